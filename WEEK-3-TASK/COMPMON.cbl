       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPMON.
       AUTHOR.     SINEM SEN.
      *----
      *COMPMON, uyum birimi için JRNL-FILE üzerinde kayan pencereli
      *üpheli ilem izlemesidir. Çalma gününden geriye MON-CTL'deki
      *gün says kadar pencereye düen hareketler hesap bana
      *tabloya alnr ve RATE-FILE'n günlük kuruyla TRY karlna
      *çevrilir. Dört kural uygulanr: 'L' para birimi eiini aan
      *tek hareket, 'S' eiin hemen altnda kalan alacaklarn birkaç
      *gün içinde ylmas (parçalama), 'R' gelen parann ksa
      *sürede yeniden çkmas, 'M' PERS-MST'ye göre 18 yandan
      *küçük bir kiiye ait hesapta kayda deer hareket (MINORRPT'nin
      *reit olmama kural). Her uyar CASE-FILE'a hesap anahtar,
      *kural ve ilgili referanslarla bir kayt olarak eklenir ve
      *MON-RPT'ye baslr. Uyum biriminin inceledii hesaplar
      *MON-EXMP'ye bir tarihe kadar incelendi olarak yazlr; o
      *tarihe kadarki hareketlerden doan uyarlar bastrlr. Ayn
      *kural ve çapa referansyla daha önce açlm vaka CASE-FILE'dan
      *tannr ve pencere içinde kald sürece yeniden açlmaz.
      *Ay kapanndan (JRNLCLS) sonraki ilk günlerde pencerenin
      *bataki günleri JRNL-FILE'da deil, kapanan ayn kuandadr;
      *o kuak JRNL-GEN'e verilirse JRNL-FILE'dan önce okunur.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNL-FILE ASSIGN TO JRNLFILE
                           STATUS CHECK-FILE-JRNL.
           SELECT OPTIONAL JRNL-GEN ASSIGN TO JRNLGEN
                           STATUS CHECK-FILE-GEN.
           SELECT RATE-FILE ASSIGN TO RATEFILE
                           STATUS CHECK-FILE-RATE.
           SELECT PERS-MST ASSIGN TO PERSMST
                           ORGANIZATION IS INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY PERS-MST-NUMBERS
                           STATUS CHECK-FILE-MST.
           SELECT OPTIONAL MON-CTL ASSIGN TO MONCTL
                           STATUS CHECK-FILE-CTL.
           SELECT OPTIONAL MON-EXMP ASSIGN TO MONEXMP
                           STATUS CHECK-FILE-EXMP.
           SELECT OPTIONAL CASE-FILE ASSIGN TO CASEFILE
                           STATUS CHECK-FILE-CASE.
           SELECT MON-RPT ASSIGN TO MONRPT
                           STATUS CHECK-FILE-RPT.
           SELECT CCY-MST ASSIGN TO CCYMST
                           STATUS CHECK-FILE-CCYM.
           SELECT OPTIONAL RUN-LOG ASSIGN TO RUNLOG
                           STATUS CHECK-FILE-RLOG.
      *CASE-FILE birikimli vaka dosyasdr: koşu banda önceki
      *vakalar okunur, yeni vakalar sonuna eklenir (RUN-LOG gibi
      *OPEN EXTEND). lk koşuda dosya bulunmaz. MON-CTL ve MON-EXMP
      *istee baldr; kontrol dosyas yoksa aadaki varsaylan
      *eikler kullanlr. JRNL-GEN istee baldr; JRNLCLS'in bir
      *ya da art arda birkaç aylk kua verilebilir.
      *----
       DATA DIVISION.
       FILE SECTION.
       FD  JRNL-FILE RECORDING MODE F.
           COPY JRNLREC.
       FD  JRNL-GEN RECORDING MODE F.
           COPY JGENREC.
       FD  RATE-FILE RECORDING MODE F.
         01 RATE-FILE-MEMBERS.
           05 RATE-FILE-DVZ          PIC 9(3).
           05 RATE-FILE-RATE         PIC 9(7)V9(6).
           05 FILLER                 PIC X(8).
         01 RATE-FILE-HEADER.
           05 RATE-HDR-ID            PIC X(3).
           05 RATE-HDR-DATE          PIC 9(8).
           05 FILLER                 PIC X(13).
      *SETTLRPT'nin RATE-FILE düzeninin aynsdr: 'HDR' kayd kur
      *setinin tarihini, dierleri birim bana TRY kurunu tar.
       FD  PERS-MST.
           COPY PERSMSTR.
       FD  MON-CTL RECORDING MODE F.
         01 MON-CTL-MEMBERS.
           05 MON-CTL-REC-ID         PIC X(3).
           05 MON-CTL-WINDOW-DAYS    PIC 9(3).
           05 MON-CTL-STRUCT-DAYS    PIC 9(3).
           05 MON-CTL-STRUCT-COUNT   PIC 9(2).
           05 MON-CTL-STRUCT-PCT     PIC 9(3).
           05 MON-CTL-RAPID-DAYS     PIC 9(3).
           05 MON-CTL-RAPID-PCT      PIC 9(3).
           05 MON-CTL-RAPID-MIN      PIC 9(13)V99.
           05 MON-CTL-MINOR-MIN      PIC 9(13)V99.
           05 MON-CTL-DEFAULT-THR    PIC 9(13)V99.
         01 MON-CTL-THRESHOLD.
           05 MON-THR-REC-ID         PIC X(3).
           05 MON-THR-DVZ            PIC 9(3).
           05 MON-THR-AMOUNT         PIC 9(13)V99.
           05 FILLER                 PIC X(44).
      *MON-CTL, RATE-FILE gibi ayn FD altnda iki kayt düzeni
      *tar: 'PRM' kayd pencere ve kural parametrelerini, 'THR'
      *kaytlar para birimi bana TRY cinsinden büyük ilem
      *eiini tar. Tüm tutarlar TRY'dir; sfr braklan
      *parametre varsaylann korur. 'THR' kayd olmayan para
      *birimine MON-CTL-DEFAULT-THR uygulanr.
       FD  MON-EXMP RECORDING MODE F.
         01 MON-EXMP-MEMBERS.
           05 MON-EXMP-ID            PIC 9(5).
           05 MON-EXMP-DVZ           PIC 9(3).
           05 MON-EXMP-RULE          PIC X(1).
           05 MON-EXMP-THRU-DATE     PIC 9(8).
      *MON-EXMP-RULE bir kural kodu ya da tüm kurallar için '*'dr.
      *MON-EXMP-THRU-DATE, uyum biriminin hesab hangi valöre kadar
      *incelediidir: son hareketi bu tarihte ya da öncesinde olan
      *uyar bastrlr, sonraki yeni hareketler yeniden uyar
      *üretir. Süresiz muafiyet için 99999999 girilir.
       FD  CASE-FILE RECORDING MODE F.
         01 CASE-FILE-MEMBERS.
           05 CASE-FILE-RUN-DATE     PIC 9(8).
           05 CASE-FILE-ID           PIC 9(5).
           05 CASE-FILE-DVZ          PIC 9(3).
           05 CASE-FILE-RULE         PIC X(1).
             88 CASE-RULE-LARGE          VALUE 'L'.
             88 CASE-RULE-STRUCTURING    VALUE 'S'.
             88 CASE-RULE-RAPID          VALUE 'R'.
             88 CASE-RULE-MINOR          VALUE 'M'.
           05 CASE-FILE-ANCHOR-REF   PIC X(12).
           05 CASE-FILE-FIRST-DATE   PIC 9(8).
           05 CASE-FILE-LAST-DATE    PIC 9(8).
           05 CASE-FILE-TRY-AMOUNT   PIC 9(15)V99.
           05 CASE-FILE-REF-COUNT    PIC 9(2).
           05 CASE-FILE-REF          PIC X(12) OCCURS 5 TIMES.
      *Vaka kayd: açld koşu günü, hesap anahtar, kural,
      *vakay tetikleyen son hareketin referans (çapa), ilgili
      *hareketlerin ilk/son valörü, TRY karlklarnn toplam ve
      *en çok be referans. CASE-FILE-REF-COUNT ilgili hareket
      *saysdr; beten fazlaysa ilk beinin referans tanr.
       FD  MON-RPT RECORDING MODE F.
         01 MON-RPT-LINE              PIC X(80).
       FD  CCY-MST RECORDING MODE F.
           COPY CCYMREC.
       FD  RUN-LOG RECORDING MODE F.
           COPY RUNLOG.
       WORKING-STORAGE SECTION.
       01  CONTROL-STATEMENTS.
         05 CHECK-FILE-JRNL        PIC 9(2).
           88 JRNL-FILE-SUCCESS    VALUE 00 97.
           88 JRNL-FILE-EOF        VALUE 10.
         05 CHECK-FILE-GEN         PIC 9(2).
           88 GEN-FILE-OPENED      VALUE 00 05 97.
           88 GEN-FILE-EOF         VALUE 10.
         05 CHECK-FILE-RATE        PIC 9(2).
           88 RATE-FILE-SUCCESS    VALUE 00 97.
           88 RATE-FILE-EOF        VALUE 10.
         05 CHECK-FILE-MST         PIC 9(2).
           88 MST-FILE-SUCCESS     VALUE 00 97.
         05 CHECK-FILE-CTL         PIC 9(2).
           88 CTL-FILE-OPENED      VALUE 00 05 97.
           88 CTL-FILE-EOF         VALUE 10.
         05 CHECK-FILE-EXMP        PIC 9(2).
           88 EXMP-FILE-OPENED     VALUE 00 05 97.
           88 EXMP-FILE-EOF        VALUE 10.
         05 CHECK-FILE-CASE        PIC 9(2).
           88 CASE-FILE-OPENED     VALUE 00 05 97.
           88 CASE-FILE-EOF        VALUE 10.
         05 CHECK-FILE-RPT         PIC 9(2).
           88 RPT-FILE-SUCCESS     VALUE 00 97.
         05 CHECK-FILE-CCYM        PIC 9(2).
           88 CCYM-FILE-SUCCESS    VALUE 00 97.
           88 CCYM-FILE-EOF        VALUE 10.
         05 CHECK-FILE-RLOG        PIC 9(2).
           88 CHECK-FILE-RLOG-ST   VALUE 00 05 97.
         05 WS-RUN-STATUS          PIC X(4) VALUE 'FAIL'.
       01  CONTROL-TOTALS.
         05 WS-JRNL-COUNT          PIC 9(7) VALUE 0.
         05 WS-WINDOW-COUNT        PIC 9(7) VALUE 0.
         05 WS-SKIPPED-COUNT       PIC 9(7) VALUE 0.
         05 WS-LARGE-COUNT         PIC 9(7) VALUE 0.
         05 WS-STRUCT-COUNT        PIC 9(7) VALUE 0.
         05 WS-RAPID-COUNT         PIC 9(7) VALUE 0.
         05 WS-MINOR-COUNT         PIC 9(7) VALUE 0.
         05 WS-CASE-COUNT          PIC 9(7) VALUE 0.
         05 WS-EXEMPT-COUNT        PIC 9(7) VALUE 0.
         05 WS-REPEAT-COUNT        PIC 9(7) VALUE 0.
      *WS-WINDOW-COUNT pencereye düüp taranan, WS-SKIPPED-COUNT
      *pencereye dütüü halde taranmayan (iptal ve faiz tahakkuku)
      *satrlar sayar. WS-EXEMPT-COUNT muafiyetle bastrlan,
      *WS-REPEAT-COUNT daha önce açld için yinelenmeyen
      *uyarlardr.
       01  GENERATION-FIELDS.
         05 WS-GEN-EXPECT          PIC 9(6) VALUE 0.
         05 WS-GEN-EXPECT-R REDEFINES WS-GEN-EXPECT.
           10 WS-GEN-EXPECT-YYYY   PIC 9(4).
           10 WS-GEN-EXPECT-MM     PIC 9(2).
         05 WS-GEN-PERIOD          PIC 9(6) VALUE 0.
         05 WS-GEN-LAST            PIC 9(6) VALUE 0.
         05 WS-GEN-LINES           PIC 9(9) VALUE 0.
         05 WS-GEN-USED            PIC 9(3) VALUE 0.
         05 WS-GEN-SW              PIC X(1) VALUE 'N'.
           88 GEN-IN-PROGRESS         VALUE 'Y'.
      *GENERATION-FIELDS, okunmakta olan kua tutar (STMTGEN'in
      *ei). WS-GEN-EXPECT, ilk kuaktan sonra srada beklenen ay,
      *WS-GEN-LAST kuyruuna kadar okunmu son kuan dönemini
      *tutar. WS-GEN-LINES kuan kuyruk saysyla karlatrlr.
       01  MONITOR-PARAMETERS.
         05 WS-WINDOW-DAYS         PIC 9(3) VALUE 7.
         05 WS-STRUCT-DAYS         PIC 9(3) VALUE 3.
         05 WS-STRUCT-MIN-COUNT    PIC 9(2) VALUE 3.
         05 WS-STRUCT-PCT          PIC 9(3) VALUE 90.
         05 WS-RAPID-DAYS          PIC 9(3) VALUE 2.
         05 WS-RAPID-PCT           PIC 9(3) VALUE 80.
         05 WS-RAPID-MIN           PIC 9(13)V99 VALUE 50000.
         05 WS-MINOR-MIN           PIC 9(13)V99 VALUE 10000.
         05 WS-DEFAULT-THR         PIC 9(13)V99 VALUE 200000.
      *Varsaylanlar: 7 günlük pencere; 3 gün içinde eiin %90' ile
      *eik arasnda en az 3 alacak parçalama; 50.000 TRY üstü
      *alacan en az %80'inin 2 gün içinde çkmas hzl giri-çk;
      *küçüün hesabnda 10.000 TRY üstü hareket kayda deerdir; eik
      *tanmlanmam para birimi için büyük ilem eii 200.000 TRY.
       01  THRESHOLD-TABLE-FIELDS.
         05 WS-THR-COUNT           PIC 9(2) VALUE 0.
         05 WS-THR-ENTRY OCCURS 50 TIMES INDEXED BY THR-IDX.
           10 WS-THR-DVZ           PIC 9(3).
           10 WS-THR-AMOUNT        PIC 9(13)V99.
       01  RATE-TABLE-FIELDS.
         05 WS-RATE-COUNT          PIC 9(2) VALUE 0.
         05 WS-RATE-ENTRY OCCURS 20 TIMES INDEXED BY RATE-IDX.
           10 WS-RATE-DVZ          PIC 9(3).
           10 WS-RATE-VALUE        PIC 9(7)V9(6).
         05 WS-RATE-DATE           PIC 9(8) VALUE 0.
         05 WS-RATE-HDR-SW         PIC X(1) VALUE 'N'.
           88 RATE-HEADER-SEEN        VALUE 'Y'.
      *Kur tablosu SETTLRPT'deki gibi yüklenir; TRY (949) için kur
      *dosyada yoksa 1 varsaylr.
       01  EXEMPTION-TABLE-FIELDS.
         05 WS-EXMP-COUNT          PIC 9(3) VALUE 0.
         05 WS-EXMP-ENTRY OCCURS 500 TIMES INDEXED BY EXMP-IDX.
           10 WS-EXMP-ID           PIC 9(5).
           10 WS-EXMP-DVZ          PIC 9(3).
           10 WS-EXMP-RULE         PIC X(1).
           10 WS-EXMP-THRU-DATE    PIC 9(8).
         05 WS-EXEMPT-SW           PIC X(1).
           88 CASE-EXEMPT             VALUE 'Y'.
       01  HISTORY-TABLE-FIELDS.
         05 WS-HIST-COUNT          PIC 9(4) VALUE 0.
         05 WS-HIST-ENTRY OCCURS 3000 TIMES INDEXED BY HIST-IDX.
           10 WS-HIST-ID           PIC 9(5).
           10 WS-HIST-DVZ          PIC 9(3).
           10 WS-HIST-RULE         PIC X(1).
           10 WS-HIST-ANCHOR-REF   PIC X(12).
         05 WS-REPEAT-SW           PIC X(1).
           88 CASE-REPEATED           VALUE 'Y'.
      *HISTORY-TABLE-FIELDS, CASE-FILE'daki vakalardan çapas hâlâ
      *pencere içinde olanlarn anahtarn tutar; bu koşuda açlan
      *vakalar da eklenir, ayn koşuda iki kez açlmaz.
       01  ACCOUNT-TABLE-FIELDS.
         05 WS-ACCT-COUNT          PIC 9(4) VALUE 0.
         05 WS-ACCT-ENTRY OCCURS 1000 TIMES INDEXED BY ACCT-IDX.
           10 WS-ACCT-ID           PIC 9(5).
           10 WS-ACCT-DVZ          PIC 9(3).
           10 WS-ACCT-RATE         PIC 9(7)V9(6).
           10 WS-ACCT-THRESHOLD    PIC 9(13)V99.
           10 WS-ACCT-FLOOR        PIC 9(13)V99.
           10 WS-ACCT-MINOR-SW     PIC X(1).
             88 ACCOUNT-OF-MINOR      VALUE 'Y'.
         05 WS-ACCT-FOUND-SW       PIC X(1).
           88 ACCOUNT-KNOWN           VALUE 'Y'.
      *ACCOUNT-TABLE-FIELDS, pencerede hareket gören her hesap için
      *para biriminin TRY kurunu, büyük ilem eiini, parçalama
      *alt snrn (eiin WS-STRUCT-PCT yüzdesi) ve hesap sahibinin
      *küçük olup olmadn bir kez bulup saklar.
       01  MOVEMENT-TABLE-FIELDS.
         05 WS-MOV-COUNT           PIC 9(4) COMP VALUE 0.
         05 WS-MOV-ENTRY OCCURS 5000 TIMES.
           10 WS-MOV-ACCT          PIC 9(4) COMP.
           10 WS-MOV-DC            PIC X(1).
           10 WS-MOV-AMOUNT        PIC 9(13)V99.
           10 WS-MOV-TRY           PIC 9(15)V99.
           10 WS-MOV-DATE          PIC 9(8).
           10 WS-MOV-DATE-INT      PIC 9(8).
           10 WS-MOV-REF           PIC X(12).
         05 WS-SUB-I               PIC S9(4) COMP.
         05 WS-SUB-J               PIC S9(4) COMP.
         05 WS-SUB-ANCHOR          PIC S9(4) COMP.
      *MOVEMENT-TABLE-FIELDS, pencereye düen ve taranan hareketleri
      *dosya srasyla (uygulanma sras) tutar; WS-MOV-ACCT hesap
      *tablosundaki girdinin srasdr. Hzl giri-çk kural
      *tabloyu geriye doru taradndan alt simgeler iaretlidir.
       01  MONITOR-WORK-FIELDS.
         05 WS-RUN-DATE            PIC 9(8).
         05 WS-RUN-DATE-INT        PIC 9(8).
         05 WS-WINDOW-START-INT    PIC 9(8).
         05 WS-WINDOW-START        PIC 9(8).
         05 WS-ADULT-CUTOFF        PIC 9(8).
         05 WS-REF-WORK            PIC X(12).
         05 WS-REF-WORK-R REDEFINES WS-REF-WORK.
           10 WS-REF-PREFIX        PIC X(3).
           10 FILLER               PIC X(9).
         05 WS-LOOKUP-ID           PIC 9(5).
         05 WS-LOOKUP-DVZ          PIC 9(3).
         05 WS-ELAPSED-DAYS        PIC S9(8).
         05 WS-RAPID-SW            PIC X(1).
           88 RAPID-MATCHED           VALUE 'Y'.
         05 WS-CANDIDATE-SW        PIC X(1).
           88 STRUCTURING-CANDIDATE   VALUE 'Y'.
         05 WS-STRUCT-HITS         PIC 9(4).
         05 WS-RAPID-LIMIT         PIC 9(15)V99.
      *WS-ADULT-CUTOFF, çalma gününden 18 yl öncesidir (YYYYAAGG);
      *doum tarihi bundan büyük kii 18 yan doldurmamtr.
      *WS-RAPID-LIMIT, alacan çk saylmas için gereken en az
      *borç tutardr.
       01  CASE-WORK-FIELDS.
         05 WS-CASE-ACCT           PIC 9(4) COMP.
         05 WS-CASE-RULE           PIC X(1).
         05 WS-CASE-ANCHOR-REF     PIC X(12).
         05 WS-CASE-FIRST-DATE     PIC 9(8).
         05 WS-CASE-LAST-DATE      PIC 9(8).
         05 WS-CASE-TRY            PIC 9(15)V99.
         05 WS-CASE-REF-COUNT      PIC 9(2).
         05 WS-CASE-REF            PIC X(12) OCCURS 5 TIMES.
         05 WS-CASE-SUB            PIC 9(2).
      *Açlmakta olan vakann alanlar; her kural önce H650 ile
      *temizler, ilgili hareketleri H660 ile ekler ve H600'e verir.
       01  REPORT-FIELDS.
         05 WS-ID-ED               PIC ZZZZ9.
         05 WS-ALPHA-DVZ           PIC X(3).
         05 WS-RULE-TXT            PIC X(10).
         05 WS-TRY-ED              PIC Z(14)9.99.
         05 WS-COUNT-ED            PIC ZZZ,ZZ9.
         05 WS-ITEMS-ED            PIC Z9.
         05 WS-LABEL-TXT           PIC X(21).
       COPY CURRENCY.
       PROCEDURE DIVISION.
       0001-MAIN-PROCESS.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-LOAD-JOURNAL UNTIL JRNL-FILE-EOF.
           PERFORM H300-OPEN-CASES.
           IF WS-MOV-COUNT > 0
              PERFORM H400-CHECK-LARGE
                 VARYING WS-SUB-I FROM 1 BY 1
                 UNTIL WS-SUB-I > WS-MOV-COUNT
              PERFORM H420-CHECK-STRUCTURING
                 VARYING ACCT-IDX FROM 1 BY 1
                 UNTIL ACCT-IDX > WS-ACCT-COUNT
              PERFORM H450-CHECK-RAPID
                 VARYING WS-SUB-I FROM 1 BY 1
                 UNTIL WS-SUB-I > WS-MOV-COUNT
              PERFORM H480-CHECK-MINOR
                 VARYING WS-SUB-I FROM 1 BY 1
                 UNTIL WS-SUB-I > WS-MOV-COUNT
           END-IF.
           PERFORM H900-WRITE-SUMMARY.
           MOVE 'OK  ' TO WS-RUN-STATUS.
           PERFORM H999-EXIT.
       0001-END. EXIT.
      *Ana akş: parametreler, kurlar, muafiyetler ve önceki vakalar
      *yüklenir; penceredeki hareketler tabloya alnr, dört kural
      *srayla uygulanr ve sonda özet yazlr.
       H100-OPEN-FILES.
           OPEN INPUT  JRNL-FILE.
           OPEN INPUT  RATE-FILE.
           OPEN INPUT  PERS-MST.
           OPEN OUTPUT MON-RPT.
           PERFORM H110-FILE-CONTROL.
           PERFORM H130-LOAD-CURRENCY.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           PERFORM H140-LOAD-CONTROL.
           COMPUTE WS-WINDOW-START-INT =
              WS-RUN-DATE-INT - WS-WINDOW-DAYS + 1.
           COMPUTE WS-WINDOW-START =
              FUNCTION DATE-OF-INTEGER(WS-WINDOW-START-INT).
           COMPUTE WS-ADULT-CUTOFF = WS-RUN-DATE - 180000.
           PERFORM H150-LOAD-RATES.
           PERFORM H170-LOAD-EXEMPTIONS.
           PERFORM H180-LOAD-HISTORY.
           MOVE SPACES TO MON-RPT-LINE.
           STRING 'COMPLIANCE MONITORING - RUN DATE ' WS-RUN-DATE
              '  WINDOW FROM ' WS-WINDOW-START
              DELIMITED BY SIZE INTO MON-RPT-LINE.
           WRITE MON-RPT-LINE.
           MOVE SPACES TO MON-RPT-LINE.
           STRING '   ID CCY RULE               TRY AMOUNT FIRST    '
              'LAST      ITEMS'
              DELIMITED BY SIZE INTO MON-RPT-LINE.
           WRITE MON-RPT-LINE.
           PERFORM H190-LOAD-GENERATIONS.
           READ JRNL-FILE.
       H100-END. EXIT.
      *-----
       H110-FILE-CONTROL.
           IF (CHECK-FILE-JRNL NOT = 97) AND (CHECK-FILE-JRNL NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-JRNL
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-RATE NOT = 97) AND (CHECK-FILE-RATE NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-RATE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-MST NOT = 97) AND (CHECK-FILE-MST NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-MST
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-RPT NOT = 97) AND (CHECK-FILE-RPT NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-RPT
              PERFORM H999-EXIT
           END-IF.
       H110-END. EXIT.
      *-----
       H130-LOAD-CURRENCY.
           OPEN INPUT CCY-MST.
           IF (CHECK-FILE-CCYM NOT = 97) AND (CHECK-FILE-CCYM NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-CCYM
              PERFORM H999-EXIT
           END-IF.
           READ CCY-MST.
           PERFORM H135-LOAD-ONE-CCY UNTIL CCYM-FILE-EOF.
           CLOSE CCY-MST.
           IF WS-CCY-TBL-COUNT = 0
              DISPLAY "COMPMON ABORTED - CURRENCY MASTER EMPTY"
              PERFORM H999-EXIT
           END-IF.
       H130-END. EXIT.
      *-----
       H135-LOAD-ONE-CCY.
           IF WS-CCY-TBL-COUNT < 50
              ADD 1 TO WS-CCY-TBL-COUNT
              SET CCY-IDX TO WS-CCY-TBL-COUNT
              MOVE CCY-MST-ALPHA   TO WS-CCY-ALPHA (CCY-IDX)
              MOVE CCY-MST-NUMERIC TO WS-CCY-NUMERIC (CCY-IDX)
              MOVE CCY-MST-MINOR   TO WS-CCY-MINOR (CCY-IDX)
              MOVE CCY-MST-STATUS  TO WS-CCY-STATUS (CCY-IDX)
           ELSE
              DISPLAY "COMPMON ABORTED - CURRENCY TABLE FULL"
              PERFORM H999-EXIT
           END-IF.
           READ CCY-MST.
       H135-END. EXIT.
      *Pasif para birimleri de yüklenir: rapor yönlü çeviri onlar
      *için de tanmldr.
       H140-LOAD-CONTROL.
           OPEN INPUT MON-CTL.
           IF CTL-FILE-OPENED
              READ MON-CTL
              PERFORM H145-LOAD-ONE-CONTROL UNTIL CTL-FILE-EOF
              CLOSE MON-CTL
           END-IF.
       H140-END. EXIT.
      *-----
       H145-LOAD-ONE-CONTROL.
           EVALUATE MON-CTL-REC-ID
              WHEN 'PRM'
                 IF MON-CTL-WINDOW-DAYS > 0
                    MOVE MON-CTL-WINDOW-DAYS TO WS-WINDOW-DAYS
                 END-IF
                 IF MON-CTL-STRUCT-DAYS > 0
                    MOVE MON-CTL-STRUCT-DAYS TO WS-STRUCT-DAYS
                 END-IF
                 IF MON-CTL-STRUCT-COUNT > 0
                    MOVE MON-CTL-STRUCT-COUNT TO WS-STRUCT-MIN-COUNT
                 END-IF
                 IF MON-CTL-STRUCT-PCT > 0
                    MOVE MON-CTL-STRUCT-PCT TO WS-STRUCT-PCT
                 END-IF
                 IF MON-CTL-RAPID-DAYS > 0
                    MOVE MON-CTL-RAPID-DAYS TO WS-RAPID-DAYS
                 END-IF
                 IF MON-CTL-RAPID-PCT > 0
                    MOVE MON-CTL-RAPID-PCT TO WS-RAPID-PCT
                 END-IF
                 IF MON-CTL-RAPID-MIN > 0
                    MOVE MON-CTL-RAPID-MIN TO WS-RAPID-MIN
                 END-IF
                 IF MON-CTL-MINOR-MIN > 0
                    MOVE MON-CTL-MINOR-MIN TO WS-MINOR-MIN
                 END-IF
                 IF MON-CTL-DEFAULT-THR > 0
                    MOVE MON-CTL-DEFAULT-THR TO WS-DEFAULT-THR
                 END-IF
              WHEN 'THR'
                 IF WS-THR-COUNT < 50
                    ADD 1 TO WS-THR-COUNT
                    SET THR-IDX TO WS-THR-COUNT
                    MOVE MON-THR-DVZ    TO WS-THR-DVZ (THR-IDX)
                    MOVE MON-THR-AMOUNT TO WS-THR-AMOUNT (THR-IDX)
                 ELSE
                    DISPLAY "COMPMON ABORTED - THRESHOLD TABLE FULL"
                    PERFORM H999-EXIT
                 END-IF
              WHEN OTHER
                 DISPLAY 'UNKNOWN MONITOR CONTROL RECORD '
                    MON-CTL-REC-ID
           END-EVALUATE.
           READ MON-CTL.
       H145-END. EXIT.
      *-----
       H150-LOAD-RATES.
           READ RATE-FILE.
           PERFORM H160-LOAD-ONE-RATE UNTIL RATE-FILE-EOF.
           IF NOT RATE-HEADER-SEEN
              DISPLAY "COMPMON ABORTED - RATE FILE HAS NO DATED "
                 "HEADER"
              PERFORM H999-EXIT
           END-IF.
           IF WS-RATE-DATE NOT = WS-RUN-DATE
              DISPLAY "COMPMON ABORTED - STALE RATE SET. RATE DATE:"
                 WS-RATE-DATE " RUN DATE:" WS-RUN-DATE
              PERFORM H999-EXIT
           END-IF.
       H150-END. EXIT.
      *Bayat kur setiyle eik karlatrmas yaplmaz; SETTLRPT'deki
      *gibi koşu durdurulur.
       H160-LOAD-ONE-RATE.
           IF RATE-HDR-ID = 'HDR'
              MOVE 'Y' TO WS-RATE-HDR-SW
              MOVE RATE-HDR-DATE TO WS-RATE-DATE
           ELSE
              IF WS-RATE-COUNT < 20
                 ADD 1 TO WS-RATE-COUNT
                 SET RATE-IDX TO WS-RATE-COUNT
                 MOVE RATE-FILE-DVZ  TO WS-RATE-DVZ (RATE-IDX)
                 MOVE RATE-FILE-RATE TO WS-RATE-VALUE (RATE-IDX)
              ELSE
                 DISPLAY "COMPMON ABORTED - RATE TABLE FULL"
                 PERFORM H999-EXIT
              END-IF
           END-IF.
           READ RATE-FILE.
       H160-END. EXIT.
      *-----
       H170-LOAD-EXEMPTIONS.
           OPEN INPUT MON-EXMP.
           IF EXMP-FILE-OPENED
              READ MON-EXMP
              PERFORM H175-LOAD-ONE-EXEMPTION UNTIL EXMP-FILE-EOF
              CLOSE MON-EXMP
           END-IF.
       H170-END. EXIT.
      *-----
       H175-LOAD-ONE-EXEMPTION.
           IF WS-EXMP-COUNT < 500
              ADD 1 TO WS-EXMP-COUNT
              SET EXMP-IDX TO WS-EXMP-COUNT
              MOVE MON-EXMP-ID        TO WS-EXMP-ID (EXMP-IDX)
              MOVE MON-EXMP-DVZ       TO WS-EXMP-DVZ (EXMP-IDX)
              MOVE MON-EXMP-RULE      TO WS-EXMP-RULE (EXMP-IDX)
              MOVE MON-EXMP-THRU-DATE TO WS-EXMP-THRU-DATE (EXMP-IDX)
           ELSE
              DISPLAY "COMPMON ABORTED - EXEMPTION TABLE FULL"
              PERFORM H999-EXIT
           END-IF.
           READ MON-EXMP.
       H175-END. EXIT.
      *-----
       H180-LOAD-HISTORY.
           OPEN INPUT CASE-FILE.
           IF CASE-FILE-OPENED
              READ CASE-FILE
              PERFORM H185-LOAD-ONE-CASE UNTIL CASE-FILE-EOF
              CLOSE CASE-FILE
           END-IF.
       H180-END. EXIT.
      *-----
       H185-LOAD-ONE-CASE.
           IF CASE-FILE-LAST-DATE NOT < WS-WINDOW-START
              MOVE CASE-FILE-ID         TO WS-LOOKUP-ID
              MOVE CASE-FILE-DVZ        TO WS-LOOKUP-DVZ
              MOVE CASE-FILE-RULE       TO WS-CASE-RULE
              MOVE CASE-FILE-ANCHOR-REF TO WS-CASE-ANCHOR-REF
              PERFORM H690-ADD-HISTORY
           END-IF.
           READ CASE-FILE.
       H185-END. EXIT.
      *Çapas pencereden çkm vaka bir daha tetiklenemeyeceinden
      *tabloya alnmaz.
       H190-LOAD-GENERATIONS.
           OPEN INPUT JRNL-GEN.
           IF NOT GEN-FILE-OPENED
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-GEN
              PERFORM H999-EXIT
           END-IF.
           IF CHECK-FILE-GEN = 00
              READ JRNL-GEN
              PERFORM H192-LOAD-ONE-GEN-LINE UNTIL GEN-FILE-EOF
              CLOSE JRNL-GEN
           END-IF.
           IF GEN-IN-PROGRESS
              DISPLAY "COMPMON ABORTED - GENERATION "
                 WS-GEN-PERIOD " HAS NO TRAILER"
              PERFORM H999-EXIT
           END-IF.
       H190-END. EXIT.
      *JRNL-GEN verilmemise (05) yalnz JRNL-FILE okunur. Verilen
      *kuaklar artan srayla ve ardk aylar olmaldr; kuyruu
      *eksik ya da says tutmayan kuakla pencere yarm taranmaz.
       H192-LOAD-ONE-GEN-LINE.
           EVALUATE TRUE
              WHEN JGEN-HDR-ID = 'JGH'
                 PERFORM H194-START-GENERATION
              WHEN JGEN-TRL-ID = 'JGT'
                 IF GEN-IN-PROGRESS
                    IF JGEN-TRL-COUNT NOT = WS-GEN-LINES
                       DISPLAY "COMPMON ABORTED - GENERATION "
                          WS-GEN-PERIOD " TRAILER COUNT MISMATCH"
                       PERFORM H999-EXIT
                    END-IF
                    ADD 1 TO WS-GEN-USED
                    MOVE WS-GEN-PERIOD TO WS-GEN-LAST
                    MOVE WS-GEN-PERIOD TO WS-GEN-EXPECT
                    PERFORM H196-ADVANCE-EXPECT
                    MOVE 'N' TO WS-GEN-SW
                 END-IF
              WHEN OTHER
                 IF GEN-IN-PROGRESS
                    ADD 1 TO WS-GEN-LINES
                    MOVE JGEN-FILE-MEMBERS TO JRNL-FILE-MEMBERS
                    PERFORM H205-SCREEN-ONE-LINE
                 END-IF
           END-EVALUATE.
           READ JRNL-GEN.
       H192-END. EXIT.
      *Balk ve kuyruk kaytlar pencere denetimine girmez; kuak
      *satrlar JRNL-FILE satrlar gibi H205'ten geçer.
       H194-START-GENERATION.
           IF GEN-IN-PROGRESS
              DISPLAY "COMPMON ABORTED - GENERATION "
                 WS-GEN-PERIOD " HAS NO TRAILER"
              PERFORM H999-EXIT
           END-IF.
           IF WS-GEN-LAST NOT = 0 AND
              JGEN-HDR-PERIOD NOT = WS-GEN-EXPECT
              DISPLAY "COMPMON ABORTED - GENERATION "
                 JGEN-HDR-PERIOD " OUT OF SEQUENCE. EXPECTED "
                 WS-GEN-EXPECT
              PERFORM H999-EXIT
           END-IF.
           MOVE JGEN-HDR-PERIOD TO WS-GEN-PERIOD.
           MOVE 0 TO WS-GEN-LINES.
           MOVE 'Y' TO WS-GEN-SW.
       H194-END. EXIT.
      *lk kuaktan sonraki her kuak bir önceki ay izlemelidir;
      *atlanm ya da tekrarlanm ay pencereyi bozar.
       H196-ADVANCE-EXPECT.
           IF WS-GEN-EXPECT-MM = 12
              ADD 1 TO WS-GEN-EXPECT-YYYY
              MOVE 1 TO WS-GEN-EXPECT-MM
           ELSE
              ADD 1 TO WS-GEN-EXPECT-MM
           END-IF.
       H196-END. EXIT.
      *-----
       H200-LOAD-JOURNAL.
           PERFORM H205-SCREEN-ONE-LINE.
           READ JRNL-FILE.
       H200-END. EXIT.
      *-----
       H205-SCREEN-ONE-LINE.
           ADD 1 TO WS-JRNL-COUNT.
           COMPUTE WS-ELAPSED-DAYS =
              FUNCTION INTEGER-OF-DATE(JRNL-FILE-VALUE-DATE).
           IF WS-ELAPSED-DAYS NOT < WS-WINDOW-START-INT AND
              WS-ELAPSED-DAYS NOT > WS-RUN-DATE-INT
              MOVE JRNL-FILE-REF TO WS-REF-WORK
              IF JRNL-FILE-ORIG-REF NOT = SPACES OR
                 WS-REF-PREFIX = 'ACR'
                 ADD 1 TO WS-SKIPPED-COUNT
              ELSE
                 PERFORM H230-STORE-MOVEMENT
                 ADD 1 TO WS-WINDOW-COUNT
              END-IF
           END-IF.
       H205-END. EXIT.
      *Pencere dndaki satr yalnz okunan saysna geçer. ptal
      *satrlar ve INTACCR'n faiz tahakkuklar müterinin kendi
      *hareketi olmadndan kurallara girmez.
       H230-STORE-MOVEMENT.
           IF WS-MOV-COUNT < 5000
              MOVE JRNL-FILE-ID  TO WS-LOOKUP-ID
              MOVE JRNL-FILE-DVZ TO WS-LOOKUP-DVZ
              PERFORM H240-REGISTER-ACCOUNT
              ADD 1 TO WS-MOV-COUNT
              MOVE WS-MOV-COUNT TO WS-SUB-I
              SET WS-MOV-ACCT (WS-SUB-I) TO ACCT-IDX
              MOVE JRNL-FILE-DC     TO WS-MOV-DC (WS-SUB-I)
              MOVE JRNL-FILE-AMOUNT TO WS-MOV-AMOUNT (WS-SUB-I)
              COMPUTE WS-MOV-TRY (WS-SUB-I) ROUNDED =
                 JRNL-FILE-AMOUNT * WS-ACCT-RATE (ACCT-IDX)
              MOVE JRNL-FILE-VALUE-DATE TO WS-MOV-DATE (WS-SUB-I)
              MOVE WS-ELAPSED-DAYS  TO WS-MOV-DATE-INT (WS-SUB-I)
              MOVE JRNL-FILE-REF    TO WS-MOV-REF (WS-SUB-I)
           ELSE
              DISPLAY "COMPMON ABORTED - MOVEMENT TABLE FULL"
              PERFORM H999-EXIT
           END-IF.
       H230-END. EXIT.
      *-----
       H240-REGISTER-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND-SW.
           SET ACCT-IDX TO 1.
           SEARCH WS-ACCT-ENTRY
              AT END
                 MOVE 'N' TO WS-ACCT-FOUND-SW
              WHEN ACCT-IDX > WS-ACCT-COUNT
                 MOVE 'N' TO WS-ACCT-FOUND-SW
              WHEN WS-ACCT-ID (ACCT-IDX) = WS-LOOKUP-ID AND
                   WS-ACCT-DVZ (ACCT-IDX) = WS-LOOKUP-DVZ
                 MOVE 'Y' TO WS-ACCT-FOUND-SW
           END-SEARCH.
           IF NOT ACCOUNT-KNOWN
              IF WS-ACCT-COUNT < 1000
                 ADD 1 TO WS-ACCT-COUNT
                 SET ACCT-IDX TO WS-ACCT-COUNT
                 MOVE WS-LOOKUP-ID  TO WS-ACCT-ID (ACCT-IDX)
                 MOVE WS-LOOKUP-DVZ TO WS-ACCT-DVZ (ACCT-IDX)
                 PERFORM H250-SET-ACCOUNT-RATE
                 PERFORM H260-SET-ACCOUNT-THRESHOLD
                 PERFORM H270-SET-ACCOUNT-MINOR
              ELSE
                 DISPLAY "COMPMON ABORTED - ACCOUNT TABLE FULL"
                 PERFORM H999-EXIT
              END-IF
           END-IF.
       H240-END. EXIT.
      *-----
       H250-SET-ACCOUNT-RATE.
           MOVE 0 TO WS-ACCT-RATE (ACCT-IDX).
           SET RATE-IDX TO 1.
           SEARCH WS-RATE-ENTRY
              WHEN RATE-IDX > WS-RATE-COUNT
                 CONTINUE
              WHEN WS-RATE-DVZ (RATE-IDX) = WS-LOOKUP-DVZ
                 MOVE WS-RATE-VALUE (RATE-IDX)
                    TO WS-ACCT-RATE (ACCT-IDX)
           END-SEARCH.
           IF WS-ACCT-RATE (ACCT-IDX) = 0
              IF WS-LOOKUP-DVZ = 949
                 MOVE 1 TO WS-ACCT-RATE (ACCT-IDX)
              ELSE
                 DISPLAY "COMPMON ABORTED - NO RATE FOR CURRENCY "
                    WS-LOOKUP-DVZ
                 PERFORM H999-EXIT
              END-IF
           END-IF.
       H250-END. EXIT.
      *Kuru olmayan para biriminde eik karlatrmas yaplamaz;
      *hareketleri sessizce taramadan geçirmek yerine koşu durur.
       H260-SET-ACCOUNT-THRESHOLD.
           MOVE WS-DEFAULT-THR TO WS-ACCT-THRESHOLD (ACCT-IDX).
           SET THR-IDX TO 1.
           SEARCH WS-THR-ENTRY
              WHEN THR-IDX > WS-THR-COUNT
                 CONTINUE
              WHEN WS-THR-DVZ (THR-IDX) = WS-LOOKUP-DVZ
                 MOVE WS-THR-AMOUNT (THR-IDX)
                    TO WS-ACCT-THRESHOLD (ACCT-IDX)
           END-SEARCH.
           COMPUTE WS-ACCT-FLOOR (ACCT-IDX) ROUNDED =
              WS-ACCT-THRESHOLD (ACCT-IDX) * WS-STRUCT-PCT / 100.
       H260-END. EXIT.
      *-----
       H270-SET-ACCOUNT-MINOR.
           MOVE 'N' TO WS-ACCT-MINOR-SW (ACCT-IDX).
           IF WS-LOOKUP-ID > 0 AND WS-LOOKUP-ID < 10000
              MOVE WS-LOOKUP-ID TO PERS-MST-NUMBERS
              READ PERS-MST KEY IS PERS-MST-NUMBERS
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF PERS-MST-BIRTHDAY > WS-ADULT-CUTOFF
                       MOVE 'Y' TO WS-ACCT-MINOR-SW (ACCT-IDX)
                    END-IF
              END-READ
           END-IF.
       H270-END. EXIT.
      *MINORRPT'deki gibi hesap sahibi, IDX-FILE-ID ile ayn kii
      *numarasyla eletirilir; kii numarasnn alamayaca ya da
      *PERS-MST'de bulunmayan sahip küçük saylmaz. Ya, bayat
      *kalabilecek PERS-MST-AGE-YEARS yerine doum tarihinden
      *çalma gününe göre bulunur.
       H300-OPEN-CASES.
           OPEN EXTEND CASE-FILE.
           IF NOT CASE-FILE-OPENED
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-CASE
              PERFORM H999-EXIT
           END-IF.
       H300-END. EXIT.
      *Önceki vakalar okunduktan sonra dosya yeni vakalar için sonuna
      *ekleme kipinde açlr.
       H400-CHECK-LARGE.
           MOVE WS-MOV-ACCT (WS-SUB-I) TO WS-CASE-ACCT.
           IF WS-MOV-TRY (WS-SUB-I) NOT <
              WS-ACCT-THRESHOLD (WS-CASE-ACCT)
              MOVE 'L' TO WS-CASE-RULE
              PERFORM H650-CLEAR-CASE
              MOVE WS-SUB-I TO WS-SUB-J
              PERFORM H660-ADD-CASE-MOVEMENT
              MOVE WS-MOV-REF (WS-SUB-I) TO WS-CASE-ANCHOR-REF
              PERFORM H600-RAISE-CASE
           END-IF.
       H400-END. EXIT.
      *Kural 'L': TRY karl para biriminin eiine eit ya da
      *üstünde olan her tek hareket ayr bir vakadr.
       H420-CHECK-STRUCTURING.
           MOVE 0 TO WS-SUB-ANCHOR.
           PERFORM H425-FIND-ANCHOR
              VARYING WS-SUB-I FROM 1 BY 1
              UNTIL WS-SUB-I > WS-MOV-COUNT.
           IF WS-SUB-ANCHOR > 0
              SET WS-CASE-ACCT TO ACCT-IDX
              MOVE 'S' TO WS-CASE-RULE
              PERFORM H650-CLEAR-CASE
              MOVE 0 TO WS-STRUCT-HITS
              PERFORM H430-COLLECT-STRUCTURED
                 VARYING WS-SUB-J FROM 1 BY 1
                 UNTIL WS-SUB-J > WS-MOV-COUNT
              IF WS-STRUCT-HITS NOT < WS-STRUCT-MIN-COUNT
                 MOVE WS-MOV-REF (WS-SUB-ANCHOR) TO WS-CASE-ANCHOR-REF
                 PERFORM H600-RAISE-CASE
              END-IF
           END-IF.
       H420-END. EXIT.
      *Kural 'S': hesabn en son (çapa) parçalama aday alaca
      *bulunur, çapadan geriye WS-STRUCT-DAYS gün içindeki adaylar
      *saylr; en az WS-STRUCT-MIN-COUNT tane ise vaka açlr.
      *Çapas daha eski örüntüler, o hareket son aday olduu gece
      *zaten deerlendirilmitir.
       H425-FIND-ANCHOR.
           IF WS-MOV-ACCT (WS-SUB-I) = ACCT-IDX
              PERFORM H428-CHECK-CANDIDATE
              IF STRUCTURING-CANDIDATE
                 IF WS-SUB-ANCHOR = 0
                    MOVE WS-SUB-I TO WS-SUB-ANCHOR
                 ELSE
                    IF WS-MOV-DATE-INT (WS-SUB-I) NOT <
                       WS-MOV-DATE-INT (WS-SUB-ANCHOR)
                       MOVE WS-SUB-I TO WS-SUB-ANCHOR
                    END-IF
                 END-IF
              END-IF
           END-IF.
       H425-END. EXIT.
      *-----
       H428-CHECK-CANDIDATE.
           MOVE 'N' TO WS-CANDIDATE-SW.
           IF WS-MOV-DC (WS-SUB-I) NOT = 'D' AND
              WS-MOV-TRY (WS-SUB-I) < WS-ACCT-THRESHOLD (ACCT-IDX) AND
              WS-MOV-TRY (WS-SUB-I) NOT < WS-ACCT-FLOOR (ACCT-IDX)
              MOVE 'Y' TO WS-CANDIDATE-SW
           END-IF.
       H428-END. EXIT.
      *Parçalama aday, eiin WS-STRUCT-PCT yüzdesi ile eik
      *arasnda kalan alacaktr.
       H430-COLLECT-STRUCTURED.
           IF WS-MOV-ACCT (WS-SUB-J) = ACCT-IDX
              MOVE WS-SUB-J TO WS-SUB-I
              PERFORM H428-CHECK-CANDIDATE
              COMPUTE WS-ELAPSED-DAYS =
                 WS-MOV-DATE-INT (WS-SUB-ANCHOR) -
                 WS-MOV-DATE-INT (WS-SUB-J)
              IF STRUCTURING-CANDIDATE AND
                 WS-ELAPSED-DAYS NOT < 0 AND
                 WS-ELAPSED-DAYS < WS-STRUCT-DAYS
                 ADD 1 TO WS-STRUCT-HITS
                 PERFORM H660-ADD-CASE-MOVEMENT
              END-IF
           END-IF.
       H430-END. EXIT.
      *-----
       H450-CHECK-RAPID.
           IF WS-MOV-DC (WS-SUB-I) = 'D' AND WS-SUB-I > 1
              MOVE 'N' TO WS-RAPID-SW
              COMPUTE WS-SUB-J = WS-SUB-I - 1
              PERFORM H455-MATCH-CREDIT
                 UNTIL WS-SUB-J < 1 OR RAPID-MATCHED
           END-IF.
       H450-END. EXIT.
      *Kural 'R': her borç için ayn hesaba ondan önce uygulanm
      *alacaklar geriye doru taranr; en yakn uygun alacak
      *bulunduunda vaka açlr.
       H455-MATCH-CREDIT.
           IF WS-MOV-ACCT (WS-SUB-J) = WS-MOV-ACCT (WS-SUB-I) AND
              WS-MOV-DC (WS-SUB-J) NOT = 'D' AND
              WS-MOV-TRY (WS-SUB-J) NOT < WS-RAPID-MIN
              COMPUTE WS-ELAPSED-DAYS =
                 WS-MOV-DATE-INT (WS-SUB-I) -
                 WS-MOV-DATE-INT (WS-SUB-J)
              COMPUTE WS-RAPID-LIMIT ROUNDED =
                 WS-MOV-AMOUNT (WS-SUB-J) * WS-RAPID-PCT / 100
              IF WS-ELAPSED-DAYS NOT < 0 AND
                 WS-ELAPSED-DAYS NOT > WS-RAPID-DAYS AND
                 WS-MOV-AMOUNT (WS-SUB-I) NOT < WS-RAPID-LIMIT
                 MOVE 'Y' TO WS-RAPID-SW
                 MOVE WS-MOV-ACCT (WS-SUB-I) TO WS-CASE-ACCT
                 MOVE 'R' TO WS-CASE-RULE
                 PERFORM H650-CLEAR-CASE
                 PERFORM H660-ADD-CASE-MOVEMENT
                 MOVE WS-SUB-J TO WS-SUB-ANCHOR
                 MOVE WS-SUB-I TO WS-SUB-J
                 PERFORM H660-ADD-CASE-MOVEMENT
                 MOVE WS-SUB-ANCHOR TO WS-SUB-J
                 MOVE WS-MOV-REF (WS-SUB-I) TO WS-CASE-ANCHOR-REF
                 PERFORM H600-RAISE-CASE
              END-IF
           END-IF.
           SUBTRACT 1 FROM WS-SUB-J.
       H455-END. EXIT.
      *Alacak WS-RAPID-MIN TRY'den büyük olmal, borç alacan en az
      *WS-RAPID-PCT yüzdesi kadar olmal ve en çok WS-RAPID-DAYS gün
      *sonra gelmelidir. Tutarlar ayn hesabn para birimindedir.
      *Vakann çapas borç hareketidir.
       H480-CHECK-MINOR.
           MOVE WS-MOV-ACCT (WS-SUB-I) TO WS-CASE-ACCT.
           IF ACCOUNT-OF-MINOR (WS-CASE-ACCT) AND
              WS-MOV-TRY (WS-SUB-I) NOT < WS-MINOR-MIN
              MOVE 'M' TO WS-CASE-RULE
              PERFORM H650-CLEAR-CASE
              MOVE WS-SUB-I TO WS-SUB-J
              PERFORM H660-ADD-CASE-MOVEMENT
              MOVE WS-MOV-REF (WS-SUB-I) TO WS-CASE-ANCHOR-REF
              PERFORM H600-RAISE-CASE
           END-IF.
       H480-END. EXIT.
      *Kural 'M': küçüe ait hesapta TRY karl WS-MINOR-MIN'e
      *eit ya da üstündeki her hareket, yönüne baklmadan vakadr.
       H600-RAISE-CASE.
           MOVE WS-ACCT-ID (WS-CASE-ACCT)  TO WS-LOOKUP-ID.
           MOVE WS-ACCT-DVZ (WS-CASE-ACCT) TO WS-LOOKUP-DVZ.
           PERFORM H670-CHECK-EXEMPTION.
           PERFORM H680-CHECK-HISTORY.
           EVALUATE TRUE
              WHEN CASE-EXEMPT
                 ADD 1 TO WS-EXEMPT-COUNT
              WHEN CASE-REPEATED
                 ADD 1 TO WS-REPEAT-COUNT
              WHEN OTHER
                 PERFORM H610-WRITE-CASE
                 PERFORM H620-REPORT-CASE
                 PERFORM H690-ADD-HISTORY
                 EVALUATE WS-CASE-RULE
                    WHEN 'L'
                       ADD 1 TO WS-LARGE-COUNT
                    WHEN 'S'
                       ADD 1 TO WS-STRUCT-COUNT
                    WHEN 'R'
                       ADD 1 TO WS-RAPID-COUNT
                    WHEN OTHER
                       ADD 1 TO WS-MINOR-COUNT
                 END-EVALUATE
                 ADD 1 TO WS-CASE-COUNT
           END-EVALUATE.
       H600-END. EXIT.
      *Muafiyeti olan ya da ayn çapayla önceden açlm vaka
      *yazlmaz, yalnz saylr.
       H610-WRITE-CASE.
           MOVE WS-RUN-DATE        TO CASE-FILE-RUN-DATE.
           MOVE WS-LOOKUP-ID       TO CASE-FILE-ID.
           MOVE WS-LOOKUP-DVZ      TO CASE-FILE-DVZ.
           MOVE WS-CASE-RULE       TO CASE-FILE-RULE.
           MOVE WS-CASE-ANCHOR-REF TO CASE-FILE-ANCHOR-REF.
           MOVE WS-CASE-FIRST-DATE TO CASE-FILE-FIRST-DATE.
           MOVE WS-CASE-LAST-DATE  TO CASE-FILE-LAST-DATE.
           MOVE WS-CASE-TRY        TO CASE-FILE-TRY-AMOUNT.
           MOVE WS-CASE-REF-COUNT  TO CASE-FILE-REF-COUNT.
           PERFORM H615-MOVE-ONE-REF
              VARYING WS-CASE-SUB FROM 1 BY 1 UNTIL WS-CASE-SUB > 5.
           WRITE CASE-FILE-MEMBERS.
       H610-END. EXIT.
      *-----
       H615-MOVE-ONE-REF.
           MOVE WS-CASE-REF (WS-CASE-SUB)
              TO CASE-FILE-REF (WS-CASE-SUB).
       H615-END. EXIT.
      *-----
       H620-REPORT-CASE.
           EVALUATE WS-CASE-RULE
              WHEN 'L'
                 MOVE 'LARGE     ' TO WS-RULE-TXT
              WHEN 'S'
                 MOVE 'STRUCTURE ' TO WS-RULE-TXT
              WHEN 'R'
                 MOVE 'RAPID I/O ' TO WS-RULE-TXT
              WHEN OTHER
                 MOVE 'MINOR ACCT' TO WS-RULE-TXT
           END-EVALUATE.
           MOVE WS-LOOKUP-ID TO WS-ID-ED.
           PERFORM H700-SET-ALPHA-DVZ.
           MOVE WS-CASE-TRY TO WS-TRY-ED.
           MOVE WS-CASE-REF-COUNT TO WS-ITEMS-ED.
           MOVE SPACES TO MON-RPT-LINE.
           STRING WS-ID-ED ' ' WS-ALPHA-DVZ ' ' WS-RULE-TXT ' '
              WS-TRY-ED ' ' WS-CASE-FIRST-DATE ' '
              WS-CASE-LAST-DATE '    ' WS-ITEMS-ED
              DELIMITED BY SIZE INTO MON-RPT-LINE.
           WRITE MON-RPT-LINE.
           MOVE SPACES TO MON-RPT-LINE.
           STRING '      REFS: ' WS-CASE-REF (1) ' ' WS-CASE-REF (2)
              ' ' WS-CASE-REF (3) ' ' WS-CASE-REF (4) ' '
              WS-CASE-REF (5)
              DELIMITED BY SIZE INTO MON-RPT-LINE.
           WRITE MON-RPT-LINE.
       H620-END. EXIT.
      *Her vaka iki satrdr: hesap, kural, TRY tutar, valör aral
      *ve hareket says; altnda ilgili referanslar.
       H650-CLEAR-CASE.
           MOVE SPACES TO WS-CASE-ANCHOR-REF.
           MOVE 99999999 TO WS-CASE-FIRST-DATE.
           MOVE 0 TO WS-CASE-LAST-DATE.
           MOVE 0 TO WS-CASE-TRY.
           MOVE 0 TO WS-CASE-REF-COUNT.
           MOVE SPACES TO WS-CASE-REF (1) WS-CASE-REF (2)
              WS-CASE-REF (3) WS-CASE-REF (4) WS-CASE-REF (5).
       H650-END. EXIT.
      *-----
       H660-ADD-CASE-MOVEMENT.
           IF WS-CASE-REF-COUNT < 99
              ADD 1 TO WS-CASE-REF-COUNT
           END-IF.
           IF WS-CASE-REF-COUNT NOT > 5
              MOVE WS-MOV-REF (WS-SUB-J)
                 TO WS-CASE-REF (WS-CASE-REF-COUNT)
           END-IF.
           ADD WS-MOV-TRY (WS-SUB-J) TO WS-CASE-TRY.
           IF WS-MOV-DATE (WS-SUB-J) < WS-CASE-FIRST-DATE
              MOVE WS-MOV-DATE (WS-SUB-J) TO WS-CASE-FIRST-DATE
           END-IF.
           IF WS-MOV-DATE (WS-SUB-J) > WS-CASE-LAST-DATE
              MOVE WS-MOV-DATE (WS-SUB-J) TO WS-CASE-LAST-DATE
           END-IF.
       H660-END. EXIT.
      *WS-SUB-J'deki hareket vakaya eklenir: referans ilk beteyse
      *saklanr, TRY karl toplama, valörü ilk/son aralna
      *katlr.
       H670-CHECK-EXEMPTION.
           MOVE 'N' TO WS-EXEMPT-SW.
           SET EXMP-IDX TO 1.
           SEARCH WS-EXMP-ENTRY
              AT END
                 MOVE 'N' TO WS-EXEMPT-SW
              WHEN EXMP-IDX > WS-EXMP-COUNT
                 MOVE 'N' TO WS-EXEMPT-SW
              WHEN WS-EXMP-ID (EXMP-IDX) = WS-LOOKUP-ID AND
                   WS-EXMP-DVZ (EXMP-IDX) = WS-LOOKUP-DVZ AND
                   (WS-EXMP-RULE (EXMP-IDX) = WS-CASE-RULE OR
                    WS-EXMP-RULE (EXMP-IDX) = '*') AND
                   WS-CASE-LAST-DATE NOT > WS-EXMP-THRU-DATE (EXMP-IDX)
                 MOVE 'Y' TO WS-EXEMPT-SW
           END-SEARCH.
       H670-END. EXIT.
      *-----
       H680-CHECK-HISTORY.
           MOVE 'N' TO WS-REPEAT-SW.
           SET HIST-IDX TO 1.
           SEARCH WS-HIST-ENTRY
              AT END
                 MOVE 'N' TO WS-REPEAT-SW
              WHEN HIST-IDX > WS-HIST-COUNT
                 MOVE 'N' TO WS-REPEAT-SW
              WHEN WS-HIST-ID (HIST-IDX) = WS-LOOKUP-ID AND
                   WS-HIST-DVZ (HIST-IDX) = WS-LOOKUP-DVZ AND
                   WS-HIST-RULE (HIST-IDX) = WS-CASE-RULE AND
                   WS-HIST-ANCHOR-REF (HIST-IDX) = WS-CASE-ANCHOR-REF
                 MOVE 'Y' TO WS-REPEAT-SW
           END-SEARCH.
       H680-END. EXIT.
      *-----
       H690-ADD-HISTORY.
           IF WS-HIST-COUNT < 3000
              ADD 1 TO WS-HIST-COUNT
              SET HIST-IDX TO WS-HIST-COUNT
              MOVE WS-LOOKUP-ID       TO WS-HIST-ID (HIST-IDX)
              MOVE WS-LOOKUP-DVZ      TO WS-HIST-DVZ (HIST-IDX)
              MOVE WS-CASE-RULE       TO WS-HIST-RULE (HIST-IDX)
              MOVE WS-CASE-ANCHOR-REF TO WS-HIST-ANCHOR-REF (HIST-IDX)
           ELSE
              DISPLAY "COMPMON ABORTED - CASE HISTORY TABLE FULL"
              PERFORM H999-EXIT
           END-IF.
       H690-END. EXIT.
      *-----
       H700-SET-ALPHA-DVZ.
           MOVE SPACES TO WS-ALPHA-DVZ.
           SET CCY-IDX TO 1.
           SEARCH WS-CCY-ENTRY
              WHEN CCY-IDX > WS-CCY-TBL-COUNT
                 CONTINUE
              WHEN WS-CCY-NUMERIC (CCY-IDX) = WS-LOOKUP-DVZ
                 MOVE WS-CCY-ALPHA (CCY-IDX) TO WS-ALPHA-DVZ
           END-SEARCH.
           IF WS-ALPHA-DVZ = SPACES
              MOVE WS-LOOKUP-DVZ TO WS-ALPHA-DVZ
           END-IF.
       H700-END. EXIT.
      *Tabloda olmayan eski tip kodlar saysal biçimiyle baslr.
       H900-WRITE-SUMMARY.
           MOVE SPACES TO MON-RPT-LINE.
           WRITE MON-RPT-LINE.
           MOVE 'COMPLIANCE MONITORING SUMMARY' TO MON-RPT-LINE.
           WRITE MON-RPT-LINE.
           MOVE WS-JRNL-COUNT TO WS-COUNT-ED.
           MOVE 'JOURNAL LINES READ : ' TO WS-LABEL-TXT.
           PERFORM H910-WRITE-COUNT-LINE.
           MOVE WS-GEN-USED TO WS-COUNT-ED.
           MOVE 'GENERATIONS READ   : ' TO WS-LABEL-TXT.
           PERFORM H910-WRITE-COUNT-LINE.
           MOVE WS-WINDOW-COUNT TO WS-COUNT-ED.
           MOVE 'LINES SCREENED     : ' TO WS-LABEL-TXT.
           PERFORM H910-WRITE-COUNT-LINE.
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-ED.
           MOVE 'REVERSAL/ACCRUAL   : ' TO WS-LABEL-TXT.
           PERFORM H910-WRITE-COUNT-LINE.
           MOVE WS-LARGE-COUNT TO WS-COUNT-ED.
           MOVE 'LARGE MOVEMENTS    : ' TO WS-LABEL-TXT.
           PERFORM H910-WRITE-COUNT-LINE.
           MOVE WS-STRUCT-COUNT TO WS-COUNT-ED.
           MOVE 'STRUCTURING        : ' TO WS-LABEL-TXT.
           PERFORM H910-WRITE-COUNT-LINE.
           MOVE WS-RAPID-COUNT TO WS-COUNT-ED.
           MOVE 'RAPID IN/OUT       : ' TO WS-LABEL-TXT.
           PERFORM H910-WRITE-COUNT-LINE.
           MOVE WS-MINOR-COUNT TO WS-COUNT-ED.
           MOVE 'MINOR ACCOUNTS     : ' TO WS-LABEL-TXT.
           PERFORM H910-WRITE-COUNT-LINE.
           MOVE WS-CASE-COUNT TO WS-COUNT-ED.
           MOVE 'CASES RAISED       : ' TO WS-LABEL-TXT.
           PERFORM H910-WRITE-COUNT-LINE.
           MOVE WS-EXEMPT-COUNT TO WS-COUNT-ED.
           MOVE 'SUPPRESSED EXEMPT  : ' TO WS-LABEL-TXT.
           PERFORM H910-WRITE-COUNT-LINE.
           MOVE WS-REPEAT-COUNT TO WS-COUNT-ED.
           MOVE 'ALREADY RAISED     : ' TO WS-LABEL-TXT.
           PERFORM H910-WRITE-COUNT-LINE.
       H900-END. EXIT.
      *-----
       H910-WRITE-COUNT-LINE.
           MOVE SPACES TO MON-RPT-LINE.
           STRING WS-LABEL-TXT WS-COUNT-ED
              DELIMITED BY SIZE INTO MON-RPT-LINE.
           WRITE MON-RPT-LINE.
       H910-END. EXIT.
      *-----
       H980-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG.
           IF CHECK-FILE-RLOG-ST
              MOVE 'COMPMON ' TO RUN-LOG-PROGRAM
              ACCEPT RUN-LOG-RUN-DATE FROM DATE YYYYMMDD
              MOVE WS-JRNL-COUNT TO RUN-LOG-INPUT-COUNT
              MOVE WS-CASE-COUNT TO RUN-LOG-OUTPUT-COUNT
              MOVE WS-RUN-STATUS TO RUN-LOG-STATUS
              WRITE RUN-LOG-MEMBERS
              CLOSE RUN-LOG
           ELSE
              DISPLAY "RUN LOG NOT WRITTEN. ERROR CODE:"
                 CHECK-FILE-RLOG
           END-IF.
       H980-END. EXIT.
      *-----
       H999-EXIT.
           PERFORM H980-WRITE-RUN-LOG.
           DISPLAY 'COMPMON TOTALS - SCREENED: ' WS-WINDOW-COUNT
                   ' CASES: ' WS-CASE-COUNT
                   ' EXEMPT: ' WS-EXEMPT-COUNT
                   ' REPEAT: ' WS-REPEAT-COUNT.
           CLOSE JRNL-FILE.
           CLOSE RATE-FILE.
           CLOSE PERS-MST.
           CLOSE CASE-FILE.
           CLOSE MON-RPT.
           STOP RUN.
       H999-END. EXIT.
