       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST.
       AUTHOR.     SINEM SEN.
      *----
      *GLPOST, gün sonu genel muhasebe arayüzüdür. JRNL-FILE'a önceki
      *koşudan sonra eklenen (henüz genel muhasebeye gitmemi) hareketler
      *para birimi ve hareket türüne göre (ube borç/alacak, INTACCR faiz
      *tahakkuku, iptal) özetlenir; günün AUDIT-FILE açl/kapanlar
      *ve DORMANT'n bakiyeli arivlemeleri ile arivden geri almalar
      *(RINS-FILE) da günlüe girmeden müteri bakiyesini deitirdiinden
      *ayr tür olarak eklenir. Her tür toplam müteri mevduat hesabna
      *(CUSTLIAB) ve kar hesabna (ube kasa/takas BRCLEAR, faiz gideri
      *INTEXP, hareketsiz hesap devir borcu DORMPAY) çift kayt olarak
      *GL-FILE'a yazlr; her para birimi böylece sfra kapanr. Yannda para
      *birimi bana mizan (GLTB-RPT) üretilir: önceki günün GL-CTL
      *kaydndan gelen açl mevduat + günün hareketleri, IDX-FILE
      *bakiyelerinin toplamyla karlatrlr. Tutmayan para birimi raporda
      *iaretlenir, GL-FILE bal 'H' (tutuldu) olarak yazlr ve koşu
      *günlüüne 'HOLD' durumu düülür; dosya ancak tüm para birimleri
      *tuttuunda 'R' (serbest) çkar.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNL-FILE ASSIGN TO JRNLFILE
                           STATUS CHECK-FILE-JRNL.
           SELECT AUDIT-FILE ASSIGN TO AUDFILE
                           STATUS CHECK-FILE-AUDIT.
           SELECT OPTIONAL ARCH-FILE ASSIGN TO ARCHFILE
                           STATUS CHECK-FILE-ARCH.
           SELECT OPTIONAL RINS-FILE ASSIGN TO RINSFILE
                           STATUS CHECK-FILE-RINS.
           SELECT IDX-FILE ASSIGN TO IDXFILE
                           ORGANIZATION IS INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY IDX-FILE-KEY
                           ALTERNATE RECORD KEY IDX-FILE-BALANCE
                             WITH DUPLICATES
                           STATUS CHECK-FILE-INDEX.
           SELECT OPTIONAL GLCTL-IN ASSIGN TO GLCTLIN
                           STATUS CHECK-FILE-CTLIN.
           SELECT GLCTL-OUT ASSIGN TO GLCTLOUT
                           STATUS CHECK-FILE-CTLOUT.
           SELECT GL-FILE ASSIGN TO GLFILE
                           STATUS CHECK-FILE-GL.
           SELECT GLTB-RPT ASSIGN TO GLTBRPT
                           STATUS CHECK-FILE-RPT.
           SELECT CCY-MST ASSIGN TO CCYMST
                           STATUS CHECK-FILE-CCYM.
           SELECT OPTIONAL RUN-LOG ASSIGN TO RUNLOG
                           STATUS CHECK-FILE-RLOG.
      *ARCH-FILE, DORMANT'n son ariv koşusunun, RINS-FILE son geri
      *alma koşusunun dosyasdr; ikisi de her gün komadndan
      *OPTIONAL'dr. GLCTL-IN önceki günün,
      *GLCTL-OUT bugünün GL kontrol kuadr (eski/yeni ana dosya);
      *ilk koşuda önceki kuak bulunmaz. JRNL-FILE ay boyunca büyür
      *ve yalnz JRNLCLS'in ay kapannda boaltlr; GLPOST bu
      *yüzden JRNLCLS'ten önce komaldr.
      *----
       DATA DIVISION.
       FILE SECTION.
       FD  JRNL-FILE RECORDING MODE F.
           COPY JRNLREC.
       FD  AUDIT-FILE RECORDING MODE F.
           COPY AUDREC.
       FD  ARCH-FILE RECORDING MODE F.
           COPY ARCHREC.
       FD  RINS-FILE RECORDING MODE F.
           COPY RINSREC.
       FD  IDX-FILE.
           COPY IDXREC.
       FD  GLCTL-IN RECORDING MODE F.
         01 GLCTL-IN-MEMBERS.
           05 GLCTL-IN-DVZ           PIC 9(3).
           05 GLCTL-IN-BUS-DATE      PIC 9(8).
           05 GLCTL-IN-CLOSING       PIC S9(15)V99
                                     SIGN LEADING SEPARATE.
           05 GLCTL-IN-JRNL-LINES    PIC 9(7).
           05 GLCTL-IN-JRNL-REF      PIC X(12).
       FD  GLCTL-OUT RECORDING MODE F.
         01 GLCTL-OUT-MEMBERS.
           05 GLCTL-OUT-DVZ          PIC 9(3).
           05 GLCTL-OUT-BUS-DATE     PIC 9(8).
           05 GLCTL-OUT-CLOSING      PIC S9(15)V99
                                     SIGN LEADING SEPARATE.
           05 GLCTL-OUT-JRNL-LINES   PIC 9(7).
           05 GLCTL-OUT-JRNL-REF     PIC X(12).
      *GL kontrol kayd para birimi bana bir satrdr: i günü ve
      *o gün sonunda genel muhasebeye yansyan müteri mevduat
      *(açl + GL-FILE'a gönderilen hareketler). Ertesi günün
      *açl bu tutardr. JRNL-LINES, o gün sonunda JRNL-FILE'dan
      *genel muhasebeye aktarlm satr saysn, JRNL-REF o
      *saydaki son satrn referansn tar; ikisi her para birimi
      *satrnda ayndr.
       FD  GL-FILE RECORDING MODE F.
         01 GL-FILE-MEMBERS.
           05 GL-FILE-REC-ID         PIC X(3).
           05 GL-FILE-POST-DATE      PIC 9(8).
           05 GL-FILE-DVZ            PIC 9(3).
           05 GL-FILE-CCY-ALPHA      PIC X(3).
           05 GL-FILE-ACCOUNT        PIC X(8).
           05 GL-FILE-DC             PIC X(1).
           05 GL-FILE-AMOUNT         PIC 9(15)V99.
           05 GL-FILE-MOVE-TYPE      PIC X(3).
           05 GL-FILE-COUNT          PIC 9(7).
         01 GL-FILE-HEADER.
           05 GL-HDR-ID              PIC X(3).
           05 GL-HDR-BUS-DATE        PIC 9(8).
           05 GL-HDR-RELEASE         PIC X(1).
           05 GL-HDR-CCY-COUNT       PIC 9(3).
           05 GL-HDR-OUT-COUNT       PIC 9(3).
           05 FILLER                 PIC X(35).
         01 GL-FILE-TRAILER.
           05 GL-TRL-ID              PIC X(3).
           05 GL-TRL-COUNT           PIC 9(7).
           05 GL-TRL-DEBIT-TOTAL     PIC 9(17)V99.
           05 GL-TRL-CREDIT-TOTAL    PIC 9(17)V99.
           05 FILLER                 PIC X(5).
      *GL-FILE, TXN-FILE gibi balk ('GHD'), detay ('GDT') ve kuyruk
      *('GTR') kaytlarndan oluur. GL-HDR-RELEASE 'R' dosyann
      *genel muhasebeye serbest brakldn, 'H' mizanda tutmayan
      *para birimi olduu için tutulduunu gösterir; GL-HDR-OUT-COUNT
      *tutmayan para birimi saysdr. GL-FILE-MOVE-TYPE, iki harfli
      *hareket türü ve müteri tarafnn yönüdür ('BRD' ube borcu,
      *'ACC' faiz alaca gibi); çiftin iki satr ayn türü tar.
       FD  GLTB-RPT RECORDING MODE F.
         01 GLTB-RPT-LINE             PIC X(80).
       FD  CCY-MST RECORDING MODE F.
           COPY CCYMREC.
       FD  RUN-LOG RECORDING MODE F.
           COPY RUNLOG.
       WORKING-STORAGE SECTION.
       01  CONTROL-STATEMENTS.
         05 CHECK-FILE-JRNL        PIC 9(2).
           88 JRNL-FILE-SUCCESS    VALUE 00 97.
           88 JRNL-FILE-EOF        VALUE 10.
         05 CHECK-FILE-AUDIT       PIC 9(2).
           88 AUDIT-FILE-SUCCESS   VALUE 00 97.
           88 AUDIT-FILE-EOF       VALUE 10.
         05 CHECK-FILE-ARCH        PIC 9(2).
           88 ARCH-FILE-OPENED     VALUE 00 05 97.
           88 ARCH-FILE-EOF        VALUE 10.
         05 CHECK-FILE-RINS        PIC 9(2).
           88 RINS-FILE-OPENED     VALUE 00 05 97.
           88 RINS-FILE-EOF        VALUE 10.
         05 CHECK-FILE-INDEX       PIC 9(2).
           88 INDEX-FILE-SUCCESS   VALUE 00 97.
           88 INDEX-FILE-EOF       VALUE 10.
         05 CHECK-FILE-CTLIN       PIC 9(2).
           88 CTLIN-FILE-OPENED    VALUE 00 05 97.
           88 CTLIN-FILE-EOF       VALUE 10.
         05 CHECK-FILE-CTLOUT      PIC 9(2).
           88 CTLOUT-FILE-SUCCESS  VALUE 00 97.
         05 CHECK-FILE-GL          PIC 9(2).
           88 GL-FILE-SUCCESS      VALUE 00 97.
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
         05 WS-SKIP-COUNT          PIC 9(7) VALUE 0.
         05 WS-AUDIT-COUNT         PIC 9(7) VALUE 0.
         05 WS-AUDIT-SKIP-COUNT    PIC 9(7) VALUE 0.
         05 WS-ARCH-COUNT          PIC 9(7) VALUE 0.
         05 WS-RINS-COUNT          PIC 9(7) VALUE 0.
         05 WS-ACCT-COUNT          PIC 9(7) VALUE 0.
         05 WS-GL-COUNT            PIC 9(7) VALUE 0.
         05 WS-GL-DEBIT            PIC 9(17)V99 VALUE 0.
         05 WS-GL-CREDIT           PIC 9(17)V99 VALUE 0.
         05 WS-TIED-COUNT          PIC 9(3) VALUE 0.
         05 WS-OUT-COUNT           PIC 9(3) VALUE 0.
      *WS-SKIP-COUNT, önceki günlerde aktarld için atlanan günlük
      *satrlarn; WS-AUDIT-SKIP-COUNT, i günü penceresi dnda kalan
      *(önceki günlerde saylm) bakm kaytlarn;
      *WS-ARCH-COUNT/WS-RINS-COUNT, bu koşuda hesaba katlan bakiyeli
      *ariv ve geri alma kaytlarn; WS-GL-*, GL-FILE'a yazlan detaylarn
      *kuyruk deerlerini; WS-TIED-COUNT/WS-OUT-COUNT mizanda tutan ve
      *tutmayan para birimlerini sayar.
       01  GL-ACCOUNT-FIELDS.
         05 WS-GL-CUST-ACCT        PIC X(8) VALUE 'CUSTLIAB'.
         05 WS-GL-CLEAR-ACCT       PIC X(8) VALUE 'BRCLEAR '.
         05 WS-GL-INTEXP-ACCT      PIC X(8) VALUE 'INTEXP  '.
         05 WS-GL-DORM-ACCT        PIC X(8) VALUE 'DORMPAY '.
      *Genel muhasebe hesap kodlar: müteri mevduat, ube kasa/
      *takas, faiz gideri ve hareketsiz hesap devir borcu.
       01  POST-WORK-FIELDS.
         05 WS-RUN-DATE            PIC 9(8).
         05 WS-PRIOR-DATE          PIC 9(8) VALUE 0.
         05 WS-PRIOR-CTL-SW        PIC X(1) VALUE 'N'.
           88 PRIOR-CONTROL-FOUND     VALUE 'Y'.
         05 WS-JRNL-MARK           PIC 9(7) VALUE 0.
         05 WS-JRNL-MARK-REF       PIC X(12) VALUE SPACES.
         05 WS-JRNL-LINES          PIC 9(7) VALUE 0.
         05 WS-JRNL-LAST-REF       PIC X(12) VALUE SPACES.
         05 WS-JRNL-RESET-SW       PIC X(1) VALUE 'N'.
           88 JOURNAL-RESET           VALUE 'Y'.
         05 WS-REF-WORK            PIC X(12).
         05 WS-REF-WORK-R REDEFINES WS-REF-WORK.
           10 WS-REF-PREFIX        PIC X(3).
           10 FILLER               PIC X(9).
         05 WS-MOVE-NO             PIC 9(1).
         05 WS-WORK-DC             PIC X(1).
         05 WS-WORK-AMOUNT         PIC 9(15)V99.
         05 WS-WORK-BALANCE        PIC S9(15)V99.
         05 WS-WORK-NET            PIC S9(15)V99.
         05 WS-MOVE-TYPE.
           10 WS-MOVE-CODE         PIC X(2).
           10 WS-MOVE-SIDE         PIC X(1).
         05 WS-MOVE-NAME           PIC X(9).
         05 WS-CONTRA-ACCT         PIC X(8).
         05 WS-CONTRA-DC           PIC X(1).
         05 WS-POST-ACCT           PIC X(8).
         05 WS-POST-DC             PIC X(1).
         05 WS-POST-AMOUNT         PIC 9(15)V99.
         05 WS-POST-COUNT          PIC 9(7).
      *WS-JRNL-MARK/MARK-REF, önceki kuan aktarlm satr says ve son satr
      *referansdr; WS-JRNL-LINES/LAST-REF bu koşunun sonunda ayn
      *deerleri kurar. JOURNAL-RESET, JRNL-FILE'n önceki koşudan sonra
      *JRNLCLS ile boaltldn gösterir. WS-PRIOR-DATE, önceki GL kontrol
      *kuann i günüdür; o günden sonra ilenen bakm, ariv ve geri alma
      *kaytlar bugünün hareketi saylr. WS-MOVE-NO hareket türünün
      *tablodaki srasdr: 1 ube, 2 faiz tahakkuku, 3 iptal, 4 açl, 5
      *kapan, 6 ariv, 7 arivden geri alma. WS-MOVE-CODE/NAME ve
      *WS-CONTRA-ACCT bu sradan H650'de türetilir.
       01  CCY-TOTAL-TABLE.
         05 WS-GLC-COUNT           PIC 9(2) VALUE 0.
         05 WS-GLC-ENTRY OCCURS 50 TIMES INDEXED BY GLC-IDX.
           10 WS-GLC-DVZ           PIC 9(3).
           10 WS-GLC-ALPHA         PIC X(3).
           10 WS-GLC-OPEN-SRC      PIC X(1).
             88 OPENING-FROM-CONTROL  VALUE 'C'.
             88 OPENING-NEW-CCY       VALUE 'N'.
             88 OPENING-FROM-IDX      VALUE 'I'.
           10 WS-GLC-OPENING       PIC S9(15)V99.
           10 WS-GLC-MOVE OCCURS 7 TIMES INDEXED BY MOV-IDX.
             15 WS-GLC-DR-AMT      PIC 9(15)V99.
             15 WS-GLC-DR-CNT      PIC 9(7).
             15 WS-GLC-CR-AMT      PIC 9(15)V99.
             15 WS-GLC-CR-CNT      PIC 9(7).
           10 WS-GLC-EXPECTED      PIC S9(15)V99.
           10 WS-GLC-ACTUAL        PIC S9(15)V99.
           10 WS-GLC-DIFF          PIC S9(15)V99.
           10 WS-GLC-ACCTS         PIC 9(7).
           10 WS-GLC-GL-DR         PIC 9(17)V99.
           10 WS-GLC-GL-CR         PIC 9(17)V99.
           10 WS-GLC-TIED-SW       PIC X(1).
             88 CURRENCY-TIED         VALUE 'Y'.
         05 WS-GLC-FOUND-SW        PIC X(1).
           88 GLC-ENTRY-FOUND         VALUE 'Y'.
         05 WS-LOOKUP-DVZ          PIC 9(3).
      *CCY-TOTAL-TABLE, para birimi bana mizann tüm kalemlerini
      *tutar. WS-GLC-OPEN-SRC açln kaynadr: 'C' önceki GL
      *kontrol kayd, 'N' önceki kuakta bulunmayan yeni para birimi
      *(sfrdan açlr), 'I' hiç önceki kuak yokken IDX-FILE'dan
      *geriye türetilen ilk açl. WS-GLC-MOVE, hareket türü bana
      *müteri tarafnn borç/alacak toplam ve adedidir.
      *WS-GLC-GL-DR/CR, para biriminin GL-FILE'a giden borç/alacak
      *toplamdr; ikisi eit olmaldr.
       01  REPORT-FIELDS.
         05 WS-AMOUNT-ED           PIC Z(14)9.99-.
         05 WS-GL-AMOUNT-ED        PIC Z(16)9.99.
         05 WS-COUNT-ED            PIC ZZZ,ZZ9.
         05 WS-DVZ-ED              PIC ZZ9.
         05 WS-LABEL-TXT           PIC X(21).
         05 WS-SOURCE-TXT          PIC X(24).
       COPY CURRENCY.
       PROCEDURE DIVISION.
       0001-MAIN-PROCESS.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-LOAD-JOURNAL UNTIL JRNL-FILE-EOF.
           PERFORM H300-LOAD-AUDIT UNTIL AUDIT-FILE-EOF.
           PERFORM H350-LOAD-ARCHIVE.
           PERFORM H370-LOAD-REINSTATED.
           PERFORM H400-SUM-ACCOUNTS UNTIL INDEX-FILE-EOF.
           IF WS-GLC-COUNT > 0
              PERFORM H500-PROVE-CURRENCY
                 VARYING GLC-IDX FROM 1 BY 1
                 UNTIL GLC-IDX > WS-GLC-COUNT
           END-IF.
           PERFORM H600-WRITE-GL-FILE.
           PERFORM H700-WRITE-CONTROL.
           PERFORM H800-WRITE-TRIAL-BALANCE.
           PERFORM H900-WRITE-SUMMARY.
           IF WS-OUT-COUNT = 0
              MOVE 'OK  ' TO WS-RUN-STATUS
           ELSE
              MOVE 'HOLD' TO WS-RUN-STATUS
           END-IF.
           PERFORM H999-EXIT.
       0001-END. EXIT.
      *Ana akş: önce günün tüm kaynaklar para birimi tablosuna
      *özetlenir ve IDX-FILE toplanr; mizan tamamlanmadan GL-FILE
      *yazlmaz, çünkü serbest/tutuldu karar balk kaydna girer.
      *Tutmayan para birimi varsa koşu 'HOLD' ile kaydedilir; GL
      *aktarm koşu günlüünde 'OK  ' görmeden dosyay almaz.
       H100-OPEN-FILES.
           OPEN INPUT  JRNL-FILE.
           OPEN INPUT  AUDIT-FILE.
           OPEN INPUT  IDX-FILE.
           OPEN OUTPUT GLCTL-OUT.
           OPEN OUTPUT GL-FILE.
           OPEN OUTPUT GLTB-RPT.
           PERFORM H110-FILE-CONTROL.
           PERFORM H130-LOAD-CURRENCY.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM H140-LOAD-OPENING.
           READ JRNL-FILE.
           PERFORM H150-SKIP-POSTED.
           READ AUDIT-FILE.
           READ IDX-FILE NEXT RECORD
              AT END SET INDEX-FILE-EOF TO TRUE
           END-READ.
       H100-END. EXIT.
      *-----
       H110-FILE-CONTROL.
           IF (CHECK-FILE-JRNL NOT = 97) AND (CHECK-FILE-JRNL NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-JRNL
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-AUDIT NOT = 97) AND (CHECK-FILE-AUDIT NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-AUDIT
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-INDEX NOT = 97) AND (CHECK-FILE-INDEX NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-INDEX
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-CTLOUT NOT = 97) AND
              (CHECK-FILE-CTLOUT NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-CTLOUT
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-GL NOT = 97) AND (CHECK-FILE-GL NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-GL
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
              DISPLAY "GLPOST ABORTED - CURRENCY MASTER EMPTY"
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
              DISPLAY "GLPOST ABORTED - CURRENCY TABLE FULL"
              PERFORM H999-EXIT
           END-IF.
           READ CCY-MST.
       H135-END. EXIT.
      *Pasif para birimleri de yüklenir: kapanmakta olan bir para
      *biriminin bakiyeleri de genel muhasebeye aktarlr.
       H140-LOAD-OPENING.
           OPEN INPUT GLCTL-IN.
           IF CTLIN-FILE-OPENED
              READ GLCTL-IN
              PERFORM H145-LOAD-ONE-OPENING UNTIL CTLIN-FILE-EOF
              CLOSE GLCTL-IN
           END-IF.
       H140-END. EXIT.
      *-----
       H145-LOAD-ONE-OPENING.
           MOVE 'Y' TO WS-PRIOR-CTL-SW.
           MOVE GLCTL-IN-BUS-DATE TO WS-PRIOR-DATE.
           MOVE GLCTL-IN-DVZ TO WS-LOOKUP-DVZ.
           PERFORM H230-FIND-OR-ADD-CCY.
           MOVE GLCTL-IN-CLOSING TO WS-GLC-OPENING (GLC-IDX).
           MOVE GLCTL-IN-JRNL-LINES TO WS-JRNL-MARK.
           MOVE GLCTL-IN-JRNL-REF   TO WS-JRNL-MARK-REF.
           MOVE 'C' TO WS-GLC-OPEN-SRC (GLC-IDX).
           READ GLCTL-IN.
       H145-END. EXIT.
      *Önceki kuaktaki her para biriminin kapan mevduat bugünün
      *açl olur. Kuak hiç yoksa (ilk koşu) PRIOR-CONTROL-FOUND
      *kapal kalr ve açllar H500'de IDX-FILE'dan türetilir.
       H150-SKIP-POSTED.
           PERFORM H155-SKIP-ONE-LINE
              UNTIL JRNL-FILE-EOF OR WS-JRNL-LINES = WS-JRNL-MARK.
           IF WS-JRNL-LINES < WS-JRNL-MARK OR
              WS-JRNL-LAST-REF NOT = WS-JRNL-MARK-REF
              PERFORM H160-RESTART-JOURNAL
           END-IF.
           MOVE WS-JRNL-LINES TO WS-SKIP-COUNT.
       H150-END. EXIT.
      *JRNL-FILE iki kapan arasnda yalnz sonuna eklenerek
      *büyür; önceki kuan says kadar satr zaten genel
      *muhasebeye gitmitir ve atlanr. Dosya o saydan ksaysa ya
      *da o saydaki satrn referans kuaktakiyle uyumuyorsa
      *JRNLCLS dosyay bu arada boaltmtr ve bütün satrlar
      *yenidir. Ayn gün yeniden koşuda ayn GLCTL-IN ayn satrlar
      *atlar.
       H155-SKIP-ONE-LINE.
           ADD 1 TO WS-JRNL-LINES.
           MOVE JRNL-FILE-REF TO WS-JRNL-LAST-REF.
           READ JRNL-FILE.
       H155-END. EXIT.
      *-----
       H160-RESTART-JOURNAL.
           MOVE 'Y' TO WS-JRNL-RESET-SW.
           MOVE 0 TO WS-JRNL-LINES.
           MOVE SPACES TO WS-JRNL-LAST-REF.
           CLOSE JRNL-FILE.
           OPEN INPUT JRNL-FILE.
           IF (CHECK-FILE-JRNL NOT = 97) AND (CHECK-FILE-JRNL NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-JRNL
              PERFORM H999-EXIT
           END-IF.
           READ JRNL-FILE.
       H160-END. EXIT.
      *Boaltlm dosya batan okunur; kapanan ayn satrlar
      *JRNLCLS'ten önceki günlerde aktarlmtr.
       H200-LOAD-JOURNAL.
           MOVE JRNL-FILE-REF TO WS-REF-WORK.
           EVALUATE TRUE
              WHEN JRNL-FILE-ORIG-REF NOT = SPACES
                 MOVE 3 TO WS-MOVE-NO
              WHEN WS-REF-PREFIX = 'ACR'
                 MOVE 2 TO WS-MOVE-NO
              WHEN OTHER
                 MOVE 1 TO WS-MOVE-NO
           END-EVALUATE.
           MOVE JRNL-FILE-DVZ    TO WS-LOOKUP-DVZ.
           MOVE JRNL-FILE-DC     TO WS-WORK-DC.
           MOVE JRNL-FILE-AMOUNT TO WS-WORK-AMOUNT.
           PERFORM H230-FIND-OR-ADD-CCY.
           PERFORM H260-ADD-MOVEMENT.
           ADD 1 TO WS-JRNL-COUNT.
           ADD 1 TO WS-JRNL-LINES.
           MOVE JRNL-FILE-REF TO WS-JRNL-LAST-REF.
           READ JRNL-FILE.
       H200-END. EXIT.
      *Günlük satr türüne ayrlr: ORIG-REF dolu satr iptaldir,
      *'ACR' önekli referans INTACCR'n faiz tahakkukudur, geri
      *kalan ube hareketidir. ptalin DC'si bakiyeye uygulanan
      *gerçek yön olduundan toplamlara olduu gibi girer.
       H230-FIND-OR-ADD-CCY.
           PERFORM H240-FIND-CCY.
           IF NOT GLC-ENTRY-FOUND
              PERFORM H250-ADD-CCY
           END-IF.
       H230-END. EXIT.
      *-----
       H240-FIND-CCY.
           MOVE 'N' TO WS-GLC-FOUND-SW.
           SET GLC-IDX TO 1.
           SEARCH WS-GLC-ENTRY
              AT END
                 MOVE 'N' TO WS-GLC-FOUND-SW
              WHEN GLC-IDX > WS-GLC-COUNT
                 MOVE 'N' TO WS-GLC-FOUND-SW
              WHEN WS-GLC-DVZ (GLC-IDX) = WS-LOOKUP-DVZ
                 MOVE 'Y' TO WS-GLC-FOUND-SW
           END-SEARCH.
       H240-END. EXIT.
      *-----
       H250-ADD-CCY.
           IF WS-GLC-COUNT < 50
              ADD 1 TO WS-GLC-COUNT
              SET GLC-IDX TO WS-GLC-COUNT
              INITIALIZE WS-GLC-ENTRY (GLC-IDX)
              MOVE WS-LOOKUP-DVZ TO WS-GLC-DVZ (GLC-IDX)
              MOVE '???' TO WS-GLC-ALPHA (GLC-IDX)
              SET CCY-IDX TO 1
              SEARCH WS-CCY-ENTRY
                 WHEN CCY-IDX > WS-CCY-TBL-COUNT
                    CONTINUE
                 WHEN WS-CCY-NUMERIC (CCY-IDX) = WS-LOOKUP-DVZ
                    MOVE WS-CCY-ALPHA (CCY-IDX)
                       TO WS-GLC-ALPHA (GLC-IDX)
              END-SEARCH
           ELSE
              DISPLAY "GLPOST ABORTED - CURRENCY TOTAL TABLE FULL"
              PERFORM H999-EXIT
           END-IF.
       H250-END. EXIT.
      *Yeni para birimi girdisi sfrlanarak açlr; CCY-MST'de
      *bulunmayan eski tip kod '???' alfa koduyla özetlenmeye devam
      *eder. Tablo dolarsa yarm bir özet yaymlanmaz ve koşu 'FAIL'
      *ile biter.
       H260-ADD-MOVEMENT.
           SET MOV-IDX TO WS-MOVE-NO.
           IF WS-WORK-DC = 'D'
              ADD WS-WORK-AMOUNT TO WS-GLC-DR-AMT (GLC-IDX, MOV-IDX)
              ADD 1 TO WS-GLC-DR-CNT (GLC-IDX, MOV-IDX)
           ELSE
              ADD WS-WORK-AMOUNT TO WS-GLC-CR-AMT (GLC-IDX, MOV-IDX)
              ADD 1 TO WS-GLC-CR-CNT (GLC-IDX, MOV-IDX)
           END-IF.
       H260-END. EXIT.
      *'D' müteri borcu, geri kalan alacak saylr (TXNPOST'un
      *kuyruk saymyla ayn kural).
       H300-LOAD-AUDIT.
           IF AUD-FILE-RUN-DATE > WS-PRIOR-DATE AND
              AUD-FILE-RUN-DATE NOT > WS-RUN-DATE AND
              (PRIOR-CONTROL-FOUND OR
               AUD-FILE-RUN-DATE = WS-RUN-DATE)
              MOVE AUD-FILE-DVZ TO WS-LOOKUP-DVZ
              EVALUATE AUD-FILE-ACTION
                 WHEN 'O'
                    MOVE 4 TO WS-MOVE-NO
                    MOVE AUD-AFT-BALANCE TO WS-WORK-BALANCE
                    PERFORM H320-ADD-BALANCE-CHANGE
                 WHEN 'X'
                    MOVE 5 TO WS-MOVE-NO
                    COMPUTE WS-WORK-BALANCE = 0 - AUD-BEF-BALANCE
                    PERFORM H320-ADD-BALANCE-CHANGE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           ELSE
              ADD 1 TO WS-AUDIT-SKIP-COUNT
           END-IF.
           ADD 1 TO WS-AUDIT-COUNT.
           READ AUDIT-FILE.
       H300-END. EXIT.
      *Açl hesab balangç bakiyesiyle mevduata girer, kapan
      *kapanan bakiyeyi mevduattan çkarr. Deiiklik ('C') ve
      *limit ('L') ilemleri bakiyeye dokunmaz ve atlanr. AUDIT-FILE
      *yalnz ACCTMNT koştuunda yeniden yazlr; ARCH-FILE gibi
      *yalnz önceki GL kontrol gününden sonra ilenen kaytlar
      *saylr, ACCTMNT'nin komad gecede eski dosyann açl ve
      *kapanlar ikinci kez mevduata girmez.
       H320-ADD-BALANCE-CHANGE.
           IF WS-WORK-BALANCE NOT = 0
              IF WS-WORK-BALANCE > 0
                 MOVE 'C' TO WS-WORK-DC
                 MOVE WS-WORK-BALANCE TO WS-WORK-AMOUNT
              ELSE
                 MOVE 'D' TO WS-WORK-DC
                 COMPUTE WS-WORK-AMOUNT = 0 - WS-WORK-BALANCE
              END-IF
              PERFORM H230-FIND-OR-ADD-CCY
              PERFORM H260-ADD-MOVEMENT
           END-IF.
       H320-END. EXIT.
      *WS-WORK-BALANCE mevduata etkinin iaretli tutardr: art
      *müteri alaca, eksi müteri borcu olarak toplanr. Kredili
      *mevduatla eksi bakiyede kapanan hesap böylece ters yöne düer.
       H350-LOAD-ARCHIVE.
           OPEN INPUT ARCH-FILE.
           IF ARCH-FILE-OPENED
              READ ARCH-FILE
              PERFORM H360-LOAD-ONE-ARCHIVE UNTIL ARCH-FILE-EOF
              CLOSE ARCH-FILE
           END-IF.
       H350-END. EXIT.
      *-----
       H360-LOAD-ONE-ARCHIVE.
           IF ARCH-FILE-ARCH-DATE > WS-PRIOR-DATE AND
              ARCH-FILE-ARCH-DATE NOT > WS-RUN-DATE AND
              (PRIOR-CONTROL-FOUND OR
               ARCH-FILE-ARCH-DATE = WS-RUN-DATE)
              MOVE ARCH-FILE-DVZ TO WS-LOOKUP-DVZ
              MOVE 6 TO WS-MOVE-NO
              COMPUTE WS-WORK-BALANCE = 0 - ARCH-FILE-BALANCE
              PERFORM H320-ADD-BALANCE-CHANGE
              IF ARCH-FILE-BALANCE NOT = 0
                 ADD 1 TO WS-ARCH-COUNT
              END-IF
           END-IF.
           READ ARCH-FILE.
       H360-END. EXIT.
      *DORMANT arivledii hesab IDX-FILE'dan siler; bakiyeli
      *ariv bu yüzden mevduattan çkan bir harekettir ve devir
      *borcuna aktarlr. Yalnz önceki GL kontrol gününden sonra
      *arivlenenler saylr (ilk koşuda yalnz bugünküler); DORMANT
      *GLPOST'tan sonra kosa bile ariv ertesi gün kaçrlmaz.
       H370-LOAD-REINSTATED.
           OPEN INPUT RINS-FILE.
           IF RINS-FILE-OPENED
              READ RINS-FILE
              PERFORM H380-LOAD-ONE-REINSTATED UNTIL RINS-FILE-EOF
              CLOSE RINS-FILE
           END-IF.
       H370-END. EXIT.
      *-----
       H380-LOAD-ONE-REINSTATED.
           IF RINS-FILE-REIN-DATE > WS-PRIOR-DATE AND
              RINS-FILE-REIN-DATE NOT > WS-RUN-DATE AND
              (PRIOR-CONTROL-FOUND OR
               RINS-FILE-REIN-DATE = WS-RUN-DATE)
              MOVE RINS-FILE-DVZ TO WS-LOOKUP-DVZ
              MOVE 7 TO WS-MOVE-NO
              MOVE RINS-FILE-BALANCE TO WS-WORK-BALANCE
              PERFORM H320-ADD-BALANCE-CHANGE
              IF RINS-FILE-BALANCE NOT = 0
                 ADD 1 TO WS-RINS-COUNT
              END-IF
           END-IF.
           READ RINS-FILE.
       H380-END. EXIT.
      *DORMANT'n geri alma koşusu arivdeki bakiyeyi günlüe satr
      *yazmadan IDX-FILE'a geri koyar; bakiyeli geri alma arivin
      *tersidir ve hareketsiz hesap devir borcundan mevduata döner.
      *Tarih penceresi H360'takiyle ayndr.
       H400-SUM-ACCOUNTS.
           MOVE IDX-FILE-DVZ TO WS-LOOKUP-DVZ.
           PERFORM H230-FIND-OR-ADD-CCY.
           ADD IDX-FILE-BALANCE TO WS-GLC-ACTUAL (GLC-IDX).
           ADD 1 TO WS-GLC-ACCTS (GLC-IDX).
           ADD 1 TO WS-ACCT-COUNT.
           READ IDX-FILE NEXT RECORD
              AT END SET INDEX-FILE-EOF TO TRUE
           END-READ.
       H400-END. EXIT.
      *-----
       H500-PROVE-CURRENCY.
           MOVE 0 TO WS-WORK-NET.
           PERFORM H510-ADD-NET
              VARYING MOV-IDX FROM 1 BY 1 UNTIL MOV-IDX > 7.
           IF WS-GLC-OPEN-SRC (GLC-IDX) = SPACE
              IF PRIOR-CONTROL-FOUND
                 MOVE 0 TO WS-GLC-OPENING (GLC-IDX)
                 MOVE 'N' TO WS-GLC-OPEN-SRC (GLC-IDX)
              ELSE
                 COMPUTE WS-GLC-OPENING (GLC-IDX) =
                    WS-GLC-ACTUAL (GLC-IDX) - WS-WORK-NET
                 MOVE 'I' TO WS-GLC-OPEN-SRC (GLC-IDX)
              END-IF
           END-IF.
           COMPUTE WS-GLC-EXPECTED (GLC-IDX) =
              WS-GLC-OPENING (GLC-IDX) + WS-WORK-NET.
           COMPUTE WS-GLC-DIFF (GLC-IDX) =
              WS-GLC-ACTUAL (GLC-IDX) - WS-GLC-EXPECTED (GLC-IDX).
           IF WS-GLC-DIFF (GLC-IDX) = 0
              MOVE 'Y' TO WS-GLC-TIED-SW (GLC-IDX)
              ADD 1 TO WS-TIED-COUNT
           ELSE
              MOVE 'N' TO WS-GLC-TIED-SW (GLC-IDX)
              ADD 1 TO WS-OUT-COUNT
           END-IF.
       H500-END. EXIT.
      *Beklenen kapan = açl + alacaklar - borçlar; IDX-FILE
      *toplamyla fark sfr deilse para birimi tutmaz. lk koşuda
      *açl IDX-FILE toplamndan günün net hareketi düülerek
      *kurulur ve o gün için mizan tanm gerei tutar; rapor bunu
      *açl kaynayla belirtir.
       H510-ADD-NET.
           ADD WS-GLC-CR-AMT (GLC-IDX, MOV-IDX) TO WS-WORK-NET.
           SUBTRACT WS-GLC-DR-AMT (GLC-IDX, MOV-IDX) FROM WS-WORK-NET.
       H510-END. EXIT.
      *-----
       H600-WRITE-GL-FILE.
           MOVE SPACES TO GL-FILE-HEADER.
           MOVE 'GHD' TO GL-HDR-ID.
           MOVE WS-RUN-DATE TO GL-HDR-BUS-DATE.
           IF WS-OUT-COUNT = 0
              MOVE 'R' TO GL-HDR-RELEASE
           ELSE
              MOVE 'H' TO GL-HDR-RELEASE
           END-IF.
           MOVE WS-GLC-COUNT TO GL-HDR-CCY-COUNT.
           MOVE WS-OUT-COUNT TO GL-HDR-OUT-COUNT.
           WRITE GL-FILE-HEADER.
           IF WS-GLC-COUNT > 0
              PERFORM H610-WRITE-CCY-POSTINGS
                 VARYING GLC-IDX FROM 1 BY 1
                 UNTIL GLC-IDX > WS-GLC-COUNT
           END-IF.
           MOVE SPACES TO GL-FILE-TRAILER.
           MOVE 'GTR' TO GL-TRL-ID.
           MOVE WS-GL-COUNT TO GL-TRL-COUNT.
           MOVE WS-GL-DEBIT TO GL-TRL-DEBIT-TOTAL.
           MOVE WS-GL-CREDIT TO GL-TRL-CREDIT-TOTAL.
           WRITE GL-FILE-TRAILER.
       H600-END. EXIT.
      *Balk, mizan sonucu belli olduktan sonra yazlr; tutmayan
      *para birimi varsa dosya yine eksiksiz üretilir ama 'H' ile
      *iaretlenir, düzeltme sonras yeniden koşu beklenir.
       H610-WRITE-CCY-POSTINGS.
           PERFORM H620-WRITE-MOVE-POSTINGS
              VARYING MOV-IDX FROM 1 BY 1 UNTIL MOV-IDX > 7.
       H610-END. EXIT.
      *-----
       H620-WRITE-MOVE-POSTINGS.
           SET WS-MOVE-NO TO MOV-IDX.
           PERFORM H650-SET-MOVE-ATTRS.
           IF WS-GLC-DR-AMT (GLC-IDX, MOV-IDX) > 0
              MOVE 'D' TO WS-MOVE-SIDE
              MOVE WS-GLC-DR-AMT (GLC-IDX, MOV-IDX) TO WS-POST-AMOUNT
              MOVE WS-GLC-DR-CNT (GLC-IDX, MOV-IDX) TO WS-POST-COUNT
              MOVE 'C' TO WS-CONTRA-DC
              PERFORM H630-WRITE-PAIR
           END-IF.
           IF WS-GLC-CR-AMT (GLC-IDX, MOV-IDX) > 0
              MOVE 'C' TO WS-MOVE-SIDE
              MOVE WS-GLC-CR-AMT (GLC-IDX, MOV-IDX) TO WS-POST-AMOUNT
              MOVE WS-GLC-CR-CNT (GLC-IDX, MOV-IDX) TO WS-POST-COUNT
              MOVE 'D' TO WS-CONTRA-DC
              PERFORM H630-WRITE-PAIR
           END-IF.
       H620-END. EXIT.
      *Müteri taraf borcu mevduat hesabna borç, kar hesaba
      *alacak; müteri alaca tersine kaydedilir.
       H630-WRITE-PAIR.
           MOVE WS-GL-CUST-ACCT TO WS-POST-ACCT.
           MOVE WS-MOVE-SIDE    TO WS-POST-DC.
           PERFORM H640-WRITE-POSTING.
           MOVE WS-CONTRA-ACCT  TO WS-POST-ACCT.
           MOVE WS-CONTRA-DC    TO WS-POST-DC.
           PERFORM H640-WRITE-POSTING.
       H630-END. EXIT.
      *-----
       H640-WRITE-POSTING.
           MOVE SPACES TO GL-FILE-MEMBERS.
           MOVE 'GDT'                 TO GL-FILE-REC-ID.
           MOVE WS-RUN-DATE           TO GL-FILE-POST-DATE.
           MOVE WS-GLC-DVZ (GLC-IDX)  TO GL-FILE-DVZ.
           MOVE WS-GLC-ALPHA (GLC-IDX) TO GL-FILE-CCY-ALPHA.
           MOVE WS-POST-ACCT          TO GL-FILE-ACCOUNT.
           MOVE WS-POST-DC            TO GL-FILE-DC.
           MOVE WS-POST-AMOUNT        TO GL-FILE-AMOUNT.
           MOVE WS-MOVE-TYPE          TO GL-FILE-MOVE-TYPE.
           MOVE WS-POST-COUNT         TO GL-FILE-COUNT.
           WRITE GL-FILE-MEMBERS.
           ADD 1 TO WS-GL-COUNT.
           IF WS-POST-DC = 'D'
              ADD WS-POST-AMOUNT TO WS-GL-DEBIT
              ADD WS-POST-AMOUNT TO WS-GLC-GL-DR (GLC-IDX)
           ELSE
              ADD WS-POST-AMOUNT TO WS-GL-CREDIT
              ADD WS-POST-AMOUNT TO WS-GLC-GL-CR (GLC-IDX)
           END-IF.
       H640-END. EXIT.
      *-----
       H650-SET-MOVE-ATTRS.
           EVALUATE WS-MOVE-NO
              WHEN 1
                 MOVE 'BR'        TO WS-MOVE-CODE
                 MOVE 'BRANCH   ' TO WS-MOVE-NAME
                 MOVE WS-GL-CLEAR-ACCT TO WS-CONTRA-ACCT
              WHEN 2
                 MOVE 'AC'        TO WS-MOVE-CODE
                 MOVE 'INTEREST ' TO WS-MOVE-NAME
                 MOVE WS-GL-INTEXP-ACCT TO WS-CONTRA-ACCT
              WHEN 3
                 MOVE 'RV'        TO WS-MOVE-CODE
                 MOVE 'REVERSAL ' TO WS-MOVE-NAME
                 MOVE WS-GL-CLEAR-ACCT TO WS-CONTRA-ACCT
              WHEN 4
                 MOVE 'OP'        TO WS-MOVE-CODE
                 MOVE 'OPENED   ' TO WS-MOVE-NAME
                 MOVE WS-GL-CLEAR-ACCT TO WS-CONTRA-ACCT
              WHEN 5
                 MOVE 'CL'        TO WS-MOVE-CODE
                 MOVE 'CLOSED   ' TO WS-MOVE-NAME
                 MOVE WS-GL-CLEAR-ACCT TO WS-CONTRA-ACCT
              WHEN 6
                 MOVE 'AR'        TO WS-MOVE-CODE
                 MOVE 'ARCHIVED ' TO WS-MOVE-NAME
                 MOVE WS-GL-DORM-ACCT TO WS-CONTRA-ACCT
              WHEN OTHER
                 MOVE 'RI'        TO WS-MOVE-CODE
                 MOVE 'REINSTATE' TO WS-MOVE-NAME
                 MOVE WS-GL-DORM-ACCT TO WS-CONTRA-ACCT
           END-EVALUATE.
       H650-END. EXIT.
      *Faiz tahakkukunun karl faiz gideri, bakiyeli arivin ve geri
      *almann karl hareketsiz hesap devir borcudur; ube hareketleri,
      *iptaller (TXNPOST yalnz ube girdilerini iptal eder) ve
      *açl/kapanlardaki nakit ube kasa/takas hesabna gider.
       H700-WRITE-CONTROL.
           IF WS-GLC-COUNT > 0
              PERFORM H710-WRITE-ONE-CONTROL
                 VARYING GLC-IDX FROM 1 BY 1
                 UNTIL GLC-IDX > WS-GLC-COUNT
           END-IF.
       H700-END. EXIT.
      *-----
       H710-WRITE-ONE-CONTROL.
           MOVE WS-GLC-DVZ (GLC-IDX)      TO GLCTL-OUT-DVZ.
           MOVE WS-RUN-DATE               TO GLCTL-OUT-BUS-DATE.
           MOVE WS-GLC-EXPECTED (GLC-IDX) TO GLCTL-OUT-CLOSING.
           MOVE WS-JRNL-LINES             TO GLCTL-OUT-JRNL-LINES.
           MOVE WS-JRNL-LAST-REF          TO GLCTL-OUT-JRNL-REF.
           WRITE GLCTL-OUT-MEMBERS.
       H710-END. EXIT.
      *Kapan olarak genel muhasebenin görecei bakiye (açl +
      *gönderilen hareketler) tanr, IDX-FILE toplam deil: bugün
      *tutmayan bir fark düzeltilene kadar ertesi gün de görünür.
       H800-WRITE-TRIAL-BALANCE.
           MOVE SPACES TO GLTB-RPT-LINE.
           STRING 'GL TRIAL BALANCE - BUSINESS DATE ' WS-RUN-DATE
              DELIMITED BY SIZE INTO GLTB-RPT-LINE.
           WRITE GLTB-RPT-LINE.
           IF WS-GLC-COUNT > 0
              PERFORM H810-WRITE-CCY-BALANCE
                 VARYING GLC-IDX FROM 1 BY 1
                 UNTIL GLC-IDX > WS-GLC-COUNT
           END-IF.
       H800-END. EXIT.
      *-----
       H810-WRITE-CCY-BALANCE.
           EVALUATE TRUE
              WHEN OPENING-FROM-CONTROL (GLC-IDX)
                 MOVE 'OPENING: PRIOR GL CTL   ' TO WS-SOURCE-TXT
              WHEN OPENING-NEW-CCY (GLC-IDX)
                 MOVE 'OPENING: NEW CURRENCY   ' TO WS-SOURCE-TXT
              WHEN OTHER
                 MOVE 'OPENING: FROM IDX-FILE  ' TO WS-SOURCE-TXT
           END-EVALUATE.
           MOVE WS-GLC-DVZ (GLC-IDX) TO WS-DVZ-ED.
           MOVE SPACES TO GLTB-RPT-LINE.
           WRITE GLTB-RPT-LINE.
           STRING 'CURRENCY ' WS-DVZ-ED ' ' WS-GLC-ALPHA (GLC-IDX)
              '   ' WS-SOURCE-TXT
              DELIMITED BY SIZE INTO GLTB-RPT-LINE.
           WRITE GLTB-RPT-LINE.
           MOVE WS-GLC-OPENING (GLC-IDX) TO WS-AMOUNT-ED.
           MOVE 'OPENING LIABILITY  : ' TO WS-LABEL-TXT.
           PERFORM H830-WRITE-AMOUNT-LINE.
           PERFORM H820-WRITE-MOVE-LINES
              VARYING MOV-IDX FROM 1 BY 1 UNTIL MOV-IDX > 7.
           MOVE WS-GLC-EXPECTED (GLC-IDX) TO WS-AMOUNT-ED.
           MOVE 'EXPECTED CLOSING   : ' TO WS-LABEL-TXT.
           PERFORM H830-WRITE-AMOUNT-LINE.
           MOVE WS-GLC-ACTUAL (GLC-IDX) TO WS-AMOUNT-ED.
           MOVE 'IDX-FILE BALANCES  : ' TO WS-LABEL-TXT.
           PERFORM H830-WRITE-AMOUNT-LINE.
           MOVE WS-GLC-DIFF (GLC-IDX) TO WS-AMOUNT-ED.
           MOVE 'DIFFERENCE         : ' TO WS-LABEL-TXT.
           PERFORM H830-WRITE-AMOUNT-LINE.
           MOVE SPACES TO GLTB-RPT-LINE.
           MOVE WS-GLC-GL-DR (GLC-IDX) TO WS-GL-AMOUNT-ED.
           STRING 'GL DEBITS          : ' WS-GL-AMOUNT-ED
              DELIMITED BY SIZE INTO GLTB-RPT-LINE.
           WRITE GLTB-RPT-LINE.
           MOVE SPACES TO GLTB-RPT-LINE.
           MOVE WS-GLC-GL-CR (GLC-IDX) TO WS-GL-AMOUNT-ED.
           STRING 'GL CREDITS         : ' WS-GL-AMOUNT-ED
              DELIMITED BY SIZE INTO GLTB-RPT-LINE.
           WRITE GLTB-RPT-LINE.
           MOVE SPACES TO GLTB-RPT-LINE.
           IF CURRENCY-TIED (GLC-IDX)
              MOVE 'STATUS             : TIED OUT' TO GLTB-RPT-LINE
           ELSE
              MOVE 'STATUS             : *** OUT OF BALANCE ***'
                 TO GLTB-RPT-LINE
              DISPLAY 'GLPOST - CURRENCY ' WS-GLC-DVZ (GLC-IDX)
                 ' OUT OF BALANCE'
           END-IF.
           WRITE GLTB-RPT-LINE.
       H810-END. EXIT.
      *Para birimi blou: açl, hareketi olan her tür, beklenen
      *kapan, IDX-FILE toplam, fark ve GL-FILE'a giden borç/
      *alacak toplamlar; tutmayan para birimi hem raporda hem
      *konsolda iaretlenir.
       H820-WRITE-MOVE-LINES.
           SET WS-MOVE-NO TO MOV-IDX.
           PERFORM H650-SET-MOVE-ATTRS.
           IF WS-GLC-DR-CNT (GLC-IDX, MOV-IDX) > 0
              MOVE SPACES TO WS-LABEL-TXT
              STRING WS-MOVE-NAME 'DEBITS    : '
                 DELIMITED BY SIZE INTO WS-LABEL-TXT
              MOVE WS-GLC-DR-AMT (GLC-IDX, MOV-IDX) TO WS-AMOUNT-ED
              MOVE WS-GLC-DR-CNT (GLC-IDX, MOV-IDX) TO WS-COUNT-ED
              PERFORM H840-WRITE-MOVE-LINE
           END-IF.
           IF WS-GLC-CR-CNT (GLC-IDX, MOV-IDX) > 0
              MOVE SPACES TO WS-LABEL-TXT
              STRING WS-MOVE-NAME 'CREDITS   : '
                 DELIMITED BY SIZE INTO WS-LABEL-TXT
              MOVE WS-GLC-CR-AMT (GLC-IDX, MOV-IDX) TO WS-AMOUNT-ED
              MOVE WS-GLC-CR-CNT (GLC-IDX, MOV-IDX) TO WS-COUNT-ED
              PERFORM H840-WRITE-MOVE-LINE
           END-IF.
       H820-END. EXIT.
      *-----
       H830-WRITE-AMOUNT-LINE.
           MOVE SPACES TO GLTB-RPT-LINE.
           STRING WS-LABEL-TXT WS-AMOUNT-ED
              DELIMITED BY SIZE INTO GLTB-RPT-LINE.
           WRITE GLTB-RPT-LINE.
       H830-END. EXIT.
      *-----
       H840-WRITE-MOVE-LINE.
           MOVE SPACES TO GLTB-RPT-LINE.
           STRING WS-LABEL-TXT WS-AMOUNT-ED '  ITEMS: ' WS-COUNT-ED
              DELIMITED BY SIZE INTO GLTB-RPT-LINE.
           WRITE GLTB-RPT-LINE.
       H840-END. EXIT.
      *-----
       H900-WRITE-SUMMARY.
           MOVE SPACES TO GLTB-RPT-LINE.
           WRITE GLTB-RPT-LINE.
           MOVE 'GL INTERFACE SUMMARY' TO GLTB-RPT-LINE.
           WRITE GLTB-RPT-LINE.
           MOVE WS-JRNL-COUNT TO WS-COUNT-ED.
           MOVE 'JOURNAL LINES READ : ' TO WS-LABEL-TXT.
           PERFORM H910-WRITE-COUNT-LINE.
           MOVE WS-SKIP-COUNT TO WS-COUNT-ED.
           MOVE 'PRIOR LINES SKIPPED: ' TO WS-LABEL-TXT.
           PERFORM H910-WRITE-COUNT-LINE.
           IF JOURNAL-RESET
              MOVE 'JOURNAL CLOSED SINCE LAST RUN - READ FROM LINE 1'
                 TO GLTB-RPT-LINE
              WRITE GLTB-RPT-LINE
           END-IF.
           MOVE WS-AUDIT-COUNT TO WS-COUNT-ED.
           MOVE 'AUDIT RECORDS READ : ' TO WS-LABEL-TXT.
           PERFORM H910-WRITE-COUNT-LINE.
           MOVE WS-AUDIT-SKIP-COUNT TO WS-COUNT-ED.
           MOVE 'AUDIT OUT OF WINDOW: ' TO WS-LABEL-TXT.
           PERFORM H910-WRITE-COUNT-LINE.
           MOVE WS-ARCH-COUNT TO WS-COUNT-ED.
           MOVE 'ARCHIVES APPLIED   : ' TO WS-LABEL-TXT.
           PERFORM H910-WRITE-COUNT-LINE.
           MOVE WS-RINS-COUNT TO WS-COUNT-ED.
           MOVE 'REINSTATES APPLIED : ' TO WS-LABEL-TXT.
           PERFORM H910-WRITE-COUNT-LINE.
           MOVE WS-ACCT-COUNT TO WS-COUNT-ED.
           MOVE 'ACCOUNTS SUMMED    : ' TO WS-LABEL-TXT.
           PERFORM H910-WRITE-COUNT-LINE.
           MOVE WS-GL-COUNT TO WS-COUNT-ED.
           MOVE 'GL LINES WRITTEN   : ' TO WS-LABEL-TXT.
           PERFORM H910-WRITE-COUNT-LINE.
           MOVE WS-TIED-COUNT TO WS-COUNT-ED.
           MOVE 'CURRENCIES TIED    : ' TO WS-LABEL-TXT.
           PERFORM H910-WRITE-COUNT-LINE.
           MOVE WS-OUT-COUNT TO WS-COUNT-ED.
           MOVE 'OUT OF BALANCE     : ' TO WS-LABEL-TXT.
           PERFORM H910-WRITE-COUNT-LINE.
           MOVE SPACES TO GLTB-RPT-LINE.
           IF WS-OUT-COUNT = 0
              MOVE 'GL FILE RELEASED' TO GLTB-RPT-LINE
           ELSE
              MOVE '*** GL FILE HELD - CURRENCIES OUT OF BALANCE ***'
                 TO GLTB-RPT-LINE
           END-IF.
           WRITE GLTB-RPT-LINE.
       H900-END. EXIT.
      *-----
       H910-WRITE-COUNT-LINE.
           MOVE SPACES TO GLTB-RPT-LINE.
           STRING WS-LABEL-TXT WS-COUNT-ED
              DELIMITED BY SIZE INTO GLTB-RPT-LINE.
           WRITE GLTB-RPT-LINE.
       H910-END. EXIT.
      *-----
       H980-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG.
           IF CHECK-FILE-RLOG-ST
              MOVE 'GLPOST  ' TO RUN-LOG-PROGRAM
              ACCEPT RUN-LOG-RUN-DATE FROM DATE YYYYMMDD
              MOVE WS-JRNL-COUNT TO RUN-LOG-INPUT-COUNT
              MOVE WS-GL-COUNT TO RUN-LOG-OUTPUT-COUNT
              MOVE WS-RUN-STATUS TO RUN-LOG-STATUS
              WRITE RUN-LOG-MEMBERS
              CLOSE RUN-LOG
           ELSE
              DISPLAY "RUN LOG NOT WRITTEN. ERROR CODE:"
                 CHECK-FILE-RLOG
           END-IF.
       H980-END. EXIT.
      *Koşu 'OK  ' yalnz tüm para birimleri tuttuunda, 'HOLD'
      *mizanda fark olduunda, 'FAIL' koşu yarda kaldnda yazlr.
      *GL aktarm adm dosyay ancak 'OK  ' gördüünde gönderir.
       H999-EXIT.
           PERFORM H980-WRITE-RUN-LOG.
           DISPLAY 'GLPOST TOTALS - JOURNAL: ' WS-JRNL-COUNT
                   ' GL LINES: ' WS-GL-COUNT
                   ' TIED: ' WS-TIED-COUNT
                   ' OUT: ' WS-OUT-COUNT.
           CLOSE JRNL-FILE.
           CLOSE AUDIT-FILE.
           CLOSE IDX-FILE.
           CLOSE GLCTL-OUT.
           CLOSE GL-FILE.
           CLOSE GLTB-RPT.
           STOP RUN.
       H999-END. EXIT.
