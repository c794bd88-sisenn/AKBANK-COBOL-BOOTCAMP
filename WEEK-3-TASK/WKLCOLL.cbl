       IDENTIFICATION DIVISION.
       PROGRAM-ID. WKLCOLL.
       AUTHOR.     SINEM SEN.
      *----
      *WKLCOLL, gece ilerinin alt ayr yere düen istisnalarn tek
      *ve kalc bir operasyon i listesinde toplar: ODEV003 REJ-FILE,
      *TXNPOST TXNREJ-FILE, ACCTMNT MNTREJ-FILE, BALPROOF BRK-FILE,
      *CCYMNT CCY-REJ ve DAYCALCU EXCP-FILE. Önceki i listesi
      *(WKL-PREV) okunur, günün istisnalar kaynak, anahtar ve neden
      *koduyla elenir: yeni gelen kalem açlr, dün de olan kalem
      *açk kalr ve yalanr, kayna okunduu halde yeniden
      *gelmeyen kalem kendiliinden kapanr. Analistlerin WKL-UPD ile
      *verdii not ve atamalar uygulanr, yeni i listesi (WKL-FILE)
      *yazlr ve WKL-RPT günlük raporu kalemleri sahip ekibe ve ya
      *dilimine göre gruplar; ekibinin eiini aan açk kalemler
      *ayrca yükseltilir.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REJ-FILE ASSIGN TO REJFILE
                           STATUS CHECK-FILE-REJ.
           SELECT OPTIONAL TXNREJ-FILE ASSIGN TO TXNREJ
                           STATUS CHECK-FILE-TXNREJ.
           SELECT OPTIONAL MNTREJ-FILE ASSIGN TO MNTREJ
                           STATUS CHECK-FILE-MNTREJ.
           SELECT OPTIONAL BRK-FILE ASSIGN TO BRKFILE
                           STATUS CHECK-FILE-BRK.
           SELECT OPTIONAL CCY-REJ ASSIGN TO CCYREJ
                           STATUS CHECK-FILE-CCYREJ.
           SELECT OPTIONAL EXCP-FILE ASSIGN TO EXCPFILE
                           STATUS CHECK-FILE-EXCP.
           SELECT OPTIONAL WKL-PREV ASSIGN TO WKLPREV
                           STATUS CHECK-FILE-PREV.
           SELECT OPTIONAL WKL-UPD ASSIGN TO WKLUPD
                           STATUS CHECK-FILE-UPD.
           SELECT OPTIONAL WKL-CTL ASSIGN TO WKLCTL
                           STATUS CHECK-FILE-CTL.
           SELECT WKL-FILE ASSIGN TO WKLFILE
                           STATUS CHECK-FILE-WKL.
           SELECT WKL-UREJ ASSIGN TO WKLUREJ
                           STATUS CHECK-FILE-UREJ.
           SELECT WKL-RPT ASSIGN TO WKLRPT
                           STATUS CHECK-FILE-RPT.
           SELECT OPTIONAL RUN-LOG ASSIGN TO RUNLOG
                           STATUS CHECK-FILE-RLOG.
      *Alt kaynak dosyann hepsi OPTIONAL'dr: o gece çalmam ya
      *da dosyas verilmemi bir kaynan açk kalemleri kapatlmaz,
      *olduu gibi devreder. WKL-PREV ilk koşuda bulunmaz; WKL-UPD ve
      *WKL-CTL yalnz gerektiinde verilir.
      *----
       DATA DIVISION.
       FILE SECTION.
       FD  REJ-FILE RECORDING MODE F.
         01 REJ-FILE-MEMBERS.
           05 REJ-FILE-ID            PIC X(5).
           05 REJ-FILE-DVZ           PIC X(3).
           05 REJ-FILE-REASON        PIC X(1).
       FD  TXNREJ-FILE RECORDING MODE F.
         01 TXNREJ-FILE-MEMBERS.
           05 TXNREJ-FILE-ID         PIC X(5).
           05 TXNREJ-FILE-DVZ        PIC X(3).
           05 TXNREJ-FILE-DC         PIC X(1).
           05 TXNREJ-FILE-AMOUNT     PIC 9(13)V99.
           05 TXNREJ-FILE-REF        PIC X(12).
           05 TXNREJ-FILE-REASON     PIC X(1).
           05 TXNREJ-FILE-ORIG-REF   PIC X(12).
       FD  MNTREJ-FILE RECORDING MODE F.
         01 MNTREJ-FILE-MEMBERS.
           05 MNTREJ-FILE-ACTION     PIC X(1).
           05 MNTREJ-FILE-ID         PIC X(5).
           05 MNTREJ-FILE-DVZ        PIC X(3).
           05 MNTREJ-FILE-REASON     PIC X(1).
       FD  BRK-FILE RECORDING MODE F.
         01 BRK-FILE-MEMBERS.
           05 BRK-FILE-ID            PIC 9(5).
           05 BRK-FILE-DVZ           PIC 9(3).
           05 BRK-FILE-REASON        PIC X(1).
           05 BRK-FILE-EXPECTED      PIC S9(15)V99
                                     SIGN LEADING SEPARATE.
           05 BRK-FILE-ACTUAL        PIC S9(15)V99
                                     SIGN LEADING SEPARATE.
           05 BRK-FILE-DIFF          PIC S9(15)V99
                                     SIGN LEADING SEPARATE.
       FD  CCY-REJ RECORDING MODE F.
         01 CCY-REJ-MEMBERS.
           05 CCY-REJ-ACTION         PIC X(1).
           05 CCY-REJ-ALPHA          PIC X(3).
           05 CCY-REJ-REASON         PIC X(1).
       FD  EXCP-FILE RECORDING MODE F.
         01 EXCP-FILE-MEMBERS.
           05 EXCP-FILE-NUMBERS      PIC 9(4).
           05 EXCP-FILE-NAME         PIC X(15).
           05 EXCP-FILE-SURNAME      PIC X(15).
           05 EXCP-FILE-BIRTHDAY     PIC 9(8).
           05 EXCP-FILE-TODAY        PIC 9(8).
           05 EXCP-FILE-REASON       PIC 9(2).
      *Kaynak dosyalarn düzenleri üreten programlardakiyle ayndr;
      *neden kodlarnn anlamlar da oradadr.
       FD  WKL-PREV RECORDING MODE F.
         01 WKL-PREV-MEMBERS         PIC X(185).
      *WKL-PREV, bir önceki koşunun WKL-FILE'dr (WKLREC düzeni).
       FD  WKL-UPD RECORDING MODE F.
         01 WKL-UPD-MEMBERS.
           05 WKL-UPD-ACTION         PIC X(1).
           05 WKL-UPD-SOURCE         PIC X(8).
           05 WKL-UPD-ITEM-KEY       PIC X(20).
           05 WKL-UPD-REASON         PIC X(2).
           05 WKL-UPD-ASSIGNEE       PIC X(8).
           05 WKL-UPD-TEAM           PIC X(8).
           05 WKL-UPD-NOTE           PIC X(40).
      *WKL-UPD-ACTION 'N' kaleme çözüm notu yazar (WKL-UPD-NOTE
      *zorunlu), 'A' kalemi bir kiiye atar (WKL-UPD-ASSIGNEE
      *zorunlu); 'A' kaydnda WKL-UPD-TEAM doluysa kalem o ekibe
      *devredilir. Kalem, rapordaki kaynak, anahtar ve neden
      *koduyla aynen verilir.
       FD  WKL-CTL RECORDING MODE F.
         01 WKL-CTL-MEMBERS.
           05 WKL-CTL-REC-ID         PIC X(3).
           05 WKL-CTL-RETAIN-DAYS    PIC 9(3).
           05 FILLER                 PIC X(16).
         01 WKL-CTL-TEAM-REC.
           05 WKL-TEM-REC-ID         PIC X(3).
           05 WKL-TEM-SOURCE         PIC X(8).
           05 WKL-TEM-TEAM           PIC X(8).
           05 WKL-TEM-ESC-DAYS       PIC 9(3).
      *WKL-CTL, MON-CTL gibi iki kayt düzeni tar: 'PRM' kayd
      *kapanm kalemlerin listede kaç gün tutulacan, 'TEM' kayd
      *bir kaynan sahip ekibini ve yükseltme eiini (gün) verir.
      *Sfr ya da bo braklan alan varsaylan korur.
       FD  WKL-FILE RECORDING MODE F.
           COPY WKLREC.
       FD  WKL-UREJ RECORDING MODE F.
         01 WKL-UREJ-MEMBERS.
           05 WKL-UREJ-ACTION        PIC X(1).
           05 WKL-UREJ-SOURCE        PIC X(8).
           05 WKL-UREJ-ITEM-KEY      PIC X(20).
           05 WKL-UREJ-REASON        PIC X(2).
           05 WKL-UREJ-REJ-REASON    PIC X(1).
      *WKL-UREJ-REJ-REASON: 'X' i listesinde bulunamayan kalem, 'C'
      *kapanm kaleme atama, 'V' bo not ya da bo atanan, 'A'
      *tannmayan ilem kodu; MNTREJ-FILE'daki kodlamayla ayn
      *çizgidedir.
       FD  WKL-RPT RECORDING MODE F.
         01 WKL-RPT-LINE             PIC X(80).
       FD  RUN-LOG RECORDING MODE F.
           COPY RUNLOG.
       WORKING-STORAGE SECTION.
       01  CONTROL-STATEMENTS.
         05 CHECK-FILE-REJ         PIC 9(2).
           88 REJ-FILE-OPENED      VALUE 00 05 97.
           88 REJ-FILE-EOF         VALUE 10.
         05 CHECK-FILE-TXNREJ      PIC 9(2).
           88 TXNREJ-FILE-OPENED   VALUE 00 05 97.
           88 TXNREJ-FILE-EOF      VALUE 10.
         05 CHECK-FILE-MNTREJ      PIC 9(2).
           88 MNTREJ-FILE-OPENED   VALUE 00 05 97.
           88 MNTREJ-FILE-EOF      VALUE 10.
         05 CHECK-FILE-BRK         PIC 9(2).
           88 BRK-FILE-OPENED      VALUE 00 05 97.
           88 BRK-FILE-EOF         VALUE 10.
         05 CHECK-FILE-CCYREJ      PIC 9(2).
           88 CCYREJ-FILE-OPENED   VALUE 00 05 97.
           88 CCYREJ-FILE-EOF      VALUE 10.
         05 CHECK-FILE-EXCP        PIC 9(2).
           88 EXCP-FILE-OPENED     VALUE 00 05 97.
           88 EXCP-FILE-EOF        VALUE 10.
         05 CHECK-FILE-PREV        PIC 9(2).
           88 PREV-FILE-OPENED     VALUE 00 05 97.
           88 PREV-FILE-EOF        VALUE 10.
         05 CHECK-FILE-UPD         PIC 9(2).
           88 UPD-FILE-OPENED      VALUE 00 05 97.
           88 UPD-FILE-EOF         VALUE 10.
         05 CHECK-FILE-CTL         PIC 9(2).
           88 CTL-FILE-OPENED      VALUE 00 05 97.
           88 CTL-FILE-EOF         VALUE 10.
         05 CHECK-FILE-WKL         PIC 9(2).
           88 WKL-FILE-SUCCESS     VALUE 00 97.
         05 CHECK-FILE-UREJ        PIC 9(2).
           88 UREJ-FILE-SUCCESS    VALUE 00 97.
         05 CHECK-FILE-RPT         PIC 9(2).
           88 RPT-FILE-SUCCESS     VALUE 00 97.
         05 CHECK-FILE-RLOG        PIC 9(2).
           88 CHECK-FILE-RLOG-ST   VALUE 00 05 97.
         05 WS-RUN-STATUS          PIC X(4) VALUE 'FAIL'.
      *OPTIONAL dosyalarda OPEN'n 05 dönmesi dosyann verilmediini
      *gösterir; o dosyadan okuma yaplmaz.
       01  WORKLIST-PARAMETERS.
         05 WS-RUN-DATE            PIC 9(8).
         05 WS-RUN-INT             PIC 9(7).
         05 WS-RETAIN-DAYS         PIC 9(3) VALUE 30.
         05 WS-BUCKET-LIMITS       PIC X(25)
                                   VALUE '0000200007000140003099999'.
         05 WS-BUCKET-LIMIT-R REDEFINES WS-BUCKET-LIMITS.
           10 WS-BUCKET-LIMIT      PIC 9(5) OCCURS 5 TIMES.
         05 WS-BUCKET-NAMES        PIC X(60) VALUE
              '0-2 DAYS    3-7 DAYS    8-14 DAYS   15-30 DAYS  OVER 30 D
      -       'AYS'.
         05 WS-BUCKET-NAME-R REDEFINES WS-BUCKET-NAMES.
           10 WS-BUCKET-NAME       PIC X(12) OCCURS 5 TIMES.
      *WS-RETAIN-DAYS kapanm kalemin kapantan sonra listede kaç
      *gün daha görüneceidir; süre dolunca kalem yeni kuaa
      *yazlmaz. WS-BUCKET-LIMIT ya dilimlerinin üst snrdr
      *(gün); rapor açk kalemleri bu be dilime ayrr.
       01  SOURCE-TABLE-FIELDS.
         05 WS-SRC-ENTRY OCCURS 6 TIMES INDEXED BY SRC-IDX.
           10 WS-SRC-NAME          PIC X(8).
           10 WS-SRC-TEAM          PIC X(8).
           10 WS-SRC-ESC-DAYS      PIC 9(3).
           10 WS-SRC-PRESENT-SW    PIC X(1).
             88 SOURCE-PRESENT        VALUE 'Y'.
           10 WS-SRC-READ-COUNT    PIC 9(7).
           10 WS-SRC-NEW-COUNT     PIC 9(7).
           10 WS-SRC-CLOSED-COUNT  PIC 9(7).
           10 WS-SRC-OPEN-COUNT    PIC 9(7).
         05 WS-SRC-NO              PIC 9(1).
         05 WS-SRC-FOUND-SW        PIC X(1).
           88 SOURCE-KNOWN            VALUE 'Y'.
      *SOURCE-TABLE-FIELDS, alt kaynak programn sahip ekibini,
      *yükseltme eiini ve o günkü saylarn tutar. Sra
      *H120-SET-SOURCES'taki sradr ve WS-SRC-NO bu srann
      *numarasdr. WS-SRC-PRESENT-SW, kaynan dosyasnn bu koşuda
      *okunduunu gösterir; yalnz okunan kaynan kalemleri
      *kapanabilir.
       01  TEAM-TABLE-FIELDS.
         05 WS-TEAM-COUNT          PIC 9(2) VALUE 0.
         05 WS-TEAM-ENTRY OCCURS 30 TIMES INDEXED BY TEAM-IDX.
           10 WS-TEAM-NAME         PIC X(8).
           10 WS-TEAM-OPEN-COUNT   PIC 9(7).
           10 WS-TEAM-ESC-COUNT    PIC 9(7).
           10 WS-TEAM-BKT-COUNT    PIC 9(7) OCCURS 5 TIMES.
         05 WS-TEAM-FOUND-SW       PIC X(1).
           88 TEAM-KNOWN              VALUE 'Y'.
         05 WS-LOOKUP-TEAM         PIC X(8).
      *TEAM-TABLE-FIELDS, raporun ekip ve ya dilimi gruplamas için
      *açk kalemleri sayar; ekipler ilk görüldükleri srayla
      *raporlanr.
       01  ITEM-TABLE-FIELDS.
         05 WS-ITM-COUNT           PIC 9(5) VALUE 0.
         05 WS-ITM-ENTRY OCCURS 5000 TIMES INDEXED BY ITM-IDX.
           10 WS-ITM-KEY           PIC X(30).
           10 WS-ITM-REC           PIC X(185).
           10 WS-ITM-SRC-NO        PIC 9(1).
           10 WS-ITM-SEEN-SW       PIC X(1).
             88 ITM-SEEN-TODAY        VALUE 'Y'.
           10 WS-ITM-DAY-SW        PIC X(1).
             88 ITM-NEW-TODAY         VALUE 'N'.
             88 ITM-REOPENED-TODAY    VALUE 'R'.
             88 ITM-CLOSED-TODAY      VALUE 'C'.
           10 WS-ITM-BUCKET        PIC 9(1).
         05 WS-ITM-FOUND-SW        PIC X(1).
           88 ITEM-KNOWN              VALUE 'Y'.
      *ITEM-TABLE-FIELDS, i listesinin bütün kalemlerini tutar.
      *WS-ITM-REC kalemin WKLREC düzenindeki kayddr; kalem
      *güncellenecei zaman WKL-FILE-MEMBERS'a tanr ve geri
      *yazlr. WS-ITM-DAY-SW kalemin bugün yeni açldn, yeniden
      *açldn ya da kapandn gösterir.
       01  COLLECT-WORK-FIELDS.
         05 WS-LOOK-KEY.
           10 WS-LOOK-SOURCE       PIC X(8).
           10 WS-LOOK-ITEM-KEY     PIC X(20).
           10 WS-LOOK-REASON       PIC X(2).
         05 WS-NEW-AMOUNT          PIC S9(15)V99.
         05 WS-NEW-DETAIL          PIC X(30).
         05 WS-WORK-INT            PIC 9(7).
         05 WS-WORK-DAYS           PIC 9(5).
         05 WS-BKT-NO              PIC 9(1).
      *WS-LOOK-KEY, kaynak kaydndan kurulan kalem anahtardr;
      *WS-NEW-AMOUNT ve WS-NEW-DETAIL kalemde kaynan son
      *gönderdii deerleri günceller.
       01  WORKLIST-COUNTERS.
         05 WS-SOURCE-COUNT        PIC 9(7) VALUE 0.
         05 WS-PREV-COUNT          PIC 9(7) VALUE 0.
         05 WS-PURGED-COUNT        PIC 9(7) VALUE 0.
         05 WS-NEW-COUNT           PIC 9(7) VALUE 0.
         05 WS-REOPEN-COUNT        PIC 9(7) VALUE 0.
         05 WS-CLOSED-COUNT        PIC 9(7) VALUE 0.
         05 WS-OPEN-COUNT          PIC 9(7) VALUE 0.
         05 WS-ESC-COUNT           PIC 9(7) VALUE 0.
         05 WS-NEW-ESC-COUNT       PIC 9(7) VALUE 0.
         05 WS-UPD-COUNT           PIC 9(7) VALUE 0.
         05 WS-UPD-REJ-COUNT       PIC 9(7) VALUE 0.
         05 WS-WRITE-COUNT         PIC 9(7) VALUE 0.
       01  REPORT-FIELDS.
         05 WS-COUNT-ED            PIC ZZZ,ZZ9.
         05 WS-READ-ED             PIC ZZZ,ZZ9.
         05 WS-NEW-ED              PIC ZZZ,ZZ9.
         05 WS-CLOSED-ED           PIC ZZZ,ZZ9.
         05 WS-OPEN-ED             PIC ZZZ,ZZ9.
         05 WS-DAYS-ED             PIC ZZZZ9.
         05 WS-ESC-DAYS-ED         PIC ZZ9.
         05 WS-LABEL-TXT           PIC X(21).
         05 WS-ESC-FLAG            PIC X(9).
      *-----
       PROCEDURE DIVISION.
       0001-MAIN-PROCESS.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-LOAD-PREVIOUS.
           PERFORM H300-COLLECT-SOURCES.
           PERFORM H500-APPLY-UPDATES.
           PERFORM H600-AGE-ITEMS.
           PERFORM H700-WRITE-WORKLIST.
           PERFORM H800-WRITE-REPORT.
           PERFORM H900-WRITE-SUMMARY.
           MOVE 'OK  ' TO WS-RUN-STATUS.
           PERFORM H999-EXIT.
       0001-END. EXIT.
      *Ana akş: önceki i listesi yüklenir, alt kaynan günlük
      *istisnalar listeyle elenir, analist güncellemeleri
      *uygulanr, kalemler yalandrlp gerekirse kapatlr, yeni
      *kuak ve rapor yazlr.
       H100-OPEN-FILES.
           OPEN INPUT  REJ-FILE.
           OPEN INPUT  TXNREJ-FILE.
           OPEN INPUT  MNTREJ-FILE.
           OPEN INPUT  BRK-FILE.
           OPEN INPUT  CCY-REJ.
           OPEN INPUT  EXCP-FILE.
           OPEN INPUT  WKL-PREV.
           OPEN INPUT  WKL-UPD.
           OPEN OUTPUT WKL-FILE.
           OPEN OUTPUT WKL-UREJ.
           OPEN OUTPUT WKL-RPT.
           PERFORM H110-FILE-CONTROL.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           PERFORM H120-SET-SOURCES.
           PERFORM H140-LOAD-CONTROL.
       H100-END. EXIT.
      *-----
       H110-FILE-CONTROL.
           IF NOT REJ-FILE-OPENED
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-REJ
              PERFORM H999-EXIT
           END-IF.
           IF NOT TXNREJ-FILE-OPENED
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-TXNREJ
              PERFORM H999-EXIT
           END-IF.
           IF NOT MNTREJ-FILE-OPENED
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-MNTREJ
              PERFORM H999-EXIT
           END-IF.
           IF NOT BRK-FILE-OPENED
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-BRK
              PERFORM H999-EXIT
           END-IF.
           IF NOT CCYREJ-FILE-OPENED
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-CCYREJ
              PERFORM H999-EXIT
           END-IF.
           IF NOT EXCP-FILE-OPENED
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-EXCP
              PERFORM H999-EXIT
           END-IF.
           IF NOT PREV-FILE-OPENED
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-PREV
              PERFORM H999-EXIT
           END-IF.
           IF NOT UPD-FILE-OPENED
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-UPD
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-WKL NOT = 97) AND (CHECK-FILE-WKL NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-WKL
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-UREJ NOT = 97) AND (CHECK-FILE-UREJ NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-UREJ
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-RPT NOT = 97) AND (CHECK-FILE-RPT NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-RPT
              PERFORM H999-EXIT
           END-IF.
       H110-END. EXIT.
      *-----
       H120-SET-SOURCES.
           MOVE 'ODEV003 '  TO WS-SRC-NAME (1).
           MOVE 'ACCTOPS '  TO WS-SRC-TEAM (1).
           MOVE 3           TO WS-SRC-ESC-DAYS (1).
           MOVE 'TXNPOST '  TO WS-SRC-NAME (2).
           MOVE 'PAYOPS  '  TO WS-SRC-TEAM (2).
           MOVE 2           TO WS-SRC-ESC-DAYS (2).
           MOVE 'ACCTMNT '  TO WS-SRC-NAME (3).
           MOVE 'ACCTOPS '  TO WS-SRC-TEAM (3).
           MOVE 3           TO WS-SRC-ESC-DAYS (3).
           MOVE 'BALPROOF'  TO WS-SRC-NAME (4).
           MOVE 'RECON   '  TO WS-SRC-TEAM (4).
           MOVE 1           TO WS-SRC-ESC-DAYS (4).
           MOVE 'CCYMNT  '  TO WS-SRC-NAME (5).
           MOVE 'REFDATA '  TO WS-SRC-TEAM (5).
           MOVE 5           TO WS-SRC-ESC-DAYS (5).
           MOVE 'DAYCALCU'  TO WS-SRC-NAME (6).
           MOVE 'CUSTDATA'  TO WS-SRC-TEAM (6).
           MOVE 5           TO WS-SRC-ESC-DAYS (6).
           PERFORM H125-CLEAR-SOURCE
              VARYING SRC-IDX FROM 1 BY 1 UNTIL SRC-IDX > 6.
           IF CHECK-FILE-REJ NOT = 05
              MOVE 'Y' TO WS-SRC-PRESENT-SW (1)
           END-IF.
           IF CHECK-FILE-TXNREJ NOT = 05
              MOVE 'Y' TO WS-SRC-PRESENT-SW (2)
           END-IF.
           IF CHECK-FILE-MNTREJ NOT = 05
              MOVE 'Y' TO WS-SRC-PRESENT-SW (3)
           END-IF.
           IF CHECK-FILE-BRK NOT = 05
              MOVE 'Y' TO WS-SRC-PRESENT-SW (4)
           END-IF.
           IF CHECK-FILE-CCYREJ NOT = 05
              MOVE 'Y' TO WS-SRC-PRESENT-SW (5)
           END-IF.
           IF CHECK-FILE-EXCP NOT = 05
              MOVE 'Y' TO WS-SRC-PRESENT-SW (6)
           END-IF.
       H120-END. EXIT.
      *Varsaylan sahiplik: hesap kaynakl retler (ODEV003, ACCTMNT)
      *hesap operasyonlarna, hareket retleri ödeme operasyonlarna,
      *BALPROOF krlmalar mutabakata, para birimi retleri referans
      *veriye, DAYCALCU tarih istisnalar müteri verisine düer.
      *Eikler gündür; BALPROOF krlmas bir günü geçince yükseltilir.
       H125-CLEAR-SOURCE.
           MOVE 'N' TO WS-SRC-PRESENT-SW (SRC-IDX).
           MOVE 0   TO WS-SRC-READ-COUNT (SRC-IDX)
                       WS-SRC-NEW-COUNT (SRC-IDX)
                       WS-SRC-CLOSED-COUNT (SRC-IDX)
                       WS-SRC-OPEN-COUNT (SRC-IDX).
       H125-END. EXIT.
      *-----
       H140-LOAD-CONTROL.
           OPEN INPUT WKL-CTL.
           IF NOT CTL-FILE-OPENED
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-CTL
              PERFORM H999-EXIT
           END-IF.
           IF CHECK-FILE-CTL NOT = 05
              READ WKL-CTL
              PERFORM H145-LOAD-ONE-CONTROL UNTIL CTL-FILE-EOF
           END-IF.
           CLOSE WKL-CTL.
       H140-END. EXIT.
      *-----
       H145-LOAD-ONE-CONTROL.
           EVALUATE WKL-CTL-REC-ID
              WHEN 'PRM'
                 IF WKL-CTL-RETAIN-DAYS IS NUMERIC AND
                    WKL-CTL-RETAIN-DAYS > 0
                    MOVE WKL-CTL-RETAIN-DAYS TO WS-RETAIN-DAYS
                 END-IF
              WHEN 'TEM'
                 MOVE WKL-TEM-SOURCE TO WS-LOOK-SOURCE
                 PERFORM H150-FIND-SOURCE
                 IF SOURCE-KNOWN
                    IF WKL-TEM-TEAM NOT = SPACES
                       MOVE WKL-TEM-TEAM TO WS-SRC-TEAM (SRC-IDX)
                    END-IF
                    IF WKL-TEM-ESC-DAYS IS NUMERIC AND
                       WKL-TEM-ESC-DAYS > 0
                       MOVE WKL-TEM-ESC-DAYS
                          TO WS-SRC-ESC-DAYS (SRC-IDX)
                    END-IF
                 ELSE
                    DISPLAY 'UNKNOWN WORKLIST SOURCE ' WKL-TEM-SOURCE
                 END-IF
              WHEN OTHER
                 DISPLAY 'UNKNOWN WORKLIST CONTROL RECORD '
                    WKL-CTL-REC-ID
           END-EVALUATE.
           READ WKL-CTL.
       H145-END. EXIT.
      *Ekip deiiklii yalnz bundan sonra açlan kalemlere uygulanr;
      *listede duran kalem kendi ekibinde kalr. Eik ise o kaynan
      *bütün açk kalemlerine hemen uygulanr.
       H150-FIND-SOURCE.
           MOVE 'N' TO WS-SRC-FOUND-SW.
           MOVE 0 TO WS-SRC-NO.
           SET SRC-IDX TO 1.
           SEARCH WS-SRC-ENTRY
              AT END
                 MOVE 'N' TO WS-SRC-FOUND-SW
              WHEN WS-SRC-NAME (SRC-IDX) = WS-LOOK-SOURCE
                 MOVE 'Y' TO WS-SRC-FOUND-SW
                 SET WS-SRC-NO TO SRC-IDX
           END-SEARCH.
       H150-END. EXIT.
      *-----
       H200-LOAD-PREVIOUS.
           IF CHECK-FILE-PREV NOT = 05
              READ WKL-PREV
              PERFORM H210-LOAD-ONE-PREV UNTIL PREV-FILE-EOF
           END-IF.
       H200-END. EXIT.
      *lk koşuda WKL-PREV yoktur ve liste bo balar.
       H210-LOAD-ONE-PREV.
           ADD 1 TO WS-PREV-COUNT.
           MOVE WKL-PREV-MEMBERS TO WKL-FILE-MEMBERS.
           MOVE 'N' TO WS-ITM-FOUND-SW.
           IF WKL-ITEM-CLOSED
              COMPUTE WS-WORK-INT =
                 FUNCTION INTEGER-OF-DATE (WKL-FILE-CLOSE-DATE)
                 + WS-RETAIN-DAYS
              IF WS-WORK-INT < WS-RUN-INT
                 ADD 1 TO WS-PURGED-COUNT
                 MOVE 'Y' TO WS-ITM-FOUND-SW
              END-IF
           END-IF.
           IF NOT ITEM-KNOWN
              PERFORM H220-ADD-ENTRY
              MOVE WKL-FILE-SOURCE TO WS-LOOK-SOURCE
              PERFORM H150-FIND-SOURCE
              MOVE WS-SRC-NO TO WS-ITM-SRC-NO (ITM-IDX)
           END-IF.
           READ WKL-PREV.
       H210-END. EXIT.
      *Saklama süresi dolan kapanm kalem tabloya alnmaz ve yeni
      *kuakta yer almaz. WS-ITM-FOUND-SW burada yalnz bu atlamay
      *iaretlemek için kullanlr.
       H220-ADD-ENTRY.
           IF WS-ITM-COUNT < 5000
              ADD 1 TO WS-ITM-COUNT
              SET ITM-IDX TO WS-ITM-COUNT
              MOVE WKL-FILE-KEY      TO WS-ITM-KEY (ITM-IDX)
              MOVE WKL-FILE-MEMBERS  TO WS-ITM-REC (ITM-IDX)
              MOVE 0   TO WS-ITM-SRC-NO (ITM-IDX)
                          WS-ITM-BUCKET (ITM-IDX)
              MOVE 'N' TO WS-ITM-SEEN-SW (ITM-IDX)
              MOVE ' ' TO WS-ITM-DAY-SW (ITM-IDX)
           ELSE
              DISPLAY "WKLCOLL ABORTED - WORKLIST TABLE FULL"
              PERFORM H999-EXIT
           END-IF.
       H220-END. EXIT.
      *Tablo dolarsa eksik bir liste yazlmaz; önceki kuak geçerli
      *kalr ve koşu 'FAIL' ile kaydedilir.
       H300-COLLECT-SOURCES.
           IF SOURCE-PRESENT (1)
              READ REJ-FILE
              PERFORM H310-COLLECT-REJ UNTIL REJ-FILE-EOF
           END-IF.
           IF SOURCE-PRESENT (2)
              READ TXNREJ-FILE
              PERFORM H320-COLLECT-TXNREJ UNTIL TXNREJ-FILE-EOF
           END-IF.
           IF SOURCE-PRESENT (3)
              READ MNTREJ-FILE
              PERFORM H330-COLLECT-MNTREJ UNTIL MNTREJ-FILE-EOF
           END-IF.
           IF SOURCE-PRESENT (4)
              READ BRK-FILE
              PERFORM H340-COLLECT-BRK UNTIL BRK-FILE-EOF
           END-IF.
           IF SOURCE-PRESENT (5)
              READ CCY-REJ
              PERFORM H350-COLLECT-CCYREJ UNTIL CCYREJ-FILE-EOF
           END-IF.
           IF SOURCE-PRESENT (6)
              READ EXCP-FILE
              PERFORM H360-COLLECT-EXCP UNTIL EXCP-FILE-EOF
           END-IF.
       H300-END. EXIT.
      *-----
       H310-COLLECT-REJ.
           MOVE 1 TO WS-SRC-NO.
           MOVE SPACES TO WS-LOOK-KEY WS-NEW-DETAIL.
           STRING REJ-FILE-ID REJ-FILE-DVZ
              DELIMITED BY SIZE INTO WS-LOOK-ITEM-KEY.
           MOVE REJ-FILE-REASON TO WS-LOOK-REASON.
           MOVE 0 TO WS-NEW-AMOUNT.
           PERFORM H400-COLLECT-ITEM.
           READ REJ-FILE.
       H310-END. EXIT.
      *ODEV003 kalemi: ID + DVZ.
       H320-COLLECT-TXNREJ.
           MOVE 2 TO WS-SRC-NO.
           MOVE SPACES TO WS-LOOK-KEY WS-NEW-DETAIL.
           STRING TXNREJ-FILE-REF TXNREJ-FILE-ID TXNREJ-FILE-DVZ
              DELIMITED BY SIZE INTO WS-LOOK-ITEM-KEY.
           MOVE TXNREJ-FILE-REASON TO WS-LOOK-REASON.
           MOVE TXNREJ-FILE-AMOUNT TO WS-NEW-AMOUNT.
           STRING 'DC ' TXNREJ-FILE-DC ' ORIG ' TXNREJ-FILE-ORIG-REF
              DELIMITED BY SIZE INTO WS-NEW-DETAIL.
           PERFORM H400-COLLECT-ITEM.
           READ TXNREJ-FILE.
       H320-END. EXIT.
      *TXNPOST kalemi: referans + ID + DVZ. Referans hareketin
      *kimliidir; ertesi gün ayn referansla yeniden gönderilip yine
      *reddedilen hareket ayn kalemde yalanr.
       H330-COLLECT-MNTREJ.
           MOVE 3 TO WS-SRC-NO.
           MOVE SPACES TO WS-LOOK-KEY WS-NEW-DETAIL.
           STRING MNTREJ-FILE-ACTION MNTREJ-FILE-ID MNTREJ-FILE-DVZ
              DELIMITED BY SIZE INTO WS-LOOK-ITEM-KEY.
           MOVE MNTREJ-FILE-REASON TO WS-LOOK-REASON.
           MOVE 0 TO WS-NEW-AMOUNT.
           PERFORM H400-COLLECT-ITEM.
           READ MNTREJ-FILE.
       H330-END. EXIT.
      *ACCTMNT kalemi: ilem kodu + ID + DVZ.
       H340-COLLECT-BRK.
           MOVE 4 TO WS-SRC-NO.
           MOVE SPACES TO WS-LOOK-KEY WS-NEW-DETAIL.
           STRING BRK-FILE-ID BRK-FILE-DVZ
              DELIMITED BY SIZE INTO WS-LOOK-ITEM-KEY.
           MOVE BRK-FILE-REASON TO WS-LOOK-REASON.
           MOVE BRK-FILE-DIFF TO WS-NEW-AMOUNT.
           MOVE 'DIFF = EXPECTED - ACTUAL' TO WS-NEW-DETAIL.
           PERFORM H400-COLLECT-ITEM.
           READ BRK-FILE.
       H340-END. EXIT.
      *BALPROOF kalemi: ID + DVZ; tutar krlmann son farkdr.
       H350-COLLECT-CCYREJ.
           MOVE 5 TO WS-SRC-NO.
           MOVE SPACES TO WS-LOOK-KEY WS-NEW-DETAIL.
           STRING CCY-REJ-ACTION CCY-REJ-ALPHA
              DELIMITED BY SIZE INTO WS-LOOK-ITEM-KEY.
           MOVE CCY-REJ-REASON TO WS-LOOK-REASON.
           MOVE 0 TO WS-NEW-AMOUNT.
           PERFORM H400-COLLECT-ITEM.
           READ CCY-REJ.
       H350-END. EXIT.
      *CCYMNT kalemi: ilem kodu + alfa kod.
       H360-COLLECT-EXCP.
           MOVE 6 TO WS-SRC-NO.
           MOVE SPACES TO WS-LOOK-KEY WS-NEW-DETAIL.
           MOVE EXCP-FILE-NUMBERS TO WS-LOOK-ITEM-KEY.
           MOVE EXCP-FILE-REASON TO WS-LOOK-REASON.
           MOVE 0 TO WS-NEW-AMOUNT.
           STRING EXCP-FILE-NAME EXCP-FILE-SURNAME
              DELIMITED BY SIZE INTO WS-NEW-DETAIL.
           PERFORM H400-COLLECT-ITEM.
           READ EXCP-FILE.
       H360-END. EXIT.
      *DAYCALCU kalemi: kayt numaras; açklama ad ve soyaddr.
       H400-COLLECT-ITEM.
           ADD 1 TO WS-SOURCE-COUNT.
           ADD 1 TO WS-SRC-READ-COUNT (WS-SRC-NO).
           MOVE WS-SRC-NAME (WS-SRC-NO) TO WS-LOOK-SOURCE.
           PERFORM H410-FIND-ITEM.
           IF ITEM-KNOWN
              PERFORM H430-REFRESH-ITEM
           ELSE
              PERFORM H420-OPEN-ITEM
           END-IF.
       H400-END. EXIT.
      *Ayn gün ayn kaynaktan iki kez gelen kalem tek kalemdir.
       H410-FIND-ITEM.
           MOVE 'N' TO WS-ITM-FOUND-SW.
           SET ITM-IDX TO 1.
           SEARCH WS-ITM-ENTRY
              AT END
                 MOVE 'N' TO WS-ITM-FOUND-SW
              WHEN ITM-IDX > WS-ITM-COUNT
                 MOVE 'N' TO WS-ITM-FOUND-SW
              WHEN WS-ITM-KEY (ITM-IDX) = WS-LOOK-KEY
                 MOVE 'Y' TO WS-ITM-FOUND-SW
           END-SEARCH.
       H410-END. EXIT.
      *-----
       H420-OPEN-ITEM.
           MOVE SPACES                   TO WKL-FILE-MEMBERS.
           MOVE WS-LOOK-KEY              TO WKL-FILE-KEY.
           MOVE WS-SRC-TEAM (WS-SRC-NO)  TO WKL-FILE-TEAM.
           MOVE 'O'                      TO WKL-FILE-STATUS.
           MOVE WS-RUN-DATE              TO WKL-FILE-FIRST-SEEN
                                            WKL-FILE-LAST-SEEN.
           MOVE 0 TO WKL-FILE-CLOSE-DATE WKL-FILE-DAYS-OPEN
                     WKL-FILE-ESC-DATE WKL-FILE-NOTE-DATE.
           MOVE 1                        TO WKL-FILE-SEEN-COUNT.
           MOVE WS-NEW-AMOUNT            TO WKL-FILE-AMOUNT.
           MOVE WS-NEW-DETAIL            TO WKL-FILE-DETAIL.
           PERFORM H220-ADD-ENTRY.
           MOVE WS-SRC-NO TO WS-ITM-SRC-NO (ITM-IDX).
           MOVE 'Y' TO WS-ITM-SEEN-SW (ITM-IDX).
           MOVE 'N' TO WS-ITM-DAY-SW (ITM-IDX).
           ADD 1 TO WS-NEW-COUNT.
           ADD 1 TO WS-SRC-NEW-COUNT (WS-SRC-NO).
       H420-END. EXIT.
      *Yeni kalem kaynan o günkü sahip ekibine açlr.
       H430-REFRESH-ITEM.
           MOVE WS-ITM-REC (ITM-IDX) TO WKL-FILE-MEMBERS.
           IF WKL-ITEM-CLOSED
              MOVE 'O' TO WKL-FILE-STATUS
              MOVE WS-RUN-DATE TO WKL-FILE-FIRST-SEEN
              MOVE 0 TO WKL-FILE-CLOSE-DATE WKL-FILE-DAYS-OPEN
                        WKL-FILE-ESC-DATE WKL-FILE-SEEN-COUNT
              MOVE 'R' TO WS-ITM-DAY-SW (ITM-IDX)
              ADD 1 TO WS-REOPEN-COUNT
              ADD 1 TO WS-SRC-NEW-COUNT (WS-SRC-NO)
           END-IF.
           IF WKL-FILE-LAST-SEEN < WS-RUN-DATE
              ADD 1 TO WKL-FILE-SEEN-COUNT
              MOVE WS-RUN-DATE TO WKL-FILE-LAST-SEEN
           END-IF.
           MOVE WS-NEW-AMOUNT TO WKL-FILE-AMOUNT.
           MOVE WS-NEW-DETAIL TO WKL-FILE-DETAIL.
           MOVE WKL-FILE-MEMBERS TO WS-ITM-REC (ITM-IDX).
           MOVE 'Y' TO WS-ITM-SEEN-SW (ITM-IDX).
       H430-END. EXIT.
      *Kapanm bir kalem yeniden gelirse yeni bir olay saylr: kalem
      *bugün yeniden açlr ve ya sfrdan balar; atama ve not
      *korunur. Görülme says günde bir artar, böylece ayn gün
      *yinelenen koşu kalemi yalandrmaz.
       H500-APPLY-UPDATES.
           IF CHECK-FILE-UPD NOT = 05
              READ WKL-UPD
              PERFORM H510-APPLY-ONE-UPDATE UNTIL UPD-FILE-EOF
           END-IF.
       H500-END. EXIT.
      *Güncellemeler kaynaklardan sonra uygulanr; bugün açlan kaleme
      *de ayn koşuda not yazlabilir ya da atama yaplabilir.
       H510-APPLY-ONE-UPDATE.
           MOVE WKL-UPD-SOURCE   TO WS-LOOK-SOURCE.
           MOVE WKL-UPD-ITEM-KEY TO WS-LOOK-ITEM-KEY.
           MOVE WKL-UPD-REASON   TO WS-LOOK-REASON.
           EVALUATE TRUE
              WHEN WKL-UPD-ACTION NOT = 'N' AND
                   WKL-UPD-ACTION NOT = 'A'
                 PERFORM BAD-ACTION-RECORD
              WHEN OTHER
                 PERFORM H410-FIND-ITEM
                 IF NOT ITEM-KNOWN
                    PERFORM ITEM-NOT-FOUND-RECORD
                 ELSE
                    MOVE WS-ITM-REC (ITM-IDX) TO WKL-FILE-MEMBERS
                    IF WKL-UPD-ACTION = 'N'
                       PERFORM H520-ADD-NOTE
                    ELSE
                       PERFORM H530-ASSIGN-ITEM
                    END-IF
                 END-IF
           END-EVALUATE.
           READ WKL-UPD.
       H510-END. EXIT.
      *-----
       H520-ADD-NOTE.
           IF WKL-UPD-NOTE = SPACES
              PERFORM BAD-VALUE-RECORD
           ELSE
              MOVE WKL-UPD-NOTE TO WKL-FILE-NOTE
              MOVE WS-RUN-DATE  TO WKL-FILE-NOTE-DATE
              MOVE WKL-FILE-MEMBERS TO WS-ITM-REC (ITM-IDX)
              ADD 1 TO WS-UPD-COUNT
           END-IF.
       H520-END. EXIT.
      *Yeni not öncekinin yerine geçer; not kapanm kaleme de
      *yazlabilir (çözümün kayd).
       H530-ASSIGN-ITEM.
           EVALUATE TRUE
              WHEN WKL-UPD-ASSIGNEE = SPACES
                 PERFORM BAD-VALUE-RECORD
              WHEN WKL-ITEM-CLOSED
                 PERFORM ITEM-CLOSED-RECORD
              WHEN OTHER
                 MOVE WKL-UPD-ASSIGNEE TO WKL-FILE-ASSIGNEE
                 IF WKL-UPD-TEAM NOT = SPACES
                    MOVE WKL-UPD-TEAM TO WKL-FILE-TEAM
                 END-IF
                 MOVE WKL-FILE-MEMBERS TO WS-ITM-REC (ITM-IDX)
                 ADD 1 TO WS-UPD-COUNT
           END-EVALUATE.
       H530-END. EXIT.
      *Atama yalnz açk kaleme yaplr; ekip verilirse kalem o ekibin
      *grubunda raporlanr ve bundan sonra orada kalr.
       BAD-ACTION-RECORD.
           MOVE 'A' TO WKL-UREJ-REJ-REASON.
           PERFORM H570-WRITE-UPD-REJECT.
       BAD-ACTION-END. EXIT.
      *-----
       ITEM-NOT-FOUND-RECORD.
           MOVE 'X' TO WKL-UREJ-REJ-REASON.
           PERFORM H570-WRITE-UPD-REJECT.
       ITEM-NOT-FOUND-END. EXIT.
      *-----
       ITEM-CLOSED-RECORD.
           MOVE 'C' TO WKL-UREJ-REJ-REASON.
           PERFORM H570-WRITE-UPD-REJECT.
       ITEM-CLOSED-END. EXIT.
      *-----
       BAD-VALUE-RECORD.
           MOVE 'V' TO WKL-UREJ-REJ-REASON.
           PERFORM H570-WRITE-UPD-REJECT.
       BAD-VALUE-END. EXIT.
      *-----
       H570-WRITE-UPD-REJECT.
           MOVE WKL-UPD-ACTION   TO WKL-UREJ-ACTION.
           MOVE WKL-UPD-SOURCE   TO WKL-UREJ-SOURCE.
           MOVE WKL-UPD-ITEM-KEY TO WKL-UREJ-ITEM-KEY.
           MOVE WKL-UPD-REASON   TO WKL-UREJ-REASON.
           WRITE WKL-UREJ-MEMBERS.
           ADD 1 TO WS-UPD-REJ-COUNT.
       H570-END. EXIT.
      *-----
       H600-AGE-ITEMS.
           IF WS-ITM-COUNT > 0
              PERFORM H610-AGE-ONE-ITEM
                 VARYING ITM-IDX FROM 1 BY 1
                 UNTIL ITM-IDX > WS-ITM-COUNT
           END-IF.
       H600-END. EXIT.
      *-----
       H610-AGE-ONE-ITEM.
           MOVE WS-ITM-REC (ITM-IDX) TO WKL-FILE-MEMBERS.
           MOVE WS-ITM-SRC-NO (ITM-IDX) TO WS-SRC-NO.
           IF WKL-ITEM-OPEN AND NOT ITM-SEEN-TODAY (ITM-IDX) AND
              WS-SRC-NO > 0
              IF SOURCE-PRESENT (WS-SRC-NO)
                 MOVE 'C' TO WKL-FILE-STATUS
                 MOVE WS-RUN-DATE TO WKL-FILE-CLOSE-DATE
                 MOVE 'C' TO WS-ITM-DAY-SW (ITM-IDX)
                 ADD 1 TO WS-CLOSED-COUNT
                 ADD 1 TO WS-SRC-CLOSED-COUNT (WS-SRC-NO)
              END-IF
           END-IF.
           IF WKL-ITEM-OPEN
              COMPUTE WS-WORK-DAYS = WS-RUN-INT -
                 FUNCTION INTEGER-OF-DATE (WKL-FILE-FIRST-SEEN)
              MOVE WS-WORK-DAYS TO WKL-FILE-DAYS-OPEN
              PERFORM H620-CHECK-ESCALATION
              PERFORM H630-COUNT-OPEN-ITEM
           ELSE
              IF ITM-CLOSED-TODAY (ITM-IDX)
                 COMPUTE WS-WORK-DAYS = WS-RUN-INT -
                    FUNCTION INTEGER-OF-DATE (WKL-FILE-FIRST-SEEN)
                 MOVE WS-WORK-DAYS TO WKL-FILE-DAYS-OPEN
              END-IF
           END-IF.
           MOVE WKL-FILE-MEMBERS TO WS-ITM-REC (ITM-IDX).
       H610-END. EXIT.
      *Kayna bu koşuda okunduu halde gelmeyen açk kalem bugün
      *kapanr. Kayna verilmemi kalem açk kalr ve yalanmaya
      *devam eder. Kapanm kalemin ya kapan gününde donar.
       H620-CHECK-ESCALATION.
           IF WS-SRC-NO > 0
              IF WKL-FILE-DAYS-OPEN > WS-SRC-ESC-DAYS (WS-SRC-NO)
                 IF WKL-FILE-ESC-DATE = 0
                    MOVE WS-RUN-DATE TO WKL-FILE-ESC-DATE
                    ADD 1 TO WS-NEW-ESC-COUNT
                 END-IF
              END-IF
           END-IF.
           IF WKL-FILE-ESC-DATE NOT = 0
              ADD 1 TO WS-ESC-COUNT
           END-IF.
       H620-END. EXIT.
      *Eii aan açk kalem yükseltilir ve kapanana kadar yükseltilmi
      *kalr; eik sonradan büyütülse de yükseltme geri alnmaz.
       H630-COUNT-OPEN-ITEM.
           ADD 1 TO WS-OPEN-COUNT.
           IF WS-SRC-NO > 0
              ADD 1 TO WS-SRC-OPEN-COUNT (WS-SRC-NO)
           END-IF.
           MOVE 5 TO WS-ITM-BUCKET (ITM-IDX).
           PERFORM H635-SET-BUCKET
              VARYING WS-BKT-NO FROM 5 BY -1 UNTIL WS-BKT-NO < 1.
           MOVE WKL-FILE-TEAM TO WS-LOOKUP-TEAM.
           PERFORM H640-FIND-OR-ADD-TEAM.
           ADD 1 TO WS-TEAM-OPEN-COUNT (TEAM-IDX).
           MOVE WS-ITM-BUCKET (ITM-IDX) TO WS-BKT-NO.
           ADD 1 TO WS-TEAM-BKT-COUNT (TEAM-IDX WS-BKT-NO).
           IF WKL-FILE-ESC-DATE NOT = 0
              ADD 1 TO WS-TEAM-ESC-COUNT (TEAM-IDX)
           END-IF.
       H630-END. EXIT.
      *-----
       H635-SET-BUCKET.
           IF WKL-FILE-DAYS-OPEN NOT > WS-BUCKET-LIMIT (WS-BKT-NO)
              MOVE WS-BKT-NO TO WS-ITM-BUCKET (ITM-IDX)
           END-IF.
       H635-END. EXIT.
      *Dilimler büyükten küçüe denenir; kalem snrna sd en
      *küçük dilimde kalr.
       H640-FIND-OR-ADD-TEAM.
           MOVE 'N' TO WS-TEAM-FOUND-SW.
           SET TEAM-IDX TO 1.
           SEARCH WS-TEAM-ENTRY
              AT END
                 MOVE 'N' TO WS-TEAM-FOUND-SW
              WHEN TEAM-IDX > WS-TEAM-COUNT
                 MOVE 'N' TO WS-TEAM-FOUND-SW
              WHEN WS-TEAM-NAME (TEAM-IDX) = WS-LOOKUP-TEAM
                 MOVE 'Y' TO WS-TEAM-FOUND-SW
           END-SEARCH.
           IF NOT TEAM-KNOWN
              IF WS-TEAM-COUNT < 30
                 ADD 1 TO WS-TEAM-COUNT
                 SET TEAM-IDX TO WS-TEAM-COUNT
                 MOVE WS-LOOKUP-TEAM TO WS-TEAM-NAME (TEAM-IDX)
                 MOVE 0 TO WS-TEAM-OPEN-COUNT (TEAM-IDX)
                           WS-TEAM-ESC-COUNT (TEAM-IDX)
                           WS-TEAM-BKT-COUNT (TEAM-IDX 1)
                           WS-TEAM-BKT-COUNT (TEAM-IDX 2)
                           WS-TEAM-BKT-COUNT (TEAM-IDX 3)
                           WS-TEAM-BKT-COUNT (TEAM-IDX 4)
                           WS-TEAM-BKT-COUNT (TEAM-IDX 5)
              ELSE
                 DISPLAY "WKLCOLL ABORTED - TEAM TABLE FULL"
                 PERFORM H999-EXIT
              END-IF
           END-IF.
       H640-END. EXIT.
      *-----
       H700-WRITE-WORKLIST.
           IF WS-ITM-COUNT > 0
              PERFORM H710-WRITE-ONE-ITEM
                 VARYING ITM-IDX FROM 1 BY 1
                 UNTIL ITM-IDX > WS-ITM-COUNT
           END-IF.
       H700-END. EXIT.
      *Yeni kuak bir sonraki koşuda WKL-PREV olarak okunur.
       H710-WRITE-ONE-ITEM.
           MOVE WS-ITM-REC (ITM-IDX) TO WKL-FILE-MEMBERS.
           WRITE WKL-FILE-MEMBERS.
           ADD 1 TO WS-WRITE-COUNT.
       H710-END. EXIT.
      *-----
       H800-WRITE-REPORT.
           MOVE SPACES TO WKL-RPT-LINE.
           STRING 'OPERATIONS EXCEPTION WORKLIST - RUN DATE '
              WS-RUN-DATE DELIMITED BY SIZE INTO WKL-RPT-LINE.
           WRITE WKL-RPT-LINE.
           MOVE SPACES TO WKL-RPT-LINE.
           WRITE WKL-RPT-LINE.
           PERFORM H810-WRITE-SOURCE-LINE
              VARYING SRC-IDX FROM 1 BY 1 UNTIL SRC-IDX > 6.
           IF WS-TEAM-COUNT > 0
              PERFORM H820-WRITE-TEAM-BLOCK
                 VARYING TEAM-IDX FROM 1 BY 1
                 UNTIL TEAM-IDX > WS-TEAM-COUNT
           END-IF.
           PERFORM H840-WRITE-ESCALATIONS.
           PERFORM H850-WRITE-CLOSED-TODAY.
       H800-END. EXIT.
      *-----
       H810-WRITE-SOURCE-LINE.
           MOVE SPACES TO WKL-RPT-LINE.
           IF SOURCE-PRESENT (SRC-IDX)
              MOVE WS-SRC-READ-COUNT (SRC-IDX)   TO WS-READ-ED
              MOVE WS-SRC-NEW-COUNT (SRC-IDX)    TO WS-NEW-ED
              MOVE WS-SRC-CLOSED-COUNT (SRC-IDX) TO WS-CLOSED-ED
              MOVE WS-SRC-OPEN-COUNT (SRC-IDX)   TO WS-OPEN-ED
              STRING WS-SRC-NAME (SRC-IDX) ' READ ' WS-READ-ED
                 ' NEW ' WS-NEW-ED ' CLOSED ' WS-CLOSED-ED
                 ' OPEN ' WS-OPEN-ED
                 DELIMITED BY SIZE INTO WKL-RPT-LINE
           ELSE
              MOVE WS-SRC-OPEN-COUNT (SRC-IDX)   TO WS-OPEN-ED
              STRING WS-SRC-NAME (SRC-IDX)
                 ' NOT SUPPLIED - ITEMS KEPT OPEN ' WS-OPEN-ED
                 DELIMITED BY SIZE INTO WKL-RPT-LINE
           END-IF.
           WRITE WKL-RPT-LINE.
       H810-END. EXIT.
      *Kaynak satr, kaynan bu koşuda okunup okunmadn gösterir;
      *verilmeyen kaynan kalemleri kapatlmadan devreder.
       H820-WRITE-TEAM-BLOCK.
           MOVE SPACES TO WKL-RPT-LINE.
           WRITE WKL-RPT-LINE.
           MOVE WS-TEAM-OPEN-COUNT (TEAM-IDX) TO WS-OPEN-ED.
           MOVE WS-TEAM-ESC-COUNT (TEAM-IDX)  TO WS-COUNT-ED.
           STRING 'TEAM ' WS-TEAM-NAME (TEAM-IDX)
              '  OPEN ' WS-OPEN-ED '  ESCALATED ' WS-COUNT-ED
              DELIMITED BY SIZE INTO WKL-RPT-LINE.
           WRITE WKL-RPT-LINE.
           PERFORM H825-WRITE-BUCKET-BLOCK
              VARYING WS-BKT-NO FROM 1 BY 1 UNTIL WS-BKT-NO > 5.
       H820-END. EXIT.
      *-----
       H825-WRITE-BUCKET-BLOCK.
           IF WS-TEAM-BKT-COUNT (TEAM-IDX WS-BKT-NO) > 0
              MOVE WS-TEAM-BKT-COUNT (TEAM-IDX WS-BKT-NO)
                 TO WS-COUNT-ED
              MOVE SPACES TO WKL-RPT-LINE
              STRING '  AGE ' WS-BUCKET-NAME (WS-BKT-NO)
                 ' ITEMS ' WS-COUNT-ED
                 DELIMITED BY SIZE INTO WKL-RPT-LINE
              WRITE WKL-RPT-LINE
              PERFORM H830-WRITE-BUCKET-ITEM
                 VARYING ITM-IDX FROM 1 BY 1
                 UNTIL ITM-IDX > WS-ITM-COUNT
           END-IF.
       H825-END. EXIT.
      *Bo dilim baslmaz.
       H830-WRITE-BUCKET-ITEM.
           MOVE WS-ITM-REC (ITM-IDX) TO WKL-FILE-MEMBERS.
           IF WKL-ITEM-OPEN AND
              WKL-FILE-TEAM = WS-TEAM-NAME (TEAM-IDX) AND
              WS-ITM-BUCKET (ITM-IDX) = WS-BKT-NO
              PERFORM H835-WRITE-ITEM-LINE
           END-IF.
       H830-END. EXIT.
      *-----
       H835-WRITE-ITEM-LINE.
           MOVE WKL-FILE-DAYS-OPEN TO WS-DAYS-ED.
           MOVE SPACES TO WS-ESC-FLAG.
           IF WKL-FILE-ESC-DATE NOT = 0
              MOVE 'ESCALATED' TO WS-ESC-FLAG
           END-IF.
           IF ITM-NEW-TODAY (ITM-IDX) OR ITM-REOPENED-TODAY (ITM-IDX)
              MOVE 'NEW' TO WS-ESC-FLAG
           END-IF.
           MOVE SPACES TO WKL-RPT-LINE.
           STRING '    ' WKL-FILE-SOURCE ' ' WKL-FILE-ITEM-KEY ' '
              WKL-FILE-REASON ' ' WS-DAYS-ED ' ' WKL-FILE-FIRST-SEEN
              ' ' WKL-FILE-ASSIGNEE ' ' WS-ESC-FLAG
              DELIMITED BY SIZE INTO WKL-RPT-LINE.
           WRITE WKL-RPT-LINE.
           IF WKL-FILE-NOTE NOT = SPACES
              MOVE SPACES TO WKL-RPT-LINE
              STRING '      NOTE ' WKL-FILE-NOTE-DATE ' '
                 WKL-FILE-NOTE
                 DELIMITED BY SIZE INTO WKL-RPT-LINE
              WRITE WKL-RPT-LINE
           END-IF.
       H835-END. EXIT.
      *Kalem satr: kaynak, anahtar, neden, açk gün, ilk görülme,
      *atanan kii ve durum. Anahtar WKL-UPD'de aynen kullanlr.
       H840-WRITE-ESCALATIONS.
           MOVE SPACES TO WKL-RPT-LINE.
           WRITE WKL-RPT-LINE.
           MOVE WS-ESC-COUNT TO WS-COUNT-ED.
           STRING 'ESCALATED - OPEN BEYOND TEAM THRESHOLD: '
              WS-COUNT-ED DELIMITED BY SIZE INTO WKL-RPT-LINE.
           WRITE WKL-RPT-LINE.
           IF WS-ITM-COUNT > 0
              PERFORM H845-WRITE-ONE-ESCALATION
                 VARYING ITM-IDX FROM 1 BY 1
                 UNTIL ITM-IDX > WS-ITM-COUNT
           END-IF.
       H840-END. EXIT.
      *-----
       H845-WRITE-ONE-ESCALATION.
           MOVE WS-ITM-REC (ITM-IDX) TO WKL-FILE-MEMBERS.
           IF WKL-ITEM-OPEN AND WKL-FILE-ESC-DATE NOT = 0
              MOVE WKL-FILE-DAYS-OPEN TO WS-DAYS-ED
              MOVE 0 TO WS-ESC-DAYS-ED
              IF WS-ITM-SRC-NO (ITM-IDX) > 0
                 MOVE WS-SRC-ESC-DAYS (WS-ITM-SRC-NO (ITM-IDX))
                    TO WS-ESC-DAYS-ED
              END-IF
              MOVE SPACES TO WKL-RPT-LINE
              STRING '  ' WKL-FILE-TEAM ' ' WKL-FILE-SOURCE ' '
                 WKL-FILE-ITEM-KEY ' ' WKL-FILE-REASON ' '
                 WS-DAYS-ED ' LIMIT ' WS-ESC-DAYS-ED
                 ' SINCE ' WKL-FILE-ESC-DATE
                 DELIMITED BY SIZE INTO WKL-RPT-LINE
              WRITE WKL-RPT-LINE
           END-IF.
       H845-END. EXIT.
      *Yükseltme listesi, ekip eiini aan bütün açk kalemleri
      *ekip bilgisiyle birlikte tek yerde toplar.
       H850-WRITE-CLOSED-TODAY.
           MOVE SPACES TO WKL-RPT-LINE.
           WRITE WKL-RPT-LINE.
           MOVE WS-CLOSED-COUNT TO WS-COUNT-ED.
           STRING 'CLOSED TODAY - NO LONGER REPORTED BY SOURCE: '
              WS-COUNT-ED DELIMITED BY SIZE INTO WKL-RPT-LINE.
           WRITE WKL-RPT-LINE.
           IF WS-ITM-COUNT > 0
              PERFORM H855-WRITE-ONE-CLOSED
                 VARYING ITM-IDX FROM 1 BY 1
                 UNTIL ITM-IDX > WS-ITM-COUNT
           END-IF.
       H850-END. EXIT.
      *-----
       H855-WRITE-ONE-CLOSED.
           IF ITM-CLOSED-TODAY (ITM-IDX)
              MOVE WS-ITM-REC (ITM-IDX) TO WKL-FILE-MEMBERS
              MOVE WKL-FILE-DAYS-OPEN TO WS-DAYS-ED
              MOVE SPACES TO WKL-RPT-LINE
              STRING '  ' WKL-FILE-TEAM ' ' WKL-FILE-SOURCE ' '
                 WKL-FILE-ITEM-KEY ' ' WKL-FILE-REASON ' '
                 WS-DAYS-ED ' ' WKL-FILE-FIRST-SEEN ' '
                 WKL-FILE-ASSIGNEE
                 DELIMITED BY SIZE INTO WKL-RPT-LINE
              WRITE WKL-RPT-LINE
           END-IF.
       H855-END. EXIT.
      *-----
       H900-WRITE-SUMMARY.
           MOVE SPACES TO WKL-RPT-LINE.
           WRITE WKL-RPT-LINE.
           MOVE 'WORKLIST SUMMARY' TO WKL-RPT-LINE.
           WRITE WKL-RPT-LINE.
           MOVE WS-SOURCE-COUNT TO WS-COUNT-ED.
           MOVE 'EXCEPTIONS READ    : ' TO WS-LABEL-TXT.
           PERFORM H910-WRITE-COUNT-LINE.
           MOVE WS-PREV-COUNT TO WS-COUNT-ED.
           MOVE 'ITEMS CARRIED IN   : ' TO WS-LABEL-TXT.
           PERFORM H910-WRITE-COUNT-LINE.
           MOVE WS-PURGED-COUNT TO WS-COUNT-ED.
           MOVE 'CLOSED ITEMS PURGED: ' TO WS-LABEL-TXT.
           PERFORM H910-WRITE-COUNT-LINE.
           MOVE WS-NEW-COUNT TO WS-COUNT-ED.
           MOVE 'NEW ITEMS          : ' TO WS-LABEL-TXT.
           PERFORM H910-WRITE-COUNT-LINE.
           MOVE WS-REOPEN-COUNT TO WS-COUNT-ED.
           MOVE 'REOPENED ITEMS     : ' TO WS-LABEL-TXT.
           PERFORM H910-WRITE-COUNT-LINE.
           MOVE WS-CLOSED-COUNT TO WS-COUNT-ED.
           MOVE 'CLOSED TODAY       : ' TO WS-LABEL-TXT.
           PERFORM H910-WRITE-COUNT-LINE.
           MOVE WS-OPEN-COUNT TO WS-COUNT-ED.
           MOVE 'OPEN ITEMS         : ' TO WS-LABEL-TXT.
           PERFORM H910-WRITE-COUNT-LINE.
           MOVE WS-ESC-COUNT TO WS-COUNT-ED.
           MOVE 'ESCALATED ITEMS    : ' TO WS-LABEL-TXT.
           PERFORM H910-WRITE-COUNT-LINE.
           MOVE WS-NEW-ESC-COUNT TO WS-COUNT-ED.
           MOVE 'ESCALATED TODAY    : ' TO WS-LABEL-TXT.
           PERFORM H910-WRITE-COUNT-LINE.
           MOVE WS-UPD-COUNT TO WS-COUNT-ED.
           MOVE 'UPDATES APPLIED    : ' TO WS-LABEL-TXT.
           PERFORM H910-WRITE-COUNT-LINE.
           MOVE WS-UPD-REJ-COUNT TO WS-COUNT-ED.
           MOVE 'UPDATES REJECTED   : ' TO WS-LABEL-TXT.
           PERFORM H910-WRITE-COUNT-LINE.
           MOVE WS-WRITE-COUNT TO WS-COUNT-ED.
           MOVE 'ITEMS WRITTEN      : ' TO WS-LABEL-TXT.
           PERFORM H910-WRITE-COUNT-LINE.
       H900-END. EXIT.
      *-----
       H910-WRITE-COUNT-LINE.
           MOVE SPACES TO WKL-RPT-LINE.
           STRING WS-LABEL-TXT WS-COUNT-ED
              DELIMITED BY SIZE INTO WKL-RPT-LINE.
           WRITE WKL-RPT-LINE.
       H910-END. EXIT.
      *-----
       H980-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG.
           IF CHECK-FILE-RLOG-ST
              MOVE 'WKLCOLL ' TO RUN-LOG-PROGRAM
              ACCEPT RUN-LOG-RUN-DATE FROM DATE YYYYMMDD
              MOVE WS-SOURCE-COUNT TO RUN-LOG-INPUT-COUNT
              MOVE WS-WRITE-COUNT  TO RUN-LOG-OUTPUT-COUNT
              MOVE WS-RUN-STATUS   TO RUN-LOG-STATUS
              WRITE RUN-LOG-MEMBERS
              CLOSE RUN-LOG
           ELSE
              DISPLAY "RUN LOG NOT WRITTEN. ERROR CODE:"
                 CHECK-FILE-RLOG
           END-IF.
       H980-END. EXIT.
      *Koşu 'OK  ' yeni kuak ve rapor tamamlandnda, 'FAIL'
      *yarda kaldnda yazlr. 'FAIL' koşusundan sonra bir sonraki
      *gece önceki kuak (WKL-PREV) yeniden kullanlr.
       H999-EXIT.
           PERFORM H980-WRITE-RUN-LOG.
           DISPLAY 'WORKLIST TOTALS - EXCEPTIONS READ: ' WS-SOURCE-COUNT
                   ' NEW: ' WS-NEW-COUNT ' CLOSED: ' WS-CLOSED-COUNT
                   ' OPEN: ' WS-OPEN-COUNT ' ESCALATED: ' WS-ESC-COUNT.
           CLOSE REJ-FILE.
           CLOSE TXNREJ-FILE.
           CLOSE MNTREJ-FILE.
           CLOSE BRK-FILE.
           CLOSE CCY-REJ.
           CLOSE EXCP-FILE.
           CLOSE WKL-PREV.
           CLOSE WKL-UPD.
           CLOSE WKL-FILE.
           CLOSE WKL-UREJ.
           CLOSE WKL-RPT.
           STOP RUN.
       H999-END. EXIT.
