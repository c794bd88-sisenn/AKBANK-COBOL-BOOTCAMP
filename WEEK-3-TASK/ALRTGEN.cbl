       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRTGEN.
       AUTHOR.     SINEM SEN.
      *----
      *ALRTGEN, dijital kanallarn SMS/e-posta a geçidi için günlük
      *müteri uyar beslemesini üretir: JRNL-FILE'a önceki koşudan sonra
      *eklenen (günün) hareketler hesap bana ALRT-FILE'daki etkin
      *aboneliin tercihlerine göre taranr ve be olay aranr: abonenin
      *seçtii tutar aan borç ('D'), bakiyenin seçilen en düük bakiyenin
      *altna inmesi ('M'), kredili mevduata girilmesi ('O'), onayl
      *limitin seçilen yüzdeden fazlasnn kullanlmas ('U') ve INTACCR
      *faiz alaca ('I'). Limit IDX-FILE'dan okunur. Her hesap için her
      *olay türünden günde en çok bir uyar yazlr; ALRT-FEED 'AHD' balk,
      *'ADT' detay ve 'ATR' kuyruk kaytlarndan oluan sabit biçimli
      *arayüz dosyasdr ve koşu RUN-LOG'a kaydedilir. JRNL-FILE ay
      *boyunca büyüdüünden önceki günlerde taranan satrlar, GLPOST'taki
      *gibi ALCTL kuanda tanan satr saysyla atlanr.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNL-FILE ASSIGN TO JRNLFILE
                           STATUS CHECK-FILE-JRNL.
           SELECT IDX-FILE ASSIGN TO IDXFILE
                           ORGANIZATION IS INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY IDX-FILE-KEY
                           ALTERNATE RECORD KEY IDX-FILE-BALANCE
                             WITH DUPLICATES
                           STATUS CHECK-FILE-INDEX.
           SELECT OPTIONAL ALRT-FILE ASSIGN TO ALRTFILE
                           ORGANIZATION IS INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY ALRT-FILE-KEY
                           STATUS CHECK-FILE-ALRT.
           SELECT OPTIONAL ALCTL-IN ASSIGN TO ALCTLIN
                           STATUS CHECK-FILE-CTLIN.
           SELECT ALCTL-OUT ASSIGN TO ALCTLOUT
                           STATUS CHECK-FILE-CTLOUT.
           SELECT ALRT-FEED ASSIGN TO ALRTFEED
                           STATUS CHECK-FILE-FEED.
           SELECT CCY-MST ASSIGN TO CCYMST
                           STATUS CHECK-FILE-CCYM.
           SELECT OPTIONAL RUN-LOG ASSIGN TO RUNLOG
                           STATUS CHECK-FILE-RLOG.
      *ALRT-FILE henüz hiç abonelik eklenmemise bulunmaz; besleme
      *o gün yalnz balk ve kuyruktan oluur. ALCTL-IN önceki
      *koşunun, ALCTL-OUT bu koşunun kontrol kuadr (eski/yeni ana
      *dosya); ilk koşuda önceki kuak bulunmaz.
      *----
       DATA DIVISION.
       FILE SECTION.
       FD  JRNL-FILE RECORDING MODE F.
           COPY JRNLREC.
       FD  IDX-FILE.
           COPY IDXREC.
       FD  ALRT-FILE.
           COPY ALRTREC.
       FD  ALCTL-IN RECORDING MODE F.
         01 ALCTL-IN-MEMBERS.
           05 ALCTL-IN-BUS-DATE      PIC 9(8).
           05 ALCTL-IN-JRNL-LINES    PIC 9(7).
           05 ALCTL-IN-JRNL-REF      PIC X(12).
       FD  ALCTL-OUT RECORDING MODE F.
         01 ALCTL-OUT-MEMBERS.
           05 ALCTL-OUT-BUS-DATE     PIC 9(8).
           05 ALCTL-OUT-JRNL-LINES   PIC 9(7).
           05 ALCTL-OUT-JRNL-REF     PIC X(12).
      *Tek kaytlk kontrol kua: koşu günü, o gün sonunda
      *JRNL-FILE'dan taranm satr says ve o saydaki son satrn
      *referans (GLPOST'un GLCTL alanlarnn ei).
       FD  ALRT-FEED RECORDING MODE F.
         01 ALRT-FEED-MEMBERS.
           05 ALRT-FD-REC-ID         PIC X(3).
           05 ALRT-FD-BUS-DATE       PIC 9(8).
           05 ALRT-FD-ID             PIC 9(5).
           05 ALRT-FD-DVZ            PIC 9(3).
           05 ALRT-FD-CCY-ALPHA      PIC X(3).
           05 ALRT-FD-MINOR          PIC 9(1).
           05 ALRT-FD-EVENT          PIC X(1).
           05 ALRT-FD-CHANNEL        PIC X(1).
           05 ALRT-FD-SMS-REF        PIC X(20).
           05 ALRT-FD-EMAIL-REF      PIC X(20).
           05 ALRT-FD-AMOUNT         PIC 9(13)V99.
           05 ALRT-FD-BALANCE        PIC S9(15)V99.
           05 ALRT-FD-THRESHOLD      PIC 9(13)V99.
           05 ALRT-FD-REF            PIC X(12).
         01 ALRT-FEED-HEADER.
           05 ALRT-HDR-ID            PIC X(3).
           05 ALRT-HDR-BUS-DATE      PIC 9(8).
           05 ALRT-HDR-SOURCE        PIC X(8).
           05 FILLER                 PIC X(105).
         01 ALRT-FEED-TRAILER.
           05 ALRT-TRL-ID            PIC X(3).
           05 ALRT-TRL-COUNT         PIC 9(7).
           05 ALRT-TRL-EVENT-COUNT   PIC 9(7) OCCURS 5 TIMES.
           05 ALRT-TRL-AMOUNT-TOTAL  PIC 9(17)V99.
           05 FILLER                 PIC X(60).
      *ALRT-FEED, GL-FILE gibi balk ('AHD'), detay ('ADT') ve kuyruk
      *('ATR') kaytlarndan oluur. ALRT-FD-EVENT olay türüdür
      *(D/M/O/U/I). ALRT-FD-AMOUNT 'D' için en büyük borç, 'U' için
      *kullanlan limit tutar, 'I' için günün toplam faiz alaca,
      *'M'/'O' için olay douran hareketin tutardr.
      *ALRT-FD-BALANCE olay douran hareketten sonraki bakiye,
      *ALRT-FD-THRESHOLD abonenin seçtii eiktir ('D' tutar, 'M' en
      *düük bakiye, 'U' yüzde; 'O' ve 'I' için sfr).
      *ALRT-FD-REF olay douran günlük referans, ALRT-FD-MINOR
      *tutarlarn kaç ondalkla gösterileceidir. Kuyruktaki olay
      *saylar D, M, O, U, I srasyladr; tutar toplam detay
      *tutarlarnn kontrol toplamdr.
       FD  CCY-MST RECORDING MODE F.
           COPY CCYMREC.
       FD  RUN-LOG RECORDING MODE F.
           COPY RUNLOG.
       WORKING-STORAGE SECTION.
       01  CONTROL-STATEMENTS.
         05 CHECK-FILE-JRNL        PIC 9(2).
           88 JRNL-FILE-SUCCESS    VALUE 00 97.
           88 JRNL-FILE-EOF        VALUE 10.
         05 CHECK-FILE-INDEX       PIC 9(2).
           88 INDEX-FILE-SUCCESS   VALUE 00 97.
         05 CHECK-FILE-ALRT        PIC 9(2).
           88 ALRT-FILE-OPENED     VALUE 00 05 97.
         05 CHECK-FILE-CTLIN       PIC 9(2).
           88 CTLIN-FILE-OPENED    VALUE 00 05 97.
         05 CHECK-FILE-CTLOUT      PIC 9(2).
           88 CTLOUT-FILE-SUCCESS  VALUE 00 97.
         05 CHECK-FILE-FEED        PIC 9(2).
           88 FEED-FILE-SUCCESS    VALUE 00 97.
         05 CHECK-FILE-CCYM        PIC 9(2).
           88 CCYM-FILE-SUCCESS    VALUE 00 97.
           88 CCYM-FILE-EOF        VALUE 10.
         05 CHECK-FILE-RLOG        PIC 9(2).
           88 CHECK-FILE-RLOG-ST   VALUE 00 05 97.
         05 WS-RUN-STATUS          PIC X(4) VALUE 'FAIL'.
         05 WS-ALRT-PRESENT-SW     PIC X(1) VALUE 'N'.
           88 ALRT-FILE-PRESENT       VALUE 'Y'.
       01  ALERT-COUNTERS.
         05 WS-RUN-DATE            PIC 9(8).
         05 WS-JRNL-COUNT          PIC 9(7) VALUE 0.
         05 WS-SKIP-COUNT          PIC 9(7) VALUE 0.
         05 WS-SUBSCRIBED-COUNT    PIC 9(7) VALUE 0.
         05 WS-ALERT-COUNT         PIC 9(7) VALUE 0.
         05 WS-EVENT-COUNT         PIC 9(7) OCCURS 5 TIMES.
         05 WS-AMOUNT-TOTAL        PIC 9(17)V99 VALUE 0.
       01  ALERT-WORK-FIELDS.
         05 WS-REF-WORK            PIC X(12).
         05 WS-REF-WORK-R REDEFINES WS-REF-WORK.
           10 WS-REF-PREFIX        PIC X(3).
           10 FILLER               PIC X(9).
         05 WS-USED-BEFORE         PIC 9(15)V99.
         05 WS-USED-AFTER          PIC 9(15)V99.
         05 WS-USAGE-LIMIT         PIC 9(17)V99.
         05 WS-EVT-NO              PIC 9(1).
         05 WS-EVENT-CODES         PIC X(5) VALUE 'DMOUI'.
         05 WS-EVENT-CODE-R REDEFINES WS-EVENT-CODES.
           10 WS-EVENT-CODE        PIC X(1) OCCURS 5 TIMES.
         05 WS-LOOKUP-DVZ          PIC 9(3).
         05 WS-ALPHA-DVZ           PIC X(3).
         05 WS-MINOR-DIGITS        PIC 9(1).
         05 WS-JRNL-MARK           PIC 9(7) VALUE 0.
         05 WS-JRNL-MARK-REF       PIC X(12) VALUE SPACES.
         05 WS-JRNL-LINES          PIC 9(7) VALUE 0.
         05 WS-JRNL-LAST-REF       PIC X(12) VALUE SPACES.
         05 WS-JRNL-RESET-SW       PIC X(1) VALUE 'N'.
           88 JOURNAL-RESET           VALUE 'Y'.
      *WS-USED-BEFORE/AFTER hareketten önce ve sonra kullanlan
      *limit tutardr (eksi bakiyenin mutlak deeri); yüzde eii
      *WS-USAGE-LIMIT ile karlatrlr. WS-EVENT-CODES, olay
      *numarasn (1-5) beslemedeki olay koduna çevirir.
      *WS-JRNL-MARK/MARK-REF önceki kuan taranm satr says ve
      *son satr referansdr; WS-JRNL-LINES/LAST-REF bu koşunun
      *sonunda ayn deerleri kurar. JOURNAL-RESET, JRNL-FILE'n
      *önceki koşudan sonra JRNLCLS ile boaltldn gösterir.
       01  ACCOUNT-TABLE-FIELDS.
         05 WS-ACC-COUNT           PIC 9(4) VALUE 0.
         05 WS-ACC-ENTRY OCCURS 2000 TIMES INDEXED BY ACC-IDX.
           10 WS-ACC-ID            PIC 9(5).
           10 WS-ACC-DVZ           PIC 9(3).
           10 WS-ACC-SUB-SW        PIC X(1).
             88 ACC-SUBSCRIBED        VALUE 'Y'.
           10 WS-ACC-OD-LIMIT      PIC 9(13)V99.
           10 WS-ACC-PREFS         PIC X(104).
           10 WS-ACC-EVENT OCCURS 5 TIMES.
             15 WS-ACC-EVT-SW      PIC X(1).
               88 ACC-EVENT-RAISED    VALUE 'Y'.
             15 WS-ACC-EVT-AMOUNT  PIC 9(13)V99.
             15 WS-ACC-EVT-BALANCE PIC S9(15)V99.
             15 WS-ACC-EVT-THRESH  PIC 9(13)V99.
             15 WS-ACC-EVT-REF     PIC X(12).
         05 WS-ACC-FOUND-SW        PIC X(1).
           88 ACCOUNT-KNOWN           VALUE 'Y'.
      *ACCOUNT-TABLE-FIELDS, günlükte ilk görüldüü srayla her hesab
      *tutar. Abonelik ve limit hesap ilk görüldüünde bir kez
      *okunur; WS-ACC-PREFS aboneliin ALRTREC düzenindeki kayddr ve
      *her satrda ALRT-FILE-MEMBERS'a geri tanarak kullanlr.
      *WS-ACC-EVENT, D/M/O/U/I srasyla olay bana tek uyary
      *biriktirir; tekilletirme bu tablodadr.
       COPY CURRENCY.
       PROCEDURE DIVISION.
       0001-MAIN-PROCESS.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-SCAN-JOURNAL UNTIL JRNL-FILE-EOF.
           PERFORM H400-WRITE-FEED.
           PERFORM H500-WRITE-CONTROL.
           MOVE 'OK  ' TO WS-RUN-STATUS.
           PERFORM H999-EXIT.
       0001-END. EXIT.
      *Ana akş: günlük tek geçite hesap tablosuna ilenir, olaylar
      *hesap bana biriktirilir, sonra besleme hesap ve olay
      *srasyla yazlr.
       H100-OPEN-FILES.
           OPEN INPUT  JRNL-FILE.
           OPEN INPUT  IDX-FILE.
           OPEN INPUT  ALRT-FILE.
           OPEN OUTPUT ALCTL-OUT.
           OPEN OUTPUT ALRT-FEED.
           PERFORM H110-FILE-CONTROL.
           PERFORM H130-LOAD-CURRENCY.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 0 TO WS-EVENT-COUNT (1) WS-EVENT-COUNT (2)
                     WS-EVENT-COUNT (3) WS-EVENT-COUNT (4)
                     WS-EVENT-COUNT (5).
           PERFORM H140-LOAD-MARK.
           READ JRNL-FILE.
           PERFORM H150-SKIP-SCANNED.
       H100-END. EXIT.
      *-----
       H110-FILE-CONTROL.
           IF (CHECK-FILE-JRNL NOT = 97) AND (CHECK-FILE-JRNL NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-JRNL
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-INDEX NOT = 97) AND (CHECK-FILE-INDEX NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-INDEX
              PERFORM H999-EXIT
           END-IF.
           IF NOT ALRT-FILE-OPENED
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-ALRT
              PERFORM H999-EXIT
           END-IF.
           IF CHECK-FILE-ALRT NOT = 05
              MOVE 'Y' TO WS-ALRT-PRESENT-SW
           END-IF.
           IF (CHECK-FILE-CTLOUT NOT = 97) AND
              (CHECK-FILE-CTLOUT NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-CTLOUT
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-FEED NOT = 97) AND (CHECK-FILE-FEED NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-FEED
              PERFORM H999-EXIT
           END-IF.
       H110-END. EXIT.
      *ALRT-FILE açlnda 05, abonelik dosyasnn henüz
      *yaratlmadn gösterir; o zaman hiçbir hesap abone saylmaz.
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
              DISPLAY "ALRTGEN ABORTED - CURRENCY MASTER EMPTY"
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
              DISPLAY "ALRTGEN ABORTED - CURRENCY TABLE FULL"
              PERFORM H999-EXIT
           END-IF.
           READ CCY-MST.
       H135-END. EXIT.
      *Pasif para birimleri de yüklenir: pasife alnm para
      *birimindeki hesabn günün hareketi yine uyar dourabilir.
       H140-LOAD-MARK.
           OPEN INPUT ALCTL-IN.
           IF CTLIN-FILE-OPENED
              READ ALCTL-IN
              IF CHECK-FILE-CTLIN = 00
                 MOVE ALCTL-IN-JRNL-LINES TO WS-JRNL-MARK
                 MOVE ALCTL-IN-JRNL-REF   TO WS-JRNL-MARK-REF
              END-IF
              CLOSE ALCTL-IN
           END-IF.
       H140-END. EXIT.
      *Önceki kuak yoksa (ilk koşu) JRNL-FILE batan taranr.
       H150-SKIP-SCANNED.
           PERFORM H155-SKIP-ONE-LINE
              UNTIL JRNL-FILE-EOF OR WS-JRNL-LINES = WS-JRNL-MARK.
           IF WS-JRNL-LINES < WS-JRNL-MARK OR
              WS-JRNL-LAST-REF NOT = WS-JRNL-MARK-REF
              PERFORM H160-RESTART-JOURNAL
           END-IF.
           MOVE WS-JRNL-LINES TO WS-SKIP-COUNT.
       H150-END. EXIT.
      *JRNL-FILE iki kapan arasnda yalnz sonuna eklenerek
      *büyür; önceki kuan says kadar satr önceki günlerde
      *taranm ve uyars gönderilmitir. Dosya o saydan ksaysa
      *ya da o saydaki satrn referans kuaktakiyle uyumuyorsa
      *JRNLCLS dosyay bu arada boaltmtr ve bütün satrlar
      *yenidir. Faiz satrnn valörü faiz oran tarihi olduundan
      *valör tarihi günün hareketini ayrmaya yetmez.
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
      *-----
       H200-SCAN-JOURNAL.
           ADD 1 TO WS-JRNL-COUNT.
           ADD 1 TO WS-JRNL-LINES.
           MOVE JRNL-FILE-REF TO WS-JRNL-LAST-REF.
           PERFORM H210-FIND-OR-ADD-ACCOUNT.
           IF ACC-SUBSCRIBED (ACC-IDX)
              MOVE WS-ACC-PREFS (ACC-IDX) TO ALRT-FILE-MEMBERS
              PERFORM H250-CHECK-EVENTS
           END-IF.
           READ JRNL-FILE.
       H200-END. EXIT.
      *Abonesi olmayan hesabn satr yalnz saylr.
       H210-FIND-OR-ADD-ACCOUNT.
           MOVE 'N' TO WS-ACC-FOUND-SW.
           SET ACC-IDX TO 1.
           SEARCH WS-ACC-ENTRY
              AT END
                 MOVE 'N' TO WS-ACC-FOUND-SW
              WHEN ACC-IDX > WS-ACC-COUNT
                 MOVE 'N' TO WS-ACC-FOUND-SW
              WHEN WS-ACC-ID (ACC-IDX) = JRNL-FILE-ID AND
                   WS-ACC-DVZ (ACC-IDX) = JRNL-FILE-DVZ
                 MOVE 'Y' TO WS-ACC-FOUND-SW
           END-SEARCH.
           IF NOT ACCOUNT-KNOWN
              PERFORM H220-ADD-ACCOUNT
           END-IF.
       H210-END. EXIT.
      *-----
       H220-ADD-ACCOUNT.
           IF WS-ACC-COUNT < 2000
              ADD 1 TO WS-ACC-COUNT
              SET ACC-IDX TO WS-ACC-COUNT
              MOVE JRNL-FILE-ID  TO WS-ACC-ID (ACC-IDX)
              MOVE JRNL-FILE-DVZ TO WS-ACC-DVZ (ACC-IDX)
              MOVE 'N' TO WS-ACC-SUB-SW (ACC-IDX)
              MOVE 0 TO WS-ACC-OD-LIMIT (ACC-IDX)
              MOVE SPACES TO WS-ACC-PREFS (ACC-IDX)
              PERFORM H225-CLEAR-EVENT
                 VARYING WS-EVT-NO FROM 1 BY 1 UNTIL WS-EVT-NO > 5
              IF ALRT-FILE-PRESENT
                 PERFORM H230-READ-SUBSCRIPTION
              END-IF
           ELSE
              DISPLAY "ALRTGEN ABORTED - ACCOUNT TABLE FULL"
              PERFORM H999-EXIT
           END-IF.
       H220-END. EXIT.
      *Tablo dolarsa besleme eksik yaymlanmaz; koşu 'FAIL' ile
      *kaydedilir.
       H225-CLEAR-EVENT.
           MOVE 'N' TO WS-ACC-EVT-SW (ACC-IDX WS-EVT-NO).
           MOVE 0   TO WS-ACC-EVT-AMOUNT (ACC-IDX WS-EVT-NO)
                       WS-ACC-EVT-BALANCE (ACC-IDX WS-EVT-NO)
                       WS-ACC-EVT-THRESH (ACC-IDX WS-EVT-NO).
           MOVE SPACES TO WS-ACC-EVT-REF (ACC-IDX WS-EVT-NO).
       H225-END. EXIT.
      *-----
       H230-READ-SUBSCRIPTION.
           MOVE JRNL-FILE-ID  TO ALRT-FILE-ID.
           MOVE JRNL-FILE-DVZ TO ALRT-FILE-DVZ.
           READ ALRT-FILE KEY IS ALRT-FILE-KEY
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF ALRT-ACTIVE
                    MOVE 'Y' TO WS-ACC-SUB-SW (ACC-IDX)
                    MOVE ALRT-FILE-MEMBERS TO WS-ACC-PREFS (ACC-IDX)
                    ADD 1 TO WS-SUBSCRIBED-COUNT
                    PERFORM H235-READ-LIMIT
                 END-IF
           END-READ.
       H230-END. EXIT.
      *ptal edilmi abonelik abone saylmaz.
       H235-READ-LIMIT.
           MOVE JRNL-FILE-ID  TO IDX-FILE-ID.
           MOVE JRNL-FILE-DVZ TO IDX-FILE-DVZ.
           READ IDX-FILE KEY IS IDX-FILE-KEY
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE IDX-FILE-OD-LIMIT TO WS-ACC-OD-LIMIT (ACC-IDX)
           END-READ.
       H235-END. EXIT.
      *Gün içinde kapatlm hesap IDX-FILE'da bulunmaz; limiti sfr
      *saylr ve limit kullanm uyars üretilmez, dier olaylar
      *günlükten yine çkar.
       H250-CHECK-EVENTS.
           MOVE JRNL-FILE-REF TO WS-REF-WORK.
           IF ALRT-DEBIT-ON AND JRNL-FILE-DC = 'D' AND
              JRNL-FILE-ORIG-REF = SPACES AND
              JRNL-FILE-AMOUNT > ALRT-DEBIT-AMOUNT
              IF NOT ACC-EVENT-RAISED (ACC-IDX 1) OR
                 JRNL-FILE-AMOUNT > WS-ACC-EVT-AMOUNT (ACC-IDX 1)
                 MOVE 1 TO WS-EVT-NO
                 MOVE ALRT-DEBIT-AMOUNT TO
                    WS-ACC-EVT-THRESH (ACC-IDX 1)
                 PERFORM H280-RECORD-EVENT
              END-IF
           END-IF.
           IF ALRT-MINBAL-ON AND
              NOT ACC-EVENT-RAISED (ACC-IDX 2) AND
              JRNL-FILE-BAL-BEFORE NOT < ALRT-MIN-BALANCE AND
              JRNL-FILE-BAL-AFTER < ALRT-MIN-BALANCE
              MOVE 2 TO WS-EVT-NO
              MOVE ALRT-MIN-BALANCE TO WS-ACC-EVT-THRESH (ACC-IDX 2)
              PERFORM H280-RECORD-EVENT
           END-IF.
           IF ALRT-OD-ON AND
              NOT ACC-EVENT-RAISED (ACC-IDX 3) AND
              JRNL-FILE-BAL-BEFORE NOT < 0 AND
              JRNL-FILE-BAL-AFTER < 0
              MOVE 3 TO WS-EVT-NO
              PERFORM H280-RECORD-EVENT
           END-IF.
           IF ALRT-USAGE-ON AND
              NOT ACC-EVENT-RAISED (ACC-IDX 4) AND
              WS-ACC-OD-LIMIT (ACC-IDX) > 0 AND
              JRNL-FILE-BAL-AFTER < 0
              PERFORM H260-CHECK-USAGE
           END-IF.
           IF ALRT-INTEREST-ON AND JRNL-FILE-DC = 'C' AND
              JRNL-FILE-ORIG-REF = SPACES AND WS-REF-PREFIX = 'ACR'
              PERFORM H270-ADD-INTEREST
           END-IF.
       H250-END. EXIT.
      *Borç uyars günün eii aan en büyük borcunu tar; iptal
      *satrlar müterinin yapt bir borç olmadndan saylmaz.
      *Bakiye olaylar eiin aa doru geçildii ilk hareketle
      *bir kez yakalanr: gün içinde bakiye yeniden yükselip tekrar
      *düse de ayn gün ikinci uyar yazlmaz.
       H260-CHECK-USAGE.
           MOVE 0 TO WS-USED-BEFORE.
           IF JRNL-FILE-BAL-BEFORE < 0
              COMPUTE WS-USED-BEFORE = 0 - JRNL-FILE-BAL-BEFORE
           END-IF.
           COMPUTE WS-USED-AFTER = 0 - JRNL-FILE-BAL-AFTER.
           COMPUTE WS-USAGE-LIMIT ROUNDED =
              WS-ACC-OD-LIMIT (ACC-IDX) * ALRT-USAGE-PCT / 100.
           IF WS-USED-AFTER > WS-USAGE-LIMIT AND
              WS-USED-BEFORE NOT > WS-USAGE-LIMIT
              MOVE 4 TO WS-EVT-NO
              MOVE ALRT-USAGE-PCT TO WS-ACC-EVT-THRESH (ACC-IDX 4)
              PERFORM H280-RECORD-EVENT
              MOVE WS-USED-AFTER TO WS-ACC-EVT-AMOUNT (ACC-IDX 4)
           END-IF.
       H260-END. EXIT.
      *Kullanm, eksi bakiyenin onayl limite orandr; uyar,
      *kullanmn seçilen yüzdeyi at ilk hareketle yazlr ve
      *tutar alannda kullanlan limit tutarn tar.
       H270-ADD-INTEREST.
           IF NOT ACC-EVENT-RAISED (ACC-IDX 5)
              MOVE 5 TO WS-EVT-NO
              PERFORM H280-RECORD-EVENT
           ELSE
              ADD JRNL-FILE-AMOUNT TO WS-ACC-EVT-AMOUNT (ACC-IDX 5)
              MOVE JRNL-FILE-BAL-AFTER TO
                 WS-ACC-EVT-BALANCE (ACC-IDX 5)
           END-IF.
       H270-END. EXIT.
      *INTACCR'n yeniden koşusu ayn gün ikinci bir tahakkuk
      *yazarsa tutarlar tek uyarda toplanr; bakiye son
      *tahakkuktan sonraki bakiyedir.
       H280-RECORD-EVENT.
           MOVE 'Y' TO WS-ACC-EVT-SW (ACC-IDX WS-EVT-NO).
           MOVE JRNL-FILE-AMOUNT TO
              WS-ACC-EVT-AMOUNT (ACC-IDX WS-EVT-NO).
           MOVE JRNL-FILE-BAL-AFTER TO
              WS-ACC-EVT-BALANCE (ACC-IDX WS-EVT-NO).
           MOVE JRNL-FILE-REF TO WS-ACC-EVT-REF (ACC-IDX WS-EVT-NO).
       H280-END. EXIT.
      *-----
       H400-WRITE-FEED.
           MOVE SPACES      TO ALRT-FEED-HEADER.
           MOVE 'AHD'       TO ALRT-HDR-ID.
           MOVE WS-RUN-DATE TO ALRT-HDR-BUS-DATE.
           MOVE 'ALRTGEN '  TO ALRT-HDR-SOURCE.
           WRITE ALRT-FEED-HEADER.
           IF WS-ACC-COUNT > 0
              PERFORM H410-WRITE-ACCOUNT-ALERTS
                 VARYING ACC-IDX FROM 1 BY 1
                 UNTIL ACC-IDX > WS-ACC-COUNT
           END-IF.
           MOVE SPACES         TO ALRT-FEED-TRAILER.
           MOVE 'ATR'          TO ALRT-TRL-ID.
           MOVE WS-ALERT-COUNT TO ALRT-TRL-COUNT.
           MOVE WS-EVENT-COUNT (1) TO ALRT-TRL-EVENT-COUNT (1).
           MOVE WS-EVENT-COUNT (2) TO ALRT-TRL-EVENT-COUNT (2).
           MOVE WS-EVENT-COUNT (3) TO ALRT-TRL-EVENT-COUNT (3).
           MOVE WS-EVENT-COUNT (4) TO ALRT-TRL-EVENT-COUNT (4).
           MOVE WS-EVENT-COUNT (5) TO ALRT-TRL-EVENT-COUNT (5).
           MOVE WS-AMOUNT-TOTAL TO ALRT-TRL-AMOUNT-TOTAL.
           WRITE ALRT-FEED-TRAILER.
       H400-END. EXIT.
      *Kuyruk yalnz tüm detaylar yazldktan sonra yazlr; a
      *geçidi kuyruu olmayan beslemeyi yarm sayar.
       H410-WRITE-ACCOUNT-ALERTS.
           IF ACC-SUBSCRIBED (ACC-IDX)
              MOVE WS-ACC-PREFS (ACC-IDX) TO ALRT-FILE-MEMBERS
              MOVE WS-ACC-DVZ (ACC-IDX) TO WS-LOOKUP-DVZ
              PERFORM H700-SET-ALPHA-AND-MINOR
              PERFORM H420-WRITE-ONE-ALERT
                 VARYING WS-EVT-NO FROM 1 BY 1 UNTIL WS-EVT-NO > 5
           END-IF.
       H410-END. EXIT.
      *-----
       H420-WRITE-ONE-ALERT.
           IF ACC-EVENT-RAISED (ACC-IDX WS-EVT-NO)
              MOVE SPACES TO ALRT-FEED-MEMBERS
              MOVE 'ADT'                  TO ALRT-FD-REC-ID
              MOVE WS-RUN-DATE            TO ALRT-FD-BUS-DATE
              MOVE WS-ACC-ID (ACC-IDX)    TO ALRT-FD-ID
              MOVE WS-ACC-DVZ (ACC-IDX)   TO ALRT-FD-DVZ
              MOVE WS-ALPHA-DVZ           TO ALRT-FD-CCY-ALPHA
              MOVE WS-MINOR-DIGITS        TO ALRT-FD-MINOR
              MOVE WS-EVENT-CODE (WS-EVT-NO) TO ALRT-FD-EVENT
              MOVE ALRT-CHANNEL           TO ALRT-FD-CHANNEL
              MOVE ALRT-SMS-REF           TO ALRT-FD-SMS-REF
              MOVE ALRT-EMAIL-REF         TO ALRT-FD-EMAIL-REF
              MOVE WS-ACC-EVT-AMOUNT (ACC-IDX WS-EVT-NO)
                 TO ALRT-FD-AMOUNT
              MOVE WS-ACC-EVT-BALANCE (ACC-IDX WS-EVT-NO)
                 TO ALRT-FD-BALANCE
              MOVE WS-ACC-EVT-THRESH (ACC-IDX WS-EVT-NO)
                 TO ALRT-FD-THRESHOLD
              MOVE WS-ACC-EVT-REF (ACC-IDX WS-EVT-NO) TO ALRT-FD-REF
              WRITE ALRT-FEED-MEMBERS
              ADD 1 TO WS-ALERT-COUNT
              ADD 1 TO WS-EVENT-COUNT (WS-EVT-NO)
              ADD WS-ACC-EVT-AMOUNT (ACC-IDX WS-EVT-NO)
                 TO WS-AMOUNT-TOTAL
           END-IF.
       H420-END. EXIT.
      *Kanal ve iletiim referanslar uyar yazld andaki
      *abonelikten alnr; a geçidi hangi kanala gönderileceini
      *ALRT-FD-CHANNEL'dan okur.
       H500-WRITE-CONTROL.
           MOVE WS-RUN-DATE      TO ALCTL-OUT-BUS-DATE.
           MOVE WS-JRNL-LINES    TO ALCTL-OUT-JRNL-LINES.
           MOVE WS-JRNL-LAST-REF TO ALCTL-OUT-JRNL-REF.
           WRITE ALCTL-OUT-MEMBERS.
       H500-END. EXIT.
      *Kuak besleme tamamlandktan sonra yazlr; yarda kalan
      *koşu eski kuakla yeniden koşturulur ve ayn satrlar tarar.
       H700-SET-ALPHA-AND-MINOR.
           MOVE 2 TO WS-MINOR-DIGITS.
           MOVE SPACES TO WS-ALPHA-DVZ.
           SET CCY-IDX TO 1.
           SEARCH WS-CCY-ENTRY
              WHEN CCY-IDX > WS-CCY-TBL-COUNT
                 CONTINUE
              WHEN WS-CCY-NUMERIC (CCY-IDX) = WS-LOOKUP-DVZ
                 MOVE WS-CCY-ALPHA (CCY-IDX) TO WS-ALPHA-DVZ
                 MOVE WS-CCY-MINOR (CCY-IDX) TO WS-MINOR-DIGITS
           END-SEARCH.
           IF WS-ALPHA-DVZ = SPACES
              MOVE WS-LOOKUP-DVZ TO WS-ALPHA-DVZ
           END-IF.
       H700-END. EXIT.
      *Saysal DVZ kodu CURRENCY tablosunda aranp ISO alfa koduna
      *çevrilir; tabloda olmayan eski tip kodlar saysal biçimiyle
      *gönderilir ve iki ondalkl varsaylr.
       H980-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG.
           IF CHECK-FILE-RLOG-ST
              MOVE 'ALRTGEN ' TO RUN-LOG-PROGRAM
              ACCEPT RUN-LOG-RUN-DATE FROM DATE YYYYMMDD
              MOVE WS-JRNL-COUNT  TO RUN-LOG-INPUT-COUNT
              MOVE WS-ALERT-COUNT TO RUN-LOG-OUTPUT-COUNT
              MOVE WS-RUN-STATUS  TO RUN-LOG-STATUS
              WRITE RUN-LOG-MEMBERS
              CLOSE RUN-LOG
           ELSE
              DISPLAY "RUN LOG NOT WRITTEN. ERROR CODE:"
                 CHECK-FILE-RLOG
           END-IF.
       H980-END. EXIT.
      *Koşu 'OK  ' besleme kuyruuyla tamamlandnda, 'FAIL' yarda
      *kaldnda yazlr; a geçidine aktarm 'OK  ' koşusundan
      *sonra yaplr.
       H999-EXIT.
           PERFORM H980-WRITE-RUN-LOG.
           IF JOURNAL-RESET
              DISPLAY 'ALRTGEN - JOURNAL CLOSED SINCE LAST RUN'
           END-IF.
           DISPLAY 'ALERT TOTALS - JOURNAL LINES: ' WS-JRNL-COUNT
                   ' SKIPPED: ' WS-SKIP-COUNT
                   ' SUBSCRIBED ACCOUNTS: ' WS-SUBSCRIBED-COUNT
                   ' ALERTS: ' WS-ALERT-COUNT.
           CLOSE JRNL-FILE.
           CLOSE IDX-FILE.
           CLOSE ALRT-FILE.
           CLOSE ALCTL-OUT.
           CLOSE ALRT-FEED.
           STOP RUN.
       H999-END. EXIT.
