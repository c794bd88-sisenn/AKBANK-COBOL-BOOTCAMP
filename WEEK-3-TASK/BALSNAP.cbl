       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALSNAP.
       AUTHOR.     SINEM SEN.
      *----
      *BALSNAP, ay sonu bakiye görüntüsü koşusudur. IDX-FILE batan
      *sona okunur ve her hesabn bakiyesi, onayl kredili mevduat
      *limiti, durumu ve bloke tutar o günün tarihiyle yeni bir
      *SNAP-FILE kuana yazlr; kuak 'SHD' balk ve 'STR'
      *kuyrukla kapanr. Geçmi tarihli bakiye sorgusu (ASOFINQ)
      *bu kuaklardan balayp JRNL-FILE' valör tarihine göre ileri
      *sarar. Ayn geçite bir önceki kuak (SNAP-PREV) anahtar
      *srasyla eletirilir ve para birimi bana aydan aya hareket
      *raporu (MOVE-RPT) üretilir: hesap says, yeni açlan ve
      *düen hesaplar, bakiye ve limit toplamlarnn deiimi. lk
      *koşuda önceki kuak bulunmaz ve hareket sfrdan gösterilir.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE ASSIGN TO IDXFILE
                           ORGANIZATION IS INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY IDX-FILE-KEY
                           ALTERNATE RECORD KEY IDX-FILE-BALANCE
                             WITH DUPLICATES
                           STATUS CHECK-FILE-INDEX.
           SELECT OPTIONAL SNAP-PREV ASSIGN TO SNAPPREV
                           STATUS CHECK-FILE-PREV.
           SELECT SNAP-FILE ASSIGN TO SNAPFILE
                           STATUS CHECK-FILE-SNAP.
           SELECT MOVE-RPT ASSIGN TO MOVERPT
                           STATUS CHECK-FILE-RPT.
           SELECT CCY-MST ASSIGN TO CCYMST
                           STATUS CHECK-FILE-CCYM.
           SELECT OPTIONAL RUN-LOG ASSIGN TO RUNLOG
                           STATUS CHECK-FILE-RLOG.
      *SNAP-PREV bir önceki ayn, SNAP-FILE bu ayn görüntü kuadr
      *(eski/yeni ana dosya); ilk koşuda önceki kuak bulunmaz.
      *----
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
           COPY IDXREC.
       FD  SNAP-PREV RECORDING MODE F.
         01 SNAP-PREV-MEMBERS.
           05 SNAP-PREV-ID           PIC 9(5).
           05 SNAP-PREV-DVZ          PIC 9(3).
           05 SNAP-PREV-BALANCE      PIC S9(15)V99.
           05 SNAP-PREV-OD-LIMIT     PIC 9(13)V99.
           05 SNAP-PREV-STATUS       PIC X(1).
           05 SNAP-PREV-HOLD         PIC 9(13)V99.
         01 SNAP-PREV-HEADER.
           05 SNAP-PREV-HDR-ID       PIC X(3).
           05 SNAP-PREV-HDR-DATE     PIC 9(8).
           05 FILLER                 PIC X(45).
         01 SNAP-PREV-TRAILER.
           05 SNAP-PREV-TRL-ID       PIC X(3).
           05 SNAP-PREV-TRL-COUNT    PIC 9(7).
           05 SNAP-PREV-TRL-TOTAL    PIC S9(17)V99.
           05 FILLER                 PIC X(27).
      *SNAP-PREV, SNAPREC düzeninin aynsdr; ARCH-OUT gibi ayn
      *programda iki kuak birlikte açldndan ayr adlarla
      *tanmlanr.
       FD  SNAP-FILE RECORDING MODE F.
           COPY SNAPREC.
       FD  MOVE-RPT RECORDING MODE F.
         01 MOVE-RPT-LINE             PIC X(80).
       FD  CCY-MST RECORDING MODE F.
           COPY CCYMREC.
       FD  RUN-LOG RECORDING MODE F.
           COPY RUNLOG.
       WORKING-STORAGE SECTION.
       01  CONTROL-STATEMENTS.
         05 CHECK-FILE-INDEX       PIC 9(2).
           88 INDEX-FILE-SUCCESS   VALUE 00 97.
           88 INDEX-FILE-EOF       VALUE 10.
         05 CHECK-FILE-PREV        PIC 9(2).
           88 PREV-FILE-OPENED     VALUE 00 05 97.
           88 PREV-FILE-EOF        VALUE 10.
         05 CHECK-FILE-SNAP        PIC 9(2).
           88 SNAP-FILE-SUCCESS    VALUE 00 97.
         05 CHECK-FILE-RPT         PIC 9(2).
           88 RPT-FILE-SUCCESS     VALUE 00 97.
         05 CHECK-FILE-CCYM        PIC 9(2).
           88 CCYM-FILE-SUCCESS    VALUE 00 97.
           88 CCYM-FILE-EOF        VALUE 10.
         05 CHECK-FILE-RLOG        PIC 9(2).
           88 CHECK-FILE-RLOG-ST   VALUE 00 05 97.
         05 WS-RUN-STATUS          PIC X(4) VALUE 'FAIL'.
       01  CONTROL-TOTALS.
         05 WS-ACCT-COUNT          PIC 9(7) VALUE 0.
         05 WS-SNAP-COUNT          PIC 9(7) VALUE 0.
         05 WS-SNAP-TOTAL          PIC S9(17)V99 VALUE 0.
         05 WS-PREV-COUNT          PIC 9(7) VALUE 0.
         05 WS-PREV-TOTAL          PIC S9(17)V99 VALUE 0.
         05 WS-NEW-COUNT           PIC 9(7) VALUE 0.
         05 WS-GONE-COUNT          PIC 9(7) VALUE 0.
      *WS-SNAP-COUNT/TOTAL yeni kuan kuyruk deerleridir;
      *WS-PREV-COUNT/TOTAL önceki kuaktan okunan detaylarn
      *toplamdr ve o kuan kuyruuyla karlatrlr.
       01  SNAP-WORK-FIELDS.
         05 WS-RUN-DATE            PIC 9(8).
         05 WS-PREV-DATE           PIC 9(8) VALUE 0.
         05 WS-PREV-FOUND-SW       PIC X(1) VALUE 'N'.
           88 PRIOR-SNAPSHOT-FOUND    VALUE 'Y'.
         05 WS-PREV-TRL-SW         PIC X(1) VALUE 'N'.
           88 PRIOR-TRAILER-SEEN      VALUE 'Y'.
         05 WS-PREV-OK-SW          PIC X(1) VALUE 'Y'.
           88 PRIOR-SNAPSHOT-OK       VALUE 'Y'.
         05 WS-PREV-TRL-COUNT      PIC 9(7) VALUE 0.
         05 WS-PREV-TRL-TOTAL      PIC S9(17)V99 VALUE 0.
         05 WS-CUR-KEY.
           10 WS-CUR-ID            PIC 9(5).
           10 WS-CUR-DVZ           PIC 9(3).
         05 WS-PRV-KEY.
           10 WS-PRV-ID            PIC 9(5).
           10 WS-PRV-DVZ           PIC 9(3).
      *WS-CUR-KEY ve WS-PRV-KEY, eletirmede karlatrlan görüntü
      *biçimli anahtarlardr; dosyas biten taraf HIGH-VALUES alr.
      *IDX-FILE anahtar sras ID ve DVZ'nin saysal srasdr;
      *önceki kuak da ayn srayla yazldndan iki dosya tek
      *geçite eleir.
       01  MOVEMENT-TABLE.
         05 WS-MOV-COUNT           PIC 9(2) VALUE 0.
         05 WS-MOV-ENTRY OCCURS 50 TIMES INDEXED BY MOV-IDX.
           10 WS-MOV-DVZ           PIC 9(3).
           10 WS-MOV-PREV-ACCTS    PIC 9(7).
           10 WS-MOV-CUR-ACCTS     PIC 9(7).
           10 WS-MOV-NEW           PIC 9(7).
           10 WS-MOV-GONE          PIC 9(7).
           10 WS-MOV-PREV-BAL      PIC S9(17)V99.
           10 WS-MOV-CUR-BAL       PIC S9(17)V99.
           10 WS-MOV-PREV-LIMIT    PIC 9(17)V99.
           10 WS-MOV-CUR-LIMIT     PIC 9(17)V99.
         05 WS-MOV-FOUND-SW        PIC X(1).
           88 MOV-ENTRY-FOUND         VALUE 'Y'.
         05 WS-LOOKUP-DVZ          PIC 9(3).
      *MOVEMENT-TABLE, para birimi bana önceki ve bu kuan hesap
      *saysn, bakiye ve limit toplamlarn tutar. WS-MOV-NEW bu
      *kuakta olup öncekinde olmayan, WS-MOV-GONE öncekinde olup bu
      *kuakta olmayan (kapanan ya da arivlenen) hesaplar sayar.
       01  REPORT-FIELDS.
         05 WS-ALPHA-DVZ           PIC X(3).
         05 WS-MINOR-DIGITS        PIC 9(1).
         05 WS-WORK-AMOUNT         PIC S9(17)V99.
         05 WS-AMOUNT-ED           PIC Z(16)9.99-.
         05 WS-AMOUNT-WHOLE-ED     PIC Z(16)9-.
         05 WS-AMOUNT-TXT          PIC X(21) JUSTIFIED RIGHT.
         05 WS-COUNT-ED            PIC ZZZ,ZZ9.
         05 WS-PREV-CNT-ED         PIC ZZZ,ZZ9.
         05 WS-NEW-CNT-ED          PIC ZZZ,ZZ9.
         05 WS-GONE-CNT-ED         PIC ZZZ,ZZ9.
         05 WS-DVZ-ED              PIC ZZ9.
         05 WS-LABEL-TXT           PIC X(21).
      *Tutar sütunu BALRPT'deki gibi para biriminin WS-CCY-MINOR
      *deerine göre kesirli ya da kesirsiz baslr.
       COPY CURRENCY.
       PROCEDURE DIVISION.
       0001-MAIN-PROCESS.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-READ-PREV-HEADER.
           PERFORM H200-WRITE-SNAP-HEADER.
           PERFORM H300-MERGE-ACCOUNT
              UNTIL WS-CUR-KEY = HIGH-VALUES AND
                    WS-PRV-KEY = HIGH-VALUES.
           PERFORM H400-WRITE-SNAP-TRAILER.
           PERFORM H450-CHECK-PREV-TRAILER.
           PERFORM H800-WRITE-MOVEMENT.
           PERFORM H900-WRITE-SUMMARY.
           IF PRIOR-SNAPSHOT-OK
              MOVE 'OK  ' TO WS-RUN-STATUS
           ELSE
              MOVE 'HOLD' TO WS-RUN-STATUS
           END-IF.
           PERFORM H999-EXIT.
       0001-END. EXIT.
      *Ana akş: IDX-FILE ile önceki kuak anahtar srasyla tek
      *geçite eletirilir; her canl hesap yeni kuaa yazlr ve
      *iki taraf para birimi tablosunda toplanr. Önceki kuak
      *yarm kalmsa yeni görüntü yine geçerlidir, ancak hareket
      *raporu güvenilmez olduundan koşu 'HOLD' ile kaydedilir.
       H100-OPEN-FILES.
           OPEN INPUT  IDX-FILE.
           OPEN INPUT  SNAP-PREV.
           OPEN OUTPUT SNAP-FILE.
           OPEN OUTPUT MOVE-RPT.
           PERFORM H110-FILE-CONTROL.
           PERFORM H130-LOAD-CURRENCY.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
       H100-END. EXIT.
      *-----
       H110-FILE-CONTROL.
           IF (CHECK-FILE-INDEX NOT = 97) AND (CHECK-FILE-INDEX NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-INDEX
              PERFORM H999-EXIT
           END-IF.
           IF NOT PREV-FILE-OPENED
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-PREV
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-SNAP NOT = 97) AND (CHECK-FILE-SNAP NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-SNAP
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
              DISPLAY "BALSNAP ABORTED - CURRENCY MASTER EMPTY"
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
              DISPLAY "BALSNAP ABORTED - CURRENCY TABLE FULL"
              PERFORM H999-EXIT
           END-IF.
           READ CCY-MST.
       H135-END. EXIT.
      *Pasif para birimleri de yüklenir: kapanmakta olan bir para
      *biriminin hesaplar da görüntüye girer.
       H150-READ-PREV-HEADER.
           READ SNAP-PREV.
           IF NOT PREV-FILE-EOF
              IF SNAP-PREV-HDR-ID NOT = 'SHD'
                 DISPLAY "BALSNAP ABORTED - PREVIOUS SNAPSHOT HAS NO "
                    "HEADER"
                 PERFORM H999-EXIT
              END-IF
              MOVE 'Y' TO WS-PREV-FOUND-SW
              MOVE SNAP-PREV-HDR-DATE TO WS-PREV-DATE
              IF WS-PREV-DATE NOT < WS-RUN-DATE
                 DISPLAY "BALSNAP ABORTED - SNAPSHOT ALREADY TAKEN ON "
                    WS-PREV-DATE
                 PERFORM H999-EXIT
              END-IF
           END-IF.
           PERFORM H160-READ-PREV.
           READ IDX-FILE NEXT RECORD
              AT END SET INDEX-FILE-EOF TO TRUE
           END-READ.
           PERFORM H170-SET-CUR-KEY.
       H150-END. EXIT.
      *Önceki kuak varsa ilk kayd tarihli balk olmaldr. Balk
      *tarihi bugüne eit ya da ileriyse bu ayn görüntüsü zaten
      *alnmtr ve koşu, kua ikinci kez üretmek yerine durur.
       H160-READ-PREV.
           MOVE HIGH-VALUES TO WS-PRV-KEY.
           IF PRIOR-SNAPSHOT-FOUND AND NOT PRIOR-TRAILER-SEEN
              READ SNAP-PREV
              IF NOT PREV-FILE-EOF
                 IF SNAP-PREV-TRL-ID = 'STR'
                    MOVE 'Y' TO WS-PREV-TRL-SW
                    MOVE SNAP-PREV-TRL-COUNT TO WS-PREV-TRL-COUNT
                    MOVE SNAP-PREV-TRL-TOTAL TO WS-PREV-TRL-TOTAL
                 ELSE
                    MOVE SNAP-PREV-ID  TO WS-PRV-ID
                    MOVE SNAP-PREV-DVZ TO WS-PRV-DVZ
                 END-IF
              END-IF
           END-IF.
       H160-END. EXIT.
      *Kuyruk ya da dosya sonu önceki taraf kapatr (HIGH-VALUES).
       H170-SET-CUR-KEY.
           IF INDEX-FILE-EOF
              MOVE HIGH-VALUES TO WS-CUR-KEY
           ELSE
              MOVE IDX-FILE-ID  TO WS-CUR-ID
              MOVE IDX-FILE-DVZ TO WS-CUR-DVZ
              ADD 1 TO WS-ACCT-COUNT
           END-IF.
       H170-END. EXIT.
      *-----
       H200-WRITE-SNAP-HEADER.
           MOVE SPACES      TO SNAP-FILE-HEADER.
           MOVE 'SHD'       TO SNAP-HDR-ID.
           MOVE WS-RUN-DATE TO SNAP-HDR-DATE.
           WRITE SNAP-FILE-HEADER.
       H200-END. EXIT.
      *-----
       H300-MERGE-ACCOUNT.
           EVALUATE TRUE
              WHEN WS-CUR-KEY = WS-PRV-KEY
                 PERFORM H310-WRITE-SNAP-RECORD
                 PERFORM H330-ADD-PREV
                 PERFORM H340-READ-IDX
                 PERFORM H160-READ-PREV
              WHEN WS-CUR-KEY < WS-PRV-KEY
                 PERFORM H310-WRITE-SNAP-RECORD
                 IF PRIOR-SNAPSHOT-FOUND
                    ADD 1 TO WS-MOV-NEW (MOV-IDX)
                    ADD 1 TO WS-NEW-COUNT
                 END-IF
                 PERFORM H340-READ-IDX
              WHEN OTHER
                 PERFORM H330-ADD-PREV
                 ADD 1 TO WS-MOV-GONE (MOV-IDX)
                 ADD 1 TO WS-GONE-COUNT
                 PERFORM H160-READ-PREV
           END-EVALUATE.
       H300-END. EXIT.
      *Her iki kuakta bulunan hesap yalnz toplamlara girer; yalnz
      *bu kuakta olan yeni, yalnz öncekinde olan düen hesaptr.
      *H310 ve H330 MOV-IDX'i hesabn para birimine konumlar.
       H310-WRITE-SNAP-RECORD.
           MOVE IDX-FILE-ID          TO SNAP-FILE-ID.
           MOVE IDX-FILE-DVZ         TO SNAP-FILE-DVZ.
           MOVE IDX-FILE-BALANCE     TO SNAP-FILE-BALANCE.
           MOVE IDX-FILE-OD-LIMIT    TO SNAP-FILE-OD-LIMIT.
           MOVE IDX-FILE-STATUS      TO SNAP-FILE-STATUS.
           MOVE IDX-FILE-HOLD-AMOUNT TO SNAP-FILE-HOLD.
           IF SNAP-FILE-STATUS = SPACE
              MOVE 'A' TO SNAP-FILE-STATUS
           END-IF.
           WRITE SNAP-FILE-MEMBERS.
           ADD 1 TO WS-SNAP-COUNT.
           ADD IDX-FILE-BALANCE TO WS-SNAP-TOTAL.
           MOVE IDX-FILE-DVZ TO WS-LOOKUP-DVZ.
           PERFORM H350-FIND-OR-ADD-CCY.
           ADD 1 TO WS-MOV-CUR-ACCTS (MOV-IDX).
           ADD IDX-FILE-BALANCE  TO WS-MOV-CUR-BAL (MOV-IDX).
           ADD IDX-FILE-OD-LIMIT TO WS-MOV-CUR-LIMIT (MOV-IDX).
       H310-END. EXIT.
      *Eski kaytlardaki bo durum görüntüde 'A' (etkin) olarak
      *yazlr.
       H330-ADD-PREV.
           ADD 1 TO WS-PREV-COUNT.
           ADD SNAP-PREV-BALANCE TO WS-PREV-TOTAL.
           MOVE SNAP-PREV-DVZ TO WS-LOOKUP-DVZ.
           PERFORM H350-FIND-OR-ADD-CCY.
           ADD 1 TO WS-MOV-PREV-ACCTS (MOV-IDX).
           ADD SNAP-PREV-BALANCE  TO WS-MOV-PREV-BAL (MOV-IDX).
           ADD SNAP-PREV-OD-LIMIT TO WS-MOV-PREV-LIMIT (MOV-IDX).
       H330-END. EXIT.
      *-----
       H340-READ-IDX.
           READ IDX-FILE NEXT RECORD
              AT END SET INDEX-FILE-EOF TO TRUE
           END-READ.
           PERFORM H170-SET-CUR-KEY.
       H340-END. EXIT.
      *-----
       H350-FIND-OR-ADD-CCY.
           MOVE 'N' TO WS-MOV-FOUND-SW.
           SET MOV-IDX TO 1.
           SEARCH WS-MOV-ENTRY
              AT END
                 MOVE 'N' TO WS-MOV-FOUND-SW
              WHEN MOV-IDX > WS-MOV-COUNT
                 MOVE 'N' TO WS-MOV-FOUND-SW
              WHEN WS-MOV-DVZ (MOV-IDX) = WS-LOOKUP-DVZ
                 MOVE 'Y' TO WS-MOV-FOUND-SW
           END-SEARCH.
           IF NOT MOV-ENTRY-FOUND
              PERFORM H360-ADD-CCY
           END-IF.
       H350-END. EXIT.
      *-----
       H360-ADD-CCY.
           IF WS-MOV-COUNT < 50
              ADD 1 TO WS-MOV-COUNT
              SET MOV-IDX TO WS-MOV-COUNT
              MOVE WS-LOOKUP-DVZ TO WS-MOV-DVZ (MOV-IDX)
              MOVE 0 TO WS-MOV-PREV-ACCTS (MOV-IDX)
                        WS-MOV-CUR-ACCTS (MOV-IDX)
                        WS-MOV-NEW (MOV-IDX)
                        WS-MOV-GONE (MOV-IDX)
                        WS-MOV-PREV-BAL (MOV-IDX)
                        WS-MOV-CUR-BAL (MOV-IDX)
                        WS-MOV-PREV-LIMIT (MOV-IDX)
                        WS-MOV-CUR-LIMIT (MOV-IDX)
           ELSE
              DISPLAY "BALSNAP ABORTED - MOVEMENT TABLE FULL"
              PERFORM H999-EXIT
           END-IF.
       H360-END. EXIT.
      *Para birimi tablosu ilk görüldüü srayla büyür; tablo
      *dolarsa kuyruk yazlmadan durulur ve kuak yarm saylr.
       H400-WRITE-SNAP-TRAILER.
           MOVE SPACES        TO SNAP-FILE-TRAILER.
           MOVE 'STR'         TO SNAP-TRL-ID.
           MOVE WS-SNAP-COUNT TO SNAP-TRL-COUNT.
           MOVE WS-SNAP-TOTAL TO SNAP-TRL-BAL-TOTAL.
           WRITE SNAP-FILE-TRAILER.
       H400-END. EXIT.
      *Kuyruk yalnz tüm hesaplar yazldktan sonra yazlr; kuyruu
      *olmayan kua ASOFINQ kullanmaz.
       H450-CHECK-PREV-TRAILER.
           IF PRIOR-SNAPSHOT-FOUND
              IF NOT PRIOR-TRAILER-SEEN OR
                 WS-PREV-TRL-COUNT NOT = WS-PREV-COUNT OR
                 WS-PREV-TRL-TOTAL NOT = WS-PREV-TOTAL
                 MOVE 'N' TO WS-PREV-OK-SW
                 DISPLAY 'BALSNAP - PREVIOUS SNAPSHOT ' WS-PREV-DATE
                    ' INCOMPLETE. READ: ' WS-PREV-COUNT
                    ' TRAILER: ' WS-PREV-TRL-COUNT
              END-IF
           END-IF.
       H450-END. EXIT.
      *Önceki kuan kuyruu yoksa ya da say/toplam tutmuyorsa
      *hareket raporu iaretlenir ve koşu 'HOLD' ile kaydedilir.
       H800-WRITE-MOVEMENT.
           MOVE SPACES TO MOVE-RPT-LINE.
           IF PRIOR-SNAPSHOT-FOUND
              STRING 'MONTH-END SNAPSHOT ' WS-RUN-DATE
                 ' - MOVEMENT SINCE ' WS-PREV-DATE
                 DELIMITED BY SIZE INTO MOVE-RPT-LINE
           ELSE
              STRING 'MONTH-END SNAPSHOT ' WS-RUN-DATE
                 ' - NO PREVIOUS SNAPSHOT, MOVEMENT FROM ZERO'
                 DELIMITED BY SIZE INTO MOVE-RPT-LINE
           END-IF.
           WRITE MOVE-RPT-LINE.
           IF NOT PRIOR-SNAPSHOT-OK
              MOVE SPACES TO MOVE-RPT-LINE
              MOVE '*** PREVIOUS SNAPSHOT INCOMPLETE ***'
                 TO MOVE-RPT-LINE
              WRITE MOVE-RPT-LINE
           END-IF.
           IF WS-MOV-COUNT > 0
              PERFORM H810-WRITE-CCY-MOVEMENT
                 VARYING MOV-IDX FROM 1 BY 1
                 UNTIL MOV-IDX > WS-MOV-COUNT
           END-IF.
       H800-END. EXIT.
      *-----
       H810-WRITE-CCY-MOVEMENT.
           MOVE WS-MOV-DVZ (MOV-IDX) TO WS-LOOKUP-DVZ.
           PERFORM H850-SET-ALPHA-AND-MINOR.
           MOVE WS-MOV-DVZ (MOV-IDX) TO WS-DVZ-ED.
           MOVE SPACES TO MOVE-RPT-LINE.
           WRITE MOVE-RPT-LINE.
           STRING 'CURRENCY ' WS-DVZ-ED ' ' WS-ALPHA-DVZ
              DELIMITED BY SIZE INTO MOVE-RPT-LINE.
           WRITE MOVE-RPT-LINE.
           MOVE WS-MOV-PREV-ACCTS (MOV-IDX) TO WS-PREV-CNT-ED.
           MOVE WS-MOV-CUR-ACCTS (MOV-IDX)  TO WS-COUNT-ED.
           MOVE WS-MOV-NEW (MOV-IDX)        TO WS-NEW-CNT-ED.
           MOVE WS-MOV-GONE (MOV-IDX)       TO WS-GONE-CNT-ED.
           MOVE SPACES TO MOVE-RPT-LINE.
           STRING 'ACCOUNTS           : ' WS-PREV-CNT-ED ' -> '
              WS-COUNT-ED ' NEW ' WS-NEW-CNT-ED ' GONE '
              WS-GONE-CNT-ED
              DELIMITED BY SIZE INTO MOVE-RPT-LINE.
           WRITE MOVE-RPT-LINE.
           MOVE WS-MOV-PREV-BAL (MOV-IDX) TO WS-WORK-AMOUNT.
           MOVE 'BALANCE PREVIOUS   : ' TO WS-LABEL-TXT.
           PERFORM H830-WRITE-AMOUNT-LINE.
           MOVE WS-MOV-CUR-BAL (MOV-IDX) TO WS-WORK-AMOUNT.
           MOVE 'BALANCE CURRENT    : ' TO WS-LABEL-TXT.
           PERFORM H830-WRITE-AMOUNT-LINE.
           COMPUTE WS-WORK-AMOUNT = WS-MOV-CUR-BAL (MOV-IDX) -
              WS-MOV-PREV-BAL (MOV-IDX).
           MOVE 'BALANCE MOVEMENT   : ' TO WS-LABEL-TXT.
           PERFORM H830-WRITE-AMOUNT-LINE.
           MOVE WS-MOV-PREV-LIMIT (MOV-IDX) TO WS-WORK-AMOUNT.
           MOVE 'OD LIMIT PREVIOUS  : ' TO WS-LABEL-TXT.
           PERFORM H830-WRITE-AMOUNT-LINE.
           MOVE WS-MOV-CUR-LIMIT (MOV-IDX) TO WS-WORK-AMOUNT.
           MOVE 'OD LIMIT CURRENT   : ' TO WS-LABEL-TXT.
           PERFORM H830-WRITE-AMOUNT-LINE.
           COMPUTE WS-WORK-AMOUNT = WS-MOV-CUR-LIMIT (MOV-IDX) -
              WS-MOV-PREV-LIMIT (MOV-IDX).
           MOVE 'OD LIMIT MOVEMENT  : ' TO WS-LABEL-TXT.
           PERFORM H830-WRITE-AMOUNT-LINE.
       H810-END. EXIT.
      *Para birimi blou: hesap saysnn deiimi (yeni/düen) ile
      *bakiye ve onayl limit toplamlarnn önceki, bugünkü deeri ve
      *fark. Farkl para birimleri toplanmadndan genel toplam
      *baslmaz.
       H830-WRITE-AMOUNT-LINE.
           IF WS-MINOR-DIGITS = 0
              MOVE WS-WORK-AMOUNT TO WS-AMOUNT-WHOLE-ED
              MOVE WS-AMOUNT-WHOLE-ED TO WS-AMOUNT-TXT
           ELSE
              MOVE WS-WORK-AMOUNT TO WS-AMOUNT-ED
              MOVE WS-AMOUNT-ED TO WS-AMOUNT-TXT
           END-IF.
           MOVE SPACES TO MOVE-RPT-LINE.
           STRING WS-LABEL-TXT WS-AMOUNT-TXT
              DELIMITED BY SIZE INTO MOVE-RPT-LINE.
           WRITE MOVE-RPT-LINE.
       H830-END. EXIT.
      *-----
       H850-SET-ALPHA-AND-MINOR.
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
       H850-END. EXIT.
      *Saysal DVZ kodu CURRENCY tablosunda aranp ISO alfa koduna
      *çevrilir; tabloda olmayan eski tip kodlar saysal biçimiyle
      *baslr ve iki ondalkl varsaylr.
       H900-WRITE-SUMMARY.
           MOVE SPACES TO MOVE-RPT-LINE.
           WRITE MOVE-RPT-LINE.
           MOVE 'SNAPSHOT SUMMARY' TO MOVE-RPT-LINE.
           WRITE MOVE-RPT-LINE.
           MOVE WS-ACCT-COUNT TO WS-COUNT-ED.
           MOVE 'ACCOUNTS READ      : ' TO WS-LABEL-TXT.
           PERFORM H910-WRITE-COUNT-LINE.
           MOVE WS-SNAP-COUNT TO WS-COUNT-ED.
           MOVE 'SNAPSHOT RECORDS   : ' TO WS-LABEL-TXT.
           PERFORM H910-WRITE-COUNT-LINE.
           MOVE WS-PREV-COUNT TO WS-COUNT-ED.
           MOVE 'PREVIOUS RECORDS   : ' TO WS-LABEL-TXT.
           PERFORM H910-WRITE-COUNT-LINE.
           MOVE WS-NEW-COUNT TO WS-COUNT-ED.
           MOVE 'NEW ACCOUNTS       : ' TO WS-LABEL-TXT.
           PERFORM H910-WRITE-COUNT-LINE.
           MOVE WS-GONE-COUNT TO WS-COUNT-ED.
           MOVE 'ACCOUNTS GONE      : ' TO WS-LABEL-TXT.
           PERFORM H910-WRITE-COUNT-LINE.
       H900-END. EXIT.
      *-----
       H910-WRITE-COUNT-LINE.
           MOVE SPACES TO MOVE-RPT-LINE.
           STRING WS-LABEL-TXT WS-COUNT-ED
              DELIMITED BY SIZE INTO MOVE-RPT-LINE.
           WRITE MOVE-RPT-LINE.
       H910-END. EXIT.
      *-----
       H980-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG.
           IF CHECK-FILE-RLOG-ST
              MOVE 'BALSNAP ' TO RUN-LOG-PROGRAM
              ACCEPT RUN-LOG-RUN-DATE FROM DATE YYYYMMDD
              MOVE WS-ACCT-COUNT TO RUN-LOG-INPUT-COUNT
              MOVE WS-SNAP-COUNT TO RUN-LOG-OUTPUT-COUNT
              MOVE WS-RUN-STATUS TO RUN-LOG-STATUS
              WRITE RUN-LOG-MEMBERS
              CLOSE RUN-LOG
           ELSE
              DISPLAY "RUN LOG NOT WRITTEN. ERROR CODE:"
                 CHECK-FILE-RLOG
           END-IF.
       H980-END. EXIT.
      *Koşu 'OK  ' yalnz görüntü ve hareket raporu tamamlandnda,
      *'HOLD' önceki kuak yarm olduunda, 'FAIL' koşu yarda
      *kaldnda yazlr.
       H999-EXIT.
           PERFORM H980-WRITE-RUN-LOG.
           DISPLAY 'BALSNAP TOTALS - ACCOUNTS: ' WS-ACCT-COUNT
                   ' SNAPSHOT: ' WS-SNAP-COUNT
                   ' NEW: ' WS-NEW-COUNT
                   ' GONE: ' WS-GONE-COUNT.
           CLOSE IDX-FILE.
           CLOSE SNAP-PREV.
           CLOSE SNAP-FILE.
           CLOSE MOVE-RPT.
           STOP RUN.
       H999-END. EXIT.
