       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNLCLS.
       AUTHOR.     SINEM SEN.
      *----
      *JRNLCLS, JRNL-FILE'n ay kapan koşusudur. JCLS-CTL'de
      *verilen ayn (YYYYAA) tüm JRNL-FILE satrlar 'JGH' balk ve
      *'JGT' kuyrukla tarihli bir aylk kuaa (JRNL-GEN) tanr;
      *ardndan bir kontrol kua (JCTL-FILE) yazlr: tanan satr
      *says, para birimi bana borç/alacak say ve toplamlar ve
      *IDX-FILE'daki her anahtarn kapan bakiyesi. Bu bakiyeler bir
      *sonraki dönemin açl pozisyonudur. Kuaklar yazldktan sonra
      *JRNL-FILE yeni ay için boaltlr; STMTGEN, ACCTDOSS ve
      *BALPROOF böylece her koşuda yalnz içinde bulunulan ay okur.
      *Kapan, RUN-LOG'daki son BALPROOF koşusu ay sonundan sonra
      *alnm ve 'OK  ' ile bitmi deilse çalmaz. Önceki kontrol
      *kua (JCTL-PREV) okunarak ayn ayn iki kez kapanmas ve ay
      *atlanmas önlenir; CLS-RPT'ye para birimi bana açl +
      *alacak - borç ile kapan bakiyesinin karlatrmas yazlr.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JCLS-CTL ASSIGN TO JCLSCTL
                           STATUS CHECK-FILE-CTL.
           SELECT OPTIONAL RUN-LOG ASSIGN TO RUNLOG
                           STATUS CHECK-FILE-RLOG.
           SELECT JRNL-FILE ASSIGN TO JRNLFILE
                           STATUS CHECK-FILE-JRNL.
           SELECT IDX-FILE ASSIGN TO IDXFILE
                           ORGANIZATION IS INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY IDX-FILE-KEY
                           ALTERNATE RECORD KEY IDX-FILE-BALANCE
                             WITH DUPLICATES
                           STATUS CHECK-FILE-INDEX.
           SELECT OPTIONAL JCTL-PREV ASSIGN TO JCTLPREV
                           STATUS CHECK-FILE-PREV.
           SELECT JRNL-GEN ASSIGN TO JRNLGEN
                           STATUS CHECK-FILE-GEN.
           SELECT JCTL-FILE ASSIGN TO JCTLFILE
                           STATUS CHECK-FILE-JCTL.
           SELECT CLS-RPT ASSIGN TO CLSRPT
                           STATUS CHECK-FILE-RPT.
           SELECT CCY-MST ASSIGN TO CCYMST
                           STATUS CHECK-FILE-CCYM.
      *JCTL-PREV bir önceki kapann, JCTL-FILE bu kapann kontrol
      *kuadr (eski/yeni ana dosya); ilk kapanta önceki kuak
      *bulunmaz. JRNL-GEN kapanan ayn günlük kuadr.
      *----
       DATA DIVISION.
       FILE SECTION.
       FD  JCLS-CTL RECORDING MODE F.
         01 JCLS-CTL-MEMBERS.
           05 JCLS-CTL-PERIOD        PIC 9(6).
      *JCLS-CTL, tek kaytlk zorunlu kontrol dosyasdr ve kapanacak
      *ay (YYYYAA) tar.
       FD  RUN-LOG RECORDING MODE F.
           COPY RUNLOG.
       FD  JRNL-FILE RECORDING MODE F.
           COPY JRNLREC.
       FD  IDX-FILE.
           COPY IDXREC.
       FD  JCTL-PREV RECORDING MODE F.
         01 JCTL-PREV-HEADER.
           05 JCTL-PREV-HDR-ID       PIC X(3).
           05 JCTL-PREV-HDR-PERIOD   PIC 9(6).
           05 FILLER                 PIC X(51).
         01 JCTL-PREV-BALANCE.
           05 JCTL-PREV-BAL-TYPE     PIC X(3).
           05 JCTL-PREV-BAL-ID       PIC 9(5).
           05 JCTL-PREV-BAL-DVZ      PIC 9(3).
           05 JCTL-PREV-BAL-CLOSING  PIC S9(15)V99.
           05 FILLER                 PIC X(32).
         01 JCTL-PREV-TRAILER.
           05 JCTL-PREV-TRL-ID       PIC X(3).
           05 JCTL-PREV-TRL-PERIOD   PIC 9(6).
           05 JCTL-PREV-TRL-CCY-COUNT PIC 9(3).
           05 JCTL-PREV-TRL-BAL-COUNT PIC 9(7).
           05 JCTL-PREV-TRL-BAL-TOTAL PIC S9(17)V99.
           05 FILLER                 PIC X(22).
      *JCTL-PREV, JCTLREC düzeninin burada kullanlan kaytlardr;
      *ARCH-OUT gibi ayn programda iki kuak birlikte açldndan
      *ayr adlarla tanmlanr. 'JCC' kaytlar okunur ama
      *kullanlmaz.
       FD  JRNL-GEN RECORDING MODE F.
           COPY JGENREC.
       FD  JCTL-FILE RECORDING MODE F.
           COPY JCTLREC.
       FD  CLS-RPT RECORDING MODE F.
         01 CLS-RPT-LINE              PIC X(80).
       FD  CCY-MST RECORDING MODE F.
           COPY CCYMREC.
       WORKING-STORAGE SECTION.
       01  CONTROL-STATEMENTS.
         05 CHECK-FILE-CTL         PIC 9(2).
           88 CTL-FILE-SUCCESS     VALUE 00 97.
         05 CHECK-FILE-RLOG        PIC 9(2).
           88 CHECK-FILE-RLOG-ST   VALUE 00 05 97.
           88 RLOG-FILE-EOF        VALUE 10.
         05 CHECK-FILE-JRNL        PIC 9(2).
           88 JRNL-FILE-SUCCESS    VALUE 00 97.
           88 JRNL-FILE-EOF        VALUE 10.
         05 CHECK-FILE-INDEX       PIC 9(2).
           88 INDEX-FILE-SUCCESS   VALUE 00 97.
           88 INDEX-FILE-EOF       VALUE 10.
         05 CHECK-FILE-PREV        PIC 9(2).
           88 PREV-FILE-OPENED     VALUE 00 05 97.
           88 PREV-FILE-EOF        VALUE 10.
         05 CHECK-FILE-GEN         PIC 9(2).
           88 GEN-FILE-SUCCESS     VALUE 00 97.
         05 CHECK-FILE-JCTL        PIC 9(2).
           88 JCTL-FILE-SUCCESS    VALUE 00 97.
         05 CHECK-FILE-RPT         PIC 9(2).
           88 RPT-FILE-SUCCESS     VALUE 00 97.
         05 CHECK-FILE-CCYM        PIC 9(2).
           88 CCYM-FILE-SUCCESS    VALUE 00 97.
           88 CCYM-FILE-EOF        VALUE 10.
         05 WS-RUN-STATUS          PIC X(4) VALUE 'FAIL'.
       01  PERIOD-FIELDS.
         05 WS-RUN-DATE            PIC 9(8).
         05 WS-PERIOD              PIC 9(6).
         05 WS-PERIOD-R REDEFINES WS-PERIOD.
           10 WS-PERIOD-YYYY       PIC 9(4).
           10 WS-PERIOD-MM         PIC 9(2).
         05 WS-NEXT-DATE           PIC 9(8).
         05 WS-NEXT-DATE-R REDEFINES WS-NEXT-DATE.
           10 WS-NEXT-YYYY         PIC 9(4).
           10 WS-NEXT-MM           PIC 9(2).
           10 WS-NEXT-DD           PIC 9(2).
         05 WS-PERIOD-END          PIC 9(8).
         05 WS-EXPECT-PREV         PIC 9(6).
         05 WS-EXPECT-PREV-R REDEFINES WS-EXPECT-PREV.
           10 WS-EXPECT-PREV-YYYY  PIC 9(4).
           10 WS-EXPECT-PREV-MM    PIC 9(2).
         05 WS-PREV-PERIOD         PIC 9(6) VALUE 0.
         05 WS-PROOF-DATE          PIC 9(8) VALUE 0.
         05 WS-PROOF-STATUS        PIC X(4) VALUE SPACES.
         05 INT-DATE               PIC 9(7).
      *WS-NEXT-DATE kapanan ay izleyen ayn ilk günüdür; bir gün
      *geri gidilerek ayn son günü (WS-PERIOD-END) bulunur.
      *WS-EXPECT-PREV, önceki kontrol kuanda beklenen dönemdir.
      *WS-PROOF-DATE/STATUS, RUN-LOG'daki son BALPROOF kayddr.
       01  CLOSE-TOTALS.
         05 WS-JRNL-COUNT          PIC 9(9) VALUE 0.
         05 WS-DR-TOTAL            PIC 9(17)V99 VALUE 0.
         05 WS-CR-TOTAL            PIC 9(17)V99 VALUE 0.
         05 WS-BAL-COUNT           PIC 9(7) VALUE 0.
         05 WS-BAL-TOTAL           PIC S9(17)V99 VALUE 0.
         05 WS-PREV-BAL-COUNT      PIC 9(7) VALUE 0.
         05 WS-PREV-BAL-TOTAL      PIC S9(17)V99 VALUE 0.
         05 WS-PREV-TRL-SW         PIC X(1) VALUE 'N'.
           88 PREV-TRAILER-SEEN       VALUE 'Y'.
         05 WS-OUT-COUNT           PIC 9(3) VALUE 0.
      *WS-JRNL-COUNT ile borç/alacak toplamlar JRNL-GEN kuyruuna,
      *WS-BAL-COUNT/TOTAL JCTL-FILE kuyruuna yazlr.
      *WS-PREV-BAL-COUNT/TOTAL önceki kontrol kuandan okunan
      *bakiyelerdir ve o kuan kuyruuyla karlatrlr.
      *WS-OUT-COUNT, açl + hareket ile kapan tutmayan para
      *birimi saysdr.
       01  CLOSE-TABLE.
         05 WS-CLS-COUNT           PIC 9(2) VALUE 0.
         05 WS-CLS-ENTRY OCCURS 50 TIMES INDEXED BY CLS-IDX.
           10 WS-CLS-DVZ           PIC 9(3).
           10 WS-CLS-DR-COUNT      PIC 9(7).
           10 WS-CLS-DR-TOTAL      PIC 9(15)V99.
           10 WS-CLS-CR-COUNT      PIC 9(7).
           10 WS-CLS-CR-TOTAL      PIC 9(15)V99.
           10 WS-CLS-OPENING       PIC S9(17)V99.
           10 WS-CLS-CLOSING       PIC S9(17)V99.
           10 WS-CLS-ACCTS         PIC 9(7).
         05 WS-CLS-FOUND-SW        PIC X(1).
           88 CLS-ENTRY-FOUND         VALUE 'Y'.
         05 WS-LOOKUP-DVZ          PIC 9(3).
      *CLOSE-TABLE, para birimi bana dönemin borç/alacak say ve
      *toplamlarn, önceki kapantan gelen açl ve IDX-FILE'dan
      *toplanan kapan bakiyesini tutar.
       01  REPORT-FIELDS.
         05 WS-ALPHA-DVZ           PIC X(3).
         05 WS-MINOR-DIGITS        PIC 9(1).
         05 WS-WORK-AMOUNT         PIC S9(17)V99.
         05 WS-AMOUNT-ED           PIC Z(16)9.99-.
         05 WS-AMOUNT-WHOLE-ED     PIC Z(16)9-.
         05 WS-AMOUNT-TXT          PIC X(21) JUSTIFIED RIGHT.
         05 WS-COUNT-ED            PIC ZZZ,ZZ9.
         05 WS-DR-CNT-ED           PIC ZZZ,ZZ9.
         05 WS-CR-CNT-ED           PIC ZZZ,ZZ9.
         05 WS-DVZ-ED              PIC ZZ9.
         05 WS-LABEL-TXT           PIC X(21).
      *Tutar sütunu BALRPT'deki gibi para biriminin WS-CCY-MINOR
      *deerine göre kesirli ya da kesirsiz baslr.
       COPY CURRENCY.
       PROCEDURE DIVISION.
       0001-MAIN-PROCESS.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-LOAD-PERIOD.
           PERFORM H200-CHECK-PROOF.
           PERFORM H250-LOAD-PREV-CLOSE.
           PERFORM H300-MOVE-JOURNAL.
           PERFORM H400-WRITE-CONTROL.
           PERFORM H500-RESET-JOURNAL.
           PERFORM H800-WRITE-CLOSE-REPORT.
           PERFORM H900-WRITE-SUMMARY.
           IF WS-OUT-COUNT = 0
              MOVE 'OK  ' TO WS-RUN-STATUS
           ELSE
              MOVE 'HOLD' TO WS-RUN-STATUS
           END-IF.
           PERFORM H999-EXIT.
       0001-END. EXIT.
      *Ana akş: dönem ve ön koullar (temiz BALPROOF, sradaki ay)
      *denetlenir, günlük aylk kuaa tanr, kontrol kua
      *yazlr ve ancak ikisi de tamamlandktan sonra JRNL-FILE
      *boaltlr. Kapan, açl + hareketin kapan tutmad
      *bir para birimi varsa 'HOLD' ile kaydedilir; kuaklar yine
      *geçerlidir, fark hesap açl/kapan ve ariv gibi günlüe
      *girmeyen bakiye deiimlerini gösterir.
       H100-OPEN-FILES.
           OPEN INPUT  JCLS-CTL.
           OPEN INPUT  JRNL-FILE.
           OPEN INPUT  IDX-FILE.
           OPEN INPUT  JCTL-PREV.
           OPEN OUTPUT JRNL-GEN.
           OPEN OUTPUT JCTL-FILE.
           OPEN OUTPUT CLS-RPT.
           PERFORM H110-FILE-CONTROL.
           PERFORM H130-LOAD-CURRENCY.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
       H100-END. EXIT.
      *-----
       H110-FILE-CONTROL.
           IF (CHECK-FILE-CTL NOT = 97) AND (CHECK-FILE-CTL NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-CTL
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-JRNL NOT = 97) AND (CHECK-FILE-JRNL NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-JRNL
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-INDEX NOT = 97) AND (CHECK-FILE-INDEX NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-INDEX
              PERFORM H999-EXIT
           END-IF.
           IF NOT PREV-FILE-OPENED
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-PREV
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-GEN NOT = 97) AND (CHECK-FILE-GEN NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-GEN
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-JCTL NOT = 97) AND (CHECK-FILE-JCTL NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-JCTL
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
              DISPLAY "JRNLCLS ABORTED - CURRENCY MASTER EMPTY"
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
              DISPLAY "JRNLCLS ABORTED - CURRENCY TABLE FULL"
              PERFORM H999-EXIT
           END-IF.
           READ CCY-MST.
       H135-END. EXIT.
      *Pasif para birimleri de yüklenir: kapanan ayda hareket görmü
      *bir para birimi o ay içinde pasife alnm olabilir.
       H150-LOAD-PERIOD.
           READ JCLS-CTL.
           IF CHECK-FILE-CTL NOT = 00
              DISPLAY "JRNLCLS ABORTED - NO PERIOD CONTROL RECORD"
              PERFORM H999-EXIT
           END-IF.
           CLOSE JCLS-CTL.
           IF JCLS-CTL-PERIOD IS NOT NUMERIC
              DISPLAY "JRNLCLS ABORTED - PERIOD NOT NUMERIC"
              PERFORM H999-EXIT
           END-IF.
           MOVE JCLS-CTL-PERIOD TO WS-PERIOD.
           IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
              DISPLAY "JRNLCLS ABORTED - INVALID PERIOD " WS-PERIOD
              PERFORM H999-EXIT
           END-IF.
           MOVE WS-PERIOD-YYYY TO WS-NEXT-YYYY.
           MOVE WS-PERIOD-MM   TO WS-NEXT-MM.
           MOVE 1              TO WS-NEXT-DD.
           MOVE WS-PERIOD-YYYY TO WS-EXPECT-PREV-YYYY.
           IF WS-PERIOD-MM = 12
              ADD 1 TO WS-NEXT-YYYY
              MOVE 1 TO WS-NEXT-MM
           ELSE
              ADD 1 TO WS-NEXT-MM
           END-IF.
           IF WS-PERIOD-MM = 1
              SUBTRACT 1 FROM WS-EXPECT-PREV-YYYY
              MOVE 12 TO WS-EXPECT-PREV-MM
           ELSE
              COMPUTE WS-EXPECT-PREV-MM = WS-PERIOD-MM - 1
           END-IF.
           COMPUTE INT-DATE =
              FUNCTION INTEGER-OF-DATE (WS-NEXT-DATE) - 1.
           COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER (INT-DATE).
           IF WS-PERIOD-END > WS-RUN-DATE
              DISPLAY "JRNLCLS ABORTED - PERIOD " WS-PERIOD
                 " HAS NOT ENDED"
              PERFORM H999-EXIT
           END-IF.
       H150-END. EXIT.
      *Dönem kayd zorunludur. Ayn son günü, izleyen ayn ilk
      *gününden bir gün geri gidilerek bulunur; bitmemi bir ay
      *kapatlamaz.
       H200-CHECK-PROOF.
           OPEN INPUT RUN-LOG.
           IF CHECK-FILE-RLOG = 00
              READ RUN-LOG
              PERFORM H210-CHECK-ONE-RUN UNTIL RLOG-FILE-EOF
              CLOSE RUN-LOG
           END-IF.
           IF WS-PROOF-DATE = 0
              DISPLAY "JRNLCLS ABORTED - NO BALPROOF RUN ON RUN LOG"
              PERFORM H999-EXIT
           END-IF.
           IF WS-PROOF-DATE < WS-PERIOD-END
              DISPLAY "JRNLCLS ABORTED - LAST BALPROOF RUN "
                 WS-PROOF-DATE " IS BEFORE MONTH END " WS-PERIOD-END
              PERFORM H999-EXIT
           END-IF.
           IF WS-PROOF-STATUS NOT = 'OK  '
              DISPLAY "JRNLCLS ABORTED - LAST BALPROOF RUN "
                 WS-PROOF-DATE " ENDED " WS-PROOF-STATUS
              PERFORM H999-EXIT
           END-IF.
       H200-END. EXIT.
      *RUN-LOG'daki son BALPROOF kayd esas alnr: ay sonundan önce
      *alnm bir ispat ayn son gününü kapsamaz; 'HOLD' (krlm)
      *ya da 'FAIL' (yarda kalm) ispatn ardndan kapan yaplmaz.
       H210-CHECK-ONE-RUN.
           IF RUN-LOG-PROGRAM = 'BALPROOF'
              MOVE RUN-LOG-RUN-DATE TO WS-PROOF-DATE
              MOVE RUN-LOG-STATUS   TO WS-PROOF-STATUS
           END-IF.
           READ RUN-LOG.
       H210-END. EXIT.
      *-----
       H250-LOAD-PREV-CLOSE.
           READ JCTL-PREV.
           IF NOT PREV-FILE-EOF
              IF JCTL-PREV-HDR-ID NOT = 'JCH'
                 DISPLAY "JRNLCLS ABORTED - PREVIOUS CONTROL HAS NO "
                    "HEADER"
                 PERFORM H999-EXIT
              END-IF
              MOVE JCTL-PREV-HDR-PERIOD TO WS-PREV-PERIOD
              IF WS-PREV-PERIOD NOT < WS-PERIOD
                 DISPLAY "JRNLCLS ABORTED - PERIOD " WS-PERIOD
                    " ALREADY CLOSED. LAST CLOSE: " WS-PREV-PERIOD
                 PERFORM H999-EXIT
              END-IF
              IF WS-PREV-PERIOD NOT = WS-EXPECT-PREV
                 DISPLAY "JRNLCLS ABORTED - LAST CLOSE "
                    WS-PREV-PERIOD " EXPECTED " WS-EXPECT-PREV
                 PERFORM H999-EXIT
              END-IF
              READ JCTL-PREV
              PERFORM H260-LOAD-ONE-PREV
                 UNTIL PREV-FILE-EOF OR PREV-TRAILER-SEEN
              IF NOT PREV-TRAILER-SEEN OR
                 JCTL-PREV-TRL-BAL-COUNT NOT = WS-PREV-BAL-COUNT OR
                 JCTL-PREV-TRL-BAL-TOTAL NOT = WS-PREV-BAL-TOTAL
                 DISPLAY "JRNLCLS ABORTED - PREVIOUS CONTROL "
                    WS-PREV-PERIOD " INCOMPLETE"
                 PERFORM H999-EXIT
              END-IF
           END-IF.
       H250-END. EXIT.
      *Önceki kontrol kua varsa kapanan aydan bir önceki aya ait
      *olmaldr: ayn ya da daha geç dönem ayn zaten kapandn,
      *daha erken dönem bir ayn atlandn gösterir. Kuyruu
      *tutmayan önceki kuaktan açl alnmaz. lk kapanta önceki
      *kuak yoktur ve açl sfr kabul edilir.
       H260-LOAD-ONE-PREV.
           EVALUATE TRUE
              WHEN JCTL-PREV-TRL-ID = 'JCT'
                 MOVE 'Y' TO WS-PREV-TRL-SW
              WHEN JCTL-PREV-BAL-TYPE = 'JCB'
                 ADD 1 TO WS-PREV-BAL-COUNT
                 ADD JCTL-PREV-BAL-CLOSING TO WS-PREV-BAL-TOTAL
                 MOVE JCTL-PREV-BAL-DVZ TO WS-LOOKUP-DVZ
                 PERFORM H350-FIND-OR-ADD-CCY
                 ADD JCTL-PREV-BAL-CLOSING
                    TO WS-CLS-OPENING (CLS-IDX)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF NOT PREV-TRAILER-SEEN
              READ JCTL-PREV
           END-IF.
       H260-END. EXIT.
      *Önceki kapann anahtar bazl kapan bakiyeleri para birimi
      *bana bu dönemin açl olarak toplanr.
       H300-MOVE-JOURNAL.
           MOVE SPACES         TO JGEN-FILE-HEADER.
           MOVE 'JGH'          TO JGEN-HDR-ID.
           MOVE WS-PERIOD      TO JGEN-HDR-PERIOD.
           MOVE WS-RUN-DATE    TO JGEN-HDR-CLOSE-DATE.
           WRITE JGEN-FILE-HEADER.
           READ JRNL-FILE.
           PERFORM H310-MOVE-ONE-LINE UNTIL JRNL-FILE-EOF.
           MOVE SPACES         TO JGEN-FILE-TRAILER.
           MOVE 'JGT'          TO JGEN-TRL-ID.
           MOVE WS-PERIOD      TO JGEN-TRL-PERIOD.
           MOVE WS-JRNL-COUNT  TO JGEN-TRL-COUNT.
           MOVE WS-DR-TOTAL    TO JGEN-TRL-DR-TOTAL.
           MOVE WS-CR-TOTAL    TO JGEN-TRL-CR-TOTAL.
           WRITE JGEN-FILE-TRAILER.
           CLOSE JRNL-GEN.
       H300-END. EXIT.
      *Kuyruk yalnz tüm satrlar tandktan sonra yazlr;
      *kuyruu olmayan kua STMTGEN ve ACCTDOSS kullanmaz.
       H310-MOVE-ONE-LINE.
           IF JRNL-FILE-VALUE-DATE > WS-PERIOD-END
              DISPLAY "JRNLCLS ABORTED - JOURNAL LINE "
                 JRNL-FILE-REF " VALUE DATE " JRNL-FILE-VALUE-DATE
                 " IS AFTER MONTH END"
              PERFORM H999-EXIT
           END-IF.
           MOVE JRNL-FILE-MEMBERS TO JGEN-FILE-MEMBERS.
           WRITE JGEN-FILE-MEMBERS.
           ADD 1 TO WS-JRNL-COUNT.
           MOVE JRNL-FILE-DVZ TO WS-LOOKUP-DVZ.
           PERFORM H350-FIND-OR-ADD-CCY.
           IF JRNL-FILE-DC = 'D'
              ADD 1 TO WS-CLS-DR-COUNT (CLS-IDX)
              ADD JRNL-FILE-AMOUNT TO WS-CLS-DR-TOTAL (CLS-IDX)
              ADD JRNL-FILE-AMOUNT TO WS-DR-TOTAL
           ELSE
              ADD 1 TO WS-CLS-CR-COUNT (CLS-IDX)
              ADD JRNL-FILE-AMOUNT TO WS-CLS-CR-TOTAL (CLS-IDX)
              ADD JRNL-FILE-AMOUNT TO WS-CR-TOTAL
           END-IF.
           READ JRNL-FILE.
       H310-END. EXIT.
      *Valör tarihi ay sonundan sonra olan satr, yeni ayn
      *hareketinin kapantan önce ilendiini gösterir; IDX-FILE
      *bakiyesi artk ay sonu bakiyesi olmadndan kapan durur.
      *ptal satrnn DC'si bakiyeye uygulanan gerçek yöndür ve
      *dier satrlar gibi toplanr.
       H350-FIND-OR-ADD-CCY.
           MOVE 'N' TO WS-CLS-FOUND-SW.
           SET CLS-IDX TO 1.
           SEARCH WS-CLS-ENTRY
              AT END
                 MOVE 'N' TO WS-CLS-FOUND-SW
              WHEN CLS-IDX > WS-CLS-COUNT
                 MOVE 'N' TO WS-CLS-FOUND-SW
              WHEN WS-CLS-DVZ (CLS-IDX) = WS-LOOKUP-DVZ
                 MOVE 'Y' TO WS-CLS-FOUND-SW
           END-SEARCH.
           IF NOT CLS-ENTRY-FOUND
              PERFORM H360-ADD-CCY
           END-IF.
       H350-END. EXIT.
      *-----
       H360-ADD-CCY.
           IF WS-CLS-COUNT < 50
              ADD 1 TO WS-CLS-COUNT
              SET CLS-IDX TO WS-CLS-COUNT
              MOVE WS-LOOKUP-DVZ TO WS-CLS-DVZ (CLS-IDX)
              MOVE 0 TO WS-CLS-DR-COUNT (CLS-IDX)
                        WS-CLS-DR-TOTAL (CLS-IDX)
                        WS-CLS-CR-COUNT (CLS-IDX)
                        WS-CLS-CR-TOTAL (CLS-IDX)
                        WS-CLS-OPENING (CLS-IDX)
                        WS-CLS-CLOSING (CLS-IDX)
                        WS-CLS-ACCTS (CLS-IDX)
           ELSE
              DISPLAY "JRNLCLS ABORTED - CURRENCY TOTALS TABLE FULL"
              PERFORM H999-EXIT
           END-IF.
       H360-END. EXIT.
      *-----
       H400-WRITE-CONTROL.
           MOVE SPACES         TO JCTL-FILE-HEADER.
           MOVE 'JCH'          TO JCTL-HDR-ID.
           MOVE WS-PERIOD      TO JCTL-HDR-PERIOD.
           MOVE WS-RUN-DATE    TO JCTL-HDR-CLOSE-DATE.
           MOVE WS-JRNL-COUNT  TO JCTL-HDR-JRNL-COUNT.
           MOVE WS-PROOF-DATE  TO JCTL-HDR-PROOF-DATE.
           WRITE JCTL-FILE-HEADER.
           READ IDX-FILE NEXT RECORD
              AT END SET INDEX-FILE-EOF TO TRUE
           END-READ.
           PERFORM H420-WRITE-ONE-BALANCE UNTIL INDEX-FILE-EOF.
           IF WS-CLS-COUNT > 0
              PERFORM H410-WRITE-ONE-CCY
                 VARYING CLS-IDX FROM 1 BY 1
                 UNTIL CLS-IDX > WS-CLS-COUNT
           END-IF.
           MOVE SPACES         TO JCTL-FILE-TRAILER.
           MOVE 'JCT'          TO JCTL-TRL-ID.
           MOVE WS-PERIOD      TO JCTL-TRL-PERIOD.
           MOVE WS-CLS-COUNT   TO JCTL-TRL-CCY-COUNT.
           MOVE WS-BAL-COUNT   TO JCTL-TRL-BAL-COUNT.
           MOVE WS-BAL-TOTAL   TO JCTL-TRL-BAL-TOTAL.
           WRITE JCTL-FILE-TRAILER.
           CLOSE JCTL-FILE.
       H400-END. EXIT.
      *Kontrol kua balk, anahtar bana kapan bakiyeleri, para
      *birimi toplamlar ve kuyruk srasyla yazlr. Para birimi
      *kaytlar IDX-FILE taramasndan sonra yazlr; yalnz bakiyesi
      *olup dönemde hareket görmemi para birimi de böylece yer alr.
       H410-WRITE-ONE-CCY.
           MOVE SPACES TO JCTL-FILE-CURRENCY.
           MOVE 'JCC'  TO JCTL-CCY-TYPE.
           MOVE WS-CLS-DVZ (CLS-IDX)      TO JCTL-CCY-DVZ.
           MOVE WS-CLS-DR-COUNT (CLS-IDX) TO JCTL-CCY-DR-COUNT.
           MOVE WS-CLS-DR-TOTAL (CLS-IDX) TO JCTL-CCY-DR-TOTAL.
           MOVE WS-CLS-CR-COUNT (CLS-IDX) TO JCTL-CCY-CR-COUNT.
           MOVE WS-CLS-CR-TOTAL (CLS-IDX) TO JCTL-CCY-CR-TOTAL.
           WRITE JCTL-FILE-CURRENCY.
       H410-END. EXIT.
      *-----
       H420-WRITE-ONE-BALANCE.
           MOVE SPACES TO JCTL-FILE-BALANCE.
           MOVE 'JCB'  TO JCTL-BAL-TYPE.
           MOVE IDX-FILE-ID      TO JCTL-BAL-ID.
           MOVE IDX-FILE-DVZ     TO JCTL-BAL-DVZ.
           MOVE IDX-FILE-BALANCE TO JCTL-BAL-CLOSING.
           WRITE JCTL-FILE-BALANCE.
           ADD 1 TO WS-BAL-COUNT.
           ADD IDX-FILE-BALANCE TO WS-BAL-TOTAL.
           MOVE IDX-FILE-DVZ TO WS-LOOKUP-DVZ.
           PERFORM H350-FIND-OR-ADD-CCY.
           ADD 1 TO WS-CLS-ACCTS (CLS-IDX).
           ADD IDX-FILE-BALANCE TO WS-CLS-CLOSING (CLS-IDX).
           READ IDX-FILE NEXT RECORD
              AT END SET INDEX-FILE-EOF TO TRUE
           END-READ.
       H420-END. EXIT.
      *Ay sonu BALPROOF'tan sonra ve yeni ayn ilk hareketinden önce
      *çalldndan IDX-FILE bakiyesi hesabn ay sonu kapan
      *bakiyesidir.
       H500-RESET-JOURNAL.
           CLOSE JRNL-FILE.
           OPEN OUTPUT JRNL-FILE.
           IF (CHECK-FILE-JRNL NOT = 97) AND (CHECK-FILE-JRNL NOT = 0)
              DISPLAY "JRNLCLS - JOURNAL NOT RESET. ERROR CODE:"
                 CHECK-FILE-JRNL
              PERFORM H999-EXIT
           END-IF.
           CLOSE JRNL-FILE.
       H500-END. EXIT.
      *JRNL-FILE ancak aylk kuak ve kontrol kua kuyruklaryla
      *kapatldktan sonra boaltlr. Boaltma yaplamazsa koşu
      *'FAIL' ile kaydedilir; kuaklar tamdr ve JRNL-FILE elle
      *boaltlabilir.
       H800-WRITE-CLOSE-REPORT.
           MOVE SPACES TO CLS-RPT-LINE.
           STRING 'JOURNAL PERIOD CLOSE ' WS-PERIOD
              ' - MONTH END ' WS-PERIOD-END
              ' - BALPROOF ' WS-PROOF-DATE
              DELIMITED BY SIZE INTO CLS-RPT-LINE.
           WRITE CLS-RPT-LINE.
           MOVE SPACES TO CLS-RPT-LINE.
           IF WS-PREV-PERIOD = 0
              MOVE 'NO PREVIOUS CLOSE - OPENING POSITION TAKEN AS ZERO'
                 TO CLS-RPT-LINE
           ELSE
              STRING 'OPENING POSITION FROM CLOSE ' WS-PREV-PERIOD
                 DELIMITED BY SIZE INTO CLS-RPT-LINE
           END-IF.
           WRITE CLS-RPT-LINE.
           IF WS-CLS-COUNT > 0
              PERFORM H810-WRITE-CCY-CLOSE
                 VARYING CLS-IDX FROM 1 BY 1
                 UNTIL CLS-IDX > WS-CLS-COUNT
           END-IF.
       H800-END. EXIT.
      *-----
       H810-WRITE-CCY-CLOSE.
           MOVE WS-CLS-DVZ (CLS-IDX) TO WS-LOOKUP-DVZ.
           PERFORM H850-SET-ALPHA-AND-MINOR.
           MOVE WS-CLS-DVZ (CLS-IDX) TO WS-DVZ-ED.
           MOVE SPACES TO CLS-RPT-LINE.
           WRITE CLS-RPT-LINE.
           STRING 'CURRENCY ' WS-DVZ-ED ' ' WS-ALPHA-DVZ
              DELIMITED BY SIZE INTO CLS-RPT-LINE.
           WRITE CLS-RPT-LINE.
           MOVE WS-CLS-ACCTS (CLS-IDX)    TO WS-COUNT-ED.
           MOVE WS-CLS-DR-COUNT (CLS-IDX) TO WS-DR-CNT-ED.
           MOVE WS-CLS-CR-COUNT (CLS-IDX) TO WS-CR-CNT-ED.
           MOVE SPACES TO CLS-RPT-LINE.
           STRING 'ACCOUNTS           : ' WS-COUNT-ED
              ' DR LINES ' WS-DR-CNT-ED ' CR LINES ' WS-CR-CNT-ED
              DELIMITED BY SIZE INTO CLS-RPT-LINE.
           WRITE CLS-RPT-LINE.
           MOVE WS-CLS-OPENING (CLS-IDX) TO WS-WORK-AMOUNT.
           MOVE 'OPENING POSITION   : ' TO WS-LABEL-TXT.
           PERFORM H830-WRITE-AMOUNT-LINE.
           MOVE WS-CLS-DR-TOTAL (CLS-IDX) TO WS-WORK-AMOUNT.
           MOVE 'DEBITS             : ' TO WS-LABEL-TXT.
           PERFORM H830-WRITE-AMOUNT-LINE.
           MOVE WS-CLS-CR-TOTAL (CLS-IDX) TO WS-WORK-AMOUNT.
           MOVE 'CREDITS            : ' TO WS-LABEL-TXT.
           PERFORM H830-WRITE-AMOUNT-LINE.
           MOVE WS-CLS-CLOSING (CLS-IDX) TO WS-WORK-AMOUNT.
           MOVE 'CLOSING POSITION   : ' TO WS-LABEL-TXT.
           PERFORM H830-WRITE-AMOUNT-LINE.
           COMPUTE WS-WORK-AMOUNT = WS-CLS-CLOSING (CLS-IDX) -
              WS-CLS-OPENING (CLS-IDX) - WS-CLS-CR-TOTAL (CLS-IDX) +
              WS-CLS-DR-TOTAL (CLS-IDX).
           IF WS-PREV-PERIOD NOT = 0 AND WS-WORK-AMOUNT NOT = 0
              MOVE 'NOT VIA JOURNAL    : ' TO WS-LABEL-TXT
              PERFORM H830-WRITE-AMOUNT-LINE
              ADD 1 TO WS-OUT-COUNT
           END-IF.
       H810-END. EXIT.
      *Para birimi blou: açl + alacak - borç kapan vermelidir.
      *Fark, günlüe girmeden bakiyeyi deitiren ilemlerdir
      *(ACCTMNT açl/kapan bakiyesi, DORMANT arivi ve geri
      *alma); GLPOST bunlar günlük olarak ayrca özetler. lk
      *kapanta açl bilinmediinden fark baslmaz.
       H830-WRITE-AMOUNT-LINE.
           IF WS-MINOR-DIGITS = 0
              MOVE WS-WORK-AMOUNT TO WS-AMOUNT-WHOLE-ED
              MOVE WS-AMOUNT-WHOLE-ED TO WS-AMOUNT-TXT
           ELSE
              MOVE WS-WORK-AMOUNT TO WS-AMOUNT-ED
              MOVE WS-AMOUNT-ED TO WS-AMOUNT-TXT
           END-IF.
           MOVE SPACES TO CLS-RPT-LINE.
           STRING WS-LABEL-TXT WS-AMOUNT-TXT
              DELIMITED BY SIZE INTO CLS-RPT-LINE.
           WRITE CLS-RPT-LINE.
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
           MOVE SPACES TO CLS-RPT-LINE.
           WRITE CLS-RPT-LINE.
           MOVE 'CLOSE SUMMARY' TO CLS-RPT-LINE.
           WRITE CLS-RPT-LINE.
           MOVE WS-JRNL-COUNT TO WS-COUNT-ED.
           MOVE 'JOURNAL LINES MOVED: ' TO WS-LABEL-TXT.
           PERFORM H910-WRITE-COUNT-LINE.
           MOVE WS-BAL-COUNT TO WS-COUNT-ED.
           MOVE 'CLOSING BALANCES   : ' TO WS-LABEL-TXT.
           PERFORM H910-WRITE-COUNT-LINE.
           MOVE WS-PREV-BAL-COUNT TO WS-COUNT-ED.
           MOVE 'OPENING BALANCES   : ' TO WS-LABEL-TXT.
           PERFORM H910-WRITE-COUNT-LINE.
           MOVE WS-OUT-COUNT TO WS-COUNT-ED.
           MOVE 'CURRENCIES NOT TIED: ' TO WS-LABEL-TXT.
           PERFORM H910-WRITE-COUNT-LINE.
       H900-END. EXIT.
      *-----
       H910-WRITE-COUNT-LINE.
           MOVE SPACES TO CLS-RPT-LINE.
           STRING WS-LABEL-TXT WS-COUNT-ED
              DELIMITED BY SIZE INTO CLS-RPT-LINE.
           WRITE CLS-RPT-LINE.
       H910-END. EXIT.
      *-----
       H980-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG.
           IF CHECK-FILE-RLOG-ST
              MOVE 'JRNLCLS ' TO RUN-LOG-PROGRAM
              ACCEPT RUN-LOG-RUN-DATE FROM DATE YYYYMMDD
              MOVE WS-JRNL-COUNT TO RUN-LOG-INPUT-COUNT
              MOVE WS-BAL-COUNT TO RUN-LOG-OUTPUT-COUNT
              MOVE WS-RUN-STATUS TO RUN-LOG-STATUS
              WRITE RUN-LOG-MEMBERS
              CLOSE RUN-LOG
           ELSE
              DISPLAY "RUN LOG NOT WRITTEN. ERROR CODE:"
                 CHECK-FILE-RLOG
           END-IF.
       H980-END. EXIT.
      *Koşu 'OK  ' kapan tamamlanp tüm para birimleri tuttuunda,
      *'HOLD' günlüe girmeyen bakiye fark olduunda, 'FAIL' koşu
      *yarda kaldnda yazlr.
       H999-EXIT.
           PERFORM H980-WRITE-RUN-LOG.
           DISPLAY 'JRNLCLS TOTALS - PERIOD: ' WS-PERIOD
                   ' LINES MOVED: ' WS-JRNL-COUNT
                   ' BALANCES: ' WS-BAL-COUNT
                   ' NOT TIED: ' WS-OUT-COUNT.
           CLOSE JRNL-FILE.
           CLOSE IDX-FILE.
           CLOSE JCTL-PREV.
           CLOSE JRNL-GEN.
           CLOSE JCTL-FILE.
           CLOSE CLS-RPT.
           STOP RUN.
       H999-END. EXIT.
