       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASOFINQ.
       AUTHOR.     SINEM SEN.
      *----
      *ASOFINQ, geçmi bir tarih için hesap bakiyesi dorulama sorgusudur
      *(denetçi ve mahkeme yazlar). ASOF-REQ'nun 'HDR' bal sorgu
      *tarihini, sonraki kaytlar ID/DVZ anahtarlarn tar. SNAP-FILE'daki
      *BALSNAP kuaklar arasndan sorgu tarihine eit ya da ondan önceki en
      *yakn tam kuak seçilir ve istenen hesaplarn o günkü bakiyesi,
      *limiti, durumu ve bloke tutar alnr. Ardndan varsa JRNL-GEN
      *kuaklarndaki, sonra JRNL-FILE'daki hareketler valör tarihine
      *göre (görüntü tarihinden sonra, sorgu tarihine kadar) ileri
      *sarlr. Aradaki dönemde ACCTMNT ile açlan, kapanan, limiti ya da
      *durumu deien hesaplar AUDIT-FILE'dan, DORMANT ile arivlenenler
      *ARCH-FILE'dan izlenir. Sonuç, hesap bana kayna gösteren bir
      *dorulama raporuna (ASOF-RPT) yazlr.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASOF-REQ ASSIGN TO ASOFREQ
                           STATUS CHECK-FILE-REQ.
           SELECT SNAP-FILE ASSIGN TO SNAPFILE
                           STATUS CHECK-FILE-SNAP.
           SELECT JRNL-FILE ASSIGN TO JRNLFILE
                           STATUS CHECK-FILE-JRNL.
           SELECT OPTIONAL ASOF-CTL ASSIGN TO ASOFCTL
                           STATUS CHECK-FILE-CTL.
           SELECT OPTIONAL JRNL-GEN ASSIGN TO JRNLGEN
                           STATUS CHECK-FILE-GEN.
           SELECT AUDIT-FILE ASSIGN TO AUDFILE
                           STATUS CHECK-FILE-AUDIT.
           SELECT OPTIONAL ARCH-FILE ASSIGN TO ARCHFILE
                           STATUS CHECK-FILE-ARCH.
           SELECT ASOF-RPT ASSIGN TO ASOFRPT
                           STATUS CHECK-FILE-RPT.
           SELECT CCY-MST ASSIGN TO CCYMST
                           STATUS CHECK-FILE-CCYM.
      *SNAP-FILE, birden çok BALSNAP kuann art arda balanm
      *halidir. JRNL-FILE, JRNLCLS'in son kapanndan bu yana biriken
      *günlüktür; sorgu tarihi kapanm bir aya düüyorsa o aydan
      *itibaren kapanm aylarn kuaklar, ASOF-CTL'de verilen
      *aralkla JRNL-GEN'den okunur. Kuak JRNLFILE'a balanmamaldr:
      *balk ve kuyruk kaytlar hareket satr olarak sarlr.
      *ARCH-FILE, DORMANT'n güncel arividir.
      *----
       DATA DIVISION.
       FILE SECTION.
       FD  ASOF-REQ RECORDING MODE F.
         01 ASOF-REQ-MEMBERS.
           05 ASOF-REQ-ID            PIC X(5).
           05 ASOF-REQ-DVZ           PIC X(3).
           05 FILLER                 PIC X(3).
         01 ASOF-REQ-HEADER.
           05 ASOF-HDR-ID            PIC X(3).
           05 ASOF-HDR-DATE          PIC 9(8).
      *ASOF-REQ-DVZ, DOSS-REQ-DVZ gibi eski tip saysal kodu ya da
      *ISO alfa kodunu tayabilir.
       FD  SNAP-FILE RECORDING MODE F.
           COPY SNAPREC.
       FD  JRNL-FILE RECORDING MODE F.
           COPY JRNLREC.
       FD  ASOF-CTL RECORDING MODE F.
         01 ASOF-CTL-MEMBERS.
           05 ASOF-CTL-GEN-FROM      PIC 9(6).
           05 ASOF-CTL-GEN-TO        PIC 9(6).
      *ASOF-CTL, ACCTDOSS'un DOSS-CTL'i gibi tek kaytlk istee bal
      *kontrol dosyasdr ve ileri sarlacak ilk ve son aylk kuan
      *dönemini (YYYYAA) tar; bulunmazsa yalnz JRNL-FILE sarlr.
       FD  JRNL-GEN RECORDING MODE F.
           COPY JGENREC.
       FD  AUDIT-FILE RECORDING MODE F.
           COPY AUDREC.
       FD  ARCH-FILE RECORDING MODE F.
           COPY ARCHREC.
       FD  ASOF-RPT RECORDING MODE F.
         01 ASOF-RPT-LINE             PIC X(80).
       FD  CCY-MST RECORDING MODE F.
           COPY CCYMREC.
       WORKING-STORAGE SECTION.
       01  CONTROL-STATEMENTS.
         05 CHECK-FILE-REQ         PIC 9(2).
           88 REQ-FILE-SUCCESS     VALUE 00 97.
           88 REQ-FILE-EOF         VALUE 10.
         05 CHECK-FILE-SNAP        PIC 9(2).
           88 SNAP-FILE-SUCCESS    VALUE 00 97.
           88 SNAP-FILE-EOF        VALUE 10.
         05 CHECK-FILE-JRNL        PIC 9(2).
           88 JRNL-FILE-SUCCESS    VALUE 00 97.
           88 JRNL-FILE-EOF        VALUE 10.
         05 CHECK-FILE-CTL         PIC 9(2).
           88 CTL-FILE-OPENED      VALUE 00 05 97.
         05 CHECK-FILE-GEN         PIC 9(2).
           88 GEN-FILE-OPENED      VALUE 00 05 97.
           88 GEN-FILE-EOF         VALUE 10.
         05 CHECK-FILE-AUDIT       PIC 9(2).
           88 AUDIT-FILE-SUCCESS   VALUE 00 97.
           88 AUDIT-FILE-EOF       VALUE 10.
         05 CHECK-FILE-ARCH        PIC 9(2).
           88 ARCH-FILE-OPENED     VALUE 00 05 97.
           88 ARCH-FILE-EOF        VALUE 10.
         05 CHECK-FILE-RPT         PIC 9(2).
           88 RPT-FILE-SUCCESS     VALUE 00 97.
         05 CHECK-FILE-CCYM        PIC 9(2).
           88 CCYM-FILE-SUCCESS    VALUE 00 97.
           88 CCYM-FILE-EOF        VALUE 10.
       01  REQUEST-TABLE.
         05 WS-REQ-COUNT           PIC 9(3) VALUE 0.
         05 WS-REQ-ENTRY OCCURS 200 TIMES INDEXED BY REQ-IDX.
           10 WS-RQ-ID             PIC 9(5).
           10 WS-RQ-DVZ            PIC 9(3).
           10 WS-RQ-STATE          PIC X(1).
             88 RQ-UNRESOLVED         VALUE SPACE.
             88 RQ-FROM-SNAPSHOT      VALUE 'S'.
             88 RQ-OPENED             VALUE 'O'.
             88 RQ-CLOSED             VALUE 'X'.
             88 RQ-ARCHIVED           VALUE 'A'.
           10 WS-RQ-BASE           PIC S9(15)V99.
           10 WS-RQ-BASE-SRC       PIC X(1).
             88 RQ-BASE-SNAPSHOT      VALUE 'S'.
             88 RQ-BASE-OPENING       VALUE 'O'.
           10 WS-RQ-CREDITS        PIC 9(15)V99.
           10 WS-RQ-DEBITS         PIC 9(15)V99.
           10 WS-RQ-LINES          PIC 9(5).
           10 WS-RQ-LIMIT          PIC 9(13)V99.
           10 WS-RQ-STATUS         PIC X(1).
           10 WS-RQ-HOLD           PIC 9(13)V99.
           10 WS-RQ-EVENT-DATE     PIC 9(8).
           10 WS-RQ-ARCH-BAL       PIC S9(15)V99.
           10 WS-RQ-PRE-ARCH-DATE  PIC 9(8).
         05 WS-REQ-FOUND-SW        PIC X(1).
           88 REQ-ENTRY-FOUND         VALUE 'Y'.
      *REQUEST-TABLE, istenen her anahtar için kaynaklardan toplanan
      *durumu tutar. WS-RQ-STATE: 'S' görüntüden gelen ve dönemde
      *kapanmayan, 'O' dönemde açlan, 'X' dönemde kapanan, 'A'
      *dönemde arivlenen hesap; boluk hiçbir kaynakta balangc
      *bulunamayan anahtardr. WS-RQ-BASE ileri sarmann balad
      *bakiyedir (görüntü ya da açl bakiyesi); WS-RQ-CREDITS/
      *DEBITS/LINES dönemin sarlan hareketleridir.
      *WS-RQ-PRE-ARCH-DATE, görüntüden önce arivlenmi anahtarn
      *ariv tarihini tutar.
       01  INQUIRY-WORK-FIELDS.
         05 WS-RUN-DATE            PIC 9(8).
         05 WS-ASOF-DATE           PIC 9(8) VALUE 0.
         05 WS-SNAP-DATE           PIC 9(8) VALUE 0.
         05 WS-SNAP-IN-GEN-SW      PIC X(1) VALUE 'N'.
           88 SNAP-IN-CHOSEN-GEN      VALUE 'Y'.
         05 WS-SNAP-DONE-SW        PIC X(1) VALUE 'N'.
           88 SNAP-GEN-LOADED         VALUE 'Y'.
         05 WS-SNAP-READ-COUNT     PIC 9(7) VALUE 0.
         05 WS-LOOKUP-ID           PIC 9(5).
         05 WS-WORK-BALANCE        PIC S9(15)V99.
      *WS-SNAP-DATE, seçilen kuan balk tarihidir; dönem bu
      *tarihten (hariç) sorgu tarihine (dahil) kadardr.
      *WS-SNAP-READ-COUNT, seçilen kuaktan okunan detay saysdr
      *ve kuan kuyruuyla karlatrlr.
       01  GENERATION-FIELDS.
         05 WS-GEN-FROM            PIC 9(6) VALUE 0.
         05 WS-GEN-FROM-R REDEFINES WS-GEN-FROM.
           10 WS-GEN-FROM-YYYY     PIC 9(4).
           10 WS-GEN-FROM-MM       PIC 9(2).
         05 WS-GEN-TO              PIC 9(6) VALUE 0.
         05 WS-GEN-TO-R REDEFINES WS-GEN-TO.
           10 WS-GEN-TO-YYYY       PIC 9(4).
           10 WS-GEN-TO-MM         PIC 9(2).
         05 WS-GEN-EXPECT          PIC 9(6) VALUE 0.
         05 WS-GEN-EXPECT-R REDEFINES WS-GEN-EXPECT.
           10 WS-GEN-EXPECT-YYYY   PIC 9(4).
           10 WS-GEN-EXPECT-MM     PIC 9(2).
         05 WS-GEN-PERIOD          PIC 9(6) VALUE 0.
         05 WS-GEN-LAST            PIC 9(6) VALUE 0.
         05 WS-GEN-LINES           PIC 9(9) VALUE 0.
         05 WS-GEN-USED            PIC 9(3) VALUE 0.
         05 WS-GEN-SW              PIC X(1) VALUE 'N'.
           88 GEN-IN-RANGE            VALUE 'Y'.
      *GENERATION-FIELDS, ACCTDOSS'taki gibi istenen kuak araln
      *tutar. Aralk açlta bir kez dorulanr (sra, eksiksizlik,
      *kuyruk says); ileri sarmada yalnz WS-GEN-SW kullanlr.
       01  INQUIRY-COUNTERS.
         05 WS-CONFIRMED-COUNT     PIC 9(7) VALUE 0.
         05 WS-GONE-COUNT          PIC 9(7) VALUE 0.
         05 WS-NOTFOUND-COUNT      PIC 9(7) VALUE 0.
         05 WS-DROPPED-COUNT       PIC 9(7) VALUE 0.
         05 WS-ROLLED-COUNT        PIC 9(7) VALUE 0.
         05 WS-AUDIT-COUNT         PIC 9(7) VALUE 0.
      *WS-CONFIRMED-COUNT sorgu tarihinde defterde olan, WS-GONE-COUNT
      *dönemde kapanan ya da arivlenen hesaplar sayar.
       01  REPORT-FIELDS.
         05 WS-ID-ED               PIC ZZZZ9.
         05 WS-ALPHA-DVZ           PIC X(3).
         05 WS-MINOR-DIGITS        PIC 9(1).
         05 WS-BALANCE-ED          PIC Z(14)9.99-.
         05 WS-BALANCE-WHOLE-ED    PIC Z(14)9-.
         05 WS-BALANCE-TXT         PIC X(19) JUSTIFIED RIGHT.
         05 WS-ASOF-BAL-TXT        PIC X(19) JUSTIFIED RIGHT.
         05 WS-LIMIT-TXT           PIC X(19) JUSTIFIED RIGHT.
         05 WS-AMOUNT-ED           PIC Z(12)9.99.
         05 WS-AMOUNT-WHOLE-ED     PIC Z(12)9.
         05 WS-AMOUNT-TXT          PIC X(16) JUSTIFIED RIGHT.
         05 WS-CREDIT-TXT          PIC X(16) JUSTIFIED RIGHT.
         05 WS-STATE-TXT           PIC X(13).
         05 WS-BASE-TXT            PIC X(8).
         05 WS-DATE-TXT            PIC X(8).
         05 WS-LINES-ED            PIC ZZZZ9.
         05 WS-COUNT-ED            PIC ZZZ,ZZ9.
         05 WS-LABEL-TXT           PIC X(21).
      *Tutar ve bakiye sütunlar BALRPT'deki gibi para biriminin
      *WS-CCY-MINOR deerine göre kesirli ya da kesirsiz baslr.
       01  CURRENCY-WORK-FIELDS.
         05 WS-LOOKUP-DVZ          PIC 9(3).
         05 WS-TRANSLATED-DVZ      PIC S9(3).
       COPY CURRENCY.
       PROCEDURE DIVISION.
       0001-MAIN-PROCESS.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-LOAD-REQUESTS.
           PERFORM H170-LOAD-GEN-RANGE.
           PERFORM H200-CHOOSE-SNAPSHOT.
           PERFORM H250-LOAD-SNAPSHOT.
           PERFORM H300-APPLY-AUDIT.
           PERFORM H400-ROLL-JOURNAL.
           PERFORM H500-APPLY-ARCHIVE.
           PERFORM H800-WRITE-REPORT.
           PERFORM H999-EXIT.
       0001-END. EXIT.
      *Ana akş: istek listesi tabloya alnr, en yakn önceki
      *görüntü kua seçilip yüklenir; ardndan bakm geçmii,
      *günlük ve ariv birer kez batan sona okunarak her istek
      *tablodaki girdisinde ileri sarlr ve rapor yazlr.
       H100-OPEN-FILES.
           OPEN INPUT  ASOF-REQ.
           OPEN OUTPUT ASOF-RPT.
           PERFORM H110-FILE-CONTROL.
           PERFORM H130-LOAD-CURRENCY.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
       H100-END. EXIT.
      *-----
       H110-FILE-CONTROL.
           IF (CHECK-FILE-REQ NOT = 97) AND (CHECK-FILE-REQ NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-REQ
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-RPT NOT = 97) AND (CHECK-FILE-RPT NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-RPT
              PERFORM H999-EXIT
           END-IF.
       H110-END. EXIT.
      *SNAP-FILE, AUDIT-FILE, JRNL-FILE ve ARCH-FILE kendi
      *geçilerinde açlp kapatldndan orada denetlenir.
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
              DISPLAY "ASOFINQ ABORTED - CURRENCY MASTER EMPTY"
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
              DISPLAY "ASOFINQ ABORTED - CURRENCY TABLE FULL"
              PERFORM H999-EXIT
           END-IF.
           READ CCY-MST.
       H135-END. EXIT.
      *Pasif para birimleri de yüklenir: kapanm bir para birimindeki
      *hesabn geçmi bakiyesi de sorulabilir.
       H150-LOAD-REQUESTS.
           READ ASOF-REQ.
           IF REQ-FILE-EOF OR ASOF-HDR-ID NOT = 'HDR'
              DISPLAY "ASOFINQ ABORTED - REQUEST FILE HAS NO DATED "
                 "HEADER"
              PERFORM H999-EXIT
           END-IF.
           MOVE ASOF-HDR-DATE TO WS-ASOF-DATE.
           IF WS-ASOF-DATE > WS-RUN-DATE
              DISPLAY "ASOFINQ ABORTED - AS-OF DATE " WS-ASOF-DATE
                 " IS IN THE FUTURE"
              PERFORM H999-EXIT
           END-IF.
           READ ASOF-REQ.
           PERFORM H160-LOAD-ONE-REQUEST UNTIL REQ-FILE-EOF.
       H150-END. EXIT.
      *Sorgu tarihi balktan alnr; bugünden ileri bir tarih
      *sorulamaz.
       H160-LOAD-ONE-REQUEST.
           PERFORM H165-TRANSLATE-REQ-DVZ.
           IF NOT CCY-FOUND
              DISPLAY 'AS-OF REQUEST DROPPED ' ASOF-REQ-ID
                 ' ' ASOF-REQ-DVZ
              ADD 1 TO WS-DROPPED-COUNT
           ELSE
              IF WS-REQ-COUNT < 200
                 ADD 1 TO WS-REQ-COUNT
                 SET REQ-IDX TO WS-REQ-COUNT
                 COMPUTE WS-RQ-ID (REQ-IDX) =
                    FUNCTION NUMVAL (ASOF-REQ-ID)
                 MOVE WS-TRANSLATED-DVZ TO WS-RQ-DVZ (REQ-IDX)
                 MOVE SPACE TO WS-RQ-STATE (REQ-IDX)
                               WS-RQ-BASE-SRC (REQ-IDX)
                               WS-RQ-STATUS (REQ-IDX)
                 MOVE 0 TO WS-RQ-BASE (REQ-IDX)
                           WS-RQ-CREDITS (REQ-IDX)
                           WS-RQ-DEBITS (REQ-IDX)
                           WS-RQ-LINES (REQ-IDX)
                           WS-RQ-LIMIT (REQ-IDX)
                           WS-RQ-HOLD (REQ-IDX)
                           WS-RQ-EVENT-DATE (REQ-IDX)
                           WS-RQ-ARCH-BAL (REQ-IDX)
                           WS-RQ-PRE-ARCH-DATE (REQ-IDX)
              ELSE
                 DISPLAY "ASOFINQ ABORTED - REQUEST TABLE FULL"
                 PERFORM H999-EXIT
              END-IF
           END-IF.
           READ ASOF-REQ.
       H160-END. EXIT.
      *Para birimi kodu çevrilemeyen istek ACCTDOSS'taki gibi
      *görüntülenerek atlanr. Tablo dolarsa eksik bir dorulama
      *raporu yaymlanmamas için koşu durdurulur.
       H165-TRANSLATE-REQ-DVZ.
           MOVE 'N' TO WS-CCY-FOUND-SW.
           IF ASOF-REQ-DVZ IS NUMERIC
              COMPUTE WS-TRANSLATED-DVZ = FUNCTION NUMVAL (ASOF-REQ-DVZ)
              MOVE 'Y' TO WS-CCY-FOUND-SW
           ELSE
              SET CCY-IDX TO 1
              SEARCH WS-CCY-ENTRY
                 AT END
                    MOVE 'N' TO WS-CCY-FOUND-SW
                 WHEN CCY-IDX > WS-CCY-TBL-COUNT
                    MOVE 'N' TO WS-CCY-FOUND-SW
                 WHEN WS-CCY-ALPHA (CCY-IDX) = ASOF-REQ-DVZ
                    MOVE WS-CCY-NUMERIC (CCY-IDX) TO WS-TRANSLATED-DVZ
                    MOVE 'Y' TO WS-CCY-FOUND-SW
              END-SEARCH
           END-IF.
       H165-END. EXIT.
      *-----
       H170-LOAD-GEN-RANGE.
           OPEN INPUT ASOF-CTL.
           IF NOT CTL-FILE-OPENED
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-CTL
              PERFORM H999-EXIT
           END-IF.
           IF CHECK-FILE-CTL = 00
              READ ASOF-CTL
              IF CHECK-FILE-CTL = 00 AND
                 ASOF-CTL-GEN-FROM IS NUMERIC AND
                 ASOF-CTL-GEN-TO IS NUMERIC AND
                 ASOF-CTL-GEN-FROM NOT = 0
                 MOVE ASOF-CTL-GEN-FROM TO WS-GEN-FROM
                 MOVE ASOF-CTL-GEN-TO   TO WS-GEN-TO
              END-IF
           END-IF.
           CLOSE ASOF-CTL.
           IF WS-GEN-FROM NOT = 0
              IF WS-GEN-FROM-MM < 1 OR WS-GEN-FROM-MM > 12 OR
                 WS-GEN-TO-MM < 1 OR WS-GEN-TO-MM > 12 OR
                 WS-GEN-FROM > WS-GEN-TO
                 DISPLAY "ASOFINQ ABORTED - INVALID GENERATION RANGE "
                    WS-GEN-FROM " " WS-GEN-TO
                 PERFORM H999-EXIT
              END-IF
              PERFORM H180-CHECK-GENERATIONS
           END-IF.
       H170-END. EXIT.
      *Kuak aral istee baldr; verilmi ama geçersizse
      *dorulama raporu eksik aylarla yaymlanmak yerine koşu
      *durdurulur.
       H180-CHECK-GENERATIONS.
           MOVE WS-GEN-FROM TO WS-GEN-EXPECT.
           OPEN INPUT JRNL-GEN.
           IF NOT GEN-FILE-OPENED
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-GEN
              PERFORM H999-EXIT
           END-IF.
           IF CHECK-FILE-GEN = 00
              READ JRNL-GEN
              PERFORM H185-CHECK-ONE-GEN-LINE UNTIL GEN-FILE-EOF
           END-IF.
           CLOSE JRNL-GEN.
           IF GEN-IN-RANGE
              DISPLAY "ASOFINQ ABORTED - GENERATION "
                 WS-GEN-PERIOD " HAS NO TRAILER"
              PERFORM H999-EXIT
           END-IF.
           IF WS-GEN-LAST NOT = WS-GEN-TO
              DISPLAY "ASOFINQ ABORTED - GENERATIONS " WS-GEN-FROM
                 " TO " WS-GEN-TO " NOT ALL SUPPLIED"
              PERFORM H999-EXIT
           END-IF.
       H180-END. EXIT.
      *JRNL-GEN, JRNLCLS'in aylk kuaklarnn art arda verilmi
      *halidir. Aralktaki her ay artan srayla ve bir kez
      *bulunmal, kuyruk says tutmaldr.
       H185-CHECK-ONE-GEN-LINE.
           EVALUATE TRUE
              WHEN JGEN-HDR-ID = 'JGH'
                 PERFORM H187-START-GENERATION
              WHEN JGEN-TRL-ID = 'JGT'
                 IF GEN-IN-RANGE
                    IF JGEN-TRL-COUNT NOT = WS-GEN-LINES
                       DISPLAY "ASOFINQ ABORTED - GENERATION "
                          WS-GEN-PERIOD " TRAILER COUNT MISMATCH"
                       PERFORM H999-EXIT
                    END-IF
                    ADD 1 TO WS-GEN-USED
                    MOVE WS-GEN-PERIOD TO WS-GEN-LAST
                    PERFORM H188-ADVANCE-EXPECT
                    MOVE 'N' TO WS-GEN-SW
                 END-IF
              WHEN OTHER
                 IF GEN-IN-RANGE
                    ADD 1 TO WS-GEN-LINES
                 END-IF
           END-EVALUATE.
           READ JRNL-GEN.
       H185-END. EXIT.
      *-----
       H187-START-GENERATION.
           IF GEN-IN-RANGE
              DISPLAY "ASOFINQ ABORTED - GENERATION "
                 WS-GEN-PERIOD " HAS NO TRAILER"
              PERFORM H999-EXIT
           END-IF.
           IF JGEN-HDR-PERIOD NOT < WS-GEN-FROM AND
              JGEN-HDR-PERIOD NOT > WS-GEN-TO
              IF JGEN-HDR-PERIOD NOT = WS-GEN-EXPECT
                 DISPLAY "ASOFINQ ABORTED - GENERATION "
                    JGEN-HDR-PERIOD " OUT OF SEQUENCE. EXPECTED "
                    WS-GEN-EXPECT
                 PERFORM H999-EXIT
              END-IF
              MOVE JGEN-HDR-PERIOD TO WS-GEN-PERIOD
              MOVE 0 TO WS-GEN-LINES
              MOVE 'Y' TO WS-GEN-SW
           END-IF.
       H187-END. EXIT.
      *Aralktaki kuak beklenen ay deilse ya atlanm ya da
      *tekrarlanm bir ay vardr.
       H188-ADVANCE-EXPECT.
           IF WS-GEN-EXPECT-MM = 12
              ADD 1 TO WS-GEN-EXPECT-YYYY
              MOVE 1 TO WS-GEN-EXPECT-MM
           ELSE
              ADD 1 TO WS-GEN-EXPECT-MM
           END-IF.
       H188-END. EXIT.
      *-----
       H200-CHOOSE-SNAPSHOT.
           OPEN INPUT SNAP-FILE.
           IF (CHECK-FILE-SNAP NOT = 97) AND (CHECK-FILE-SNAP NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-SNAP
              PERFORM H999-EXIT
           END-IF.
           READ SNAP-FILE.
           PERFORM H210-CHECK-ONE-SNAP UNTIL SNAP-FILE-EOF.
           CLOSE SNAP-FILE.
           IF WS-SNAP-DATE = 0
              DISPLAY "ASOFINQ ABORTED - NO SNAPSHOT ON OR BEFORE "
                 WS-ASOF-DATE
              PERFORM H999-EXIT
           END-IF.
       H200-END. EXIT.
      *Balanm kuaklar bir kez okunur ve yalnz balklara
      *baklr: sorgu tarihine eit ya da ondan önceki en geç balk
      *tarihi seçilir.
       H210-CHECK-ONE-SNAP.
           IF SNAP-HDR-ID = 'SHD' AND
              SNAP-HDR-DATE NOT > WS-ASOF-DATE AND
              SNAP-HDR-DATE > WS-SNAP-DATE
              MOVE SNAP-HDR-DATE TO WS-SNAP-DATE
           END-IF.
           READ SNAP-FILE.
       H210-END. EXIT.
      *-----
       H250-LOAD-SNAPSHOT.
           OPEN INPUT SNAP-FILE.
           READ SNAP-FILE.
           PERFORM H260-LOAD-ONE-SNAP
              UNTIL SNAP-FILE-EOF OR SNAP-GEN-LOADED.
           CLOSE SNAP-FILE.
           IF NOT SNAP-GEN-LOADED
              DISPLAY "ASOFINQ ABORTED - SNAPSHOT " WS-SNAP-DATE
                 " HAS NO TRAILER"
              PERFORM H999-EXIT
           END-IF.
       H250-END. EXIT.
      *kinci geçite yalnz seçilen kuak yüklenir; kuyruu
      *bulunmayan kuak yarm kalm bir BALSNAP koşusudur ve
      *kullanlmaz.
       H260-LOAD-ONE-SNAP.
           EVALUATE TRUE
              WHEN SNAP-HDR-ID = 'SHD'
                 IF SNAP-HDR-DATE = WS-SNAP-DATE
                    MOVE 'Y' TO WS-SNAP-IN-GEN-SW
                    MOVE 0 TO WS-SNAP-READ-COUNT
                 ELSE
                    MOVE 'N' TO WS-SNAP-IN-GEN-SW
                 END-IF
              WHEN SNAP-TRL-ID = 'STR'
                 IF SNAP-IN-CHOSEN-GEN
                    PERFORM H270-CHECK-SNAP-TRAILER
                 END-IF
                 MOVE 'N' TO WS-SNAP-IN-GEN-SW
              WHEN SNAP-IN-CHOSEN-GEN
                 ADD 1 TO WS-SNAP-READ-COUNT
                 PERFORM H280-APPLY-SNAP-RECORD
           END-EVALUATE.
           READ SNAP-FILE.
       H260-END. EXIT.
      *-----
       H270-CHECK-SNAP-TRAILER.
           IF SNAP-TRL-COUNT = WS-SNAP-READ-COUNT
              MOVE 'Y' TO WS-SNAP-DONE-SW
           ELSE
              DISPLAY "ASOFINQ ABORTED - SNAPSHOT " WS-SNAP-DATE
                 " COUNT " WS-SNAP-READ-COUNT " TRAILER "
                 SNAP-TRL-COUNT
              PERFORM H999-EXIT
           END-IF.
       H270-END. EXIT.
      *-----
       H280-APPLY-SNAP-RECORD.
           MOVE SNAP-FILE-ID  TO WS-LOOKUP-ID.
           MOVE SNAP-FILE-DVZ TO WS-LOOKUP-DVZ.
           PERFORM H600-FIND-REQUEST.
           IF REQ-ENTRY-FOUND
              MOVE 'S'                TO WS-RQ-STATE (REQ-IDX)
                                         WS-RQ-BASE-SRC (REQ-IDX)
              MOVE SNAP-FILE-BALANCE  TO WS-RQ-BASE (REQ-IDX)
              MOVE SNAP-FILE-OD-LIMIT TO WS-RQ-LIMIT (REQ-IDX)
              MOVE SNAP-FILE-STATUS   TO WS-RQ-STATUS (REQ-IDX)
              MOVE SNAP-FILE-HOLD     TO WS-RQ-HOLD (REQ-IDX)
           END-IF.
       H280-END. EXIT.
      *Görüntüde bulunan istek, görüntü anndaki deerlerle balar.
       H300-APPLY-AUDIT.
           OPEN INPUT AUDIT-FILE.
           IF (CHECK-FILE-AUDIT NOT = 97) AND (CHECK-FILE-AUDIT NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-AUDIT
              PERFORM H999-EXIT
           END-IF.
           READ AUDIT-FILE.
           PERFORM H310-APPLY-ONE-AUDIT UNTIL AUDIT-FILE-EOF.
           CLOSE AUDIT-FILE.
       H300-END. EXIT.
      *-----
       H310-APPLY-ONE-AUDIT.
           IF AUD-FILE-RUN-DATE > WS-SNAP-DATE AND
              AUD-FILE-RUN-DATE NOT > WS-ASOF-DATE
              MOVE AUD-FILE-ID  TO WS-LOOKUP-ID
              MOVE AUD-FILE-DVZ TO WS-LOOKUP-DVZ
              PERFORM H600-FIND-REQUEST
              IF REQ-ENTRY-FOUND
                 ADD 1 TO WS-AUDIT-COUNT
                 PERFORM H320-APPLY-AUDIT-ACTION
              END-IF
           END-IF.
           READ AUDIT-FILE.
       H310-END. EXIT.
      *Yalnz görüntüden sonra ve sorgu tarihine kadar uygulanan bakm
      *ilemleri dikkate alnr; AUDIT-FILE ACCTMNT'nin yazd
      *srayla, yani tarih srasyla okunur.
       H320-APPLY-AUDIT-ACTION.
           EVALUATE AUD-FILE-ACTION
              WHEN 'O'
                 MOVE 'O'               TO WS-RQ-STATE (REQ-IDX)
                                           WS-RQ-BASE-SRC (REQ-IDX)
                 MOVE AUD-AFT-BALANCE   TO WS-RQ-BASE (REQ-IDX)
                 MOVE AUD-AFT-LIMIT     TO WS-RQ-LIMIT (REQ-IDX)
                 MOVE AUD-AFT-STATUS    TO WS-RQ-STATUS (REQ-IDX)
                 MOVE AUD-AFT-HOLD      TO WS-RQ-HOLD (REQ-IDX)
                 MOVE AUD-FILE-RUN-DATE TO WS-RQ-EVENT-DATE (REQ-IDX)
              WHEN 'X'
                 MOVE 'X'               TO WS-RQ-STATE (REQ-IDX)
                 MOVE AUD-FILE-RUN-DATE TO WS-RQ-EVENT-DATE (REQ-IDX)
              WHEN 'L'
                 MOVE AUD-AFT-LIMIT     TO WS-RQ-LIMIT (REQ-IDX)
              WHEN 'F'
              WHEN 'B'
              WHEN 'U'
                 MOVE AUD-AFT-STATUS    TO WS-RQ-STATUS (REQ-IDX)
              WHEN 'H'
                 MOVE AUD-AFT-HOLD      TO WS-RQ-HOLD (REQ-IDX)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       H320-END. EXIT.
      *Açl, ileri sarmann balangcn açl bakiyesine çeker;
      *kapan hesab sorgu tarihinde defter d brakr. Limit,
      *durum ve bloke ilemleri yalnz o alan deitirir. Deiiklik
      *('C') bakiyeye dokunmadndan atlanr.
       H400-ROLL-JOURNAL.
           IF WS-GEN-FROM NOT = 0
              PERFORM H405-ROLL-GENERATIONS
           END-IF.
           OPEN INPUT JRNL-FILE.
           IF (CHECK-FILE-JRNL NOT = 97) AND (CHECK-FILE-JRNL NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-JRNL
              PERFORM H999-EXIT
           END-IF.
           READ JRNL-FILE.
           PERFORM H410-ROLL-ONE-LINE UNTIL JRNL-FILE-EOF.
           CLOSE JRNL-FILE.
       H400-END. EXIT.
      *-----
       H405-ROLL-GENERATIONS.
           OPEN INPUT JRNL-GEN.
           IF NOT GEN-FILE-OPENED
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-GEN
              PERFORM H999-EXIT
           END-IF.
           MOVE 'N' TO WS-GEN-SW.
           READ JRNL-GEN.
           PERFORM H407-ROLL-ONE-GEN-LINE UNTIL GEN-FILE-EOF.
           CLOSE JRNL-GEN.
       H405-END. EXIT.
      *Aylk kuaklar JRNL-FILE'dan önce, kronolojik srayla sarlr.
       H407-ROLL-ONE-GEN-LINE.
           EVALUATE TRUE
              WHEN JGEN-HDR-ID = 'JGH'
                 IF JGEN-HDR-PERIOD NOT < WS-GEN-FROM AND
                    JGEN-HDR-PERIOD NOT > WS-GEN-TO
                    MOVE 'Y' TO WS-GEN-SW
                 ELSE
                    MOVE 'N' TO WS-GEN-SW
                 END-IF
              WHEN JGEN-TRL-ID = 'JGT'
                 MOVE 'N' TO WS-GEN-SW
              WHEN OTHER
                 IF GEN-IN-RANGE
                    MOVE JGEN-FILE-MEMBERS TO JRNL-FILE-MEMBERS
                    PERFORM H415-ROLL-MEMBER
                 END-IF
           END-EVALUATE.
           READ JRNL-GEN.
       H407-END. EXIT.
      *Aralktaki kuan satr JRNL-FILE satrna tanr ve canl
      *günlük satr gibi sarlr; balk ve kuyruk kaytlar atlanr.
       H410-ROLL-ONE-LINE.
           PERFORM H415-ROLL-MEMBER.
           READ JRNL-FILE.
       H410-END. EXIT.
      *-----
       H415-ROLL-MEMBER.
           IF JRNL-FILE-VALUE-DATE > WS-SNAP-DATE AND
              JRNL-FILE-VALUE-DATE NOT > WS-ASOF-DATE
              MOVE JRNL-FILE-ID  TO WS-LOOKUP-ID
              MOVE JRNL-FILE-DVZ TO WS-LOOKUP-DVZ
              PERFORM H600-FIND-REQUEST
              IF REQ-ENTRY-FOUND
                 IF JRNL-FILE-DC = 'D'
                    ADD JRNL-FILE-AMOUNT TO WS-RQ-DEBITS (REQ-IDX)
                 ELSE
                    ADD JRNL-FILE-AMOUNT TO WS-RQ-CREDITS (REQ-IDX)
                 END-IF
                 ADD 1 TO WS-RQ-LINES (REQ-IDX)
                 ADD 1 TO WS-ROLLED-COUNT
              END-IF
           END-IF.
       H415-END. EXIT.
      *Valör tarihi görüntü tarihinden sonra ve sorgu tarihine kadar
      *olan satrlar sarlr. ptal satrnn DC'si bakiyeye uygulanan
      *gerçek yön olduundan dier satrlar gibi toplanr; INTACCR
      *tahakkuklar alacak olarak girer.
       H500-APPLY-ARCHIVE.
           OPEN INPUT ARCH-FILE.
           IF ARCH-FILE-OPENED
              READ ARCH-FILE
              PERFORM H510-APPLY-ONE-ARCHIVE UNTIL ARCH-FILE-EOF
              CLOSE ARCH-FILE
           END-IF.
       H500-END. EXIT.
      *-----
       H510-APPLY-ONE-ARCHIVE.
           MOVE ARCH-FILE-ID  TO WS-LOOKUP-ID.
           MOVE ARCH-FILE-DVZ TO WS-LOOKUP-DVZ.
           PERFORM H600-FIND-REQUEST.
           IF REQ-ENTRY-FOUND
              IF ARCH-FILE-ARCH-DATE > WS-SNAP-DATE
                 IF ARCH-FILE-ARCH-DATE NOT > WS-ASOF-DATE AND
                    (RQ-FROM-SNAPSHOT (REQ-IDX) OR
                     RQ-OPENED (REQ-IDX))
                    MOVE 'A' TO WS-RQ-STATE (REQ-IDX)
                    MOVE ARCH-FILE-ARCH-DATE
                       TO WS-RQ-EVENT-DATE (REQ-IDX)
                    MOVE ARCH-FILE-BALANCE TO WS-RQ-ARCH-BAL (REQ-IDX)
                 END-IF
              ELSE
                 MOVE ARCH-FILE-ARCH-DATE
                    TO WS-RQ-PRE-ARCH-DATE (REQ-IDX)
              END-IF
           END-IF.
           READ ARCH-FILE.
       H510-END. EXIT.
      *Dönem içinde arivlenen hesap sorgu tarihinde defter ddr;
      *arivdeki bakiye raporda ayrca gösterilir. Görüntüden önce
      *arivlenmi anahtarn tarihi, balangc bulunamazsa
      *'arivde' açklamas için saklanr.
       H600-FIND-REQUEST.
           MOVE 'N' TO WS-REQ-FOUND-SW.
           SET REQ-IDX TO 1.
           SEARCH WS-REQ-ENTRY
              AT END
                 MOVE 'N' TO WS-REQ-FOUND-SW
              WHEN REQ-IDX > WS-REQ-COUNT
                 MOVE 'N' TO WS-REQ-FOUND-SW
              WHEN WS-RQ-ID (REQ-IDX) = WS-LOOKUP-ID AND
                   WS-RQ-DVZ (REQ-IDX) = WS-LOOKUP-DVZ
                 MOVE 'Y' TO WS-REQ-FOUND-SW
           END-SEARCH.
       H600-END. EXIT.
      *Ayn anahtar listede iki kez verilirse yalnz ilki doldurulur.
       H800-WRITE-REPORT.
           MOVE SPACES TO ASOF-RPT-LINE.
           STRING 'AS-OF BALANCE CONFIRMATION - AS OF ' WS-ASOF-DATE
              ' FROM SNAPSHOT ' WS-SNAP-DATE
              DELIMITED BY SIZE INTO ASOF-RPT-LINE.
           WRITE ASOF-RPT-LINE.
           MOVE SPACES TO ASOF-RPT-LINE.
           STRING '   ID CCY             BALANCE            OD LIMIT '
              'STATE         DATE'
              DELIMITED BY SIZE INTO ASOF-RPT-LINE.
           WRITE ASOF-RPT-LINE.
           IF WS-REQ-COUNT > 0
              PERFORM H810-WRITE-ONE-ACCOUNT
                 VARYING REQ-IDX FROM 1 BY 1
                 UNTIL REQ-IDX > WS-REQ-COUNT
           END-IF.
           PERFORM H900-WRITE-SUMMARY.
       H800-END. EXIT.
      *-----
       H810-WRITE-ONE-ACCOUNT.
           MOVE WS-RQ-DVZ (REQ-IDX) TO WS-LOOKUP-DVZ.
           PERFORM H700-SET-ALPHA-AND-MINOR.
           PERFORM H820-SET-STATE.
           MOVE WS-RQ-ID (REQ-IDX) TO WS-ID-ED.
           PERFORM H710-SET-BALANCE-TEXT.
           MOVE WS-BALANCE-TXT TO WS-ASOF-BAL-TXT.
           MOVE WS-RQ-LIMIT (REQ-IDX) TO WS-WORK-BALANCE.
           PERFORM H710-SET-BALANCE-TEXT.
           MOVE WS-BALANCE-TXT TO WS-LIMIT-TXT.
           MOVE SPACES TO ASOF-RPT-LINE.
           STRING WS-ID-ED ' ' WS-ALPHA-DVZ ' ' WS-ASOF-BAL-TXT ' '
              WS-LIMIT-TXT ' ' WS-STATE-TXT ' ' WS-DATE-TXT
              DELIMITED BY SIZE INTO ASOF-RPT-LINE.
           WRITE ASOF-RPT-LINE.
           IF NOT RQ-UNRESOLVED (REQ-IDX)
              PERFORM H830-WRITE-ROLL-LINE
           END-IF.
           IF WS-RQ-HOLD (REQ-IDX) > 0 AND
              NOT RQ-CLOSED (REQ-IDX) AND NOT RQ-ARCHIVED (REQ-IDX)
              MOVE WS-RQ-HOLD (REQ-IDX) TO WS-WORK-BALANCE
              PERFORM H710-SET-BALANCE-TEXT
              MOVE SPACES TO ASOF-RPT-LINE
              STRING '      HOLD AMOUNT ' WS-BALANCE-TXT
                 DELIMITED BY SIZE INTO ASOF-RPT-LINE
              WRITE ASOF-RPT-LINE
           END-IF.
           IF RQ-ARCHIVED (REQ-IDX)
              MOVE WS-RQ-ARCH-BAL (REQ-IDX) TO WS-WORK-BALANCE
              PERFORM H710-SET-BALANCE-TEXT
              MOVE SPACES TO ASOF-RPT-LINE
              STRING '      ARCHIVED WITH BALANCE ' WS-BALANCE-TXT
                 DELIMITED BY SIZE INTO ASOF-RPT-LINE
              WRITE ASOF-RPT-LINE
           END-IF.
       H810-END. EXIT.
      *Birinci satr sorgu tarihindeki bakiye, limit ve durumu verir.
      *kinci satr ileri sarmann balad bakiyeyi ve dönemin
      *alacak/borç toplamlarn gösterir; denetçi hesab satr satr
      *izleyebilir. Bloke tutar ve arivdeki bakiye gerektiinde ayr
      *satrda baslr. H820 sorgu tarihindeki bakiyeyi
      *WS-WORK-BALANCE'a koyar.
       H820-SET-STATE.
           MOVE SPACES TO WS-DATE-TXT.
           MOVE 0 TO WS-WORK-BALANCE.
           EVALUATE TRUE
              WHEN RQ-CLOSED (REQ-IDX)
                 MOVE 'CLOSED       ' TO WS-STATE-TXT
                 MOVE WS-RQ-EVENT-DATE (REQ-IDX) TO WS-DATE-TXT
                 ADD 1 TO WS-GONE-COUNT
              WHEN RQ-ARCHIVED (REQ-IDX)
                 MOVE 'ARCHIVED     ' TO WS-STATE-TXT
                 MOVE WS-RQ-EVENT-DATE (REQ-IDX) TO WS-DATE-TXT
                 ADD 1 TO WS-GONE-COUNT
              WHEN RQ-UNRESOLVED (REQ-IDX)
                 IF WS-RQ-PRE-ARCH-DATE (REQ-IDX) > 0
                    MOVE 'IN ARCHIVE   ' TO WS-STATE-TXT
                    MOVE WS-RQ-PRE-ARCH-DATE (REQ-IDX) TO WS-DATE-TXT
                 ELSE
                    MOVE 'NOT FOUND    ' TO WS-STATE-TXT
                 END-IF
                 ADD 1 TO WS-NOTFOUND-COUNT
              WHEN OTHER
                 COMPUTE WS-WORK-BALANCE = WS-RQ-BASE (REQ-IDX) +
                    WS-RQ-CREDITS (REQ-IDX) - WS-RQ-DEBITS (REQ-IDX)
                 EVALUATE WS-RQ-STATUS (REQ-IDX)
                    WHEN 'F'
                       MOVE 'FROZEN       ' TO WS-STATE-TXT
                    WHEN 'B'
                       MOVE 'DEBIT BLOCKED' TO WS-STATE-TXT
                    WHEN OTHER
                       MOVE 'ACTIVE       ' TO WS-STATE-TXT
                 END-EVALUATE
                 IF RQ-OPENED (REQ-IDX)
                    MOVE WS-RQ-EVENT-DATE (REQ-IDX) TO WS-DATE-TXT
                 END-IF
                 ADD 1 TO WS-CONFIRMED-COUNT
           END-EVALUATE.
       H820-END. EXIT.
      *Kapanan ve arivlenen hesap sorgu tarihinde sfr bakiyeyle
      *defter ddr. Balangc bulunamayan anahtar görüntüden önce
      *arivlenmise 'IN ARCHIVE' ve ariv tarihiyle, hiç izi yoksa
      *'NOT FOUND' ile baslr; DORMANT'n arivden geri ald ve
      *görüntüde olmayan hesap da bu ikinci gruba düer. Dönem içinde
      *açlan hesabn tarih sütunu açl tarihidir.
       H830-WRITE-ROLL-LINE.
           IF RQ-BASE-SNAPSHOT (REQ-IDX)
              MOVE 'SNAPSHOT' TO WS-BASE-TXT
           ELSE
              MOVE 'OPENING ' TO WS-BASE-TXT
           END-IF.
           MOVE WS-RQ-CREDITS (REQ-IDX) TO WS-WORK-BALANCE.
           PERFORM H720-SET-AMOUNT-TEXT.
           MOVE WS-AMOUNT-TXT TO WS-CREDIT-TXT.
           MOVE WS-RQ-DEBITS (REQ-IDX) TO WS-WORK-BALANCE.
           PERFORM H720-SET-AMOUNT-TEXT.
           MOVE WS-RQ-BASE (REQ-IDX) TO WS-WORK-BALANCE.
           PERFORM H710-SET-BALANCE-TEXT.
           MOVE WS-RQ-LINES (REQ-IDX) TO WS-LINES-ED.
           MOVE SPACES TO ASOF-RPT-LINE.
           STRING '      ' WS-BASE-TXT WS-BALANCE-TXT
              ' CR' WS-CREDIT-TXT ' DR' WS-AMOUNT-TXT
              ' ' WS-LINES-ED
              DELIMITED BY SIZE INTO ASOF-RPT-LINE.
           WRITE ASOF-RPT-LINE.
       H830-END. EXIT.
      *Balangç bakiyesi + CR - DR, görüntüden sonra açlmam ve
      *dönemde kapanmam hesapta birinci satrdaki bakiyedir; son
      *sütun sarlan günlük satr saysdr.
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
      *baslr ve iki ondalkl varsaylr.
       H710-SET-BALANCE-TEXT.
           IF WS-MINOR-DIGITS = 0
              MOVE WS-WORK-BALANCE TO WS-BALANCE-WHOLE-ED
              MOVE WS-BALANCE-WHOLE-ED TO WS-BALANCE-TXT
           ELSE
              MOVE WS-WORK-BALANCE TO WS-BALANCE-ED
              MOVE WS-BALANCE-ED TO WS-BALANCE-TXT
           END-IF.
       H710-END. EXIT.
      *-----
       H720-SET-AMOUNT-TEXT.
           IF WS-MINOR-DIGITS = 0
              MOVE WS-WORK-BALANCE TO WS-AMOUNT-WHOLE-ED
              MOVE WS-AMOUNT-WHOLE-ED TO WS-AMOUNT-TXT
           ELSE
              MOVE WS-WORK-BALANCE TO WS-AMOUNT-ED
              MOVE WS-AMOUNT-ED TO WS-AMOUNT-TXT
           END-IF.
       H720-END. EXIT.
      *-----
       H900-WRITE-SUMMARY.
           MOVE SPACES TO ASOF-RPT-LINE.
           WRITE ASOF-RPT-LINE.
           MOVE WS-REQ-COUNT TO WS-COUNT-ED.
           MOVE 'ACCOUNTS REQUESTED : ' TO WS-LABEL-TXT.
           PERFORM H910-WRITE-COUNT-LINE.
           MOVE WS-CONFIRMED-COUNT TO WS-COUNT-ED.
           MOVE 'ON BOOKS AT DATE   : ' TO WS-LABEL-TXT.
           PERFORM H910-WRITE-COUNT-LINE.
           MOVE WS-GONE-COUNT TO WS-COUNT-ED.
           MOVE 'CLOSED/ARCHIVED    : ' TO WS-LABEL-TXT.
           PERFORM H910-WRITE-COUNT-LINE.
           MOVE WS-NOTFOUND-COUNT TO WS-COUNT-ED.
           MOVE 'NOT RESOLVED       : ' TO WS-LABEL-TXT.
           PERFORM H910-WRITE-COUNT-LINE.
           MOVE WS-DROPPED-COUNT TO WS-COUNT-ED.
           MOVE 'REQUESTS DROPPED   : ' TO WS-LABEL-TXT.
           PERFORM H910-WRITE-COUNT-LINE.
           MOVE WS-ROLLED-COUNT TO WS-COUNT-ED.
           MOVE 'LINES ROLLED       : ' TO WS-LABEL-TXT.
           PERFORM H910-WRITE-COUNT-LINE.
           MOVE WS-GEN-USED TO WS-COUNT-ED.
           MOVE 'GENERATIONS ROLLED : ' TO WS-LABEL-TXT.
           PERFORM H910-WRITE-COUNT-LINE.
       H900-END. EXIT.
      *-----
       H910-WRITE-COUNT-LINE.
           MOVE SPACES TO ASOF-RPT-LINE.
           STRING WS-LABEL-TXT WS-COUNT-ED
              DELIMITED BY SIZE INTO ASOF-RPT-LINE.
           WRITE ASOF-RPT-LINE.
       H910-END. EXIT.
      *-----
       H999-EXIT.
           DISPLAY 'AS-OF TOTALS - REQUESTS: ' WS-REQ-COUNT
                   ' ON BOOKS: ' WS-CONFIRMED-COUNT
                   ' GONE: ' WS-GONE-COUNT
                   ' NOT RESOLVED: ' WS-NOTFOUND-COUNT
                   ' DROPPED: ' WS-DROPPED-COUNT.
           CLOSE ASOF-REQ.
           CLOSE ASOF-RPT.
           STOP RUN.
       H999-END. EXIT.
