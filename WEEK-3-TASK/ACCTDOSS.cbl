      *ayrt edilir. Sral dosyalar her istek için batan okunur;
      *istek listesi ube/uyum yükseltmeleriyle snrl olduundan bu
      *maliyet kabul edilebilirdir.
      *Ay kapanndan (JRNLCLS) sonra geçmi aylar aylk kuaklara
      *tanr; istee bal DOSS-CTL bir kuak aral (YYYYAA)
      *verirse hareket bölümü o kuaklar JRNL-FILE'dan önce tarar.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                           STATUS CHECK-FILE-AUDIT.
           SELECT JRNL-FILE ASSIGN TO JRNLFILE
                           STATUS CHECK-FILE-JRNL.
           SELECT OPTIONAL DOSS-CTL ASSIGN TO DOSSCTL
                           STATUS CHECK-FILE-CTL.
           SELECT OPTIONAL JRNL-GEN ASSIGN TO JRNLGEN
                           STATUS CHECK-FILE-GEN.
           SELECT ARCH-FILE ASSIGN TO ARCHFILE
                           STATUS CHECK-FILE-ARCH.
           SELECT DOSS-RPT ASSIGN TO DOSSRPT
           COPY AUDREC.
       FD  JRNL-FILE RECORDING MODE F.
           COPY JRNLREC.
       FD  DOSS-CTL RECORDING MODE F.
         01 DOSS-CTL-MEMBERS.
           05 DOSS-CTL-GEN-FROM      PIC 9(6).
           05 DOSS-CTL-GEN-TO        PIC 9(6).
      *DOSS-CTL, tek kaytlk istee bal kontrol dosyasdr ve
      *taranacak ilk ve son aylk kuan dönemini (YYYYAA) tar;
      *bulunmazsa yalnz JRNL-FILE taranr.
       FD  JRNL-GEN RECORDING MODE F.
           COPY JGENREC.
       FD  ARCH-FILE RECORDING MODE F.
           COPY ARCHREC.
       FD  DOSS-RPT RECORDING MODE F.
         05 CHECK-FILE-JRNL        PIC 9(2).
           88 JRNL-FILE-SUCCESS    VALUE 00 97.
           88 JRNL-FILE-EOF        VALUE 10.
         05 CHECK-FILE-CTL         PIC 9(2).
           88 CTL-FILE-OPENED      VALUE 00 05 97.
         05 CHECK-FILE-GEN         PIC 9(2).
           88 GEN-FILE-OPENED      VALUE 00 05 97.
           88 GEN-FILE-EOF         VALUE 10.
         05 CHECK-FILE-ARCH        PIC 9(2).
           88 ARCH-FILE-SUCCESS    VALUE 00 97.
           88 ARCH-FILE-EOF        VALUE 10.
      *Bulma anahtarlar, istek bana dört kaynan her birinde iz
      *bulunup bulunmadn tar; dördü de bo kalrsa anahtar hiçbir
      *yerde yoktur ve dosya bölümü bunu açkça söyler.
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
      *GENERATION-FIELDS, STMTGEN'deki gibi istenen kuak araln
      *tutar. Aralk açlta bir kez dorulanr (sra, eksiksizlik,
      *kuyruk says); istek bana taramada yalnz WS-GEN-SW
      *kullanlr.
       01  DOSSIER-COUNTERS.
         05 WS-REQ-COUNT           PIC 9(7) VALUE 0.
         05 WS-NOWHERE-COUNT       PIC 9(7) VALUE 0.
         05 WS-WORK-BALANCE        PIC S9(15)V99.
         05 WS-DATE-ED             PIC 9(8).
         05 WS-COUNT-ED            PIC ZZZ,ZZ9.
         05 WS-STATUS-TXT          PIC X(13).
      *Tutar ve bakiye sütunlar BALRPT'deki gibi para biriminin
      *WS-CCY-MINOR deerine göre kesirli ya da kesirsiz baslr.
       01  CURRENCY-WORK-FIELDS.
           OPEN OUTPUT DOSS-RPT.
           PERFORM H110-FILE-CONTROL.
           PERFORM H130-LOAD-CURRENCY.
           PERFORM H150-LOAD-GEN-RANGE.
           READ DOSS-REQ.
       H100-END. EXIT.
      *-----
       H135-END. EXIT.
      *Pasif para birimleri de yüklenir ve istekte kabul edilir:
      *pasif para birimindeki bir hesabn dosyas da istenebilir.
       H150-LOAD-GEN-RANGE.
           OPEN INPUT DOSS-CTL.
           IF NOT CTL-FILE-OPENED
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-CTL
              PERFORM H999-EXIT
           END-IF.
           IF CHECK-FILE-CTL = 00
              READ DOSS-CTL
              IF CHECK-FILE-CTL = 00 AND
                 DOSS-CTL-GEN-FROM IS NUMERIC AND
                 DOSS-CTL-GEN-TO IS NUMERIC AND
                 DOSS-CTL-GEN-FROM NOT = 0
                 MOVE DOSS-CTL-GEN-FROM TO WS-GEN-FROM
                 MOVE DOSS-CTL-GEN-TO   TO WS-GEN-TO
              END-IF
           END-IF.
           CLOSE DOSS-CTL.
           IF WS-GEN-FROM NOT = 0
              IF WS-GEN-FROM-MM < 1 OR WS-GEN-FROM-MM > 12 OR
                 WS-GEN-TO-MM < 1 OR WS-GEN-TO-MM > 12 OR
                 WS-GEN-FROM > WS-GEN-TO
                 DISPLAY "ACCTDOSS ABORTED - INVALID GENERATION RANGE "
                    WS-GEN-FROM " " WS-GEN-TO
                 PERFORM H999-EXIT
              END-IF
              PERFORM H160-CHECK-GENERATIONS
           END-IF.
       H150-END. EXIT.
      *Kuak aral istee baldr; verilmi ama geçersizse dosya
      *eksik aylarla üretilmek yerine koşu durdurulur.
       H160-CHECK-GENERATIONS.
           MOVE WS-GEN-FROM TO WS-GEN-EXPECT.
           OPEN INPUT JRNL-GEN.
           IF NOT GEN-FILE-OPENED
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-GEN
              PERFORM H999-EXIT
           END-IF.
           IF CHECK-FILE-GEN = 00
              READ JRNL-GEN
              PERFORM H165-CHECK-ONE-GEN-LINE UNTIL GEN-FILE-EOF
           END-IF.
           CLOSE JRNL-GEN.
           IF GEN-IN-RANGE
              DISPLAY "ACCTDOSS ABORTED - GENERATION "
                 WS-GEN-PERIOD " HAS NO TRAILER"
              PERFORM H999-EXIT
           END-IF.
           IF WS-GEN-LAST NOT = WS-GEN-TO
              DISPLAY "ACCTDOSS ABORTED - GENERATIONS " WS-GEN-FROM
                 " TO " WS-GEN-TO " NOT ALL SUPPLIED"
              PERFORM H999-EXIT
           END-IF.
       H160-END. EXIT.
      *JRNL-GEN, JRNLCLS'in aylk kuaklarnn art arda verilmi
      *halidir. Aralktaki her ay artan srayla ve bir kez
      *bulunmal, kuyruk says tutmaldr; dorulama her istekte
      *yinelenmesin diye açlta bir kez yaplr.
       H165-CHECK-ONE-GEN-LINE.
           EVALUATE TRUE
              WHEN JGEN-HDR-ID = 'JGH'
                 PERFORM H167-START-GENERATION
              WHEN JGEN-TRL-ID = 'JGT'
                 IF GEN-IN-RANGE
                    IF JGEN-TRL-COUNT NOT = WS-GEN-LINES
                       DISPLAY "ACCTDOSS ABORTED - GENERATION "
                          WS-GEN-PERIOD " TRAILER COUNT MISMATCH"
                       PERFORM H999-EXIT
                    END-IF
                    ADD 1 TO WS-GEN-USED
                    MOVE WS-GEN-PERIOD TO WS-GEN-LAST
                    PERFORM H168-ADVANCE-EXPECT
                    MOVE 'N' TO WS-GEN-SW
                 END-IF
              WHEN OTHER
                 IF GEN-IN-RANGE
                    ADD 1 TO WS-GEN-LINES
                 END-IF
           END-EVALUATE.
           READ JRNL-GEN.
       H165-END. EXIT.
      *-----
       H167-START-GENERATION.
           IF GEN-IN-RANGE
              DISPLAY "ACCTDOSS ABORTED - GENERATION "
                 WS-GEN-PERIOD " HAS NO TRAILER"
              PERFORM H999-EXIT
           END-IF.
           IF JGEN-HDR-PERIOD NOT < WS-GEN-FROM AND
              JGEN-HDR-PERIOD NOT > WS-GEN-TO
              IF JGEN-HDR-PERIOD NOT = WS-GEN-EXPECT
                 DISPLAY "ACCTDOSS ABORTED - GENERATION "
                    JGEN-HDR-PERIOD " OUT OF SEQUENCE. EXPECTED "
                    WS-GEN-EXPECT
                 PERFORM H999-EXIT
              END-IF
              MOVE JGEN-HDR-PERIOD TO WS-GEN-PERIOD
              MOVE 0 TO WS-GEN-LINES
              MOVE 'Y' TO WS-GEN-SW
           END-IF.
       H167-END. EXIT.
      *Aralktaki kuak beklenen ay deilse ya atlanm ya da
      *tekrarlanm bir ay vardr.
       H168-ADVANCE-EXPECT.
           IF WS-GEN-EXPECT-MM = 12
              ADD 1 TO WS-GEN-EXPECT-YYYY
              MOVE 1 TO WS-GEN-EXPECT-MM
           ELSE
              ADD 1 TO WS-GEN-EXPECT-MM
           END-IF.
       H168-END. EXIT.
      *-----
       H300-BUILD-DOSSIER.
           PERFORM H305-TRANSLATE-REQ-DVZ.
           IF NOT CCY-FOUND
              ' ' WS-DATE-ED ' ' WS-BALANCE-TXT
              DELIMITED BY SIZE INTO DOSS-RPT-LINE.
           WRITE DOSS-RPT-LINE.
           EVALUATE TRUE
              WHEN IDX-STATUS-FROZEN
                 MOVE 'FROZEN       ' TO WS-STATUS-TXT
              WHEN IDX-STATUS-DEBIT-BLOCKED
                 MOVE 'DEBIT BLOCKED' TO WS-STATUS-TXT
              WHEN OTHER
                 MOVE 'ACTIVE       ' TO WS-STATUS-TXT
           END-EVALUATE.
           MOVE IDX-FILE-HOLD-AMOUNT TO WS-WORK-BALANCE.
           PERFORM H710-SET-BALANCE-TEXT.
           MOVE SPACES TO DOSS-RPT-LINE.
           STRING 'STATUS  : ' WS-STATUS-TXT '  HOLD AMOUNT '
              WS-BALANCE-TXT
              DELIMITED BY SIZE INTO DOSS-RPT-LINE.
           WRITE DOSS-RPT-LINE.
       H325-END. EXIT.
      *Canl kayt; son hareket tarihi Gregoryen biçime çevrilip
      *bakiyeyle birlikte tek satrda baslr. kinci satr hesabn
      *durumunu ve bloke tutarn verir; ube geri dönen bir ödemenin
      *nedenini buradan görür.
       H330-AUDIT-SECTION.
           OPEN INPUT AUDIT-FILE.
           IF (CHECK-FILE-AUDIT NOT = 97) AND (CHECK-FILE-AUDIT NOT = 0)
      *-----
       H336-WRITE-AUDIT-LINES.
           MOVE AUD-FILE-RUN-DATE TO WS-DATE-ED.
           IF AUD-FILE-ACTION = 'H'
              MOVE AUD-BEF-HOLD TO WS-WORK-BALANCE
           ELSE
              MOVE AUD-BEF-BALANCE TO WS-WORK-BALANCE
           END-IF.
           PERFORM H710-SET-BALANCE-TEXT.
           MOVE SPACES TO DOSS-RPT-LINE.
           STRING 'MAINT ' AUD-FILE-ACTION ' ' WS-DATE-ED
              ' BEF ' AUD-BEF-NAME ' ' AUD-BEF-SURNAME
              ' ' WS-BALANCE-TXT ' ' AUD-BEF-STATUS
              DELIMITED BY SIZE INTO DOSS-RPT-LINE.
           WRITE DOSS-RPT-LINE.
           IF AUD-FILE-ACTION = 'H'
              MOVE AUD-AFT-HOLD TO WS-WORK-BALANCE
           ELSE
              MOVE AUD-AFT-BALANCE TO WS-WORK-BALANCE
           END-IF.
           PERFORM H710-SET-BALANCE-TEXT.
           MOVE SPACES TO DOSS-RPT-LINE.
           STRING '                 AFT ' AUD-AFT-NAME
              ' ' AUD-AFT-SURNAME ' ' WS-BALANCE-TXT
              ' ' AUD-AFT-STATUS
              DELIMITED BY SIZE INTO DOSS-RPT-LINE.
           WRITE DOSS-RPT-LINE.
       H336-END. EXIT.
      *Bakm geçmiinin her kayd, önceki ve sonraki görüntüyü iki
      *satrda verir; açlta önceki, kapanta sonraki görüntünün
      *boluk/sfr olduu ACCTMNT'nin yazd gibidir. Satr sonundaki
      *tek harf hesabn o andaki durumudur; bloke ('H') ileminde
      *tutar sütunu bakiye yerine bloke tutarn gösterir.
       H340-JRNL-SECTION.
           IF WS-GEN-FROM NOT = 0
              PERFORM H341-GEN-SECTION
           END-IF.
           OPEN INPUT JRNL-FILE.
           IF (CHECK-FILE-JRNL NOT = 97) AND (CHECK-FILE-JRNL NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-JRNL
           CLOSE JRNL-FILE.
       H340-END. EXIT.
      *-----
       H341-GEN-SECTION.
           OPEN INPUT JRNL-GEN.
           IF NOT GEN-FILE-OPENED
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-GEN
              PERFORM H999-EXIT
           END-IF.
           MOVE 'N' TO WS-GEN-SW.
           READ JRNL-GEN.
           PERFORM H343-SCAN-ONE-GEN UNTIL GEN-FILE-EOF.
           CLOSE JRNL-GEN.
       H341-END. EXIT.
      *Aylk kuaklar JRNL-FILE'dan önce, kronolojik srayla taranr.
       H343-SCAN-ONE-GEN.
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
                 IF GEN-IN-RANGE AND JGEN-FILE-ID = WS-REQ-ID AND
                    JGEN-FILE-DVZ = WS-REQ-DVZ
                    MOVE JGEN-FILE-MEMBERS TO JRNL-FILE-MEMBERS
                    MOVE 'Y' TO WS-JRNL-FOUND-SW
                    PERFORM H346-WRITE-JRNL-LINE
                 END-IF
           END-EVALUATE.
           READ JRNL-GEN.
       H343-END. EXIT.
      *Aralktaki kuan satr JRNL-FILE satrna tanr ve
      *canl günlük satr gibi baslr.
       H345-SCAN-ONE-JRNL.
           IF JRNL-FILE-ID = WS-REQ-ID AND JRNL-FILE-DVZ = WS-REQ-DVZ
              MOVE 'Y' TO WS-JRNL-FOUND-SW
              WS-AMOUNT-TXT ' ' WS-BALANCE-TXT ' ' JRNL-FILE-REF
              DELIMITED BY SIZE INTO DOSS-RPT-LINE.
           WRITE DOSS-RPT-LINE.
           IF JRNL-FILE-ORIG-REF NOT = SPACES
              MOVE SPACES TO DOSS-RPT-LINE
              STRING '      REVERSAL OF ' JRNL-FILE-ORIG-REF
                 DELIMITED BY SIZE INTO DOSS-RPT-LINE
              WRITE DOSS-RPT-LINE
           END-IF.
       H346-END. EXIT.
      *Hareket satr valör tarihini, borç/alacak göstergesini,
      *tutar, hareket sonras bakiyeyi ve ube girdisine geri izi
      *salayan referans tar. ptal satrnn altna iptal edilen
      *asl hareketin referans ayr satrda yazlr.
       H350-ARCH-SECTION.
           OPEN INPUT ARCH-FILE.
           IF (CHECK-FILE-ARCH NOT = 97) AND (CHECK-FILE-ARCH NOT = 0)
       H999-EXIT.
           DISPLAY 'DOSSIER TOTALS - REQUESTS: ' WS-REQ-COUNT
                   ' NOT FOUND ANYWHERE: ' WS-NOWHERE-COUNT
                   ' DROPPED: ' WS-DROPPED-COUNT
                   ' GENERATIONS: ' WS-GEN-USED.
           CLOSE DOSS-REQ.
           CLOSE IDX-FILE.
           CLOSE DOSS-RPT.
