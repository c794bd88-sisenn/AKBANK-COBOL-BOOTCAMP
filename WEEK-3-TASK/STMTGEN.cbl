      *göre baslr. stee bal STMT-SEL dosyas belirli hesap
      *anahtarlarn listeler; ube böylece tüm defteri üretmeden tek
      *müterinin ekstresini isteyebilir.
      *Ay kapanndan (JRNLCLS) sonra geçmi aylar JRNL-FILE'da deil
      *aylk kuaklardadr: STMT-CTL'de bir kuak aral (YYYYAA)
      *verilirse JRNL-GEN'den o aylar srayla, ardndan JRNL-FILE
      *okunur; böylece kapan kapsayan dönemin ekstresi de alnr.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNL-FILE ASSIGN TO JRNLFILE
                           STATUS CHECK-FILE-JRNL.
           SELECT OPTIONAL JRNL-GEN ASSIGN TO JRNLGEN
                           STATUS CHECK-FILE-GEN.
           SELECT STMT-CTL ASSIGN TO STMTCTL
                           STATUS CHECK-FILE-CTL.
           SELECT OPTIONAL STMT-SEL ASSIGN TO STMTSEL
       FILE SECTION.
       FD  JRNL-FILE RECORDING MODE F.
           COPY JRNLREC.
       FD  JRNL-GEN RECORDING MODE F.
           COPY JGENREC.
       FD  STMT-CTL RECORDING MODE F.
         01 STMT-CTL-MEMBERS.
           05 STMT-CTL-FROM          PIC 9(8).
           05 STMT-CTL-TO            PIC 9(8).
           05 STMT-CTL-GEN-FROM      PIC 9(6).
           05 STMT-CTL-GEN-TO        PIC 9(6).
      *STMT-CTL, tek kaytlk zorunlu kontrol dosyasdr ve ekstre
      *döneminin balangç/biti tarihlerini (YYYYAAGG) tar.
      *STMT-CTL-GEN-FROM/TO okunacak ilk ve son aylk kuan
      *dönemidir (YYYYAA); bo ya da sfr ise yalnz JRNL-FILE
      *okunur.
       FD  STMT-SEL RECORDING MODE F.
         01 STMT-SEL-MEMBERS.
           05 STMT-SEL-ID            PIC X(5).
         05 CHECK-FILE-JRNL        PIC 9(2).
           88 JRNL-FILE-SUCCESS    VALUE 00 97.
           88 JRNL-FILE-EOF        VALUE 10.
         05 CHECK-FILE-GEN         PIC 9(2).
           88 GEN-FILE-OPENED      VALUE 00 05 97.
           88 GEN-FILE-EOF         VALUE 10.
         05 CHECK-FILE-CTL         PIC 9(2).
           88 CTL-FILE-SUCCESS     VALUE 00 97.
         05 CHECK-FILE-SEL         PIC 9(2).
       01  PERIOD-FIELDS.
         05 WS-FROM-DATE           PIC 9(8).
         05 WS-TO-DATE             PIC 9(8).
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
      *GENERATION-FIELDS, istenen kuak araln ve okunmakta olan
      *kua tutar. WS-GEN-EXPECT srada beklenen kuan dönemidir,
      *WS-GEN-LAST kuyruuna kadar okunmu son kuan dönemidir.
      *WS-GEN-LINES kuan kuyruk saysyla karlatrlr.
       01  SELECTION-FIELDS.
         05 WS-SEL-COUNT           PIC 9(3) VALUE 0.
         05 WS-SEL-ENTRY OCCURS 500 TIMES INDEXED BY SEL-IDX.
           10 WS-MOV-DATE          PIC 9(8).
           10 WS-MOV-BAL-BEFORE    PIC S9(15)V99.
           10 WS-MOV-BAL-AFTER     PIC S9(15)V99.
           10 WS-MOV-ORIG-REF      PIC X(12).
      *MOVEMENT-TABLE-FIELDS, döneme ve seçime giren günlük
      *hareketlerini dosya srasyla (günlük sras = uygulanma
      *sras) tutar; her hesabn bölümü bu tablodan taranarak
      *yazlr. WS-MOV-ORIG-REF, iptal satrlarnda iptal edilen asl
      *hareketin referansdr.
       01  ACCOUNT-TABLE-FIELDS.
         05 WS-ACCT-COUNT          PIC 9(3) VALUE 0.
         05 WS-ACCT-ENTRY OCCURS 200 TIMES INDEXED BY ACCT-IDX.
           PERFORM H130-LOAD-CURRENCY.
           PERFORM H150-LOAD-PERIOD.
           PERFORM H170-LOAD-SELECTION.
           PERFORM H300-LOAD-GENERATIONS.
           READ JRNL-FILE.
           PERFORM H200-LOAD-JOURNAL UNTIL JRNL-FILE-EOF.
           PERFORM H400-WRITE-ONE-STATEMENT
              VARYING ACCT-IDX FROM 1 BY 1
           PERFORM H900-WRITE-SUMMARY.
           PERFORM H999-EXIT.
       0001-END. EXIT.
      *Ana akş: dönem ve seçim yüklenir, istenen aylk kuaklar ve
      *günlük tek geçite tabloya alnr, hesap bana ekstre bölümleri
      *yazlr, karlksz kalan seçimler ve özet raporun sonuna
      *eklenir.
       H100-OPEN-FILES.
           OPEN INPUT  JRNL-FILE.
           OPEN INPUT  STMT-CTL.
           OPEN OUTPUT STMT-RPT.
           PERFORM H110-FILE-CONTROL.
       H100-END. EXIT.
      *-----
       H110-FILE-CONTROL.
                 WS-FROM-DATE " TO:" WS-TO-DATE
              PERFORM H990-ABORT
           END-IF.
           PERFORM H160-LOAD-GEN-RANGE.
           CLOSE STMT-CTL.
       H150-END. EXIT.
      *Dönem kayd zorunludur; bulunmaz ya da ters sraldysa ekstre
      *yanl dönem üzerinden üretilmek yerine koşu durdurulur.
       H160-LOAD-GEN-RANGE.
           IF STMT-CTL-GEN-FROM IS NUMERIC AND
              STMT-CTL-GEN-TO IS NUMERIC AND
              STMT-CTL-GEN-FROM NOT = 0
              MOVE STMT-CTL-GEN-FROM TO WS-GEN-FROM
              MOVE STMT-CTL-GEN-TO   TO WS-GEN-TO
              IF WS-GEN-FROM-MM < 1 OR WS-GEN-FROM-MM > 12 OR
                 WS-GEN-TO-MM < 1 OR WS-GEN-TO-MM > 12 OR
                 WS-GEN-FROM > WS-GEN-TO
                 DISPLAY "STMTGEN ABORTED - INVALID GENERATION RANGE "
                    WS-GEN-FROM " " WS-GEN-TO
                 PERFORM H990-ABORT
              END-IF
           END-IF.
       H160-END. EXIT.
      *Kuak aral istee baldr; aralk verilmi ama geçersizse
      *ekstre eksik aylarla üretilmek yerine koşu durdurulur.
       H170-LOAD-SELECTION.
           OPEN INPUT STMT-SEL.
           IF CHECK-FILE-SEL = 00
       H190-END. EXIT.
      *-----
       H200-LOAD-JOURNAL.
           PERFORM H205-LOAD-ONE-LINE.
           READ JRNL-FILE.
       H200-END. EXIT.
      *-----
       H205-LOAD-ONE-LINE.
           IF JRNL-FILE-VALUE-DATE < WS-FROM-DATE OR
              JRNL-FILE-VALUE-DATE > WS-TO-DATE
              ADD 1 TO WS-OUT-PERIOD-COUNT
                 ADD 1 TO WS-UNSELECTED-COUNT
              END-IF
           END-IF.
       H205-END. EXIT.
      *Dönem dna düen hareket yalnz sayya geçer; döneme giren
      *hareket seçim tablosundan geçirilip tabloya alnr.
       H220-CHECK-SELECTION.
              MOVE JRNL-FILE-VALUE-DATE TO WS-MOV-DATE (MOV-IDX)
              MOVE JRNL-FILE-BAL-BEFORE TO WS-MOV-BAL-BEFORE (MOV-IDX)
              MOVE JRNL-FILE-BAL-AFTER  TO WS-MOV-BAL-AFTER (MOV-IDX)
              MOVE JRNL-FILE-ORIG-REF   TO WS-MOV-ORIG-REF (MOV-IDX)
              PERFORM H240-REGISTER-ACCOUNT
           ELSE
              DISPLAY "STMTGEN ABORTED - MOVEMENT TABLE FULL"
              END-IF
           END-IF.
       H240-END. EXIT.
      *-----
       H300-LOAD-GENERATIONS.
           IF WS-GEN-FROM NOT = 0
              MOVE WS-GEN-FROM TO WS-GEN-EXPECT
              OPEN INPUT JRNL-GEN
              IF NOT GEN-FILE-OPENED
                 DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-GEN
                 PERFORM H990-ABORT
              END-IF
              IF CHECK-FILE-GEN = 00
                 READ JRNL-GEN
                 PERFORM H310-LOAD-ONE-GEN-LINE UNTIL GEN-FILE-EOF
              END-IF
              CLOSE JRNL-GEN
              IF GEN-IN-RANGE
                 DISPLAY "STMTGEN ABORTED - GENERATION "
                    WS-GEN-PERIOD " HAS NO TRAILER"
                 PERFORM H990-ABORT
              END-IF
              IF WS-GEN-LAST NOT = WS-GEN-TO
                 DISPLAY "STMTGEN ABORTED - GENERATIONS " WS-GEN-FROM
                    " TO " WS-GEN-TO " NOT ALL SUPPLIED"
                 PERFORM H990-ABORT
              END-IF
           END-IF.
       H300-END. EXIT.
      *JRNL-GEN, JRNLCLS'in aylk kuaklarnn art arda verilmi
      *halidir; aralk dndaki kuaklar atlanr. Aralktaki her
      *ay artan srayla ve bir kez bulunmaldr: eksik, tekrarlanan
      *ya da kuyruu tutmayan kuakla ekstre yarm yaymlanmaz.
      *Kuak satrlar JRNL-FILE satrlar gibi H205'ten geçer.
       H310-LOAD-ONE-GEN-LINE.
           EVALUATE TRUE
              WHEN JGEN-HDR-ID = 'JGH'
                 PERFORM H320-START-GENERATION
              WHEN JGEN-TRL-ID = 'JGT'
                 IF GEN-IN-RANGE
                    IF JGEN-TRL-COUNT NOT = WS-GEN-LINES
                       DISPLAY "STMTGEN ABORTED - GENERATION "
                          WS-GEN-PERIOD " TRAILER COUNT MISMATCH"
                       PERFORM H990-ABORT
                    END-IF
                    ADD 1 TO WS-GEN-USED
                    MOVE WS-GEN-PERIOD TO WS-GEN-LAST
                    PERFORM H330-ADVANCE-EXPECT
                    MOVE 'N' TO WS-GEN-SW
                 END-IF
              WHEN OTHER
                 IF GEN-IN-RANGE
                    ADD 1 TO WS-GEN-LINES
                    MOVE JGEN-FILE-MEMBERS TO JRNL-FILE-MEMBERS
                    PERFORM H205-LOAD-ONE-LINE
                 END-IF
           END-EVALUATE.
           READ JRNL-GEN.
       H310-END. EXIT.
      *-----
       H320-START-GENERATION.
           IF GEN-IN-RANGE
              DISPLAY "STMTGEN ABORTED - GENERATION "
                 WS-GEN-PERIOD " HAS NO TRAILER"
              PERFORM H990-ABORT
           END-IF.
           IF JGEN-HDR-PERIOD NOT < WS-GEN-FROM AND
              JGEN-HDR-PERIOD NOT > WS-GEN-TO
              IF JGEN-HDR-PERIOD NOT = WS-GEN-EXPECT
                 DISPLAY "STMTGEN ABORTED - GENERATION "
                    JGEN-HDR-PERIOD " OUT OF SEQUENCE. EXPECTED "
                    WS-GEN-EXPECT
                 PERFORM H990-ABORT
              END-IF
              MOVE JGEN-HDR-PERIOD TO WS-GEN-PERIOD
              MOVE 0 TO WS-GEN-LINES
              MOVE 'Y' TO WS-GEN-SW
           END-IF.
       H320-END. EXIT.
      *Aralktaki kuak beklenen ay deilse ya atlanm ya da
      *tekrarlanm bir ay vardr.
       H330-ADVANCE-EXPECT.
           IF WS-GEN-EXPECT-MM = 12
              ADD 1 TO WS-GEN-EXPECT-YYYY
              MOVE 1 TO WS-GEN-EXPECT-MM
           ELSE
              ADD 1 TO WS-GEN-EXPECT-MM
           END-IF.
       H330-END. EXIT.
      *-----
       H400-WRITE-ONE-STATEMENT.
           MOVE WS-ACCT-ID (ACCT-IDX)  TO WS-CUR-ID.
              MOVE WS-BALANCE-ED TO WS-BALANCE-TXT
           END-IF.
           MOVE SPACES TO STMT-RPT-LINE.
           IF WS-MOV-ORIG-REF (MOV-IDX) = SPACES
              STRING WS-DATE-ED ' ' WS-MOV-DC (MOV-IDX) ' '
                 WS-AMOUNT-TXT ' ' WS-BALANCE-TXT
                 DELIMITED BY SIZE INTO STMT-RPT-LINE
           ELSE
              STRING WS-DATE-ED ' ' WS-MOV-DC (MOV-IDX) ' '
                 WS-AMOUNT-TXT ' ' WS-BALANCE-TXT
                 ' REVERSAL OF ' WS-MOV-ORIG-REF (MOV-IDX)
                 DELIMITED BY SIZE INTO STMT-RPT-LINE
           END-IF.
           WRITE STMT-RPT-LINE.
       H425-END. EXIT.
      *ptal satr, müterinin iki ilgisiz satr görmemesi için iptal
      *ettii asl hareketin referansyla birlikte baslr.
       H430-SET-BALANCE-TEXT-CLOSE.
           IF WS-MINOR-DIGITS = 0
              MOVE WS-CLOSE-BALANCE TO WS-BALANCE-WHOLE-ED
      *baslr ve iki ondalkl varsaylr.
       H990-ABORT.
           CLOSE JRNL-FILE.
           CLOSE JRNL-GEN.
           CLOSE STMT-RPT.
           STOP RUN.
       H990-END. EXIT.
           DISPLAY 'STATEMENT TOTALS - STATEMENTS: ' WS-STMT-COUNT
                   ' MOVEMENTS: ' WS-IN-PERIOD-COUNT
                   ' OUT OF PERIOD: ' WS-OUT-PERIOD-COUNT
                   ' UNSELECTED: ' WS-UNSELECTED-COUNT
                   ' GENERATIONS: ' WS-GEN-USED.
           CLOSE JRNL-FILE.
           CLOSE STMT-RPT.
           STOP RUN.
