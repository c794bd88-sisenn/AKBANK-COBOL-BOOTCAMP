       IDENTIFICATION DIVISION.
       PROGRAM-ID. SORDMNT.
       AUTHOR.     SINEM SEN.
      *----
      *SORDMNT, düzenli ödeme talimat ana dosyas SORD-FILE'n tek
      *yetkili bakm programdr: SORD-REQ'dan okunan ADD ('A') /
      *CHANGE ('C') / CANCEL ('X') taleplerini dorular ve uygular
      *(ACCTMNT kalb). Eklemede borç ve alacak hesabnn IDX-FILE'da
      *bulunmas, iki bacan ayn etkin para biriminde olmas,
      *tutarn sfrdan, skln tanml kodlardan, tarihlerin
      *takvimsel olarak geçerli olmas aranr; tutmayan talepler
      *SORD-REJ'e yönlendirilir. Uygulanan her talep için talimatn
      *önceki ve sonraki görüntüsü SORD-AUD'a yazlr. Talimat
      *ileten SORDGEN'dir; bu program bakiyeye dokunmaz.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SORD-REQ ASSIGN TO SORDREQ
                           STATUS CHECK-FILE-REQ.
           SELECT OPTIONAL SORD-FILE ASSIGN TO SORDFILE
                           ORGANIZATION IS INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY SORD-FILE-NO
                           STATUS CHECK-FILE-SORD.
           SELECT IDX-FILE ASSIGN TO IDXFILE
                           ORGANIZATION IS INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY IDX-FILE-KEY
                           ALTERNATE RECORD KEY IDX-FILE-BALANCE
                             WITH DUPLICATES
                           STATUS CHECK-FILE-INDEX.
           SELECT SORD-AUD ASSIGN TO SORDAUD
                           STATUS CHECK-FILE-AUDIT.
           SELECT SORD-REJ ASSIGN TO SORDREJ
                           STATUS CHECK-FILE-REJECT.
           SELECT CCY-MST ASSIGN TO CCYMST
                           STATUS CHECK-FILE-CCYM.
      *SORD-FILE ilk koşuda henüz yoktur; SELECT bu yüzden
      *OPTIONAL'dr ve dosya ilk eklemeyle yaratlr.
      *----
       DATA DIVISION.
       FILE SECTION.
       FD  SORD-REQ RECORDING MODE F.
         01 SORD-REQ-MEMBERS.
           05 SORD-REQ-ACTION        PIC X(1).
             88 SORD-REQ-ADD             VALUE 'A'.
             88 SORD-REQ-CHANGE          VALUE 'C'.
             88 SORD-REQ-CANCEL          VALUE 'X'.
           05 SORD-REQ-NO            PIC 9(5).
           05 SORD-REQ-DR-ID         PIC X(5).
           05 SORD-REQ-DR-DVZ        PIC X(3).
           05 SORD-REQ-CR-ID         PIC X(5).
           05 SORD-REQ-CR-DVZ        PIC X(3).
           05 SORD-REQ-AMOUNT        PIC 9(13)V99.
           05 SORD-REQ-FREQ          PIC X(1).
           05 SORD-REQ-NEXT-DATE     PIC 9(8).
           05 SORD-REQ-END-DATE      PIC 9(8).
      *SORD-REQ-*-DVZ, MNT-FILE-DVZ gibi saysal ya da ISO alfa kodu
      *tayabilir. CHANGE talebinde yalnz tutar, sklk, sradaki
      *vade ve son ödeme tarihi deitirilebilir: sfr braklan
      *tutar/tarih ve boluk braklan sklk talimatta olduu gibi
      *korunur; hesaplar deitirmek için talimat iptal edilip yenisi
      *eklenir. Eklemede sfr son ödeme tarihi süresiz talimat
      *demektir.
       FD  SORD-FILE.
           COPY SORDREC.
       FD  IDX-FILE.
           COPY IDXREC.
       FD  SORD-AUD RECORDING MODE F.
         01 SORD-AUD-MEMBERS.
           05 SORD-AUD-ACTION        PIC X(1).
           05 SORD-AUD-RUN-DATE      PIC 9(8).
           05 SORD-AUD-NO            PIC 9(5).
           05 SORD-AUD-BEFORE.
             10 SORD-AUD-BEF-DR-ID   PIC 9(5).
             10 SORD-AUD-BEF-DR-DVZ  PIC 9(3).
             10 SORD-AUD-BEF-CR-ID   PIC 9(5).
             10 SORD-AUD-BEF-CR-DVZ  PIC 9(3).
             10 SORD-AUD-BEF-AMOUNT  PIC 9(13)V99.
             10 SORD-AUD-BEF-FREQ    PIC X(1).
             10 SORD-AUD-BEF-NEXT    PIC 9(8).
             10 SORD-AUD-BEF-END     PIC 9(8).
             10 SORD-AUD-BEF-STATUS  PIC X(1).
           05 SORD-AUD-AFTER.
             10 SORD-AUD-AFT-DR-ID   PIC 9(5).
             10 SORD-AUD-AFT-DR-DVZ  PIC 9(3).
             10 SORD-AUD-AFT-CR-ID   PIC 9(5).
             10 SORD-AUD-AFT-CR-DVZ  PIC 9(3).
             10 SORD-AUD-AFT-AMOUNT  PIC 9(13)V99.
             10 SORD-AUD-AFT-FREQ    PIC X(1).
             10 SORD-AUD-AFT-NEXT    PIC 9(8).
             10 SORD-AUD-AFT-END     PIC 9(8).
             10 SORD-AUD-AFT-STATUS  PIC X(1).
      *SORD-AUD-BEFORE, talep öncesi talimat; SORD-AUD-AFTER talep
      *sonras talimat tar. Eklemede önceki görüntü sfr/boluktur;
      *AUDIT-FILE ve CCYAUD kalbnn talimat için eidir.
       FD  SORD-REJ RECORDING MODE F.
         01 SORD-REJ-MEMBERS.
           05 SORD-REJ-ACTION        PIC X(1).
           05 SORD-REJ-NO            PIC 9(5).
           05 SORD-REJ-REASON        PIC X(1).
      *SORD-REJ-REASON: 'D' eklemede yinelenen talimat numaras, 'X'
      *deiiklik/iptalde bulunamayan ya da etkin olmayan talimat, 'C'
      *çevrilemeyen ya da pasif para birimi veya farkl para
      *birimindeki bacaklar, 'N' IDX-FILE'da bulunamayan hesap, 'S'
      *borç ve alacak bacanda ayn hesap, 'M' sfr tutar, 'F'
      *tannmayan sklk kodu, 'V' geçersiz ya da geçmi vade veya
      *vadeden önceki son ödeme tarihi, 'P' sonucu beklenen bacaklar
      *olan talimatta deiiklik, 'A' tannmayan ilem kodu;
      *MNTREJ-FILE'daki kodlamayla ayn çizgidedir.
       FD  CCY-MST RECORDING MODE F.
           COPY CCYMREC.
       WORKING-STORAGE SECTION.
       01  CONTROL-STATEMENTS.
         05 CHECK-FILE-REQ         PIC 9(2).
           88 REQ-FILE-SUCCESS     VALUE 00 97.
           88 REQ-FILE-EOF         VALUE 10.
         05 CHECK-FILE-SORD        PIC 9(2).
           88 SORD-FILE-SUCCESS    VALUE 00 05 97.
         05 CHECK-FILE-INDEX       PIC 9(2).
           88 INDEX-FILE-SUCCESS   VALUE 00 97.
         05 CHECK-FILE-AUDIT       PIC 9(2).
           88 AUDIT-FILE-SUCCESS   VALUE 00 97.
         05 CHECK-FILE-REJECT      PIC 9(2).
           88 REJECT-FILE-SUCCESS  VALUE 00 97.
         05 CHECK-FILE-CCYM        PIC 9(2).
           88 CCYM-FILE-SUCCESS    VALUE 00 97.
           88 CCYM-FILE-EOF        VALUE 10.
       01  CONTROL-TOTALS.
         05 WS-ADD-COUNT           PIC 9(7) VALUE 0.
         05 WS-CHANGE-COUNT        PIC 9(7) VALUE 0.
         05 WS-CANCEL-COUNT        PIC 9(7) VALUE 0.
         05 WS-REJECT-COUNT        PIC 9(7) VALUE 0.
       01  MAINT-WORK-FIELDS.
         05 WS-RUN-DATE            PIC 9(8).
         05 WS-LEG-STATE-SW        PIC X(1).
           88 LEGS-USABLE             VALUE 'Y'.
           88 LEG-BAD-CURRENCY        VALUE 'C'.
           88 LEG-NO-ACCOUNT          VALUE 'N'.
           88 LEG-SAME-ACCOUNT        VALUE 'S'.
         05 WS-DR-ID               PIC 9(5).
         05 WS-DR-DVZ              PIC 9(3).
         05 WS-CR-ID               PIC 9(5).
         05 WS-CR-DVZ              PIC 9(3).
         05 WS-NEW-AMOUNT          PIC 9(13)V99.
         05 WS-NEW-FREQ            PIC X(1).
           88 NEW-FREQ-VALID          VALUE 'D' 'W' 'M' 'Q' 'Y'.
         05 WS-NEW-NEXT            PIC 9(8).
         05 WS-NEW-NEXT-R REDEFINES WS-NEW-NEXT.
           10 WS-NEW-NEXT-YYYY     PIC 9(4).
           10 WS-NEW-NEXT-MM       PIC 9(2).
           10 WS-NEW-NEXT-DD       PIC 9(2).
         05 WS-NEW-END             PIC 9(8).
         05 WS-NEW-END-R REDEFINES WS-NEW-END.
           10 WS-NEW-END-YYYY      PIC 9(4).
           10 WS-NEW-END-MM        PIC 9(2).
           10 WS-NEW-END-DD        PIC 9(2).
         05 WS-NEXT-GIVEN-SW       PIC X(1).
           88 NEXT-DATE-GIVEN         VALUE 'Y'.
         05 WS-DATES-VALID-SW      PIC X(1).
           88 REQ-DATES-VALID         VALUE 'Y'.
      *WS-RUN-DATE, her denetim kaydna yazlan çalma tarihidir.
      *WS-LEG-STATE-SW, iki bacan dorulama sonucunu; WS-DR-*/
      *WS-CR-* çevrilmi hesap anahtarlarn tutar. WS-NEW-*, eklemede
      *talepten, deiiklikte talep ile talimatn birletirilmesinden
      *gelen ve dorulandktan sonra talimata yazlacak deerlerdir.
      *WS-NEXT-GIVEN-SW, sradaki vadenin talepte verildiini
      *gösterir: yalnz verilen vade çalma tarihinden önce olamaz,
      *yeniden denenen bir ödemenin geçmi vadesi olduu gibi kalr.
       01  DATE-CHECK-FIELDS.
         05 WS-CHECK-YYYY          PIC 9(4).
         05 WS-CHECK-MM            PIC 9(2).
         05 WS-CHECK-DD            PIC 9(2).
         05 WS-CHECK-VALID-SW      PIC X(1).
           88 CHECK-DATE-VALID        VALUE 'Y'.
         05 WS-MAX-DAY             PIC 9(2).
      *DAYCALCU'nun H309/H310 takvim dorulamasnn buradaki ei.
       01  CURRENCY-WORK-FIELDS.
         05 WS-LOOKUP-DVZ          PIC X(3).
         05 WS-TRANSLATED-DVZ      PIC S9(3).
       COPY CURRENCY.
       PROCEDURE DIVISION.
       0001-MAIN-PROCESS.
           PERFORM H100-OPEN-FILES.
           PERFORM H300-MAINTAIN UNTIL REQ-FILE-EOF.
           PERFORM H999-EXIT.
       0001-END. EXIT.
      *Ana akş: dosyalar açlr, SORD-REQ'daki her talep
      *H300-MAINTAIN ile dorulanp uygulanr, sonda kontrol
      *toplamlar görüntülenip dosyalar kapatlr.
       H100-OPEN-FILES.
           OPEN INPUT  SORD-REQ.
           OPEN I-O    SORD-FILE.
           OPEN INPUT  IDX-FILE.
           OPEN OUTPUT SORD-AUD.
           OPEN OUTPUT SORD-REJ.
           PERFORM H110-FILE-CONTROL.
           PERFORM H130-LOAD-CURRENCY.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           READ SORD-REQ.
       H100-END. EXIT.
      *-----
       H110-FILE-CONTROL.
           IF (CHECK-FILE-REQ NOT = 97) AND (CHECK-FILE-REQ NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-REQ
              PERFORM H999-EXIT
           END-IF.
           IF NOT SORD-FILE-SUCCESS
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-SORD
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-INDEX NOT = 97) AND (CHECK-FILE-INDEX NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-INDEX
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-AUDIT NOT = 97) AND (CHECK-FILE-AUDIT NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-AUDIT
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-REJECT NOT = 97) AND
      -       (CHECK-FILE-REJECT NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-REJECT
              PERFORM H999-EXIT
           END-IF.
       H110-END. EXIT.
      *SORD-FILE açlnda 05, OPTIONAL dosyann bu koşuda (ilk
      *koşu) yaratldn gösterir ve hata deildir.
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
              DISPLAY "SORDMNT ABORTED - CURRENCY MASTER EMPTY"
              PERFORM H999-EXIT
           END-IF.
       H130-END. EXIT.
      *CURRENCY tablosu CCY-MST para birimi ana dosyasndan yüklenir;
      *dosya açlamaz ya da bo gelirse hiçbir bacak
      *dorulanamayacandan koşu durdurulur.
       H135-LOAD-ONE-CCY.
           IF WS-CCY-TBL-COUNT < 50
              ADD 1 TO WS-CCY-TBL-COUNT
              SET CCY-IDX TO WS-CCY-TBL-COUNT
              MOVE CCY-MST-ALPHA   TO WS-CCY-ALPHA (CCY-IDX)
              MOVE CCY-MST-NUMERIC TO WS-CCY-NUMERIC (CCY-IDX)
              MOVE CCY-MST-MINOR   TO WS-CCY-MINOR (CCY-IDX)
              MOVE CCY-MST-STATUS  TO WS-CCY-STATUS (CCY-IDX)
           ELSE
              DISPLAY "SORDMNT ABORTED - CURRENCY TABLE FULL"
              PERFORM H999-EXIT
           END-IF.
           READ CCY-MST.
       H135-END. EXIT.
      *Pasif para birimleri de yüklenir ama arama CCY-ENTRY-ACTIVE
      *kouluyla snrldr: pasif para biriminde talimat eklenemez.
       H300-MAINTAIN.
           MOVE SORD-REQ-NO TO SORD-FILE-NO.
           EVALUATE TRUE
              WHEN SORD-REQ-ADD
                 PERFORM H310-ADD-ORDER
              WHEN SORD-REQ-CHANGE
                 PERFORM H320-CHANGE-ORDER
              WHEN SORD-REQ-CANCEL
                 PERFORM H330-CANCEL-ORDER
              WHEN OTHER
                 PERFORM BAD-ACTION-RECORD
           END-EVALUATE.
       H300-END. EXIT.
      *-----
       H305-TRANSLATE-CURRENCY.
           MOVE 'N' TO WS-CCY-FOUND-SW.
           SET CCY-IDX TO 1.
           IF WS-LOOKUP-DVZ IS NUMERIC
              COMPUTE WS-TRANSLATED-DVZ =
                 FUNCTION NUMVAL (WS-LOOKUP-DVZ)
              SEARCH WS-CCY-ENTRY
                 AT END
                    MOVE 'N' TO WS-CCY-FOUND-SW
                 WHEN CCY-IDX > WS-CCY-TBL-COUNT
                    MOVE 'N' TO WS-CCY-FOUND-SW
                 WHEN WS-CCY-NUMERIC (CCY-IDX) = WS-TRANSLATED-DVZ AND
                      CCY-ENTRY-ACTIVE (CCY-IDX)
                    MOVE 'Y' TO WS-CCY-FOUND-SW
              END-SEARCH
           ELSE
              SEARCH WS-CCY-ENTRY
                 AT END
                    MOVE 'N' TO WS-CCY-FOUND-SW
                 WHEN CCY-IDX > WS-CCY-TBL-COUNT
                    MOVE 'N' TO WS-CCY-FOUND-SW
                 WHEN WS-CCY-ALPHA (CCY-IDX) = WS-LOOKUP-DVZ AND
                      CCY-ENTRY-ACTIVE (CCY-IDX)
                    MOVE WS-CCY-NUMERIC (CCY-IDX) TO WS-TRANSLATED-DVZ
                    MOVE 'Y' TO WS-CCY-FOUND-SW
              END-SEARCH
           END-IF.
       H305-END. EXIT.
      *ACCTMNT'deki H305'in bacak bana kullanlan eidir; aranacak
      *kod WS-LOOKUP-DVZ'ye konularak çarlr.
       H310-ADD-ORDER.
           PERFORM H340-CHECK-LEGS.
           MOVE SORD-REQ-AMOUNT    TO WS-NEW-AMOUNT.
           MOVE SORD-REQ-FREQ      TO WS-NEW-FREQ.
           MOVE SORD-REQ-NEXT-DATE TO WS-NEW-NEXT.
           MOVE SORD-REQ-END-DATE  TO WS-NEW-END.
           MOVE 'Y' TO WS-NEXT-GIVEN-SW.
           PERFORM H314-CHECK-DATES.
           EVALUATE TRUE
              WHEN LEG-BAD-CURRENCY
                 PERFORM BAD-CURRENCY-RECORD
              WHEN LEG-SAME-ACCOUNT
                 PERFORM SAME-ACCOUNT-RECORD
              WHEN LEG-NO-ACCOUNT
                 PERFORM NO-ACCOUNT-RECORD
              WHEN WS-NEW-AMOUNT = 0
                 PERFORM ZERO-AMOUNT-RECORD
              WHEN NOT NEW-FREQ-VALID
                 PERFORM BAD-FREQ-RECORD
              WHEN NOT REQ-DATES-VALID
                 PERFORM BAD-DATE-RECORD
              WHEN OTHER
                 PERFORM H312-WRITE-ORDER
           END-EVALUATE.
       H310-END. EXIT.
      *Dorulamalar bacaklardan tarihlere doru sralanr ve talep
      *ilk tutmayan koulun kodu ile reddedilir.
       H312-WRITE-ORDER.
           MOVE WS-DR-ID        TO SORD-DR-ID.
           MOVE WS-DR-DVZ       TO SORD-DR-DVZ.
           MOVE WS-CR-ID        TO SORD-CR-ID.
           MOVE WS-CR-DVZ       TO SORD-CR-DVZ.
           MOVE WS-NEW-AMOUNT   TO SORD-AMOUNT.
           MOVE WS-NEW-FREQ     TO SORD-FREQ.
           MOVE WS-NEW-NEXT-DD  TO SORD-ANCHOR-DD.
           MOVE WS-NEW-NEXT     TO SORD-NEXT-DATE.
           MOVE WS-NEW-END      TO SORD-END-DATE.
           MOVE 'A'             TO SORD-STATUS.
           MOVE 'N'             TO SORD-PEND-SW.
           MOVE 0               TO SORD-PEND-DATE.
           MOVE SPACE           TO SORD-LEG-REASON.
           MOVE 0               TO SORD-RETRY-COUNT.
           MOVE 0               TO SORD-LAST-PAID-DATE.
           WRITE SORD-FILE-MEMBERS
              INVALID KEY PERFORM DUPLICATE-RECORD
              NOT INVALID KEY
                 MOVE 0 TO SORD-AUD-BEF-DR-ID SORD-AUD-BEF-DR-DVZ
                           SORD-AUD-BEF-CR-ID SORD-AUD-BEF-CR-DVZ
                           SORD-AUD-BEF-AMOUNT SORD-AUD-BEF-NEXT
                           SORD-AUD-BEF-END
                 MOVE SPACES TO SORD-AUD-BEF-FREQ SORD-AUD-BEF-STATUS
                 PERFORM H355-SNAP-AFTER
                 MOVE 'A' TO SORD-AUD-ACTION
                 PERFORM H360-WRITE-AUDIT
                 ADD 1 TO WS-ADD-COUNT
                 READ SORD-REQ
           END-WRITE.
       H312-END. EXIT.
      *Aylk/üç aylk/yllk talimatn ödeme günü (SORD-ANCHOR-DD) ilk
      *vadenin gününden alnr; SORDGEN vadeyi ilerletirken ksa
      *aylarda ayn son gününe çeker, sonraki ayda yine bu güne
      *döner.
       H314-CHECK-DATES.
           MOVE 'Y' TO WS-DATES-VALID-SW.
           MOVE WS-NEW-NEXT-YYYY TO WS-CHECK-YYYY.
           MOVE WS-NEW-NEXT-MM   TO WS-CHECK-MM.
           MOVE WS-NEW-NEXT-DD   TO WS-CHECK-DD.
           PERFORM H316-VALIDATE-CALENDAR-DATE.
           IF NOT CHECK-DATE-VALID
              MOVE 'N' TO WS-DATES-VALID-SW
           END-IF.
           IF NEXT-DATE-GIVEN AND WS-NEW-NEXT < WS-RUN-DATE
              MOVE 'N' TO WS-DATES-VALID-SW
           END-IF.
           IF WS-NEW-END NOT = 0
              MOVE WS-NEW-END-YYYY TO WS-CHECK-YYYY
              MOVE WS-NEW-END-MM   TO WS-CHECK-MM
              MOVE WS-NEW-END-DD   TO WS-CHECK-DD
              PERFORM H316-VALIDATE-CALENDAR-DATE
              IF NOT CHECK-DATE-VALID OR WS-NEW-END < WS-NEW-NEXT
                 MOVE 'N' TO WS-DATES-VALID-SW
              END-IF
           END-IF.
       H314-END. EXIT.
      *Sradaki vade takvimsel olarak var olmal ve talepte
      *verildiyse çalma tarihinden önce olmamaldr; son ödeme
      *tarihi verildiyse geçerli olmal ve vadeden önce olmamaldr.
       H316-VALIDATE-CALENDAR-DATE.
           MOVE 'Y' TO WS-CHECK-VALID-SW.
           IF WS-CHECK-YYYY < 1900 OR WS-CHECK-MM < 01 OR
              WS-CHECK-MM > 12 OR WS-CHECK-DD < 01
              MOVE 'N' TO WS-CHECK-VALID-SW
           ELSE
              PERFORM H317-SET-MAX-DAY
              IF WS-CHECK-DD > WS-MAX-DAY
                 MOVE 'N' TO WS-CHECK-VALID-SW
              END-IF
           END-IF.
       H316-END. EXIT.
       H317-SET-MAX-DAY.
           EVALUATE WS-CHECK-MM
              WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08 WHEN 10 WHEN 12
                 MOVE 31 TO WS-MAX-DAY
              WHEN 04 WHEN 06 WHEN 09 WHEN 11
                 MOVE 30 TO WS-MAX-DAY
              WHEN 02
                 IF FUNCTION MOD(WS-CHECK-YYYY, 400) = 0
                    MOVE 29 TO WS-MAX-DAY
                 ELSE
                    IF FUNCTION MOD(WS-CHECK-YYYY, 100) = 0
                       MOVE 28 TO WS-MAX-DAY
                    ELSE
                       IF FUNCTION MOD(WS-CHECK-YYYY, 4) = 0
                          MOVE 29 TO WS-MAX-DAY
                       ELSE
                          MOVE 28 TO WS-MAX-DAY
                       END-IF
                    END-IF
                 END-IF
           END-EVALUATE.
       H317-END. EXIT.
      *ACCTMNT'deki H316/H317'nin ei; artk yl kural (400/100/4)
      *birebir ayndr.
       H320-CHANGE-ORDER.
           READ SORD-FILE KEY IS SORD-FILE-NO
              INVALID KEY PERFORM WRONG-RECORD
              NOT INVALID KEY
                 PERFORM H325-APPLY-CHANGE
           END-READ.
       H320-END. EXIT.
      *-----
       H325-APPLY-CHANGE.
           EVALUATE TRUE
              WHEN NOT SORD-ACTIVE
                 PERFORM WRONG-RECORD
              WHEN NOT SORD-NOT-PENDING
                 PERFORM PENDING-RECORD
              WHEN OTHER
                 PERFORM H326-MERGE-CHANGE
           END-EVALUATE.
       H325-END. EXIT.
      *ptal edilmi ya da süresi dolmu talimat deitirilemez.
      *Bacaklar TXNPOST'a sunulmu ve sonucu henüz SORDGEN'e
      *dönmemi talimatta tutar ya da vade deiirse SORDGEN'in
      *ödemeyi kapatrken ilerletecei vade kayar; talep bu yüzden
      *'P' ile reddedilir ve bir sonraki gün yeniden verilir.
       H326-MERGE-CHANGE.
           PERFORM H350-SNAP-BEFORE.
           MOVE SORD-AMOUNT    TO WS-NEW-AMOUNT.
           MOVE SORD-FREQ      TO WS-NEW-FREQ.
           MOVE SORD-NEXT-DATE TO WS-NEW-NEXT.
           MOVE SORD-END-DATE  TO WS-NEW-END.
           MOVE 'N' TO WS-NEXT-GIVEN-SW.
           IF SORD-REQ-AMOUNT NOT = 0
              MOVE SORD-REQ-AMOUNT TO WS-NEW-AMOUNT
           END-IF.
           IF SORD-REQ-FREQ NOT = SPACE
              MOVE SORD-REQ-FREQ TO WS-NEW-FREQ
           END-IF.
           IF SORD-REQ-NEXT-DATE NOT = 0
              MOVE SORD-REQ-NEXT-DATE TO WS-NEW-NEXT
              MOVE 'Y' TO WS-NEXT-GIVEN-SW
           END-IF.
           IF SORD-REQ-END-DATE NOT = 0
              MOVE SORD-REQ-END-DATE TO WS-NEW-END
           END-IF.
           PERFORM H314-CHECK-DATES.
           EVALUATE TRUE
              WHEN NOT NEW-FREQ-VALID
                 PERFORM BAD-FREQ-RECORD
              WHEN NOT REQ-DATES-VALID
                 PERFORM BAD-DATE-RECORD
              WHEN OTHER
                 PERFORM H328-REWRITE-CHANGE
           END-EVALUATE.
       H326-END. EXIT.
      *Talepte boluk/sfr braklan alanlar talimattaki deerle
      *doldurulur ve birletirilmi görüntü eklemedeki kurallarla
      *yeniden dorulanr.
       H328-REWRITE-CHANGE.
           MOVE WS-NEW-AMOUNT TO SORD-AMOUNT.
           MOVE WS-NEW-FREQ   TO SORD-FREQ.
           IF NEXT-DATE-GIVEN
              MOVE WS-NEW-NEXT    TO SORD-NEXT-DATE
              MOVE WS-NEW-NEXT-DD TO SORD-ANCHOR-DD
              MOVE 0              TO SORD-RETRY-COUNT
           END-IF.
           MOVE WS-NEW-END    TO SORD-END-DATE.
           REWRITE SORD-FILE-MEMBERS.
           PERFORM H355-SNAP-AFTER.
           MOVE 'C' TO SORD-AUD-ACTION.
           PERFORM H360-WRITE-AUDIT.
           ADD 1 TO WS-CHANGE-COUNT.
           READ SORD-REQ.
       H328-END. EXIT.
      *Yeni vade verildiinde ödeme günü de ondan alnr ve yeniden
      *deneme says sfrlanr: eski vadenin denemeleri yeni vadeye
      *tanmaz.
       H330-CANCEL-ORDER.
           READ SORD-FILE KEY IS SORD-FILE-NO
              INVALID KEY PERFORM WRONG-RECORD
              NOT INVALID KEY
                 PERFORM H335-APPLY-CANCEL
           END-READ.
       H330-END. EXIT.
      *-----
       H335-APPLY-CANCEL.
           IF NOT SORD-ACTIVE
              PERFORM WRONG-RECORD
           ELSE
              PERFORM H350-SNAP-BEFORE
              MOVE 'X' TO SORD-STATUS
              REWRITE SORD-FILE-MEMBERS
              PERFORM H355-SNAP-AFTER
              MOVE 'X' TO SORD-AUD-ACTION
              PERFORM H360-WRITE-AUDIT
              ADD 1 TO WS-CANCEL-COUNT
              READ SORD-REQ
           END-IF.
       H335-END. EXIT.
      *ptal, talimat dosyadan silmez; 'X' durumuna alr ki SORDGEN
      *o gece sonucu beklenen bacaklar yine de kapatabilsin (ters
      *kayt gerekiyorsa üretebilsin) ve geçmi denetlenebilir kalsn.
       H340-CHECK-LEGS.
           MOVE 'Y' TO WS-LEG-STATE-SW.
           MOVE SORD-REQ-DR-DVZ TO WS-LOOKUP-DVZ.
           PERFORM H305-TRANSLATE-CURRENCY.
           IF CCY-FOUND
              MOVE WS-TRANSLATED-DVZ TO WS-DR-DVZ
           ELSE
              MOVE 'C' TO WS-LEG-STATE-SW
           END-IF.
           MOVE SORD-REQ-CR-DVZ TO WS-LOOKUP-DVZ.
           PERFORM H305-TRANSLATE-CURRENCY.
           IF CCY-FOUND
              MOVE WS-TRANSLATED-DVZ TO WS-CR-DVZ
           ELSE
              MOVE 'C' TO WS-LEG-STATE-SW
           END-IF.
           IF LEGS-USABLE AND WS-DR-DVZ NOT = WS-CR-DVZ
              MOVE 'C' TO WS-LEG-STATE-SW
           END-IF.
           IF LEGS-USABLE
              IF SORD-REQ-DR-ID IS NUMERIC AND
                 SORD-REQ-CR-ID IS NUMERIC
                 COMPUTE WS-DR-ID = FUNCTION NUMVAL (SORD-REQ-DR-ID)
                 COMPUTE WS-CR-ID = FUNCTION NUMVAL (SORD-REQ-CR-ID)
                 IF WS-DR-ID = WS-CR-ID
                    MOVE 'S' TO WS-LEG-STATE-SW
                 ELSE
                    PERFORM H345-READ-LEGS
                 END-IF
              ELSE
                 MOVE 'N' TO WS-LEG-STATE-SW
              END-IF
           END-IF.
       H340-END. EXIT.
      *ki bacak ayn para biriminde olmaldr: SORDGEN kur
      *dönüümü yapmaz, tutar iki hesaba da ayn birimde uygulanr.
       H345-READ-LEGS.
           MOVE WS-DR-ID  TO IDX-FILE-ID.
           MOVE WS-DR-DVZ TO IDX-FILE-DVZ.
           READ IDX-FILE KEY IS IDX-FILE-KEY
              INVALID KEY MOVE 'N' TO WS-LEG-STATE-SW
           END-READ.
           MOVE WS-CR-ID  TO IDX-FILE-ID.
           MOVE WS-CR-DVZ TO IDX-FILE-DVZ.
           READ IDX-FILE KEY IS IDX-FILE-KEY
              INVALID KEY MOVE 'N' TO WS-LEG-STATE-SW
           END-READ.
       H345-END. EXIT.
      *ki hesap da talimat eklenirken IDX-FILE'da bulunmaldr;
      *sonradan kapatlan ya da arive alnan hesab SORDGEN her
      *gece yeniden arar.
       H350-SNAP-BEFORE.
           MOVE SORD-DR-ID     TO SORD-AUD-BEF-DR-ID.
           MOVE SORD-DR-DVZ    TO SORD-AUD-BEF-DR-DVZ.
           MOVE SORD-CR-ID     TO SORD-AUD-BEF-CR-ID.
           MOVE SORD-CR-DVZ    TO SORD-AUD-BEF-CR-DVZ.
           MOVE SORD-AMOUNT    TO SORD-AUD-BEF-AMOUNT.
           MOVE SORD-FREQ      TO SORD-AUD-BEF-FREQ.
           MOVE SORD-NEXT-DATE TO SORD-AUD-BEF-NEXT.
           MOVE SORD-END-DATE  TO SORD-AUD-BEF-END.
           MOVE SORD-STATUS    TO SORD-AUD-BEF-STATUS.
       H350-END. EXIT.
      *-----
       H355-SNAP-AFTER.
           MOVE SORD-DR-ID     TO SORD-AUD-AFT-DR-ID.
           MOVE SORD-DR-DVZ    TO SORD-AUD-AFT-DR-DVZ.
           MOVE SORD-CR-ID     TO SORD-AUD-AFT-CR-ID.
           MOVE SORD-CR-DVZ    TO SORD-AUD-AFT-CR-DVZ.
           MOVE SORD-AMOUNT    TO SORD-AUD-AFT-AMOUNT.
           MOVE SORD-FREQ      TO SORD-AUD-AFT-FREQ.
           MOVE SORD-NEXT-DATE TO SORD-AUD-AFT-NEXT.
           MOVE SORD-END-DATE  TO SORD-AUD-AFT-END.
           MOVE SORD-STATUS    TO SORD-AUD-AFT-STATUS.
       H355-END. EXIT.
      *-----
       H360-WRITE-AUDIT.
           MOVE WS-RUN-DATE  TO SORD-AUD-RUN-DATE.
           MOVE SORD-FILE-NO TO SORD-AUD-NO.
           WRITE SORD-AUD-MEMBERS.
       H360-END. EXIT.
      *-----
       BAD-CURRENCY-RECORD.
           DISPLAY 'BAD CURRENCY ON LEGS ' SORD-REQ-DR-DVZ
                   ' / ' SORD-REQ-CR-DVZ ' FOR ORDER ' SORD-REQ-NO.
           MOVE 'C' TO SORD-REJ-REASON.
           PERFORM H370-WRITE-REJECT.
       BAD-CURRENCY-END. EXIT.
      *-----
       SAME-ACCOUNT-RECORD.
           DISPLAY 'SAME ACCOUNT ON BOTH LEGS FOR ORDER ' SORD-REQ-NO.
           MOVE 'S' TO SORD-REJ-REASON.
           PERFORM H370-WRITE-REJECT.
       SAME-ACCOUNT-END. EXIT.
      *-----
       NO-ACCOUNT-RECORD.
           DISPLAY 'LEG ACCOUNT NOT ON FILE ' IDX-FILE-KEY
                   ' FOR ORDER ' SORD-REQ-NO.
           MOVE 'N' TO SORD-REJ-REASON.
           PERFORM H370-WRITE-REJECT.
       NO-ACCOUNT-END. EXIT.
      *-----
       ZERO-AMOUNT-RECORD.
           DISPLAY 'ZERO AMOUNT FOR ORDER ' SORD-REQ-NO.
           MOVE 'M' TO SORD-REJ-REASON.
           PERFORM H370-WRITE-REJECT.
       ZERO-AMOUNT-END. EXIT.
      *-----
       BAD-FREQ-RECORD.
           DISPLAY 'UNKNOWN FREQUENCY CODE' SORD-REQ-FREQ
                   ' FOR ORDER ' SORD-REQ-NO.
           MOVE 'F' TO SORD-REJ-REASON.
           PERFORM H370-WRITE-REJECT.
       BAD-FREQ-END. EXIT.
      *-----
       BAD-DATE-RECORD.
           DISPLAY 'BAD DATE ' SORD-REQ-NEXT-DATE ' / '
                   SORD-REQ-END-DATE ' FOR ORDER ' SORD-REQ-NO.
           MOVE 'V' TO SORD-REJ-REASON.
           PERFORM H370-WRITE-REJECT.
       BAD-DATE-END. EXIT.
      *-----
       DUPLICATE-RECORD.
           DISPLAY 'DUPLICATE ORDER ON ADD ' SORD-REQ-NO.
           MOVE 'D' TO SORD-REJ-REASON.
           PERFORM H370-WRITE-REJECT.
       DUPLICATE-END. EXIT.
      *-----
       WRONG-RECORD.
           DISPLAY 'WRONG ORDER ' SORD-REQ-NO.
           MOVE 'X' TO SORD-REJ-REASON.
           PERFORM H370-WRITE-REJECT.
       WRONG-END. EXIT.
      *-----
       PENDING-RECORD.
           DISPLAY 'ORDER HAS LEGS IN FLIGHT ' SORD-REQ-NO.
           MOVE 'P' TO SORD-REJ-REASON.
           PERFORM H370-WRITE-REJECT.
       PENDING-END. EXIT.
      *-----
       BAD-ACTION-RECORD.
           DISPLAY 'UNKNOWN ACTION CODE' SORD-REQ-ACTION
                   ' FOR ORDER ' SORD-REQ-NO.
           MOVE 'A' TO SORD-REJ-REASON.
           PERFORM H370-WRITE-REJECT.
       BAD-ACTION-END. EXIT.
      *-----
       H370-WRITE-REJECT.
           MOVE SORD-REQ-ACTION TO SORD-REJ-ACTION.
           MOVE SORD-REQ-NO     TO SORD-REJ-NO.
           WRITE SORD-REJ-MEMBERS.
           ADD 1 TO WS-REJECT-COUNT.
           READ SORD-REQ.
       H370-END. EXIT.
      *Ret nedeni, çaran paragraf tarafndan SORD-REJ-REASON'a konur;
      *burada ortak alanlar doldurulur, kayt yazlr ve bir sonraki
      *talep okunur.
       H999-EXIT.
           DISPLAY 'ORDER TOTALS - ADDED: ' WS-ADD-COUNT
                   ' CHANGED: ' WS-CHANGE-COUNT
                   ' CANCELLED: ' WS-CANCEL-COUNT
                   ' REJECTED: ' WS-REJECT-COUNT.
           CLOSE SORD-REQ.
           CLOSE SORD-FILE.
           CLOSE IDX-FILE.
           CLOSE SORD-AUD.
           CLOSE SORD-REJ.
           STOP RUN.
       H999-END. EXIT.
