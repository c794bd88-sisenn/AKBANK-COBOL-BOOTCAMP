       IDENTIFICATION DIVISION.
       PROGRAM-ID. SORDGEN.
       AUTHOR.     SINEM SEN.
      *----
      *SORDGEN, düzenli ödeme talimatlarnn gece üreticisidir.
      *SORD-FILE batan sona taranr; vadesi gelmi her etkin talimat
      *için borç hesabna 'D', alacak hesabna 'C' baca TXN-FILE'a
      *yazlr. Dosya ube beslemesiyle ayn düzendedir: 'BHD' balk
      *(ube 'SORD'), detaylar ve 'BTR' kuyruk; TXNPOST onu dier
      *ube dosyalar gibi kuyrua kar dorulayp uygular. Her
      *bacan referans 'SD'/'SC' + talimat numaras + üretim
      *gününün YYGGG'sidir; sonraki gece önceki gecenin TXNREJ-FILE'
      *okunup hangi bacan dütüü bu referanstan bulunur. Ret
      *almayan ödeme ancak iki baca da TXNPOST'un TXNREG-FILE
      *defterinde uygulanm ('P') ya da sonradan iptal edilmi ('R')
      *bulunursa ödenmi saylp vade ilerletilir; defterde
      *bulunmayan bacak ('N') TXNPOST'un komadn ya da dosyay
      *toptan reddettiini gösterir ve ödeme yetersiz bakiye gibi
      *yeniden denenir. Borç
      *baca yetersiz bakiyeyle ('I') düen ödeme, alacak baca
      *'R' iptal kaydyla geri alnarak SORDCTL'deki gün says
      *boyunca her gece yeniden denenir, süre dolunca baarsz
      *raporlanr; baka nedenle düen ödeme ilk seferde baarsz
      *saylr. Bacaklar yazlmadan önce borç hesabnn bakiye +
      *onayl limiti, bu gece ayn hesaba üretilmi dier borç
      *bacaklar düülerek ön denetimden geçirilir. Dondurulmu ('F')
      *ya da borca kapatlm ('K') hesaptan ödeme ilk seferde
      *baarsz saylr; bloke tutar yüzünden ('H') düen ödeme,
      *bloke kalkabilecei için yetersiz bakiye gibi yeniden denenir.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SORD-FILE ASSIGN TO SORDFILE
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
           SELECT OPTIONAL TXNREJ-FILE ASSIGN TO TXNREJ
                           STATUS CHECK-FILE-REJECT.
           SELECT OPTIONAL TXNREG-FILE ASSIGN TO TXNREG
                           ORGANIZATION IS INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY TXNREG-REF
                           STATUS CHECK-FILE-REG.
           SELECT TXN-FILE ASSIGN TO TXNFILE
                           STATUS CHECK-FILE-TXN.
           SELECT SORD-RPT ASSIGN TO SORDRPT
                           STATUS CHECK-FILE-RPT.
           SELECT OPTIONAL SORD-CTL ASSIGN TO SORDCTL
                           STATUS CHECK-FILE-CTL.
           SELECT OPTIONAL RUN-LOG ASSIGN TO RUNLOG
                           STATUS CHECK-FILE-RLOG.
      *TXNREJ-FILE, bir önceki gecenin TXNPOST ret dosyasdr; ilk
      *gece bulunmaz, SELECT bu yüzden OPTIONAL'dr. TXNREG-FILE,
      *TXNPOST'un uygulanm hareket defteridir ve yalnz okunur;
      *TXNPOST hiç komamsa bulunmayabilir. SORD-CTL, yeniden
      *deneme penceresini gün olarak tayan istee bal kontrol
      *dosyasdr (BACK-CTL kalb).
      *----
       DATA DIVISION.
       FILE SECTION.
       FD  SORD-FILE.
           COPY SORDREC.
       FD  IDX-FILE.
           COPY IDXREC.
       FD  TXNREJ-FILE RECORDING MODE F.
         01 TXNREJ-FILE-MEMBERS.
           05 TXNREJ-FILE-ID         PIC X(5).
           05 TXNREJ-FILE-DVZ        PIC X(3).
           05 TXNREJ-FILE-DC         PIC X(1).
           05 TXNREJ-FILE-AMOUNT     PIC 9(13)V99.
           05 TXNREJ-FILE-REF        PIC X(12).
           05 TXNREJ-FILE-REF-R REDEFINES TXNREJ-FILE-REF.
             10 TXNREJ-REF-TYPE      PIC X(2).
               88 REF-ORDER-DEBIT        VALUE 'SD'.
               88 REF-ORDER-CREDIT       VALUE 'SC'.
               88 REF-ORDER-REVERSAL     VALUE 'SV'.
             10 TXNREJ-REF-NO        PIC 9(5).
             10 TXNREJ-REF-YYDDD     PIC 9(5).
           05 TXNREJ-FILE-REASON     PIC X(1).
           05 TXNREJ-FILE-ORIG-REF   PIC X(12).
      *TXNPOST'un TXNREJ-FILE düzeninin aynsdr. TXNREJ-FILE-REF-R,
      *bu programn ürettii referanslar tür ('SD' borç, 'SC' alacak
      *baca, 'SV' iptal), talimat numaras ve üretim gününe ayrr;
      *ube referanslar bu türlerle balamaz ve atlanr.
       FD  TXNREG-FILE.
         01 TXNREG-MEMBERS.
           05 TXNREG-REF             PIC X(12).
           05 TXNREG-DATE            PIC 9(8).
           05 TXNREG-ID              PIC 9(5).
           05 TXNREG-DVZ             PIC 9(3).
           05 TXNREG-DC              PIC X(1).
           05 TXNREG-AMOUNT          PIC 9(13)V99.
           05 TXNREG-STATUS          PIC X(1).
             88 REG-POSTED               VALUE 'P'.
             88 REG-REVERSED             VALUE 'R'.
             88 REG-REVERSAL-ENTRY       VALUE 'V'.
           05 TXNREG-LINK-REF        PIC X(12).
      *TXNPOST'un TXNREG-FILE düzeninin aynsdr. Bekleyen ödemenin
      *bacaklar defterde 'SD'/'SC' referanslaryla aranr; 'P'
      *uygulanm, 'R' uygulanp sonradan iptal edilmi bacaktr.
       FD  TXN-FILE RECORDING MODE F.
         01 TXN-FILE-MEMBERS.
           05 TXN-FILE-ID            PIC X(5).
           05 TXN-FILE-DVZ           PIC X(3).
           05 TXN-FILE-DC            PIC X(1).
           05 TXN-FILE-AMOUNT        PIC 9(13)V99.
           05 TXN-FILE-VALUE-DATE    PIC 9(8).
           05 TXN-FILE-REF           PIC X(12).
           05 TXN-FILE-ORIG-REF      PIC X(12).
         01 TXN-FILE-HEADER.
           05 TXN-HDR-ID             PIC X(3).
           05 TXN-HDR-BRANCH         PIC X(4).
           05 TXN-HDR-BUS-DATE       PIC 9(8).
           05 FILLER                 PIC X(41).
         01 TXN-FILE-TRAILER.
           05 TXN-TRL-ID             PIC X(3).
           05 TXN-TRL-COUNT          PIC 9(7).
           05 TXN-TRL-DEBIT-TOTAL    PIC 9(15)V99.
           05 TXN-TRL-CREDIT-TOTAL   PIC 9(15)V99.
           05 FILLER                 PIC X(12).
      *TXNPOST'un TXN-FILE düzeninin aynsdr. Bacaklarn valörü ve
      *baln i günü çalma tarihidir; kuyruk says ve toplamlar
      *TXNPOST'un ön dorulamasyla ayn kuralla ('D' borca, geri
      *kalan alacaa) biriktirilir.
       FD  SORD-RPT RECORDING MODE F.
         01 SORD-RPT-LINE             PIC X(80).
       FD  SORD-CTL RECORDING MODE F.
         01 SORD-CTL-REC              PIC 9(3).
       FD  RUN-LOG RECORDING MODE F.
           COPY RUNLOG.
       WORKING-STORAGE SECTION.
       01  CONTROL-STATEMENTS.
         05 CHECK-FILE-SORD        PIC 9(2).
           88 SORD-FILE-SUCCESS    VALUE 00 97.
           88 SORD-FILE-EOF        VALUE 10.
         05 CHECK-FILE-INDEX       PIC 9(2).
           88 INDEX-FILE-SUCCESS   VALUE 00 97.
         05 CHECK-FILE-REJECT      PIC 9(2).
           88 REJECT-FILE-OPENED   VALUE 00 05 97.
           88 REJECT-FILE-EOF      VALUE 10.
         05 CHECK-FILE-REG         PIC 9(2).
           88 REG-FILE-OPENED      VALUE 00 05 97.
         05 CHECK-FILE-TXN         PIC 9(2).
           88 TXN-FILE-SUCCESS     VALUE 00 97.
         05 CHECK-FILE-RPT         PIC 9(2).
           88 RPT-FILE-SUCCESS     VALUE 00 97.
         05 CHECK-FILE-CTL         PIC 9(2).
         05 CHECK-FILE-RLOG        PIC 9(2).
           88 CHECK-FILE-RLOG-ST   VALUE 00 05 97.
         05 WS-RUN-STATUS          PIC X(4) VALUE 'FAIL'.
       01  CONTROL-TOTALS.
         05 WS-READ-COUNT          PIC 9(7) VALUE 0.
         05 WS-GENERATED-COUNT     PIC 9(7) VALUE 0.
         05 WS-PAID-COUNT          PIC 9(7) VALUE 0.
         05 WS-RETRIED-COUNT       PIC 9(7) VALUE 0.
         05 WS-FAILED-COUNT        PIC 9(7) VALUE 0.
         05 WS-REVERSAL-COUNT      PIC 9(7) VALUE 0.
         05 WS-ENDED-COUNT         PIC 9(7) VALUE 0.
         05 WS-LEG-REJ-COUNT       PIC 9(7) VALUE 0.
         05 WS-UNMATCHED-COUNT     PIC 9(7) VALUE 0.
         05 WS-REV-REJ-COUNT       PIC 9(7) VALUE 0.
         05 WS-UNPOSTED-COUNT      PIC 9(7) VALUE 0.
         05 WS-TXN-COUNT           PIC 9(7) VALUE 0.
         05 WS-TXN-DEBIT           PIC 9(15)V99 VALUE 0.
         05 WS-TXN-CREDIT          PIC 9(15)V99 VALUE 0.
      *WS-LEG-REJ-COUNT, TXNREJ-FILE'da bekleyen bir ödemeye
      *eletirilen bacak retlerini; WS-UNMATCHED-COUNT, talimat
      *referans tayp bekleyen bir ödemeye elemeyen retleri;
      *WS-REV-REJ-COUNT, TXNPOST'un reddettii iptal kaytlarn
      *sayar. Son ikisi elle incelenmek üzere raporlanr.
      *WS-UNPOSTED-COUNT, bacaklarndan biri ya da ikisi TXNREG-FILE
      *defterinde bulunmayan bekleyen ödemeleri sayar. WS-TXN-*,
      *TXN-FILE'a yazlan detaylarn kuyruk deerleridir.
       01  GEN-WORK-FIELDS.
         05 WS-RUN-DATE            PIC 9(8).
         05 WS-RUN-DATE-INT        PIC 9(8).
         05 WS-RUN-YYDDD           PIC 9(5).
         05 WS-RETRY-DAYS          PIC 9(3) VALUE 3.
         05 WS-ELAPSED-DAYS        PIC S9(8).
         05 WS-AVAILABLE           PIC S9(15)V99.
         05 WS-DR-HOLD             PIC S9(13)V99.
         05 WS-DR-STATUS           PIC X(1).
           88 DR-ACCOUNT-FROZEN       VALUE 'F'.
           88 DR-ACCOUNT-BLOCKED      VALUE 'B'.
         05 WS-ORDER-CHANGED-SW    PIC X(1).
           88 ORDER-CHANGED           VALUE 'Y'.
         05 WS-RETRY-NOTED-SW      PIC X(1).
           88 RETRY-NOTED             VALUE 'Y'.
         05 WS-DR-FOUND-SW         PIC X(1).
           88 DR-ACCOUNT-FOUND        VALUE 'Y'.
         05 WS-CR-FOUND-SW         PIC X(1).
           88 CR-ACCOUNT-FOUND        VALUE 'Y'.
         05 WS-REG-FOUND-SW        PIC X(1).
           88 REG-LEG-FOUND           VALUE 'Y'.
         05 WS-DR-POSTED-SW        PIC X(1).
           88 DR-LEG-POSTED           VALUE 'Y'.
         05 WS-CR-POSTED-SW        PIC X(1).
           88 CR-LEG-POSTED           VALUE 'Y'.
         05 WS-LEG-ID              PIC 9(5).
         05 WS-LEG-DVZ             PIC 9(3).
         05 WS-LEG-REF.
           10 WS-LEG-REF-TYPE      PIC X(2).
           10 WS-LEG-REF-NO        PIC 9(5).
           10 WS-LEG-REF-YYDDD     PIC 9(5).
         05 WS-ORIG-REF.
           10 WS-ORIG-REF-TYPE     PIC X(2).
           10 WS-ORIG-REF-NO       PIC 9(5).
           10 WS-ORIG-REF-YYDDD    PIC 9(5).
      *WS-RUN-YYDDD, çalma tarihinin referanslara giren YYGGG
      *karldr. WS-RETRY-DAYS, yetersiz bakiyeyle düen bir
      *ödemenin vadesinden sonra en çok kaç gün yeniden
      *deneneceidir; SORD-CTL ile ayarlanr, bulunmazsa 3 kalr.
      *WS-AVAILABLE, borç hesabnn bu gece kullanlabilir tutardr.
      *WS-DR-STATUS ve WS-DR-HOLD, alacak hesab okunmadan önce borç
      *hesabnn durumunu ve bloke tutarn saklar. WS-DR/CR-POSTED-SW,
      *bekleyen ödemenin bacaklarnn TXNREG-FILE'da uygulanm
      *bulunup bulunmadn tutar.
      *WS-LEG-REF, yazlan
      *kaydn kendi referansn; WS-ORIG-REF, iptal kaydnda geri
      *alnan bacan referansn kurar. WS-LEG-ID/DVZ, iptal kaydnn
      *tad hesap anahtardr.
       01  DATE-WORK-FIELDS.
         05 WS-WORK-DATE           PIC 9(8).
         05 WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
           10 WS-WORK-YYYY         PIC 9(4).
           10 WS-WORK-MM           PIC 9(2).
           10 WS-WORK-DD           PIC 9(2).
         05 WS-WORK-INT            PIC 9(8).
         05 WS-STEP-DAYS           PIC 9(3).
         05 WS-STEP-MONTHS         PIC 9(2).
         05 WS-MONTH-TOTAL         PIC 9(2).
         05 WS-JUL-DATE-IN         PIC 9(8).
         05 WS-JUL-INT             PIC 9(8).
         05 WS-JUL-DATE            PIC 9(7).
         05 WS-JUL-YYDDD           PIC 9(5).
         05 WS-CHECK-YYYY          PIC 9(4).
         05 WS-CHECK-MM            PIC 9(2).
         05 WS-CHECK-DD            PIC 9(2).
         05 WS-MAX-DAY             PIC 9(2).
      *WS-WORK-DATE, ilerletilen vadeyi; WS-JUL-*, YYYYAAGG bir
      *tarihin YYYYGGG'ye ve referanslardaki YYGGG'ye çevriliini
      *tutar (YYYYGGG 5 haneye aktarlrken yüzyl haneleri düer).
      *WS-CHECK-*/WS-MAX-DAY, ACCTMNT'deki takvim alanlarnn
      *eidir; ayn son günü ayn H317 kuralyla bulunur.
       01  COMMIT-TABLE-FIELDS.
         05 WS-CMT-COUNT           PIC 9(3) VALUE 0.
         05 WS-CMT-ENTRY OCCURS 500 TIMES INDEXED BY CMT-IDX.
           10 WS-CMT-ID            PIC 9(5).
           10 WS-CMT-DVZ           PIC 9(3).
           10 WS-CMT-AMOUNT        PIC 9(15)V99.
         05 WS-COMMITTED           PIC 9(15)V99.
         05 WS-CMT-FOUND-SW        PIC X(1).
           88 COMMITMENT-FOUND        VALUE 'Y'.
      *COMMIT-TABLE-FIELDS, bu gece borç baca üretilen her hesap
      *için üretilen borç toplamn tutar; ayn hesaptan çkan ikinci
      *talimatn ön denetimi böylece ilkini de hesaba katar. Tablo
      *dolarsa yeni hesaplar izlenmez ve yalnz TXNPOST'un kendi
      *bakiye denetimi kalr.
       01  REPORT-FIELDS.
         05 WS-EVENT-TXT           PIC X(10).
         05 WS-EVENT-DATE          PIC 9(8).
         05 WS-AMOUNT-ED           PIC Z(12)9.99.
         05 WS-COUNT-ED            PIC ZZZ,ZZ9.
         05 WS-DATE-ED             PIC 9(8).
      *WS-EVENT-TXT, rapor satrndaki olay adn (GENERATED, PAID,
      *RETRY, FAILED, REVERSED, ENDED); WS-EVENT-DATE olayn ait
      *olduu vadeyi tutar.
       PROCEDURE DIVISION.
       0001-MAIN-PROCESS.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-APPLY-REJECTS.
           PERFORM H250-START-ORDERS.
           PERFORM H300-PROCESS-ORDER UNTIL SORD-FILE-EOF.
           PERFORM H800-WRITE-TRAILER.
           PERFORM H900-WRITE-TOTALS.
           MOVE 'OK  ' TO WS-RUN-STATUS.
           PERFORM H999-EXIT.
       0001-END. EXIT.
      *Ana akş: önce önceki gecenin retleri bekleyen ödemelere
      *ilenir, sonra her talimatn bekleyen ödemesi kapatlr ve
      *vadesi gelmise yeni bacaklar üretilir; sonda TXN-FILE'a kuyruk
      *kayd, rapora toplamlar yazlr.
       H100-OPEN-FILES.
           OPEN I-O    SORD-FILE.
           OPEN INPUT  IDX-FILE.
           OPEN INPUT  TXNREG-FILE.
           OPEN OUTPUT TXN-FILE.
           OPEN OUTPUT SORD-RPT.
           PERFORM H110-FILE-CONTROL.
           PERFORM H120-READ-RETRY-DAYS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           MOVE WS-RUN-DATE TO WS-JUL-DATE-IN.
           PERFORM H710-SET-YYDDD.
           MOVE WS-JUL-YYDDD TO WS-RUN-YYDDD.
           MOVE SPACES TO TXN-FILE-HEADER.
           MOVE 'BHD'       TO TXN-HDR-ID.
           MOVE 'SORD'      TO TXN-HDR-BRANCH.
           MOVE WS-RUN-DATE TO TXN-HDR-BUS-DATE.
           WRITE TXN-FILE-HEADER.
           MOVE WS-RUN-DATE TO WS-DATE-ED.
           MOVE SPACES TO SORD-RPT-LINE.
           STRING 'STANDING ORDERS - RUN DATE ' WS-DATE-ED
              DELIMITED BY SIZE INTO SORD-RPT-LINE.
           WRITE SORD-RPT-LINE.
       H100-END. EXIT.
      *-----
       H110-FILE-CONTROL.
           IF (CHECK-FILE-SORD NOT = 97) AND (CHECK-FILE-SORD NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-SORD
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-INDEX NOT = 97) AND (CHECK-FILE-INDEX NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-INDEX
              PERFORM H999-EXIT
           END-IF.
           IF NOT REG-FILE-OPENED
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-REG
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-TXN NOT = 97) AND (CHECK-FILE-TXN NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-TXN
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-RPT NOT = 97) AND (CHECK-FILE-RPT NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-RPT
              PERFORM H999-EXIT
           END-IF.
       H110-END. EXIT.
      *Dosyalardan biri açlamazsa koşu kuyruk kayd yazlmadan
      *durur; kuyruksuz TXN-FILE' TXNPOST toptan reddeder.
       H120-READ-RETRY-DAYS.
           OPEN INPUT SORD-CTL.
           IF CHECK-FILE-CTL = 00
              READ SORD-CTL
              IF CHECK-FILE-CTL = 00
                 MOVE SORD-CTL-REC TO WS-RETRY-DAYS
              END-IF
              CLOSE SORD-CTL
           END-IF.
       H120-END. EXIT.
      *SORD-CTL, tek kaytlk istee bal kontrol dosyasdr;
      *bulunmazsa yeniden deneme penceresi 3 gün kalr.
       H200-APPLY-REJECTS.
           OPEN INPUT TXNREJ-FILE.
           IF NOT REJECT-FILE-OPENED
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-REJECT
              PERFORM H999-EXIT
           END-IF.
           READ TXNREJ-FILE.
           PERFORM H210-APPLY-ONE-REJECT UNTIL REJECT-FILE-EOF.
           CLOSE TXNREJ-FILE.
       H200-END. EXIT.
      *OPTIONAL dosyann ilk gece bulunmamas (05) hata deildir ve
      *ilk READ dorudan dosya sonu verir.
       H210-APPLY-ONE-REJECT.
           IF TXNREJ-REF-NO IS NUMERIC
              EVALUATE TRUE
                 WHEN REF-ORDER-DEBIT OR REF-ORDER-CREDIT
                    PERFORM H220-MARK-LEG
                 WHEN REF-ORDER-REVERSAL
                    MOVE 'REV REJECT' TO WS-EVENT-TXT
                    PERFORM H240-WRITE-REJECT-LINE
                    ADD 1 TO WS-REV-REJ-COUNT
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
           READ TXNREJ-FILE.
       H210-END. EXIT.
      *Yalnz bu programn ürettii referanslar ilenir. Reddedilen
      *iptal kayd (örnein alacak hesab bu arada kapatlmsa) geri
      *alnamam bir alacak bacadr ve elle izlenmek üzere
      *raporlanr.
       H220-MARK-LEG.
           MOVE TXNREJ-REF-NO TO SORD-FILE-NO.
           READ SORD-FILE KEY IS SORD-FILE-NO
              INVALID KEY PERFORM H235-UNMATCHED-REJECT
              NOT INVALID KEY PERFORM H225-CHECK-LEG-DATE
           END-READ.
       H220-END. EXIT.
      *-----
       H225-CHECK-LEG-DATE.
           MOVE SORD-PEND-DATE TO WS-JUL-DATE-IN.
           PERFORM H710-SET-YYDDD.
           IF SORD-NOT-PENDING OR WS-JUL-YYDDD NOT = TXNREJ-REF-YYDDD
              PERFORM H235-UNMATCHED-REJECT
           ELSE
              IF REF-ORDER-DEBIT
                 IF SORD-CREDIT-REJECTED OR SORD-BOTH-REJECTED
                    MOVE 'B' TO SORD-PEND-SW
                 ELSE
                    MOVE 'D' TO SORD-PEND-SW
                 END-IF
                 MOVE TXNREJ-FILE-REASON TO SORD-LEG-REASON
              ELSE
                 IF SORD-DEBIT-REJECTED OR SORD-BOTH-REJECTED
                    MOVE 'B' TO SORD-PEND-SW
                 ELSE
                    MOVE 'C' TO SORD-PEND-SW
                    MOVE TXNREJ-FILE-REASON TO SORD-LEG-REASON
                 END-IF
              END-IF
              REWRITE SORD-FILE-MEMBERS
              ADD 1 TO WS-LEG-REJ-COUNT
           END-IF.
       H225-END. EXIT.
      *Ret, ancak talimatn bekleyen ödemesinin üretildii günün
      *referansn tayorsa o ödemeye ilenir. ki bacak da
      *dütüünde ödemenin kaderini borç bacann nedeni belirler.
       H235-UNMATCHED-REJECT.
           MOVE 'UNMATCHED ' TO WS-EVENT-TXT.
           PERFORM H240-WRITE-REJECT-LINE.
           ADD 1 TO WS-UNMATCHED-COUNT.
       H235-END. EXIT.
      *-----
       H240-WRITE-REJECT-LINE.
           MOVE TXNREJ-FILE-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO SORD-RPT-LINE.
           STRING WS-EVENT-TXT ' REF ' TXNREJ-FILE-REF ' '
              TXNREJ-FILE-ID '/' TXNREJ-FILE-DVZ ' ' TXNREJ-FILE-DC
              ' ' WS-AMOUNT-ED ' REASON ' TXNREJ-FILE-REASON
              DELIMITED BY SIZE INTO SORD-RPT-LINE.
           WRITE SORD-RPT-LINE.
       H240-END. EXIT.
      *-----
       H250-START-ORDERS.
           MOVE 0 TO SORD-FILE-NO.
           START SORD-FILE KEY IS NOT LESS THAN SORD-FILE-NO
              INVALID KEY SET SORD-FILE-EOF TO TRUE
           END-START.
           IF NOT SORD-FILE-EOF
              READ SORD-FILE NEXT RECORD
                 AT END SET SORD-FILE-EOF TO TRUE
              END-READ
           END-IF.
       H250-END. EXIT.
      *Ret ileme evresindeki rastgele okumalardan sonra dosya
      *bana konumlanlr (BALRPT'nin START kalb).
       H300-PROCESS-ORDER.
           ADD 1 TO WS-READ-COUNT.
           MOVE 'N' TO WS-ORDER-CHANGED-SW.
           MOVE 'N' TO WS-RETRY-NOTED-SW.
           IF NOT SORD-NOT-PENDING AND SORD-PEND-DATE < WS-RUN-DATE
              PERFORM H310-RESOLVE-PENDING
           END-IF.
           IF SORD-ACTIVE AND SORD-NOT-PENDING AND
              SORD-NEXT-DATE NOT > WS-RUN-DATE
              PERFORM H350-GENERATE-LEGS
           END-IF.
           IF ORDER-CHANGED
              REWRITE SORD-FILE-MEMBERS
           END-IF.
           READ SORD-FILE NEXT RECORD
              AT END SET SORD-FILE-EOF TO TRUE
           END-READ.
       H300-END. EXIT.
      *Bekleyen ödeme, iptal edilmi talimatta da kapatlr: düen
      *bir bacan karl geri alnmadan braklamaz. Yeni bacak
      *yalnz etkin talimatta ve vade çalma gününe geldiyse üretilir.
      *Ayn gün yeniden koşulduunda bu günün bekleyen ödemesine
      *dokunulmaz.
       H310-RESOLVE-PENDING.
           MOVE 'Y' TO WS-ORDER-CHANGED-SW.
           IF SORD-PENDING
              PERFORM H312-CHECK-REGISTER
           END-IF.
           EVALUATE TRUE
              WHEN SORD-PENDING
                 PERFORM H320-CONFIRM-PAID
              WHEN SORD-DEBIT-REJECTED
                 MOVE 'SC'        TO WS-ORIG-REF-TYPE
                 MOVE SORD-CR-ID  TO WS-LEG-ID
                 MOVE SORD-CR-DVZ TO WS-LEG-DVZ
                 PERFORM H330-REVERSE-LEG
                 PERFORM H340-FAILED-ATTEMPT
              WHEN SORD-CREDIT-REJECTED
                 MOVE 'SD'        TO WS-ORIG-REF-TYPE
                 MOVE SORD-DR-ID  TO WS-LEG-ID
                 MOVE SORD-DR-DVZ TO WS-LEG-DVZ
                 PERFORM H330-REVERSE-LEG
                 IF SORD-LEG-REASON = 'N'
                    PERFORM H340-FAILED-ATTEMPT
                 ELSE
                    PERFORM H345-FAIL-OCCURRENCE
                 END-IF
              WHEN OTHER
                 PERFORM H340-FAILED-ATTEMPT
           END-EVALUATE.
       H310-END. EXIT.
      *Tek baca düen ödemede dier bacak uygulanmtr ve 'R'
      *iptal kaydyla geri alnr. Alacak baca düen ödeme alacak
      *hesabnda bir sorun demektir ve yeniden denenmez; yalnz
      *defterde bulunmad için ('N') dümü saylan alacak baca
      *yeniden denenir.
       H312-CHECK-REGISTER.
           MOVE SORD-FILE-NO   TO WS-LEG-REF-NO.
           MOVE SORD-PEND-DATE TO WS-JUL-DATE-IN.
           PERFORM H710-SET-YYDDD.
           MOVE WS-JUL-YYDDD   TO WS-LEG-REF-YYDDD.
           MOVE 'SD'           TO WS-LEG-REF-TYPE.
           PERFORM H314-READ-REGISTER.
           MOVE WS-REG-FOUND-SW TO WS-DR-POSTED-SW.
           MOVE 'SC'           TO WS-LEG-REF-TYPE.
           PERFORM H314-READ-REGISTER.
           MOVE WS-REG-FOUND-SW TO WS-CR-POSTED-SW.
           EVALUATE TRUE
              WHEN DR-LEG-POSTED AND CR-LEG-POSTED
                 CONTINUE
              WHEN DR-LEG-POSTED
                 MOVE 'C' TO SORD-PEND-SW
                 MOVE 'N' TO SORD-LEG-REASON
                 ADD 1 TO WS-UNPOSTED-COUNT
              WHEN CR-LEG-POSTED
                 MOVE 'D' TO SORD-PEND-SW
                 MOVE 'N' TO SORD-LEG-REASON
                 ADD 1 TO WS-UNPOSTED-COUNT
              WHEN OTHER
                 MOVE 'B' TO SORD-PEND-SW
                 MOVE 'N' TO SORD-LEG-REASON
                 ADD 1 TO WS-UNPOSTED-COUNT
           END-EVALUATE.
       H312-END. EXIT.
      *Ret almam ödeme ancak iki baca da defterde bulunursa
      *ödenmi saylr. TXNREJ-FILE'n bo olmas TXNPOST'un hiç
      *komadn ya da dosyay kuyruk uyumazlyla toptan
      *reddettiini de gösterebilir. Defterde bulunmayan bacak
      *'N' nedeniyle dümü saylr; iki bacak da yoksa ödeme
      *yetersiz bakiye gibi yeniden denenir, tek bacak yoksa
      *uygulanan bacak H330 ile geri alnr.
       H314-READ-REGISTER.
           MOVE 'N' TO WS-REG-FOUND-SW.
           MOVE WS-LEG-REF TO TXNREG-REF.
           READ TXNREG-FILE KEY IS TXNREG-REF
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF REG-POSTED OR REG-REVERSED
                    MOVE 'Y' TO WS-REG-FOUND-SW
                 END-IF
           END-READ.
       H314-END. EXIT.
      *Bacak iptal edilmi olsa bile ('R') TXNPOST onu bir kez
      *uygulamtr; iptal ayr bir kaytla izlenir.
       H320-CONFIRM-PAID.
           MOVE SORD-PEND-DATE TO SORD-LAST-PAID-DATE.
           MOVE 'PAID      '   TO WS-EVENT-TXT.
           MOVE SORD-NEXT-DATE TO WS-EVENT-DATE.
           PERFORM H600-WRITE-EVENT-LINE.
           ADD 1 TO WS-PAID-COUNT.
           PERFORM H380-CLEAR-PENDING.
           MOVE SPACE TO SORD-LEG-REASON.
           MOVE 0 TO SORD-RETRY-COUNT.
           PERFORM H400-ADVANCE-DATE.
       H320-END. EXIT.
      *-----
       H330-REVERSE-LEG.
           MOVE SORD-FILE-NO   TO WS-ORIG-REF-NO.
           MOVE SORD-PEND-DATE TO WS-JUL-DATE-IN.
           PERFORM H710-SET-YYDDD.
           MOVE WS-JUL-YYDDD   TO WS-ORIG-REF-YYDDD.
           MOVE 'SV'           TO WS-LEG-REF-TYPE.
           MOVE SORD-FILE-NO   TO WS-LEG-REF-NO.
           MOVE WS-RUN-YYDDD   TO WS-LEG-REF-YYDDD.
           MOVE WS-LEG-ID      TO TXN-FILE-ID.
           MOVE WS-LEG-DVZ     TO TXN-FILE-DVZ.
           MOVE 'R'            TO TXN-FILE-DC.
           MOVE SORD-AMOUNT    TO TXN-FILE-AMOUNT.
           MOVE WS-RUN-DATE    TO TXN-FILE-VALUE-DATE.
           MOVE WS-LEG-REF     TO TXN-FILE-REF.
           MOVE WS-ORIG-REF    TO TXN-FILE-ORIG-REF.
           PERFORM H390-WRITE-TXN.
           MOVE 'REVERSED  '   TO WS-EVENT-TXT.
           MOVE SORD-NEXT-DATE TO WS-EVENT-DATE.
           PERFORM H600-WRITE-EVENT-LINE.
           ADD 1 TO WS-REVERSAL-COUNT.
       H330-END. EXIT.
      *ptal kayd, uygulanm baca TXNPOST defterindeki
      *referansyla gösterir; geri alnacak hesap ve tutar TXNPOST
      *defterden alr. TXN-FILE-ID/DVZ ve tutar yalnz ret kaydnda
      *ve kuyruk ispatnda görünür.
       H340-FAILED-ATTEMPT.
           COMPUTE WS-ELAPSED-DAYS = WS-RUN-DATE-INT -
              FUNCTION INTEGER-OF-DATE(SORD-NEXT-DATE).
           IF SORD-ACTIVE AND
              (SORD-LEG-REASON = 'I' OR SORD-LEG-REASON = 'H' OR
               SORD-LEG-REASON = 'N') AND
              WS-ELAPSED-DAYS NOT > WS-RETRY-DAYS
              IF NOT RETRY-NOTED
                 ADD 1 TO SORD-RETRY-COUNT
                 MOVE 'RETRY     '   TO WS-EVENT-TXT
                 MOVE SORD-NEXT-DATE TO WS-EVENT-DATE
                 PERFORM H600-WRITE-EVENT-LINE
                 ADD 1 TO WS-RETRIED-COUNT
                 MOVE 'Y' TO WS-RETRY-NOTED-SW
              END-IF
              PERFORM H380-CLEAR-PENDING
           ELSE
              PERFORM H345-FAIL-OCCURRENCE
           END-IF.
       H340-END. EXIT.
      *Yetersiz bakiye, bloke ya da defterde bulunmayan bacak
      *('N'), vadeden bu yana geçen gün
      *WS-RETRY-DAYS'i amadkça yeniden denenir: vade ilerletilmez
      *ve talimat ayn gece (ya da ön denetimde dütüyse ertesi
      *gece) yeniden bacak üretir. Pencere dolan ya da baka
      *nedenle düen ödeme baarszdr. Ret sonras ayn gece
      *yeniden üretilen bacaklar ön denetimde yine düerse deneme
      *ikinci kez saylmaz.
       H345-FAIL-OCCURRENCE.
           MOVE 'FAILED    '   TO WS-EVENT-TXT.
           MOVE SORD-NEXT-DATE TO WS-EVENT-DATE.
           PERFORM H600-WRITE-EVENT-LINE.
           ADD 1 TO WS-FAILED-COUNT.
           PERFORM H380-CLEAR-PENDING.
           MOVE 0 TO SORD-RETRY-COUNT.
           PERFORM H400-ADVANCE-DATE.
       H345-END. EXIT.
      *Baarsz ödeme raporlanp atlanr; talimat sradaki vadeyle
      *sürer. Son düüün nedeni SORD-LEG-REASON'da kalr.
       H350-GENERATE-LEGS.
           MOVE 'Y' TO WS-ORDER-CHANGED-SW.
           MOVE 'N' TO WS-DR-FOUND-SW WS-CR-FOUND-SW.
           MOVE SORD-DR-ID  TO IDX-FILE-ID.
           MOVE SORD-DR-DVZ TO IDX-FILE-DVZ.
           READ IDX-FILE KEY IS IDX-FILE-KEY
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-DR-FOUND-SW
                 PERFORM H355-FIND-COMMITMENT
                 COMPUTE WS-AVAILABLE = IDX-FILE-BALANCE +
                    IDX-FILE-OD-LIMIT - WS-COMMITTED
                 MOVE IDX-FILE-STATUS      TO WS-DR-STATUS
                 MOVE IDX-FILE-HOLD-AMOUNT TO WS-DR-HOLD
           END-READ.
           MOVE SORD-CR-ID  TO IDX-FILE-ID.
           MOVE SORD-CR-DVZ TO IDX-FILE-DVZ.
           READ IDX-FILE KEY IS IDX-FILE-KEY
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 'Y' TO WS-CR-FOUND-SW
           END-READ.
           EVALUATE TRUE
              WHEN NOT DR-ACCOUNT-FOUND OR NOT CR-ACCOUNT-FOUND
                 MOVE 'X' TO SORD-LEG-REASON
                 PERFORM H345-FAIL-OCCURRENCE
              WHEN DR-ACCOUNT-FROZEN
                 MOVE 'F' TO SORD-LEG-REASON
                 PERFORM H345-FAIL-OCCURRENCE
              WHEN DR-ACCOUNT-BLOCKED
                 MOVE 'K' TO SORD-LEG-REASON
                 PERFORM H345-FAIL-OCCURRENCE
              WHEN SORD-AMOUNT > WS-AVAILABLE
                 MOVE 'I' TO SORD-LEG-REASON
                 PERFORM H340-FAILED-ATTEMPT
              WHEN SORD-AMOUNT > WS-AVAILABLE - WS-DR-HOLD
                 MOVE 'H' TO SORD-LEG-REASON
                 PERFORM H340-FAILED-ATTEMPT
              WHEN OTHER
                 PERFORM H360-WRITE-LEGS
           END-EVALUATE.
       H350-END. EXIT.
      *Bacaklar ancak iki hesap da IDX-FILE'da bulunur ve borç hesab
      *ön denetimi geçerse yazlr; ön denetimde düen ödeme TXNPOST
      *reddiyle ayn ('X'/'F'/'K'/'I'/'H') nedenle ayn yoldan
      *ilerler.
       H355-FIND-COMMITMENT.
           MOVE 0 TO WS-COMMITTED.
           MOVE 'N' TO WS-CMT-FOUND-SW.
           SET CMT-IDX TO 1.
           SEARCH WS-CMT-ENTRY
              WHEN CMT-IDX > WS-CMT-COUNT
                 CONTINUE
              WHEN WS-CMT-ID (CMT-IDX) = SORD-DR-ID AND
                   WS-CMT-DVZ (CMT-IDX) = SORD-DR-DVZ
                 MOVE 'Y' TO WS-CMT-FOUND-SW
                 MOVE WS-CMT-AMOUNT (CMT-IDX) TO WS-COMMITTED
           END-SEARCH.
       H355-END. EXIT.
      *Bulunan girdide CMT-IDX konumlu kalr; H365 tutar oraya
      *ekler.
       H360-WRITE-LEGS.
           MOVE SORD-FILE-NO TO WS-LEG-REF-NO.
           MOVE WS-RUN-YYDDD TO WS-LEG-REF-YYDDD.
           MOVE 'SD'         TO WS-LEG-REF-TYPE.
           MOVE SORD-DR-ID   TO TXN-FILE-ID.
           MOVE SORD-DR-DVZ  TO TXN-FILE-DVZ.
           MOVE 'D'          TO TXN-FILE-DC.
           MOVE SORD-AMOUNT  TO TXN-FILE-AMOUNT.
           MOVE WS-RUN-DATE  TO TXN-FILE-VALUE-DATE.
           MOVE WS-LEG-REF   TO TXN-FILE-REF.
           MOVE SPACES       TO TXN-FILE-ORIG-REF.
           PERFORM H390-WRITE-TXN.
           MOVE 'SC'         TO WS-LEG-REF-TYPE.
           MOVE SORD-CR-ID   TO TXN-FILE-ID.
           MOVE SORD-CR-DVZ  TO TXN-FILE-DVZ.
           MOVE 'C'          TO TXN-FILE-DC.
           MOVE WS-LEG-REF   TO TXN-FILE-REF.
           PERFORM H390-WRITE-TXN.
           MOVE 'Y'          TO SORD-PEND-SW.
           MOVE WS-RUN-DATE  TO SORD-PEND-DATE.
           PERFORM H365-ADD-COMMITMENT.
           MOVE 'GENERATED '   TO WS-EVENT-TXT.
           MOVE SORD-NEXT-DATE TO WS-EVENT-DATE.
           PERFORM H600-WRITE-EVENT-LINE.
           ADD 1 TO WS-GENERATED-COUNT.
       H360-END. EXIT.
      *Borç baca alacak bacandan önce yazlr; TXNPOST dosyay
      *srayla ilediinden borç baca reddedilirse alacak baca
      *yine de uygulanr ve ertesi gece H310 onu geri alr.
       H365-ADD-COMMITMENT.
           IF COMMITMENT-FOUND
              ADD SORD-AMOUNT TO WS-CMT-AMOUNT (CMT-IDX)
           ELSE
              IF WS-CMT-COUNT < 500
                 ADD 1 TO WS-CMT-COUNT
                 SET CMT-IDX TO WS-CMT-COUNT
                 MOVE SORD-DR-ID  TO WS-CMT-ID (CMT-IDX)
                 MOVE SORD-DR-DVZ TO WS-CMT-DVZ (CMT-IDX)
                 MOVE SORD-AMOUNT TO WS-CMT-AMOUNT (CMT-IDX)
              ELSE
                 DISPLAY 'COMMITMENT TABLE FULL - ACCOUNT NOT TRACKED '
                         SORD-DR-ID ' ' SORD-DR-DVZ
              END-IF
           END-IF.
       H365-END. EXIT.
      *-----
       H380-CLEAR-PENDING.
           MOVE 'N' TO SORD-PEND-SW.
           MOVE 0   TO SORD-PEND-DATE.
       H380-END. EXIT.
      *-----
       H390-WRITE-TXN.
           WRITE TXN-FILE-MEMBERS.
           ADD 1 TO WS-TXN-COUNT.
           IF TXN-FILE-DC = 'D'
              ADD TXN-FILE-AMOUNT TO WS-TXN-DEBIT
           ELSE
              ADD TXN-FILE-AMOUNT TO WS-TXN-CREDIT
           END-IF.
       H390-END. EXIT.
      *'D' olmayan her göstergenin tutar alacak tarafna saylr;
      *TXNPOST'un H160 kuraldr.
       H400-ADVANCE-DATE.
           MOVE SORD-NEXT-DATE TO WS-WORK-DATE.
           EVALUATE TRUE
              WHEN SORD-FREQ-DAILY
                 MOVE 1 TO WS-STEP-DAYS
                 PERFORM H410-ADD-DAYS
              WHEN SORD-FREQ-WEEKLY
                 MOVE 7 TO WS-STEP-DAYS
                 PERFORM H410-ADD-DAYS
              WHEN SORD-FREQ-MONTHLY
                 MOVE 1 TO WS-STEP-MONTHS
                 PERFORM H420-ADD-MONTHS
              WHEN SORD-FREQ-QUARTERLY
                 MOVE 3 TO WS-STEP-MONTHS
                 PERFORM H420-ADD-MONTHS
              WHEN OTHER
                 MOVE 12 TO WS-STEP-MONTHS
                 PERFORM H420-ADD-MONTHS
           END-EVALUATE.
           MOVE WS-WORK-DATE TO SORD-NEXT-DATE.
           IF SORD-ACTIVE AND SORD-END-DATE NOT = 0 AND
              SORD-NEXT-DATE > SORD-END-DATE
              MOVE 'E' TO SORD-STATUS
              MOVE 'ENDED     '  TO WS-EVENT-TXT
              MOVE SORD-END-DATE TO WS-EVENT-DATE
              PERFORM H600-WRITE-EVENT-LINE
              ADD 1 TO WS-ENDED-COUNT
           END-IF.
       H400-END. EXIT.
      *Vade her seferinde bir dönem ilerletilir; birkaç vadeyi
      *kaçrm talimat (örnein üretici komad günlerde) her gece
      *bir vadeyi kapatarak yetiir. Sradaki vade son ödeme tarihini
      *geçerse talimat 'E' durumuna alnr.
       H410-ADD-DAYS.
           COMPUTE WS-WORK-INT =
              FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) + WS-STEP-DAYS.
           COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(WS-WORK-INT).
       H410-END. EXIT.
      *-----
       H420-ADD-MONTHS.
           MOVE WS-WORK-YYYY TO WS-CHECK-YYYY.
           COMPUTE WS-MONTH-TOTAL = WS-WORK-MM + WS-STEP-MONTHS.
           IF WS-MONTH-TOTAL > 12
              SUBTRACT 12 FROM WS-MONTH-TOTAL
              ADD 1 TO WS-CHECK-YYYY
           END-IF.
           MOVE WS-MONTH-TOTAL TO WS-CHECK-MM.
           PERFORM H317-SET-MAX-DAY.
           IF SORD-ANCHOR-DD > WS-MAX-DAY
              MOVE WS-MAX-DAY TO WS-CHECK-DD
           ELSE
              MOVE SORD-ANCHOR-DD TO WS-CHECK-DD
           END-IF.
           MOVE WS-CHECK-YYYY TO WS-WORK-YYYY.
           MOVE WS-CHECK-MM   TO WS-WORK-MM.
           MOVE WS-CHECK-DD   TO WS-WORK-DD.
       H420-END. EXIT.
      *Ödeme günü SORD-ANCHOR-DD'dir; hedef ayda o gün yoksa (31'i
      *ubat'ta) ayn son günü kullanlr ve sonraki ay yine
      *SORD-ANCHOR-DD'ye dönülür.
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
      *ACCTMNT'deki H317'nin ei; artk yl kural (400/100/4)
      *birebir ayndr.
       H600-WRITE-EVENT-LINE.
           MOVE SORD-AMOUNT   TO WS-AMOUNT-ED.
           MOVE WS-EVENT-DATE TO WS-DATE-ED.
           MOVE SPACES TO SORD-RPT-LINE.
           STRING 'ORDER ' SORD-FILE-NO ' ' WS-EVENT-TXT
              ' DR ' SORD-DR-ID '/' SORD-DR-DVZ
              ' CR ' SORD-CR-ID '/' SORD-CR-DVZ
              ' ' WS-AMOUNT-ED ' ' WS-DATE-ED ' ' SORD-LEG-REASON
              DELIMITED BY SIZE INTO SORD-RPT-LINE.
           WRITE SORD-RPT-LINE.
       H600-END. EXIT.
      *Satrdaki tarih olayn ait olduu vadedir (ENDED satrnda son
      *ödeme tarihi); son sütun, baarsz ya da yeniden denenen
      *ödemenin TXNREJ-FILE-REASON kodudur.
       H710-SET-YYDDD.
           COMPUTE WS-JUL-INT =
              FUNCTION INTEGER-OF-DATE(WS-JUL-DATE-IN).
           COMPUTE WS-JUL-DATE = FUNCTION DAY-OF-INTEGER(WS-JUL-INT).
           MOVE WS-JUL-DATE TO WS-JUL-YYDDD.
       H710-END. EXIT.
      *YYYYAAGG tarih YYYYGGG'ye çevrilir; 5 haneli alana aktarlrken
      *yüzyl haneleri düer ve referanslardaki YYGGG kalr.
       H800-WRITE-TRAILER.
           MOVE SPACES TO TXN-FILE-TRAILER.
           MOVE 'BTR'         TO TXN-TRL-ID.
           MOVE WS-TXN-COUNT  TO TXN-TRL-COUNT.
           MOVE WS-TXN-DEBIT  TO TXN-TRL-DEBIT-TOTAL.
           MOVE WS-TXN-CREDIT TO TXN-TRL-CREDIT-TOTAL.
           WRITE TXN-FILE-TRAILER.
       H800-END. EXIT.
      *-----
       H900-WRITE-TOTALS.
           MOVE WS-READ-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO SORD-RPT-LINE.
           STRING 'ORDERS READ        : ' WS-COUNT-ED
              DELIMITED BY SIZE INTO SORD-RPT-LINE.
           WRITE SORD-RPT-LINE.
           MOVE WS-GENERATED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO SORD-RPT-LINE.
           STRING 'PAYMENTS GENERATED : ' WS-COUNT-ED
              DELIMITED BY SIZE INTO SORD-RPT-LINE.
           WRITE SORD-RPT-LINE.
           MOVE WS-PAID-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO SORD-RPT-LINE.
           STRING 'PAYMENTS CONFIRMED : ' WS-COUNT-ED
              DELIMITED BY SIZE INTO SORD-RPT-LINE.
           WRITE SORD-RPT-LINE.
           MOVE WS-RETRIED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO SORD-RPT-LINE.
           STRING 'PAYMENTS RETRIED   : ' WS-COUNT-ED
              DELIMITED BY SIZE INTO SORD-RPT-LINE.
           WRITE SORD-RPT-LINE.
           MOVE WS-FAILED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO SORD-RPT-LINE.
           STRING 'PAYMENTS FAILED    : ' WS-COUNT-ED
              DELIMITED BY SIZE INTO SORD-RPT-LINE.
           WRITE SORD-RPT-LINE.
           MOVE WS-REVERSAL-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO SORD-RPT-LINE.
           STRING 'LEGS REVERSED      : ' WS-COUNT-ED
              DELIMITED BY SIZE INTO SORD-RPT-LINE.
           WRITE SORD-RPT-LINE.
           MOVE WS-ENDED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO SORD-RPT-LINE.
           STRING 'ORDERS ENDED       : ' WS-COUNT-ED
              DELIMITED BY SIZE INTO SORD-RPT-LINE.
           WRITE SORD-RPT-LINE.
           MOVE WS-LEG-REJ-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO SORD-RPT-LINE.
           STRING 'LEG REJECTS MATCHED: ' WS-COUNT-ED
              DELIMITED BY SIZE INTO SORD-RPT-LINE.
           WRITE SORD-RPT-LINE.
           MOVE WS-UNMATCHED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO SORD-RPT-LINE.
           STRING 'REJECTS UNMATCHED  : ' WS-COUNT-ED
              DELIMITED BY SIZE INTO SORD-RPT-LINE.
           WRITE SORD-RPT-LINE.
           MOVE WS-REV-REJ-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO SORD-RPT-LINE.
           STRING 'REVERSALS REJECTED : ' WS-COUNT-ED
              DELIMITED BY SIZE INTO SORD-RPT-LINE.
           WRITE SORD-RPT-LINE.
           MOVE WS-UNPOSTED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO SORD-RPT-LINE.
           STRING 'LEGS NOT POSTED    : ' WS-COUNT-ED
              DELIMITED BY SIZE INTO SORD-RPT-LINE.
           WRITE SORD-RPT-LINE.
       H900-END. EXIT.
      *-----
       H980-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG.
           IF CHECK-FILE-RLOG-ST
              MOVE 'SORDGEN ' TO RUN-LOG-PROGRAM
              ACCEPT RUN-LOG-RUN-DATE FROM DATE YYYYMMDD
              MOVE WS-READ-COUNT TO RUN-LOG-INPUT-COUNT
              MOVE WS-TXN-COUNT  TO RUN-LOG-OUTPUT-COUNT
              MOVE WS-RUN-STATUS TO RUN-LOG-STATUS
              WRITE RUN-LOG-MEMBERS
              CLOSE RUN-LOG
           ELSE
              DISPLAY "RUN LOG NOT WRITTEN. ERROR CODE:"
                 CHECK-FILE-RLOG
           END-IF.
       H980-END. EXIT.
      *Okunan talimat says girdi, TXN-FILE'a yazlan detay says
      *çkt sayac olarak tanr; WS-RUN-STATUS ancak kuyruk kayd
      *ve toplamlar yazldktan sonra 'OK  ' olur.
       H999-EXIT.
           PERFORM H980-WRITE-RUN-LOG.
           DISPLAY 'ORDER TOTALS - GENERATED: ' WS-GENERATED-COUNT
                   ' PAID: ' WS-PAID-COUNT
                   ' RETRIED: ' WS-RETRIED-COUNT
                   ' FAILED: ' WS-FAILED-COUNT.
           CLOSE SORD-FILE.
           CLOSE IDX-FILE.
           CLOSE TXNREG-FILE.
           CLOSE TXN-FILE.
           CLOSE SORD-RPT.
           STOP RUN.
       H999-END. EXIT.
