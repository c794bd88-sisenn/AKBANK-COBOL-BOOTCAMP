      *aan borç hareketleri TXNREJ-FILE'a yönlendirilir. Böylece
      *bakiye deiiklikleri elle deil gece toplu ii üzerinden akar
      *ve BALRPT'nin raporlad bakiyelerin arkasnda denetlenebilir
      *bir hareket izi oluur. 'R' göstergeli iptal kayd, defterdeki
      *asl hareketi referansyla bulur, ayn hesaba tam ters tutar
      *uygular ve asl hareketi defterde iptal edilmi olarak iaretler.
      *Dondurulmu ya da borca kapatlm hesaba borç kaydedilmez;
      *hesabn bloke tutar kullanlabilir bakiyeden düülür.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             10 TXN-FILE-VALUE-MM    PIC 9(2).
             10 TXN-FILE-VALUE-DD    PIC 9(2).
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
      *TXN-FILE-DC 'D' (borç) ya da 'C' (alacak) tar. TXN-FILE-DVZ,
      *INP-FILE-DVZ gibi eski tip saysal kodu ya da ISO alfa kodunu
      *tayabilir; çeviri ayn WS-CCY-XWALK tablosuyla yaplr.
      *kayt 'BTR' ile detay saysn ve borç/alacak toplamlarn
      *tar. Dosyann tamam ilk REWRITE'tan önce bu kuyruk
      *kaydna kar dorulanr.
      *TXN-FILE-DC 'R' iptal kaydn gösterir: TXN-FILE-ORIG-REF iptal
      *edilen asl hareketin referansn, TXN-FILE-REF iptalin kendi
      *tekil referansn tar. ptal edilecek hesap ve tutar defterdeki
      *asl kayttan alnr; iptal kaydndaki TXN-FILE-AMOUNT kuyruk
      *ispatnda 'D' olmayan her gösterge gibi alacak tarafna saylr
      *ve bakiyeye uygulanmaz. Dier kaytlarda TXN-FILE-ORIG-REF
      *boluktur.
       FD  IDX-FILE.
           COPY IDXREC.
       FD  JRNL-FILE RECORDING MODE F.
           05 TXNREJ-FILE-AMOUNT     PIC 9(13)V99.
           05 TXNREJ-FILE-REF        PIC X(12).
           05 TXNREJ-FILE-REASON     PIC X(1).
           05 TXNREJ-FILE-ORIG-REF   PIC X(12).
      *TXNREJ-FILE-REASON, eletirilemeyen hesapta 'X', tannmayan
      *para birimi kodunda 'C', bakiyeyi aan borç hareketinde 'I',
      *geçersiz valör tarihinde 'D', 'D'/'C' dnda bir borç/alacak
      *göstergesinde 'A', defterde zaten uygulanm (ya da bo)
      *referansta 'R', kabul penceresinden eski geçmi valörde 'B'
      *deerini alr; REJ-FILE'daki ve ACCTMNT'deki kodlamayla ayn
      *çizgidedir. ptal kaytlarnda defterde bulunmayan asl
      *referans 'U', zaten iptal edilmi (ya da kendisi iptal olan)
      *asl referans 'V', hesab IDX-FILE'dan arive alnm ya da
      *kapatlm asl referans 'Z' ile reddedilir; TXNREJ-FILE-
      *ORIG-REF bu kaytlarda iptal edilmek istenen referans tar.
      *Dondurulmu hesaba borç 'F', borca kapatlm hesaba borç 'K',
      *bakiye + limit içinde kalp bloke tutar nedeniyle karlanamayan
      *borç 'H' ile reddedilir.
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
      *TXNREG-FILE, uygulanm hareket referanslarnn kalc
      *defteridir ve koşudan koşuya tanr; ayn girdi dosyas
      *yanllkla yeniden koşulursa referanslar defterde bulunur ve
      *hiçbir hareket ikinci kez uygulanmaz. TXNREG-DATE, hareketin
      *uyguland i günüdür. TXNREG-DC ve TXNREG-AMOUNT, hareketin
      *bakiyeye uygulanan yönünü ve tutarn tar; iptal bunlarn
      *tersini uygular. TXNREG-STATUS 'P' uygulanm, 'R' iptal
      *edilmi asl hareketi, 'V' iptal kaydnn kendisini gösterir.
      *TXNREG-LINK-REF, iptal edilmi asl harekette iptalin
      *referansn, iptal kaydnda asl hareketin referansn tar.
       FD  TXNCTL-RPT RECORDING MODE F.
         01 TXNCTL-RPT-LINE           PIC X(80).
       FD  CCY-MST RECORDING MODE F.
           05 HOLD-IN-AMOUNT         PIC 9(13)V99.
           05 HOLD-IN-VALUE-DATE     PIC 9(8).
           05 HOLD-IN-REF            PIC X(12).
           05 HOLD-IN-ORIG-REF       PIC X(12).
       FD  TXNHOLD-OUT RECORDING MODE F.
         01 HOLD-OUT-MEMBERS.
           05 HOLD-OUT-ID            PIC X(5).
           05 HOLD-OUT-AMOUNT        PIC 9(13)V99.
           05 HOLD-OUT-VALUE-DATE    PIC 9(8).
           05 HOLD-OUT-REF           PIC X(12).
           05 HOLD-OUT-ORIG-REF      PIC X(12).
      *Bekletme kayd, TXN-FILE detay kaydyla ayn düzeni tar;
      *dosya bir sonraki gece TXNHOLD-IN olarak geri sunulur.
       FD  HOLD-RPT RECORDING MODE F.
      *WS-REF-DUP-SW, güncel hareketin referansnn defterde zaten
      *bulunduunu ya da bo geldiini iaretler; iki durumda da
      *hareket IDX-FILE-BALANCE'a dokunmadan 'R' ile reddedilir.
       01  REVERSAL-WORK-FIELDS.
         05 WS-ORIG-STATE-SW       PIC X(1).
           88 ORIGINAL-USABLE         VALUE 'Y'.
           88 ORIGINAL-UNKNOWN        VALUE 'U'.
           88 ORIGINAL-REVERSED       VALUE 'V'.
         05 WS-ORIG-ID             PIC 9(5).
         05 WS-ORIG-DVZ            PIC 9(3).
         05 WS-ORIG-DC             PIC X(1).
         05 WS-ORIG-AMOUNT         PIC 9(13)V99.
         05 WS-REV-DC              PIC X(1).
         05 WS-REVERSED-COUNT      PIC 9(7)  VALUE 0.
         05 WS-REV-DEBIT-TOTAL     PIC 9(17)V99 VALUE 0.
         05 WS-REV-CREDIT-TOTAL    PIC 9(17)V99 VALUE 0.
         05 WS-REV-KEYED-TOTAL     PIC 9(17)V99 VALUE 0.
      *WS-ORIG-*, defterden okunan asl hareketin hesap anahtarn,
      *yönünü ve tutarn tutar; WS-REV-DC iptalin yönüdür.
      *WS-REV-DEBIT/CREDIT-TOTAL iptallerin bakiyeye uygulanan
      *tutarlardr ve kuyruk ispatna girmez; WS-REV-KEYED-TOTAL,
      *uygulanan iptal kaytlarnn dosyadaki TXN-FILE-AMOUNT
      *toplamdr ve ispatta alacak tarafna eklenir.
       01  CURRENCY-WORK-FIELDS.
         05 WS-TRANSLATED-DVZ      PIC S9(3).
       COPY CURRENCY.
           MOVE HOLD-IN-AMOUNT     TO TXN-FILE-AMOUNT.
           MOVE HOLD-IN-VALUE-DATE TO TXN-FILE-VALUE-DATE.
           MOVE HOLD-IN-REF        TO TXN-FILE-REF.
           MOVE HOLD-IN-ORIG-REF   TO TXN-FILE-ORIG-REF.
           IF TXN-FILE-VALUE-DATE > WS-BUS-DATE
              PERFORM H275-WRITE-HOLD-OUT
              READ TXNHOLD-IN
           MOVE TXN-FILE-AMOUNT     TO HOLD-OUT-AMOUNT.
           MOVE TXN-FILE-VALUE-DATE TO HOLD-OUT-VALUE-DATE.
           MOVE TXN-FILE-REF        TO HOLD-OUT-REF.
           MOVE TXN-FILE-ORIG-REF   TO HOLD-OUT-ORIG-REF.
           WRITE HOLD-OUT-MEMBERS.
           PERFORM H280-WRITE-HOLD-LINE.
           IF HOLD-PHASE
           IF TXN-TRL-ID = 'BTR'
              MOVE 'Y' TO WS-TRAILER-REACHED-SW
           ELSE
              IF TXN-FILE-DC = 'R'
                 PERFORM H330-REVERSE-MOVEMENT
              ELSE
                 PERFORM H305-TRANSLATE-CURRENCY
                 IF CCY-FOUND
                    COMPUTE IDX-FILE-ID = FUNCTION NUMVAL (TXN-FILE-ID)
                    MOVE WS-TRANSLATED-DVZ TO IDX-FILE-DVZ
                    READ IDX-FILE KEY IS IDX-FILE-KEY
                       INVALID KEY PERFORM WRONG-RECORD
                       NOT INVALID KEY PERFORM H310-APPLY-MOVEMENT
                    END-READ
                 ELSE
                    PERFORM BAD-CURRENCY-RECORD
                 END-IF
              END-IF
           END-IF.
       H300-END. EXIT.
      *Kuyruk kaydna ulaldnda döngü sonlanr; detaylarn tamam
      *ön dorulamada sayld için kuyruktan sonra kayt olamaz.
      *ptal kayd hesab kendi TXN-FILE-ID/DVZ'sinden deil defterdeki
      *asl hareketten bulduu için ayr yoldan ilenir.
      *-----
       H305-TRANSLATE-CURRENCY.
           MOVE 'N' TO WS-CCY-FOUND-SW.
              WHEN WS-BUS-DATE-INT - WS-VALUE-DATE-INT >
                   WS-BACK-CUTOFF
                 PERFORM BACKDATED-RECORD
              WHEN TXN-FILE-DC = 'D' AND IDX-STATUS-FROZEN
                 PERFORM FROZEN-RECORD
              WHEN TXN-FILE-DC = 'D' AND IDX-STATUS-DEBIT-BLOCKED
                 PERFORM BLOCKED-RECORD
              WHEN TXN-FILE-DC = 'D' AND
                   TXN-FILE-AMOUNT >
                      IDX-FILE-BALANCE + IDX-FILE-OD-LIMIT
                 PERFORM INSUFFICIENT-RECORD
              WHEN TXN-FILE-DC = 'D' AND
                   TXN-FILE-AMOUNT >
                      IDX-FILE-BALANCE + IDX-FILE-OD-LIMIT -
                      IDX-FILE-HOLD-AMOUNT
                 PERFORM HELD-FUNDS-RECORD
              WHEN OTHER
                 PERFORM H320-UPDATE-BALANCE
           END-EVALUATE.
      *eskisi 'B' ile reddedilir. Borç hareketi, bakiye ile onayl
      *kredili mevduat limitinin (IDX-FILE-OD-LIMIT) toplamn
      *aarsa 'I' nedeniyle TXNREJ-FILE'a gider; limit dahilinde
      *bakiye eksiye inebilir. Dondurulmu ('F') ve borca kapatlm
      *('K') hesaba borç bakiyeye baklmadan reddedilir. Bakiye +
      *limit borcu karlad halde IDX-FILE-HOLD-AMOUNT düülünce
      *karlamyorsa ret nedeni 'H'dir; böylece ube, parann
      *yetmediini blokeden ayrt edebilir. Alacaklar hesap durumuna
      *baklmadan uygulanr.
       H312-VALIDATE-VALUE-DATE.
           MOVE TXN-FILE-VALUE-YYYY TO WS-CHECK-YYYY.
           MOVE TXN-FILE-VALUE-MM   TO WS-CHECK-MM.
           MOVE TXN-FILE-VALUE-DATE  TO JRNL-FILE-VALUE-DATE.
           MOVE IDX-FILE-BALANCE     TO JRNL-FILE-BAL-AFTER.
           MOVE TXN-FILE-REF         TO JRNL-FILE-REF.
           MOVE SPACES               TO JRNL-FILE-ORIG-REF.
           WRITE JRNL-FILE-MEMBERS.
           PERFORM H325-REGISTER-REFERENCE.
           ADD 1 TO WS-POSTED-COUNT.
           MOVE WS-BUS-DATE  TO TXNREG-DATE.
           MOVE IDX-FILE-ID  TO TXNREG-ID.
           MOVE IDX-FILE-DVZ TO TXNREG-DVZ.
           MOVE JRNL-FILE-DC       TO TXNREG-DC.
           MOVE JRNL-FILE-AMOUNT   TO TXNREG-AMOUNT.
           MOVE JRNL-FILE-ORIG-REF TO TXNREG-LINK-REF.
           IF JRNL-FILE-ORIG-REF = SPACES
              MOVE 'P' TO TXNREG-STATUS
           ELSE
              MOVE 'V' TO TXNREG-STATUS
           END-IF.
           WRITE TXNREG-MEMBERS
              INVALID KEY
                 DISPLAY 'REGISTER WRITE DUPLICATE ' TXNREG-REF
           END-WRITE.
       H325-END. EXIT.
      *Uygulanan referans deftere ilenir; H318 ayn koşu içinde ayn
      *referans ikinci kez gördüünde de defterden yakalar. Yön,
      *tutar ve iptal bants az önce yazlan günlük satrndan
      *alnr; iptal kayd böylece asl hareketin ters yönü ve
      *tutaryla defterde yer alr.
       H330-REVERSE-MOVEMENT.
           PERFORM H312-VALIDATE-VALUE-DATE.
           PERFORM H318-CHECK-REGISTER.
           IF CHECK-DATE-VALID
              COMPUTE WS-VALUE-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(TXN-FILE-VALUE-DATE)
           END-IF.
           EVALUATE TRUE
              WHEN NOT CHECK-DATE-VALID
                 PERFORM BAD-DATE-RECORD
              WHEN REFERENCE-UNUSABLE
                 PERFORM DUPLICATE-REF-RECORD
              WHEN TXN-FILE-VALUE-DATE > WS-BUS-DATE
                 PERFORM HELD-RECORD
              WHEN WS-BUS-DATE-INT - WS-VALUE-DATE-INT >
                   WS-BACK-CUTOFF
                 PERFORM BACKDATED-RECORD
              WHEN OTHER
                 PERFORM H335-FIND-ORIGINAL
                 PERFORM H338-ROUTE-REVERSAL
           END-EVALUATE.
       H330-END. EXIT.
      *ptal kayd da valör ve kendi referans için normal hareketle
      *ayn denetimlerden geçer: ileri valörlü iptal bekletmeye
      *ayrlr ve valörü geldii gece asl hareket yeniden aranr.
       H335-FIND-ORIGINAL.
           MOVE 'Y' TO WS-ORIG-STATE-SW.
           IF TXN-FILE-ORIG-REF = SPACES
              MOVE 'U' TO WS-ORIG-STATE-SW
           ELSE
              MOVE TXN-FILE-ORIG-REF TO TXNREG-REF
              READ TXNREG-FILE KEY IS TXNREG-REF
                 INVALID KEY MOVE 'U' TO WS-ORIG-STATE-SW
              END-READ
           END-IF.
           IF ORIGINAL-USABLE
              IF REG-REVERSED OR REG-REVERSAL-ENTRY
                 MOVE 'V' TO WS-ORIG-STATE-SW
              ELSE
                 MOVE TXNREG-ID     TO WS-ORIG-ID
                 MOVE TXNREG-DVZ    TO WS-ORIG-DVZ
                 MOVE TXNREG-DC     TO WS-ORIG-DC
                 MOVE TXNREG-AMOUNT TO WS-ORIG-AMOUNT
              END-IF
           END-IF.
       H335-END. EXIT.
      *Asl referans defterde yoksa 'U'; zaten iptal edilmise ya da
      *kendisi bir iptal kaydysa 'V' durumudur. ptalin iptali asl
      *hareketi geri getirmek demektir ve ube bunu yeni referansl
      *normal bir hareketle yapar.
       H338-ROUTE-REVERSAL.
           EVALUATE TRUE
              WHEN ORIGINAL-UNKNOWN
                 PERFORM UNKNOWN-ORIGINAL-RECORD
              WHEN ORIGINAL-REVERSED
                 PERFORM REVERSED-ORIGINAL-RECORD
              WHEN OTHER
                 MOVE WS-ORIG-ID  TO IDX-FILE-ID
                 MOVE WS-ORIG-DVZ TO IDX-FILE-DVZ
                 READ IDX-FILE KEY IS IDX-FILE-KEY
                    INVALID KEY PERFORM ARCHIVED-ORIGINAL-RECORD
                    NOT INVALID KEY PERFORM H340-POST-REVERSAL
                 END-READ
           END-EVALUATE.
       H338-END. EXIT.
      *Defterde bulunan asl hareketin hesab IDX-FILE'da artk yoksa
      *hesap DORMANT ile arive alnm ya da ACCTMNT ile kapatlmtr;
      *iptal 'Z' ile reddedilir ve arivdeki bakiyeye dokunulmaz.
       H340-POST-REVERSAL.
           MOVE IDX-FILE-BALANCE TO JRNL-FILE-BAL-BEFORE.
           IF WS-ORIG-DC = 'D'
              MOVE 'C' TO WS-REV-DC
              COMPUTE WS-NEW-BALANCE =
                 IDX-FILE-BALANCE + WS-ORIG-AMOUNT
              ADD WS-ORIG-AMOUNT TO WS-REV-CREDIT-TOTAL
           ELSE
              MOVE 'D' TO WS-REV-DC
              COMPUTE WS-NEW-BALANCE =
                 IDX-FILE-BALANCE - WS-ORIG-AMOUNT
              ADD WS-ORIG-AMOUNT TO WS-REV-DEBIT-TOTAL
           END-IF.
           ADD TXN-FILE-AMOUNT TO WS-REV-KEYED-TOTAL.
           MOVE WS-NEW-BALANCE TO IDX-FILE-BALANCE.
           REWRITE IDX-FILE-MEMBERS.
           MOVE IDX-FILE-ID          TO JRNL-FILE-ID.
           MOVE IDX-FILE-DVZ         TO JRNL-FILE-DVZ.
           MOVE WS-REV-DC            TO JRNL-FILE-DC.
           MOVE WS-ORIG-AMOUNT       TO JRNL-FILE-AMOUNT.
           MOVE TXN-FILE-VALUE-DATE  TO JRNL-FILE-VALUE-DATE.
           MOVE IDX-FILE-BALANCE     TO JRNL-FILE-BAL-AFTER.
           MOVE TXN-FILE-REF         TO JRNL-FILE-REF.
           MOVE TXN-FILE-ORIG-REF    TO JRNL-FILE-ORIG-REF.
           WRITE JRNL-FILE-MEMBERS.
           PERFORM H345-MARK-ORIGINAL.
           PERFORM H325-REGISTER-REFERENCE.
           ADD 1 TO WS-REVERSED-COUNT.
           ADD 1 TO WS-POSTED-COUNT.
           PERFORM NEXT-INPUT-READ.
       H340-END. EXIT.
      *ptal, asl hareketin tutarn ters yönde ayn hesaba uygular;
      *borç yönlü iptal bir düzeltme olduundan bakiye + limit
      *denetimine taklmaz. Günlük satr iptalin kendi referansn ve
      *JRNL-FILE-ORIG-REF'te asl referans tar. IDX-FILE-DATE'e
      *dokunulmaz: iptal müteri hareketi deildir ve DORMANT'n
      *hareketsizlik yalandrmasn ilerletmemelidir. Hesap durumu ve
      *bloke tutar da denetlenmez: iptal, hatal uygulanm bir
      *hareketin düzeltilmesidir ve dondurma ya da blokeden önce
      *hesaba hiç girmemi olmas gereken tutar geri alr.
       H345-MARK-ORIGINAL.
           MOVE TXN-FILE-ORIG-REF TO TXNREG-REF.
           READ TXNREG-FILE KEY IS TXNREG-REF
              INVALID KEY
                 DISPLAY 'REGISTER ORIGINAL NOT FOUND ' TXNREG-REF
              NOT INVALID KEY
                 MOVE 'R'          TO TXNREG-STATUS
                 MOVE TXN-FILE-REF TO TXNREG-LINK-REF
                 REWRITE TXNREG-MEMBERS
                    INVALID KEY
                       DISPLAY 'REGISTER REWRITE FAILED ' TXNREG-REF
                 END-REWRITE
           END-READ.
       H345-END. EXIT.
      *Asl hareket defterde iptal edilmi olarak iaretlenir ve iptalin
      *referansna balanr; ayn referans ikinci kez iptal edilemez.
       BAD-CURRENCY-RECORD.
           DISPLAY 'UNKNOWN CURRENCY CODE' TXN-FILE-DVZ
                   ' FOR ID ' TXN-FILE-ID.
           MOVE TXN-FILE-DC      TO TXNREJ-FILE-DC.
           MOVE TXN-FILE-AMOUNT  TO TXNREJ-FILE-AMOUNT.
           MOVE TXN-FILE-REF     TO TXNREJ-FILE-REF.
           MOVE TXN-FILE-ORIG-REF TO TXNREJ-FILE-ORIG-REF.
           MOVE 'C'              TO TXNREJ-FILE-REASON.
           WRITE TXNREJ-FILE-MEMBERS.
           PERFORM REJECT-TOTALS.
           MOVE TXN-FILE-DC      TO TXNREJ-FILE-DC.
           MOVE TXN-FILE-AMOUNT  TO TXNREJ-FILE-AMOUNT.
           MOVE TXN-FILE-REF     TO TXNREJ-FILE-REF.
           MOVE TXN-FILE-ORIG-REF TO TXNREJ-FILE-ORIG-REF.
           MOVE 'X'              TO TXNREJ-FILE-REASON.
           WRITE TXNREJ-FILE-MEMBERS.
           PERFORM REJECT-TOTALS.
           MOVE TXN-FILE-DC      TO TXNREJ-FILE-DC.
           MOVE TXN-FILE-AMOUNT  TO TXNREJ-FILE-AMOUNT.
           MOVE TXN-FILE-REF     TO TXNREJ-FILE-REF.
           MOVE TXN-FILE-ORIG-REF TO TXNREJ-FILE-ORIG-REF.
           MOVE 'I'              TO TXNREJ-FILE-REASON.
           WRITE TXNREJ-FILE-MEMBERS.
           PERFORM REJECT-TOTALS.
           ADD 1 TO WS-REJECT-COUNT.
           PERFORM NEXT-INPUT-READ.
       INSUFFICIENT-END. EXIT.
      *-----
       FROZEN-RECORD.
           DISPLAY 'ACCOUNT FROZEN' IDX-FILE-KEY.
           MOVE TXN-FILE-ID      TO TXNREJ-FILE-ID.
           MOVE TXN-FILE-DVZ     TO TXNREJ-FILE-DVZ.
           MOVE TXN-FILE-DC      TO TXNREJ-FILE-DC.
           MOVE TXN-FILE-AMOUNT  TO TXNREJ-FILE-AMOUNT.
           MOVE TXN-FILE-REF     TO TXNREJ-FILE-REF.
           MOVE TXN-FILE-ORIG-REF TO TXNREJ-FILE-ORIG-REF.
           MOVE 'F'              TO TXNREJ-FILE-REASON.
           WRITE TXNREJ-FILE-MEMBERS.
           PERFORM REJECT-TOTALS.
           ADD 1 TO WS-REJECT-COUNT.
           PERFORM NEXT-INPUT-READ.
       FROZEN-END. EXIT.
      *-----
       BLOCKED-RECORD.
           DISPLAY 'ACCOUNT BLOCKED FOR DEBITS' IDX-FILE-KEY.
           MOVE TXN-FILE-ID      TO TXNREJ-FILE-ID.
           MOVE TXN-FILE-DVZ     TO TXNREJ-FILE-DVZ.
           MOVE TXN-FILE-DC      TO TXNREJ-FILE-DC.
           MOVE TXN-FILE-AMOUNT  TO TXNREJ-FILE-AMOUNT.
           MOVE TXN-FILE-REF     TO TXNREJ-FILE-REF.
           MOVE TXN-FILE-ORIG-REF TO TXNREJ-FILE-ORIG-REF.
           MOVE 'K'              TO TXNREJ-FILE-REASON.
           WRITE TXNREJ-FILE-MEMBERS.
           PERFORM REJECT-TOTALS.
           ADD 1 TO WS-REJECT-COUNT.
           PERFORM NEXT-INPUT-READ.
       BLOCKED-END. EXIT.
      *-----
       HELD-FUNDS-RECORD.
           DISPLAY 'FUNDS UNDER HOLD' IDX-FILE-KEY.
           MOVE TXN-FILE-ID      TO TXNREJ-FILE-ID.
           MOVE TXN-FILE-DVZ     TO TXNREJ-FILE-DVZ.
           MOVE TXN-FILE-DC      TO TXNREJ-FILE-DC.
           MOVE TXN-FILE-AMOUNT  TO TXNREJ-FILE-AMOUNT.
           MOVE TXN-FILE-REF     TO TXNREJ-FILE-REF.
           MOVE TXN-FILE-ORIG-REF TO TXNREJ-FILE-ORIG-REF.
           MOVE 'H'              TO TXNREJ-FILE-REASON.
           WRITE TXNREJ-FILE-MEMBERS.
           PERFORM REJECT-TOTALS.
           ADD 1 TO WS-REJECT-COUNT.
           PERFORM NEXT-INPUT-READ.
       HELD-FUNDS-END. EXIT.
      *-----
       BAD-DC-RECORD.
           DISPLAY 'BAD DEBIT/CREDIT CODE ' TXN-FILE-DC
           MOVE TXN-FILE-DC      TO TXNREJ-FILE-DC.
           MOVE TXN-FILE-AMOUNT  TO TXNREJ-FILE-AMOUNT.
           MOVE TXN-FILE-REF     TO TXNREJ-FILE-REF.
           MOVE TXN-FILE-ORIG-REF TO TXNREJ-FILE-ORIG-REF.
           MOVE 'A'              TO TXNREJ-FILE-REASON.
           WRITE TXNREJ-FILE-MEMBERS.
           PERFORM REJECT-TOTALS.
           MOVE TXN-FILE-DC      TO TXNREJ-FILE-DC.
           MOVE TXN-FILE-AMOUNT  TO TXNREJ-FILE-AMOUNT.
           MOVE TXN-FILE-REF     TO TXNREJ-FILE-REF.
           MOVE TXN-FILE-ORIG-REF TO TXNREJ-FILE-ORIG-REF.
           MOVE 'R'              TO TXNREJ-FILE-REASON.
           WRITE TXNREJ-FILE-MEMBERS.
           PERFORM REJECT-TOTALS.
           MOVE TXN-FILE-DC      TO TXNREJ-FILE-DC.
           MOVE TXN-FILE-AMOUNT  TO TXNREJ-FILE-AMOUNT.
           MOVE TXN-FILE-REF     TO TXNREJ-FILE-REF.
           MOVE TXN-FILE-ORIG-REF TO TXNREJ-FILE-ORIG-REF.
           MOVE 'B'              TO TXNREJ-FILE-REASON.
           WRITE TXNREJ-FILE-MEMBERS.
           PERFORM REJECT-TOTALS.
           MOVE TXN-FILE-DC      TO TXNREJ-FILE-DC.
           MOVE TXN-FILE-AMOUNT  TO TXNREJ-FILE-AMOUNT.
           MOVE TXN-FILE-REF     TO TXNREJ-FILE-REF.
           MOVE TXN-FILE-ORIG-REF TO TXNREJ-FILE-ORIG-REF.
           MOVE 'D'              TO TXNREJ-FILE-REASON.
           WRITE TXNREJ-FILE-MEMBERS.
           PERFORM REJECT-TOTALS.
           ADD 1 TO WS-REJECT-COUNT.
           PERFORM NEXT-INPUT-READ.
       BAD-DATE-END. EXIT.
      *-----
       UNKNOWN-ORIGINAL-RECORD.
           DISPLAY 'REVERSAL OF UNKNOWN REFERENCE ' TXN-FILE-ORIG-REF
                   ' FOR ID ' TXN-FILE-ID.
           MOVE 'U'              TO TXNREJ-FILE-REASON.
           PERFORM REVERSAL-REJECT.
       UNKNOWN-ORIGINAL-END. EXIT.
      *-----
       REVERSED-ORIGINAL-RECORD.
           DISPLAY 'REFERENCE ALREADY REVERSED ' TXN-FILE-ORIG-REF
                   ' FOR ID ' TXN-FILE-ID.
           MOVE 'V'              TO TXNREJ-FILE-REASON.
           PERFORM REVERSAL-REJECT.
       REVERSED-ORIGINAL-END. EXIT.
      *-----
       ARCHIVED-ORIGINAL-RECORD.
           DISPLAY 'REVERSAL ACCOUNT NOT ON FILE ' IDX-FILE-KEY
                   ' REF ' TXN-FILE-ORIG-REF.
           MOVE 'Z'              TO TXNREJ-FILE-REASON.
           PERFORM REVERSAL-REJECT.
       ARCHIVED-ORIGINAL-END. EXIT.
      *-----
       REVERSAL-REJECT.
           MOVE TXN-FILE-ID      TO TXNREJ-FILE-ID.
           MOVE TXN-FILE-DVZ     TO TXNREJ-FILE-DVZ.
           MOVE TXN-FILE-DC      TO TXNREJ-FILE-DC.
           MOVE TXN-FILE-AMOUNT  TO TXNREJ-FILE-AMOUNT.
           MOVE TXN-FILE-REF     TO TXNREJ-FILE-REF.
           MOVE TXN-FILE-ORIG-REF TO TXNREJ-FILE-ORIG-REF.
           WRITE TXNREJ-FILE-MEMBERS.
           PERFORM REJECT-TOTALS.
           ADD 1 TO WS-REJECT-COUNT.
           PERFORM NEXT-INPUT-READ.
       REVERSAL-REJECT-END. EXIT.
      *ptal retlerinin ortak ksm; neden kodu çaran paragraf
      *tarafndan konur. Ret tutar dosyadaki TXN-FILE-AMOUNT'tur ve
      *'R' göstergesi alacak tarafna saylr.
      *-----
       REJECT-TOTALS.
           IF TXN-FILE-DC = 'D'
              OR (WS-DEBIT-TOTAL + WS-REJ-DEBIT-TOTAL + WS-HELD-DEBIT
                 NOT = WS-TRL-DEBIT + WS-MATURED-DEBIT)
              OR (WS-CREDIT-TOTAL + WS-REJ-CREDIT-TOTAL +
                    WS-HELD-CREDIT + WS-REV-KEYED-TOTAL
                 NOT = WS-TRL-CREDIT + WS-MATURED-CREDIT)
              MOVE SPACES TO TXNCTL-RPT-LINE
              MOVE 'POST PROOF FAILED - TOTALS DO NOT TIE TO TRAILER'
      *olgunlap ilenen eski bekletmelerin toplamna geri balanr.
      *Uyumazlk, posta geçii srasnda kaytlarn kaybolduunu ya
      *da ift ilendiini gösterir ve kontrol raporuna geçer.
      *Uygulanan iptaller sayda uygulananlarla birlikte, tutarda
      *dosyadaki TXN-FILE-AMOUNT'larla alacak tarafnda yer alr.
       H996-WRITE-HOLD-SUMMARY.
           MOVE SPACES TO HOLD-RPT-LINE.
           COMPUTE WS-OUTSTANDING-COUNT =
                   ' HELD: ' WS-HELD-COUNT
                   ' REHELD: ' WS-REHELD-COUNT
                   ' MATURED: ' WS-MATURED-COUNT.
           DISPLAY 'REVERSAL TOTALS - REVERSED: ' WS-REVERSED-COUNT
                   ' DEBITS: ' WS-REV-DEBIT-TOTAL
                   ' CREDITS: ' WS-REV-CREDIT-TOTAL.
           CLOSE TXN-FILE.
           CLOSE IDX-FILE.
           CLOSE JRNL-FILE.
