       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRTMNT.
       AUTHOR.     SINEM SEN.
      *----
      *ALRTMNT, müteri uyar abonelii ana dosyas ALRT-FILE'n tek
      *yetkili bakm programdr: ALRT-REQ'dan okunan ADD ('A') /
      *CHANGE ('C') / CANCEL ('X') taleplerini dorular ve uygular
      *(SORDMNT kalb). Eklemede hesabn IDX-FILE'da ve etkin para
      *biriminde bulunmas, kanal kodunun tanml, seçilen kanaln
      *iletiim referansnn dolu, en az bir olayn açk, açk olan
      *olayn eiinin geçerli olmas aranr; tutmayan talepler
      *ALRT-REJ'e yönlendirilir. Uygulanan her talep için aboneliin
      *önceki ve sonraki görüntüsü ALRT-AUD'a yazlr. Uyarlar
      *üreten ALRTGEN'dir; bu program hesaba dokunmaz.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALRT-REQ ASSIGN TO ALRTREQ
                           STATUS CHECK-FILE-REQ.
           SELECT OPTIONAL ALRT-FILE ASSIGN TO ALRTFILE
                           ORGANIZATION IS INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY ALRT-FILE-KEY
                           STATUS CHECK-FILE-ALRT.
           SELECT IDX-FILE ASSIGN TO IDXFILE
                           ORGANIZATION IS INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY IDX-FILE-KEY
                           ALTERNATE RECORD KEY IDX-FILE-BALANCE
                             WITH DUPLICATES
                           STATUS CHECK-FILE-INDEX.
           SELECT ALRT-AUD ASSIGN TO ALRTAUD
                           STATUS CHECK-FILE-AUDIT.
           SELECT ALRT-REJ ASSIGN TO ALRTREJ
                           STATUS CHECK-FILE-REJECT.
           SELECT CCY-MST ASSIGN TO CCYMST
                           STATUS CHECK-FILE-CCYM.
      *ALRT-FILE ilk koşuda henüz yoktur; SELECT bu yüzden
      *OPTIONAL'dr ve dosya ilk eklemeyle yaratlr.
      *----
       DATA DIVISION.
       FILE SECTION.
       FD  ALRT-REQ RECORDING MODE F.
         01 ALRT-REQ-MEMBERS.
           05 ALRT-REQ-ACTION        PIC X(1).
             88 ALRT-REQ-ADD             VALUE 'A'.
             88 ALRT-REQ-CHANGE          VALUE 'C'.
             88 ALRT-REQ-CANCEL          VALUE 'X'.
           05 ALRT-REQ-ID            PIC X(5).
           05 ALRT-REQ-DVZ           PIC X(3).
           05 ALRT-REQ-CHANNEL       PIC X(1).
           05 ALRT-REQ-SMS-REF       PIC X(20).
           05 ALRT-REQ-EMAIL-REF     PIC X(20).
           05 ALRT-REQ-DEBIT-SW      PIC X(1).
           05 ALRT-REQ-DEBIT-AMOUNT  PIC 9(13)V99.
           05 ALRT-REQ-MINBAL-SW     PIC X(1).
           05 ALRT-REQ-MIN-BALANCE   PIC 9(13)V99.
           05 ALRT-REQ-OD-SW         PIC X(1).
           05 ALRT-REQ-USAGE-SW      PIC X(1).
           05 ALRT-REQ-USAGE-PCT     PIC 9(3).
           05 ALRT-REQ-INTEREST-SW   PIC X(1).
      *ALRT-REQ-DVZ, MNT-FILE-DVZ gibi saysal ya da ISO alfa kodu
      *tayabilir. Eklemede bo braklan olay anahtar 'N'
      *saylr. CHANGE talebinde boluk braklan kanal, referans ve
      *anahtarlar ile sfr braklan tutar ve yüzde abonelikte
      *olduu gibi korunur; birletirilmi görüntü eklemedeki
      *kurallarla yeniden dorulanr. Bir referans silmek için
      *kanal deitirilip referans boaltlamaz; abonelik iptal
      *edilip yeniden eklenir.
       FD  ALRT-FILE.
           COPY ALRTREC.
       FD  IDX-FILE.
           COPY IDXREC.
       FD  ALRT-AUD RECORDING MODE F.
         01 ALRT-AUD-MEMBERS.
           05 ALRT-AUD-ACTION        PIC X(1).
           05 ALRT-AUD-RUN-DATE      PIC 9(8).
           05 ALRT-AUD-ID            PIC 9(5).
           05 ALRT-AUD-DVZ           PIC 9(3).
           05 ALRT-AUD-BEFORE        PIC X(104).
           05 ALRT-AUD-AFTER         PIC X(104).
      *ALRT-AUD-BEFORE talep öncesi, ALRT-AUD-AFTER talep sonras
      *aboneliin ALRTREC düzenindeki tam kayddr. lk eklemede
      *önceki görüntü boluktur; iptal edilmi aboneliin yeniden
      *eklenmesinde iptal edilmi kayttr.
       FD  ALRT-REJ RECORDING MODE F.
         01 ALRT-REJ-MEMBERS.
           05 ALRT-REJ-ACTION        PIC X(1).
           05 ALRT-REJ-ID            PIC X(5).
           05 ALRT-REJ-DVZ           PIC X(3).
           05 ALRT-REJ-REASON        PIC X(1).
      *ALRT-REJ-REASON: 'D' eklemede etkin abonelii olan hesap, 'X'
      *deiiklik/iptalde bulunamayan ya da etkin olmayan abonelik,
      *'C' çevrilemeyen ya da eklemede pasif para birimi, 'N'
      *saysal olmayan ya da IDX-FILE'da bulunamayan hesap, 'K'
      *tannmayan kanal kodu, 'R' seçilen kanaln iletiim
      *referans bo, 'W' 'Y'/'N' dnda olay anahtar, 'E' hiçbir
      *olay açk deil, 'M' açk borç uyarsnda sfr tutar, 'P'
      *açk limit kullanm uyarsnda 1-100 d yüzde, 'A'
      *tannmayan ilem kodu; SORD-REJ'deki kodlamayla ayn
      *çizgidedir.
       FD  CCY-MST RECORDING MODE F.
           COPY CCYMREC.
       WORKING-STORAGE SECTION.
       01  CONTROL-STATEMENTS.
         05 CHECK-FILE-REQ         PIC 9(2).
           88 REQ-FILE-SUCCESS     VALUE 00 97.
           88 REQ-FILE-EOF         VALUE 10.
         05 CHECK-FILE-ALRT        PIC 9(2).
           88 ALRT-FILE-SUCCESS    VALUE 00 05 97.
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
         05 WS-KEY-STATE-SW        PIC X(1).
           88 KEY-USABLE              VALUE 'Y'.
           88 KEY-BAD-CURRENCY        VALUE 'C'.
           88 KEY-BAD-ID              VALUE 'N'.
         05 WS-KEY-ID              PIC 9(5).
         05 WS-KEY-DVZ             PIC 9(3).
         05 WS-PREF-STATE-SW       PIC X(1).
           88 PREFS-VALID             VALUE 'Y'.
           88 PREF-BAD-SWITCH         VALUE 'W'.
           88 PREF-BAD-CHANNEL        VALUE 'K'.
           88 PREF-NO-REFERENCE       VALUE 'R'.
           88 PREF-NO-EVENT           VALUE 'E'.
           88 PREF-ZERO-AMOUNT        VALUE 'M'.
           88 PREF-BAD-PERCENT        VALUE 'P'.
         05 WS-NEW-CHANNEL         PIC X(1).
           88 NEW-CHANNEL-VALID       VALUE 'S' 'E' 'B'.
           88 NEW-CHANNEL-SMS         VALUE 'S' 'B'.
           88 NEW-CHANNEL-EMAIL       VALUE 'E' 'B'.
         05 WS-NEW-SMS-REF         PIC X(20).
         05 WS-NEW-EMAIL-REF       PIC X(20).
         05 WS-NEW-DEBIT-SW        PIC X(1).
           88 NEW-DEBIT-ON            VALUE 'Y'.
           88 NEW-DEBIT-VALID         VALUE 'Y' 'N'.
         05 WS-NEW-DEBIT-AMOUNT    PIC 9(13)V99.
         05 WS-NEW-MINBAL-SW       PIC X(1).
           88 NEW-MINBAL-ON           VALUE 'Y'.
           88 NEW-MINBAL-VALID        VALUE 'Y' 'N'.
         05 WS-NEW-MIN-BALANCE     PIC 9(13)V99.
         05 WS-NEW-OD-SW           PIC X(1).
           88 NEW-OD-ON               VALUE 'Y'.
           88 NEW-OD-VALID            VALUE 'Y' 'N'.
         05 WS-NEW-USAGE-SW        PIC X(1).
           88 NEW-USAGE-ON            VALUE 'Y'.
           88 NEW-USAGE-VALID         VALUE 'Y' 'N'.
         05 WS-NEW-USAGE-PCT       PIC 9(3).
         05 WS-NEW-INTEREST-SW     PIC X(1).
           88 NEW-INTEREST-ON         VALUE 'Y'.
           88 NEW-INTEREST-VALID      VALUE 'Y' 'N'.
      *WS-RUN-DATE, her denetim kaydna ve abonelie yazlan çalma
      *tarihidir. WS-KEY-*, talepteki hesap anahtarnn çevrilmi
      *halidir. WS-NEW-*, eklemede talepten, deiiklikte talep ile
      *aboneliin birletirilmesinden gelen ve dorulandktan sonra
      *abonelie yazlacak deerlerdir.
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
      *Ana akş: dosyalar açlr, ALRT-REQ'daki her talep
      *H300-MAINTAIN ile dorulanp uygulanr, sonda kontrol
      *toplamlar görüntülenip dosyalar kapatlr.
       H100-OPEN-FILES.
           OPEN INPUT  ALRT-REQ.
           OPEN I-O    ALRT-FILE.
           OPEN INPUT  IDX-FILE.
           OPEN OUTPUT ALRT-AUD.
           OPEN OUTPUT ALRT-REJ.
           PERFORM H110-FILE-CONTROL.
           PERFORM H130-LOAD-CURRENCY.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           READ ALRT-REQ.
       H100-END. EXIT.
      *-----
       H110-FILE-CONTROL.
           IF (CHECK-FILE-REQ NOT = 97) AND (CHECK-FILE-REQ NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-REQ
              PERFORM H999-EXIT
           END-IF.
           IF NOT ALRT-FILE-SUCCESS
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-ALRT
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
      *ALRT-FILE açlnda 05, OPTIONAL dosyann bu koşuda (ilk
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
              DISPLAY "ALRTMNT ABORTED - CURRENCY MASTER EMPTY"
              PERFORM H999-EXIT
           END-IF.
       H130-END. EXIT.
      *CURRENCY tablosu CCY-MST para birimi ana dosyasndan yüklenir;
      *dosya açlamaz ya da bo gelirse hiçbir hesap anahtar
      *çevrilemeyeceinden koşu durdurulur.
       H135-LOAD-ONE-CCY.
           IF WS-CCY-TBL-COUNT < 50
              ADD 1 TO WS-CCY-TBL-COUNT
              SET CCY-IDX TO WS-CCY-TBL-COUNT
              MOVE CCY-MST-ALPHA   TO WS-CCY-ALPHA (CCY-IDX)
              MOVE CCY-MST-NUMERIC TO WS-CCY-NUMERIC (CCY-IDX)
              MOVE CCY-MST-MINOR   TO WS-CCY-MINOR (CCY-IDX)
              MOVE CCY-MST-STATUS  TO WS-CCY-STATUS (CCY-IDX)
           ELSE
              DISPLAY "ALRTMNT ABORTED - CURRENCY TABLE FULL"
              PERFORM H999-EXIT
           END-IF.
           READ CCY-MST.
       H135-END. EXIT.
      *Pasif para birimleri de yüklenir: pasif para birimindeki bir
      *hesabn abonelii deitirilebilir ve iptal edilebilir, yalnz
      *yeni abonelik eklenemez.
       H300-MAINTAIN.
           IF NOT ALRT-REQ-ADD AND NOT ALRT-REQ-CHANGE AND
              NOT ALRT-REQ-CANCEL
              PERFORM BAD-ACTION-RECORD
           ELSE
              PERFORM H305-BUILD-KEY
              EVALUATE TRUE
                 WHEN KEY-BAD-CURRENCY
                    PERFORM BAD-CURRENCY-RECORD
                 WHEN KEY-BAD-ID
                    PERFORM NO-ACCOUNT-RECORD
                 WHEN ALRT-REQ-ADD
                    PERFORM H310-ADD-SUBSCRIPTION
                 WHEN ALRT-REQ-CHANGE
                    PERFORM H320-CHANGE-SUBSCRIPTION
                 WHEN OTHER
                    PERFORM H330-CANCEL-SUBSCRIPTION
              END-EVALUATE
           END-IF.
       H300-END. EXIT.
      *Talep önce ilem kodu, sonra hesap anahtar üzerinden
      *dorulanr; ret ve uygulama paragraflar bir sonraki talebi
      *kendileri okur.
       H305-BUILD-KEY.
           MOVE 'Y' TO WS-KEY-STATE-SW.
           MOVE 'N' TO WS-CCY-FOUND-SW.
           MOVE ALRT-REQ-DVZ TO WS-LOOKUP-DVZ.
           SET CCY-IDX TO 1.
           IF WS-LOOKUP-DVZ IS NUMERIC
              COMPUTE WS-TRANSLATED-DVZ =
                 FUNCTION NUMVAL (WS-LOOKUP-DVZ)
              SEARCH WS-CCY-ENTRY
                 AT END
                    MOVE 'N' TO WS-CCY-FOUND-SW
                 WHEN CCY-IDX > WS-CCY-TBL-COUNT
                    MOVE 'N' TO WS-CCY-FOUND-SW
                 WHEN WS-CCY-NUMERIC (CCY-IDX) = WS-TRANSLATED-DVZ
                    MOVE 'Y' TO WS-CCY-FOUND-SW
              END-SEARCH
           ELSE
              SEARCH WS-CCY-ENTRY
                 AT END
                    MOVE 'N' TO WS-CCY-FOUND-SW
                 WHEN CCY-IDX > WS-CCY-TBL-COUNT
                    MOVE 'N' TO WS-CCY-FOUND-SW
                 WHEN WS-CCY-ALPHA (CCY-IDX) = WS-LOOKUP-DVZ
                    MOVE WS-CCY-NUMERIC (CCY-IDX) TO WS-TRANSLATED-DVZ
                    MOVE 'Y' TO WS-CCY-FOUND-SW
              END-SEARCH
           END-IF.
           IF NOT CCY-FOUND
              MOVE 'C' TO WS-KEY-STATE-SW
           ELSE
              IF ALRT-REQ-ADD AND NOT CCY-ENTRY-ACTIVE (CCY-IDX)
                 MOVE 'C' TO WS-KEY-STATE-SW
              END-IF
           END-IF.
           IF KEY-USABLE
              IF ALRT-REQ-ID IS NUMERIC
                 COMPUTE WS-KEY-ID = FUNCTION NUMVAL (ALRT-REQ-ID)
                 MOVE WS-TRANSLATED-DVZ TO WS-KEY-DVZ
                 MOVE WS-KEY-ID  TO ALRT-FILE-ID
                 MOVE WS-KEY-DVZ TO ALRT-FILE-DVZ
              ELSE
                 MOVE 'N' TO WS-KEY-STATE-SW
              END-IF
           END-IF.
       H305-END. EXIT.
      *SORDMNT'deki H305'in hesap anahtar için kullanlan eidir;
      *etkin para birimi koulu yalnz eklemede aranr.
       H310-ADD-SUBSCRIPTION.
           MOVE WS-KEY-ID  TO IDX-FILE-ID.
           MOVE WS-KEY-DVZ TO IDX-FILE-DVZ.
           READ IDX-FILE KEY IS IDX-FILE-KEY
              INVALID KEY PERFORM NO-ACCOUNT-RECORD
              NOT INVALID KEY
                 PERFORM H312-CHECK-ADD
           END-READ.
       H310-END. EXIT.
      *Abonelik yalnz IDX-FILE'da var olan hesaba eklenir.
       H312-CHECK-ADD.
           MOVE ALRT-REQ-CHANNEL      TO WS-NEW-CHANNEL.
           MOVE ALRT-REQ-SMS-REF      TO WS-NEW-SMS-REF.
           MOVE ALRT-REQ-EMAIL-REF    TO WS-NEW-EMAIL-REF.
           MOVE ALRT-REQ-DEBIT-SW     TO WS-NEW-DEBIT-SW.
           MOVE ALRT-REQ-DEBIT-AMOUNT TO WS-NEW-DEBIT-AMOUNT.
           MOVE ALRT-REQ-MINBAL-SW    TO WS-NEW-MINBAL-SW.
           MOVE ALRT-REQ-MIN-BALANCE  TO WS-NEW-MIN-BALANCE.
           MOVE ALRT-REQ-OD-SW        TO WS-NEW-OD-SW.
           MOVE ALRT-REQ-USAGE-SW     TO WS-NEW-USAGE-SW.
           MOVE ALRT-REQ-USAGE-PCT    TO WS-NEW-USAGE-PCT.
           MOVE ALRT-REQ-INTEREST-SW  TO WS-NEW-INTEREST-SW.
           IF WS-NEW-DEBIT-SW = SPACE
              MOVE 'N' TO WS-NEW-DEBIT-SW
           END-IF.
           IF WS-NEW-MINBAL-SW = SPACE
              MOVE 'N' TO WS-NEW-MINBAL-SW
           END-IF.
           IF WS-NEW-OD-SW = SPACE
              MOVE 'N' TO WS-NEW-OD-SW
           END-IF.
           IF WS-NEW-USAGE-SW = SPACE
              MOVE 'N' TO WS-NEW-USAGE-SW
           END-IF.
           IF WS-NEW-INTEREST-SW = SPACE
              MOVE 'N' TO WS-NEW-INTEREST-SW
           END-IF.
           PERFORM H340-CHECK-PREFS.
           IF PREFS-VALID
              READ ALRT-FILE KEY IS ALRT-FILE-KEY
                 INVALID KEY PERFORM H314-WRITE-NEW
                 NOT INVALID KEY
                    PERFORM H316-REOPEN
              END-READ
           ELSE
              PERFORM H345-REJECT-PREFS
           END-IF.
       H312-END. EXIT.
      *-----
       H314-WRITE-NEW.
           MOVE SPACES TO ALRT-AUD-BEFORE.
           MOVE WS-KEY-ID  TO ALRT-FILE-ID.
           MOVE WS-KEY-DVZ TO ALRT-FILE-DVZ.
           PERFORM H350-APPLY-NEW.
           MOVE 'A' TO ALRT-STATUS.
           MOVE WS-RUN-DATE TO ALRT-OPEN-DATE.
           WRITE ALRT-FILE-MEMBERS
              INVALID KEY PERFORM DUPLICATE-RECORD
              NOT INVALID KEY
                 MOVE 'A' TO ALRT-AUD-ACTION
                 PERFORM H360-WRITE-AUDIT
                 ADD 1 TO WS-ADD-COUNT
                 READ ALRT-REQ
           END-WRITE.
       H314-END. EXIT.
      *-----
       H316-REOPEN.
           IF ALRT-ACTIVE
              PERFORM DUPLICATE-RECORD
           ELSE
              MOVE ALRT-FILE-MEMBERS TO ALRT-AUD-BEFORE
              PERFORM H350-APPLY-NEW
              MOVE 'A' TO ALRT-STATUS
              MOVE WS-RUN-DATE TO ALRT-OPEN-DATE
              REWRITE ALRT-FILE-MEMBERS
              MOVE 'A' TO ALRT-AUD-ACTION
              PERFORM H360-WRITE-AUDIT
              ADD 1 TO WS-ADD-COUNT
              READ ALRT-REQ
           END-IF.
       H316-END. EXIT.
      *ptal edilmi abonelik yeniden eklendiinde kayt yeni
      *tercihlerle üzerine yazlr; önceki görüntü iptal edilmi
      *kayt olarak denetim izinde kalr.
       H320-CHANGE-SUBSCRIPTION.
           READ ALRT-FILE KEY IS ALRT-FILE-KEY
              INVALID KEY PERFORM WRONG-RECORD
              NOT INVALID KEY
                 PERFORM H325-APPLY-CHANGE
           END-READ.
       H320-END. EXIT.
      *-----
       H325-APPLY-CHANGE.
           IF NOT ALRT-ACTIVE
              PERFORM WRONG-RECORD
           ELSE
              PERFORM H326-MERGE-CHANGE
           END-IF.
       H325-END. EXIT.
      *ptal edilmi abonelik deitirilemez; yeniden eklenir.
       H326-MERGE-CHANGE.
           MOVE ALRT-CHANNEL      TO WS-NEW-CHANNEL.
           MOVE ALRT-SMS-REF      TO WS-NEW-SMS-REF.
           MOVE ALRT-EMAIL-REF    TO WS-NEW-EMAIL-REF.
           MOVE ALRT-DEBIT-SW     TO WS-NEW-DEBIT-SW.
           MOVE ALRT-DEBIT-AMOUNT TO WS-NEW-DEBIT-AMOUNT.
           MOVE ALRT-MINBAL-SW    TO WS-NEW-MINBAL-SW.
           MOVE ALRT-MIN-BALANCE  TO WS-NEW-MIN-BALANCE.
           MOVE ALRT-OD-SW        TO WS-NEW-OD-SW.
           MOVE ALRT-USAGE-SW     TO WS-NEW-USAGE-SW.
           MOVE ALRT-USAGE-PCT    TO WS-NEW-USAGE-PCT.
           MOVE ALRT-INTEREST-SW  TO WS-NEW-INTEREST-SW.
           IF ALRT-REQ-CHANNEL NOT = SPACE
              MOVE ALRT-REQ-CHANNEL TO WS-NEW-CHANNEL
           END-IF.
           IF ALRT-REQ-SMS-REF NOT = SPACES
              MOVE ALRT-REQ-SMS-REF TO WS-NEW-SMS-REF
           END-IF.
           IF ALRT-REQ-EMAIL-REF NOT = SPACES
              MOVE ALRT-REQ-EMAIL-REF TO WS-NEW-EMAIL-REF
           END-IF.
           IF ALRT-REQ-DEBIT-SW NOT = SPACE
              MOVE ALRT-REQ-DEBIT-SW TO WS-NEW-DEBIT-SW
           END-IF.
           IF ALRT-REQ-DEBIT-AMOUNT NOT = 0
              MOVE ALRT-REQ-DEBIT-AMOUNT TO WS-NEW-DEBIT-AMOUNT
           END-IF.
           IF ALRT-REQ-MINBAL-SW NOT = SPACE
              MOVE ALRT-REQ-MINBAL-SW TO WS-NEW-MINBAL-SW
           END-IF.
           IF ALRT-REQ-MIN-BALANCE NOT = 0
              MOVE ALRT-REQ-MIN-BALANCE TO WS-NEW-MIN-BALANCE
           END-IF.
           IF ALRT-REQ-OD-SW NOT = SPACE
              MOVE ALRT-REQ-OD-SW TO WS-NEW-OD-SW
           END-IF.
           IF ALRT-REQ-USAGE-SW NOT = SPACE
              MOVE ALRT-REQ-USAGE-SW TO WS-NEW-USAGE-SW
           END-IF.
           IF ALRT-REQ-USAGE-PCT NOT = 0
              MOVE ALRT-REQ-USAGE-PCT TO WS-NEW-USAGE-PCT
           END-IF.
           IF ALRT-REQ-INTEREST-SW NOT = SPACE
              MOVE ALRT-REQ-INTEREST-SW TO WS-NEW-INTEREST-SW
           END-IF.
           PERFORM H340-CHECK-PREFS.
           IF PREFS-VALID
              PERFORM H328-REWRITE-CHANGE
           ELSE
              PERFORM H345-REJECT-PREFS
           END-IF.
       H326-END. EXIT.
      *Talepte boluk/sfr braklan alanlar abonelikteki deerle
      *doldurulur ve birletirilmi görüntü eklemedeki kurallarla
      *yeniden dorulanr.
       H328-REWRITE-CHANGE.
           MOVE ALRT-FILE-MEMBERS TO ALRT-AUD-BEFORE.
           PERFORM H350-APPLY-NEW.
           REWRITE ALRT-FILE-MEMBERS.
           MOVE 'C' TO ALRT-AUD-ACTION.
           PERFORM H360-WRITE-AUDIT.
           ADD 1 TO WS-CHANGE-COUNT.
           READ ALRT-REQ.
       H328-END. EXIT.
      *-----
       H330-CANCEL-SUBSCRIPTION.
           READ ALRT-FILE KEY IS ALRT-FILE-KEY
              INVALID KEY PERFORM WRONG-RECORD
              NOT INVALID KEY
                 PERFORM H335-APPLY-CANCEL
           END-READ.
       H330-END. EXIT.
      *-----
       H335-APPLY-CANCEL.
           IF NOT ALRT-ACTIVE
              PERFORM WRONG-RECORD
           ELSE
              MOVE ALRT-FILE-MEMBERS TO ALRT-AUD-BEFORE
              MOVE 'X' TO ALRT-STATUS
              MOVE WS-RUN-DATE TO ALRT-CHANGE-DATE
              REWRITE ALRT-FILE-MEMBERS
              MOVE 'X' TO ALRT-AUD-ACTION
              PERFORM H360-WRITE-AUDIT
              ADD 1 TO WS-CANCEL-COUNT
              READ ALRT-REQ
           END-IF.
       H335-END. EXIT.
      *ptal, abonelii dosyadan silmez; 'X' durumuna alr ki
      *geçmi denetlenebilir kalsn. ALRTGEN iptal edilmi
      *abonelik için uyar üretmez.
       H340-CHECK-PREFS.
           MOVE 'Y' TO WS-PREF-STATE-SW.
           EVALUATE TRUE
              WHEN NOT NEW-DEBIT-VALID OR NOT NEW-MINBAL-VALID OR
                   NOT NEW-OD-VALID OR NOT NEW-USAGE-VALID OR
                   NOT NEW-INTEREST-VALID
                 MOVE 'W' TO WS-PREF-STATE-SW
              WHEN NOT NEW-CHANNEL-VALID
                 MOVE 'K' TO WS-PREF-STATE-SW
              WHEN NEW-CHANNEL-SMS AND WS-NEW-SMS-REF = SPACES
                 MOVE 'R' TO WS-PREF-STATE-SW
              WHEN NEW-CHANNEL-EMAIL AND WS-NEW-EMAIL-REF = SPACES
                 MOVE 'R' TO WS-PREF-STATE-SW
              WHEN NOT NEW-DEBIT-ON AND NOT NEW-MINBAL-ON AND
                   NOT NEW-OD-ON AND NOT NEW-USAGE-ON AND
                   NOT NEW-INTEREST-ON
                 MOVE 'E' TO WS-PREF-STATE-SW
              WHEN NEW-DEBIT-ON AND WS-NEW-DEBIT-AMOUNT = 0
                 MOVE 'M' TO WS-PREF-STATE-SW
              WHEN NEW-USAGE-ON AND
                   (WS-NEW-USAGE-PCT < 1 OR WS-NEW-USAGE-PCT > 100)
                 MOVE 'P' TO WS-PREF-STATE-SW
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       H340-END. EXIT.
      *Dorulamalar anahtarlardan eiklere doru sralanr ve talep
      *ilk tutmayan koulun kodu ile reddedilir. Sfr en düük
      *bakiye geçerlidir: bakiyenin sfrn altna inmesi demektir.
       H345-REJECT-PREFS.
           EVALUATE TRUE
              WHEN PREF-BAD-SWITCH
                 PERFORM BAD-SWITCH-RECORD
              WHEN PREF-BAD-CHANNEL
                 PERFORM BAD-CHANNEL-RECORD
              WHEN PREF-NO-REFERENCE
                 PERFORM NO-REFERENCE-RECORD
              WHEN PREF-NO-EVENT
                 PERFORM NO-EVENT-RECORD
              WHEN PREF-ZERO-AMOUNT
                 PERFORM ZERO-AMOUNT-RECORD
              WHEN OTHER
                 PERFORM BAD-PERCENT-RECORD
           END-EVALUATE.
       H345-END. EXIT.
      *-----
       H350-APPLY-NEW.
           MOVE WS-NEW-CHANNEL      TO ALRT-CHANNEL.
           MOVE WS-NEW-SMS-REF      TO ALRT-SMS-REF.
           MOVE WS-NEW-EMAIL-REF    TO ALRT-EMAIL-REF.
           MOVE WS-NEW-DEBIT-SW     TO ALRT-DEBIT-SW.
           MOVE WS-NEW-DEBIT-AMOUNT TO ALRT-DEBIT-AMOUNT.
           MOVE WS-NEW-MINBAL-SW    TO ALRT-MINBAL-SW.
           MOVE WS-NEW-MIN-BALANCE  TO ALRT-MIN-BALANCE.
           MOVE WS-NEW-OD-SW        TO ALRT-OD-SW.
           MOVE WS-NEW-USAGE-SW     TO ALRT-USAGE-SW.
           MOVE WS-NEW-USAGE-PCT    TO ALRT-USAGE-PCT.
           MOVE WS-NEW-INTEREST-SW  TO ALRT-INTEREST-SW.
           MOVE WS-RUN-DATE         TO ALRT-CHANGE-DATE.
       H350-END. EXIT.
      *-----
       H360-WRITE-AUDIT.
           MOVE WS-RUN-DATE       TO ALRT-AUD-RUN-DATE.
           MOVE ALRT-FILE-ID      TO ALRT-AUD-ID.
           MOVE ALRT-FILE-DVZ     TO ALRT-AUD-DVZ.
           MOVE ALRT-FILE-MEMBERS TO ALRT-AUD-AFTER.
           WRITE ALRT-AUD-MEMBERS.
       H360-END. EXIT.
      *Sonraki görüntü, kayt yazldktan sonraki ALRT-FILE kaydnn
      *kendisidir.
       BAD-CURRENCY-RECORD.
           DISPLAY 'BAD CURRENCY ' ALRT-REQ-DVZ
                   ' FOR SUBSCRIPTION ' ALRT-REQ-ID.
           MOVE 'C' TO ALRT-REJ-REASON.
           PERFORM H370-WRITE-REJECT.
       BAD-CURRENCY-END. EXIT.
      *-----
       NO-ACCOUNT-RECORD.
           DISPLAY 'ACCOUNT NOT ON FILE ' ALRT-REQ-ID
                   ' ' ALRT-REQ-DVZ.
           MOVE 'N' TO ALRT-REJ-REASON.
           PERFORM H370-WRITE-REJECT.
       NO-ACCOUNT-END. EXIT.
      *-----
       BAD-SWITCH-RECORD.
           DISPLAY 'EVENT SWITCH NOT Y/N FOR SUBSCRIPTION '
                   ALRT-REQ-ID ' ' ALRT-REQ-DVZ.
           MOVE 'W' TO ALRT-REJ-REASON.
           PERFORM H370-WRITE-REJECT.
       BAD-SWITCH-END. EXIT.
      *-----
       BAD-CHANNEL-RECORD.
           DISPLAY 'UNKNOWN CHANNEL CODE' ALRT-REQ-CHANNEL
                   ' FOR SUBSCRIPTION ' ALRT-REQ-ID ' ' ALRT-REQ-DVZ.
           MOVE 'K' TO ALRT-REJ-REASON.
           PERFORM H370-WRITE-REJECT.
       BAD-CHANNEL-END. EXIT.
      *-----
       NO-REFERENCE-RECORD.
           DISPLAY 'NO CONTACT REFERENCE FOR CHANNEL ' WS-NEW-CHANNEL
                   ' FOR SUBSCRIPTION ' ALRT-REQ-ID ' ' ALRT-REQ-DVZ.
           MOVE 'R' TO ALRT-REJ-REASON.
           PERFORM H370-WRITE-REJECT.
       NO-REFERENCE-END. EXIT.
      *-----
       NO-EVENT-RECORD.
           DISPLAY 'NO EVENT SELECTED FOR SUBSCRIPTION '
                   ALRT-REQ-ID ' ' ALRT-REQ-DVZ.
           MOVE 'E' TO ALRT-REJ-REASON.
           PERFORM H370-WRITE-REJECT.
       NO-EVENT-END. EXIT.
      *-----
       ZERO-AMOUNT-RECORD.
           DISPLAY 'ZERO DEBIT AMOUNT FOR SUBSCRIPTION '
                   ALRT-REQ-ID ' ' ALRT-REQ-DVZ.
           MOVE 'M' TO ALRT-REJ-REASON.
           PERFORM H370-WRITE-REJECT.
       ZERO-AMOUNT-END. EXIT.
      *-----
       BAD-PERCENT-RECORD.
           DISPLAY 'BAD USAGE PERCENT ' WS-NEW-USAGE-PCT
                   ' FOR SUBSCRIPTION ' ALRT-REQ-ID ' ' ALRT-REQ-DVZ.
           MOVE 'P' TO ALRT-REJ-REASON.
           PERFORM H370-WRITE-REJECT.
       BAD-PERCENT-END. EXIT.
      *-----
       DUPLICATE-RECORD.
           DISPLAY 'ACTIVE SUBSCRIPTION EXISTS ' ALRT-REQ-ID
                   ' ' ALRT-REQ-DVZ.
           MOVE 'D' TO ALRT-REJ-REASON.
           PERFORM H370-WRITE-REJECT.
       DUPLICATE-END. EXIT.
      *-----
       WRONG-RECORD.
           DISPLAY 'WRONG SUBSCRIPTION ' ALRT-REQ-ID ' ' ALRT-REQ-DVZ.
           MOVE 'X' TO ALRT-REJ-REASON.
           PERFORM H370-WRITE-REJECT.
       WRONG-END. EXIT.
      *-----
       BAD-ACTION-RECORD.
           DISPLAY 'UNKNOWN ACTION CODE' ALRT-REQ-ACTION
                   ' FOR SUBSCRIPTION ' ALRT-REQ-ID ' ' ALRT-REQ-DVZ.
           MOVE 'A' TO ALRT-REJ-REASON.
           PERFORM H370-WRITE-REJECT.
       BAD-ACTION-END. EXIT.
      *-----
       H370-WRITE-REJECT.
           MOVE ALRT-REQ-ACTION TO ALRT-REJ-ACTION.
           MOVE ALRT-REQ-ID     TO ALRT-REJ-ID.
           MOVE ALRT-REQ-DVZ    TO ALRT-REJ-DVZ.
           WRITE ALRT-REJ-MEMBERS.
           ADD 1 TO WS-REJECT-COUNT.
           READ ALRT-REQ.
       H370-END. EXIT.
      *Ret nedeni, çaran paragraf tarafndan ALRT-REJ-REASON'a
      *konur; burada ortak alanlar doldurulur, kayt yazlr ve bir
      *sonraki talep okunur.
       H999-EXIT.
           DISPLAY 'SUBSCRIPTION TOTALS - ADDED: ' WS-ADD-COUNT
                   ' CHANGED: ' WS-CHANGE-COUNT
                   ' CANCELLED: ' WS-CANCEL-COUNT
                   ' REJECTED: ' WS-REJECT-COUNT.
           CLOSE ALRT-REQ.
           CLOSE ALRT-FILE.
           CLOSE IDX-FILE.
           CLOSE ALRT-AUD.
           CLOSE ALRT-REJ.
           STOP RUN.
       H999-END. EXIT.
