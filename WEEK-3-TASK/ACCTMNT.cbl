      *sonraki görüntüsü AUDIT-FILE'a yazlr; böylece hesap açl da
      *dier her ey gibi denetlenebilir toplu i üzerinden akar ve
      *ODEV003'ün 'X' retlerine yol açan elle dosya yüklemeleri
      *ortadan kalkar. FREEZE ('F') / BLOCK ('B') / UNFREEZE ('U')
      *hesabn durumunu, HOLD ('H') bloke tutarn deitirir;
      *dondurulmu ya da blokeli hesap kapatlamaz.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *MNTREJ-FILE-REASON: 'D' açlta yinelenen anahtar, 'X'
      *deiiklik/kapanta bulunamayan anahtar, 'C' CURRENCY
      *tablosundan çevrilemeyen para birimi, 'V' geçersiz açl
      *tarihi, 'A' tannmayan ilem kodu, 'H' dondurulmu ya da
      *blokeli (yasal bloke altndaki) hesab kapatma talebi.
       FD  CCY-MST RECORDING MODE F.
           COPY CCYMREC.
       WORKING-STORAGE SECTION.
         05 WS-CHANGE-COUNT        PIC 9(7) VALUE 0.
         05 WS-CLOSE-COUNT         PIC 9(7) VALUE 0.
         05 WS-LIMIT-COUNT         PIC 9(7) VALUE 0.
         05 WS-STATUS-COUNT        PIC 9(7) VALUE 0.
         05 WS-HOLD-COUNT          PIC 9(7) VALUE 0.
         05 WS-REJECT-COUNT        PIC 9(7) VALUE 0.
       01  MAINT-WORK-FIELDS.
         05 WS-RUN-DATE            PIC 9(8).
                    PERFORM H330-CLOSE-ACCOUNT
                 WHEN MNT-ACTION-LIMIT
                    PERFORM H345-SET-LIMIT
                 WHEN MNT-ACTION-FREEZE
                 WHEN MNT-ACTION-BLOCK
                 WHEN MNT-ACTION-UNFREEZE
                    PERFORM H380-SET-STATUS
                 WHEN MNT-ACTION-HOLD
                    PERFORM H390-SET-HOLD
                 WHEN OTHER
                    PERFORM BAD-ACTION-RECORD
              END-EVALUATE
              MOVE WS-DATE-JUL      TO IDX-FILE-DATE
              MOVE MNT-FILE-BALANCE TO IDX-FILE-BALANCE
              MOVE 0                TO IDX-FILE-OD-LIMIT
              MOVE 'A'              TO IDX-FILE-STATUS
              MOVE 0                TO IDX-FILE-HOLD-AMOUNT
              WRITE IDX-FILE-MEMBERS
                 INVALID KEY PERFORM DUPLICATE-RECORD
                 NOT INVALID KEY
           READ IDX-FILE KEY IS IDX-FILE-KEY
              INVALID KEY PERFORM WRONG-RECORD
              NOT INVALID KEY
                 IF IDX-STATUS-FROZEN OR IDX-FILE-HOLD-AMOUNT > 0
                    PERFORM LEGAL-HOLD-RECORD
                 ELSE
                    PERFORM H335-APPLY-CLOSE
                 END-IF
           END-READ.
       H330-END. EXIT.
      *Dondurulmu ya da blokeli hesap yasal bloke kaldrlmadan
      *kapatlamaz; talep 'H' ile reddedilir.
      *-----
       H335-APPLY-CLOSE.
           PERFORM H350-SNAP-BEFORE.
           DELETE IDX-FILE RECORD.
           MOVE SPACES TO AUD-AFT-NAME AUD-AFT-SURNAME.
           MOVE 0 TO AUD-AFT-DATE AUD-AFT-BALANCE AUD-AFT-LIMIT.
           MOVE SPACE TO AUD-AFT-STATUS.
           MOVE 0 TO AUD-AFT-HOLD.
           MOVE 'X' TO AUD-FILE-ACTION.
           PERFORM H360-WRITE-AUDIT.
           ADD 1 TO WS-CLOSE-COUNT.
      *hesaba yazlr; sfr, limitin geri çekilmesi demektir. Önceki
      *ve sonraki limit, dier her bakm ilemi gibi AUDIT-FILE'a
      *geçer.
       H380-SET-STATUS.
           READ IDX-FILE KEY IS IDX-FILE-KEY
              INVALID KEY PERFORM WRONG-RECORD
              NOT INVALID KEY
                 PERFORM H381-APPLY-STATUS
           END-READ.
       H380-END. EXIT.
      *-----
       H381-APPLY-STATUS.
           PERFORM H350-SNAP-BEFORE.
           EVALUATE TRUE
              WHEN MNT-ACTION-FREEZE
                 MOVE 'F' TO IDX-FILE-STATUS
              WHEN MNT-ACTION-BLOCK
                 MOVE 'B' TO IDX-FILE-STATUS
              WHEN OTHER
                 MOVE 'A' TO IDX-FILE-STATUS
           END-EVALUATE.
           REWRITE IDX-FILE-MEMBERS.
           PERFORM H355-SNAP-AFTER.
           MOVE MNT-FILE-ACTION TO AUD-FILE-ACTION.
           PERFORM H360-WRITE-AUDIT.
           ADD 1 TO WS-STATUS-COUNT.
           READ MNT-FILE.
       H381-END. EXIT.
      *Dondurma ve borca kapatma bakiyeye dokunmaz, yalnz durumu
      *deitirir; UNFREEZE hesab yeniden etkin yapar ama bloke
      *tutar ayrca 'H' ile kaldrlmadkça yerinde kalr. Denetim
      *kaydnn ilem kodu talebin kendisidir.
       H390-SET-HOLD.
           READ IDX-FILE KEY IS IDX-FILE-KEY
              INVALID KEY PERFORM WRONG-RECORD
              NOT INVALID KEY
                 PERFORM H391-APPLY-HOLD
           END-READ.
       H390-END. EXIT.
      *-----
       H391-APPLY-HOLD.
           PERFORM H350-SNAP-BEFORE.
           MOVE MNT-FILE-BALANCE TO IDX-FILE-HOLD-AMOUNT.
           REWRITE IDX-FILE-MEMBERS.
           PERFORM H355-SNAP-AFTER.
           MOVE 'H' TO AUD-FILE-ACTION.
           PERFORM H360-WRITE-AUDIT.
           ADD 1 TO WS-HOLD-COUNT.
           READ MNT-FILE.
       H391-END. EXIT.
      *Bloke tutar, 'L' ilemindeki limit gibi MNT-FILE-BALANCE'tan
      *alnr ve önceki tutarn yerine geçer; sfr blokeyi kaldrr.
       H340-AUDIT-OPEN.
           MOVE SPACES TO AUD-BEF-NAME AUD-BEF-SURNAME.
           MOVE 0 TO AUD-BEF-DATE AUD-BEF-BALANCE AUD-BEF-LIMIT.
           MOVE SPACE TO AUD-BEF-STATUS.
           MOVE 0 TO AUD-BEF-HOLD.
           PERFORM H355-SNAP-AFTER.
           MOVE 'O' TO AUD-FILE-ACTION.
           PERFORM H360-WRITE-AUDIT.
           MOVE IDX-FILE-DATE     TO AUD-BEF-DATE.
           MOVE IDX-FILE-BALANCE  TO AUD-BEF-BALANCE.
           MOVE IDX-FILE-OD-LIMIT TO AUD-BEF-LIMIT.
           MOVE IDX-FILE-STATUS   TO AUD-BEF-STATUS.
           MOVE IDX-FILE-HOLD-AMOUNT TO AUD-BEF-HOLD.
       H350-END. EXIT.
      *-----
       H355-SNAP-AFTER.
           MOVE IDX-FILE-DATE     TO AUD-AFT-DATE.
           MOVE IDX-FILE-BALANCE  TO AUD-AFT-BALANCE.
           MOVE IDX-FILE-OD-LIMIT TO AUD-AFT-LIMIT.
           MOVE IDX-FILE-STATUS   TO AUD-AFT-STATUS.
           MOVE IDX-FILE-HOLD-AMOUNT TO AUD-AFT-HOLD.
       H355-END. EXIT.
      *-----
       H360-WRITE-AUDIT.
           MOVE 'A' TO MNTREJ-FILE-REASON.
           PERFORM H370-WRITE-REJECT.
       BAD-ACTION-END. EXIT.
      *-----
       LEGAL-HOLD-RECORD.
           DISPLAY 'ACCOUNT UNDER LEGAL HOLD' IDX-FILE-KEY.
           MOVE 'H' TO MNTREJ-FILE-REASON.
           PERFORM H370-WRITE-REJECT.
       LEGAL-HOLD-END. EXIT.
      *-----
       H370-WRITE-REJECT.
           MOVE MNT-FILE-ACTION TO MNTREJ-FILE-ACTION.
                   ' CHANGED: ' WS-CHANGE-COUNT
                   ' CLOSED: ' WS-CLOSE-COUNT
                   ' LIMITS: ' WS-LIMIT-COUNT
                   ' STATUS: ' WS-STATUS-COUNT
                   ' HOLDS: ' WS-HOLD-COUNT
                   ' REJECTED: ' WS-REJECT-COUNT.
           CLOSE MNT-FILE.
           CLOSE IDX-FILE.
