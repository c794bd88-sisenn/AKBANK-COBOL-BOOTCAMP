      *arivlenenler yasal devir (escheatment) bildirimi için raporda
      *ayrca listelenir. DORM-MODE kontrol dosyas 'R' olduunda
      *program ariv geri alma modunda çalr: REIN-REQ'daki anahtarlar
      *ARCH-FILE'da aranr, bulunanlar IDX-FILE'a geri yazlp
      *RINS-FILE'a kaydedilir ve kalanlar yeni ariv dosyasna
      *(ARCH-OUT) devredilir; müteri geri döndüünde hesab bu yolla
      *geri gelir. Dondurulmu ya da blokeli (yasal bloke altndaki)
      *hesap eii geçse de arivlenmez.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                           STATUS CHECK-FILE-ARCH.
           SELECT ARCH-OUT ASSIGN TO ARCHOUT
                           STATUS CHECK-FILE-AOUT.
           SELECT RINS-FILE ASSIGN TO RINSFILE
                           STATUS CHECK-FILE-RINS.
           SELECT REIN-REQ ASSIGN TO REINREQ
                           STATUS CHECK-FILE-REIN.
           SELECT DORM-RPT ASSIGN TO DORMRPT
           SELECT CCY-MST ASSIGN TO CCYMST
                           STATUS CHECK-FILE-CCYM.
      *ARCH-FILE arivleme modunda çk, geri alma modunda girdidir;
      *ARCH-OUT, REIN-REQ ve RINS-FILE yalnz geri alma modunda
      *kullanlr; RINS-FILE o koşuda geri alnan hesaplar GLPOST'a
      *tar.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
      *Ariv kayd, IDX-FILE alanlarn görüntü biçiminde ve arivlenme
      *tarihiyle birlikte tar; ARCH-OUT ayn düzenin geri alma
      *modundaki devam dosyasdr.
       FD  RINS-FILE RECORDING MODE F.
           COPY RINSREC.
       FD  REIN-REQ RECORDING MODE F.
         01 REIN-REQ-MEMBERS.
           05 REIN-REQ-ID            PIC X(5).
           88 ARCH-FILE-EOF        VALUE 10.
         05 CHECK-FILE-AOUT        PIC 9(2).
           88 AOUT-FILE-SUCCESS    VALUE 00 97.
         05 CHECK-FILE-RINS        PIC 9(2).
           88 RINS-FILE-SUCCESS    VALUE 00 97.
         05 CHECK-FILE-REIN        PIC 9(2).
           88 REIN-FILE-SUCCESS    VALUE 00 97.
           88 REIN-FILE-EOF        VALUE 10.
         05 WS-BAND-OVER5-COUNT    PIC 9(7) VALUE 0.
         05 WS-ARCH-ZERO-COUNT     PIC 9(7) VALUE 0.
         05 WS-ARCH-FUNDED-COUNT   PIC 9(7) VALUE 0.
         05 WS-LEGAL-HOLD-COUNT    PIC 9(7) VALUE 0.
       01  REINSTATE-FIELDS.
         05 WS-REQ-COUNT           PIC 9(3) VALUE 0.
         05 WS-REQ-ENTRY OCCURS 500 TIMES INDEXED BY REQ-IDX.
              WHEN OTHER
                 ADD 1 TO WS-BAND-OVER5-COUNT
           END-EVALUATE.
           IF IDX-STATUS-FROZEN OR IDX-FILE-HOLD-AMOUNT > 0
              PERFORM H330-CHECK-LEGAL-HOLD
           ELSE
              IF IDX-FILE-BALANCE = 0 AND
                 WS-IDLE-DAYS NOT LESS THAN WS-TWO-YEARS
                 PERFORM H310-ARCHIVE-ACCOUNT
                 ADD 1 TO WS-ARCH-ZERO-COUNT
              ELSE
                 IF IDX-FILE-BALANCE NOT = 0 AND
                    WS-IDLE-DAYS NOT LESS THAN WS-FIVE-YEARS
                    PERFORM H320-WRITE-ESCHEAT-LINE
                    PERFORM H310-ARCHIVE-ACCOUNT
                    ADD 1 TO WS-ARCH-FUNDED-COUNT
                 END-IF
              END-IF
           END-IF.
           READ IDX-FILE NEXT RECORD
       H320-END. EXIT.
      *Yasal devir satr, hesap henüz IDX-FILE kayt alanndayken
      *(arive yazlp silinmeden önce) o alanlardan üretilir.
       H330-CHECK-LEGAL-HOLD.
           IF (IDX-FILE-BALANCE = 0 AND
               WS-IDLE-DAYS NOT LESS THAN WS-TWO-YEARS) OR
              (IDX-FILE-BALANCE NOT = 0 AND
               WS-IDLE-DAYS NOT LESS THAN WS-FIVE-YEARS)
              DISPLAY 'LEGAL HOLD - NOT ARCHIVED' IDX-FILE-KEY
              ADD 1 TO WS-LEGAL-HOLD-COUNT
           END-IF.
       H330-END. EXIT.
      *Dondurulmu ya da blokeli hesap hareketsizlik bandna yine
      *saylr ama IDX-FILE'da kalr; saklama eiini am olanlar
      *ayrca saylp görüntülenir. Bloke kalktktan sonraki ilk
      *koşuda normal kurallarla arivlenir.
       H400-WRITE-SUMMARY.
           MOVE SPACES TO DORM-RPT-LINE.
           MOVE 'DORMANCY SUMMARY BY BAND' TO DORM-RPT-LINE.
           MOVE WS-ARCH-FUNDED-COUNT TO WS-COUNT-ED.
           MOVE 'ARCHIVED FUNDED    : ' TO WS-LABEL-TXT.
           PERFORM H420-WRITE-COUNT-LINE.
           MOVE WS-LEGAL-HOLD-COUNT TO WS-COUNT-ED.
           MOVE 'KEPT - LEGAL HOLD  : ' TO WS-LABEL-TXT.
           PERFORM H420-WRITE-COUNT-LINE.
       H400-END. EXIT.
       H420-WRITE-COUNT-LINE.
           MOVE SPACES TO DORM-RPT-LINE.
           OPEN INPUT  ARCH-FILE.
           OPEN INPUT  REIN-REQ.
           OPEN OUTPUT ARCH-OUT.
           OPEN OUTPUT RINS-FILE.
           OPEN OUTPUT DORM-RPT.
           PERFORM H510-REIN-FILE-CONTROL.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           READ REIN-REQ.
           PERFORM H520-LOAD-REQUEST UNTIL REIN-FILE-EOF.
           READ ARCH-FILE.
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-AOUT
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-RINS NOT = 97) AND (CHECK-FILE-RINS NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-RINS
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-RPT NOT = 97) AND (CHECK-FILE-RPT NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-RPT
              PERFORM H999-EXIT
           MOVE ARCH-FILE-DATE    TO IDX-FILE-DATE.
           MOVE ARCH-FILE-BALANCE TO IDX-FILE-BALANCE.
           MOVE 0                 TO IDX-FILE-OD-LIMIT.
           MOVE 'A'               TO IDX-FILE-STATUS.
           MOVE 0                 TO IDX-FILE-HOLD-AMOUNT.
           WRITE IDX-FILE-MEMBERS
              INVALID KEY
                 DISPLAY 'REINSTATE DUPLICATE KEY' IDX-FILE-KEY
                 PERFORM H630-KEEP-ARCHIVED
              NOT INVALID KEY
                 ADD 1 TO WS-REIN-COUNT
                 PERFORM H625-WRITE-REINSTATED
           END-WRITE.
       H620-END. EXIT.
      *IDX-FILE'da ayn anahtar bu arada yeniden açlmsa ariv kayd
      *üzerine yazlmaz; kayt arivde kalr ve durum görüntülenir.
       H625-WRITE-REINSTATED.
           MOVE ARCH-FILE-ID      TO RINS-FILE-ID.
           MOVE ARCH-FILE-DVZ     TO RINS-FILE-DVZ.
           MOVE ARCH-FILE-NAME    TO RINS-FILE-NAME.
           MOVE ARCH-FILE-SURNAME TO RINS-FILE-SURNAME.
           MOVE ARCH-FILE-DATE    TO RINS-FILE-DATE.
           MOVE ARCH-FILE-BALANCE TO RINS-FILE-BALANCE.
           MOVE WS-RUN-DATE       TO RINS-FILE-REIN-DATE.
           WRITE RINS-FILE-MEMBERS.
       H625-END. EXIT.
      *Geri alma günlüe satr yazmadan mevduat deitirir; GLPOST
      *geri alnan bakiyeyi bu kayttan genel muhasebeye aktarr.
       H630-KEEP-ARCHIVED.
           MOVE ARCH-FILE-ID        TO ARCH-OUT-ID.
           MOVE ARCH-FILE-DVZ       TO ARCH-OUT-DVZ.
              CLOSE ARCH-FILE
              CLOSE REIN-REQ
              CLOSE ARCH-OUT
              CLOSE RINS-FILE
              CLOSE DORM-RPT
           ELSE
              CLOSE IDX-FILE
