         05 WS-WORK-BALANCE        PIC S9(15)V99.
         05 WS-COUNT-ED            PIC ZZZ,ZZ9.
         05 WS-LABEL-TXT           PIC X(21).
         05 WS-STATUS-TXT          PIC X(6).
       01  CURRENCY-WORK-FIELDS.
         05 WS-LOOKUP-DVZ          PIC 9(3).
       COPY CURRENCY.
           MOVE WS-BALANCE-TXT TO WS-HEADROOM-TXT.
           MOVE IDX-FILE-BALANCE TO WS-WORK-BALANCE.
           PERFORM H710-SET-BALANCE-TEXT.
           PERFORM H720-SET-STATUS-TEXT.
           MOVE SPACES TO OD-RPT-LINE.
           IF WS-HEADROOM < 0
              ADD 1 TO WS-OVER-LIMIT-COUNT
              STRING WS-ID-ED ' ' WS-ALPHA-DVZ '  ' IDX-FILE-NAME
                 '  ' WS-BALANCE-TXT ' ' WS-HEADROOM-TXT ' '
                 WS-STATUS-TXT ' OVER'
                 DELIMITED BY SIZE INTO OD-RPT-LINE
           ELSE
              STRING WS-ID-ED ' ' WS-ALPHA-DVZ '  ' IDX-FILE-NAME
                 '  ' WS-BALANCE-TXT ' ' WS-HEADROOM-TXT ' '
                 WS-STATUS-TXT
                 DELIMITED BY SIZE INTO OD-RPT-LINE
           END-IF.
           WRITE OD-RPT-LINE.
       H310-END. EXIT.
      *Satr, eksi bakiyeyi ve limitten kalan çekilebilir pay tar;
      *kalan pay eksiyse hesap limitini amtr ve 'OVER' ile
      *iaretlenir. Kalan pay bloke tutar düülmeden hesaplanr;
      *durum sütunu hesabn dondurulmu ('FROZEN'), borca kapatlm
      *('DR-BLK') ya da blokeli ('HOLD') olduunu gösterir.
       H700-SET-ALPHA-AND-MINOR.
           MOVE 2 TO WS-MINOR-DIGITS.
           MOVE SPACES TO WS-ALPHA-DVZ.
              MOVE WS-BALANCE-ED TO WS-BALANCE-TXT
           END-IF.
       H710-END. EXIT.
      *-----
       H720-SET-STATUS-TEXT.
           EVALUATE TRUE
              WHEN IDX-STATUS-FROZEN
                 MOVE 'FROZEN' TO WS-STATUS-TXT
              WHEN IDX-STATUS-DEBIT-BLOCKED
                 MOVE 'DR-BLK' TO WS-STATUS-TXT
              WHEN IDX-FILE-HOLD-AMOUNT > 0
                 MOVE 'HOLD  ' TO WS-STATUS-TXT
              WHEN OTHER
                 MOVE SPACES TO WS-STATUS-TXT
           END-EVALUATE.
       H720-END. EXIT.
      *-----
       H900-WRITE-SUMMARY.
           MOVE WS-SCANNED-COUNT TO WS-COUNT-ED.
