         05 WS-BALANCE-TXT         PIC X(19) JUSTIFIED RIGHT.
         05 WS-MINOR-DIGITS        PIC 9(1).
         05 WS-COUNT-ED            PIC ZZZ,ZZ9.
         05 WS-STATUS-TXT          PIC X(6).
      *WS-THRESHOLD, THRESH-CTL'den (varsa) okunan alt sınırı;
      *bulunmazsa 0 kalır ve dosyadaki tüm hesaplar listelenir.
      *Bakiye sütunu, hesabın para birimine göre iki biçimde basılır:
           MOVE IDX-FILE-ID TO WS-ID-ED.
           MOVE IDX-FILE-DVZ TO WS-DVZ-ED.
           PERFORM H310-SET-BALANCE-TEXT.
           PERFORM H320-SET-STATUS-TEXT.
           STRING WS-ID-ED ' ' WS-DVZ-ED '  ' IDX-FILE-NAME
              ' ' IDX-FILE-SURNAME '  ' WS-BALANCE-TXT
              ' ' WS-STATUS-TXT
              DELIMITED BY SIZE INTO BAL-RPT-LINE.
           WRITE BAL-RPT-LINE.
       H300-END. EXIT.
      *sayısı bulunur; tabloda olmayan eski tip kodlar iki ondalıklı
      *varsayılır. Ondalıksız para birimlerinde kesir kısmı bakiyede
      *zaten sıfırdır ve hiç basılmaz.
       H320-SET-STATUS-TEXT.
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
       H320-END. EXIT.
      *Durum sütunu şubenin geri dönen ödemenin nedenini görmesi
      *içindir: dondurulmuş hesap 'FROZEN', borca kapatılmış hesap
      *'DR-BLK', bloke tutarı olan etkin hesap 'HOLD' ile basılır;
      *etkin ve blokesiz hesapta boş kalır.
       H900-WRITE-TRAILER.
           MOVE WS-MATCH-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO BAL-RPT-LINE.
