      *karlatrlr. Balanmayan her hesap için RECN-RPT'ye bir
      *fark satr ve BRK-FILE'a makinece okunabilir bir krlm kayd
      *yazlr; bakiye böylece elle günlükten geri sarlmadan her gece
      *topluca ispatlanr. Koşu ortak koşu günlüüne kaydedilir: krlm
      *yoksa 'OK  ', varsa 'HOLD'; JRNLCLS ay kapan ancak 'OK  ' ile
      *biten bir ay sonu ispatndan sonra çalr.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                           STATUS CHECK-FILE-RPT.
           SELECT BRK-FILE ASSIGN TO BRKFILE
                           STATUS CHECK-FILE-BRK.
           SELECT OPTIONAL RUN-LOG ASSIGN TO RUNLOG
                           STATUS CHECK-FILE-RLOG.
      *----
       DATA DIVISION.
       FILE SECTION.
      *'X' denetim izinde kapatlm ama IDX-FILE'da hala duran hesap.
      *Tutarlar, aadaki düzeltme ilerinin dorudan okuyabilmesi
      *için ayrk iaretli görüntü biçimindedir.
       FD  RUN-LOG RECORDING MODE F.
           COPY RUNLOG.
       WORKING-STORAGE SECTION.
       01  CONTROL-STATEMENTS.
         05 CHECK-FILE-AUDIT       PIC 9(2).
           88 RPT-FILE-SUCCESS     VALUE 00 97.
         05 CHECK-FILE-BRK         PIC 9(2).
           88 BRK-FILE-SUCCESS     VALUE 00 97.
         05 CHECK-FILE-RLOG        PIC 9(2).
           88 CHECK-FILE-RLOG-ST   VALUE 00 05 97.
         05 WS-RUN-STATUS          PIC X(4) VALUE 'FAIL'.
       01  EXPECTED-TABLE-FIELDS.
         05 WS-EXP-COUNT           PIC 9(4) VALUE 0.
         05 WS-EXP-ENTRY OCCURS 1000 TIMES INDEXED BY EXP-IDX.
           PERFORM H400-CHECK-ACCOUNT UNTIL INDEX-FILE-EOF.
           PERFORM H500-SWEEP-TABLE.
           PERFORM H900-WRITE-SUMMARY.
           IF WS-BREAK-COUNT = 0
              MOVE 'OK  ' TO WS-RUN-STATUS
           ELSE
              MOVE 'HOLD' TO WS-RUN-STATUS
           END-IF.
           PERFORM H999-EXIT.
       0001-END. EXIT.
      *Ana akş: günün denetim izi ve günlüü beklenen bakiye
      *tablosuna yüklenir, IDX-FILE taranp canl bakiyelerle
      *karlatrlr, IDX-FILE'da karl bulunamayan girdiler
      *süpürülür ve özet yazlr. Krlmsz biten ispat 'OK  ',
      *krlml biten 'HOLD' olarak kaydedilir.
       H100-OPEN-FILES.
           OPEN INPUT  AUDIT-FILE.
           OPEN INPUT  JRNL-FILE.
                 PERFORM H230-FIND-OR-ADD-ENTRY
                 MOVE AUD-AFT-BALANCE TO WS-EXP-BALANCE (EXP-IDX)
                 MOVE 'N' TO WS-EXP-CLOSED-SW (EXP-IDX)
              WHEN 'F'
              WHEN 'B'
              WHEN 'U'
              WHEN 'H'
                 PERFORM H230-FIND-OR-ADD-ENTRY
                 MOVE AUD-AFT-BALANCE TO WS-EXP-BALANCE (EXP-IDX)
                 MOVE 'N' TO WS-EXP-CLOSED-SW (EXP-IDX)
              WHEN 'X'
                 PERFORM H230-FIND-OR-ADD-ENTRY
                 MOVE 0   TO WS-EXP-BALANCE (EXP-IDX)
      *sonras görüntüye çeker; kapan hesab kapanm olarak
      *iaretler. ACCTMNT deiiklikte ve limit ileminde ('L')
      *bakiyeye dokunmadndan AUD-AFT-BALANCE her durumda o andaki
      *doru bakiyedir. Durum ve bloke ilemleri ('F'/'B'/'U'/'H')
      *de bakiyeye dokunmaz ve ayn yoldan ilenir.
       H230-FIND-OR-ADD-ENTRY.
           PERFORM H240-FIND-ENTRY.
           IF NOT EXP-ENTRY-FOUND
           WRITE RECN-RPT-LINE.
       H910-END. EXIT.
      *-----
       H980-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG.
           IF CHECK-FILE-RLOG-ST
              MOVE 'BALPROOF' TO RUN-LOG-PROGRAM
              ACCEPT RUN-LOG-RUN-DATE FROM DATE YYYYMMDD
              COMPUTE RUN-LOG-INPUT-COUNT =
                 WS-CHECKED-COUNT + WS-NOACT-COUNT
              MOVE WS-BREAK-COUNT TO RUN-LOG-OUTPUT-COUNT
              MOVE WS-RUN-STATUS TO RUN-LOG-STATUS
              WRITE RUN-LOG-MEMBERS
              CLOSE RUN-LOG
           ELSE
              DISPLAY "RUN LOG NOT WRITTEN. ERROR CODE:"
                 CHECK-FILE-RLOG
           END-IF.
       H980-END. EXIT.
      *Girdi sayac taranan IDX-FILE hesab, çkt sayac krlm
      *saysdr. 'FAIL' koşu yarda kaldnda yazlr; JRNLCLS
      *ayn kapann yalnz 'OK  ' görürse yapar.
       H990-ABORT.
           PERFORM H980-WRITE-RUN-LOG.
           CLOSE AUDIT-FILE.
           CLOSE JRNL-FILE.
           CLOSE IDX-FILE.
      *Tablo dolarsa ispat yarm yaymlanmaz; neden, çaran paragraf
      *tarafndan görüntülenmitir.
       H999-EXIT.
           PERFORM H980-WRITE-RUN-LOG.
           DISPLAY 'BALPROOF TOTALS - PROVED: ' WS-CHECKED-COUNT
                   ' TIED: ' WS-TIED-COUNT
                   ' BREAKS: ' WS-BREAK-COUNT
