      *para birimi baznda tahakkuk özeti ACCR-RPT'ye yazlr.
      *ACCR-RATE-FILE, SETTLRPT'nin RATE-FILE'yla ayn biçimde tarihli
      *gelir; balk tarihi çalma gününden farklysa koşu durdurulur.
      *Dondurulmu, borca kapatlm ya da blokeli hesaplara da faiz
      *ilenir (TXNPOST'un bu hesaplara alacak kabul etmesi gibi);
      *bunlar özette ayrca saylr.
      *Her tahakkuk dönemi (oran setinin YYYYAA's) ACCR-CTL'de bir
      *kontrol kaydyla izlenir. Tamamlanm bir dönem, ACCR-OVR'de
      *ayn dönem yazlmadkça yeniden koşturulamaz. Her hesaptan
      *sonra IDX-FILE'daki konum, ACR sra numaras ve sayaçlar
      *kayda yazlr; yarm kalan koşu yeniden gönderildiinde son
      *ilenen hesaptan sonra devam eder ve ACCR-RPT tüm dönemin
      *toplamlarn basar.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                           STATUS CHECK-FILE-RPT.
           SELECT CCY-MST ASSIGN TO CCYMST
                           STATUS CHECK-FILE-CCYM.
           SELECT OPTIONAL ACCR-CTL ASSIGN TO ACCRCTL
                           ORGANIZATION IS INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY ACCR-CTL-PERIOD
                           STATUS CHECK-FILE-CTL.
           SELECT OPTIONAL ACCR-OVR ASSIGN TO ACCROVR
                           STATUS CHECK-FILE-OVR.
      *ACCR-CTL, dönem kontrol dosyasdr; ilk koşuda bo açlr.
      *ACCR-OVR, tamamlanm dönemin bilerek yeniden koşturulmas
      *için verilen tek kaytlk istee bal onay dosyasdr.
      *----
       DATA DIVISION.
       FILE SECTION.
         01 ACCR-RPT-LINE             PIC X(80).
       FD  CCY-MST RECORDING MODE F.
           COPY CCYMREC.
       FD  ACCR-CTL.
         01 ACCR-CTL-MEMBERS.
           05 ACCR-CTL-PERIOD        PIC 9(6).
           05 ACCR-CTL-STATUS        PIC X(1).
             88 ACCR-CTL-IN-PROGRESS     VALUE 'R'.
             88 ACCR-CTL-COMPLETE        VALUE 'C'.
           05 ACCR-CTL-RATE-DATE     PIC 9(8).
           05 ACCR-CTL-START-DATE    PIC 9(8).
           05 ACCR-CTL-END-DATE      PIC 9(8).
           05 ACCR-CTL-LEG-COUNT     PIC 9(3).
           05 ACCR-CTL-RERUN-COUNT   PIC 9(3).
           05 ACCR-CTL-POSITION-SW   PIC X(1).
             88 ACCR-CTL-POSITIONED      VALUE 'Y'.
           05 ACCR-CTL-LAST-KEY.
             10 ACCR-CTL-LAST-ID     PIC S9(5)  COMP-3.
             10 ACCR-CTL-LAST-DVZ    PIC S9(3)  COMP.
           05 ACCR-CTL-REF-SEQ       PIC 9(9).
           05 ACCR-CTL-COUNTERS.
             10 ACCR-CTL-ACCRUED     PIC 9(7).
             10 ACCR-CTL-SKIPPED     PIC 9(7).
             10 ACCR-CTL-NORATE      PIC 9(7).
             10 ACCR-CTL-HOLD        PIC 9(7).
           05 ACCR-CTL-SUMMARY.
             10 ACCR-CTL-CCY-COUNT   PIC 9(2).
             10 ACCR-CTL-SUM-ENTRY OCCURS 20 TIMES.
               15 ACCR-CTL-SUM-DVZ   PIC 9(3).
               15 ACCR-CTL-SUM-ACCT  PIC 9(7).
               15 ACCR-CTL-SUM-AMT   PIC 9(15)V99.
      *ACCR-CTL-PERIOD, oran seti tarihinin YYYYAA'sdr. 'R' kayt
      *yarm kalm, 'C' kayt tamamlanm dönemi gösterir.
      *ACCR-CTL-LAST-KEY, son ilenen hesabn anahtardr; yeniden
      *balatmada tarama bu anahtardan sonra sürer. Sayaçlar ve
      *özet, ACCRUAL-COUNTERS ve SUMMARY-TABLE-FIELDS'in birebir
      *görüntüsüdür ve grup MOVE'uyla tanr. ACCR-CTL-LEG-COUNT
      *dönemin kaç koşuda tamamlandn, ACCR-CTL-RERUN-COUNT
      *onayla kaç kez yeniden koşturulduunu sayar.
       FD  ACCR-OVR RECORDING MODE F.
         01 ACCR-OVR-REC              PIC 9(6).
       WORKING-STORAGE SECTION.
       01  CONTROL-STATEMENTS.
         05 CHECK-FILE-INDEX       PIC 9(2).
         05 CHECK-FILE-CCYM        PIC 9(2).
           88 CCYM-FILE-SUCCESS    VALUE 00 97.
           88 CCYM-FILE-EOF        VALUE 10.
         05 CHECK-FILE-CTL         PIC 9(2).
           88 CTL-FILE-SUCCESS     VALUE 00 05 97.
           88 CTL-FILE-EOF         VALUE 10.
         05 CHECK-FILE-OVR         PIC 9(2).
       01  RATE-TABLE-FIELDS.
         05 WS-RATE-COUNT          PIC 9(2) VALUE 0.
         05 WS-RATE-ENTRY OCCURS 20 TIMES INDEXED BY RATE-IDX.
         05 WS-ACCR-REF.
           10 FILLER               PIC X(3) VALUE 'ACR'.
           10 WS-ACCR-REF-SEQ      PIC 9(9) VALUE 0.
         05 WS-PERIOD-DATE         PIC 9(8).
         05 WS-PERIOD-DATE-R REDEFINES WS-PERIOD-DATE.
           10 WS-PERIOD-YYYYMM     PIC 9(6).
           10 WS-PERIOD-DD         PIC 9(2).
         05 WS-OVERRIDE-PERIOD     PIC 9(6) VALUE 0.
         05 WS-OPEN-PERIOD         PIC 9(6) VALUE 0.
         05 WS-RUN-MODE-SW         PIC X(1) VALUE 'N'.
           88 RUN-IS-NEW              VALUE 'N'.
           88 RUN-IS-RESTART          VALUE 'R'.
           88 RUN-IS-RERUN            VALUE 'O'.
      *WS-ACCR-AMOUNT, yuvarlanm tahakkuk tutarn tar; ondalksz
      *para birimlerinde tutar önce WS-ACCR-WHOLE'a yuvarlanp tam
      *birime indirgenir. WS-ACCR-REF, her tahakkuk için üretilen
      *'ACR' önekli sra numaral günlük referansdr; tahakkuk satr
      *böylece ube girdilerinden ayrt edilip koşuya geri izlenir.
      *Sra numaras dönem boyunca ACCR-CTL'de tanr; yeniden
      *balatma ve onayl yeniden koşu ayn referans üretmez.
      *WS-PERIOD-DATE, oran seti tarihidir; dönem anahtar ve
      *tahakkuk satrlarnn valörü buradan alnr. WS-OPEN-PERIOD,
      *ACCR-CTL'de yarm kalm baka bir dönem bulunursa onu tutar.
       01  ACCRUAL-COUNTERS.
         05 WS-ACCRUED-COUNT       PIC 9(7) VALUE 0.
         05 WS-SKIPPED-COUNT       PIC 9(7) VALUE 0.
         05 WS-NORATE-COUNT        PIC 9(7) VALUE 0.
         05 WS-HOLD-ACCRUED-COUNT  PIC 9(7) VALUE 0.
      *WS-SKIPPED-COUNT, bakiyesi pozitif olmayan ya da tahakkuku
      *sfra yuvarlanan hesaplar; WS-NORATE-COUNT, oran sfr olduu
      *için bilinçli faizsiz braklan hesaplar sayar.
      *WS-HOLD-ACCRUED-COUNT, tahakkuk uygulanan hesaplardan etkin
      *olmayan ya da bloke tutar bulunanlar sayar.
       01  REPORT-FIELDS.
         05 WS-ALPHA-DVZ           PIC X(3).
         05 WS-COUNT-ED            PIC ZZZ,ZZ9.
           PERFORM H100-OPEN-FILES.
           PERFORM H130-LOAD-CURRENCY.
           PERFORM H150-LOAD-RATES.
           PERFORM H200-CHECK-PERIOD.
           PERFORM H300-ACCRUE-ACCOUNT UNTIL INDEX-FILE-EOF.
           PERFORM H390-COMPLETE-PERIOD.
           PERFORM H900-WRITE-REPORT.
           PERFORM H999-EXIT.
       0001-END. EXIT.
      *Ana akş: oran seti yüklenir, dönem kontrol kayd okunup
      *koşunun yeni, yeniden balatma ya da onayl yeniden koşu
      *olduu belirlenir, IDX-FILE tek geçite taranp uygun
      *hesaplara tahakkuk uygulanr, sonda dönem kapatlp hazine
      *özeti yazlr.
       H100-OPEN-FILES.
           OPEN I-O    IDX-FILE.
           OPEN INPUT  ACCR-RATE-FILE.
           OPEN I-O    ACCR-CTL.
           OPEN OUTPUT ACCR-RPT.
           PERFORM H110-FILE-CONTROL.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
       H100-END. EXIT.
      *JRNL-FILE burada açlmaz: yeniden balatmada ilk koşunun
      *satrlarna eklenmesi gerektiinden açl kipi H200'de
      *belirlenir.
      *-----
       H110-FILE-CONTROL.
           IF (CHECK-FILE-INDEX NOT = 97) AND (CHECK-FILE-INDEX NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-RPT
              PERFORM H999-EXIT
           END-IF.
           IF NOT CTL-FILE-SUCCESS
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-CTL
              PERFORM H999-EXIT
           END-IF.
       H110-END. EXIT.
      *-----
       H130-LOAD-CURRENCY.
                 "HEADER"
              PERFORM H990-ABORT
           END-IF.
       H150-END. EXIT.
      *Oran seti komple yüklenir; balk yoksa koşu durdurulur. Oran
      *tarihinin denetimi koşu türü belli olduktan sonra H200'de
      *yaplr.
       H160-LOAD-ONE-RATE.
           IF ACCR-HDR-ID = 'HDR'
              MOVE 'Y' TO WS-RATE-HDR-SW
           READ ACCR-RATE-FILE.
       H160-END. EXIT.
      *-----
       H200-CHECK-PERIOD.
           MOVE WS-RATE-DATE TO WS-PERIOD-DATE.
           PERFORM H210-FIND-OPEN-PERIOD.
           IF WS-OPEN-PERIOD NOT = 0 AND
              WS-OPEN-PERIOD NOT = WS-PERIOD-YYYYMM
              DISPLAY "INTACCR ABORTED - PERIOD " WS-OPEN-PERIOD
                 " NOT COMPLETED. RESUBMIT WITH ITS RATE SET"
              PERFORM H990-ABORT
           END-IF.
           MOVE WS-PERIOD-YYYYMM TO ACCR-CTL-PERIOD.
           READ ACCR-CTL KEY IS ACCR-CTL-PERIOD
              INVALID KEY MOVE 'N' TO WS-RUN-MODE-SW
              NOT INVALID KEY
                 IF ACCR-CTL-IN-PROGRESS
                    MOVE 'R' TO WS-RUN-MODE-SW
                 ELSE
                    MOVE 'O' TO WS-RUN-MODE-SW
                 END-IF
           END-READ.
           EVALUATE TRUE
              WHEN RUN-IS-NEW
                 PERFORM H220-CHECK-RATE-DATE
                 PERFORM H230-START-PERIOD
                 WRITE ACCR-CTL-MEMBERS
                 IF CHECK-FILE-CTL NOT = 00
                    DISPLAY "INTACCR ABORTED - PERIOD CONTROL NOT "
                       "WRITTEN. ERROR CODE:" CHECK-FILE-CTL
                    PERFORM H990-ABORT
                 END-IF
              WHEN RUN-IS-RESTART
                 PERFORM H240-RESTART-PERIOD
              WHEN RUN-IS-RERUN
                 PERFORM H250-CHECK-OVERRIDE
                 PERFORM H220-CHECK-RATE-DATE
                 MOVE ACCR-CTL-REF-SEQ TO WS-ACCR-REF-SEQ
                 ADD 1 TO ACCR-CTL-RERUN-COUNT
                 PERFORM H230-START-PERIOD
                 REWRITE ACCR-CTL-MEMBERS
                 IF CHECK-FILE-CTL NOT = 00
                    DISPLAY "INTACCR ABORTED - PERIOD CONTROL NOT "
                       "WRITTEN. ERROR CODE:" CHECK-FILE-CTL
                    PERFORM H990-ABORT
                 END-IF
           END-EVALUATE.
           IF RUN-IS-RESTART
              OPEN EXTEND JRNL-FILE
           ELSE
              OPEN OUTPUT JRNL-FILE
           END-IF.
           IF (CHECK-FILE-JRNL NOT = 97) AND (CHECK-FILE-JRNL NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-JRNL
              PERFORM H990-ABORT
           END-IF.
           IF NOT INDEX-FILE-EOF
              READ IDX-FILE NEXT RECORD
                 AT END SET INDEX-FILE-EOF TO TRUE
              END-READ
           END-IF.
       H200-END. EXIT.
      *Dönem, oran setinin tarihinden alnr; ay sonu koşusu ertesi
      *güne sarksa da ayn dönemde kalr. Baka bir dönem yarm
      *kalmsa o tamamlanmadan yeni dönem açlmaz. Bulunmayan dönem
      *yeni koşudur; 'R' kayt yeniden balatmadr; 'C' kayt ancak
      *ACCR-OVR onayyla yeniden koşturulur ve ACR sras kald
      *yerden sürer. Yeniden balatmada JRNL-FILE ilk koşunun
      *satrlarna eklenir; H240 tarama konumunu önceden kurmutur.
       H210-FIND-OPEN-PERIOD.
           READ ACCR-CTL NEXT RECORD
              AT END SET CTL-FILE-EOF TO TRUE
           END-READ.
           PERFORM H215-CHECK-ONE-PERIOD UNTIL CTL-FILE-EOF.
       H210-END. EXIT.
      *-----
       H215-CHECK-ONE-PERIOD.
           IF ACCR-CTL-IN-PROGRESS
              MOVE ACCR-CTL-PERIOD TO WS-OPEN-PERIOD
           END-IF.
           READ ACCR-CTL NEXT RECORD
              AT END SET CTL-FILE-EOF TO TRUE
           END-READ.
       H215-END. EXIT.
      *ACCR-CTL ayda bir kayt büyür; tamam sral okunur.
       H220-CHECK-RATE-DATE.
           IF WS-RATE-DATE NOT = WS-RUN-DATE
              DISPLAY "INTACCR ABORTED - STALE RATE SET. RATE DATE:"
                 WS-RATE-DATE " RUN DATE:" WS-RUN-DATE
              PERFORM H990-ABORT
           END-IF.
       H220-END. EXIT.
      *Yeni dönemde balk tarihi çalma gününden farklysa (bayat
      *oran seti) koşu, yanl tahakkuk yaymlamak yerine burada
      *durdurulur.
       H230-START-PERIOD.
           MOVE WS-PERIOD-YYYYMM     TO ACCR-CTL-PERIOD.
           MOVE 'R'                  TO ACCR-CTL-STATUS.
           MOVE WS-RATE-DATE         TO ACCR-CTL-RATE-DATE.
           MOVE WS-RUN-DATE          TO ACCR-CTL-START-DATE.
           MOVE 0                    TO ACCR-CTL-END-DATE.
           MOVE 1                    TO ACCR-CTL-LEG-COUNT.
           IF RUN-IS-NEW
              MOVE 0                 TO ACCR-CTL-RERUN-COUNT
           END-IF.
           MOVE 'N'                  TO ACCR-CTL-POSITION-SW.
           MOVE 0                    TO ACCR-CTL-LAST-ID
                                        ACCR-CTL-LAST-DVZ.
           MOVE WS-ACCR-REF-SEQ      TO ACCR-CTL-REF-SEQ.
           MOVE ACCRUAL-COUNTERS     TO ACCR-CTL-COUNTERS.
           MOVE SUMMARY-TABLE-FIELDS TO ACCR-CTL-SUMMARY.
       H230-END. EXIT.
      *Dönem sayaçlar sfrdan balar; onayl yeniden koşuda önceki
      *koşunun tahakkuklar JRNL-FILE'da kalr, rapor yalnz yeni
      *koşuyu gösterir.
       H240-RESTART-PERIOD.
           IF WS-RATE-DATE NOT = ACCR-CTL-RATE-DATE
              DISPLAY "INTACCR ABORTED - RESTART NEEDS RATE SET OF "
                 ACCR-CTL-RATE-DATE " GOT:" WS-RATE-DATE
              PERFORM H990-ABORT
           END-IF.
           ADD 1 TO ACCR-CTL-LEG-COUNT.
           MOVE ACCR-CTL-REF-SEQ  TO WS-ACCR-REF-SEQ.
           MOVE ACCR-CTL-COUNTERS TO ACCRUAL-COUNTERS.
           MOVE ACCR-CTL-SUMMARY  TO SUMMARY-TABLE-FIELDS.
           REWRITE ACCR-CTL-MEMBERS.
           IF CHECK-FILE-CTL NOT = 00
              DISPLAY "INTACCR ABORTED - PERIOD CONTROL NOT WRITTEN. "
                 "ERROR CODE:" CHECK-FILE-CTL
              PERFORM H990-ABORT
           END-IF.
           IF ACCR-CTL-POSITIONED
              MOVE ACCR-CTL-LAST-ID  TO IDX-FILE-ID
              MOVE ACCR-CTL-LAST-DVZ TO IDX-FILE-DVZ
              START IDX-FILE KEY IS GREATER THAN IDX-FILE-KEY
                 INVALID KEY SET INDEX-FILE-EOF TO TRUE
              END-START
           END-IF.
           DISPLAY "INTACCR RESTART - PERIOD " ACCR-CTL-PERIOD
              " LEG " ACCR-CTL-LEG-COUNT " AFTER ACCOUNT "
              ACCR-CTL-LAST-ID " / " ACCR-CTL-LAST-DVZ.
       H240-END. EXIT.
      *Yeniden balatma ilk koşunun oran setiyle yaplmaldr; ayn
      *dönem farkl oranla tamamlanamaz. Sayaçlar, özet ve ACR
      *sras kayttan geri yüklenir, tarama son ilenen hesaptan
      *sonra sürer. Son hesap da ilenmise START bulamaz ve dönem
      *dorudan kapatlr.
       H250-CHECK-OVERRIDE.
           OPEN INPUT ACCR-OVR.
           IF CHECK-FILE-OVR = 00
              READ ACCR-OVR
              IF CHECK-FILE-OVR = 00
                 MOVE ACCR-OVR-REC TO WS-OVERRIDE-PERIOD
              END-IF
              CLOSE ACCR-OVR
           END-IF.
           IF WS-OVERRIDE-PERIOD NOT = ACCR-CTL-PERIOD
              DISPLAY "INTACCR ABORTED - PERIOD " ACCR-CTL-PERIOD
                 " ALREADY ACCRUED ON " ACCR-CTL-END-DATE
              PERFORM H990-ABORT
           END-IF.
           DISPLAY "INTACCR RERUN OF COMPLETED PERIOD "
              ACCR-CTL-PERIOD " BY OVERRIDE".
       H250-END. EXIT.
      *Onay, dönemi açkça adlandrmaldr; önceki aydan kalm bir
      *ACCR-OVR kayd baka bir dönemi yeniden açamaz.
       H300-ACCRUE-ACCOUNT.
           IF IDX-FILE-BALANCE > 0
              MOVE IDX-FILE-DVZ TO WS-LOOKUP-DVZ
           ELSE
              ADD 1 TO WS-SKIPPED-COUNT
           END-IF.
           PERFORM H380-CHECKPOINT.
           READ IDX-FILE NEXT RECORD
              AT END SET INDEX-FILE-EOF TO TRUE
           END-READ.
              MOVE IDX-FILE-DVZ     TO JRNL-FILE-DVZ
              MOVE 'C'              TO JRNL-FILE-DC
              MOVE WS-ACCR-AMOUNT   TO JRNL-FILE-AMOUNT
              MOVE WS-RATE-DATE     TO JRNL-FILE-VALUE-DATE
              MOVE IDX-FILE-BALANCE TO JRNL-FILE-BAL-AFTER
              ADD 1 TO WS-ACCR-REF-SEQ
              MOVE WS-ACCR-REF      TO JRNL-FILE-REF
              MOVE SPACES           TO JRNL-FILE-ORIG-REF
              WRITE JRNL-FILE-MEMBERS
              ADD 1 TO WS-ACCRUED-COUNT
              IF NOT IDX-STATUS-ACTIVE OR IDX-FILE-HOLD-AMOUNT > 0
                 ADD 1 TO WS-HOLD-ACCRUED-COUNT
              END-IF
              PERFORM H350-ADD-TO-SUMMARY
           END-IF.
       H330-END. EXIT.
      *sfra yuvarlanan tutar için hesap olduu gibi braklr.
      *IDX-FILE-DATE'e bilerek dokunulmaz: tahakkuk müteri hareketi
      *deildir ve son hareket tarihini ilerletmek DORMANT'n
      *hareketsizlik yalandrmasn bozar. Hesabn durumu ve bloke
      *tutar REWRITE ile olduu gibi korunur; bloke tutar faizle
      *büyümez, faiz serbest bakiyeye eklenmi olur.
       H340-SET-MINOR-DIGITS.
           MOVE 2 TO WS-MINOR-DIGITS.
           SET CCY-IDX TO 1.
           END-IF.
       H360-END. EXIT.
      *-----
       H380-CHECKPOINT.
           MOVE 'Y'                  TO ACCR-CTL-POSITION-SW.
           MOVE IDX-FILE-ID          TO ACCR-CTL-LAST-ID.
           MOVE IDX-FILE-DVZ         TO ACCR-CTL-LAST-DVZ.
           MOVE WS-ACCR-REF-SEQ      TO ACCR-CTL-REF-SEQ.
           MOVE ACCRUAL-COUNTERS     TO ACCR-CTL-COUNTERS.
           MOVE SUMMARY-TABLE-FIELDS TO ACCR-CTL-SUMMARY.
           REWRITE ACCR-CTL-MEMBERS.
           IF CHECK-FILE-CTL NOT = 00
              DISPLAY "INTACCR ABORTED - CHECKPOINT NOT WRITTEN. "
                 "ERROR CODE:" CHECK-FILE-CTL
              PERFORM H990-ABORT
           END-IF.
       H380-END. EXIT.
      *Her hesap, IDX-FILE ve JRNL-FILE'a yazldktan hemen sonra
      *kontrol kaydna ilenir; yeniden balatmada tekrar ilenebilecek
      *hesap en çok yazm srasnda kesilen tek hesaptr. Kontrol
      *kayd yazlamazsa konum kaybolacandan koşu durdurulur.
       H390-COMPLETE-PERIOD.
           MOVE 'C'         TO ACCR-CTL-STATUS.
           MOVE WS-RUN-DATE TO ACCR-CTL-END-DATE.
           REWRITE ACCR-CTL-MEMBERS.
           IF CHECK-FILE-CTL NOT = 00
              DISPLAY "INTACCR ABORTED - PERIOD NOT MARKED COMPLETE. "
                 "ERROR CODE:" CHECK-FILE-CTL
              PERFORM H990-ABORT
           END-IF.
       H390-END. EXIT.
      *Dönem tamamlandnda kayt 'C' olur; ayn dönem artk yalnz
      *ACCR-OVR onayyla yeniden koşturulabilir. Kayt yazlamazsa
      *dönem açk kalacandan koşu baarl bitmi saylmaz.
       H900-WRITE-REPORT.
           MOVE SPACES TO ACCR-RPT-LINE.
           MOVE WS-RATE-DATE TO WS-DATE-ED.
           STRING 'INTEREST ACCRUAL SUMMARY - RATE DATE: ' WS-DATE-ED
              DELIMITED BY SIZE INTO ACCR-RPT-LINE.
           WRITE ACCR-RPT-LINE.
           MOVE SPACES TO ACCR-RPT-LINE.
           STRING 'PERIOD: ' ACCR-CTL-PERIOD
              '  RUN LEGS: ' ACCR-CTL-LEG-COUNT
              '  RERUNS: ' ACCR-CTL-RERUN-COUNT
              DELIMITED BY SIZE INTO ACCR-RPT-LINE.
           WRITE ACCR-RPT-LINE.
           PERFORM H910-WRITE-CCY-LINE
              VARYING SUM-IDX FROM 1 BY 1
              UNTIL SUM-IDX > WS-SUM-CCY-COUNT.
           STRING 'ACCOUNTS ACCRUED: ' WS-COUNT-ED
              DELIMITED BY SIZE INTO ACCR-RPT-LINE.
           WRITE ACCR-RPT-LINE.
           MOVE SPACES TO ACCR-RPT-LINE.
           MOVE WS-HOLD-ACCRUED-COUNT TO WS-COUNT-ED.
           STRING 'UNDER HOLD/FREEZE: ' WS-COUNT-ED
              DELIMITED BY SIZE INTO ACCR-RPT-LINE.
           WRITE ACCR-RPT-LINE.
       H900-END. EXIT.
      *-----
       H910-WRITE-CCY-LINE.
           CLOSE ACCR-RATE-FILE.
           CLOSE JRNL-FILE.
           CLOSE ACCR-RPT.
           CLOSE ACCR-CTL.
           STOP RUN.
       H990-END. EXIT.
      *Bayat oran seti, eksik oran ya da tam tablo durumunda koşu
      *yarm yaymlanmaz; neden, çaran paragraf tarafndan
      *görüntülenmitir. ACCR-CTL son kontrol noktasn korur; yarm
      *kalan dönem yeniden gönderildiinde oradan sürer.
       H999-EXIT.
           DISPLAY 'ACCRUAL TOTALS - ACCRUED: ' WS-ACCRUED-COUNT
                   ' SKIPPED: ' WS-SKIPPED-COUNT
                   ' ZERO RATE: ' WS-NORATE-COUNT
                   ' UNDER HOLD: ' WS-HOLD-ACCRUED-COUNT.
           CLOSE IDX-FILE.
           CLOSE ACCR-RATE-FILE.
           CLOSE JRNL-FILE.
           CLOSE ACCR-RPT.
           CLOSE ACCR-CTL.
           STOP RUN.
       H999-END. EXIT.
