      *SORD-FILE'n (düzenli ödeme talimat ana dosyas) kayt
      *düzeni. SORDMNT talimatlar bu düzenle ekler, deitirir ve
      *iptal eder; SORDGEN her gece vadesi gelen talimatlar için
      *TXN-FILE'a borç/alacak bacak çifti üretir. SORD-FILE-NO
      *talimatn tekil numarasdr. SORD-DR-* borçlanacak, SORD-CR-*
      *alacaklanacak IDX-FILE hesabnn anahtarn tar; iki bacak
      *ayn para birimindedir. SORD-FREQ 'D' günlük, 'W' haftalk,
      *'M' aylk, 'Q' üç aylk, 'Y' yllk sklktr; SORD-ANCHOR-DD
      *aylk/üç aylk/yllk talimatta ödemenin dütüü ay günüdür
      *(ksa aylarda ayn son gününe çekilir). SORD-NEXT-DATE
      *sradaki ödemenin vadesi, SORD-END-DATE son ödeme tarihidir
      *(sfr: süresiz). SORD-STATUS 'A' etkin, 'X' iptal edilmi,
      *'E' süresi dolmu talimattr.
      *SORD-PEND-SW, SORD-PEND-DATE gecesi üretilen bacaklarn
      *durumunu tar: 'N' bekleyen bacak yok, 'Y' bacaklar TXNPOST'a
      *sunuldu ve sonuç bekleniyor, 'D' borç baca, 'C' alacak
      *baca, 'B' iki bacak da TXNREJ-FILE'a dütü ya da TXNPOST
      *defterinde bulunmad. SORD-LEG-REASON düen bacan
      *TXNREJ-FILE-REASON kodunu (defterde bulunmayan bacakta 'N'),
      *SORD-RETRY-COUNT vadesi gelmi ödemenin kaç kez yeniden
      *denendiini, SORD-LAST-PAID-DATE son baarl ödemenin
      *tarihini tar.
         01 SORD-FILE-MEMBERS.
           05 SORD-FILE-NO           PIC 9(5).
           05 SORD-DR-ID             PIC 9(5).
           05 SORD-DR-DVZ            PIC 9(3).
           05 SORD-CR-ID             PIC 9(5).
           05 SORD-CR-DVZ            PIC 9(3).
           05 SORD-AMOUNT            PIC 9(13)V99.
           05 SORD-FREQ              PIC X(1).
             88 SORD-FREQ-DAILY          VALUE 'D'.
             88 SORD-FREQ-WEEKLY         VALUE 'W'.
             88 SORD-FREQ-MONTHLY        VALUE 'M'.
             88 SORD-FREQ-QUARTERLY      VALUE 'Q'.
             88 SORD-FREQ-YEARLY         VALUE 'Y'.
             88 SORD-FREQ-VALID          VALUE 'D' 'W' 'M' 'Q' 'Y'.
           05 SORD-ANCHOR-DD         PIC 9(2).
           05 SORD-NEXT-DATE         PIC 9(8).
           05 SORD-END-DATE          PIC 9(8).
           05 SORD-STATUS            PIC X(1).
             88 SORD-ACTIVE              VALUE 'A'.
             88 SORD-CANCELLED           VALUE 'X'.
             88 SORD-ENDED               VALUE 'E'.
           05 SORD-PEND-SW           PIC X(1).
             88 SORD-NOT-PENDING         VALUE 'N'.
             88 SORD-PENDING             VALUE 'Y'.
             88 SORD-DEBIT-REJECTED      VALUE 'D'.
             88 SORD-CREDIT-REJECTED     VALUE 'C'.
             88 SORD-BOTH-REJECTED       VALUE 'B'.
           05 SORD-PEND-DATE         PIC 9(8).
           05 SORD-LEG-REASON        PIC X(1).
           05 SORD-RETRY-COUNT       PIC 9(3).
           05 SORD-LAST-PAID-DATE    PIC 9(8).
