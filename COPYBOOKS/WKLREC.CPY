      *Operasyon istisna i listesinin (WKL-FILE) kayt düzeni.
      *WKLCOLL her gece ODEV003 REJ-FILE, TXNPOST TXNREJ-FILE,
      *ACCTMNT MNTREJ-FILE, BALPROOF BRK-FILE, CCYMNT CCY-REJ ve
      *DAYCALCU EXCP-FILE kaytlarn bu düzende tek listede
      *birletirir; liste EXCPFIX'in PREV-CYCLE/NEW-CYCLE dosyalar
      *gibi eski/yeni ana dosya olarak kuaktan kuaa devreder.
      *WKL-FILE-KEY kalemin kimliidir: kaynak program, o programn
      *reddettii kaydn anahtar ve kaynak programn kendi neden
      *kodu. Anahtar kaynaa göre kurulur: ODEV003 ve BALPROOF için
      *ID + DVZ, TXNPOST için referans + ID + DVZ, ACCTMNT için ilem
      *kodu + ID + DVZ, CCYMNT için ilem kodu + alfa kod, DAYCALCU
      *için kayt numaras. Tek karakterli neden kodlar sola
      *yaslanr; DAYCALCU'nun iki haneli kodu olduu gibi tanr.
      *WKL-FILE-STATUS 'O' açk, 'C' kapanm kalemdir. Kalem ilk
      *görüldüü gün WKL-FILE-FIRST-SEEN'e yazlr; kayna okunduu
      *halde kalem bir gün yeniden gelmezse o gün kapanr
      *(WKL-FILE-CLOSE-DATE). WKL-FILE-DAYS-OPEN açk kalemde koşu
      *gününe, kapanm kalemde kapan gününe kadar geçen gündür.
      *WKL-FILE-ESC-DATE kalemin ekibinin eiini ilk at gündür
      *(sfr ise hiç amamtr). WKL-FILE-AMOUNT ve
      *WKL-FILE-DETAIL kaynan son gönderdii tutar (TXNPOST hareket
      *tutar, BALPROOF fark) ve açklamadr. WKL-FILE-ASSIGNEE,
      *WKL-FILE-NOTE ve WKL-FILE-NOTE-DATE analistlerin WKL-UPD ile
      *verdii atama ve çözüm notudur.
         01 WKL-FILE-MEMBERS.
           05 WKL-FILE-KEY.
             10 WKL-FILE-SOURCE      PIC X(8).
             10 WKL-FILE-ITEM-KEY    PIC X(20).
             10 WKL-FILE-REASON      PIC X(2).
           05 WKL-FILE-TEAM          PIC X(8).
           05 WKL-FILE-STATUS        PIC X(1).
             88 WKL-ITEM-OPEN            VALUE 'O'.
             88 WKL-ITEM-CLOSED          VALUE 'C'.
           05 WKL-FILE-FIRST-SEEN    PIC 9(8).
           05 WKL-FILE-LAST-SEEN     PIC 9(8).
           05 WKL-FILE-CLOSE-DATE    PIC 9(8).
           05 WKL-FILE-DAYS-OPEN     PIC 9(5).
           05 WKL-FILE-SEEN-COUNT    PIC 9(5).
           05 WKL-FILE-ESC-DATE      PIC 9(8).
           05 WKL-FILE-AMOUNT        PIC S9(15)V99
                                     SIGN LEADING SEPARATE.
           05 WKL-FILE-DETAIL        PIC X(30).
           05 WKL-FILE-ASSIGNEE      PIC X(8).
           05 WKL-FILE-NOTE          PIC X(40).
           05 WKL-FILE-NOTE-DATE     PIC 9(8).
