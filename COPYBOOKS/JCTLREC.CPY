      *JCTL-FILE'n kayt düzeni. JRNLCLS her ay kapannda bu
      *düzenle bir kontrol kua yazar: 'JCH' balk (dönem, kapan
      *tarihi, kuaa tanan satr says ve dayanlan BALPROOF
      *koşusunun tarihi), para birimi bana 'JCC' borç/alacak say
      *ve toplamlar, IDX-FILE anahtar bana 'JCB' kapan bakiyesi
      *ve 'JCT' kuyruk. 'JCB' kaytlar bir sonraki dönemin açl
      *pozisyonudur; sonraki kapan önceki kua JCTL-PREV olarak
      *okur.
         01 JCTL-FILE-HEADER.
           05 JCTL-HDR-ID            PIC X(3).
           05 JCTL-HDR-PERIOD        PIC 9(6).
           05 JCTL-HDR-CLOSE-DATE    PIC 9(8).
           05 JCTL-HDR-JRNL-COUNT    PIC 9(9).
           05 JCTL-HDR-PROOF-DATE    PIC 9(8).
           05 FILLER                 PIC X(26).
         01 JCTL-FILE-CURRENCY.
           05 JCTL-CCY-TYPE          PIC X(3).
           05 JCTL-CCY-DVZ           PIC 9(3).
           05 JCTL-CCY-DR-COUNT      PIC 9(7).
           05 JCTL-CCY-DR-TOTAL      PIC 9(15)V99.
           05 JCTL-CCY-CR-COUNT      PIC 9(7).
           05 JCTL-CCY-CR-TOTAL      PIC 9(15)V99.
           05 FILLER                 PIC X(6).
         01 JCTL-FILE-BALANCE.
           05 JCTL-BAL-TYPE          PIC X(3).
           05 JCTL-BAL-ID            PIC 9(5).
           05 JCTL-BAL-DVZ           PIC 9(3).
           05 JCTL-BAL-CLOSING       PIC S9(15)V99.
           05 FILLER                 PIC X(32).
         01 JCTL-FILE-TRAILER.
           05 JCTL-TRL-ID            PIC X(3).
           05 JCTL-TRL-PERIOD        PIC 9(6).
           05 JCTL-TRL-CCY-COUNT     PIC 9(3).
           05 JCTL-TRL-BAL-COUNT     PIC 9(7).
           05 JCTL-TRL-BAL-TOTAL     PIC S9(17)V99.
           05 FILLER                 PIC X(22).
      *Tüm kaytlar 60 bayttr ve ilk üç bayttaki tür koduyla ayrlr.
      *JCTL-BAL-CLOSING iaretlidir: kapanta kredili mevduat kullanan
      *hesap eksi bakiyeyle yazlr. JCTL-TRL-BAL-TOTAL, para birimi
      *gözetmeksizin 'JCB' bakiyelerinin kontrol toplamdr.
