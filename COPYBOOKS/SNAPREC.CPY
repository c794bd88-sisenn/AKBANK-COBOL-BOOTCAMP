      *SNAP-FILE'n kayt düzeni. BALSNAP ay sonunda IDX-FILE'daki her
      *hesabn bakiyesini, onayl limitini, durumunu ve bloke tutarn
      *bu düzenle tarihli bir kuaa yazar; ASOFINQ geçmi tarihli
      *bakiye sorgusunda en yakn önceki kuaktan balar. Kuak 'SHD'
      *balk (görüntü tarihi), IDX-FILE anahtar srasyla detaylar
      *ve 'STR' kuyruk (detay says ve bakiye toplam) kaytlarndan
      *oluur; kuyruu eksik kuak yarm kalm saylr.
         01 SNAP-FILE-MEMBERS.
           05 SNAP-FILE-ID           PIC 9(5).
           05 SNAP-FILE-DVZ          PIC 9(3).
           05 SNAP-FILE-BALANCE      PIC S9(15)V99.
           05 SNAP-FILE-OD-LIMIT     PIC 9(13)V99.
           05 SNAP-FILE-STATUS       PIC X(1).
           05 SNAP-FILE-HOLD         PIC 9(13)V99.
         01 SNAP-FILE-HEADER.
           05 SNAP-HDR-ID            PIC X(3).
           05 SNAP-HDR-DATE          PIC 9(8).
           05 FILLER                 PIC X(45).
         01 SNAP-FILE-TRAILER.
           05 SNAP-TRL-ID            PIC X(3).
           05 SNAP-TRL-COUNT         PIC 9(7).
           05 SNAP-TRL-BAL-TOTAL     PIC S9(17)V99.
           05 FILLER                 PIC X(27).
      *SNAP-FILE-BALANCE iaretlidir: görüntü annda kredili mevduat
      *kullanan hesap eksi bakiyeyle yazlr. SNAP-TRL-BAL-TOTAL,
      *para birimi gözetmeksizin detay bakiyelerinin kontrol
      *toplamdr; yalnz kuan bütünlüünü dorulamak içindir.
