      *ALRT-FILE'n (müteri uyar abonelii ana dosyas) kayt
      *düzeni. ALRTMNT abonelikleri bu düzenle ekler, deitirir ve
      *iptal eder; ALRTGEN her gün JRNL-FILE hareketlerini bu
      *tercihlere göre tarayp dijital kanallar için uyar beslemesi
      *üretir. Anahtar IDX-FILE-KEY ile ayn hesap anahtardr (ID +
      *saysal DVZ); her hesabn en çok bir abonelii olur.
      *ALRT-CHANNEL 'S' SMS, 'E' e-posta, 'B' her ikisidir.
      *ALRT-SMS-REF ve ALRT-EMAIL-REF telefon numaras ya da adres
      *deil, dijital kanallarn iletiim kaydndaki referanslardr;
      *seçilen kanaln referans dolu olmaldr.
      *Olay anahtarlar 'Y' açk, 'N' kapaldr: ALRT-DEBIT-SW
      *ALRT-DEBIT-AMOUNT' aan borç, ALRT-MINBAL-SW bakiyenin
      *ALRT-MIN-BALANCE'n altna inmesi, ALRT-OD-SW kredili mevduata
      *(eksi bakiyeye) girilmesi, ALRT-USAGE-SW onayl limitin
      *ALRT-USAGE-PCT yüzdesinden fazlasnn kullanlmas,
      *ALRT-INTEREST-SW INTACCR faiz alaca içindir.
      *ALRT-STATUS 'A' etkin, 'X' iptal edilmi aboneliktir; iptal
      *kayd silmez, ayn hesap yeniden eklenebilir.
         01 ALRT-FILE-MEMBERS.
           05 ALRT-FILE-KEY.
             10 ALRT-FILE-ID         PIC 9(5).
             10 ALRT-FILE-DVZ        PIC 9(3).
           05 ALRT-CHANNEL           PIC X(1).
             88 ALRT-CHANNEL-SMS         VALUE 'S'.
             88 ALRT-CHANNEL-EMAIL       VALUE 'E'.
             88 ALRT-CHANNEL-BOTH        VALUE 'B'.
             88 ALRT-CHANNEL-VALID       VALUE 'S' 'E' 'B'.
           05 ALRT-SMS-REF           PIC X(20).
           05 ALRT-EMAIL-REF         PIC X(20).
           05 ALRT-DEBIT-SW          PIC X(1).
             88 ALRT-DEBIT-ON            VALUE 'Y'.
           05 ALRT-DEBIT-AMOUNT      PIC 9(13)V99.
           05 ALRT-MINBAL-SW         PIC X(1).
             88 ALRT-MINBAL-ON           VALUE 'Y'.
           05 ALRT-MIN-BALANCE       PIC 9(13)V99.
           05 ALRT-OD-SW             PIC X(1).
             88 ALRT-OD-ON               VALUE 'Y'.
           05 ALRT-USAGE-SW          PIC X(1).
             88 ALRT-USAGE-ON            VALUE 'Y'.
           05 ALRT-USAGE-PCT         PIC 9(3).
           05 ALRT-INTEREST-SW       PIC X(1).
             88 ALRT-INTEREST-ON         VALUE 'Y'.
           05 ALRT-STATUS            PIC X(1).
             88 ALRT-ACTIVE              VALUE 'A'.
             88 ALRT-CANCELLED           VALUE 'X'.
           05 ALRT-OPEN-DATE         PIC 9(8).
           05 ALRT-CHANGE-DATE       PIC 9(8).
