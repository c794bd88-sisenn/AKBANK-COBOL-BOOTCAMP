      *JRNL-GEN'in kayt düzeni. JRNLCLS her ay kapannda kapanan
      *ayn JRNL-FILE satrlarn bu düzenle tarihli bir aylk kuaa
      *tar. Kuak 'JGH' balk (dönem YYYYAA ve kapan tarihi),
      *JRNL-FILE ile bire bir ayn düzende hareket satrlar ve 'JGT'
      *kuyruk (satr says, borç/alacak kontrol toplamlar)
      *kaytlarndan oluur. STMTGEN ve ACCTDOSS birden çok kua
      *art arda okuyarak kapan aan dönemleri iler; kuyruu
      *eksik ya da says tutmayan kuak yarm kalm saylr.
         01 JGEN-FILE-MEMBERS.
           05 JGEN-FILE-ID           PIC 9(5).
           05 JGEN-FILE-DVZ          PIC 9(3).
           05 JGEN-FILE-DC           PIC X(1).
           05 JGEN-FILE-AMOUNT       PIC 9(13)V99.
           05 JGEN-FILE-VALUE-DATE   PIC 9(8).
           05 JGEN-FILE-BAL-BEFORE   PIC S9(15)V99.
           05 JGEN-FILE-BAL-AFTER    PIC S9(15)V99.
           05 JGEN-FILE-REF          PIC X(12).
           05 JGEN-FILE-ORIG-REF     PIC X(12).
         01 JGEN-FILE-HEADER.
           05 JGEN-HDR-ID            PIC X(3).
           05 JGEN-HDR-PERIOD        PIC 9(6).
           05 JGEN-HDR-CLOSE-DATE    PIC 9(8).
           05 FILLER                 PIC X(73).
         01 JGEN-FILE-TRAILER.
           05 JGEN-TRL-ID            PIC X(3).
           05 JGEN-TRL-PERIOD        PIC 9(6).
           05 JGEN-TRL-COUNT         PIC 9(9).
           05 JGEN-TRL-DR-TOTAL      PIC 9(17)V99.
           05 JGEN-TRL-CR-TOTAL      PIC 9(17)V99.
           05 FILLER                 PIC X(34).
      *JGEN-FILE-MEMBERS, JRNL-FILE-MEMBERS ile ayn uzunluk ve
      *sradadr; okuyan program satr grup MOVE ile günlük kayt
      *alanna alp JRNL-FILE satr gibi ileyebilir. Borç/alacak
      *toplamlar para birimi gözetmeksizin kontrol toplamdr; para
      *birimi bazndaki toplamlar JCTL-FILE'dadr.
