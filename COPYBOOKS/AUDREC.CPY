      *Bakiye görüntüleri iaretlidir: kredili mevduat limiti olan
      *hesapta bakiye eksiye inebilir. AUD-BEF/AFT-LIMIT, ilemin
      *öncesindeki ve sonrasndaki onayl limiti tar; 'L' ilemi
      *yalnz bu alan deitirir. AUD-BEF/AFT-STATUS ve -HOLD hesabn
      *durumunu ve bloke tutarn tar; 'F' dondurma, 'B' borca
      *kapatma, 'U' durumu kaldrma ve 'H' bloke ilemleri yalnz
      *bunlar deitirir, bakiyeye dokunmaz.
         01 AUDIT-FILE-MEMBERS.
           05 AUD-FILE-ACTION        PIC X(1).
           05 AUD-FILE-RUN-DATE      PIC 9(8).
             10 AUD-BEF-DATE         PIC 9(7).
             10 AUD-BEF-BALANCE      PIC S9(15)V99.
             10 AUD-BEF-LIMIT        PIC 9(13)V99.
             10 AUD-BEF-STATUS       PIC X(1).
             10 AUD-BEF-HOLD         PIC 9(13)V99.
           05 AUD-FILE-AFTER.
             10 AUD-AFT-NAME         PIC X(15).
             10 AUD-AFT-SURNAME      PIC X(15).
             10 AUD-AFT-DATE         PIC 9(7).
             10 AUD-AFT-BALANCE      PIC S9(15)V99.
             10 AUD-AFT-LIMIT        PIC 9(13)V99.
             10 AUD-AFT-STATUS       PIC X(1).
             10 AUD-AFT-HOLD         PIC 9(13)V99.
