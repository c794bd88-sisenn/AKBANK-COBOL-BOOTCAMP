      *talebinde boluk braklan ad/soyad ve sfr braklan tarih
      *alanlar hesapta olduu gibi korunur. MNT-FILE-BALANCE açlta
      *açl bakiyesini, LIMIT ('L') talebinde hesabn yeni onayl
      *kredili mevduat limitini, HOLD ('H') talebinde hesabn yeni
      *bloke tutarn tar (sfr blokeyi kaldrr). FREEZE ('F')
      *hesab dondurur, BLOCK ('B') borca kapatr, UNFREEZE ('U')
      *hesab yeniden etkin yapar; bu üç talepte yalnz anahtar
      *kullanlr.
         01 MNT-FILE-MEMBERS.
           05 MNT-FILE-ACTION        PIC X(1).
             88 MNT-ACTION-OPEN          VALUE 'O'.
             88 MNT-ACTION-CHANGE        VALUE 'C'.
             88 MNT-ACTION-CLOSE         VALUE 'X'.
             88 MNT-ACTION-LIMIT         VALUE 'L'.
             88 MNT-ACTION-FREEZE        VALUE 'F'.
             88 MNT-ACTION-BLOCK         VALUE 'B'.
             88 MNT-ACTION-UNFREEZE      VALUE 'U'.
             88 MNT-ACTION-HOLD          VALUE 'H'.
           05 MNT-FILE-ID            PIC X(5).
           05 MNT-FILE-DVZ           PIC X(3).
           05 MNT-FILE-NAME          PIC X(15).
