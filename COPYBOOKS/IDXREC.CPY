           05 IDX-FILE-DATE          PIC S9(7)  COMP-3.
           05 IDX-FILE-BALANCE       PIC S9(15)V99 COMP-3.
           05 IDX-FILE-OD-LIMIT      PIC S9(13)V99 COMP-3.
           05 IDX-FILE-STATUS        PIC X(1).
             88 IDX-STATUS-ACTIVE        VALUE 'A' SPACE.
             88 IDX-STATUS-FROZEN        VALUE 'F'.
             88 IDX-STATUS-DEBIT-BLOCKED VALUE 'B'.
           05 IDX-FILE-HOLD-AMOUNT   PIC S9(13)V99 COMP-3.
      *IDX-FILE-BALANCE, bakiyeyi iki ondalk basamakla (kuru/cent)
      *tar. Ondalksz para birimlerinde (örn. JPY) kesir ksm her
      *zaman sfrdr; kaç ondalk basamak gösterileceini CURRENCY
      *borç hareketinde bakiyenin eksiye, en çok bu limit kadar
      *inmesine izin verir. Limit ACCTMNT'nin 'L' ilemiyle konur ve
      *limitsiz hesapta sfrdr.
      *IDX-FILE-STATUS hesabn durumudur: 'A' (eski kaytlarda
      *boluk) etkin, 'F' mahkeme karar gibi yasal nedenle
      *dondurulmu, 'B' borca kapatlm (örn. vefat eden müteri)
      *hesaptr; iki durumda da TXNPOST borç hareketini reddeder,
      *alacaklar kabul edilir. IDX-FILE-HOLD-AMOUNT bakiyenin
      *blokeli ksmdr: TXNPOST bu tutar bakiye + limit toplamndan
      *düülmü saylr. Durum ACCTMNT'nin 'F'/'B'/'U', bloke tutar
      *'H' ilemiyle konur ve kaldrlr. Dondurulmu ya da blokeli
      *hesap yasal bloke altndadr: ACCTMNT kapatmaz, DORMANT
      *arive almaz.
