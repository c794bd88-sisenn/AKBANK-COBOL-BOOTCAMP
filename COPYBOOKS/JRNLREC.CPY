      *Bakiyeler iaretlidir: kredili mevduat limiti olan hesapta
      *hareket öncesi/sonras bakiye eksiye inebilir.
           05 JRNL-FILE-REF          PIC X(12).
           05 JRNL-FILE-ORIG-REF     PIC X(12).
      *JRNL-FILE-ORIG-REF yalnz iptal satrlarnda doludur ve iptal
      *edilen asl hareketin referansn tar; JRNL-FILE-DC iptalin
      *bakiyeye uygulanan gerçek yönüdür. Dier satrlarda boluktur.
