      *RINS-FILE'n kayt düzeni. DORMANT geri alma koşusunda
      *arivden IDX-FILE'a geri yazd her hesab bu düzenle sral
      *dosyaya yazar; GLPOST geri alnan bakiyeyi günlüe girmeyen
      *bir mevduat hareketi olarak ayn dosyadan okur. Kayt,
      *ARCH-FILE gibi IDX-FILE alanlarn görüntü biçiminde ve geri
      *alma tarihiyle (RINS-FILE-REIN-DATE) birlikte tar.
         01 RINS-FILE-MEMBERS.
           05 RINS-FILE-ID           PIC 9(5).
           05 RINS-FILE-DVZ          PIC 9(3).
           05 RINS-FILE-NAME         PIC X(15).
           05 RINS-FILE-SURNAME      PIC X(15).
           05 RINS-FILE-DATE         PIC 9(7).
           05 RINS-FILE-BALANCE      PIC S9(15)V99.
           05 RINS-FILE-REIN-DATE    PIC 9(8).
      *RINS-FILE-BALANCE, ARCH-FILE-BALANCE gibi iaretlidir.
