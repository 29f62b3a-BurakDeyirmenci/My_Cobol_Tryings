      *****************************************************
      * AYRILAN PERSONEL ARSIV KAYDI                       *
      * KVKKIMHA saklama suresi dolan C personeli          *
      * PERSONEL.IDX'ten cikarirken AYRILAN.ARS'a yazar.   *
      * Ad soyad ve TC kimlik no tasinmaz; personel no,    *
      * departman ve tarihler kidem istatistigi icin       *
      * kalir. Dosya hic bosaltilmaz.                      *
      *****************************************************
       01  AYRILAN-ARSIV-KAYDI.
           05  ARS-EMP-ID              PIC 9(6).
           05  ARS-DEPT-KODU           PIC X(4).
           05  ARS-ISE-GIRIS-TARIHI    PIC 9(8).
           05  ARS-CIKIS-TARIHI        PIC 9(8).
           05  ARS-IMHA-TARIHI         PIC 9(8).
