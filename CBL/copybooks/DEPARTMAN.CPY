      *****************************************************
      * DEPARTMAN ANA KAYDI                                *
      * DEPTBAKIM ekleme/ad degistirme/kapatma hareketleri  *
      * ile bakilir; ADSOYADB, HRKDENET, TRANSRAP okur.     *
      * Acilis tarihi sifir ise departman tarihli bakimdan  *
      * once de vardi demektir. Kapanis tarihi sifir ise    *
      * departman aciktir; doluysa o tarihten itibaren      *
      * departmana personel alinamaz. Kapanan kod silinmez, *
      * gecmis kayitlar icin tanimli kalir.                 *
      *****************************************************
       01  DEPARTMAN-KAYDI.
           05  DEP-KODU              PIC X(4).
           05  DEP-ADI               PIC X(25).
           05  DEP-ACILIS-TARIHI     PIC 9(8).
           05  DEP-KAPANIS-TARIHI    PIC 9(8).
