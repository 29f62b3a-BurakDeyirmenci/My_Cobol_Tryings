      *****************************************************
      * DEPARTMAN AD GECMISI KAYDI                         *
      * DEPTBAKIM her acilis (E), ad degisikligi (D) ve     *
      * kapanista (K) DEPARTMAN.HST'ye bir satir ekler.     *
      * Bir tarihte gecerli ad, o kod icin baslangic tarihi *
      * o tarihe esit ya da ondan once olan en gec E/D      *
      * satirinin adidir (TRANSRAP boyle okur). Dosya hic   *
      * bosaltilmaz, ad degisikligi gecmisi silmez.         *
      *****************************************************
       01  DEPARTMAN-GECMIS-KAYDI.
           05  DGC-ISLEM-KODU        PIC X.
               88  DGC-ACILIS            VALUE "E".
               88  DGC-AD-DEGISIKLIGI    VALUE "D".
               88  DGC-KAPANIS           VALUE "K".
           05  DGC-KODU              PIC X(4).
           05  DGC-ADI               PIC X(25).
           05  DGC-BASLANGIC-TARIHI  PIC 9(8).
