      *****************************************************
      * AD-SOYAD DEGISIKLIK GECMISI KAYDI                  *
      * PERSBAKIM adi degistiren her G hareketinde, ADSOYADB *
      * duzeltme modunda uyguladigi her karakter            *
      * duzeltmesinde ADSOYAD.HST'ye bir satir ekler.       *
      * ADDEGRAP bordro/banka bildirimini bu dosyadan       *
      * cikarir. Islem tarihi kaydin yazildigi calisma      *
      * tarihidir; etkin tarih degisikligin gecerli oldugu  *
      * tarihtir (geriye donuk olabilir). Dosya hic         *
      * bosaltilmaz, gecmis birikir.                        *
      * Neden kodu: EV=evlilik, BS=bosanma, MK=mahkeme      *
      * karari, DZ=yazim duzeltmesi, DG=diger.              *
      *****************************************************
       01  AD-GECMIS-KAYDI.
           05  AGC-EMP-ID              PIC 9(6).
           05  AGC-ESKI-AD-SOYAD       PIC X(25).
           05  AGC-YENI-AD-SOYAD       PIC X(25).
           05  AGC-ETKIN-TARIHI        PIC 9(8).
           05  AGC-NEDEN-KODU          PIC X(2).
               88  AGC-EVLILIK             VALUE "EV".
               88  AGC-BOSANMA             VALUE "BS".
               88  AGC-MAHKEME             VALUE "MK".
               88  AGC-DUZELTME            VALUE "DZ".
               88  AGC-DIGER               VALUE "DG".
           05  AGC-ISLEM-TARIHI        PIC 9(8).
