      *****************************************************
      * BEKLEYEN HAREKET KAYDI                             *
      * PERSBAKIM etkin tarihi calisma tarihinden ileride  *
      * olan E/G/A/I/C hareketini PERSONEL.IDX'e uygulamaz,*
      * park tarihi ve parti no ile BEKLEYEN.DAT'a yazar;  *
      * etkin tarihi gelen satir sonraki gecelik calismada *
      * ayni denetimlerden gecirilip uygulanir ve dosyadan *
      * cikar. X hareketi bekleyen satiri iptal eder.      *
      * Hareket goruntusu HAREKET.DAT satirinin aynisidir. *
      * Dosya etkin tarih sirasinda tutulur (BEKLERAP      *
      * planli degisiklik raporu).                         *
      *****************************************************
       01  BEKLEYEN-KAYDI.
           05  BKL-PARK-TARIHI         PIC 9(8).
           05  BKL-PARTI-NO            PIC X(14).
           05  BKL-HAREKET.
               10  BKL-ISLEM-KODU      PIC X.
                   88  BKL-EKLEME          VALUE "E".
                   88  BKL-GUNCELLEME      VALUE "G".
                   88  BKL-AKTIFE-ALMA     VALUE "A".
                   88  BKL-IZNE-AYIRMA     VALUE "I".
                   88  BKL-CIKIS           VALUE "C".
               10  BKL-EMP-ID          PIC 9(6).
               10  BKL-AD-SOYAD        PIC X(25).
               10  BKL-DEPT-KODU       PIC X(4).
               10  BKL-ISE-GIRIS-TARIHI  PIC 9(8).
               10  BKL-ETKIN-TARIHI    PIC 9(8).
               10  BKL-TC-KIMLIK-NO    PIC X(11).
               10  BKL-NEDEN-KODU      PIC X(2).
               10  BKL-IZIN-TURU       PIC X.
               10  BKL-DONUS-TARIHI    PIC 9(8).
               10  BKL-OPERATOR-ID     PIC X(8).
