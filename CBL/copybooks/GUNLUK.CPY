      *****************************************************
      * BAKIM GUNLUGU KAYDI                                *
      * PERSBAKIM uyguladigi her degisiklik icin BAKIM.JRN *
      * dosyasina bir satir ekler: calisma tarihi/saati,   *
      * parti no, islem kodu, cozulmus etkin tarih ve      *
      * PERSONEL-KAYDI'nin degisiklik oncesi ve sonrasi    *
      * goruntuleri. E satirinda onceki, S (fiziksel silme) *
      * satirinda sonraki goruntu bostur; silinen kaydin   *
      * goruntusu boylece kaybolmaz. PARTIGERI bir partiyi *
      * bu dosyadan geri alir ve kendi degisikliklerini R  *
      * islem kodu ile yine buraya yazar. Operator kodu    *
      * hareketi giren operatordur (geri almada calistiran *
      * operator); eski satirlarda bostur. Dosya hic       *
      * bosaltilmaz, dosya sirasi zaman sirasidir.         *
      *****************************************************
       01  GUNLUK-KAYDI.
           05  JRN-CALISMA-TARIHI      PIC 9(8).
           05  JRN-CALISMA-SAATI       PIC 9(6).
           05  JRN-PARTI-NO            PIC X(14).
           05  JRN-ISLEM-KODU          PIC X.
               88  JRN-EKLEME              VALUE "E".
               88  JRN-GUNCELLEME          VALUE "G".
               88  JRN-SILME               VALUE "S".
               88  JRN-DURUM-DEGISIKLIGI   VALUE "A" "I" "C".
               88  JRN-GERI-ALMA           VALUE "R".
           05  JRN-EMP-ID              PIC 9(6).
           05  JRN-ETKIN-TARIHI        PIC 9(8).
           05  JRN-ONCEKI-GORUNTU      PIC X(63).
           05  JRN-SONRAKI-GORUNTU     PIC X(63).
           05  JRN-OPERATOR-ID         PIC X(8).
