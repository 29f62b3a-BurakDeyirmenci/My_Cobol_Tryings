      *****************************************************
      * IZIN DEFTERI KAYDI                                 *
      * PERSBAKIM her I (izne ayir) hareketinde bir B       *
      * (izin basladi) satiri, izinli personel icin gelen   *
      * A hareketinde D (izinden dondu), C hareketinde K    *
      * (izinde iken ayrildi) satiri ekler. Bir izin donemi *
      * B satiri ile acilir, ayni personelin sonraki D/K    *
      * satiri ile kapanir; izinli personele yeni bir I     *
      * gelirse onceki donem yeni B tarihinde kapanmis      *
      * sayilir (tur/sure degisikligi). Izin turu ve        *
      * beklenen donus tarihi yalniz B satirinda doludur.   *
      * IZINRAP gecikme raporunu, KIDEMRAP ucretsiz izin    *
      * gun toplamini bu dosyadan cikarir. Dosya hic        *
      * bosaltilmaz, gecmis birikir.                        *
      *****************************************************
       01  IZIN-KAYDI.
           05  IZN-EMP-ID              PIC 9(6).
           05  IZN-OLAY-KODU           PIC X.
               88  IZN-BASLADI             VALUE "B".
               88  IZN-DONDU               VALUE "D".
               88  IZN-AYRILDI             VALUE "K".
           05  IZN-IZIN-TURU           PIC X.
               88  IZN-DOGUM               VALUE "D".
               88  IZN-UCRETSIZ            VALUE "U".
               88  IZN-ASKERLIK            VALUE "A".
               88  IZN-HASTALIK            VALUE "H".
           05  IZN-OLAY-TARIHI         PIC 9(8).
           05  IZN-DONUS-TARIHI        PIC 9(8).
