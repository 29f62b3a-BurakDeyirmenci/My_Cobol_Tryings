           SELECT OPTIONAL BORDRO-DELTA-DOSYASI
               ASSIGN TO "BORDRO.DLT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AD-GECMIS-DOSYASI
               ASSIGN TO "ADSOYAD.HST"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PERSONEL-DOSYASI.
           05  PRM-SORGU-TC          PIC X(11).

       FD  DEPARTMAN-DOSYASI.
           COPY "DEPARTMAN.CPY".

       FD  KONTROL-DOSYASI.
           COPY "KONTROL.CPY".
       FD  BORDRO-DELTA-DOSYASI.
       01  DELTA-SATIRI          PIC X(80).

       FD  AD-GECMIS-DOSYASI.
           COPY "ADGECMIS.CPY".

       WORKING-STORAGE SECTION.
           COPY "ADSOYAD-PARM.CPY".
           COPY "ZINCIR-PARM.CPY".
       77  WS-DONUSUM-KARAKTERI  PIC X.
       77  WS-ONERILEN-KARAKTER  PIC X.
       77  WS-UYGULANAN-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-DUZELTME-ESKI-AD  PIC X(25).
       77  WS-RED-DUZELTME-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-OZT-I  PIC 9(2).
       77  WS-OZT-J  PIC 9(2).
               PERFORM 0110-DENETIM-DEVIR-DENETLE
               OPEN EXTEND DENETIM-LOG-DOSYASI
               PERFORM 0115-CALISMA-BASLADI-YAZ
               OPEN EXTEND AD-GECMIS-DOSYASI
           END-IF
           IF NOT TEKLI-SORGU-MODU AND NOT DUZELTME-MODU
               IF YENIDEN-BASLATILACAK
      * kayitlari PERSONEL.IDX uzerinde uygulanir. Kayit bulunamazsa,
      * pozisyon 1-25 disindaysa ya da dosyadaki karakter onay
      * kaydindaki eski karakterle uyusmuyorsa duzeltme reddedilir;
      * uygulanan her degisiklik denetim kutugune, adin onceki ve
      * sonraki hali de DZ (duzeltme) nedeniyle ADSOYAD.HST ad
      * degisikligi gecmisine yazilir (bordro/banka bildirimi).
       0750-DUZELTMELERI-UYGULA.
           PERFORM 0760-ONAY-OKU
           PERFORM UNTIL ONAY-SONU-GELDI
       0775-KAYDI-DUZELT.
           IF ONY-POZISYON >= 1 AND ONY-POZISYON <= 25
               AND PER-AD-SOYAD(ONY-POZISYON:1) = ONY-ESKI-KARAKTER
               MOVE PER-AD-SOYAD TO WS-DUZELTME-ESKI-AD
               MOVE ONY-YENI-KARAKTER
                   TO PER-AD-SOYAD(ONY-POZISYON:1)
               REWRITE PERSONEL-KAYDI
               ADD 1 TO WS-UYGULANAN-SAYISI
               PERFORM 0780-DUZELTME-DENETIM-YAZ
               PERFORM 0785-AD-GECMISI-YAZ
           ELSE
               ADD 1 TO WS-RED-DUZELTME-SAYISI
               DISPLAY "DUZELTME REDDEDILDI, UYUSMAZLIK: "
           MOVE ONY-YENI-KARAKTER TO DZ-YENI-KARAKTER
           WRITE DENETIM-SATIRI FROM DENETIM-DUZELTME-DETAY.

       0785-AD-GECMISI-YAZ.
           MOVE PER-EMP-ID TO AGC-EMP-ID
           MOVE WS-DUZELTME-ESKI-AD TO AGC-ESKI-AD-SOYAD
           MOVE PER-AD-SOYAD TO AGC-YENI-AD-SOYAD
           MOVE WS-BUGUN-YMD TO AGC-ETKIN-TARIHI
           MOVE WS-BUGUN-YMD TO AGC-ISLEM-TARIHI
           MOVE "DZ" TO AGC-NEDEN-KODU
           WRITE AD-GECMIS-KAYDI.

       0370-CHECKPOINT-YAZ.
           MOVE PER-EMP-ID TO WS-SON-ISLENEN-EMP-ID
           OPEN OUTPUT YENIDEN-BASLAT-DOSYASI
           IF DUZELTME-MODU
               CLOSE DUZELTME-ONAY-DOSYASI
               CLOSE DENETIM-LOG-DOSYASI
               CLOSE AD-GECMIS-DOSYASI
           END-IF
           IF NOT TEKLI-SORGU-MODU AND NOT DUZELTME-MODU
               CLOSE RAPOR-DOSYASI
