      * Hareket on-denetim programi: IK'dan gelen ham hareket dosyasi
      * (HAREKET.GIR) PERSBAKIM indekse dokunmadan once alan alan
      * denetlenir. Ad-soyad ADSOYAD alt programi ile, departman kodu
      * DEPARTMAN.DAT referansi ile (kapali ya da henuz acilmamis
      * departmana giris kabul edilmez; transferi PERSBAKIM kaydin
      * guncel departmaniyla denetler), ise giris tarihi
      * KIDEMRAP'taki gercek takvim kurali ile, TC kimlik no TCKIMLIK
      * ile denetlenir.
      * Temiz hareketler oldugu gibi HAREKET.DAT'a (PERSBAKIM'in
      * girisi) gecer; sorunlu hareket HAREKET.RED'e yazilir ve her
      * basarisiz denetim icin ayri bir neden satiri uretilir. Kotu
      * veri boylece kapida doner, gunler sonra HATALAR.RPT'de
      * GECERSIZ satiri olarak ortaya cikmaz. TC mukerrerligi burada
      * denetlenmez; ana kutugu elinde tutan PERSBAKIM denetler.
      * Hareketi giren operatorun o islem kodu ve departman icin
      * yetkisi YETKI alt programi ile YETKI.DAT'tan denetlenir;
      * durum hareketlerinde departman hareket uzerinde olmadigindan
      * burada yalniz islem kodu yetkisi aranir, kaydin departmani
      * ile tam denetimi PERSBAKIM yapar.
      * Etkin tarih ileride olabilir: PERSBAKIM boyle bir hareketi
      * bekleyen hareketlere (BEKLEYEN.DAT) park eder ve gunu gelince
      * uygular. Ileri tarihli E hareketinde ise giris tarihi etkin
      * tarihe kadar olabilir. X hareketi personelin o etkin tarihli
      * (etkin tarih bossa butun) bekleyen hareketlerini iptal eder.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HRKDENET.
       ENVIRONMENT DIVISION.
               88  HRK-AKTIFE-AL           VALUE "A".
               88  HRK-IZNE-AYIR           VALUE "I".
               88  HRK-CIKIS-YAP           VALUE "C".
               88  HRK-IPTAL-ET            VALUE "X".
               88  HRK-KOD-TANIMLI         VALUE "E" "G" "S"
                                                 "A" "I" "C" "X".
               88  HRK-ALAN-DENETIMLI      VALUE "E" "G".
               88  HRK-DURUM-HAREKETI      VALUE "A" "I" "C".
               88  HRK-ETKIN-TARIHLI       VALUE "E" "G" "A"
                                                 "I" "C" "X".
           05  HRK-EMP-ID              PIC X(6).
           05  HRK-AD-SOYAD            PIC X(25).
           05  HRK-DEPT-KODU           PIC X(4).
           05  HRK-ISE-GIRIS-TARIHI    PIC X(8).
           05  HRK-ETKIN-TARIHI        PIC X(8).
           05  HRK-TC-KIMLIK-NO        PIC X(11).
           05  HRK-NEDEN-KODU          PIC X(2).
               88  HRK-NEDEN-TANIMLI       VALUE "EV" "BS" "MK"
                                                 "DZ" "DG".
           05  HRK-IZIN-TURU           PIC X.
               88  HRK-IZIN-TURU-TANIMLI   VALUE "D" "U" "A" "H".
           05  HRK-DONUS-TARIHI        PIC X(8).
           05  HRK-OPERATOR-ID         PIC X(8).

       FD  TEMIZ-DOSYASI.
       01  TEMIZ-KAYDI           PIC X(82).

       FD  RED-DOSYASI.
       01  RED-SATIRI            PIC X(100).

       FD  DEPARTMAN-DOSYASI.
           COPY "DEPARTMAN.CPY".

       WORKING-STORAGE SECTION.
           COPY "ADSOYAD-PARM.CPY".
           COPY "TCKIMLIK-PARM.CPY".
           COPY "ZINCIR-PARM.CPY".
           COPY "YETKI-PARM.CPY".
       77  WS-DONUS-KODU  PIC 9(2) VALUE ZERO.
       77  WS-GIRIS-DURUM  PIC X(2).
       77  WS-DEPT-DURUM  PIC X(2).
           88  KAYIT-TEMIZ                VALUE "E".
           88  KAYIT-SORUNLU              VALUE "H".
       77  WS-DEPT-IND  PIC 9(2).
       77  WS-DEPT-BULUNAN-IND  PIC 9(2).
       77  WS-REFERANS-TARIHI  PIC 9(8).
       77  WS-IZIN-BASI-X  PIC X(8).
       77  WS-TARIH-GECERLI-MI  PIC X VALUE "E".
           88  TARIH-GECERLI              VALUE "E".
           88  TARIH-GECERSIZ             VALUE "H".
           05  WS-DEPT-GIRISI OCCURS 50 TIMES.
               10  DT-KODU        PIC X(4).
               10  DT-ADI         PIC X(25).
               10  DT-ACILIS-TARIHI   PIC 9(8).
               10  DT-KAPANIS-TARIHI  PIC 9(8).

       01  RED-BASLIK.
           05  FILLER             PIC X(33) VALUE
           05  RD-AD-SOYAD        PIC X(25).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-NEDEN           PIC X(30).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-OPERATOR-ID     PIC X(8).

       PROCEDURE DIVISION.
       0000-ANA-ISLEM.
                               TO DT-KODU(WS-DEPT-SAYISI)
                           MOVE DEP-ADI
                               TO DT-ADI(WS-DEPT-SAYISI)
                           MOVE ZERO
                               TO DT-ACILIS-TARIHI(WS-DEPT-SAYISI)
                               DT-KAPANIS-TARIHI(WS-DEPT-SAYISI)
                           IF DEP-ACILIS-TARIHI IS NUMERIC
                               MOVE DEP-ACILIS-TARIHI
                                 TO DT-ACILIS-TARIHI(WS-DEPT-SAYISI)
                           END-IF
                           IF DEP-KAPANIS-TARIHI IS NUMERIC
                               MOVE DEP-KAPANIS-TARIHI
                                 TO DT-KAPANIS-TARIHI(WS-DEPT-SAYISI)
                           END-IF
                       ELSE
                           DISPLAY "UYARI: DEPARTMAN TABLOSU DOLU, "
                               "KOD ATLANDI: " DEP-KODU
               PERFORM 0330-GIRIS-TARIHI-DENETLE
               PERFORM 0340-TC-KIMLIK-DENETLE
           END-IF
           IF HRK-GUNCELLE
               PERFORM 0360-NEDEN-KODU-DENETLE
           END-IF
           IF HRK-ETKIN-TARIHLI
               PERFORM 0350-ETKIN-TARIHI-DENETLE
           END-IF
           IF HRK-IZNE-AYIR
               PERFORM 0370-IZIN-ALANLARI-DENETLE
           END-IF
           IF HRK-KOD-TANIMLI
               PERFORM 0380-YETKI-DENETLE
           END-IF
           IF KAYIT-TEMIZ
               ADD 1 TO WS-TEMIZ-SAYISI
               WRITE TEMIZ-KAYDI FROM GIRIS-KAYDI
               PERFORM 0400-NEDEN-YAZ
           END-IF.

      * Kapali departman kodu eski kayitlar icin tanimli kalir ama
      * yeni giris ya da transfer kabul etmez. Departmanin durumu
      * hareketin etkin tarihine gore (bos/gecersizse calisma
      * tarihine gore) degerlendirilir. Kapali/acilmamis denetimi
      * burada yalniz E icin yapilir: G'nin departmani degistirip
      * degistirmedigi kaydin guncel departmanina baglidir ve bu
      * program indeksi okumaz; departmani degismeyen G (ayrilmis
      * personelin ad ya da TC duzeltmesi gibi) kapanmis departmanda
      * da gecerlidir. Transferi PERSBAKIM 0308-DEPARTMAN-DENETLE
      * reddeder. Tanimsiz kod E ve G icin reddedilir.
       0320-DEPARTMAN-DENETLE.
           MOVE ZERO TO WS-DEPT-BULUNAN-IND
           MOVE 1 TO WS-DEPT-IND
           PERFORM UNTIL WS-DEPT-IND > WS-DEPT-SAYISI
               IF HRK-DEPT-KODU = DT-KODU(WS-DEPT-IND)
                   MOVE WS-DEPT-IND TO WS-DEPT-BULUNAN-IND
               END-IF
               ADD 1 TO WS-DEPT-IND
           END-PERFORM
           IF WS-DEPT-BULUNAN-IND = ZERO
               MOVE "GECERSIZ DEPARTMAN KODU" TO RD-NEDEN
               PERFORM 0400-NEDEN-YAZ
           END-IF
           IF WS-DEPT-BULUNAN-IND > ZERO
               AND HRK-EKLE
               IF HRK-ETKIN-TARIHI IS NUMERIC
                   AND HRK-ETKIN-TARIHI NOT = "00000000"
                   MOVE HRK-ETKIN-TARIHI TO WS-REFERANS-TARIHI
               ELSE
                   COMPUTE WS-REFERANS-TARIHI =
                       WCT-YIL * 10000 + WCT-AY * 100 + WCT-GUN
               END-IF
               IF DT-KAPANIS-TARIHI(WS-DEPT-BULUNAN-IND) > ZERO
                   AND DT-KAPANIS-TARIHI(WS-DEPT-BULUNAN-IND)
                       <= WS-REFERANS-TARIHI
                   MOVE "DEPARTMAN KAPALI" TO RD-NEDEN
                   PERFORM 0400-NEDEN-YAZ
               END-IF
               IF DT-ACILIS-TARIHI(WS-DEPT-BULUNAN-IND)
                   > WS-REFERANS-TARIHI
                   MOVE "DEPARTMAN HENUZ ACILMAMIS" TO RD-NEDEN
                   PERFORM 0400-NEDEN-YAZ
               END-IF
           END-IF.

      * Ileri tarihli E hareketi ise baslangicindan once girilir;
      * ise giris tarihi calisma tarihini degil etkin tarihi asamaz.
       0330-GIRIS-TARIHI-DENETLE.
           MOVE HRK-ISE-GIRIS-TARIHI TO WS-DENETIM-TARIHI-X
           IF HRK-EKLE
               AND HRK-ETKIN-TARIHI IS NUMERIC
               AND HRK-ETKIN-TARIHI > WS-CALISMA-TARIHI-SAATI(1:8)
               PERFORM 0505-TAKVIM-DOGRULA
               IF TARIH-GECERLI
                   AND WS-DENETIM-TARIHI-X > HRK-ETKIN-TARIHI
                   SET TARIH-GECERSIZ TO TRUE
               END-IF
           ELSE
               PERFORM 0500-TARIH-DOGRULA
           END-IF
           IF TARIH-GECERSIZ
               MOVE "GECERSIZ ISE GIRIS TARIHI" TO RD-NEDEN
               PERFORM 0400-NEDEN-YAZ
               END-IF
           END-IF.

      * Etkin tarih bos/sifir olabilir (PERSBAKIM calisma tarihini
      * kullanir) ama doluysa gercek bir tarih olmalidir; izin
      * defteri, transfer ve ad gecmisi bu tarihle tutulur. Ileride
      * olmasi reddedilmez, hareket PERSBAKIM'de bekletilir; bu
      * nedenle yalniz takvim yonunden denetlenir.
       0350-ETKIN-TARIHI-DENETLE.
           IF HRK-ETKIN-TARIHI = SPACES
               OR HRK-ETKIN-TARIHI = "00000000"
               CONTINUE
           ELSE
               MOVE HRK-ETKIN-TARIHI TO WS-DENETIM-TARIHI-X
               PERFORM 0505-TAKVIM-DOGRULA
               IF TARIH-GECERSIZ
                   MOVE "GECERSIZ ETKIN TARIH" TO RD-NEDEN
                   PERFORM 0400-NEDEN-YAZ
               END-IF
           END-IF.

      * Ad degisikligi neden kodu bos olabilir (PERSBAKIM DG yazar)
      * ama doluysa tanimli kodlardan biri olmalidir.
       0360-NEDEN-KODU-DENETLE.
           IF HRK-NEDEN-KODU NOT = SPACES
               AND NOT HRK-NEDEN-TANIMLI
               MOVE "GECERSIZ AD DEGISIKLIK NEDENI" TO RD-NEDEN
               PERFORM 0400-NEDEN-YAZ
           END-IF.

      * Izne ayirmada izin turu ve beklenen donus tarihi zorunludur.
      * Donus tarihi ileride olacagi icin yalniz takvim yonunden
      * denetlenir ve izin baslangicindan (etkin tarih, bossa calisma
      * tarihi) sonra olmalidir.
       0370-IZIN-ALANLARI-DENETLE.
           IF NOT HRK-IZIN-TURU-TANIMLI
               MOVE "GECERSIZ IZIN TURU" TO RD-NEDEN
               PERFORM 0400-NEDEN-YAZ
           END-IF
           MOVE HRK-DONUS-TARIHI TO WS-DENETIM-TARIHI-X
           PERFORM 0505-TAKVIM-DOGRULA
           IF TARIH-GECERSIZ
               MOVE "GECERSIZ DONUS TARIHI" TO RD-NEDEN
               PERFORM 0400-NEDEN-YAZ
           ELSE
               IF HRK-ETKIN-TARIHI = SPACES
                   OR HRK-ETKIN-TARIHI = "00000000"
                   MOVE WS-CALISMA-TARIHI-SAATI(1:8) TO WS-IZIN-BASI-X
               ELSE
                   MOVE HRK-ETKIN-TARIHI TO WS-IZIN-BASI-X
               END-IF
               IF HRK-DONUS-TARIHI NOT > WS-IZIN-BASI-X
                   MOVE "DONUS TARIHI IZIN BASINDAN ONCE"
                       TO RD-NEDEN
                   PERFORM 0400-NEDEN-YAZ
               END-IF
           END-IF.

      * E/G hareketinde yeni departman hareketin uzerindedir ve
      * departman yetkisi de aranir; S/A/I/C/X hareketinde yalniz
      * islem kodu yetkisi aranir.
       0380-YETKI-DENETLE.
           MOVE HRK-OPERATOR-ID TO YP-OPERATOR-ID
           MOVE HRK-ISLEM-KODU TO YP-ISLEM-KODU
           IF HRK-ALAN-DENETIMLI
               MOVE HRK-DEPT-KODU TO YP-DEPT-KODU
           ELSE
               MOVE SPACES TO YP-DEPT-KODU
           END-IF
           CALL "YETKI" USING YETKI-PARM-ALANI
           IF NOT YP-YETKILI
               EVALUATE TRUE
                   WHEN YP-OPERATOR-BOS
                       MOVE "YETKISIZ: OPERATOR KODU BOS" TO RD-NEDEN
                   WHEN YP-OPERATOR-TANIMSIZ
                       MOVE "YETKISIZ: OPERATOR TANIMSIZ" TO RD-NEDEN
                   WHEN YP-KOD-YETKISIZ
                       MOVE "YETKISIZ: ISLEM KODU" TO RD-NEDEN
                   WHEN YP-DEPT-YETKISIZ
                       MOVE "YETKISIZ: DEPARTMAN" TO RD-NEDEN
                   WHEN OTHER
                       MOVE "YETKISIZ: YETKI TABLOSU YOK" TO RD-NEDEN
               END-EVALUATE
               PERFORM 0400-NEDEN-YAZ
           END-IF.

       0400-NEDEN-YAZ.
           SET KAYIT-SORUNLU TO TRUE
           ADD 1 TO WS-NEDEN-SAYISI
           MOVE HRK-ISLEM-KODU TO RD-ISLEM-KODU
           MOVE HRK-EMP-ID TO RD-EMP-ID
           MOVE HRK-AD-SOYAD TO RD-AD-SOYAD
           MOVE HRK-OPERATOR-ID TO RD-OPERATOR-ID
           WRITE RED-SATIRI FROM RED-DETAY.

      * Gercek takvim tarihi denetimi (KIDEMRAP 0350-TARIH-DOGRULA
      * (subatta artik yil hesaba katilir) ve tarih calisma
      * tarihinden ileride olamaz.
       0500-TARIH-DOGRULA.
           PERFORM 0505-TAKVIM-DOGRULA
           IF TARIH-GECERLI
               IF WS-DENETIM-TARIHI-X >
                   WS-CALISMA-TARIHI-SAATI(1:8)
                   SET TARIH-GECERSIZ TO TRUE
               END-IF
           END-IF.

      * Yalniz takvim denetimi; ileri tarihli olabilen alanlar
      * (izin donus tarihi, etkin tarih) icin dogrudan kullanilir.
       0505-TAKVIM-DOGRULA.
           SET TARIH-GECERLI TO TRUE
           IF WS-DENETIM-TARIHI-X IS NOT NUMERIC
               SET TARIH-GECERSIZ TO TRUE
                       SET TARIH-GECERSIZ TO TRUE
                   END-IF
               END-IF
           END-IF.

       0510-AY-SON-GUNU-BUL.
