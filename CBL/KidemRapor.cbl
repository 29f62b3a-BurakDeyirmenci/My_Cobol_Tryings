      * yildonumu bolumu yer alir (IK hizmet odulu butcesi icin).
      * Durumu C (cikti) olan personel ana listeye ve yildonumu
      * taramasina girmez; son kidemleri cikis tarihine gore
      * hesaplanip ayri bir ayrilanlar bolumunde listelenir. Her
      * personel icin IZIN.HST izin defterinden toplam ucretsiz izin
      * gunu de yazilir (kapanmamis ucretsiz izin calisma tarihine
      * kadar sayilir).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KIDEMRAP.
       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-PERSONEL-DURUM.
           SELECT OPTIONAL KIDEM-RAPOR-DOSYASI ASSIGN TO "KIDEM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL IZIN-DOSYASI ASSIGN TO "IZIN.HST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IZIN-DURUM.
       DATA DIVISION.
       FILE SECTION.
       FD  PERSONEL-DOSYASI.
       FD  KIDEM-RAPOR-DOSYASI.
       01  KIDEM-SATIRI          PIC X(80).

       FD  IZIN-DOSYASI.
           COPY "IZIN.CPY".

       WORKING-STORAGE SECTION.
           COPY "ZINCIR-PARM.CPY".
       77  WS-DONUS-KODU  PIC 9(2) VALUE ZERO.
       77  WS-YD-IND  PIC 9(3).
       77  WS-AYRILAN-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-AY-IND  PIC 9(3).
       77  WS-IZIN-DURUM  PIC X(2).
       77  WS-IZIN-SONU  PIC X VALUE "H".
           88  IZIN-SONU-GELDI            VALUE "E".
       77  WS-BUGUN-YMD  PIC 9(8).
       77  WS-UI-IND  PIC 9(4).
       77  WS-UI-BULUNAN-IND  PIC 9(4).
       77  WS-DONEM-SONU-TARIHI  PIC 9(8).
       77  WS-UCRETSIZ-GUN  PIC 9(5).
       77  WS-UI-TASTI-MI  PIC X VALUE "H".
           88  UCRETSIZ-TABLOSU-TASTI     VALUE "E".

       01  WS-ESIK-TABLOSU.
           05  FILLER             PIC 9(2) VALUE 05.
           05  WCK-AY             PIC 9(2).
           05  WCK-GUN            PIC 9(2).

      * Izin defterinden personel basina ucretsiz izin gun toplami;
      * acik donem (B satiri, henuz D/K yok) turu ve baslangici ile
      * tutulur, kapaninca ucretsizse gunu toplama eklenir.
       01  WS-UCRETSIZ-IZIN-TABLOSU.
           05  WS-UI-SAYISI       PIC 9(4) VALUE ZERO.
           05  WS-UI-GIRISI OCCURS 1000 TIMES.
               10  UI-EMP-ID      PIC 9(6).
               10  UI-ACIK-MI     PIC X.
                   88  UI-ACIK        VALUE "E".
               10  UI-IZIN-TURU   PIC X.
                   88  UI-UCRETSIZ    VALUE "U".
               10  UI-BASLANGIC-TARIHI  PIC 9(8).
               10  UI-GUN-TOPLAMI PIC 9(5).

       01  WS-YILDONUMU-TABLOSU.
           05  WS-YD-SAYISI       PIC 9(3) VALUE ZERO.
           05  WS-YD-GIRISI OCCURS 100 TIMES.
               10  AY-AD-SOYAD    PIC X(25).
               10  AY-CIKIS-TARIHI  PIC 9(8).
               10  AY-HIZMET-YILI PIC 9(3).
               10  AY-UCRETSIZ-GUN  PIC 9(5).
               10  AY-NOT         PIC X(20).

       01  KIDEM-BASLIK-1.
           05  FILLER             PIC X(8)  VALUE "PER NO".
           05  FILLER             PIC X(27) VALUE "AD SOYAD".
           05  FILLER             PIC X(10) VALUE "GIRIS".
           05  FILLER             PIC X(5)  VALUE "YIL".
           05  FILLER             PIC X(8)  VALUE "UCR.IZIN".

       01  KIDEM-DETAY.
           05  KD-EMP-ID          PIC 9(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  KD-HIZMET-YILI     PIC ZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  KD-UCRETSIZ-GUN    PIC ZZZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  KD-NOT             PIC X(20).

       01  YILDONUMU-BASLIK.
           05  FILLER             PIC X(8)  VALUE "PER NO".
           05  FILLER             PIC X(27) VALUE "AD SOYAD".
           05  FILLER             PIC X(10) VALUE "CIKIS".
           05  FILLER             PIC X(5)  VALUE "YIL".
           05  FILLER             PIC X(8)  VALUE "UCR.IZIN".

       01  AYRILAN-DETAY.
           05  AD-EMP-ID          PIC 9(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  AD-HIZMET-YILI     PIC ZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  AD-UCRETSIZ-GUN    PIC ZZZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  AD-NOT             PIC X(20).

       01  KIDEM-BOS-SATIR.
       PROCEDURE DIVISION.
       0000-ANA-ISLEM.
           MOVE FUNCTION CURRENT-DATE TO WS-SISTEM-TARIHI
           COMPUTE WS-BUGUN-YMD =
               WCT-YIL * 10000 + WCT-AY * 100 + WCT-GUN
           PERFORM 0030-ZINCIR-BASLANGIC
           PERFORM 0150-HEDEF-TARIH-HESAPLA
           PERFORM 0100-DOSYALARI-AC
           PERFORM 0160-IZIN-DEFTERI-YUKLE
           PERFORM 0200-KAYIT-OKU
           PERFORM UNTIL DOSYA-SONU-GELDI
               PERFORM 0300-KAYIT-ISLE
               ADD 1 TO WHT-YIL
           END-IF.

      * Defterdeki olaylar dosya sirasinda islenir: B satiri varsa
      * acik donemi o tarihte kapatip yenisini acar, D/K satiri acik
      * donemi kapatir. Sonda hala acik olan ucretsiz izin calisma
      * tarihine kadar sayilir. Defter yoksa tum toplamlar sifirdir.
       0160-IZIN-DEFTERI-YUKLE.
           OPEN INPUT IZIN-DOSYASI
           IF WS-IZIN-DURUM = "00"
               PERFORM UNTIL IZIN-SONU-GELDI
                   READ IZIN-DOSYASI
                       AT END SET IZIN-SONU-GELDI TO TRUE
                       NOT AT END PERFORM 0165-IZIN-OLAYI-ISLE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE IZIN-DOSYASI
           MOVE WS-BUGUN-YMD TO WS-DONEM-SONU-TARIHI
           MOVE 1 TO WS-UI-BULUNAN-IND
           PERFORM UNTIL WS-UI-BULUNAN-IND > WS-UI-SAYISI
               PERFORM 0175-DONEMI-KAPAT
               ADD 1 TO WS-UI-BULUNAN-IND
           END-PERFORM.

       0165-IZIN-OLAYI-ISLE.
           MOVE IZN-EMP-ID TO PER-EMP-ID
           PERFORM 0170-UCRETSIZ-GIRISI-ARA
           IF WS-UI-BULUNAN-IND = ZERO AND IZN-BASLADI
               IF WS-UI-SAYISI < 1000
                   ADD 1 TO WS-UI-SAYISI
                   MOVE WS-UI-SAYISI TO WS-UI-BULUNAN-IND
                   MOVE IZN-EMP-ID TO UI-EMP-ID(WS-UI-BULUNAN-IND)
                   MOVE "H" TO UI-ACIK-MI(WS-UI-BULUNAN-IND)
                   MOVE ZERO TO UI-GUN-TOPLAMI(WS-UI-BULUNAN-IND)
               ELSE
                   IF NOT UCRETSIZ-TABLOSU-TASTI
                       SET UCRETSIZ-TABLOSU-TASTI TO TRUE
                       DISPLAY "UYARI: IZIN TABLOSU DOLU, SONRAKI "
                           "PERSONELIN IZIN GUNU SAYILMADI"
                   END-IF
               END-IF
           END-IF
           IF WS-UI-BULUNAN-IND > ZERO
               MOVE IZN-OLAY-TARIHI TO WS-DONEM-SONU-TARIHI
               PERFORM 0175-DONEMI-KAPAT
               IF IZN-BASLADI
                   SET UI-ACIK(WS-UI-BULUNAN-IND) TO TRUE
                   MOVE IZN-IZIN-TURU
                       TO UI-IZIN-TURU(WS-UI-BULUNAN-IND)
                   MOVE IZN-OLAY-TARIHI
                       TO UI-BASLANGIC-TARIHI(WS-UI-BULUNAN-IND)
               END-IF
           END-IF.

       0170-UCRETSIZ-GIRISI-ARA.
           MOVE ZERO TO WS-UI-BULUNAN-IND
           MOVE 1 TO WS-UI-IND
           PERFORM UNTIL WS-UI-IND > WS-UI-SAYISI
               IF UI-EMP-ID(WS-UI-IND) = PER-EMP-ID
                   MOVE WS-UI-IND TO WS-UI-BULUNAN-IND
               END-IF
               ADD 1 TO WS-UI-IND
           END-PERFORM.

      * Acik donem WS-DONEM-SONU-TARIHI'nde kapatilir; ucretsiz izin
      * ise aradaki gun toplama eklenir.
       0175-DONEMI-KAPAT.
           IF UI-ACIK(WS-UI-BULUNAN-IND)
               IF UI-UCRETSIZ(WS-UI-BULUNAN-IND)
                   AND WS-DONEM-SONU-TARIHI >
                       UI-BASLANGIC-TARIHI(WS-UI-BULUNAN-IND)
                   COMPUTE UI-GUN-TOPLAMI(WS-UI-BULUNAN-IND) =
                       UI-GUN-TOPLAMI(WS-UI-BULUNAN-IND)
                       + FUNCTION INTEGER-OF-DATE(WS-DONEM-SONU-TARIHI)
                       - FUNCTION INTEGER-OF-DATE
                         (UI-BASLANGIC-TARIHI(WS-UI-BULUNAN-IND))
               END-IF
               MOVE "H" TO UI-ACIK-MI(WS-UI-BULUNAN-IND)
           END-IF.

      * Okunan personelin ucretsiz izin gun toplami; defterde yoksa
      * sifirdir.
       0180-UCRETSIZ-GUN-BUL.
           MOVE ZERO TO WS-UCRETSIZ-GUN
           PERFORM 0170-UCRETSIZ-GIRISI-ARA
           IF WS-UI-BULUNAN-IND > ZERO
               MOVE UI-GUN-TOPLAMI(WS-UI-BULUNAN-IND)
                   TO WS-UCRETSIZ-GUN
           END-IF.

       0200-KAYIT-OKU.
           READ PERSONEL-DOSYASI NEXT RECORD
               AT END SET DOSYA-SONU-GELDI TO TRUE
           MOVE PER-EMP-ID TO KD-EMP-ID
           MOVE PER-AD-SOYAD TO KD-AD-SOYAD
           MOVE PER-ISE-GIRIS-TARIHI TO KD-GIRIS-TARIHI
           PERFORM 0180-UCRETSIZ-GUN-BUL
           MOVE WS-UCRETSIZ-GUN TO KD-UCRETSIZ-GUN
           IF TARIH-GECERSIZ
               ADD 1 TO WS-GECERSIZ-TARIH-SAYISI
               MOVE ZERO TO KD-HIZMET-YILI
               ADD 1 TO WS-AY-SAYISI
               MOVE PER-EMP-ID TO AY-EMP-ID(WS-AY-SAYISI)
               MOVE PER-AD-SOYAD TO AY-AD-SOYAD(WS-AY-SAYISI)
               PERFORM 0180-UCRETSIZ-GUN-BUL
               MOVE WS-UCRETSIZ-GUN
                   TO AY-UCRETSIZ-GUN(WS-AY-SAYISI)
               IF PER-CIKIS-TARIHI IS NUMERIC
                   MOVE PER-CIKIS-TARIHI
                       TO AY-CIKIS-TARIHI(WS-AY-SAYISI)
               MOVE AY-AD-SOYAD(WS-AY-IND) TO AD-AD-SOYAD
               MOVE AY-CIKIS-TARIHI(WS-AY-IND) TO AD-CIKIS-TARIHI
               MOVE AY-HIZMET-YILI(WS-AY-IND) TO AD-HIZMET-YILI
               MOVE AY-UCRETSIZ-GUN(WS-AY-IND) TO AD-UCRETSIZ-GUN
               MOVE AY-NOT(WS-AY-IND) TO AD-NOT
               WRITE KIDEM-SATIRI FROM AYRILAN-DETAY
               ADD 1 TO WS-AY-IND
