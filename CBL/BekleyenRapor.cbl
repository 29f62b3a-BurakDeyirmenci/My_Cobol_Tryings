      * Planli degisiklik raporu: PERSBAKIM'in BEKLEYEN.DAT'a park
      * ettigi ileri tarihli hareketler etkin tarih sirasiyla
      * BEKLEYEN.RPT'ye yazilir. Ilk bolum bordro ekibi icindir:
      * planli cikislar (C) son calisma gunu, personelin adi ve
      * departmani ile listelenir ki son odeme onceden hazirlansin.
      * Ikinci bolum butun bekleyen hareketleri (yeni giris,
      * transfer, ad degisikligi, izne ayirma, aktife donus, cikis)
      * hareketi giren operator ile listeler; IK yanlis girilen bir
      * hareketi buradan gorup X hareketi ile iptal eder. Ad ve
      * guncel departman PERSONEL.IDX'ten, yeni giriste hareketin
      * kendisinden alinir. Etkin tarihi gelmis ama hala bekleyen
      * satir (PERSBAKIM o gece calismamis) "*" ile isaretlenir ve
      * donus kodu 4 olur.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BEKLERAP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BEKLEYEN-DOSYASI ASSIGN TO "BEKLEYEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BEKLEYEN-DURUM.
           SELECT PERSONEL-DOSYASI ASSIGN TO "PERSONEL.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PER-EMP-ID
               FILE STATUS IS WS-PERSONEL-DURUM.
           SELECT OPTIONAL RAPOR-DOSYASI ASSIGN TO "BEKLEYEN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BEKLEYEN-DOSYASI.
           COPY "BEKLEYEN.CPY".

       FD  PERSONEL-DOSYASI.
           COPY "PERSONEL.CPY".

       FD  RAPOR-DOSYASI.
       01  RAPOR-SATIRI          PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-DONUS-KODU  PIC 9(2) VALUE ZERO.
       77  WS-BEKLEYEN-DURUM  PIC X(2).
       77  WS-PERSONEL-DURUM  PIC X(2).
       77  WS-DOSYA-SONU  PIC X VALUE "H".
           88  DOSYA-SONU-GELDI      VALUE "E".
       77  WS-BUGUN  PIC 9(8).
       77  WS-KAYIT-VAR-MI  PIC X VALUE "H".
           88  KAYIT-VAR                  VALUE "E".
       77  WS-BOLUM-SAYISI  PIC 9(6).
       77  WS-OKUNAN-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-EKLEME-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-GUNCELLEME-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-AKTIFE-ALMA-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-IZNE-AYIRMA-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-CIKIS-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-GECIKMIS-SAYISI  PIC 9(6) VALUE ZERO.

       01  WS-SISTEM-TARIHI  PIC X(21).
       01  WS-CALISMA-TARIHI-SAATI  REDEFINES WS-SISTEM-TARIHI.
           05  WCT-YIL            PIC 9(4).
           05  WCT-AY             PIC 9(2).
           05  WCT-GUN            PIC 9(2).
           05  FILLER             PIC X(13).

       01  RAPOR-BASLIK-1.
           05  FILLER             PIC X(32) VALUE
               "PLANLI DEGISIKLIK RAPORU        ".
           05  FILLER             PIC X(17) VALUE "CALISMA TARIHI: ".
           05  RB1-BUGUN          PIC 9(8).

       01  RAPOR-BOLUM.
           05  FILLER             PIC X(4)  VALUE "=== ".
           05  RBL-BASLIK         PIC X(50).

       01  RAPOR-BOS-BOLUM.
           05  FILLER             PIC X(26) VALUE
               "    (BEKLEYEN HAREKET YOK)".

       01  RAPOR-BASLIK-2.
           05  FILLER             PIC X(40) VALUE
               "ETKIN T. PER.NO AD SOYAD                ".
           05  FILLER             PIC X(40) VALUE
               "  DEPT ACIKLAMA               OPERATOR  ".

       01  RAPOR-DETAY.
           05  RD-ETKIN-TARIHI    PIC 9(8).
           05  FILLER             PIC X     VALUE SPACE.
           05  RD-EMP-ID          PIC 9(6).
           05  FILLER             PIC X     VALUE SPACE.
           05  RD-AD-SOYAD        PIC X(25).
           05  FILLER             PIC X     VALUE SPACE.
           05  RD-DEPT-KODU       PIC X(4).
           05  FILLER             PIC X     VALUE SPACE.
           05  RD-ACIKLAMA        PIC X(22).
           05  FILLER             PIC X     VALUE SPACE.
           05  RD-OPERATOR-ID     PIC X(8).
           05  FILLER             PIC X     VALUE SPACE.
           05  RD-GECIKMIS        PIC X.

       01  RAPOR-OZET.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  RZ-ETIKET          PIC X(36).
           05  RZ-SAYI            PIC ZZZ,ZZ9.

       01  RAPOR-GECIKME-NOTU.
           05  FILLER             PIC X(60) VALUE
               "* ETKIN TARIHI GECMIS, PERSBAKIM HENUZ UYGULAMADI".

       01  RAPOR-CIZGI.
           05  FILLER             PIC X(80) VALUE ALL "-".

       PROCEDURE DIVISION.
       0000-ANA-ISLEM.
           MOVE FUNCTION CURRENT-DATE TO WS-SISTEM-TARIHI
           COMPUTE WS-BUGUN = WCT-YIL * 10000 + WCT-AY * 100 + WCT-GUN
           PERFORM 0100-DOSYALARI-AC
           PERFORM 0200-CIKISLARI-YAZ
           PERFORM 0300-DEGISIKLIKLERI-YAZ
           PERFORM 0850-OZET-YAZ
           PERFORM 0900-DOSYALARI-KAPAT
           DISPLAY "BEKLEYEN HAREKET SAYISI  : " WS-OKUNAN-SAYISI
           DISPLAY "PLANLI CIKIS SAYISI      : " WS-CIKIS-SAYISI
           DISPLAY "GECIKMIS BEKLEYEN SAYISI : " WS-GECIKMIS-SAYISI
           MOVE WS-DONUS-KODU TO RETURN-CODE
           GOBACK.

       0100-DOSYALARI-AC.
           OPEN INPUT PERSONEL-DOSYASI
           IF WS-PERSONEL-DURUM NOT = "00"
               DISPLAY "PERSONEL.IDX ACILAMADI, DURUM: "
                   WS-PERSONEL-DURUM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RAPOR-DOSYASI
           MOVE WS-BUGUN TO RB1-BUGUN
           WRITE RAPOR-SATIRI FROM RAPOR-BASLIK-1.

      * Bordro bolumu: yalniz C hareketleri.
       0200-CIKISLARI-YAZ.
           MOVE "PLANLI CIKISLAR (BORDRO SON ODEME ICIN)"
               TO RBL-BASLIK
           PERFORM 0800-BOLUM-BASLIGI-YAZ
           MOVE ZERO TO WS-BOLUM-SAYISI
           MOVE "H" TO WS-DOSYA-SONU
           OPEN INPUT BEKLEYEN-DOSYASI
           PERFORM UNTIL DOSYA-SONU-GELDI
               READ BEKLEYEN-DOSYASI
                   AT END SET DOSYA-SONU-GELDI TO TRUE
                   NOT AT END
                       IF BKL-CIKIS
                           PERFORM 0400-SATIRI-YAZ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BEKLEYEN-DOSYASI
           PERFORM 0810-BOS-BOLUM-DENETLE.

      * Butun bekleyen hareketler; sayaclar bu geciste tutulur.
       0300-DEGISIKLIKLERI-YAZ.
           MOVE "BUTUN PLANLI DEGISIKLIKLER" TO RBL-BASLIK
           PERFORM 0800-BOLUM-BASLIGI-YAZ
           MOVE ZERO TO WS-BOLUM-SAYISI
           MOVE "H" TO WS-DOSYA-SONU
           OPEN INPUT BEKLEYEN-DOSYASI
           PERFORM UNTIL DOSYA-SONU-GELDI
               READ BEKLEYEN-DOSYASI
                   AT END SET DOSYA-SONU-GELDI TO TRUE
                   NOT AT END
                       ADD 1 TO WS-OKUNAN-SAYISI
                       PERFORM 0310-HAREKETI-SAY
                       PERFORM 0400-SATIRI-YAZ
               END-READ
           END-PERFORM
           CLOSE BEKLEYEN-DOSYASI
           PERFORM 0810-BOS-BOLUM-DENETLE.

       0310-HAREKETI-SAY.
           EVALUATE TRUE
               WHEN BKL-EKLEME
                   ADD 1 TO WS-EKLEME-SAYISI
               WHEN BKL-GUNCELLEME
                   ADD 1 TO WS-GUNCELLEME-SAYISI
               WHEN BKL-AKTIFE-ALMA
                   ADD 1 TO WS-AKTIFE-ALMA-SAYISI
               WHEN BKL-IZNE-AYIRMA
                   ADD 1 TO WS-IZNE-AYIRMA-SAYISI
               WHEN BKL-CIKIS
                   ADD 1 TO WS-CIKIS-SAYISI
           END-EVALUATE
           IF BKL-ETKIN-TARIHI <= WS-BUGUN
               ADD 1 TO WS-GECIKMIS-SAYISI
           END-IF.

      * Ad ve departman: yeni giriste hareketten, digerlerinde ana
      * kayittan. Ana kayitta olmayan personelin hareketi uygulama
      * gunu reddedilecektir, raporda oldugu gibi gosterilir.
       0400-SATIRI-YAZ.
           ADD 1 TO WS-BOLUM-SAYISI
           MOVE "H" TO WS-KAYIT-VAR-MI
           IF NOT BKL-EKLEME
               MOVE BKL-EMP-ID TO PER-EMP-ID
               READ PERSONEL-DOSYASI
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET KAYIT-VAR TO TRUE
               END-READ
           END-IF
           MOVE BKL-ETKIN-TARIHI TO RD-ETKIN-TARIHI
           MOVE BKL-EMP-ID TO RD-EMP-ID
           MOVE BKL-OPERATOR-ID TO RD-OPERATOR-ID
           EVALUATE TRUE
               WHEN BKL-EKLEME
                   MOVE BKL-AD-SOYAD TO RD-AD-SOYAD
                   MOVE BKL-DEPT-KODU TO RD-DEPT-KODU
               WHEN KAYIT-VAR
                   MOVE PER-AD-SOYAD TO RD-AD-SOYAD
                   MOVE PER-DEPT-KODU TO RD-DEPT-KODU
               WHEN OTHER
                   MOVE "(PERSONEL.IDX'TE YOK)" TO RD-AD-SOYAD
                   MOVE SPACES TO RD-DEPT-KODU
           END-EVALUATE
           PERFORM 0410-ACIKLAMA-BUL
           IF BKL-ETKIN-TARIHI <= WS-BUGUN
               MOVE "*" TO RD-GECIKMIS
           ELSE
               MOVE SPACE TO RD-GECIKMIS
           END-IF
           WRITE RAPOR-SATIRI FROM RAPOR-DETAY.

       0410-ACIKLAMA-BUL.
           MOVE SPACES TO RD-ACIKLAMA
           EVALUATE TRUE
               WHEN BKL-EKLEME
                   STRING "YENI GIRIS " DELIMITED BY SIZE
                       BKL-ISE-GIRIS-TARIHI DELIMITED BY SIZE
                       INTO RD-ACIKLAMA
               WHEN BKL-GUNCELLEME
                   AND KAYIT-VAR
                   AND BKL-DEPT-KODU NOT = PER-DEPT-KODU
                   STRING "TRANSFER " DELIMITED BY SIZE
                       PER-DEPT-KODU DELIMITED BY SIZE
                       "->" DELIMITED BY SIZE
                       BKL-DEPT-KODU DELIMITED BY SIZE
                       INTO RD-ACIKLAMA
               WHEN BKL-GUNCELLEME
                   AND KAYIT-VAR
                   AND BKL-AD-SOYAD NOT = PER-AD-SOYAD
                   MOVE "AD DEGISIKLIGI" TO RD-ACIKLAMA
               WHEN BKL-GUNCELLEME
                   MOVE "BILGI GUNCELLEME" TO RD-ACIKLAMA
               WHEN BKL-AKTIFE-ALMA
                   MOVE "AKTIFE DONUS" TO RD-ACIKLAMA
               WHEN BKL-IZNE-AYIRMA
                   STRING "IZIN " DELIMITED BY SIZE
                       BKL-IZIN-TURU DELIMITED BY SIZE
                       " DONUS " DELIMITED BY SIZE
                       BKL-DONUS-TARIHI DELIMITED BY SIZE
                       INTO RD-ACIKLAMA
               WHEN BKL-CIKIS
                   MOVE "CIKIS (SON GUN)" TO RD-ACIKLAMA
               WHEN OTHER
                   MOVE BKL-ISLEM-KODU TO RD-ACIKLAMA
           END-EVALUATE.

       0800-BOLUM-BASLIGI-YAZ.
           WRITE RAPOR-SATIRI FROM RAPOR-CIZGI
           WRITE RAPOR-SATIRI FROM RAPOR-BOLUM
           WRITE RAPOR-SATIRI FROM RAPOR-BASLIK-2.

       0810-BOS-BOLUM-DENETLE.
           IF WS-BOLUM-SAYISI = ZERO
               WRITE RAPOR-SATIRI FROM RAPOR-BOS-BOLUM
           END-IF.

       0850-OZET-YAZ.
           MOVE "OZET" TO RBL-BASLIK
           WRITE RAPOR-SATIRI FROM RAPOR-CIZGI
           WRITE RAPOR-SATIRI FROM RAPOR-BOLUM
           MOVE "YENI GIRIS (E)" TO RZ-ETIKET
           MOVE WS-EKLEME-SAYISI TO RZ-SAYI
           WRITE RAPOR-SATIRI FROM RAPOR-OZET
           MOVE "GUNCELLEME / TRANSFER (G)" TO RZ-ETIKET
           MOVE WS-GUNCELLEME-SAYISI TO RZ-SAYI
           WRITE RAPOR-SATIRI FROM RAPOR-OZET
           MOVE "AKTIFE DONUS (A)" TO RZ-ETIKET
           MOVE WS-AKTIFE-ALMA-SAYISI TO RZ-SAYI
           WRITE RAPOR-SATIRI FROM RAPOR-OZET
           MOVE "IZNE AYIRMA (I)" TO RZ-ETIKET
           MOVE WS-IZNE-AYIRMA-SAYISI TO RZ-SAYI
           WRITE RAPOR-SATIRI FROM RAPOR-OZET
           MOVE "CIKIS (C)" TO RZ-ETIKET
           MOVE WS-CIKIS-SAYISI TO RZ-SAYI
           WRITE RAPOR-SATIRI FROM RAPOR-OZET
           MOVE "TOPLAM BEKLEYEN" TO RZ-ETIKET
           MOVE WS-OKUNAN-SAYISI TO RZ-SAYI
           WRITE RAPOR-SATIRI FROM RAPOR-OZET
           MOVE "ETKIN TARIHI GECMIS (*)" TO RZ-ETIKET
           MOVE WS-GECIKMIS-SAYISI TO RZ-SAYI
           WRITE RAPOR-SATIRI FROM RAPOR-OZET
           IF WS-GECIKMIS-SAYISI > ZERO
               WRITE RAPOR-SATIRI FROM RAPOR-GECIKME-NOTU
               MOVE 4 TO WS-DONUS-KODU
           END-IF.

       0900-DOSYALARI-KAPAT.
           CLOSE PERSONEL-DOSYASI
           CLOSE RAPOR-DOSYASI.
