      * Ad-soyad degisikligi bildirim raporu: PERSBAKIM'in ad
      * degistiren her G hareketinde ve ADSOYADB'nin her karakter
      * duzeltmesinde ADSOYAD.HST'ye yazdigi satirlar okunur; donem
      * icinde islenmis degisiklikler eski ad, yeni ad, etkin tarih ve
      * neden ile ADDEGIS.RPT'ye yazilir. Rapor bordro ve banka
      * ekibine haftalik gonderilir; maas odemesi banka kayitlarindaki
      * adla eslesmezse geri donmesin diye. Donem secimi islem
      * tarihine goredir (geriye donuk etkin tarihli degisiklik de
      * islendigi haftanin raporunda cikar). Tarih araligi ADDEGRAP.PRM
      * parametre kartindan alinir; kart yoksa calisma gunu dahil son
      * yedi gun raporlanir.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDEGRAP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AD-GECMIS-DOSYASI ASSIGN TO "ADSOYAD.HST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GECMIS-DURUM.
           SELECT OPTIONAL PARAMETRE-DOSYASI ASSIGN TO "ADDEGRAP.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-DURUM.
           SELECT OPTIONAL RAPOR-DOSYASI ASSIGN TO "ADDEGIS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  AD-GECMIS-DOSYASI.
           COPY "ADGECMIS.CPY".

       FD  PARAMETRE-DOSYASI.
       01  PARAMETRE-KAYDI.
           05  PRM-BASLANGIC-TARIHI  PIC 9(8).
           05  PRM-BITIS-TARIHI      PIC 9(8).

       FD  RAPOR-DOSYASI.
       01  RAPOR-SATIRI          PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-GECMIS-DURUM  PIC X(2).
       77  WS-PARM-DURUM  PIC X(2).
       77  WS-DOSYA-SONU  PIC X VALUE "H".
           88  DOSYA-SONU-GELDI      VALUE "E".
           88  DOSYA-SONU-GELMEDI    VALUE "H".
       77  WS-BUGUN-YMD  PIC 9(8).
       77  WS-BASLANGIC-TARIHI  PIC 9(8).
       77  WS-BITIS-TARIHI  PIC 9(8).
       77  WS-OKUNAN-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-DONEMDEKI-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-EV-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-BS-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-MK-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-DZ-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-DG-SAYISI  PIC 9(6) VALUE ZERO.

       01  WS-SISTEM-TARIHI  PIC X(21).
       01  WS-CALISMA-TARIHI-SAATI  REDEFINES WS-SISTEM-TARIHI.
           05  WCT-YIL            PIC 9(4).
           05  WCT-AY             PIC 9(2).
           05  WCT-GUN            PIC 9(2).
           05  FILLER             PIC X(13).

       01  RAPOR-BASLIK-1.
           05  FILLER             PIC X(33) VALUE
               "AD-SOYAD DEGISIKLIGI BILDIRIMI   ".
           05  FILLER             PIC X(7)  VALUE "DONEM: ".
           05  RB1-BASLANGIC      PIC 9(8).
           05  FILLER             PIC X(3)  VALUE " - ".
           05  RB1-BITIS          PIC 9(8).

       01  RAPOR-BASLIK-2.
           05  FILLER             PIC X(33) VALUE
               "(BORDRO VE BANKA EKIBI ICIN)     ".

       01  RAPOR-BASLIK-3.
           05  FILLER             PIC X(8)  VALUE "PER NO".
           05  FILLER             PIC X(27) VALUE "ESKI AD-SOYAD".
           05  FILLER             PIC X(27) VALUE "YENI AD-SOYAD".
           05  FILLER             PIC X(10) VALUE "ETKIN".
           05  FILLER             PIC X(6)  VALUE "NEDEN".

       01  RAPOR-DETAY.
           05  RD-EMP-ID          PIC 9(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-ESKI-AD-SOYAD   PIC X(25).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-YENI-AD-SOYAD   PIC X(25).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-ETKIN-TARIHI    PIC 9(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-NEDEN-KODU      PIC X(2).

       01  OZET-DETAY.
           05  OD-ETIKET          PIC X(33).
           05  OD-SAYI            PIC ZZZZZ9.

       01  RAPOR-BOS-SATIR.
           05  FILLER             PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-ANA-ISLEM.
           MOVE FUNCTION CURRENT-DATE TO WS-SISTEM-TARIHI
           COMPUTE WS-BUGUN-YMD =
               WCT-YIL * 10000 + WCT-AY * 100 + WCT-GUN
           PERFORM 0010-PARAMETRE-OKU
           PERFORM 0100-DOSYALARI-AC
           PERFORM 0200-GECMIS-OKU
           PERFORM UNTIL DOSYA-SONU-GELDI
               PERFORM 0300-DEGISIKLIK-ISLE
               PERFORM 0200-GECMIS-OKU
           END-PERFORM
           PERFORM 0600-OZETI-YAZ
           PERFORM 0900-DOSYALARI-KAPAT
           DISPLAY "OKUNAN GECMIS SATIRI     : " WS-OKUNAN-SAYISI
           DISPLAY "DONEMDEKI DEGISIKLIK     : " WS-DONEMDEKI-SAYISI
           GOBACK.

      * Kart yoksa ya da alanlari sayisal degilse donem calisma gunu
      * dahil son yedi gundur (haftalik bildirim).
       0010-PARAMETRE-OKU.
           COMPUTE WS-BASLANGIC-TARIHI = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-BUGUN-YMD) - 6)
           MOVE WS-BUGUN-YMD TO WS-BITIS-TARIHI
           OPEN INPUT PARAMETRE-DOSYASI
           IF WS-PARM-DURUM = "00"
               READ PARAMETRE-DOSYASI
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-BASLANGIC-TARIHI IS NUMERIC
                           MOVE PRM-BASLANGIC-TARIHI
                               TO WS-BASLANGIC-TARIHI
                       END-IF
                       IF PRM-BITIS-TARIHI IS NUMERIC
                           MOVE PRM-BITIS-TARIHI TO WS-BITIS-TARIHI
                       END-IF
               END-READ
           END-IF
           CLOSE PARAMETRE-DOSYASI.

      * ADSOYAD.HST henuz hic ad degisikligi islenmemisse yoktur;
      * rapor bos detay listesiyle uretilir.
       0100-DOSYALARI-AC.
           OPEN INPUT AD-GECMIS-DOSYASI
           EVALUATE WS-GECMIS-DURUM
               WHEN "00"
                   CONTINUE
               WHEN "05"
               WHEN "35"
                   DISPLAY "ADSOYAD.HST HENUZ YOK, BOS RAPOR "
                       "URETILIYOR"
               WHEN OTHER
                   DISPLAY "ADSOYAD.HST ACILAMADI, DURUM: "
                       WS-GECMIS-DURUM
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           OPEN OUTPUT RAPOR-DOSYASI
           MOVE WS-BASLANGIC-TARIHI TO RB1-BASLANGIC
           MOVE WS-BITIS-TARIHI TO RB1-BITIS
           WRITE RAPOR-SATIRI FROM RAPOR-BASLIK-1
           WRITE RAPOR-SATIRI FROM RAPOR-BASLIK-2
           WRITE RAPOR-SATIRI FROM RAPOR-BOS-SATIR
           WRITE RAPOR-SATIRI FROM RAPOR-BASLIK-3.

       0200-GECMIS-OKU.
           READ AD-GECMIS-DOSYASI
               AT END SET DOSYA-SONU-GELDI TO TRUE
               NOT AT END ADD 1 TO WS-OKUNAN-SAYISI
           END-READ.

       0300-DEGISIKLIK-ISLE.
           IF AGC-ISLEM-TARIHI IS NUMERIC
               AND AGC-ISLEM-TARIHI >= WS-BASLANGIC-TARIHI
               AND AGC-ISLEM-TARIHI <= WS-BITIS-TARIHI
               ADD 1 TO WS-DONEMDEKI-SAYISI
               MOVE AGC-EMP-ID TO RD-EMP-ID
               MOVE AGC-ESKI-AD-SOYAD TO RD-ESKI-AD-SOYAD
               MOVE AGC-YENI-AD-SOYAD TO RD-YENI-AD-SOYAD
               MOVE AGC-ETKIN-TARIHI TO RD-ETKIN-TARIHI
               MOVE AGC-NEDEN-KODU TO RD-NEDEN-KODU
               WRITE RAPOR-SATIRI FROM RAPOR-DETAY
               EVALUATE TRUE
                   WHEN AGC-EVLILIK
                       ADD 1 TO WS-EV-SAYISI
                   WHEN AGC-BOSANMA
                       ADD 1 TO WS-BS-SAYISI
                   WHEN AGC-MAHKEME
                       ADD 1 TO WS-MK-SAYISI
                   WHEN AGC-DUZELTME
                       ADD 1 TO WS-DZ-SAYISI
                   WHEN OTHER
                       ADD 1 TO WS-DG-SAYISI
               END-EVALUATE
           END-IF.

      * Neden koduna gore sayilar; kod aciklamalari ayni satirda
      * verilir ki rapor tek basina okunabilsin.
       0600-OZETI-YAZ.
           WRITE RAPOR-SATIRI FROM RAPOR-BOS-SATIR
           MOVE "EV - EVLILIK                     " TO OD-ETIKET
           MOVE WS-EV-SAYISI TO OD-SAYI
           WRITE RAPOR-SATIRI FROM OZET-DETAY
           MOVE "BS - BOSANMA                     " TO OD-ETIKET
           MOVE WS-BS-SAYISI TO OD-SAYI
           WRITE RAPOR-SATIRI FROM OZET-DETAY
           MOVE "MK - MAHKEME KARARI              " TO OD-ETIKET
           MOVE WS-MK-SAYISI TO OD-SAYI
           WRITE RAPOR-SATIRI FROM OZET-DETAY
           MOVE "DZ - YAZIM DUZELTMESI            " TO OD-ETIKET
           MOVE WS-DZ-SAYISI TO OD-SAYI
           WRITE RAPOR-SATIRI FROM OZET-DETAY
           MOVE "DG - DIGER                       " TO OD-ETIKET
           MOVE WS-DG-SAYISI TO OD-SAYI
           WRITE RAPOR-SATIRI FROM OZET-DETAY
           MOVE "TOPLAM DEGISIKLIK                " TO OD-ETIKET
           MOVE WS-DONEMDEKI-SAYISI TO OD-SAYI
           WRITE RAPOR-SATIRI FROM OZET-DETAY.

       0900-DOSYALARI-KAPAT.
           CLOSE AD-GECMIS-DOSYASI
           CLOSE RAPOR-DOSYASI.
