      * Izin donus takip raporu (gece): IZIN.HST izin defterinden her
      * personelin acik izin donemi (son B satiri, ardindan D/K yok)
      * bulunur, PERSONEL.IDX'te durumu I (izinli) olan personel bu
      * donemle eslestirilir. Beklenen donus tarihi gecmis olanlar
      * (donmesi gereken ama donmeyen) ve onumuzdeki 14 gun icinde
      * donecek olanlar departman bazinda IZIN.RPT'ye yazilir. Durumu
      * I oldugu halde defterde acik donemi bulunmayan personel de
      * (defter oncesi izne ayrilmis ya da elle duzeltilmis kayit)
      * ayrica listelenir ki IK donus tarihini tamamlayabilsin.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IZINRAP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL IZIN-DOSYASI ASSIGN TO "IZIN.HST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IZIN-DURUM.
           SELECT PERSONEL-DOSYASI ASSIGN TO "PERSONEL.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PER-EMP-ID
               FILE STATUS IS WS-PERSONEL-DURUM.
           SELECT DEPARTMAN-DOSYASI ASSIGN TO "DEPARTMAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-DURUM.
           SELECT OPTIONAL RAPOR-DOSYASI ASSIGN TO "IZIN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  IZIN-DOSYASI.
           COPY "IZIN.CPY".

       FD  PERSONEL-DOSYASI.
           COPY "PERSONEL.CPY".

       FD  DEPARTMAN-DOSYASI.
           COPY "DEPARTMAN.CPY".

       FD  RAPOR-DOSYASI.
       01  RAPOR-SATIRI          PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "ZINCIR-PARM.CPY".
       77  WS-DONUS-KODU  PIC 9(2) VALUE ZERO.
       77  WS-IZIN-DURUM  PIC X(2).
       77  WS-PERSONEL-DURUM  PIC X(2).
       77  WS-DEPT-DURUM  PIC X(2).
       77  WS-IZIN-SONU  PIC X VALUE "H".
           88  IZIN-SONU-GELDI            VALUE "E".
       77  WS-DOSYA-SONU  PIC X VALUE "H".
           88  DOSYA-SONU-GELDI      VALUE "E".
           88  DOSYA-SONU-GELMEDI    VALUE "H".
       77  WS-DEPT-DOSYA-SONU  PIC X VALUE "H".
           88  DEPT-DOSYA-SONU-GELDI      VALUE "E".
       77  WS-BUGUN-YMD  PIC 9(8).
       77  WS-UFUK-YMD  PIC 9(8).
       77  WS-OKUNAN-OLAY-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-IZINLI-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-GECIKMIS-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-DONECEK-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-DEFTERSIZ-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-AI-IND  PIC 9(4).
       77  WS-AI-BULUNAN-IND  PIC 9(4).
       77  WS-ST-I  PIC 9(4).
       77  WS-ST-J  PIC 9(4).
       77  WS-ST-ENK  PIC 9(4).
       77  WS-DT-IND  PIC 9(2).
       77  WS-GUN-FARKI  PIC S9(6).
       77  WS-ONCEKI-DEPT-KODU  PIC X(4).
       77  WS-AI-TASTI-MI  PIC X VALUE "H".
           88  ACIK-IZIN-TABLOSU-TASTI    VALUE "E".
       77  WS-ST-TASTI-MI  PIC X VALUE "H".
           88  SATIR-TABLOSU-TASTI        VALUE "E".

       01  WS-SISTEM-TARIHI  PIC X(21).
       01  WS-CALISMA-TARIHI-SAATI  REDEFINES WS-SISTEM-TARIHI.
           05  WCT-YIL            PIC 9(4).
           05  WCT-AY             PIC 9(2).
           05  WCT-GUN            PIC 9(2).
           05  FILLER             PIC X(13).

      * Defterdeki her personelin son izin donemi; B satiri donemi
      * acar, D/K satiri kapatir.
       01  WS-ACIK-IZIN-TABLOSU.
           05  WS-AI-SAYISI       PIC 9(4) VALUE ZERO.
           05  WS-AI-GIRISI OCCURS 1000 TIMES.
               10  AI-EMP-ID      PIC 9(6).
               10  AI-ACIK-MI     PIC X.
                   88  AI-ACIK        VALUE "E".
               10  AI-IZIN-TURU   PIC X.
               10  AI-BASLANGIC-TARIHI  PIC 9(8).
               10  AI-DONUS-TARIHI  PIC 9(8).

      * Rapora girecek satirlar; siralama anahtari departman +
      * bolum (1=gecikmis, 2=donecek, 3=defterde yok) + donus tarihi
      * + personel no'dur, tek karsilastirma ile siralanir.
       01  WS-SATIR-TABLOSU.
           05  WS-ST-SAYISI       PIC 9(4) VALUE ZERO.
           05  WS-ST-GIRISI OCCURS 1000 TIMES.
               10  ST-SIRA-ANAHTARI.
                   15  ST-DEPT-KODU   PIC X(4).
                   15  ST-BOLUM       PIC 9.
                   15  ST-DONUS-TARIHI  PIC 9(8).
                   15  ST-EMP-ID      PIC 9(6).
               10  ST-AD-SOYAD    PIC X(25).
               10  ST-IZIN-TURU   PIC X.
               10  ST-BASLANGIC-TARIHI  PIC 9(8).
               10  ST-GUN         PIC 9(4).
       01  WS-ST-GECICI           PIC X(57).

       01  WS-DEPT-TABLOSU.
           05  WS-DT-SAYISI       PIC 9(2) VALUE ZERO.
           05  WS-DT-GIRISI OCCURS 50 TIMES.
               10  DT-KODU        PIC X(4).
               10  DT-ADI         PIC X(25).

       01  RAPOR-BASLIK-1.
           05  FILLER             PIC X(33) VALUE
               "IZIN DONUS TAKIP RAPORU - CALISMA".
           05  FILLER             PIC X(9)  VALUE " TARIHI: ".
           05  RB1-TARIH          PIC 9(8).

       01  RAPOR-BASLIK-2.
           05  FILLER             PIC X(33) VALUE
               "(GECIKMIS DONUSLER VE 14 GUN ICIN".
           05  FILLER             PIC X(15) VALUE "DE DONECEKLER)".

       01  RAPOR-BASLIK-3.
           05  FILLER             PIC X(8)  VALUE "PER NO".
           05  FILLER             PIC X(27) VALUE "AD SOYAD".
           05  FILLER             PIC X(3)  VALUE "T".
           05  FILLER             PIC X(10) VALUE "BASLANGIC".
           05  FILLER             PIC X(10) VALUE "DONUS".
           05  FILLER             PIC X(6)  VALUE "DURUM".

       01  DEPT-BASLIK.
           05  FILLER             PIC X(11) VALUE "DEPARTMAN: ".
           05  DB-DEPT-KODU       PIC X(4).
           05  FILLER             PIC X     VALUE SPACE.
           05  DB-DEPT-ADI        PIC X(25).

       01  RAPOR-DETAY.
           05  RD-EMP-ID          PIC 9(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-AD-SOYAD        PIC X(25).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-IZIN-TURU       PIC X.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-BASLANGIC-TARIHI  PIC 9(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-DONUS-TARIHI    PIC 9(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-DURUM           PIC X(12).
           05  RD-GUN-ALANI       PIC X(4).
           05  RD-GUN REDEFINES RD-GUN-ALANI  PIC ZZZ9.
           05  RD-GUN-ETIKET      PIC X(4).

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
           COMPUTE WS-UFUK-YMD = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-BUGUN-YMD) + 14)
           PERFORM 0030-ZINCIR-BASLANGIC
           PERFORM 0100-DOSYALARI-AC
           PERFORM 0120-DEPARTMAN-YUKLE
           PERFORM 0150-IZIN-DEFTERI-YUKLE
           PERFORM 0200-KAYIT-OKU
           PERFORM UNTIL DOSYA-SONU-GELDI
               IF PER-IZINLI
                   PERFORM 0300-IZINLIYI-DEGERLENDIR
               END-IF
               PERFORM 0200-KAYIT-OKU
           END-PERFORM
           PERFORM 0500-SATIRLARI-SIRALA
           PERFORM 0600-RAPORU-YAZ
           PERFORM 0900-DOSYALARI-KAPAT
           DISPLAY "OKUNAN DEFTER SATIRI     : " WS-OKUNAN-OLAY-SAYISI
           DISPLAY "IZINLI PERSONEL SAYISI   : " WS-IZINLI-SAYISI
           DISPLAY "DONUSU GECIKMIS          : " WS-GECIKMIS-SAYISI
           DISPLAY "14 GUN ICINDE DONECEK    : " WS-DONECEK-SAYISI
           DISPLAY "DEFTERDE DONEMI YOK      : " WS-DEFTERSIZ-SAYISI
           IF WS-GECIKMIS-SAYISI > ZERO
               OR WS-DEFTERSIZ-SAYISI > ZERO
               MOVE 4 TO WS-DONUS-KODU
           END-IF
           PERFORM 0930-ZINCIR-TAMAMLANDI
           MOVE WS-DONUS-KODU TO RETURN-CODE
           GOBACK.

      * Is zinciri denetimi: defteri yazan PERSBAKIM temiz bitmemisse
      * rapor yarim islenmis hareketlerden uretilmesin diye calisma
      * durur; kayit hic yoksa uyari ile devam edilir.
       0030-ZINCIR-BASLANGIC.
           MOVE "S" TO ZP-ISLEM
           MOVE "PERSBAKIM" TO ZP-PROGRAM-ADI
           MOVE ZERO TO ZP-DONUS-KODU
           CALL "ZINCIR" USING ZINCIR-PARM-ALANI
           IF ZP-ONCEKI-ABEND
               DISPLAY "ONCEKI ADIM (PERSBAKIM) TEMIZ BITMEDI, "
                   "CALISMA DURDURULDU"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ZP-ONCEKI-YOK
               DISPLAY "UYARI: ONCEKI ADIM (PERSBAKIM) KAYDI YOK, "
                   "ZINCIR DENETIMSIZ DEVAM EDIYOR"
           END-IF
           MOVE "B" TO ZP-ISLEM
           MOVE "IZINRAP" TO ZP-PROGRAM-ADI
           CALL "ZINCIR" USING ZINCIR-PARM-ALANI.

       0930-ZINCIR-TAMAMLANDI.
           MOVE "T" TO ZP-ISLEM
           MOVE "IZINRAP" TO ZP-PROGRAM-ADI
           MOVE WS-DONUS-KODU TO ZP-DONUS-KODU
           CALL "ZINCIR" USING ZINCIR-PARM-ALANI.

       0100-DOSYALARI-AC.
           OPEN INPUT PERSONEL-DOSYASI
           IF WS-PERSONEL-DURUM NOT = "00"
               DISPLAY "PERSONEL.IDX ACILAMADI, DURUM: "
                   WS-PERSONEL-DURUM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RAPOR-DOSYASI
           MOVE WS-BUGUN-YMD TO RB1-TARIH
           WRITE RAPOR-SATIRI FROM RAPOR-BASLIK-1
           WRITE RAPOR-SATIRI FROM RAPOR-BASLIK-2
           WRITE RAPOR-SATIRI FROM RAPOR-BASLIK-3.

       0120-DEPARTMAN-YUKLE.
           MOVE ZERO TO WS-DT-SAYISI
           OPEN INPUT DEPARTMAN-DOSYASI
           IF WS-DEPT-DURUM NOT = "00"
               DISPLAY "DEPARTMAN.DAT ACILAMADI, DURUM: "
                   WS-DEPT-DURUM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL DEPT-DOSYA-SONU-GELDI
               READ DEPARTMAN-DOSYASI
                   AT END SET DEPT-DOSYA-SONU-GELDI TO TRUE
                   NOT AT END
                       IF WS-DT-SAYISI < 50
                           ADD 1 TO WS-DT-SAYISI
                           MOVE DEP-KODU
                               TO DT-KODU(WS-DT-SAYISI)
                           MOVE DEP-ADI
                               TO DT-ADI(WS-DT-SAYISI)
                       ELSE
                           DISPLAY "UYARI: DEPARTMAN TABLOSU DOLU, "
                               "KOD ATLANDI: " DEP-KODU
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPARTMAN-DOSYASI.

      * Defter yoksa (henuz hic izin hareketi islenmemis) her izinli
      * personel "defterde yok" bolumune duser.
       0150-IZIN-DEFTERI-YUKLE.
           OPEN INPUT IZIN-DOSYASI
           IF WS-IZIN-DURUM = "00"
               PERFORM UNTIL IZIN-SONU-GELDI
                   READ IZIN-DOSYASI
                       AT END SET IZIN-SONU-GELDI TO TRUE
                       NOT AT END
                           ADD 1 TO WS-OKUNAN-OLAY-SAYISI
                           PERFORM 0160-OLAYI-ISLE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE IZIN-DOSYASI.

       0160-OLAYI-ISLE.
           MOVE IZN-EMP-ID TO PER-EMP-ID
           PERFORM 0170-ACIK-IZIN-ARA
           IF IZN-BASLADI
               IF WS-AI-BULUNAN-IND = ZERO
                   PERFORM 0180-ACIK-IZIN-EKLE
               END-IF
               IF WS-AI-BULUNAN-IND > ZERO
                   SET AI-ACIK(WS-AI-BULUNAN-IND) TO TRUE
                   MOVE IZN-IZIN-TURU
                       TO AI-IZIN-TURU(WS-AI-BULUNAN-IND)
                   MOVE IZN-OLAY-TARIHI
                       TO AI-BASLANGIC-TARIHI(WS-AI-BULUNAN-IND)
                   MOVE IZN-DONUS-TARIHI
                       TO AI-DONUS-TARIHI(WS-AI-BULUNAN-IND)
               END-IF
           ELSE
               IF WS-AI-BULUNAN-IND > ZERO
                   MOVE "H" TO AI-ACIK-MI(WS-AI-BULUNAN-IND)
               END-IF
           END-IF.

       0170-ACIK-IZIN-ARA.
           MOVE ZERO TO WS-AI-BULUNAN-IND
           MOVE 1 TO WS-AI-IND
           PERFORM UNTIL WS-AI-IND > WS-AI-SAYISI
               IF AI-EMP-ID(WS-AI-IND) = PER-EMP-ID
                   MOVE WS-AI-IND TO WS-AI-BULUNAN-IND
               END-IF
               ADD 1 TO WS-AI-IND
           END-PERFORM.

       0180-ACIK-IZIN-EKLE.
           IF WS-AI-SAYISI < 1000
               ADD 1 TO WS-AI-SAYISI
               MOVE WS-AI-SAYISI TO WS-AI-BULUNAN-IND
               MOVE IZN-EMP-ID TO AI-EMP-ID(WS-AI-BULUNAN-IND)
           ELSE
               IF NOT ACIK-IZIN-TABLOSU-TASTI
                   SET ACIK-IZIN-TABLOSU-TASTI TO TRUE
                   DISPLAY "UYARI: IZIN TABLOSU DOLU, SONRAKI "
                       "PERSONEL DEGERLENDIRILMEDI"
               END-IF
           END-IF.

       0200-KAYIT-OKU.
           READ PERSONEL-DOSYASI NEXT RECORD
               AT END SET DOSYA-SONU-GELDI TO TRUE
           END-READ.

      * Donus tarihi gecmisse gecikme gunu, 14 gun icindeyse kalan gun
      * hesaplanir; daha ilerideki donusler rapora girmez.
       0300-IZINLIYI-DEGERLENDIR.
           ADD 1 TO WS-IZINLI-SAYISI
           PERFORM 0170-ACIK-IZIN-ARA
           IF WS-AI-BULUNAN-IND = ZERO
               PERFORM 0310-SATIR-EKLE
               MOVE 3 TO ST-BOLUM(WS-ST-SAYISI)
               ADD 1 TO WS-DEFTERSIZ-SAYISI
           ELSE
               IF NOT AI-ACIK(WS-AI-BULUNAN-IND)
                   OR AI-DONUS-TARIHI(WS-AI-BULUNAN-IND) = ZERO
                   PERFORM 0310-SATIR-EKLE
                   MOVE 3 TO ST-BOLUM(WS-ST-SAYISI)
                   ADD 1 TO WS-DEFTERSIZ-SAYISI
               ELSE
                   IF AI-DONUS-TARIHI(WS-AI-BULUNAN-IND)
                       < WS-BUGUN-YMD
                       PERFORM 0310-SATIR-EKLE
                       MOVE 1 TO ST-BOLUM(WS-ST-SAYISI)
                       COMPUTE WS-GUN-FARKI =
                           FUNCTION INTEGER-OF-DATE(WS-BUGUN-YMD)
                           - FUNCTION INTEGER-OF-DATE
                             (AI-DONUS-TARIHI(WS-AI-BULUNAN-IND))
                       MOVE WS-GUN-FARKI TO ST-GUN(WS-ST-SAYISI)
                       ADD 1 TO WS-GECIKMIS-SAYISI
                   ELSE
                       IF AI-DONUS-TARIHI(WS-AI-BULUNAN-IND)
                           <= WS-UFUK-YMD
                           PERFORM 0310-SATIR-EKLE
                           MOVE 2 TO ST-BOLUM(WS-ST-SAYISI)
                           COMPUTE WS-GUN-FARKI =
                               FUNCTION INTEGER-OF-DATE
                                 (AI-DONUS-TARIHI(WS-AI-BULUNAN-IND))
                               - FUNCTION INTEGER-OF-DATE(WS-BUGUN-YMD)
                           MOVE WS-GUN-FARKI TO ST-GUN(WS-ST-SAYISI)
                           ADD 1 TO WS-DONECEK-SAYISI
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Tablo dolarsa son satir uzerine yazilir; uyari bir kez verilir.
       0310-SATIR-EKLE.
           IF WS-ST-SAYISI < 1000
               ADD 1 TO WS-ST-SAYISI
           ELSE
               IF NOT SATIR-TABLOSU-TASTI
                   SET SATIR-TABLOSU-TASTI TO TRUE
                   DISPLAY "UYARI: RAPOR TABLOSU DOLU, SATIRLAR "
                       "EKSIK"
               END-IF
           END-IF
           MOVE PER-DEPT-KODU TO ST-DEPT-KODU(WS-ST-SAYISI)
           MOVE PER-EMP-ID TO ST-EMP-ID(WS-ST-SAYISI)
           MOVE PER-AD-SOYAD TO ST-AD-SOYAD(WS-ST-SAYISI)
           MOVE ZERO TO ST-GUN(WS-ST-SAYISI)
           IF WS-AI-BULUNAN-IND > ZERO
               MOVE AI-IZIN-TURU(WS-AI-BULUNAN-IND)
                   TO ST-IZIN-TURU(WS-ST-SAYISI)
               MOVE AI-BASLANGIC-TARIHI(WS-AI-BULUNAN-IND)
                   TO ST-BASLANGIC-TARIHI(WS-ST-SAYISI)
               MOVE AI-DONUS-TARIHI(WS-AI-BULUNAN-IND)
                   TO ST-DONUS-TARIHI(WS-ST-SAYISI)
           ELSE
               MOVE SPACE TO ST-IZIN-TURU(WS-ST-SAYISI)
               MOVE ZERO TO ST-BASLANGIC-TARIHI(WS-ST-SAYISI)
               MOVE ZERO TO ST-DONUS-TARIHI(WS-ST-SAYISI)
           END-IF.

       0500-SATIRLARI-SIRALA.
           MOVE 1 TO WS-ST-I
           PERFORM UNTIL WS-ST-I >= WS-ST-SAYISI
               MOVE WS-ST-I TO WS-ST-ENK
               COMPUTE WS-ST-J = WS-ST-I + 1
               PERFORM UNTIL WS-ST-J > WS-ST-SAYISI
                   IF ST-SIRA-ANAHTARI(WS-ST-J) <
                       ST-SIRA-ANAHTARI(WS-ST-ENK)
                       MOVE WS-ST-J TO WS-ST-ENK
                   END-IF
                   ADD 1 TO WS-ST-J
               END-PERFORM
               IF WS-ST-ENK NOT = WS-ST-I
                   MOVE WS-ST-GIRISI(WS-ST-I) TO WS-ST-GECICI
                   MOVE WS-ST-GIRISI(WS-ST-ENK)
                       TO WS-ST-GIRISI(WS-ST-I)
                   MOVE WS-ST-GECICI TO WS-ST-GIRISI(WS-ST-ENK)
               END-IF
               ADD 1 TO WS-ST-I
           END-PERFORM.

      * Departman degistikce departman basligi yazilir.
       0600-RAPORU-YAZ.
           MOVE HIGH-VALUES TO WS-ONCEKI-DEPT-KODU
           MOVE 1 TO WS-ST-I
           PERFORM UNTIL WS-ST-I > WS-ST-SAYISI
               IF ST-DEPT-KODU(WS-ST-I) NOT = WS-ONCEKI-DEPT-KODU
                   PERFORM 0610-DEPT-BASLIGI-YAZ
               END-IF
               PERFORM 0620-DETAY-YAZ
               ADD 1 TO WS-ST-I
           END-PERFORM
           WRITE RAPOR-SATIRI FROM RAPOR-BOS-SATIR
           MOVE "IZINLI PERSONEL" TO OD-ETIKET
           MOVE WS-IZINLI-SAYISI TO OD-SAYI
           WRITE RAPOR-SATIRI FROM OZET-DETAY
           MOVE "DONUSU GECIKMIS" TO OD-ETIKET
           MOVE WS-GECIKMIS-SAYISI TO OD-SAYI
           WRITE RAPOR-SATIRI FROM OZET-DETAY
           MOVE "14 GUN ICINDE DONECEK" TO OD-ETIKET
           MOVE WS-DONECEK-SAYISI TO OD-SAYI
           WRITE RAPOR-SATIRI FROM OZET-DETAY
           MOVE "DEFTERDE ACIK DONEMI YOK" TO OD-ETIKET
           MOVE WS-DEFTERSIZ-SAYISI TO OD-SAYI
           WRITE RAPOR-SATIRI FROM OZET-DETAY.

       0610-DEPT-BASLIGI-YAZ.
           MOVE ST-DEPT-KODU(WS-ST-I) TO WS-ONCEKI-DEPT-KODU
           MOVE ST-DEPT-KODU(WS-ST-I) TO DB-DEPT-KODU
           MOVE "(TANIMSIZ)" TO DB-DEPT-ADI
           MOVE 1 TO WS-DT-IND
           PERFORM UNTIL WS-DT-IND > WS-DT-SAYISI
               IF DT-KODU(WS-DT-IND) = ST-DEPT-KODU(WS-ST-I)
                   MOVE DT-ADI(WS-DT-IND) TO DB-DEPT-ADI
               END-IF
               ADD 1 TO WS-DT-IND
           END-PERFORM
           WRITE RAPOR-SATIRI FROM RAPOR-BOS-SATIR
           WRITE RAPOR-SATIRI FROM DEPT-BASLIK.

       0620-DETAY-YAZ.
           MOVE ST-EMP-ID(WS-ST-I) TO RD-EMP-ID
           MOVE ST-AD-SOYAD(WS-ST-I) TO RD-AD-SOYAD
           MOVE ST-IZIN-TURU(WS-ST-I) TO RD-IZIN-TURU
           MOVE ST-BASLANGIC-TARIHI(WS-ST-I) TO RD-BASLANGIC-TARIHI
           MOVE ST-DONUS-TARIHI(WS-ST-I) TO RD-DONUS-TARIHI
           MOVE ST-GUN(WS-ST-I) TO RD-GUN
           MOVE " GUN" TO RD-GUN-ETIKET
           EVALUATE ST-BOLUM(WS-ST-I)
               WHEN 1
                   MOVE "GECIKMIS" TO RD-DURUM
               WHEN 2
                   MOVE "DONECEK" TO RD-DURUM
               WHEN OTHER
                   MOVE "DEFTERDE YOK" TO RD-DURUM
                   MOVE SPACES TO RD-GUN-ALANI
                   MOVE SPACES TO RD-GUN-ETIKET
           END-EVALUATE
           WRITE RAPOR-SATIRI FROM RAPOR-DETAY.

       0900-DOSYALARI-KAPAT.
           CLOSE PERSONEL-DOSYASI
           CLOSE RAPOR-DOSYASI.
