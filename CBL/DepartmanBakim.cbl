      * Departman ana dosyasi bakim programi: DEPTHRK.DAT hareket
      * dosyasindan islem kodu + departman kodu/adi + etkin tarih
      * okunur ve DEPARTMAN.DAT uzerinde uygulanir (E=yeni departman
      * ac, D=adini degistir, K=kapat). Her departman acilis ve
      * kapanis tarihini tasir; kapanan kod silinmez, gecmis kayitlar
      * icin tanimli kalir. Her acilis, ad degisikligi ve kapanis
      * DEPARTMAN.HST ad gecmisine de yazilir; boylece ad degisikligi
      * gecmisi yeniden yazmaz (TRANSRAP her transferin tarihinde
      * gecerli adi buradan bulur). Kapatma, PERSONEL.IDX'te o
      * departmanda A ya da I durumlu personel kaldigi ya da
      * BEKLEYEN.DAT'ta o departmana giris/transfer (E/G) bekledigi
      * surece reddedilir. Hatali hareketler DEPTRED.RPT raporuna
      * yazilir (PERSBAKIM'in REDLER.RPT yaklasimi). Dosya kucuk
      * oldugu icin calisma basinda tumu tabloya okunur, hareketler
      * tabloda uygulanir ve sonda DEPARTMAN.DAT yeniden yazilir.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTBAKIM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HAREKET-DOSYASI ASSIGN TO "DEPTHRK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HAREKET-DURUM.
           SELECT DEPARTMAN-DOSYASI ASSIGN TO "DEPARTMAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-DURUM.
           SELECT OPTIONAL GECMIS-DOSYASI ASSIGN TO "DEPARTMAN.HST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GECMIS-DURUM.
           SELECT PERSONEL-DOSYASI ASSIGN TO "PERSONEL.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PER-EMP-ID
               FILE STATUS IS WS-PERSONEL-DURUM.
           SELECT OPTIONAL BEKLEYEN-DOSYASI ASSIGN TO "BEKLEYEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BEKLEYEN-DURUM.
           SELECT OPTIONAL RED-DOSYASI ASSIGN TO "DEPTRED.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * Etkin tarih bos ya da sifir gelirse calisma tarihi kullanilir;
      * E hareketinde acilis, D hareketinde yeni adin baslangic, K
      * hareketinde kapanis tarihi olur.
       FD  HAREKET-DOSYASI.
       01  DEPT-HAREKET-KAYDI.
           05  DHR-ISLEM-KODU          PIC X.
               88  DHR-EKLE                VALUE "E".
               88  DHR-AD-DEGISTIR         VALUE "D".
               88  DHR-KAPAT               VALUE "K".
           05  DHR-KODU                PIC X(4).
           05  DHR-ADI                 PIC X(25).
           05  DHR-ETKIN-TARIHI        PIC X(8).

       FD  DEPARTMAN-DOSYASI.
           COPY "DEPARTMAN.CPY".

       FD  GECMIS-DOSYASI.
           COPY "DEPTGEC.CPY".

       FD  PERSONEL-DOSYASI.
           COPY "PERSONEL.CPY".

       FD  BEKLEYEN-DOSYASI.
           COPY "BEKLEYEN.CPY".

       FD  RED-DOSYASI.
       01  RED-SATIRI            PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "ZINCIR-PARM.CPY".
       77  WS-HAREKET-DURUM  PIC X(2).
       77  WS-DEPT-DURUM  PIC X(2).
       77  WS-GECMIS-DURUM  PIC X(2).
       77  WS-PERSONEL-DURUM  PIC X(2).
       77  WS-BEKLEYEN-DURUM  PIC X(2).
       77  WS-DOSYA-SONU  PIC X VALUE "H".
           88  DOSYA-SONU-GELDI      VALUE "E".
           88  DOSYA-SONU-GELMEDI    VALUE "H".
       77  WS-DEPT-DOSYA-SONU  PIC X VALUE "H".
           88  DEPT-DOSYA-SONU-GELDI      VALUE "E".
       77  WS-GECMIS-SONU  PIC X VALUE "H".
           88  GECMIS-SONU-GELDI          VALUE "E".
       77  WS-PERSONEL-SONU  PIC X VALUE "H".
           88  PERSONEL-SONU-GELDI        VALUE "E".
       77  WS-BEKLEYEN-SONU  PIC X VALUE "H".
           88  BEKLEYEN-SONU-GELDI        VALUE "E".
       77  WS-OKUNAN-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-ACILAN-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-AD-DEGISEN-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-KAPANAN-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-REDDEDILEN-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-DT-IND  PIC 9(2).
       77  WS-DT-BULUNAN-IND  PIC 9(2).
       77  WS-RED-NEDENI  PIC X(30).
       77  WS-ETKIN-TARIHI  PIC 9(8) VALUE ZERO.
       77  WS-TARIH-GECERLI-MI  PIC X VALUE "E".
           88  TARIH-GECERLI              VALUE "E".
           88  TARIH-GECERSIZ             VALUE "H".
       77  WS-AY-SON-GUNU  PIC 9(2).
       77  WS-ARTIK-KALAN  PIC 9(4).
       77  WS-BOLUM  PIC 9(4).
       77  WS-DONUS-KODU  PIC 9(2) VALUE ZERO.

       01  WS-SISTEM-TARIHI  PIC X(21).
       01  WS-CALISMA-TARIHI-SAATI  REDEFINES WS-SISTEM-TARIHI.
           05  WCT-YIL            PIC 9(4).
           05  WCT-AY             PIC 9(2).
           05  WCT-GUN            PIC 9(2).
           05  FILLER             PIC X(13).

      * Denetlenecek tarih cagiran paragrafca bu alana konur
      * (HRKDENET 0500-TARIH-DOGRULA kuralinin aynisi).
       01  WS-DENETIM-TARIHI-X  PIC X(8).
       01  WS-DENETIM-TARIHI REDEFINES WS-DENETIM-TARIHI-X.
           05  WDT-YIL            PIC 9(4).
           05  WDT-AY             PIC 9(2).
           05  WDT-GUN            PIC 9(2).

      * DEPARTMAN.DAT bellekteki hali; DT-SON-AD-TARIHI gecmisteki en
      * gec acilis/ad degisikligi tarihidir (yeni hareket bundan once
      * tarihlenemez), DT-GECMIS-VAR gecmis dosyasinda kodun bir
      * satiri olup olmadigini, DT-PERSONEL-SAYISI A/I durumlu
      * personel sayisini, DT-BEKLEYEN-SAYISI departmana bekleyen
      * E/G hareketi sayisini tutar.
       01  WS-DEPT-TABLOSU.
           05  WS-DT-SAYISI       PIC 9(2) VALUE ZERO.
           05  WS-DT-GIRISI OCCURS 50 TIMES.
               10  DT-KODU        PIC X(4).
               10  DT-ADI         PIC X(25).
               10  DT-ACILIS-TARIHI   PIC 9(8).
               10  DT-KAPANIS-TARIHI  PIC 9(8).
               10  DT-SON-AD-TARIHI   PIC 9(8).
               10  DT-GECMIS-VAR-MI   PIC X.
                   88  DT-GECMIS-VAR      VALUE "E".
               10  DT-PERSONEL-SAYISI PIC 9(6).
               10  DT-BEKLEYEN-SAYISI PIC 9(6).

       01  RED-BASLIK.
           05  FILLER             PIC X(33) VALUE
               "DEPARTMAN BAKIM - REDDEDILEN HARE".
           05  FILLER             PIC X(7)  VALUE "KETLER".

       01  RED-DETAY.
           05  RD-ISLEM-KODU      PIC X.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-KODU            PIC X(4).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-ADI             PIC X(25).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-NEDEN           PIC X(30).

       PROCEDURE DIVISION.
       0000-ANA-ISLEM.
           MOVE FUNCTION CURRENT-DATE TO WS-SISTEM-TARIHI
           PERFORM 0020-ZINCIR-BASLANGIC
           PERFORM 0100-DOSYALARI-AC
           PERFORM 0120-DEPARTMAN-YUKLE
           PERFORM 0130-GECMIS-YUKLE
           PERFORM 0140-PERSONEL-SAY
           PERFORM 0150-BEKLEYEN-SAY
           OPEN EXTEND GECMIS-DOSYASI
           PERFORM 0200-HAREKET-OKU
           PERFORM UNTIL DOSYA-SONU-GELDI
               PERFORM 0300-HAREKET-UYGULA
               PERFORM 0200-HAREKET-OKU
           END-PERFORM
           PERFORM 0800-DEPARTMAN-YAZ
           PERFORM 0900-DOSYALARI-KAPAT
           DISPLAY "OKUNAN HAREKET SAYISI    : " WS-OKUNAN-SAYISI
           DISPLAY "ACILAN DEPARTMAN SAYISI  : " WS-ACILAN-SAYISI
           DISPLAY "ADI DEGISEN DEPARTMAN    : " WS-AD-DEGISEN-SAYISI
           DISPLAY "KAPANAN DEPARTMAN SAYISI : " WS-KAPANAN-SAYISI
           DISPLAY "REDDEDILEN HAREKET SAYISI: " WS-REDDEDILEN-SAYISI
           IF WS-REDDEDILEN-SAYISI > ZERO
               MOVE 4 TO WS-DONUS-KODU
           END-IF
           PERFORM 0920-ZINCIR-TAMAMLANDI
           MOVE WS-DONUS-KODU TO RETURN-CODE
           GOBACK.

      * Departman bakimi gece zincirinin disinda, ihtiyac oldukca
      * kosar; oncul denetimi yoktur, yalniz kendi damgalari yazilir.
       0020-ZINCIR-BASLANGIC.
           MOVE "B" TO ZP-ISLEM
           MOVE "DEPTBAKIM" TO ZP-PROGRAM-ADI
           MOVE ZERO TO ZP-DONUS-KODU
           CALL "ZINCIR" USING ZINCIR-PARM-ALANI.

       0920-ZINCIR-TAMAMLANDI.
           MOVE "T" TO ZP-ISLEM
           MOVE "DEPTBAKIM" TO ZP-PROGRAM-ADI
           MOVE WS-DONUS-KODU TO ZP-DONUS-KODU
           CALL "ZINCIR" USING ZINCIR-PARM-ALANI.

       0100-DOSYALARI-AC.
           OPEN INPUT HAREKET-DOSYASI
           IF WS-HAREKET-DURUM NOT = "00"
               DISPLAY "DEPTHRK.DAT ACILAMADI, DURUM: "
                   WS-HAREKET-DURUM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RED-DOSYASI
           WRITE RED-SATIRI FROM RED-BASLIK.

      * Tablo dolarsa ana dosya geri yazilirken kod kaybolacagi icin
      * calisma hicbir sey yazmadan durur.
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
                   NOT AT END PERFORM 0125-DEPARTMANI-TABLOYA-AL
               END-READ
           END-PERFORM
           CLOSE DEPARTMAN-DOSYASI.

       0125-DEPARTMANI-TABLOYA-AL.
           IF WS-DT-SAYISI < 50
               ADD 1 TO WS-DT-SAYISI
               MOVE DEP-KODU TO DT-KODU(WS-DT-SAYISI)
               MOVE DEP-ADI TO DT-ADI(WS-DT-SAYISI)
               IF DEP-ACILIS-TARIHI IS NUMERIC
                   MOVE DEP-ACILIS-TARIHI
                       TO DT-ACILIS-TARIHI(WS-DT-SAYISI)
               ELSE
                   MOVE ZERO TO DT-ACILIS-TARIHI(WS-DT-SAYISI)
               END-IF
               IF DEP-KAPANIS-TARIHI IS NUMERIC
                   MOVE DEP-KAPANIS-TARIHI
                       TO DT-KAPANIS-TARIHI(WS-DT-SAYISI)
               ELSE
                   MOVE ZERO TO DT-KAPANIS-TARIHI(WS-DT-SAYISI)
               END-IF
               MOVE DT-ACILIS-TARIHI(WS-DT-SAYISI)
                   TO DT-SON-AD-TARIHI(WS-DT-SAYISI)
               MOVE "H" TO DT-GECMIS-VAR-MI(WS-DT-SAYISI)
               MOVE ZERO TO DT-PERSONEL-SAYISI(WS-DT-SAYISI)
               MOVE ZERO TO DT-BEKLEYEN-SAYISI(WS-DT-SAYISI)
           ELSE
               DISPLAY "DEPARTMAN TABLOSU DOLU, CALISMA DURDURULDU: "
                   DEP-KODU
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Gecmis dosyasi ilk calismada yoktur; varsa her kodun gecmiste
      * satiri oldugu ve en gec acilis/ad degisikligi tarihi alinir.
       0130-GECMIS-YUKLE.
           OPEN INPUT GECMIS-DOSYASI
           IF WS-GECMIS-DURUM = "00"
               PERFORM UNTIL GECMIS-SONU-GELDI
                   READ GECMIS-DOSYASI
                       AT END SET GECMIS-SONU-GELDI TO TRUE
                       NOT AT END PERFORM 0135-GECMIS-SATIRI-ISLE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE GECMIS-DOSYASI.

       0135-GECMIS-SATIRI-ISLE.
           MOVE DGC-KODU TO DHR-KODU
           PERFORM 0310-DEPARTMAN-ARA
           IF WS-DT-BULUNAN-IND > ZERO
               SET DT-GECMIS-VAR(WS-DT-BULUNAN-IND) TO TRUE
               IF (DGC-ACILIS OR DGC-AD-DEGISIKLIGI)
                   AND DGC-BASLANGIC-TARIHI IS NUMERIC
                   AND DGC-BASLANGIC-TARIHI >
                       DT-SON-AD-TARIHI(WS-DT-BULUNAN-IND)
                   MOVE DGC-BASLANGIC-TARIHI
                       TO DT-SON-AD-TARIHI(WS-DT-BULUNAN-IND)
               END-IF
           END-IF.

      * Kapatma denetimi icin A ve I durumlu personel departman
      * basina sayilir; tabloda olmayan kodlar bu programi
      * ilgilendirmez (ADSOYADB GECERSIZ DEPARTMAN olarak raporlar).
       0140-PERSONEL-SAY.
           OPEN INPUT PERSONEL-DOSYASI
           IF WS-PERSONEL-DURUM NOT = "00"
               DISPLAY "PERSONEL.IDX ACILAMADI, DURUM: "
                   WS-PERSONEL-DURUM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL PERSONEL-SONU-GELDI
               READ PERSONEL-DOSYASI NEXT RECORD
                   AT END SET PERSONEL-SONU-GELDI TO TRUE
                   NOT AT END
                       IF PER-AKTIF OR PER-IZINLI
                           MOVE PER-DEPT-KODU TO DHR-KODU
                           PERFORM 0310-DEPARTMAN-ARA
                           IF WS-DT-BULUNAN-IND > ZERO
                               ADD 1 TO
                                 DT-PERSONEL-SAYISI(WS-DT-BULUNAN-IND)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERSONEL-DOSYASI.

      * Etkin tarihi gelmemis E/G hareketi PERSBAKIM'de ileride
      * departmana personel sokar; kapatma denetimi icin bunlar da
      * departman basina sayilir. Dosya yoksa bekleyen hareket yoktur.
       0150-BEKLEYEN-SAY.
           OPEN INPUT BEKLEYEN-DOSYASI
           IF WS-BEKLEYEN-DURUM = "00"
               PERFORM UNTIL BEKLEYEN-SONU-GELDI
                   READ BEKLEYEN-DOSYASI
                       AT END SET BEKLEYEN-SONU-GELDI TO TRUE
                       NOT AT END
                           IF BKL-EKLEME OR BKL-GUNCELLEME
                               MOVE BKL-DEPT-KODU TO DHR-KODU
                               PERFORM 0310-DEPARTMAN-ARA
                               IF WS-DT-BULUNAN-IND > ZERO
                                   ADD 1 TO
                                 DT-BEKLEYEN-SAYISI(WS-DT-BULUNAN-IND)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE BEKLEYEN-DOSYASI.

       0200-HAREKET-OKU.
           READ HAREKET-DOSYASI
               AT END SET DOSYA-SONU-GELDI TO TRUE
               NOT AT END ADD 1 TO WS-OKUNAN-SAYISI
           END-READ.

      * Etkin tarih once denetlenir; gecerli tarihli hareket islem
      * koduna gore uygulanir. Her red nedeni WS-RED-NEDENI'ne konup
      * 0400-HAREKETI-REDDET ile yazilir.
       0300-HAREKET-UYGULA.
           PERFORM 0305-ETKIN-TARIH-BUL
           IF TARIH-GECERSIZ
               MOVE "GECERSIZ ETKIN TARIH" TO WS-RED-NEDENI
               PERFORM 0400-HAREKETI-REDDET
           ELSE
               PERFORM 0310-DEPARTMAN-ARA
               EVALUATE TRUE
                   WHEN DHR-EKLE
                       PERFORM 0320-DEPARTMAN-AC
                   WHEN DHR-AD-DEGISTIR
                       PERFORM 0330-AD-DEGISTIR
                   WHEN DHR-KAPAT
                       PERFORM 0340-DEPARTMAN-KAPAT
                   WHEN OTHER
                       MOVE "GECERSIZ ISLEM KODU" TO WS-RED-NEDENI
                       PERFORM 0400-HAREKETI-REDDET
               END-EVALUATE
           END-IF.

       0305-ETKIN-TARIH-BUL.
           SET TARIH-GECERLI TO TRUE
           IF DHR-ETKIN-TARIHI = SPACES
               OR DHR-ETKIN-TARIHI = "00000000"
               COMPUTE WS-ETKIN-TARIHI =
                   WCT-YIL * 10000 + WCT-AY * 100 + WCT-GUN
           ELSE
               MOVE DHR-ETKIN-TARIHI TO WS-DENETIM-TARIHI-X
               PERFORM 0500-TARIH-DOGRULA
               IF TARIH-GECERLI
                   MOVE WS-DENETIM-TARIHI-X TO WS-ETKIN-TARIHI
               END-IF
           END-IF.

       0310-DEPARTMAN-ARA.
           MOVE ZERO TO WS-DT-BULUNAN-IND
           MOVE 1 TO WS-DT-IND
           PERFORM UNTIL WS-DT-IND > WS-DT-SAYISI
               IF DT-KODU(WS-DT-IND) = DHR-KODU
                   MOVE WS-DT-IND TO WS-DT-BULUNAN-IND
               END-IF
               ADD 1 TO WS-DT-IND
           END-PERFORM.

       0320-DEPARTMAN-AC.
           EVALUATE TRUE
               WHEN DHR-KODU = SPACES
                   MOVE "GECERSIZ DEPARTMAN KODU" TO WS-RED-NEDENI
                   PERFORM 0400-HAREKETI-REDDET
               WHEN DHR-ADI = SPACES
                   MOVE "DEPARTMAN ADI BOS" TO WS-RED-NEDENI
                   PERFORM 0400-HAREKETI-REDDET
               WHEN WS-DT-BULUNAN-IND > ZERO
                   MOVE "DEPARTMAN KODU ZATEN VAR" TO WS-RED-NEDENI
                   PERFORM 0400-HAREKETI-REDDET
               WHEN WS-DT-SAYISI >= 50
                   MOVE "DEPARTMAN TABLOSU DOLU" TO WS-RED-NEDENI
                   PERFORM 0400-HAREKETI-REDDET
               WHEN OTHER
                   ADD 1 TO WS-DT-SAYISI
                   MOVE WS-DT-SAYISI TO WS-DT-BULUNAN-IND
                   MOVE DHR-KODU TO DT-KODU(WS-DT-BULUNAN-IND)
                   MOVE DHR-ADI TO DT-ADI(WS-DT-BULUNAN-IND)
                   MOVE WS-ETKIN-TARIHI
                       TO DT-ACILIS-TARIHI(WS-DT-BULUNAN-IND)
                   MOVE ZERO TO DT-KAPANIS-TARIHI(WS-DT-BULUNAN-IND)
                   MOVE WS-ETKIN-TARIHI
                       TO DT-SON-AD-TARIHI(WS-DT-BULUNAN-IND)
                   SET DT-GECMIS-VAR(WS-DT-BULUNAN-IND) TO TRUE
                   MOVE ZERO TO DT-PERSONEL-SAYISI(WS-DT-BULUNAN-IND)
                   MOVE ZERO TO DT-BEKLEYEN-SAYISI(WS-DT-BULUNAN-IND)
                   MOVE "E" TO DGC-ISLEM-KODU
                   MOVE DHR-ADI TO DGC-ADI
                   PERFORM 0350-GECMIS-YAZ
                   ADD 1 TO WS-ACILAN-SAYISI
           END-EVALUATE.

      * Tarihli bakimdan once var olan departmanin gecmiste satiri
      * yoktur; ilk ad degisikliginde eski ad acilis tarihiyle once
      * gecmise yazilir ki degisiklikten onceki transferler eski adi
      * bulabilsin.
       0330-AD-DEGISTIR.
           EVALUATE TRUE
               WHEN WS-DT-BULUNAN-IND = ZERO
                   MOVE "DEPARTMAN BULUNAMADI" TO WS-RED-NEDENI
                   PERFORM 0400-HAREKETI-REDDET
               WHEN DT-KAPANIS-TARIHI(WS-DT-BULUNAN-IND) > ZERO
                   MOVE "DEPARTMAN KAPALI" TO WS-RED-NEDENI
                   PERFORM 0400-HAREKETI-REDDET
               WHEN DHR-ADI = SPACES
                   MOVE "DEPARTMAN ADI BOS" TO WS-RED-NEDENI
                   PERFORM 0400-HAREKETI-REDDET
               WHEN DHR-ADI = DT-ADI(WS-DT-BULUNAN-IND)
                   MOVE "YENI AD ESKISI ILE AYNI" TO WS-RED-NEDENI
                   PERFORM 0400-HAREKETI-REDDET
               WHEN WS-ETKIN-TARIHI <=
                   DT-SON-AD-TARIHI(WS-DT-BULUNAN-IND)
                   MOVE "TARIH SON AD/ACILISTAN ONCE"
                       TO WS-RED-NEDENI
                   PERFORM 0400-HAREKETI-REDDET
               WHEN OTHER
                   IF NOT DT-GECMIS-VAR(WS-DT-BULUNAN-IND)
                       MOVE "E" TO DGC-ISLEM-KODU
                       MOVE DT-ADI(WS-DT-BULUNAN-IND) TO DGC-ADI
                       MOVE DT-ACILIS-TARIHI(WS-DT-BULUNAN-IND)
                           TO DGC-BASLANGIC-TARIHI
                       MOVE DHR-KODU TO DGC-KODU
                       WRITE DEPARTMAN-GECMIS-KAYDI
                       SET DT-GECMIS-VAR(WS-DT-BULUNAN-IND) TO TRUE
                   END-IF
                   MOVE DHR-ADI TO DT-ADI(WS-DT-BULUNAN-IND)
                   MOVE WS-ETKIN-TARIHI
                       TO DT-SON-AD-TARIHI(WS-DT-BULUNAN-IND)
                   MOVE "D" TO DGC-ISLEM-KODU
                   MOVE DHR-ADI TO DGC-ADI
                   PERFORM 0350-GECMIS-YAZ
                   ADD 1 TO WS-AD-DEGISEN-SAYISI
           END-EVALUATE.

      * Kapanis tarihi son ad degisikliginden sonra olmalidir; A/I
      * durumlu personeli kalan departman once bosaltilmalidir, ona
      * bekleyen E/G hareketi once iptal (X) edilmelidir.
       0340-DEPARTMAN-KAPAT.
           EVALUATE TRUE
               WHEN WS-DT-BULUNAN-IND = ZERO
                   MOVE "DEPARTMAN BULUNAMADI" TO WS-RED-NEDENI
                   PERFORM 0400-HAREKETI-REDDET
               WHEN DT-KAPANIS-TARIHI(WS-DT-BULUNAN-IND) > ZERO
                   MOVE "DEPARTMAN ZATEN KAPALI" TO WS-RED-NEDENI
                   PERFORM 0400-HAREKETI-REDDET
               WHEN DT-PERSONEL-SAYISI(WS-DT-BULUNAN-IND) > ZERO
                   MOVE "DEPARTMANDA A/I PERSONEL VAR"
                       TO WS-RED-NEDENI
                   PERFORM 0400-HAREKETI-REDDET
               WHEN DT-BEKLEYEN-SAYISI(WS-DT-BULUNAN-IND) > ZERO
                   MOVE "DEPARTMANA BEKLEYEN E/G VAR"
                       TO WS-RED-NEDENI
                   PERFORM 0400-HAREKETI-REDDET
               WHEN WS-ETKIN-TARIHI <=
                   DT-SON-AD-TARIHI(WS-DT-BULUNAN-IND)
                   MOVE "TARIH SON AD/ACILISTAN ONCE"
                       TO WS-RED-NEDENI
                   PERFORM 0400-HAREKETI-REDDET
               WHEN OTHER
                   MOVE WS-ETKIN-TARIHI
                       TO DT-KAPANIS-TARIHI(WS-DT-BULUNAN-IND)
                   MOVE "K" TO DGC-ISLEM-KODU
                   MOVE DT-ADI(WS-DT-BULUNAN-IND) TO DGC-ADI
                   PERFORM 0350-GECMIS-YAZ
                   ADD 1 TO WS-KAPANAN-SAYISI
           END-EVALUATE.

       0350-GECMIS-YAZ.
           MOVE DHR-KODU TO DGC-KODU
           MOVE WS-ETKIN-TARIHI TO DGC-BASLANGIC-TARIHI
           WRITE DEPARTMAN-GECMIS-KAYDI.

       0400-HAREKETI-REDDET.
           ADD 1 TO WS-REDDEDILEN-SAYISI
           MOVE DHR-ISLEM-KODU TO RD-ISLEM-KODU
           MOVE DHR-KODU TO RD-KODU
           MOVE DHR-ADI TO RD-ADI
           MOVE WS-RED-NEDENI TO RD-NEDEN
           WRITE RED-SATIRI FROM RED-DETAY.

      * Gercek takvim tarihi denetimi (HRKDENET 0500-TARIH-DOGRULA
      * kuralinin aynisi): ay 1-12, gun ayin gun sayisini asmaz ve
      * tarih calisma tarihinden ileride olamaz.
       0500-TARIH-DOGRULA.
           SET TARIH-GECERLI TO TRUE
           IF WS-DENETIM-TARIHI-X IS NOT NUMERIC
               SET TARIH-GECERSIZ TO TRUE
           ELSE
               IF WDT-YIL < 1900 OR WDT-AY < 1 OR WDT-AY > 12
                   SET TARIH-GECERSIZ TO TRUE
               ELSE
                   PERFORM 0510-AY-SON-GUNU-BUL
                   IF WDT-GUN < 1 OR WDT-GUN > WS-AY-SON-GUNU
                       SET TARIH-GECERSIZ TO TRUE
                   END-IF
               END-IF
           END-IF
           IF TARIH-GECERLI
               IF WS-DENETIM-TARIHI-X >
                   WS-CALISMA-TARIHI-SAATI(1:8)
                   SET TARIH-GECERSIZ TO TRUE
               END-IF
           END-IF.

       0510-AY-SON-GUNU-BUL.
           EVALUATE WDT-AY
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-AY-SON-GUNU
               WHEN 2
                   MOVE 28 TO WS-AY-SON-GUNU
                   DIVIDE WDT-YIL BY 4 GIVING WS-BOLUM
                       REMAINDER WS-ARTIK-KALAN
                   IF WS-ARTIK-KALAN = ZERO
                       MOVE 29 TO WS-AY-SON-GUNU
                       DIVIDE WDT-YIL BY 100 GIVING WS-BOLUM
                           REMAINDER WS-ARTIK-KALAN
                       IF WS-ARTIK-KALAN = ZERO
                           MOVE 28 TO WS-AY-SON-GUNU
                           DIVIDE WDT-YIL BY 400 GIVING WS-BOLUM
                               REMAINDER WS-ARTIK-KALAN
                           IF WS-ARTIK-KALAN = ZERO
                               MOVE 29 TO WS-AY-SON-GUNU
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-AY-SON-GUNU
           END-EVALUATE.

      * Ana dosya tablodan bastan yazilir; kapanan departmanlar
      * kapanis tarihleriyle dosyada kalir.
       0800-DEPARTMAN-YAZ.
           OPEN OUTPUT DEPARTMAN-DOSYASI
           MOVE 1 TO WS-DT-IND
           PERFORM UNTIL WS-DT-IND > WS-DT-SAYISI
               MOVE DT-KODU(WS-DT-IND) TO DEP-KODU
               MOVE DT-ADI(WS-DT-IND) TO DEP-ADI
               MOVE DT-ACILIS-TARIHI(WS-DT-IND) TO DEP-ACILIS-TARIHI
               MOVE DT-KAPANIS-TARIHI(WS-DT-IND)
                   TO DEP-KAPANIS-TARIHI
               WRITE DEPARTMAN-KAYDI
               ADD 1 TO WS-DT-IND
           END-PERFORM
           CLOSE DEPARTMAN-DOSYASI.

       0900-DOSYALARI-KAPAT.
           CLOSE HAREKET-DOSYASI
           CLOSE GECMIS-DOSYASI
           CLOSE RED-DOSYASI.
