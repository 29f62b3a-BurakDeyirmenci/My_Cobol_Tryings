      * Dosyalar arasi tutarlilik denetimi: her program yalniz kendi
      * dosya ciftini denkler; bu bagimsiz calisma PERSONEL.IDX,
      * TRANSFER.HST, BORDRO.SNP, DEPARTMAN.DAT, KONTROL.CTL ve
      * YEDEK.KAT'in son girisini birlikte okuyup bulunan her celiskiyi
      * onem derecesiyle TUTARLIK.RPT'ye yazar. Ay sonu bordrosundan
      * once calistirilir ki sapma bordrodan sonra degil once
      * yakalansin. Dereceler ve donus kodu:
      *   K KRITIK (12) indeks kontrol kaydiyla tutmuyor;
      *   Y YUKSEK  (8) bordroyu ya da departman raporlarini bozan
      *                 celiski (son transfer ile departman farkli,
      *                 ayrilan personel BORDRO.SNP'de, tanimsiz ya da
      *                 kapali departman, gecersiz durum kodu);
      *   O ORTA    (4) tarih celiskileri (transfer ise giristen
      *                 once, A/I personelde cikis tarihi, C
      *                 personelde cikis tarihi yok);
      *   B BILGI   (0) son ADSOYADB/PERSYEDK calismasindan sonraki
      *                 dogal farklar ve sahipsiz gecmis satirlari.
      * Donus kodu bulunan en yuksek derecenin kodudur.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUTARLIK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSONEL-DOSYASI ASSIGN TO "PERSONEL.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PER-EMP-ID
               FILE STATUS IS WS-PERSONEL-DURUM.
           SELECT OPTIONAL TRANSFER-DOSYASI ASSIGN TO "TRANSFER.HST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSFER-DURUM.
           SELECT OPTIONAL BORDRO-ONCEKI-DOSYASI
               ASSIGN TO "BORDRO.SNP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNP-DURUM.
           SELECT DEPARTMAN-DOSYASI ASSIGN TO "DEPARTMAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-DURUM.
           SELECT OPTIONAL KONTROL-DOSYASI ASSIGN TO "KONTROL.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTROL-DURUM.
           SELECT OPTIONAL KATALOG-DOSYASI ASSIGN TO "YEDEK.KAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KATALOG-DURUM.
           SELECT OPTIONAL RAPOR-DOSYASI ASSIGN TO "TUTARLIK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PERSONEL-DOSYASI.
           COPY "PERSONEL.CPY".

       FD  TRANSFER-DOSYASI.
           COPY "TRANSFER.CPY".

       FD  BORDRO-ONCEKI-DOSYASI.
       01  ONCEKI-SATIRI         PIC X(80).

       FD  DEPARTMAN-DOSYASI.
           COPY "DEPARTMAN.CPY".

       FD  KONTROL-DOSYASI.
           COPY "KONTROL.CPY".

       FD  KATALOG-DOSYASI.
           COPY "YEDEKKAT.CPY".

       FD  RAPOR-DOSYASI.
       01  RAPOR-SATIRI          PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "BORDRO.CPY".
       77  WS-DONUS-KODU  PIC 9(2) VALUE ZERO.
       77  WS-PERSONEL-DURUM  PIC X(2).
       77  WS-TRANSFER-DURUM  PIC X(2).
       77  WS-SNP-DURUM  PIC X(2).
       77  WS-DEPT-DURUM  PIC X(2).
       77  WS-KONTROL-DURUM  PIC X(2).
       77  WS-KATALOG-DURUM  PIC X(2).
       77  WS-DOSYA-SONU  PIC X VALUE "H".
           88  DOSYA-SONU-GELDI      VALUE "E".
           88  DOSYA-SONU-GELMEDI    VALUE "H".
       77  WS-TRANSFER-SONU  PIC X VALUE "H".
           88  TRANSFER-SONU-GELDI        VALUE "E".
       77  WS-DEPT-DOSYA-SONU  PIC X VALUE "H".
           88  DEPT-DOSYA-SONU-GELDI      VALUE "E".
       77  WS-KATALOG-SONU  PIC X VALUE "H".
           88  KATALOG-SONU-GELDI         VALUE "E".
       77  WS-SNP-SONU  PIC X VALUE "H".
           88  SNP-KALMADI                VALUE "E".
       77  WS-KONTROL-VAR-MI  PIC X VALUE "H".
           88  KONTROL-KAYDI-VAR          VALUE "E".
       77  WS-KATALOG-VAR-MI  PIC X VALUE "H".
           88  KATALOG-GIRISI-VAR         VALUE "E".
       77  WS-IS-TASTI-MI  PIC X VALUE "H".
           88  ISTISNA-TABLOSU-TASTI      VALUE "E".
       77  WS-TT-TASTI-MI  PIC X VALUE "H".
           88  TRANSFER-TABLOSU-TASTI     VALUE "E".
       77  WS-OKUNAN-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-EMP-ID-HASH  PIC 9(12) VALUE ZERO.
       77  WS-SNP-OKUNAN-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-KNT-YUKLENEN-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-KNT-EMP-ID-HASH  PIC 9(12) VALUE ZERO.
       77  WS-KAT-DOSYA-ADI  PIC X(30) VALUE SPACES.
       77  WS-KAT-KAYIT-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-KAT-EMP-ID-HASH  PIC 9(12) VALUE ZERO.
       77  WS-TT-IND  PIC 9(5).
       77  WS-DT-IND  PIC 9(2).
       77  WS-DT-BULUNAN-IND  PIC 9(2).
       77  WS-IS-IND  PIC 9(4).
       77  WS-SON-TRF-IND  PIC 9(5).
       77  WS-SON-TRF-TARIHI  PIC 9(8).
       77  WS-CIKIS-TARIHI  PIC 9(8).
       77  WS-SEVIYE-IND  PIC 9.
       77  WS-KRITIK-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-YUKSEK-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-ORTA-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-BILGI-SAYISI  PIC 9(6) VALUE ZERO.

      * Bir istisnanin alanlari cagiran paragrafca burada hazirlanir,
      * 0700-ISTISNA-EKLE tabloya alir.
       01  WS-ISTISNA.
           05  WS-IS-SEVIYE       PIC X.
           05  WS-IS-EMP-ID       PIC X(6).
           05  WS-IS-DOSYA        PIC X(12).
           05  WS-IS-ACIKLAMA     PIC X(34).
           05  WS-IS-DETAY        PIC X(18).

       01  WS-SEVIYE-SIRASI       PIC X(4) VALUE "KYOB".

       01  WS-ISTISNA-TABLOSU.
           05  WS-IS-SAYISI       PIC 9(4) VALUE ZERO.
           05  WS-IS-GIRISI OCCURS 2000 TIMES.
               10  IS-SEVIYE      PIC X.
               10  IS-EMP-ID      PIC X(6).
               10  IS-DOSYA       PIC X(12).
               10  IS-ACIKLAMA    PIC X(34).
               10  IS-DETAY       PIC X(18).

       01  WS-DEPT-TABLOSU.
           05  WS-DT-SAYISI       PIC 9(2) VALUE ZERO.
           05  WS-DT-GIRISI OCCURS 50 TIMES.
               10  DT-KODU        PIC X(4).
               10  DT-KAPANIS-TARIHI  PIC 9(8).

      * TT-ESLESTI indekste sahibi bulunan transferleri isaretler;
      * isaretsiz kalanlar silinmis personelin gecmisidir.
       01  WS-TRANSFER-TABLOSU.
           05  WS-TT-SAYISI       PIC 9(5) VALUE ZERO.
           05  WS-TT-GIRISI OCCURS 5000 TIMES.
               10  TT-EMP-ID      PIC 9(6).
               10  TT-ESKI-DEPT-KODU  PIC X(4).
               10  TT-YENI-DEPT-KODU  PIC X(4).
               10  TT-ETKIN-TARIHI  PIC 9(8).
               10  TT-ESLESTI     PIC X.

       01  RAPOR-BASLIK-1.
           05  FILLER             PIC X(36) VALUE
               "DOSYALAR ARASI TUTARLILIK DENETIMI".

       01  RAPOR-BASLIK-2.
           05  FILLER             PIC X(40) VALUE
               "DERECE PER.NO DOSYA        ACIKLAMA    ".
           05  FILLER             PIC X(40) VALUE
               "                        DETAY".

       01  RAPOR-DETAY.
           05  RD-SEVIYE          PIC X(6).
           05  FILLER             PIC X     VALUE SPACE.
           05  RD-EMP-ID          PIC X(6).
           05  FILLER             PIC X     VALUE SPACE.
           05  RD-DOSYA           PIC X(12).
           05  FILLER             PIC X     VALUE SPACE.
           05  RD-ACIKLAMA        PIC X(34).
           05  FILLER             PIC X     VALUE SPACE.
           05  RD-DETAY           PIC X(18).

       01  RAPOR-OZET.
           05  RO-ETIKET          PIC X(30).
           05  RO-SAYI            PIC ZZZ,ZZ9.

       01  RAPOR-CIZGI.
           05  FILLER             PIC X(80) VALUE ALL "-".

       PROCEDURE DIVISION.
       0000-ANA-ISLEM.
           PERFORM 0100-DOSYALARI-AC
           PERFORM 0120-DEPARTMAN-YUKLE
           PERFORM 0130-TRANSFER-YUKLE
           PERFORM 0140-KONTROL-OKU
           PERFORM 0150-KATALOG-OKU
           PERFORM 0210-SNP-OKU
           PERFORM 0200-KAYIT-OKU
           PERFORM UNTIL DOSYA-SONU-GELDI
               PERFORM 0300-PERSONELI-DENETLE
               PERFORM 0200-KAYIT-OKU
           END-PERFORM
           PERFORM UNTIL SNP-KALMADI
               PERFORM 0350-SNP-FAZLASI
           END-PERFORM
           PERFORM 0500-SAHIPSIZ-TRANSFERLER
           PERFORM 0600-KONTROL-DENETLE
           PERFORM 0650-YEDEK-DENETLE
           PERFORM 0800-RAPORU-YAZ
           PERFORM 0900-DOSYALARI-KAPAT
           DISPLAY "OKUNAN PERSONEL SAYISI   : " WS-OKUNAN-SAYISI
           DISPLAY "KRITIK                   : " WS-KRITIK-SAYISI
           DISPLAY "YUKSEK                   : " WS-YUKSEK-SAYISI
           DISPLAY "ORTA                     : " WS-ORTA-SAYISI
           DISPLAY "BILGI                    : " WS-BILGI-SAYISI
           EVALUATE TRUE
               WHEN WS-KRITIK-SAYISI > ZERO
                   MOVE 12 TO WS-DONUS-KODU
               WHEN WS-YUKSEK-SAYISI > ZERO
                   MOVE 8 TO WS-DONUS-KODU
               WHEN WS-ORTA-SAYISI > ZERO
                   MOVE 4 TO WS-DONUS-KODU
           END-EVALUATE
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
           OPEN INPUT BORDRO-ONCEKI-DOSYASI
           IF WS-SNP-DURUM NOT = "00"
               SET SNP-KALMADI TO TRUE
               DISPLAY "BORDRO.SNP HENUZ YOK, BORDRO ESLESTIRMESI "
                   "YAPILMIYOR"
           END-IF
           OPEN OUTPUT RAPOR-DOSYASI
           WRITE RAPOR-SATIRI FROM RAPOR-BASLIK-1
           WRITE RAPOR-SATIRI FROM RAPOR-CIZGI
           WRITE RAPOR-SATIRI FROM RAPOR-BASLIK-2.

       0120-DEPARTMAN-YUKLE.
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
                           MOVE DEP-KODU TO DT-KODU(WS-DT-SAYISI)
                           IF DEP-KAPANIS-TARIHI IS NUMERIC
                               MOVE DEP-KAPANIS-TARIHI
                                   TO DT-KAPANIS-TARIHI(WS-DT-SAYISI)
                           ELSE
                               MOVE ZERO
                                   TO DT-KAPANIS-TARIHI(WS-DT-SAYISI)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPARTMAN-DOSYASI.

       0130-TRANSFER-YUKLE.
           OPEN INPUT TRANSFER-DOSYASI
           IF WS-TRANSFER-DURUM = "00"
               PERFORM UNTIL TRANSFER-SONU-GELDI
                   READ TRANSFER-DOSYASI
                       AT END SET TRANSFER-SONU-GELDI TO TRUE
                       NOT AT END PERFORM 0135-TRANSFERI-TABLOYA-AL
                   END-READ
               END-PERFORM
           END-IF
           CLOSE TRANSFER-DOSYASI.

       0135-TRANSFERI-TABLOYA-AL.
           IF WS-TT-SAYISI < 5000
               ADD 1 TO WS-TT-SAYISI
               MOVE TRF-EMP-ID TO TT-EMP-ID(WS-TT-SAYISI)
               MOVE TRF-ESKI-DEPT-KODU
                   TO TT-ESKI-DEPT-KODU(WS-TT-SAYISI)
               MOVE TRF-YENI-DEPT-KODU
                   TO TT-YENI-DEPT-KODU(WS-TT-SAYISI)
               IF TRF-ETKIN-TARIHI IS NUMERIC
                   MOVE TRF-ETKIN-TARIHI
                       TO TT-ETKIN-TARIHI(WS-TT-SAYISI)
               ELSE
                   MOVE ZERO TO TT-ETKIN-TARIHI(WS-TT-SAYISI)
               END-IF
               MOVE "H" TO TT-ESLESTI(WS-TT-SAYISI)
           ELSE
               IF NOT TRANSFER-TABLOSU-TASTI
                   SET TRANSFER-TABLOSU-TASTI TO TRUE
                   DISPLAY "UYARI: TRANSFER TABLOSU DOLU, SONRAKI "
                       "TRANSFERLER DENETLENMEDI"
               END-IF
           END-IF.

       0140-KONTROL-OKU.
           OPEN INPUT KONTROL-DOSYASI
           IF WS-KONTROL-DURUM = "00"
               READ KONTROL-DOSYASI
                   AT END CONTINUE
                   NOT AT END
                       MOVE KNT-YUKLENEN-SAYISI
                           TO WS-KNT-YUKLENEN-SAYISI
                       MOVE KNT-EMP-ID-HASH TO WS-KNT-EMP-ID-HASH
                       SET KONTROL-KAYDI-VAR TO TRUE
               END-READ
           END-IF
           CLOSE KONTROL-DOSYASI.

      * Yedek adlari PERSYDK.Dyyyymmdd.YDK oldugu icin en buyuk ad en
      * son kusaktir (ayni gun ikinci yedek girisi gunceller).
       0150-KATALOG-OKU.
           OPEN INPUT KATALOG-DOSYASI
           IF WS-KATALOG-DURUM = "00"
               PERFORM UNTIL KATALOG-SONU-GELDI
                   READ KATALOG-DOSYASI
                       AT END SET KATALOG-SONU-GELDI TO TRUE
                       NOT AT END
                           IF YKT-DOSYA-ADI > WS-KAT-DOSYA-ADI
                               MOVE YKT-DOSYA-ADI TO WS-KAT-DOSYA-ADI
                               MOVE YKT-KAYIT-SAYISI
                                   TO WS-KAT-KAYIT-SAYISI
                               MOVE YKT-EMP-ID-HASH
                                   TO WS-KAT-EMP-ID-HASH
                               SET KATALOG-GIRISI-VAR TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE KATALOG-DOSYASI.

       0200-KAYIT-OKU.
           READ PERSONEL-DOSYASI NEXT RECORD
               AT END SET DOSYA-SONU-GELDI TO TRUE
               NOT AT END
                   ADD 1 TO WS-OKUNAN-SAYISI
                   ADD PER-EMP-ID TO WS-EMP-ID-HASH
           END-READ.

      * BORDRO.SNP'de yalniz "D" detaylari bulunur; yine de baska
      * turde satir gelirse atlanir.
       0210-SNP-OKU.
           MOVE SPACES TO BORDRO-DETAY-KAYDI
           PERFORM UNTIL SNP-KALMADI
               OR BORDRO-DETAY-KAYDI(1:1) = "D"
               READ BORDRO-ONCEKI-DOSYASI
                   AT END SET SNP-KALMADI TO TRUE
                   NOT AT END
                       MOVE ONCEKI-SATIRI TO BORDRO-DETAY-KAYDI
                       ADD 1 TO WS-SNP-OKUNAN-SAYISI
               END-READ
           END-PERFORM.

       0300-PERSONELI-DENETLE.
           MOVE PER-EMP-ID TO WS-IS-EMP-ID
           PERFORM 0310-DURUM-DENETLE
           PERFORM 0320-DEPARTMAN-DENETLE
           PERFORM 0330-TRANSFER-DENETLE
           PERFORM 0340-BORDRO-ESLESTIR.

       0310-DURUM-DENETLE.
           IF PER-CIKIS-TARIHI IS NUMERIC
               MOVE PER-CIKIS-TARIHI TO WS-CIKIS-TARIHI
           ELSE
               MOVE ZERO TO WS-CIKIS-TARIHI
           END-IF
           MOVE "PERSONEL.IDX" TO WS-IS-DOSYA
           MOVE SPACES TO WS-IS-DETAY
           EVALUATE TRUE
               WHEN PER-AKTIF OR PER-IZINLI
                   IF WS-CIKIS-TARIHI NOT = ZERO
                       MOVE "O" TO WS-IS-SEVIYE
                       MOVE "A/I PERSONELDE CIKIS TARIHI DOLU"
                           TO WS-IS-ACIKLAMA
                       MOVE WS-CIKIS-TARIHI TO WS-IS-DETAY
                       PERFORM 0700-ISTISNA-EKLE
                   END-IF
               WHEN PER-AYRILDI
                   IF WS-CIKIS-TARIHI = ZERO
                       MOVE "O" TO WS-IS-SEVIYE
                       MOVE "C PERSONELDE CIKIS TARIHI YOK"
                           TO WS-IS-ACIKLAMA
                       PERFORM 0700-ISTISNA-EKLE
                   ELSE
                       IF PER-ISE-GIRIS-TARIHI IS NUMERIC
                           AND WS-CIKIS-TARIHI < PER-ISE-GIRIS-TARIHI
                           MOVE "O" TO WS-IS-SEVIYE
                           MOVE "CIKIS TARIHI ISE GIRISTEN ONCE"
                               TO WS-IS-ACIKLAMA
                           MOVE WS-CIKIS-TARIHI TO WS-IS-DETAY
                           PERFORM 0700-ISTISNA-EKLE
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "Y" TO WS-IS-SEVIYE
                   MOVE "GECERSIZ CALISMA DURUMU" TO WS-IS-ACIKLAMA
                   MOVE PER-CALISMA-DURUMU TO WS-IS-DETAY
                   PERFORM 0700-ISTISNA-EKLE
           END-EVALUATE.

       0320-DEPARTMAN-DENETLE.
           MOVE ZERO TO WS-DT-BULUNAN-IND
           MOVE 1 TO WS-DT-IND
           PERFORM UNTIL WS-DT-IND > WS-DT-SAYISI
               IF DT-KODU(WS-DT-IND) = PER-DEPT-KODU
                   MOVE WS-DT-IND TO WS-DT-BULUNAN-IND
               END-IF
               ADD 1 TO WS-DT-IND
           END-PERFORM
           MOVE "DEPARTMAN.DAT" TO WS-IS-DOSYA
           MOVE PER-DEPT-KODU TO WS-IS-DETAY
           IF WS-DT-BULUNAN-IND = ZERO
               MOVE "Y" TO WS-IS-SEVIYE
               MOVE "DEPARTMAN KODU TANIMSIZ" TO WS-IS-ACIKLAMA
               PERFORM 0700-ISTISNA-EKLE
           ELSE
               IF DT-KAPANIS-TARIHI(WS-DT-BULUNAN-IND) > ZERO
                   AND NOT PER-AYRILDI
                   MOVE "Y" TO WS-IS-SEVIYE
                   MOVE "KAPALI DEPARTMANDA A/I PERSONEL"
                       TO WS-IS-ACIKLAMA
                   PERFORM 0700-ISTISNA-EKLE
               END-IF
           END-IF.

      * En son transfer en buyuk etkin tarihli, esitlikte dosyada
      * sonra gelen satirdir; yeni departmani PER-DEPT-KODU olmalidir.
       0330-TRANSFER-DENETLE.
           MOVE ZERO TO WS-SON-TRF-IND WS-SON-TRF-TARIHI
           MOVE "TRANSFER.HST" TO WS-IS-DOSYA
           MOVE 1 TO WS-TT-IND
           PERFORM UNTIL WS-TT-IND > WS-TT-SAYISI
               IF TT-EMP-ID(WS-TT-IND) = PER-EMP-ID
                   MOVE "E" TO TT-ESLESTI(WS-TT-IND)
                   IF TT-ETKIN-TARIHI(WS-TT-IND) >= WS-SON-TRF-TARIHI
                       MOVE TT-ETKIN-TARIHI(WS-TT-IND)
                           TO WS-SON-TRF-TARIHI
                       MOVE WS-TT-IND TO WS-SON-TRF-IND
                   END-IF
                   IF PER-ISE-GIRIS-TARIHI IS NUMERIC
                       AND TT-ETKIN-TARIHI(WS-TT-IND)
                           < PER-ISE-GIRIS-TARIHI
                       MOVE "O" TO WS-IS-SEVIYE
                       MOVE "TRANSFER ISE GIRIS TARIHINDEN ONCE"
                           TO WS-IS-ACIKLAMA
                       MOVE TT-ETKIN-TARIHI(WS-TT-IND) TO WS-IS-DETAY
                       PERFORM 0700-ISTISNA-EKLE
                   END-IF
               END-IF
               ADD 1 TO WS-TT-IND
           END-PERFORM
           IF WS-SON-TRF-IND > ZERO
               IF TT-YENI-DEPT-KODU(WS-SON-TRF-IND) NOT = PER-DEPT-KODU
                   MOVE "Y" TO WS-IS-SEVIYE
                   MOVE "SON TRANSFER DEPARTMANI FARKLI"
                       TO WS-IS-ACIKLAMA
                   MOVE SPACES TO WS-IS-DETAY
                   STRING "PER=" PER-DEPT-KODU
                       " TRF=" TT-YENI-DEPT-KODU(WS-SON-TRF-IND)
                       DELIMITED BY SIZE INTO WS-IS-DETAY
                   PERFORM 0700-ISTISNA-EKLE
               END-IF
           END-IF.

      * BORDRO.SNP ile indeks ayni anahtar sirasindadir (ADSOYADB
      * delta birlestirmesi gibi): bu personelden kucuk SNP numaralari
      * indekste yoktur.
       0340-BORDRO-ESLESTIR.
           PERFORM UNTIL SNP-KALMADI
               OR BD-EMP-ID NOT < PER-EMP-ID
               PERFORM 0350-SNP-FAZLASI
           END-PERFORM
           IF NOT SNP-KALMADI
               AND BD-EMP-ID = PER-EMP-ID
               MOVE "BORDRO.SNP" TO WS-IS-DOSYA
               IF PER-AYRILDI
                   MOVE "Y" TO WS-IS-SEVIYE
                   MOVE "AYRILAN PERSONEL BORDRO.SNP'DE"
                       TO WS-IS-ACIKLAMA
                   MOVE WS-CIKIS-TARIHI TO WS-IS-DETAY
                   PERFORM 0700-ISTISNA-EKLE
               ELSE
                   IF BD-DEPT-KODU NOT = PER-DEPT-KODU
                       MOVE "B" TO WS-IS-SEVIYE
                       MOVE "BORDRO.SNP DEPARTMANI ESKI"
                           TO WS-IS-ACIKLAMA
                       MOVE SPACES TO WS-IS-DETAY
                       STRING "PER=" PER-DEPT-KODU
                           " SNP=" BD-DEPT-KODU
                           DELIMITED BY SIZE INTO WS-IS-DETAY
                       PERFORM 0700-ISTISNA-EKLE
                   END-IF
               END-IF
               PERFORM 0210-SNP-OKU
           END-IF.

       0350-SNP-FAZLASI.
           MOVE "Y" TO WS-IS-SEVIYE
           MOVE BD-EMP-ID TO WS-IS-EMP-ID
           MOVE "BORDRO.SNP" TO WS-IS-DOSYA
           MOVE "BORDRO.SNP PERSONELI INDEKSTE YOK" TO WS-IS-ACIKLAMA
           MOVE SPACES TO WS-IS-DETAY
           PERFORM 0700-ISTISNA-EKLE
           MOVE PER-EMP-ID TO WS-IS-EMP-ID
           PERFORM 0210-SNP-OKU.

       0500-SAHIPSIZ-TRANSFERLER.
           MOVE 1 TO WS-TT-IND
           PERFORM UNTIL WS-TT-IND > WS-TT-SAYISI
               IF TT-ESLESTI(WS-TT-IND) = "H"
                   MOVE "B" TO WS-IS-SEVIYE
                   MOVE TT-EMP-ID(WS-TT-IND) TO WS-IS-EMP-ID
                   MOVE "TRANSFER.HST" TO WS-IS-DOSYA
                   MOVE "TRANSFER SAHIBI INDEKSTE YOK"
                       TO WS-IS-ACIKLAMA
                   MOVE TT-ETKIN-TARIHI(WS-TT-IND) TO WS-IS-DETAY
                   PERFORM 0700-ISTISNA-EKLE
               END-IF
               ADD 1 TO WS-TT-IND
           END-PERFORM.

      * Farklarda iki taraf da gosterilir: K= KONTROL.CTL degeri,
      * I= indeksten sayilan deger. EMP-ID toplami 12 hane oldugu
      * icin KONTROL.CTL tarafi aciklama alanina yazilir.
       0600-KONTROL-DENETLE.
           MOVE SPACES TO WS-IS-EMP-ID
           MOVE "KONTROL.CTL" TO WS-IS-DOSYA
           IF NOT KONTROL-KAYDI-VAR
               MOVE "O" TO WS-IS-SEVIYE
               MOVE "KONTROL KAYDI YOK" TO WS-IS-ACIKLAMA
               MOVE SPACES TO WS-IS-DETAY
               PERFORM 0700-ISTISNA-EKLE
           ELSE
               IF WS-KNT-YUKLENEN-SAYISI NOT = WS-OKUNAN-SAYISI
                   MOVE "K" TO WS-IS-SEVIYE
                   MOVE "KAYIT SAYISI INDEKSLE TUTMUYOR"
                       TO WS-IS-ACIKLAMA
                   MOVE SPACES TO WS-IS-DETAY
                   STRING "K=" WS-KNT-YUKLENEN-SAYISI
                       " I=" WS-OKUNAN-SAYISI
                       DELIMITED BY SIZE INTO WS-IS-DETAY
                   PERFORM 0700-ISTISNA-EKLE
               END-IF
               IF WS-KNT-EMP-ID-HASH NOT = WS-EMP-ID-HASH
                   MOVE "K" TO WS-IS-SEVIYE
                   MOVE SPACES TO WS-IS-ACIKLAMA
                   STRING "EMP-ID TOPLAMI K=" WS-KNT-EMP-ID-HASH
                       DELIMITED BY SIZE INTO WS-IS-ACIKLAMA
                   MOVE SPACES TO WS-IS-DETAY
                   STRING "I=" WS-EMP-ID-HASH
                       DELIMITED BY SIZE INTO WS-IS-DETAY
                   PERFORM 0700-ISTISNA-EKLE
               END-IF
           END-IF.

      * Son yedekten sonra PERSBAKIM/PARTIGERI calismis olabilir; fark
      * bilgi derecesindedir. Katalog hic yoksa geri donulecek yedek
      * yoktur.
       0650-YEDEK-DENETLE.
           MOVE SPACES TO WS-IS-EMP-ID
           MOVE "YEDEK.KAT" TO WS-IS-DOSYA
           IF NOT KATALOG-GIRISI-VAR
               MOVE "O" TO WS-IS-SEVIYE
               MOVE "YEDEK KATALOGU BOS" TO WS-IS-ACIKLAMA
               MOVE SPACES TO WS-IS-DETAY
               PERFORM 0700-ISTISNA-EKLE
           ELSE
               IF WS-KAT-KAYIT-SAYISI NOT = WS-OKUNAN-SAYISI
                   OR WS-KAT-EMP-ID-HASH NOT = WS-EMP-ID-HASH
                   MOVE "B" TO WS-IS-SEVIYE
                   MOVE "SON YEDEKTEN SONRA INDEKS DEGISMIS"
                       TO WS-IS-ACIKLAMA
                   MOVE WS-KAT-DOSYA-ADI(9:9) TO WS-IS-DETAY
                   PERFORM 0700-ISTISNA-EKLE
               END-IF
           END-IF.

       0700-ISTISNA-EKLE.
           EVALUATE WS-IS-SEVIYE
               WHEN "K" ADD 1 TO WS-KRITIK-SAYISI
               WHEN "Y" ADD 1 TO WS-YUKSEK-SAYISI
               WHEN "O" ADD 1 TO WS-ORTA-SAYISI
               WHEN OTHER ADD 1 TO WS-BILGI-SAYISI
           END-EVALUATE
           IF WS-IS-SAYISI < 2000
               ADD 1 TO WS-IS-SAYISI
               MOVE WS-IS-SEVIYE TO IS-SEVIYE(WS-IS-SAYISI)
               MOVE WS-IS-EMP-ID TO IS-EMP-ID(WS-IS-SAYISI)
               MOVE WS-IS-DOSYA TO IS-DOSYA(WS-IS-SAYISI)
               MOVE WS-IS-ACIKLAMA TO IS-ACIKLAMA(WS-IS-SAYISI)
               MOVE WS-IS-DETAY TO IS-DETAY(WS-IS-SAYISI)
           ELSE
               IF NOT ISTISNA-TABLOSU-TASTI
                   SET ISTISNA-TABLOSU-TASTI TO TRUE
                   DISPLAY "UYARI: ISTISNA TABLOSU DOLU, RAPOR "
                       "KISMI (SAYILAR TAM)"
               END-IF
           END-IF.

      * Istisnalar dereceye gore (K, Y, O, B) gruplanarak yazilir;
      * grup icinde bulunus sirasi korunur.
       0800-RAPORU-YAZ.
           MOVE 1 TO WS-SEVIYE-IND
           PERFORM UNTIL WS-SEVIYE-IND > 4
               MOVE 1 TO WS-IS-IND
               PERFORM UNTIL WS-IS-IND > WS-IS-SAYISI
                   IF IS-SEVIYE(WS-IS-IND)
                       = WS-SEVIYE-SIRASI(WS-SEVIYE-IND:1)
                       PERFORM 0810-ISTISNA-SATIRI-YAZ
                   END-IF
                   ADD 1 TO WS-IS-IND
               END-PERFORM
               ADD 1 TO WS-SEVIYE-IND
           END-PERFORM
           WRITE RAPOR-SATIRI FROM RAPOR-CIZGI
           MOVE "OKUNAN PERSONEL" TO RO-ETIKET
           MOVE WS-OKUNAN-SAYISI TO RO-SAYI
           WRITE RAPOR-SATIRI FROM RAPOR-OZET
           MOVE "OKUNAN BORDRO.SNP SATIRI" TO RO-ETIKET
           MOVE WS-SNP-OKUNAN-SAYISI TO RO-SAYI
           WRITE RAPOR-SATIRI FROM RAPOR-OZET
           MOVE "KRITIK (DONUS KODU 12)" TO RO-ETIKET
           MOVE WS-KRITIK-SAYISI TO RO-SAYI
           WRITE RAPOR-SATIRI FROM RAPOR-OZET
           MOVE "YUKSEK (DONUS KODU 8)" TO RO-ETIKET
           MOVE WS-YUKSEK-SAYISI TO RO-SAYI
           WRITE RAPOR-SATIRI FROM RAPOR-OZET
           MOVE "ORTA   (DONUS KODU 4)" TO RO-ETIKET
           MOVE WS-ORTA-SAYISI TO RO-SAYI
           WRITE RAPOR-SATIRI FROM RAPOR-OZET
           MOVE "BILGI" TO RO-ETIKET
           MOVE WS-BILGI-SAYISI TO RO-SAYI
           WRITE RAPOR-SATIRI FROM RAPOR-OZET.

       0810-ISTISNA-SATIRI-YAZ.
           EVALUATE IS-SEVIYE(WS-IS-IND)
               WHEN "K" MOVE "KRITIK" TO RD-SEVIYE
               WHEN "Y" MOVE "YUKSEK" TO RD-SEVIYE
               WHEN "O" MOVE "ORTA" TO RD-SEVIYE
               WHEN OTHER MOVE "BILGI" TO RD-SEVIYE
           END-EVALUATE
           MOVE IS-EMP-ID(WS-IS-IND) TO RD-EMP-ID
           MOVE IS-DOSYA(WS-IS-IND) TO RD-DOSYA
           MOVE IS-ACIKLAMA(WS-IS-IND) TO RD-ACIKLAMA
           MOVE IS-DETAY(WS-IS-IND) TO RD-DETAY
           WRITE RAPOR-SATIRI FROM RAPOR-DETAY.

       0900-DOSYALARI-KAPAT.
           CLOSE PERSONEL-DOSYASI
           CLOSE BORDRO-ONCEKI-DOSYASI
           CLOSE RAPOR-DOSYASI.
