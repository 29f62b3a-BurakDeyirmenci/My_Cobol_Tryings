      * KVKK yillik imha calismasi: cikis tarihinin uzerinden
      * KVKKIMHA.PRM kartindaki saklama suresi (yil) gecmis C
      * personel PERSONEL.IDX'ten cikarilir ve ad soyad ile TC
      * kimlik no tasimayan AYRILAN.ARS arsivine yazilir (personel no,
      * departman ve tarihler kidem istatistigi icin kalir). Ayni
      * personelin TRANSFER.HST, BORDRO.SNP ve ADSOYAD.HST satirlari
      * silinir; BAKIM.JRN gunlugundeki goruntulerinde ad soyad ve TC
      * maskelenir (gunluk satiri denetim izi olarak kalir). Silinen
      * kayit sayisi ve EMP-ID toplami KONTROL.CTL'den dusulur ki
      * ADSOYADB mutabakati tutmaya devam etsin. Veri sorumlusuna
      * verilecek imha tutanagi KVKKIMHA.RPT'dir; tutanakta da ad ve
      * TC yer almaz. Kart yoksa ya da sure gecersizse hicbir kayda
      * dokunulmadan durulur.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KVKKIMHA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARAMETRE-DOSYASI ASSIGN TO "KVKKIMHA.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-DURUM.
           SELECT PERSONEL-DOSYASI ASSIGN TO "PERSONEL.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-EMP-ID
               FILE STATUS IS WS-PERSONEL-DURUM.
           SELECT OPTIONAL ARSIV-DOSYASI ASSIGN TO "AYRILAN.ARS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL KONTROL-DOSYASI ASSIGN TO "KONTROL.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTROL-DURUM.
      * TRANSFER.HST, ADSOYAD.HST, BORDRO.SNP ve BAKIM.JRN sirayla
      * ayni tanimla acilir; suzulen satirlar KVKKIMHA.TMP'ye yazilir
      * ve dosya oradan yeniden olusturulur.
           SELECT OPTIONAL GECMIS-DOSYASI
               ASSIGN TO DYNAMIC WS-GECMIS-DOSYA-ADI
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GUNLUK-DOSYASI ASSIGN TO "BAKIM.JRN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALISMA-DOSYASI ASSIGN TO "KVKKIMHA.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RAPOR-DOSYASI ASSIGN TO "KVKKIMHA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETRE-DOSYASI.
       01  PARAMETRE-KAYDI.
           05  PRM-SAKLAMA-YILI      PIC 9(2).

       FD  PERSONEL-DOSYASI.
           COPY "PERSONEL.CPY".

       FD  ARSIV-DOSYASI.
           COPY "AYRILAN.CPY".

       FD  KONTROL-DOSYASI.
           COPY "KONTROL.CPY".

       FD  GECMIS-DOSYASI.
       01  GECMIS-SATIRI         PIC X(200).

       FD  GUNLUK-DOSYASI.
           COPY "GUNLUK.CPY".

       FD  CALISMA-DOSYASI.
       01  CALISMA-SATIRI        PIC X(200).

       FD  RAPOR-DOSYASI.
       01  RAPOR-SATIRI          PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "ZINCIR-PARM.CPY".
       77  WS-PARM-DURUM  PIC X(2).
       77  WS-PERSONEL-DURUM  PIC X(2).
       77  WS-KONTROL-DURUM  PIC X(2).
       77  WS-DONUS-KODU  PIC 9(2) VALUE ZERO.
       77  WS-SAKLAMA-YILI  PIC 9(2) VALUE ZERO.
       77  WS-BUGUN-YMD  PIC 9(8).
       77  WS-SINIR-TARIHI  PIC 9(8).
       77  WS-GECMIS-DOSYA-ADI  PIC X(30).
       77  WS-EMP-KONUMU  PIC 9(3).
       77  WS-SATIR-TURU  PIC X.
       77  WS-SATIR-EMP-ID  PIC 9(6).
       77  WS-DOSYA-SONU  PIC X VALUE "H".
           88  DOSYA-SONU-GELDI      VALUE "E".
           88  DOSYA-SONU-GELMEDI    VALUE "H".
       77  WS-LISTEDE-MI  PIC X.
           88  IMHA-LISTESINDE            VALUE "E".
       77  WS-KONTROL-VAR-MI  PIC X VALUE "H".
           88  KONTROL-KAYDI-VAR          VALUE "E".
       77  WS-IMHA-TASTI-MI  PIC X VALUE "H".
           88  IMHA-TABLOSU-TASTI         VALUE "E".
       77  WS-KNT-OKUNAN-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-KNT-YUKLENEN-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-KNT-ATLANAN-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-KNT-EMP-ID-HASH  PIC 9(12) VALUE ZERO.
       77  WS-OKUNAN-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-IMHA-EDILEN-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-SILINEN-SATIR  PIC 9(6) VALUE ZERO.
       77  WS-TRANSFER-SILINEN  PIC 9(6) VALUE ZERO.
       77  WS-AD-GECMISI-SILINEN  PIC 9(6) VALUE ZERO.
       77  WS-SNP-SILINEN  PIC 9(6) VALUE ZERO.
       77  WS-GUNLUK-MASKELENEN  PIC 9(6) VALUE ZERO.
       77  WS-IM-IND  PIC 9(5).

       01  WS-SISTEM-TARIHI  PIC X(21).
       01  WS-CALISMA-TARIHI-SAATI  REDEFINES WS-SISTEM-TARIHI.
           05  WCT-YIL            PIC 9(4).
           05  WCT-AY             PIC 9(2).
           05  WCT-GUN            PIC 9(2).
           05  FILLER             PIC X(13).

      * Gunluk goruntusunun maskelenecek alanlari (PERSONEL.CPY
      * duzeni).
       01  WS-GORUNTU.
           05  GR-EMP-ID          PIC 9(6).
           05  GR-AD-SOYAD        PIC X(25).
           05  FILLER             PIC X(21).
           05  GR-TC-KIMLIK-NO    PIC 9(11).

      * Imha edilecek personel, indeks (anahtar) sirasiyla.
       01  WS-IMHA-TABLOSU.
           05  WS-IM-SAYISI       PIC 9(5) VALUE ZERO.
           05  WS-IM-GIRISI OCCURS 5000 TIMES.
               10  IM-EMP-ID      PIC 9(6).
               10  IM-DEPT-KODU   PIC X(4).
               10  IM-ISE-GIRIS-TARIHI  PIC 9(8).
               10  IM-CIKIS-TARIHI  PIC 9(8).

       01  RAPOR-BASLIK-1.
           05  FILLER             PIC X(34) VALUE
               "KVKK SAKLAMA SURESI IMHA TUTANAGI".

       01  RAPOR-BASLIK-2.
           05  FILLER             PIC X(16) VALUE "CALISMA TARIHI: ".
           05  RB2-BUGUN          PIC 9(8).
           05  FILLER             PIC X(19) VALUE
               "  SAKLAMA SURESI: ".
           05  RB2-SAKLAMA-YILI   PIC Z9.
           05  FILLER             PIC X(23) VALUE
               " YIL  SINIR CIKIS TAR: ".
           05  RB2-SINIR          PIC 9(8).

       01  RAPOR-BASLIK-3.
           05  FILLER             PIC X(40) VALUE
               "PER.NO  DEPT  ISE GIRIS  CIKIS     ISLEM".

       01  RAPOR-DETAY.
           05  RD-EMP-ID          PIC 9(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-DEPT-KODU       PIC X(4).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-ISE-GIRIS       PIC 9(8).
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  RD-CIKIS           PIC 9(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(35) VALUE
               "ARSIVLENDI, AD SOYAD/TC IMHA EDILDI".

       01  RAPOR-OZET.
           05  RO-ETIKET          PIC X(36).
           05  RO-SAYI            PIC ZZZ,ZZ9.

       01  RAPOR-IMZA-1.
           05  FILLER             PIC X(60) VALUE
               "IMHAYI YAPAN       : ..............................".

       01  RAPOR-IMZA-2.
           05  FILLER             PIC X(60) VALUE
               "VERI SORUMLUSU     : ..............................".

       01  RAPOR-CIZGI.
           05  FILLER             PIC X(80) VALUE ALL "-".

       PROCEDURE DIVISION.
       0000-ANA-ISLEM.
           MOVE FUNCTION CURRENT-DATE TO WS-SISTEM-TARIHI
           COMPUTE WS-BUGUN-YMD =
               WCT-YIL * 10000 + WCT-AY * 100 + WCT-GUN
           PERFORM 0010-PARAMETRE-OKU
           PERFORM 0030-ZINCIR-BASLANGIC
           PERFORM 0100-DOSYALARI-AC
           PERFORM 0150-KONTROL-OKU
           PERFORM 0200-KAYIT-OKU
           PERFORM UNTIL DOSYA-SONU-GELDI
               PERFORM 0250-IMHA-ADAYI-MI
               PERFORM 0200-KAYIT-OKU
           END-PERFORM
           MOVE 1 TO WS-IM-IND
           PERFORM UNTIL WS-IM-IND > WS-IM-SAYISI
               PERFORM 0300-PERSONELI-IMHA-ET
               ADD 1 TO WS-IM-IND
           END-PERFORM
           CLOSE PERSONEL-DOSYASI
           CLOSE ARSIV-DOSYASI
           IF WS-IMHA-EDILEN-SAYISI > ZERO
               PERFORM 0400-BAGLI-DOSYALARI-TEMIZLE
               PERFORM 0800-KONTROL-GUNCELLE
           END-IF
           PERFORM 0850-OZET-YAZ
           CLOSE RAPOR-DOSYASI
           DISPLAY "OKUNAN PERSONEL SAYISI   : " WS-OKUNAN-SAYISI
           DISPLAY "IMHA EDILEN PERSONEL     : " WS-IMHA-EDILEN-SAYISI
           DISPLAY "SILINEN TRANSFER SATIRI  : " WS-TRANSFER-SILINEN
           DISPLAY "SILINEN BORDRO.SNP SATIRI: " WS-SNP-SILINEN
           DISPLAY "SILINEN AD GECMISI SATIRI: " WS-AD-GECMISI-SILINEN
           DISPLAY "MASKELENEN GUNLUK SATIRI : " WS-GUNLUK-MASKELENEN
           PERFORM 0930-ZINCIR-TAMAMLANDI
           MOVE WS-DONUS-KODU TO RETURN-CODE
           GOBACK.

      * Sinir tarihi calisma tarihinden saklama suresi kadar yil
      * geridir; cikis tarihi bu tarihte ya da once olan imha edilir.
       0010-PARAMETRE-OKU.
           OPEN INPUT PARAMETRE-DOSYASI
           IF WS-PARM-DURUM = "00"
               READ PARAMETRE-DOSYASI
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-SAKLAMA-YILI IS NUMERIC
                           MOVE PRM-SAKLAMA-YILI TO WS-SAKLAMA-YILI
                       END-IF
               END-READ
           END-IF
           CLOSE PARAMETRE-DOSYASI
           IF WS-SAKLAMA-YILI = ZERO
               DISPLAY "KVKKIMHA.PRM YOK YA DA SAKLAMA SURESI "
                   "GECERSIZ, IMHA YAPILMADI"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-SINIR-TARIHI =
               (WCT-YIL - WS-SAKLAMA-YILI) * 10000
               + WCT-AY * 100 + WCT-GUN.

      * Yarim kalmis bir PERSBAKIM calismasinin ustune imha
      * yapilmaz.
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
           MOVE "KVKKIMHA" TO ZP-PROGRAM-ADI
           CALL "ZINCIR" USING ZINCIR-PARM-ALANI.

       0930-ZINCIR-TAMAMLANDI.
           MOVE "T" TO ZP-ISLEM
           MOVE "KVKKIMHA" TO ZP-PROGRAM-ADI
           MOVE WS-DONUS-KODU TO ZP-DONUS-KODU
           CALL "ZINCIR" USING ZINCIR-PARM-ALANI.

       0100-DOSYALARI-AC.
           OPEN I-O PERSONEL-DOSYASI
           IF WS-PERSONEL-DURUM NOT = "00"
               DISPLAY "PERSONEL.IDX ACILAMADI, DURUM: "
                   WS-PERSONEL-DURUM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND ARSIV-DOSYASI
           OPEN OUTPUT RAPOR-DOSYASI
           MOVE WS-BUGUN-YMD TO RB2-BUGUN
           MOVE WS-SAKLAMA-YILI TO RB2-SAKLAMA-YILI
           MOVE WS-SINIR-TARIHI TO RB2-SINIR
           WRITE RAPOR-SATIRI FROM RAPOR-BASLIK-1
           WRITE RAPOR-SATIRI FROM RAPOR-BASLIK-2
           WRITE RAPOR-SATIRI FROM RAPOR-CIZGI
           WRITE RAPOR-SATIRI FROM RAPOR-BASLIK-3.

       0150-KONTROL-OKU.
           OPEN INPUT KONTROL-DOSYASI
           IF WS-KONTROL-DURUM = "00"
               READ KONTROL-DOSYASI
                   AT END CONTINUE
                   NOT AT END
                       MOVE KNT-OKUNAN-SAYISI TO WS-KNT-OKUNAN-SAYISI
                       MOVE KNT-YUKLENEN-SAYISI
                           TO WS-KNT-YUKLENEN-SAYISI
                       MOVE KNT-ATLANAN-SAYISI
                           TO WS-KNT-ATLANAN-SAYISI
                       MOVE KNT-EMP-ID-HASH TO WS-KNT-EMP-ID-HASH
                       SET KONTROL-KAYDI-VAR TO TRUE
               END-READ
           END-IF
           CLOSE KONTROL-DOSYASI.

       0200-KAYIT-OKU.
           READ PERSONEL-DOSYASI NEXT RECORD
               AT END SET DOSYA-SONU-GELDI TO TRUE
               NOT AT END ADD 1 TO WS-OKUNAN-SAYISI
           END-READ.

      * Adaylar once tabloya alinir, silme tarama bittikten sonra
      * anahtarla yapilir. Tablo dolarsa kalan adaylar bir sonraki
      * calismaya kalir.
       0250-IMHA-ADAYI-MI.
           IF PER-AYRILDI
               AND PER-CIKIS-TARIHI IS NUMERIC
               AND PER-CIKIS-TARIHI > ZERO
               AND PER-CIKIS-TARIHI <= WS-SINIR-TARIHI
               IF WS-IM-SAYISI < 5000
                   ADD 1 TO WS-IM-SAYISI
                   MOVE PER-EMP-ID TO IM-EMP-ID(WS-IM-SAYISI)
                   MOVE PER-DEPT-KODU TO IM-DEPT-KODU(WS-IM-SAYISI)
                   MOVE PER-ISE-GIRIS-TARIHI
                       TO IM-ISE-GIRIS-TARIHI(WS-IM-SAYISI)
                   MOVE PER-CIKIS-TARIHI
                       TO IM-CIKIS-TARIHI(WS-IM-SAYISI)
               ELSE
                   IF NOT IMHA-TABLOSU-TASTI
                       SET IMHA-TABLOSU-TASTI TO TRUE
                       DISPLAY "UYARI: IMHA TABLOSU DOLU, KALANLAR "
                           "SONRAKI CALISMADA IMHA EDILECEK"
                       MOVE 4 TO WS-DONUS-KODU
                   END-IF
               END-IF
           END-IF.

       0300-PERSONELI-IMHA-ET.
           MOVE IM-EMP-ID(WS-IM-IND) TO PER-EMP-ID
           DELETE PERSONEL-DOSYASI
               INVALID KEY
                   DISPLAY "SILINEMEDI, IMHA EDILMEDI: " PER-EMP-ID
                   MOVE ZERO TO IM-EMP-ID(WS-IM-IND)
                   MOVE 4 TO WS-DONUS-KODU
               NOT INVALID KEY
                   ADD 1 TO WS-IMHA-EDILEN-SAYISI
                   SUBTRACT 1 FROM WS-KNT-YUKLENEN-SAYISI
                   SUBTRACT IM-EMP-ID(WS-IM-IND) FROM WS-KNT-EMP-ID-HASH
                   MOVE IM-EMP-ID(WS-IM-IND) TO ARS-EMP-ID
                   MOVE IM-DEPT-KODU(WS-IM-IND) TO ARS-DEPT-KODU
                   MOVE IM-ISE-GIRIS-TARIHI(WS-IM-IND)
                       TO ARS-ISE-GIRIS-TARIHI
                   MOVE IM-CIKIS-TARIHI(WS-IM-IND) TO ARS-CIKIS-TARIHI
                   MOVE WS-BUGUN-YMD TO ARS-IMHA-TARIHI
                   WRITE AYRILAN-ARSIV-KAYDI
                   MOVE IM-EMP-ID(WS-IM-IND) TO RD-EMP-ID
                   MOVE IM-DEPT-KODU(WS-IM-IND) TO RD-DEPT-KODU
                   MOVE IM-ISE-GIRIS-TARIHI(WS-IM-IND) TO RD-ISE-GIRIS
                   MOVE IM-CIKIS-TARIHI(WS-IM-IND) TO RD-CIKIS
                   WRITE RAPOR-SATIRI FROM RAPOR-DETAY
           END-DELETE.

      * Personel no TRANSFER.HST ve ADSOYAD.HST satirinin 1.,
      * BORDRO.SNP "D" detayinin 2. konumundadir.
       0400-BAGLI-DOSYALARI-TEMIZLE.
           MOVE "TRANSFER.HST" TO WS-GECMIS-DOSYA-ADI
           MOVE 1 TO WS-EMP-KONUMU
           MOVE SPACE TO WS-SATIR-TURU
           PERFORM 0500-GECMIS-SUZ
           MOVE WS-SILINEN-SATIR TO WS-TRANSFER-SILINEN
           MOVE "ADSOYAD.HST" TO WS-GECMIS-DOSYA-ADI
           PERFORM 0500-GECMIS-SUZ
           MOVE WS-SILINEN-SATIR TO WS-AD-GECMISI-SILINEN
           MOVE "BORDRO.SNP" TO WS-GECMIS-DOSYA-ADI
           MOVE 2 TO WS-EMP-KONUMU
           MOVE "D" TO WS-SATIR-TURU
           PERFORM 0500-GECMIS-SUZ
           MOVE WS-SILINEN-SATIR TO WS-SNP-SILINEN
           PERFORM 0600-GUNLUGU-MASKELE.

      * Silinecek satiri olmayan dosya yeniden yazilmaz (yoksa bos
      * olarak da olusturulmaz).
       0500-GECMIS-SUZ.
           MOVE ZERO TO WS-SILINEN-SATIR
           MOVE "H" TO WS-DOSYA-SONU
           OPEN INPUT GECMIS-DOSYASI
           OPEN OUTPUT CALISMA-DOSYASI
           PERFORM UNTIL DOSYA-SONU-GELDI
               READ GECMIS-DOSYASI
                   AT END SET DOSYA-SONU-GELDI TO TRUE
                   NOT AT END PERFORM 0510-SATIR-SUZ
               END-READ
           END-PERFORM
           CLOSE GECMIS-DOSYASI
           CLOSE CALISMA-DOSYASI
           IF WS-SILINEN-SATIR > ZERO
               PERFORM 0590-CALISMADAN-GERI-YAZ
           END-IF.

       0510-SATIR-SUZ.
           MOVE "H" TO WS-LISTEDE-MI
           IF (WS-SATIR-TURU = SPACE
               OR GECMIS-SATIRI(1:1) = WS-SATIR-TURU)
               AND GECMIS-SATIRI(WS-EMP-KONUMU:6) IS NUMERIC
               MOVE GECMIS-SATIRI(WS-EMP-KONUMU:6) TO WS-SATIR-EMP-ID
               PERFORM 0520-IMHA-LISTESINDE-ARA
           END-IF
           IF IMHA-LISTESINDE
               ADD 1 TO WS-SILINEN-SATIR
           ELSE
               WRITE CALISMA-SATIRI FROM GECMIS-SATIRI
           END-IF.

       0520-IMHA-LISTESINDE-ARA.
           MOVE "H" TO WS-LISTEDE-MI
           MOVE 1 TO WS-IM-IND
           PERFORM UNTIL WS-IM-IND > WS-IM-SAYISI OR IMHA-LISTESINDE
               IF IM-EMP-ID(WS-IM-IND) = WS-SATIR-EMP-ID
                   SET IMHA-LISTESINDE TO TRUE
               END-IF
               ADD 1 TO WS-IM-IND
           END-PERFORM.

       0590-CALISMADAN-GERI-YAZ.
           MOVE "H" TO WS-DOSYA-SONU
           OPEN INPUT CALISMA-DOSYASI
           OPEN OUTPUT GECMIS-DOSYASI
           PERFORM UNTIL DOSYA-SONU-GELDI
               READ CALISMA-DOSYASI
                   AT END SET DOSYA-SONU-GELDI TO TRUE
                   NOT AT END
                       WRITE GECMIS-SATIRI FROM CALISMA-SATIRI
               END-READ
           END-PERFORM
           CLOSE CALISMA-DOSYASI
           CLOSE GECMIS-DOSYASI.

      * Gunluk satiri silinmez (hangi partinin ne zaman dokundugu
      * denetim izidir); onceki/sonraki goruntudeki ad soyad
      * yildizlanir, TC sifirlanir. Bos goruntu (E'nin oncesi, S'nin
      * sonrasi) bos kalir.
       0600-GUNLUGU-MASKELE.
           MOVE ZERO TO WS-GUNLUK-MASKELENEN
           MOVE "H" TO WS-DOSYA-SONU
           OPEN INPUT GUNLUK-DOSYASI
           OPEN OUTPUT CALISMA-DOSYASI
           PERFORM UNTIL DOSYA-SONU-GELDI
               READ GUNLUK-DOSYASI
                   AT END SET DOSYA-SONU-GELDI TO TRUE
                   NOT AT END PERFORM 0610-GUNLUK-SATIRI-MASKELE
               END-READ
           END-PERFORM
           CLOSE GUNLUK-DOSYASI
           CLOSE CALISMA-DOSYASI
           IF WS-GUNLUK-MASKELENEN > ZERO
               MOVE "BAKIM.JRN" TO WS-GECMIS-DOSYA-ADI
               PERFORM 0590-CALISMADAN-GERI-YAZ
           END-IF.

       0610-GUNLUK-SATIRI-MASKELE.
           MOVE JRN-EMP-ID TO WS-SATIR-EMP-ID
           PERFORM 0520-IMHA-LISTESINDE-ARA
           IF IMHA-LISTESINDE
               ADD 1 TO WS-GUNLUK-MASKELENEN
               IF JRN-ONCEKI-GORUNTU NOT = SPACES
                   MOVE JRN-ONCEKI-GORUNTU TO WS-GORUNTU
                   MOVE ALL "*" TO GR-AD-SOYAD
                   MOVE ZERO TO GR-TC-KIMLIK-NO
                   MOVE WS-GORUNTU TO JRN-ONCEKI-GORUNTU
               END-IF
               IF JRN-SONRAKI-GORUNTU NOT = SPACES
                   MOVE JRN-SONRAKI-GORUNTU TO WS-GORUNTU
                   MOVE ALL "*" TO GR-AD-SOYAD
                   MOVE ZERO TO GR-TC-KIMLIK-NO
                   MOVE WS-GORUNTU TO JRN-SONRAKI-GORUNTU
               END-IF
           END-IF
           WRITE CALISMA-SATIRI FROM GUNLUK-KAYDI.

       0800-KONTROL-GUNCELLE.
           IF KONTROL-KAYDI-VAR
               OPEN OUTPUT KONTROL-DOSYASI
               MOVE WS-KNT-OKUNAN-SAYISI TO KNT-OKUNAN-SAYISI
               MOVE WS-KNT-YUKLENEN-SAYISI TO KNT-YUKLENEN-SAYISI
               MOVE WS-KNT-ATLANAN-SAYISI TO KNT-ATLANAN-SAYISI
               MOVE WS-KNT-EMP-ID-HASH TO KNT-EMP-ID-HASH
               WRITE KONTROL-KAYDI
               CLOSE KONTROL-DOSYASI
           ELSE
               DISPLAY "UYARI: KONTROL.CTL YOK, MUTABAKAT "
                   "KAYDI GUNCELLENEMEDI"
               MOVE 4 TO WS-DONUS-KODU
           END-IF.

       0850-OZET-YAZ.
           WRITE RAPOR-SATIRI FROM RAPOR-CIZGI
           MOVE "PERSONEL.IDX'TEN CIKARILAN KAYIT" TO RO-ETIKET
           MOVE WS-IMHA-EDILEN-SAYISI TO RO-SAYI
           WRITE RAPOR-SATIRI FROM RAPOR-OZET
           MOVE "AYRILAN.ARS'A YAZILAN (AD/TC'SIZ)" TO RO-ETIKET
           WRITE RAPOR-SATIRI FROM RAPOR-OZET
           MOVE "TRANSFER.HST'DEN SILINEN SATIR" TO RO-ETIKET
           MOVE WS-TRANSFER-SILINEN TO RO-SAYI
           WRITE RAPOR-SATIRI FROM RAPOR-OZET
           MOVE "BORDRO.SNP'DEN SILINEN SATIR" TO RO-ETIKET
           MOVE WS-SNP-SILINEN TO RO-SAYI
           WRITE RAPOR-SATIRI FROM RAPOR-OZET
           MOVE "ADSOYAD.HST'DEN SILINEN SATIR" TO RO-ETIKET
           MOVE WS-AD-GECMISI-SILINEN TO RO-SAYI
           WRITE RAPOR-SATIRI FROM RAPOR-OZET
           MOVE "BAKIM.JRN'DE MASKELENEN SATIR" TO RO-ETIKET
           MOVE WS-GUNLUK-MASKELENEN TO RO-SAYI
           WRITE RAPOR-SATIRI FROM RAPOR-OZET
           WRITE RAPOR-SATIRI FROM RAPOR-CIZGI
           WRITE RAPOR-SATIRI FROM RAPOR-IMZA-1
           WRITE RAPOR-SATIRI FROM RAPOR-IMZA-2.
