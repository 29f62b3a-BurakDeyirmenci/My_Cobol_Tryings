      * Parti geri alma: PERSBAKIM'in BAKIM.JRN gunlugune yazdigi tek
      * bir partinin degisiklikleri geri alinir. Parti no PARTIGERI.PRM
      * kartindan (kart yoksa konsoldan) alinir. Partinin gunluk
      * satirlari sondan basa islenir: E (ekleme) kaydi silinir, S
      * (silme) kaydi silinen goruntusuyle yeniden yazilir, diger
      * islemlerde onceki goruntu geri yazilir. Gunlukte partiden
      * sonra ayni personele baska bir partinin dokundugu satirlar ile
      * PERSONEL.IDX'teki kaydi gunlukteki sonraki goruntuden farkli
      * olanlar geri alinmaz, PARTIGERI.RPT'de nedeni ve engelleyen
      * parti ile raporlanir (donus kodu 4). Ekleme/silme geri
      * alindikca KONTROL.CTL sayisi ve EMP-ID toplami duzeltilir;
      * partinin yazdigi TRANSFER.HST, ADSOYAD.HST ve IZIN.HST
      * satirlari dosyalardan cikarilir. Partinin etkin tarihi
      * gelmedigi icin BEKLEYEN.DAT'a park ettigi ve henuz uygulanmamis
      * hareketler de dosyadan silinir ve raporda tek tek listelenir;
      * yalniz bekleyen hareket birakmis parti de boylece geri
      * alinabilir. Geri alma degisiklikleri R islem kodu ve bu
      * calismanin parti numarasi ile gunluge yazilir; ayni parti
      * ikinci kez geri alinmak istenirse bu satirlar sonraki parti
      * sayilacagi icin hicbir kayit tekrar degismez. Geri almayi
      * calistiran operatorun kodu karttaki parti nosunun yanindan
      * (kart yoksa konsoldan) alinir ve R satirlarina yazilir.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTIGERI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARAMETRE-DOSYASI ASSIGN TO "PARTIGERI.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-DURUM.
           SELECT OPTIONAL GUNLUK-DOSYASI ASSIGN TO "BAKIM.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GUNLUK-DURUM.
           SELECT PERSONEL-DOSYASI ASSIGN TO "PERSONEL.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-EMP-ID
               FILE STATUS IS WS-PERSONEL-DURUM.
           SELECT OPTIONAL KONTROL-DOSYASI ASSIGN TO "KONTROL.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTROL-DURUM.
           SELECT OPTIONAL TRANSFER-DOSYASI ASSIGN TO "TRANSFER.HST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AD-GECMIS-DOSYASI ASSIGN TO "ADSOYAD.HST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL IZIN-DOSYASI ASSIGN TO "IZIN.HST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BEKLEYEN-DOSYASI ASSIGN TO "BEKLEYEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BEKLEYEN-DURUM.
      * Suzulen gecmis dosyasi once GERIAL.TMP'ye yazilir, sonra
      * ayni adla (WS-GECMIS-DOSYA-ADI) bastan olusturulur.
      * BEKLEYEN.DAT da GERIAL.TMP uzerinden suzulur.
           SELECT CALISMA-DOSYASI ASSIGN TO "GERIAL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GECMIS-HEDEF-DOSYASI
               ASSIGN TO DYNAMIC WS-GECMIS-DOSYA-ADI
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RAPOR-DOSYASI ASSIGN TO "PARTIGERI.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETRE-DOSYASI.
       01  PARAMETRE-KAYDI.
           05  PRM-PARTI-NO          PIC X(14).
           05  PRM-OPERATOR-ID       PIC X(8).

       FD  GUNLUK-DOSYASI.
           COPY "GUNLUK.CPY".

       FD  PERSONEL-DOSYASI.
           COPY "PERSONEL.CPY".

       FD  KONTROL-DOSYASI.
           COPY "KONTROL.CPY".

       FD  TRANSFER-DOSYASI.
           COPY "TRANSFER.CPY".

       FD  AD-GECMIS-DOSYASI.
           COPY "ADGECMIS.CPY".

       FD  IZIN-DOSYASI.
           COPY "IZIN.CPY".

       FD  BEKLEYEN-DOSYASI.
           COPY "BEKLEYEN.CPY".

       FD  CALISMA-DOSYASI.
       01  CALISMA-SATIRI        PIC X(80).
       01  CALISMA-BEKLEYEN-SATIRI  PIC X(104).

       FD  GECMIS-HEDEF-DOSYASI.
       01  GECMIS-HEDEF-SATIRI   PIC X(80).

       FD  RAPOR-DOSYASI.
       01  RAPOR-SATIRI          PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "ZINCIR-PARM.CPY".
       77  WS-PARM-DURUM  PIC X(2).
       77  WS-GUNLUK-DURUM  PIC X(2).
       77  WS-PERSONEL-DURUM  PIC X(2).
       77  WS-KONTROL-DURUM  PIC X(2).
       77  WS-BEKLEYEN-DURUM  PIC X(2).
       77  WS-DONUS-KODU  PIC 9(2) VALUE ZERO.
       77  WS-PARTI-NO  PIC X(14) VALUE SPACES.
       77  WS-GERI-PARTI-NO  PIC X(14).
       77  WS-OPERATOR-ID  PIC X(8) VALUE SPACES.
       77  WS-GECMIS-DOSYA-ADI  PIC X(30).
       77  WS-DOSYA-SONU  PIC X VALUE "H".
           88  DOSYA-SONU-GELDI      VALUE "E".
           88  DOSYA-SONU-GELMEDI    VALUE "H".
       77  WS-KAYIT-VAR-MI  PIC X.
           88  KAYIT-VAR                  VALUE "E".
           88  KAYIT-YOK                  VALUE "H".
       77  WS-ESLESTI-MI  PIC X.
           88  ESLESTI                    VALUE "E".
       77  WS-KONTROL-VAR-MI  PIC X VALUE "H".
           88  KONTROL-KAYDI-VAR          VALUE "E".
       77  WS-SL-TASTI-MI  PIC X VALUE "H".
           88  SILME-TABLOSU-TASTI        VALUE "E".
       77  WS-KNT-OKUNAN-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-KNT-YUKLENEN-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-KNT-ATLANAN-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-KNT-EMP-ID-HASH  PIC 9(12) VALUE ZERO.
       77  WS-GUNLUK-OKUNAN  PIC 9(6) VALUE ZERO.
       77  WS-GERI-ALINAN-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-REDDEDILEN-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-TRANSFER-SILINEN  PIC 9(6) VALUE ZERO.
       77  WS-AD-GECMISI-SILINEN  PIC 9(6) VALUE ZERO.
       77  WS-IZIN-SILINEN  PIC 9(6) VALUE ZERO.
       77  WS-BEKLEYEN-PARTI-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-BEKLEYEN-SILINEN  PIC 9(6) VALUE ZERO.
       77  WS-PT-IND  PIC 9(4).
       77  WS-PT-IND-2  PIC 9(4).
       77  WS-SL-IND  PIC 9(4).
       77  WS-SL-DOSYA  PIC X.
       77  WS-SL-ESKI  PIC X(25).
       77  WS-SL-YENI  PIC X(25).
       77  WS-RED-NEDENI  PIC X(30).
       77  WS-RED-PARTI  PIC X(14).

       01  WS-SISTEM-TARIHI  PIC X(21).
       01  WS-CALISMA-TARIHI-SAATI  REDEFINES WS-SISTEM-TARIHI.
           05  WCT-YIL            PIC 9(4).
           05  WCT-AY             PIC 9(2).
           05  WCT-GUN            PIC 9(2).
           05  WCT-SAAT           PIC 9(2).
           05  WCT-DAKIKA         PIC 9(2).
           05  WCT-SANIYE         PIC 9(2).
           05  FILLER             PIC X(7).

      * Gunluk goruntulerinin alan gorunumu (PERSONEL.CPY duzeni).
       01  WS-ONCEKI-KAYIT.
           05  OK-EMP-ID          PIC 9(6).
           05  OK-AD-SOYAD        PIC X(25).
           05  OK-DEPT-KODU       PIC X(4).
           05  FILLER             PIC X(8).
           05  OK-CALISMA-DURUMU  PIC X.
               88  OK-IZINLI          VALUE "I".
           05  FILLER             PIC X(19).

       01  WS-SONRAKI-KAYIT.
           05  SK-EMP-ID          PIC 9(6).
           05  SK-AD-SOYAD        PIC X(25).
           05  SK-DEPT-KODU       PIC X(4).
           05  FILLER             PIC X(8).
           05  SK-CALISMA-DURUMU  PIC X.
           05  FILLER             PIC X(19).

      * Geri alinacak partinin gunluk satirlari, dosya sirasiyla.
      * PT-ENGEL-PARTI partiden sonra ayni personele dokunan ilk
      * baska partidir; doluysa satir geri alinmaz.
       01  WS-PARTI-TABLOSU.
           05  WS-PT-SAYISI       PIC 9(4) VALUE ZERO.
           05  WS-PT-GIRISI OCCURS 2000 TIMES.
               10  PT-ISLEM-KODU  PIC X.
                   88  PT-IZNE-AYIRMA    VALUE "I".
                   88  PT-AKTIFE-ALMA    VALUE "A".
                   88  PT-CIKIS          VALUE "C".
               10  PT-EMP-ID      PIC 9(6).
               10  PT-ETKIN-TARIHI  PIC 9(8).
               10  PT-ONCEKI-GORUNTU  PIC X(63).
               10  PT-SONRAKI-GORUNTU  PIC X(63).
               10  PT-ENGEL-PARTI  PIC X(14).

      * Gecmis dosyalarindan cikarilacak satirlar: T=TRANSFER.HST
      * (eski/yeni departman), A=ADSOYAD.HST (eski/yeni ad),
      * I=IZIN.HST (olay kodu). Her anahtar tek satir siler.
       01  WS-SILME-TABLOSU.
           05  WS-SL-SAYISI       PIC 9(4) VALUE ZERO.
           05  WS-SL-GIRISI OCCURS 4000 TIMES.
               10  SL-DOSYA       PIC X.
               10  SL-EMP-ID      PIC 9(6).
               10  SL-ESKI        PIC X(25).
               10  SL-YENI        PIC X(25).
               10  SL-TARIH       PIC 9(8).
               10  SL-KULLANILDI  PIC X.

       01  RAPOR-BASLIK-1.
           05  FILLER             PIC X(29) VALUE
               "PARTI GERI ALMA RAPORU - PART".
           05  FILLER             PIC X(5)  VALUE "I:   ".
           05  RB1-PARTI-NO       PIC X(14).
           05  FILLER             PIC X(17) VALUE "  GERI ALMA NO:  ".
           05  RB1-GERI-PARTI-NO  PIC X(14).

       01  RAPOR-BASLIK-2.
           05  FILLER             PIC X(40) VALUE
               "PER.NO  K  SONUC        NEDEN          ".
           05  FILLER             PIC X(30) VALUE
               "                 ENGEL PARTI".

       01  RAPOR-DETAY.
           05  RD-EMP-ID          PIC 9(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-ISLEM-KODU      PIC X.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-SONUC           PIC X(11).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-NEDEN           PIC X(30).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-ENGEL-PARTI     PIC X(14).

       01  RAPOR-OZET.
           05  RO-ETIKET          PIC X(30).
           05  RO-SAYI            PIC ZZZ,ZZ9.

       01  RAPOR-CIZGI.
           05  FILLER             PIC X(80) VALUE ALL "-".

       PROCEDURE DIVISION.
       0000-ANA-ISLEM.
           MOVE FUNCTION CURRENT-DATE TO WS-SISTEM-TARIHI
           MOVE WS-SISTEM-TARIHI(1:14) TO WS-GERI-PARTI-NO
           PERFORM 0010-PARAMETRE-OKU
           PERFORM 0030-ZINCIR-BASLANGIC
           PERFORM 0200-GUNLUK-YUKLE
           PERFORM 0250-BEKLEYEN-SAY
           IF WS-PT-SAYISI = ZERO
               AND WS-BEKLEYEN-PARTI-SAYISI = ZERO
               DISPLAY "PARTI GUNLUKTE YOK, GERI ALMA YAPILMADI: "
                   WS-PARTI-NO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0100-DOSYALARI-AC
           PERFORM 0150-KONTROL-OKU
           MOVE WS-PT-SAYISI TO WS-PT-IND
           PERFORM UNTIL WS-PT-IND = ZERO
               PERFORM 0300-GIRISI-GERI-AL
               SUBTRACT 1 FROM WS-PT-IND
           END-PERFORM
           CLOSE PERSONEL-DOSYASI
           CLOSE GUNLUK-DOSYASI
           PERFORM 0700-TRANSFER-SUZ
           PERFORM 0710-AD-GECMISI-SUZ
           PERFORM 0720-IZIN-SUZ
           PERFORM 0730-BEKLEYEN-SUZ
           PERFORM 0800-KONTROL-GUNCELLE
           PERFORM 0850-OZET-YAZ
           CLOSE RAPOR-DOSYASI
           DISPLAY "PARTI NO                 : " WS-PARTI-NO
           DISPLAY "PARTI GUNLUK SATIRI      : " WS-PT-SAYISI
           DISPLAY "GERI ALINAN SATIR SAYISI : " WS-GERI-ALINAN-SAYISI
           DISPLAY "REDDEDILEN SATIR SAYISI  : " WS-REDDEDILEN-SAYISI
           DISPLAY "SILINEN TRANSFER SATIRI  : " WS-TRANSFER-SILINEN
           DISPLAY "SILINEN AD GECMISI SATIRI: " WS-AD-GECMISI-SILINEN
           DISPLAY "SILINEN IZIN SATIRI      : " WS-IZIN-SILINEN
           DISPLAY "SILINEN BEKLEYEN HAREKET : " WS-BEKLEYEN-SILINEN
           IF WS-DONUS-KODU = ZERO
               AND WS-REDDEDILEN-SAYISI > ZERO
               MOVE 4 TO WS-DONUS-KODU
           END-IF
           PERFORM 0930-ZINCIR-TAMAMLANDI
           MOVE WS-DONUS-KODU TO RETURN-CODE
           GOBACK.

       0010-PARAMETRE-OKU.
           OPEN INPUT PARAMETRE-DOSYASI
           IF WS-PARM-DURUM = "00"
               READ PARAMETRE-DOSYASI
                   AT END CONTINUE
                   NOT AT END
                       MOVE PRM-PARTI-NO TO WS-PARTI-NO
                       MOVE PRM-OPERATOR-ID TO WS-OPERATOR-ID
               END-READ
           END-IF
           CLOSE PARAMETRE-DOSYASI
           IF WS-PARTI-NO = SPACES
               DISPLAY "Geri alinacak parti no: "
                   WITH NO ADVANCING
               ACCEPT WS-PARTI-NO FROM CONSOLE
               DISPLAY "Operator kodu: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR-ID FROM CONSOLE
           END-IF.

      * Yarim kalmis bir PERSBAKIM calismasinin gunlugu eksik
      * olabilir; geri alma bu durumda yapilmaz.
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
           MOVE "PARTIGERI" TO ZP-PROGRAM-ADI
           CALL "ZINCIR" USING ZINCIR-PARM-ALANI.

       0930-ZINCIR-TAMAMLANDI.
           MOVE "T" TO ZP-ISLEM
           MOVE "PARTIGERI" TO ZP-PROGRAM-ADI
           MOVE WS-DONUS-KODU TO ZP-DONUS-KODU
           CALL "ZINCIR" USING ZINCIR-PARM-ALANI.

      * Gunluk bastan sona okunur. Partinin satirlari tabloya alinir;
      * baska bir partinin satiri, ayni personel icin tabloda o ana
      * kadar biriken (yani daha once yazilmis) satirlari engeller.
      * Tablo tasarsa parti yarim geri alinmasin diye hic degisiklik
      * yapilmadan durulur.
       0200-GUNLUK-YUKLE.
           OPEN INPUT GUNLUK-DOSYASI
           IF WS-GUNLUK-DURUM NOT = "00"
               DISPLAY "BAKIM.JRN ACILAMADI, DURUM: "
                   WS-GUNLUK-DURUM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL DOSYA-SONU-GELDI
               READ GUNLUK-DOSYASI
                   AT END SET DOSYA-SONU-GELDI TO TRUE
                   NOT AT END
                       ADD 1 TO WS-GUNLUK-OKUNAN
                       IF JRN-PARTI-NO = WS-PARTI-NO
                           PERFORM 0210-PARTI-SATIRI-AL
                       ELSE
                           PERFORM 0220-SONRAKI-PARTI-ISARETLE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GUNLUK-DOSYASI.

       0210-PARTI-SATIRI-AL.
           IF WS-PT-SAYISI < 2000
               ADD 1 TO WS-PT-SAYISI
               MOVE JRN-ISLEM-KODU TO PT-ISLEM-KODU(WS-PT-SAYISI)
               MOVE JRN-EMP-ID TO PT-EMP-ID(WS-PT-SAYISI)
               MOVE JRN-ETKIN-TARIHI TO PT-ETKIN-TARIHI(WS-PT-SAYISI)
               MOVE JRN-ONCEKI-GORUNTU
                   TO PT-ONCEKI-GORUNTU(WS-PT-SAYISI)
               MOVE JRN-SONRAKI-GORUNTU
                   TO PT-SONRAKI-GORUNTU(WS-PT-SAYISI)
               MOVE SPACES TO PT-ENGEL-PARTI(WS-PT-SAYISI)
           ELSE
               DISPLAY "PARTI TABLOSU DOLU, GERI ALMA YAPILMADI: "
                   WS-PARTI-NO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0220-SONRAKI-PARTI-ISARETLE.
           MOVE 1 TO WS-PT-IND-2
           PERFORM UNTIL WS-PT-IND-2 > WS-PT-SAYISI
               IF PT-EMP-ID(WS-PT-IND-2) = JRN-EMP-ID
                   AND PT-ENGEL-PARTI(WS-PT-IND-2) = SPACES
                   MOVE JRN-PARTI-NO TO PT-ENGEL-PARTI(WS-PT-IND-2)
               END-IF
               ADD 1 TO WS-PT-IND-2
           END-PERFORM.

      * Partinin BEKLEYEN.DAT'ta kalan satirlari sayilir; gunlukte
      * satiri olmayan ama bekleyen hareket birakmis parti de geri
      * alinir. Dosya yoksa bekleyen hareket yoktur.
       0250-BEKLEYEN-SAY.
           MOVE "H" TO WS-DOSYA-SONU
           OPEN INPUT BEKLEYEN-DOSYASI
           IF WS-BEKLEYEN-DURUM = "00"
               PERFORM UNTIL DOSYA-SONU-GELDI
                   READ BEKLEYEN-DOSYASI
                       AT END SET DOSYA-SONU-GELDI TO TRUE
                       NOT AT END
                           IF BKL-PARTI-NO = WS-PARTI-NO
                               ADD 1 TO WS-BEKLEYEN-PARTI-SAYISI
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE BEKLEYEN-DOSYASI.

       0100-DOSYALARI-AC.
           OPEN I-O PERSONEL-DOSYASI
           IF WS-PERSONEL-DURUM NOT = "00"
               DISPLAY "PERSONEL.IDX ACILAMADI, DURUM: "
                   WS-PERSONEL-DURUM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND GUNLUK-DOSYASI
           OPEN OUTPUT RAPOR-DOSYASI
           MOVE WS-PARTI-NO TO RB1-PARTI-NO
           MOVE WS-GERI-PARTI-NO TO RB1-GERI-PARTI-NO
           WRITE RAPOR-SATIRI FROM RAPOR-BASLIK-1
           WRITE RAPOR-SATIRI FROM RAPOR-CIZGI
           WRITE RAPOR-SATIRI FROM RAPOR-BASLIK-2.

      * PERSBAKIM'deki 0150-KONTROL-OKU ile ayni; kontrol kaydi
      * yoksa guncelleme yapilmaz.
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

      * Bir gunluk satirinin geri alinmasi. Kaydin bugunku hali
      * satirin sonraki goruntusune esit olmalidir (ekleme/silme
      * icin kaydin var/yok olmasi); degilse kayit partiden sonra
      * gunluge yazilmadan degismis demektir (ADSOYADB duzeltmesi,
      * PERSGERI geri yuklemesi gibi) ve satir reddedilir.
       0300-GIRISI-GERI-AL.
           IF PT-ENGEL-PARTI(WS-PT-IND) NOT = SPACES
               MOVE "SONRAKI PARTIDE DEGISMIS" TO WS-RED-NEDENI
               MOVE PT-ENGEL-PARTI(WS-PT-IND) TO WS-RED-PARTI
               PERFORM 0400-GIRISI-REDDET
           ELSE
               MOVE PT-EMP-ID(WS-PT-IND) TO PER-EMP-ID
               READ PERSONEL-DOSYASI
                   INVALID KEY SET KAYIT-YOK TO TRUE
                   NOT INVALID KEY SET KAYIT-VAR TO TRUE
               END-READ
               MOVE SPACES TO WS-RED-PARTI
               EVALUATE TRUE
                   WHEN PT-ONCEKI-GORUNTU(WS-PT-IND) = SPACES
                       PERFORM 0310-EKLEMEYI-GERI-AL
                   WHEN PT-SONRAKI-GORUNTU(WS-PT-IND) = SPACES
                       PERFORM 0320-SILMEYI-GERI-AL
                   WHEN OTHER
                       PERFORM 0330-DEGISIKLIGI-GERI-AL
               END-EVALUATE
           END-IF.

       0310-EKLEMEYI-GERI-AL.
           IF KAYIT-YOK
               MOVE "KAYIT BULUNAMADI" TO WS-RED-NEDENI
               PERFORM 0400-GIRISI-REDDET
           ELSE
               IF PERSONEL-KAYDI NOT = PT-SONRAKI-GORUNTU(WS-PT-IND)
                   MOVE "KAYIT GUNLUKTEN FARKLI" TO WS-RED-NEDENI
                   PERFORM 0400-GIRISI-REDDET
               ELSE
                   DELETE PERSONEL-DOSYASI
                       INVALID KEY
                           MOVE "SILINEMEDI" TO WS-RED-NEDENI
                           PERFORM 0400-GIRISI-REDDET
                       NOT INVALID KEY
                           SUBTRACT 1 FROM WS-KNT-YUKLENEN-SAYISI
                           SUBTRACT PT-EMP-ID(WS-PT-IND)
                               FROM WS-KNT-EMP-ID-HASH
                           PERFORM 0380-GERI-ALMAYI-YAZ
                   END-DELETE
               END-IF
           END-IF.

       0320-SILMEYI-GERI-AL.
           IF KAYIT-VAR
               MOVE "KAYIT YENIDEN EKLENMIS" TO WS-RED-NEDENI
               PERFORM 0400-GIRISI-REDDET
           ELSE
               MOVE PT-ONCEKI-GORUNTU(WS-PT-IND) TO PERSONEL-KAYDI
               WRITE PERSONEL-KAYDI
                   INVALID KEY
                       MOVE "YAZILAMADI" TO WS-RED-NEDENI
                       PERFORM 0400-GIRISI-REDDET
                   NOT INVALID KEY
                       ADD 1 TO WS-KNT-YUKLENEN-SAYISI
                       ADD PT-EMP-ID(WS-PT-IND) TO WS-KNT-EMP-ID-HASH
                       PERFORM 0380-GERI-ALMAYI-YAZ
               END-WRITE
           END-IF.

       0330-DEGISIKLIGI-GERI-AL.
           IF KAYIT-YOK
               MOVE "KAYIT BULUNAMADI" TO WS-RED-NEDENI
               PERFORM 0400-GIRISI-REDDET
           ELSE
               IF PERSONEL-KAYDI NOT = PT-SONRAKI-GORUNTU(WS-PT-IND)
                   MOVE "KAYIT GUNLUKTEN FARKLI" TO WS-RED-NEDENI
                   PERFORM 0400-GIRISI-REDDET
               ELSE
                   MOVE PT-ONCEKI-GORUNTU(WS-PT-IND) TO PERSONEL-KAYDI
                   REWRITE PERSONEL-KAYDI
                       INVALID KEY
                           MOVE "YAZILAMADI" TO WS-RED-NEDENI
                           PERFORM 0400-GIRISI-REDDET
                       NOT INVALID KEY
                           PERFORM 0340-GECMIS-SILMELERI-BELIRLE
                           PERFORM 0380-GERI-ALMAYI-YAZ
                   END-REWRITE
               END-IF
           END-IF.

      * PERSBAKIM'in bu satir icin yazdigi gecmis satirlari: G
      * departman degistirdiyse transfer, ad degistirdiyse ad gecmisi;
      * I her zaman, izinli personelin A/C hareketi de izin defteri
      * satiri yazmistir (B/D/K).
       0340-GECMIS-SILMELERI-BELIRLE.
           MOVE PT-ONCEKI-GORUNTU(WS-PT-IND) TO WS-ONCEKI-KAYIT
           MOVE PT-SONRAKI-GORUNTU(WS-PT-IND) TO WS-SONRAKI-KAYIT
           IF OK-DEPT-KODU NOT = SK-DEPT-KODU
               MOVE "T" TO WS-SL-DOSYA
               MOVE OK-DEPT-KODU TO WS-SL-ESKI
               MOVE SK-DEPT-KODU TO WS-SL-YENI
               PERFORM 0350-SILME-ANAHTARI-EKLE
           END-IF
           IF OK-AD-SOYAD NOT = SK-AD-SOYAD
               MOVE "A" TO WS-SL-DOSYA
               MOVE OK-AD-SOYAD TO WS-SL-ESKI
               MOVE SK-AD-SOYAD TO WS-SL-YENI
               PERFORM 0350-SILME-ANAHTARI-EKLE
           END-IF
           MOVE "I" TO WS-SL-DOSYA
           MOVE SPACES TO WS-SL-ESKI WS-SL-YENI
           EVALUATE TRUE
               WHEN PT-IZNE-AYIRMA(WS-PT-IND)
                   MOVE "B" TO WS-SL-ESKI
                   PERFORM 0350-SILME-ANAHTARI-EKLE
               WHEN PT-AKTIFE-ALMA(WS-PT-IND) AND OK-IZINLI
                   MOVE "D" TO WS-SL-ESKI
                   PERFORM 0350-SILME-ANAHTARI-EKLE
               WHEN PT-CIKIS(WS-PT-IND) AND OK-IZINLI
                   MOVE "K" TO WS-SL-ESKI
                   PERFORM 0350-SILME-ANAHTARI-EKLE
           END-EVALUATE.

       0350-SILME-ANAHTARI-EKLE.
           IF WS-SL-SAYISI < 4000
               ADD 1 TO WS-SL-SAYISI
               MOVE WS-SL-DOSYA TO SL-DOSYA(WS-SL-SAYISI)
               MOVE PT-EMP-ID(WS-PT-IND) TO SL-EMP-ID(WS-SL-SAYISI)
               MOVE WS-SL-ESKI TO SL-ESKI(WS-SL-SAYISI)
               MOVE WS-SL-YENI TO SL-YENI(WS-SL-SAYISI)
               MOVE PT-ETKIN-TARIHI(WS-PT-IND)
                   TO SL-TARIH(WS-SL-SAYISI)
               MOVE "H" TO SL-KULLANILDI(WS-SL-SAYISI)
           ELSE
               IF NOT SILME-TABLOSU-TASTI
                   SET SILME-TABLOSU-TASTI TO TRUE
                   DISPLAY "UYARI: GECMIS SILME TABLOSU DOLU, "
                       "GECMIS DOSYALARI ELLE DUZELTILMELI"
                   MOVE 8 TO WS-DONUS-KODU
               END-IF
           END-IF.

      * Geri alma da bir degisikliktir: onceki goruntu partinin
      * sonraki goruntusu, sonraki goruntu partinin onceki
      * goruntusudur.
       0380-GERI-ALMAYI-YAZ.
           ADD 1 TO WS-GERI-ALINAN-SAYISI
           COMPUTE JRN-CALISMA-TARIHI =
               WCT-YIL * 10000 + WCT-AY * 100 + WCT-GUN
           COMPUTE JRN-CALISMA-SAATI =
               WCT-SAAT * 10000 + WCT-DAKIKA * 100 + WCT-SANIYE
           MOVE WS-GERI-PARTI-NO TO JRN-PARTI-NO
           MOVE "R" TO JRN-ISLEM-KODU
           MOVE WS-OPERATOR-ID TO JRN-OPERATOR-ID
           MOVE PT-EMP-ID(WS-PT-IND) TO JRN-EMP-ID
           MOVE PT-ETKIN-TARIHI(WS-PT-IND) TO JRN-ETKIN-TARIHI
           MOVE PT-SONRAKI-GORUNTU(WS-PT-IND) TO JRN-ONCEKI-GORUNTU
           MOVE PT-ONCEKI-GORUNTU(WS-PT-IND) TO JRN-SONRAKI-GORUNTU
           WRITE GUNLUK-KAYDI
           MOVE PT-EMP-ID(WS-PT-IND) TO RD-EMP-ID
           MOVE PT-ISLEM-KODU(WS-PT-IND) TO RD-ISLEM-KODU
           MOVE "GERI ALINDI" TO RD-SONUC
           MOVE SPACES TO RD-NEDEN RD-ENGEL-PARTI
           WRITE RAPOR-SATIRI FROM RAPOR-DETAY.

       0400-GIRISI-REDDET.
           ADD 1 TO WS-REDDEDILEN-SAYISI
           MOVE PT-EMP-ID(WS-PT-IND) TO RD-EMP-ID
           MOVE PT-ISLEM-KODU(WS-PT-IND) TO RD-ISLEM-KODU
           MOVE "REDDEDILDI" TO RD-SONUC
           MOVE WS-RED-NEDENI TO RD-NEDEN
           MOVE WS-RED-PARTI TO RD-ENGEL-PARTI
           WRITE RAPOR-SATIRI FROM RAPOR-DETAY.

      * Gecmis dosyalari: eslesen satirlar atlanarak GERIAL.TMP'ye
      * kopyalanir, sonra dosya GERIAL.TMP'den yeniden yazilir.
      * Silinecek satiri olmayan dosyaya dokunulmaz.
       0700-TRANSFER-SUZ.
           MOVE "T" TO WS-SL-DOSYA
           PERFORM 0750-DOSYA-ICIN-SILME-VAR-MI
           IF ESLESTI
               MOVE "H" TO WS-DOSYA-SONU
               OPEN INPUT TRANSFER-DOSYASI
               OPEN OUTPUT CALISMA-DOSYASI
               PERFORM UNTIL DOSYA-SONU-GELDI
                   READ TRANSFER-DOSYASI
                       AT END SET DOSYA-SONU-GELDI TO TRUE
                       NOT AT END PERFORM 0705-TRANSFER-SATIRI-SUZ
                   END-READ
               END-PERFORM
               CLOSE TRANSFER-DOSYASI
               CLOSE CALISMA-DOSYASI
               MOVE "TRANSFER.HST" TO WS-GECMIS-DOSYA-ADI
               PERFORM 0790-CALISMADAN-GERI-YAZ
           END-IF.

       0705-TRANSFER-SATIRI-SUZ.
           MOVE "H" TO WS-ESLESTI-MI
           MOVE 1 TO WS-SL-IND
           PERFORM UNTIL WS-SL-IND > WS-SL-SAYISI OR ESLESTI
               IF SL-DOSYA(WS-SL-IND) = "T"
                   AND SL-KULLANILDI(WS-SL-IND) = "H"
                   AND SL-EMP-ID(WS-SL-IND) = TRF-EMP-ID
                   AND SL-ESKI(WS-SL-IND) = TRF-ESKI-DEPT-KODU
                   AND SL-YENI(WS-SL-IND) = TRF-YENI-DEPT-KODU
                   AND SL-TARIH(WS-SL-IND) = TRF-ETKIN-TARIHI
                   MOVE "E" TO SL-KULLANILDI(WS-SL-IND)
                   SET ESLESTI TO TRUE
               END-IF
               ADD 1 TO WS-SL-IND
           END-PERFORM
           IF ESLESTI
               ADD 1 TO WS-TRANSFER-SILINEN
           ELSE
               WRITE CALISMA-SATIRI FROM TRANSFER-KAYDI
           END-IF.

       0710-AD-GECMISI-SUZ.
           MOVE "A" TO WS-SL-DOSYA
           PERFORM 0750-DOSYA-ICIN-SILME-VAR-MI
           IF ESLESTI
               MOVE "H" TO WS-DOSYA-SONU
               OPEN INPUT AD-GECMIS-DOSYASI
               OPEN OUTPUT CALISMA-DOSYASI
               PERFORM UNTIL DOSYA-SONU-GELDI
                   READ AD-GECMIS-DOSYASI
                       AT END SET DOSYA-SONU-GELDI TO TRUE
                       NOT AT END PERFORM 0715-AD-SATIRI-SUZ
                   END-READ
               END-PERFORM
               CLOSE AD-GECMIS-DOSYASI
               CLOSE CALISMA-DOSYASI
               MOVE "ADSOYAD.HST" TO WS-GECMIS-DOSYA-ADI
               PERFORM 0790-CALISMADAN-GERI-YAZ
           END-IF.

       0715-AD-SATIRI-SUZ.
           MOVE "H" TO WS-ESLESTI-MI
           MOVE 1 TO WS-SL-IND
           PERFORM UNTIL WS-SL-IND > WS-SL-SAYISI OR ESLESTI
               IF SL-DOSYA(WS-SL-IND) = "A"
                   AND SL-KULLANILDI(WS-SL-IND) = "H"
                   AND SL-EMP-ID(WS-SL-IND) = AGC-EMP-ID
                   AND SL-ESKI(WS-SL-IND) = AGC-ESKI-AD-SOYAD
                   AND SL-YENI(WS-SL-IND) = AGC-YENI-AD-SOYAD
                   AND SL-TARIH(WS-SL-IND) = AGC-ETKIN-TARIHI
                   MOVE "E" TO SL-KULLANILDI(WS-SL-IND)
                   SET ESLESTI TO TRUE
               END-IF
               ADD 1 TO WS-SL-IND
           END-PERFORM
           IF ESLESTI
               ADD 1 TO WS-AD-GECMISI-SILINEN
           ELSE
               WRITE CALISMA-SATIRI FROM AD-GECMIS-KAYDI
           END-IF.

       0720-IZIN-SUZ.
           MOVE "I" TO WS-SL-DOSYA
           PERFORM 0750-DOSYA-ICIN-SILME-VAR-MI
           IF ESLESTI
               MOVE "H" TO WS-DOSYA-SONU
               OPEN INPUT IZIN-DOSYASI
               OPEN OUTPUT CALISMA-DOSYASI
               PERFORM UNTIL DOSYA-SONU-GELDI
                   READ IZIN-DOSYASI
                       AT END SET DOSYA-SONU-GELDI TO TRUE
                       NOT AT END PERFORM 0725-IZIN-SATIRI-SUZ
                   END-READ
               END-PERFORM
               CLOSE IZIN-DOSYASI
               CLOSE CALISMA-DOSYASI
               MOVE "IZIN.HST" TO WS-GECMIS-DOSYA-ADI
               PERFORM 0790-CALISMADAN-GERI-YAZ
           END-IF.

       0725-IZIN-SATIRI-SUZ.
           MOVE "H" TO WS-ESLESTI-MI
           MOVE 1 TO WS-SL-IND
           PERFORM UNTIL WS-SL-IND > WS-SL-SAYISI OR ESLESTI
               IF SL-DOSYA(WS-SL-IND) = "I"
                   AND SL-KULLANILDI(WS-SL-IND) = "H"
                   AND SL-EMP-ID(WS-SL-IND) = IZN-EMP-ID
                   AND SL-ESKI(WS-SL-IND) = IZN-OLAY-KODU
                   AND SL-TARIH(WS-SL-IND) = IZN-OLAY-TARIHI
                   MOVE "E" TO SL-KULLANILDI(WS-SL-IND)
                   SET ESLESTI TO TRUE
               END-IF
               ADD 1 TO WS-SL-IND
           END-PERFORM
           IF ESLESTI
               ADD 1 TO WS-IZIN-SILINEN
           ELSE
               WRITE CALISMA-SATIRI FROM IZIN-KAYDI
           END-IF.

      * Bekleyen dosyasi: partinin park ettigi satirlar atlanarak
      * GERIAL.TMP'ye kopyalanir ve her biri raporda listelenir;
      * sonra BEKLEYEN.DAT GERIAL.TMP'den yeniden yazilir. Siralama
      * korunur. Partinin satiri yoksa dosyaya dokunulmaz.
       0730-BEKLEYEN-SUZ.
           IF WS-BEKLEYEN-PARTI-SAYISI > ZERO
               MOVE "H" TO WS-DOSYA-SONU
               OPEN INPUT BEKLEYEN-DOSYASI
               OPEN OUTPUT CALISMA-DOSYASI
               PERFORM UNTIL DOSYA-SONU-GELDI
                   READ BEKLEYEN-DOSYASI
                       AT END SET DOSYA-SONU-GELDI TO TRUE
                       NOT AT END PERFORM 0735-BEKLEYEN-SATIRI-SUZ
                   END-READ
               END-PERFORM
               CLOSE BEKLEYEN-DOSYASI
               CLOSE CALISMA-DOSYASI
               MOVE "H" TO WS-DOSYA-SONU
               OPEN INPUT CALISMA-DOSYASI
               OPEN OUTPUT BEKLEYEN-DOSYASI
               PERFORM UNTIL DOSYA-SONU-GELDI
                   READ CALISMA-DOSYASI
                       AT END SET DOSYA-SONU-GELDI TO TRUE
                       NOT AT END
                           WRITE BEKLEYEN-KAYDI
                               FROM CALISMA-BEKLEYEN-SATIRI
                   END-READ
               END-PERFORM
               CLOSE CALISMA-DOSYASI
               CLOSE BEKLEYEN-DOSYASI
           END-IF.

       0735-BEKLEYEN-SATIRI-SUZ.
           IF BKL-PARTI-NO = WS-PARTI-NO
               ADD 1 TO WS-BEKLEYEN-SILINEN
               MOVE BKL-EMP-ID TO RD-EMP-ID
               MOVE BKL-ISLEM-KODU TO RD-ISLEM-KODU
               MOVE "SILINDI" TO RD-SONUC
               MOVE SPACES TO RD-NEDEN
               STRING "BEKLEYEN, ETKIN " DELIMITED BY SIZE
                   BKL-ETKIN-TARIHI DELIMITED BY SIZE
                   INTO RD-NEDEN
               MOVE SPACES TO RD-ENGEL-PARTI
               WRITE RAPOR-SATIRI FROM RAPOR-DETAY
           ELSE
               WRITE CALISMA-BEKLEYEN-SATIRI FROM BEKLEYEN-KAYDI
           END-IF.

       0750-DOSYA-ICIN-SILME-VAR-MI.
           MOVE "H" TO WS-ESLESTI-MI
           MOVE 1 TO WS-SL-IND
           PERFORM UNTIL WS-SL-IND > WS-SL-SAYISI OR ESLESTI
               IF SL-DOSYA(WS-SL-IND) = WS-SL-DOSYA
                   SET ESLESTI TO TRUE
               END-IF
               ADD 1 TO WS-SL-IND
           END-PERFORM.

       0790-CALISMADAN-GERI-YAZ.
           MOVE "H" TO WS-DOSYA-SONU
           OPEN INPUT CALISMA-DOSYASI
           OPEN OUTPUT GECMIS-HEDEF-DOSYASI
           PERFORM UNTIL DOSYA-SONU-GELDI
               READ CALISMA-DOSYASI
                   AT END SET DOSYA-SONU-GELDI TO TRUE
                   NOT AT END
                       WRITE GECMIS-HEDEF-SATIRI FROM CALISMA-SATIRI
               END-READ
           END-PERFORM
           CLOSE CALISMA-DOSYASI
           CLOSE GECMIS-HEDEF-DOSYASI.

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
           END-IF.

       0850-OZET-YAZ.
           WRITE RAPOR-SATIRI FROM RAPOR-CIZGI
           MOVE "PARTI GUNLUK SATIRI" TO RO-ETIKET
           MOVE WS-PT-SAYISI TO RO-SAYI
           WRITE RAPOR-SATIRI FROM RAPOR-OZET
           MOVE "GERI ALINAN" TO RO-ETIKET
           MOVE WS-GERI-ALINAN-SAYISI TO RO-SAYI
           WRITE RAPOR-SATIRI FROM RAPOR-OZET
           MOVE "REDDEDILEN" TO RO-ETIKET
           MOVE WS-REDDEDILEN-SAYISI TO RO-SAYI
           WRITE RAPOR-SATIRI FROM RAPOR-OZET
           MOVE "SILINEN TRANSFER SATIRI" TO RO-ETIKET
           MOVE WS-TRANSFER-SILINEN TO RO-SAYI
           WRITE RAPOR-SATIRI FROM RAPOR-OZET
           MOVE "SILINEN AD GECMISI SATIRI" TO RO-ETIKET
           MOVE WS-AD-GECMISI-SILINEN TO RO-SAYI
           WRITE RAPOR-SATIRI FROM RAPOR-OZET
           MOVE "SILINEN IZIN SATIRI" TO RO-ETIKET
           MOVE WS-IZIN-SILINEN TO RO-SAYI
           WRITE RAPOR-SATIRI FROM RAPOR-OZET
           MOVE "SILINEN BEKLEYEN HAREKET" TO RO-ETIKET
           MOVE WS-BEKLEYEN-SILINEN TO RO-SAYI
           WRITE RAPOR-SATIRI FROM RAPOR-OZET.
