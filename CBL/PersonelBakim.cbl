      * kaydin temizligi icindir. Hatali hareketler (var olan numara
      * ile ekleme, olmayan numara ile guncelleme/silme/durum)
      * REDLER.RPT raporuna yazilir; IK duzeltip yeniden gonderir.
      * Adi degistiren her guncelleme eski ve yeni ad, etkin tarih
      * ve neden kodu ile ADSOYAD.HST'ye yazilir (ADDEGRAP bordro ve
      * banka ekibine bu dosyadan bildirim cikarir). Izne ayirma,
      * izinden donus ve izinde iken cikis IZIN.HST izin defterine
      * islenir (IZINRAP, KIDEMRAP). Uygulanan her degisiklik parti
      * numarasi ve kaydin onceki/sonraki goruntusu ile BAKIM.JRN
      * gunlugune yazilir; hatali bir parti PARTIGERI ile geri alinir.
      * Parti no PERSBAKIM.PRM kartindan alinir, kart yoksa calisma
      * tarih ve saati (YYYYAAGGSSDDSS) parti no olur. Her hareket
      * onu giren operatorun kodunu tasir; uygulamadan once operatorun
      * islem kodu ve kaydin guncel departmani (transferde yeni
      * departman da) icin yetkisi YETKI alt programi ile yeniden
      * denetlenir, yetkisiz hareket REDLER.RPT'ye yazilir. Operator
      * kodu gunluge de yazilir (OPERRAP aylik operator raporu).
      * Etkin tarihi calisma tarihinden ileride olan E/G/A/I/C
      * hareketi indekse dokunmadan BEKLEYEN.DAT'a park edilir; her
      * calisma basinda etkin tarihi gelen bekleyen hareketler ayni
      * denetimlerden gecirilip uygulanir. X hareketi personelin
      * bekleyen hareketini iptal eder (BEKLERAP planli degisiklik
      * raporu); bekleyeni bulunan X bekleyenler uygulanmadan once
      * islenir ki hareket etkin gunu de iptal edilebilsin. E ya da
      * departman degistiren G hareketi, DEPARTMAN.DAT'ta etkin
      * tarihte ya da daha once kapanmis departmana uygulanmaz.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSBAKIM.
       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-KONTROL-DURUM.
           SELECT OPTIONAL TRANSFER-DOSYASI ASSIGN TO "TRANSFER.HST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AD-GECMIS-DOSYASI ASSIGN TO "ADSOYAD.HST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL IZIN-DOSYASI ASSIGN TO "IZIN.HST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GUNLUK-DOSYASI ASSIGN TO "BAKIM.JRN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMETRE-DOSYASI ASSIGN TO "PERSBAKIM.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-DURUM.
           SELECT OPTIONAL BEKLEYEN-DOSYASI ASSIGN TO "BEKLEYEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BEKLEYEN-DURUM.
           SELECT OPTIONAL DEPARTMAN-DOSYASI ASSIGN TO "DEPARTMAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-DURUM.
       DATA DIVISION.
       FILE SECTION.
       FD  HAREKET-DOSYASI.
      * Durum hareketleri (A/I/C) yalniz islem kodu, personel no ve
      * etkin tarihi kullanir; C (cikis) hareketinde etkin tarih
      * PER-CIKIS-TARIHI olur. Etkin tarih bos ya da sifir gelirse
      * calisma tarihi kullanilir. Neden kodu yalniz adi degistiren
      * G hareketinde anlamlidir (EV/BS/MK/DZ/DG); bos gelirse DG
      * (diger) yazilir. Izin turu (D=dogum, U=ucretsiz, A=askerlik,
      * H=hastalik) ve beklenen donus tarihi yalniz I hareketinde
      * doludur. Operator kodu hareketi giren IK kullanicisidir
      * (YETKI.DAT). X (bekleyen iptali) hareketi yalniz personel no
      * ve etkin tarihi kullanir.
       01  HAREKET-KAYDI.
           05  HRK-ISLEM-KODU          PIC X.
               88  HRK-EKLE                VALUE "E".
               88  HRK-IZNE-AYIR           VALUE "I".
               88  HRK-CIKIS-YAP           VALUE "C".
               88  HRK-DURUM-HAREKETI      VALUE "A" "I" "C".
               88  HRK-IPTAL-ET            VALUE "X".
               88  HRK-BEKLETILEBILIR      VALUE "E" "G" "A"
                                                 "I" "C".
           05  HRK-EMP-ID              PIC 9(6).
           05  HRK-AD-SOYAD            PIC X(25).
           05  HRK-DEPT-KODU           PIC X(4).
           05  HRK-ISE-GIRIS-TARIHI    PIC 9(8).
           05  HRK-ETKIN-TARIHI        PIC 9(8).
           05  HRK-TC-KIMLIK-NO        PIC X(11).
           05  HRK-NEDEN-KODU          PIC X(2).
           05  HRK-IZIN-TURU           PIC X.
           05  HRK-DONUS-TARIHI        PIC 9(8).
           05  HRK-OPERATOR-ID         PIC X(8).

       FD  PERSONEL-DOSYASI.
           COPY "PERSONEL.CPY".
       FD  TRANSFER-DOSYASI.
           COPY "TRANSFER.CPY".

       FD  AD-GECMIS-DOSYASI.
           COPY "ADGECMIS.CPY".

       FD  IZIN-DOSYASI.
           COPY "IZIN.CPY".

       FD  GUNLUK-DOSYASI.
           COPY "GUNLUK.CPY".

       FD  PARAMETRE-DOSYASI.
       01  PARAMETRE-KAYDI.
           05  PRM-PARTI-NO          PIC X(14).

       FD  BEKLEYEN-DOSYASI.
           COPY "BEKLEYEN.CPY".

       FD  DEPARTMAN-DOSYASI.
           COPY "DEPARTMAN.CPY".

       WORKING-STORAGE SECTION.
           COPY "TCKIMLIK-PARM.CPY".
           COPY "ZINCIR-PARM.CPY".
           COPY "YETKI-PARM.CPY".
       77  WS-DOSYA-SONU  PIC X VALUE "H".
           88  DOSYA-SONU-GELDI      VALUE "E".
           88  DOSYA-SONU-GELMEDI    VALUE "H".
       77  WS-DURUM-DEGISEN-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-TRANSFER-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-ESKI-DEPT-KODU  PIC X(4).
       77  WS-ESKI-AD-SOYAD  PIC X(25).
       77  WS-AD-DEGISEN-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-ESKI-DURUM  PIC X.
           88  ESKI-DURUM-IZINLI          VALUE "I".
       77  WS-IZIN-OLAY-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-REDDEDILEN-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-KONTROL-DURUM  PIC X(2).
       77  WS-KONTROL-VAR-MI  PIC X VALUE "H".
       77  WS-KNT-EMP-ID-HASH  PIC 9(12) VALUE ZERO.
       77  WS-ETKIN-TARIHI  PIC 9(8) VALUE ZERO.
       77  WS-DONUS-KODU  PIC 9(2) VALUE ZERO.
       77  WS-PARM-DURUM  PIC X(2).
       77  WS-PARTI-NO  PIC X(14) VALUE SPACES.
       77  WS-GUNLUK-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-ONCEKI-GORUNTU  PIC X(63).
       77  WS-YETKI-UYGUN-MU  PIC X VALUE "E".
           88  YETKI-UYGUN                VALUE "E".
           88  YETKI-UYGUN-DEGIL          VALUE "H".
       77  WS-YETKI-ESKI-DEPT  PIC X(4).
       77  WS-YETKISIZ-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-BUGUN  PIC 9(8).
       77  WS-BEKLEYEN-DURUM  PIC X(2).
       77  WS-BEKLEYEN-SONU  PIC X VALUE "H".
           88  BEKLEYEN-SONU-GELDI        VALUE "E".
       77  WS-BT-IND  PIC 9(3).
       77  WS-BT-IND-2  PIC 9(3).
       77  WS-BT-IND-3  PIC 9(3).
       77  WS-KAYIT-VAR-MI  PIC X VALUE "H".
           88  KAYIT-VAR                  VALUE "E".
       77  WS-IPTAL-BULUNDU-MU  PIC X VALUE "H".
           88  IPTAL-BULUNDU              VALUE "E".
       77  WS-BEKLETILEN-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-SERBEST-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-IPTAL-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-KALAN-BEKLEYEN-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-ON-OKUNAN-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-OI-IND  PIC 9(3) VALUE 1.
       77  WS-ONCE-ISLENDI-MI  PIC X VALUE "H".
           88  ONCE-ISLENDI               VALUE "E".
       77  WS-DEPT-DURUM  PIC X(2).
       77  WS-DEPT-DOSYA-SONU  PIC X VALUE "H".
           88  DEPT-DOSYA-SONU-GELDI      VALUE "E".
       77  WS-DEPT-IND  PIC 9(2).
       77  WS-DEPT-UYGUN-MU  PIC X VALUE "E".
           88  DEPT-UYGUN                 VALUE "E".
           88  DEPT-UYGUN-DEGIL           VALUE "H".

       01  WS-SISTEM-TARIHI  PIC X(21).
       01  WS-CALISMA-TARIHI-SAATI  REDEFINES WS-SISTEM-TARIHI.
           05  WCT-YIL            PIC 9(4).
           05  WCT-AY             PIC 9(2).
           05  WCT-GUN            PIC 9(2).
           05  WCT-SAAT           PIC 9(2).
           05  WCT-DAKIKA         PIC 9(2).
           05  WCT-SANIYE         PIC 9(2).
           05  FILLER             PIC X(7).

      * TC mukerrer denetimi icin calisma basinda PERSONEL.IDX'ten
      * yuklenen personel no / TC ciftleri (PERSYUKLE'nin supheli
               10  TT-EMP-ID      PIC 9(6).
               10  TT-TC-KIMLIK-NO  PIC 9(11).

      * BEKLEYEN.DAT calisma basinda tamamen bellege alinir; yeni
      * park edilenler etkin tarih sirasindaki yerine sokulur,
      * uygulanan ve iptal edilenler isaretlenir, dosya calisma
      * sonunda kalan satirlarla yeniden yazilir.
       01  WS-BEKLEYEN-TABLOSU.
           05  WS-BT-SAYISI       PIC 9(3) VALUE ZERO.
           05  WS-BT-GIRISI OCCURS 500 TIMES.
               10  BT-DURUM       PIC X.
                   88  BT-BEKLIYOR        VALUE "B".
                   88  BT-UYGULANDI       VALUE "U".
                   88  BT-IPTAL           VALUE "I".
               10  BT-ETKIN-TARIHI  PIC 9(8).
               10  BT-EMP-ID      PIC 9(6).
               10  BT-PARK-TARIHI PIC 9(8).
               10  BT-PARTI-NO    PIC X(14).
               10  BT-HAREKET     PIC X(82).

      * Bekleyenler uygulanmadan once islenen X hareketlerinin
      * HAREKET.DAT'taki sira numaralari (artan sirada); ana okumada
      * bu satirlar atlanir.
       01  WS-ONCE-ISLENEN-TABLOSU.
           05  WS-OI-SAYISI       PIC 9(3) VALUE ZERO.
           05  OI-SIRA-NO         PIC 9(6) OCCURS 500 TIMES.

      * DEPARTMAN.DAT bellekteki hali (HRKDENET tablosunun aynisi);
      * dosya yoksa departman denetimi yapilmaz.
       01  WS-DEPARTMAN-TABLOSU.
           05  WS-DEPT-SAYISI     PIC 9(2) VALUE ZERO.
           05  WS-DEPT-GIRISI OCCURS 50 TIMES.
               10  DT-KODU        PIC X(4).
               10  DT-ACILIS-TARIHI   PIC 9(8).
               10  DT-KAPANIS-TARIHI  PIC 9(8).

       01  RED-BASLIK.
           05  FILLER             PIC X(34) VALUE
               "PERSONEL BAKIM - REDDEDILEN HAREKE".
           05  RD-AD-SOYAD        PIC X(25).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-NEDEN           PIC X(30).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-OPERATOR-ID     PIC X(8).

       PROCEDURE DIVISION.
       0000-ANA-ISLEM.
           MOVE FUNCTION CURRENT-DATE TO WS-SISTEM-TARIHI
           COMPUTE WS-BUGUN = WCT-YIL * 10000 + WCT-AY * 100 + WCT-GUN
           PERFORM 0010-PARAMETRE-OKU
           PERFORM 0030-ZINCIR-BASLANGIC
           PERFORM 0100-DOSYALARI-AC
           PERFORM 0150-KONTROL-OKU
           PERFORM 0190-IPTALLERI-ONCE-UYGULA
           PERFORM 0170-BEKLEYENLERI-UYGULA
           PERFORM 0200-HAREKET-OKU
           PERFORM UNTIL DOSYA-SONU-GELDI
               PERFORM 0210-ONCE-ISLENDI-MI
               IF NOT ONCE-ISLENDI
                   PERFORM 0300-HAREKET-UYGULA
               END-IF
               PERFORM 0200-HAREKET-OKU
           END-PERFORM
           PERFORM 0900-DOSYALARI-KAPAT
           PERFORM 0800-KONTROL-GUNCELLE
           PERFORM 0820-BEKLEYEN-YAZ
           DISPLAY "OKUNAN HAREKET SAYISI    : " WS-OKUNAN-SAYISI
           DISPLAY "EKLENEN KAYIT SAYISI     : " WS-EKLENEN-SAYISI
           DISPLAY "GUNCELLENEN KAYIT SAYISI : " WS-GUNCELLENEN-SAYISI
           DISPLAY "DURUMU DEGISEN SAYISI    : "
               WS-DURUM-DEGISEN-SAYISI
           DISPLAY "DEPARTMAN TRANSFER SAYISI: " WS-TRANSFER-SAYISI
           DISPLAY "AD DEGISIKLIGI SAYISI    : " WS-AD-DEGISEN-SAYISI
           DISPLAY "IZIN DEFTERI OLAY SAYISI : " WS-IZIN-OLAY-SAYISI
           DISPLAY "REDDEDILEN HAREKET SAYISI: " WS-REDDEDILEN-SAYISI
           DISPLAY "  YETKISIZ HAREKET       : " WS-YETKISIZ-SAYISI
           DISPLAY "BEKLETILEN HAREKET SAYISI: " WS-BEKLETILEN-SAYISI
           DISPLAY "BEKLEYENDEN UYGULANAN    : " WS-SERBEST-SAYISI
           DISPLAY "IPTAL EDILEN BEKLEYEN    : " WS-IPTAL-SAYISI
           DISPLAY "KALAN BEKLEYEN HAREKET   : "
               WS-KALAN-BEKLEYEN-SAYISI
           DISPLAY "GUNLUK KAYIT SAYISI      : " WS-GUNLUK-SAYISI
           DISPLAY "PARTI NO                 : " WS-PARTI-NO
           IF WS-REDDEDILEN-SAYISI > ZERO
               MOVE 4 TO WS-DONUS-KODU
           END-IF
           MOVE WS-DONUS-KODU TO RETURN-CODE
           GOBACK.

      * Parti no kartta bos ise calisma tarih ve saatinden uretilir;
      * ayni gun icinde iki calisma boylece ayri parti olur.
       0010-PARAMETRE-OKU.
           OPEN INPUT PARAMETRE-DOSYASI
           IF WS-PARM-DURUM = "00"
               READ PARAMETRE-DOSYASI
                   AT END CONTINUE
                   NOT AT END MOVE PRM-PARTI-NO TO WS-PARTI-NO
               END-READ
           END-IF
           CLOSE PARAMETRE-DOSYASI
           IF WS-PARTI-NO = SPACES
               MOVE WS-SISTEM-TARIHI(1:14) TO WS-PARTI-NO
           END-IF.

      * Is zinciri denetimi: PERSONEL.IDX'i kuran PERSYUKLE temiz
      * bitmemisse (yarim kalmis ya da donus kodu 8+) bu calisma
      * yarim bir indeksin ustune hareket uygulamasin diye durur.
           OPEN OUTPUT RED-DOSYASI
           WRITE RED-SATIRI FROM RED-BASLIK
           OPEN EXTEND TRANSFER-DOSYASI
           OPEN EXTEND AD-GECMIS-DOSYASI
           OPEN EXTEND IZIN-DOSYASI
           OPEN EXTEND GUNLUK-DOSYASI
           PERFORM 0160-TC-TABLOSU-YUKLE
           PERFORM 0180-BEKLEYEN-YUKLE
           PERFORM 0140-DEPARTMAN-YUKLE.

       0140-DEPARTMAN-YUKLE.
           MOVE ZERO TO WS-DEPT-SAYISI
           OPEN INPUT DEPARTMAN-DOSYASI
           IF WS-DEPT-DURUM = "00"
               PERFORM UNTIL DEPT-DOSYA-SONU-GELDI
                   READ DEPARTMAN-DOSYASI
                       AT END SET DEPT-DOSYA-SONU-GELDI TO TRUE
                       NOT AT END PERFORM 0145-DEPARTMANI-TABLOYA-AL
                   END-READ
               END-PERFORM
           END-IF
           CLOSE DEPARTMAN-DOSYASI.

       0145-DEPARTMANI-TABLOYA-AL.
           IF WS-DEPT-SAYISI < 50
               ADD 1 TO WS-DEPT-SAYISI
               MOVE DEP-KODU TO DT-KODU(WS-DEPT-SAYISI)
               MOVE ZERO TO DT-ACILIS-TARIHI(WS-DEPT-SAYISI)
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
               DISPLAY "UYARI: DEPARTMAN TABLOSU DOLU, KOD ATLANDI: "
                   DEP-KODU
           END-IF.

      * Indeks bastan sona bir kez taranip personel no / TC ciftleri
      * tabloya alinir; sonraki rastgele okumalar icin konum onemi
           END-IF
           CLOSE KONTROL-DOSYASI.

       0180-BEKLEYEN-YUKLE.
           OPEN INPUT BEKLEYEN-DOSYASI
           IF WS-BEKLEYEN-DURUM = "00"
               PERFORM UNTIL BEKLEYEN-SONU-GELDI
                   READ BEKLEYEN-DOSYASI
                       AT END SET BEKLEYEN-SONU-GELDI TO TRUE
                       NOT AT END PERFORM 0185-BEKLEYENI-TABLOYA-AL
                   END-READ
               END-PERFORM
           END-IF
           CLOSE BEKLEYEN-DOSYASI.

      * Dosya calisma sonunda tablodan yeniden yazildigi icin tablo
      * dosyanin tamamini almalidir; alamazsa satir kaybolmasin diye
      * hicbir hareket uygulanmadan durulur.
       0185-BEKLEYENI-TABLOYA-AL.
           IF WS-BT-SAYISI < 500
               ADD 1 TO WS-BT-SAYISI
               SET BT-BEKLIYOR(WS-BT-SAYISI) TO TRUE
               MOVE BKL-ETKIN-TARIHI TO BT-ETKIN-TARIHI(WS-BT-SAYISI)
               MOVE BKL-EMP-ID TO BT-EMP-ID(WS-BT-SAYISI)
               MOVE BKL-PARK-TARIHI TO BT-PARK-TARIHI(WS-BT-SAYISI)
               MOVE BKL-PARTI-NO TO BT-PARTI-NO(WS-BT-SAYISI)
               MOVE BKL-HAREKET TO BT-HAREKET(WS-BT-SAYISI)
           ELSE
               DISPLAY "BEKLEYEN.DAT BEKLEYEN TABLOSUNA SIGMIYOR, "
                   "CALISMA DURDURULDU"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Etkin tarihi gelen bekleyen hareketler bu calismanin
      * HAREKET.DAT hareketlerinden (once islenen X'ler disinda)
      * once, etkin tarih sirasiyla uygulanir. Hareket HAREKET.DAT'tan
      * okunmus gibi ayni yoldan (yetki, TC, departman ve kayit
      * denetimleri dahil) gecer; reddedilen satir REDLER.RPT'ye
      * yazilir ve bekleyenlerden duser. Gunluge bu calismanin parti
      * numarasi ve hareketi giren operator ile yazilir.
       0170-BEKLEYENLERI-UYGULA.
           MOVE 1 TO WS-BT-IND
           PERFORM UNTIL WS-BT-IND > WS-BT-SAYISI
               IF BT-BEKLIYOR(WS-BT-IND)
                   AND BT-ETKIN-TARIHI(WS-BT-IND) <= WS-BUGUN
                   SET BT-UYGULANDI(WS-BT-IND) TO TRUE
                   ADD 1 TO WS-SERBEST-SAYISI
                   MOVE BT-HAREKET(WS-BT-IND) TO HAREKET-KAYDI
                   PERFORM 0300-HAREKET-UYGULA
               END-IF
               ADD 1 TO WS-BT-IND
           END-PERFORM.

      * HAREKET.DAT bir kez bastan okunur; tabloda eslesen bekleyeni
      * olan X hareketi simdi ayni yoldan (yetki dahil) uygulanir ve
      * sira numarasi saklanir. Bekleyeni henuz olmayan X (ayni
      * dosyada daha once park edilecek hareketi iptal eden gibi) ana
      * okumada dosya sirasiyla islenir. Sira tablosu dolarsa kalan
      * X'ler de ana okumaya birakilir. Dosya sonra ana okuma icin
      * yeniden acilir.
       0190-IPTALLERI-ONCE-UYGULA.
           PERFORM UNTIL DOSYA-SONU-GELDI
               READ HAREKET-DOSYASI
                   AT END SET DOSYA-SONU-GELDI TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ON-OKUNAN-SAYISI
                       IF HRK-IPTAL-ET
                           PERFORM 0195-IPTALI-ONCE-UYGULA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HAREKET-DOSYASI
           OPEN INPUT HAREKET-DOSYASI
           MOVE "H" TO WS-DOSYA-SONU.

       0195-IPTALI-ONCE-UYGULA.
           PERFORM 0465-BEKLEYEN-ESLESME-ARA
           IF IPTAL-BULUNDU
               AND WS-OI-SAYISI < 500
               ADD 1 TO WS-OI-SAYISI
               MOVE WS-ON-OKUNAN-SAYISI TO OI-SIRA-NO(WS-OI-SAYISI)
               PERFORM 0300-HAREKET-UYGULA
           END-IF.

       0200-HAREKET-OKU.
           READ HAREKET-DOSYASI
               AT END SET DOSYA-SONU-GELDI TO TRUE
               NOT AT END ADD 1 TO WS-OKUNAN-SAYISI
           END-READ.

      * Sira numaralari artan sirada saklandigi icin siradaki
      * tablo girisi ile karsilastirmak yeter.
       0210-ONCE-ISLENDI-MI.
           MOVE "H" TO WS-ONCE-ISLENDI-MI
           IF WS-OI-IND NOT > WS-OI-SAYISI
               AND OI-SIRA-NO(WS-OI-IND) = WS-OKUNAN-SAYISI
               SET ONCE-ISLENDI TO TRUE
               ADD 1 TO WS-OI-IND
           END-IF.

       0300-HAREKET-UYGULA.
           PERFORM 0302-YETKI-DENETLE
           IF YETKI-UYGUN-DEGIL
               ADD 1 TO WS-YETKISIZ-SAYISI
               PERFORM 0405-OZEL-NEDENLE-REDDET
           ELSE
               EVALUATE TRUE
                   WHEN HRK-IPTAL-ET
                       PERFORM 0460-BEKLEYENI-IPTAL-ET
                   WHEN HRK-BEKLETILEBILIR
                       AND HRK-ETKIN-TARIHI IS NUMERIC
                       AND HRK-ETKIN-TARIHI > WS-BUGUN
                       PERFORM 0450-HAREKETI-BEKLET
                   WHEN HRK-EKLE
                       PERFORM 0308-DEPARTMAN-DENETLE
                       IF DEPT-UYGUN
                           PERFORM 0305-TC-DENETLE
                       END-IF
                       IF DEPT-UYGUN AND TC-UYGUN
                           PERFORM 0310-KAYIT-EKLE
                       ELSE
                           PERFORM 0405-OZEL-NEDENLE-REDDET
                       END-IF
                   WHEN HRK-GUNCELLE
                       PERFORM 0308-DEPARTMAN-DENETLE
                       IF DEPT-UYGUN
                           PERFORM 0305-TC-DENETLE
                       END-IF
                       IF DEPT-UYGUN AND TC-UYGUN
                           PERFORM 0320-KAYIT-GUNCELLE
                       ELSE
                           PERFORM 0405-OZEL-NEDENLE-REDDET
                       END-IF
                   WHEN HRK-SIL
                       PERFORM 0330-KAYIT-SIL
                   WHEN HRK-DURUM-HAREKETI
                       PERFORM 0350-DURUM-DEGISTIR
                   WHEN OTHER
                       PERFORM 0400-HAREKETI-REDDET
               END-EVALUATE
           END-IF.

      * HRKDENET yetkiyi kapida denetler ama durum hareketlerinde
      * kaydin departmanini bilemez ve HAREKET.DAT elle de gelebilir;
      * bu nedenle yetki burada kaydin guncel departmani ile yeniden
      * denetlenir. Transfer eden G hareketinde operator hem eski hem
      * yeni departmana yetkili olmalidir. Kayit bulunamazsa yalniz
      * islem kodu yetkisi aranir (hareket zaten sonra reddedilir).
      * Kaydin varligi ileri tarihli hareketi bekletirken de
      * kullanilir.
       0302-YETKI-DENETLE.
           SET YETKI-UYGUN TO TRUE
           MOVE SPACES TO WS-YETKI-ESKI-DEPT
           MOVE "H" TO WS-KAYIT-VAR-MI
           MOVE HRK-EMP-ID TO PER-EMP-ID
           READ PERSONEL-DOSYASI
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET KAYIT-VAR TO TRUE
                   IF NOT HRK-EKLE
                       MOVE PER-DEPT-KODU TO WS-YETKI-ESKI-DEPT
                   END-IF
           END-READ
           IF HRK-EKLE
               MOVE HRK-DEPT-KODU TO YP-DEPT-KODU
           ELSE
               MOVE WS-YETKI-ESKI-DEPT TO YP-DEPT-KODU
           END-IF
           PERFORM 0303-YETKI-SOR
           IF YETKI-UYGUN
               AND HRK-GUNCELLE
               AND WS-YETKI-ESKI-DEPT NOT = SPACES
               AND HRK-DEPT-KODU NOT = WS-YETKI-ESKI-DEPT
               MOVE HRK-DEPT-KODU TO YP-DEPT-KODU
               PERFORM 0303-YETKI-SOR
           END-IF.

       0303-YETKI-SOR.
           MOVE HRK-OPERATOR-ID TO YP-OPERATOR-ID
           MOVE HRK-ISLEM-KODU TO YP-ISLEM-KODU
           CALL "YETKI" USING YETKI-PARM-ALANI
           IF NOT YP-YETKILI
               SET YETKI-UYGUN-DEGIL TO TRUE
               EVALUATE TRUE
                   WHEN YP-OPERATOR-BOS
                       MOVE "YETKISIZ: OPERATOR KODU BOS"
                           TO WS-RED-NEDENI
                   WHEN YP-OPERATOR-TANIMSIZ
                       MOVE "YETKISIZ: OPERATOR TANIMSIZ"
                           TO WS-RED-NEDENI
                   WHEN YP-KOD-YETKISIZ
                       MOVE "YETKISIZ: ISLEM KODU" TO WS-RED-NEDENI
                   WHEN YP-DEPT-YETKISIZ
                       MOVE "YETKISIZ: DEPARTMAN" TO WS-RED-NEDENI
                   WHEN OTHER
                       MOVE "YETKISIZ: YETKI TABLOSU YOK"
                           TO WS-RED-NEDENI
               END-EVALUATE
           END-IF.

      * E/G hareketlerinde dolu gelen TC kimlik no kontrol haneleri
      * ve baska personel numarasinda mukerrerlik yonunden denetlenir
               ADD 1 TO WS-TC-IND
           END-PERFORM.

      * Bekleyenden gelen hareket girildigi gun acik olan bir
      * departmana, o arada kapanmis olarak ulasabilir: E hareketinin
      * ve departman degistiren G hareketinin departmani etkin
      * tarihte ya da daha once kapanmissa hareket reddedilir
      * (HRKDENET 0320-DEPARTMAN-DENETLE kurali). Departmani
      * degismeyen G ve tabloda olmayan kod denetlenmez.
       0308-DEPARTMAN-DENETLE.
           SET DEPT-UYGUN TO TRUE
           IF HRK-EKLE
               OR (KAYIT-VAR AND HRK-DEPT-KODU NOT = WS-YETKI-ESKI-DEPT)
               PERFORM 0380-ETKIN-TARIHI-BUL
               MOVE 1 TO WS-DEPT-IND
               PERFORM UNTIL WS-DEPT-IND > WS-DEPT-SAYISI
                   IF DT-KODU(WS-DEPT-IND) = HRK-DEPT-KODU
                       AND DT-KAPANIS-TARIHI(WS-DEPT-IND) > ZERO
                       AND DT-KAPANIS-TARIHI(WS-DEPT-IND)
                           <= WS-ETKIN-TARIHI
                       SET DEPT-UYGUN-DEGIL TO TRUE
                       MOVE "DEPARTMAN KAPALI" TO WS-RED-NEDENI
                   END-IF
                   ADD 1 TO WS-DEPT-IND
               END-PERFORM
           END-IF.

       0310-KAYIT-EKLE.
           MOVE HRK-EMP-ID TO PER-EMP-ID
           MOVE HRK-AD-SOYAD TO PER-AD-SOYAD
                   ADD 1 TO WS-KNT-YUKLENEN-SAYISI
                   ADD PER-EMP-ID TO WS-KNT-EMP-ID-HASH
                   PERFORM 0370-TC-TABLOYA-EKLE
                   MOVE SPACES TO WS-ONCEKI-GORUNTU
                   MOVE PERSONEL-KAYDI TO JRN-SONRAKI-GORUNTU
                   PERFORM 0390-GUNLUGE-YAZ
           END-WRITE.

       0370-TC-TABLOYA-EKLE.
      * Guncelleme departman kodunu degistiriyorsa eski kod
      * kaybolmadan TRANSFER.HST'ye bir gecmis kaydi yazilir;
      * TRANSRAP ceyreklik hareket raporunu bu dosyadan cikarir.
      * Adi degistiriyorsa eski ad ayni sekilde ADSOYAD.HST'ye
      * yazilir.
       0325-KAYDI-GUNCELLE.
           MOVE PERSONEL-KAYDI TO WS-ONCEKI-GORUNTU
           MOVE PER-DEPT-KODU TO WS-ESKI-DEPT-KODU
           MOVE PER-AD-SOYAD TO WS-ESKI-AD-SOYAD
           MOVE HRK-AD-SOYAD TO PER-AD-SOYAD
           MOVE HRK-DEPT-KODU TO PER-DEPT-KODU
           MOVE HRK-ISE-GIRIS-TARIHI TO PER-ISE-GIRIS-TARIHI
                   IF HRK-DEPT-KODU NOT = WS-ESKI-DEPT-KODU
                       PERFORM 0327-TRANSFER-KAYDI-YAZ
                   END-IF
                   IF HRK-AD-SOYAD NOT = WS-ESKI-AD-SOYAD
                       PERFORM 0328-AD-GECMISI-YAZ
                   END-IF
                   MOVE PERSONEL-KAYDI TO JRN-SONRAKI-GORUNTU
                   PERFORM 0390-GUNLUGE-YAZ
           END-REWRITE.

       0327-TRANSFER-KAYDI-YAZ.
           MOVE HRK-EMP-ID TO TRF-EMP-ID
           MOVE WS-ESKI-DEPT-KODU TO TRF-ESKI-DEPT-KODU
           MOVE HRK-DEPT-KODU TO TRF-YENI-DEPT-KODU
           PERFORM 0380-ETKIN-TARIHI-BUL
           MOVE WS-ETKIN-TARIHI TO TRF-ETKIN-TARIHI
           WRITE TRANSFER-KAYDI
           ADD 1 TO WS-TRANSFER-SAYISI.

       0328-AD-GECMISI-YAZ.
           MOVE HRK-EMP-ID TO AGC-EMP-ID
           MOVE WS-ESKI-AD-SOYAD TO AGC-ESKI-AD-SOYAD
           MOVE HRK-AD-SOYAD TO AGC-YENI-AD-SOYAD
           PERFORM 0380-ETKIN-TARIHI-BUL
           MOVE WS-ETKIN-TARIHI TO AGC-ETKIN-TARIHI
           IF HRK-NEDEN-KODU = SPACES
               MOVE "DG" TO AGC-NEDEN-KODU
           ELSE
               MOVE HRK-NEDEN-KODU TO AGC-NEDEN-KODU
           END-IF
           COMPUTE AGC-ISLEM-TARIHI =
               WCT-YIL * 10000 + WCT-AY * 100 + WCT-GUN
           WRITE AD-GECMIS-KAYDI
           ADD 1 TO WS-AD-DEGISEN-SAYISI.

      * Silinecek kayit once okunur ki goruntusu gunluge yazilabilsin.
       0330-KAYIT-SIL.
           MOVE HRK-EMP-ID TO PER-EMP-ID
           READ PERSONEL-DOSYASI
               INVALID KEY
                   PERFORM 0400-HAREKETI-REDDET
               NOT INVALID KEY
                   PERFORM 0332-KAYDI-SIL
           END-READ.

       0332-KAYDI-SIL.
           MOVE PERSONEL-KAYDI TO WS-ONCEKI-GORUNTU
           DELETE PERSONEL-DOSYASI
               INVALID KEY
                   PERFORM 0400-HAREKETI-REDDET
                   SUBTRACT 1 FROM WS-KNT-YUKLENEN-SAYISI
                   SUBTRACT PER-EMP-ID FROM WS-KNT-EMP-ID-HASH
                   PERFORM 0335-TC-TABLODAN-DUS
                   MOVE SPACES TO JRN-SONRAKI-GORUNTU
                   PERFORM 0390-GUNLUGE-YAZ
           END-DELETE.

      * Silinen personelin TC'si tabloda sifirlanir ki ayni calisma
      * Durum hareketi: kayit okunur, PER-CALISMA-DURUMU islem koduna
      * esitlenir. C hareketinde etkin tarih (bos/sifir ise calisma
      * tarihi) PER-CIKIS-TARIHI olur; A/I hareketi cikis tarihini
      * sifirlar (yeniden ise alinan personel temiz baslar). Izin
      * defterine I hareketi izin baslangici, izinli personelin A
      * hareketi donus, C hareketi izinde iken ayrilis olarak yazilir.
       0350-DURUM-DEGISTIR.
           MOVE HRK-EMP-ID TO PER-EMP-ID
           READ PERSONEL-DOSYASI
           END-READ.

       0360-DURUMU-UYGULA.
           MOVE PERSONEL-KAYDI TO WS-ONCEKI-GORUNTU
           MOVE PER-CALISMA-DURUMU TO WS-ESKI-DURUM
           MOVE HRK-ISLEM-KODU TO PER-CALISMA-DURUMU
           IF HRK-CIKIS-YAP
               PERFORM 0380-ETKIN-TARIHI-BUL
               MOVE WS-ETKIN-TARIHI TO PER-CIKIS-TARIHI
           ELSE
               MOVE ZERO TO PER-CIKIS-TARIHI
                   PERFORM 0400-HAREKETI-REDDET
               NOT INVALID KEY
                   ADD 1 TO WS-DURUM-DEGISEN-SAYISI
                   IF HRK-IZNE-AYIR OR ESKI-DURUM-IZINLI
                       PERFORM 0365-IZIN-OLAYI-YAZ
                   END-IF
                   MOVE PERSONEL-KAYDI TO JRN-SONRAKI-GORUNTU
                   PERFORM 0390-GUNLUGE-YAZ
           END-REWRITE.

       0365-IZIN-OLAYI-YAZ.
           MOVE HRK-EMP-ID TO IZN-EMP-ID
           PERFORM 0380-ETKIN-TARIHI-BUL
           MOVE WS-ETKIN-TARIHI TO IZN-OLAY-TARIHI
           MOVE SPACE TO IZN-IZIN-TURU
           MOVE ZERO TO IZN-DONUS-TARIHI
           EVALUATE TRUE
               WHEN HRK-IZNE-AYIR
                   MOVE "B" TO IZN-OLAY-KODU
                   MOVE HRK-IZIN-TURU TO IZN-IZIN-TURU
                   IF HRK-DONUS-TARIHI IS NUMERIC
                       MOVE HRK-DONUS-TARIHI TO IZN-DONUS-TARIHI
                   END-IF
               WHEN HRK-AKTIFE-AL
                   MOVE "D" TO IZN-OLAY-KODU
               WHEN OTHER
                   MOVE "K" TO IZN-OLAY-KODU
           END-EVALUATE
           WRITE IZIN-KAYDI
           ADD 1 TO WS-IZIN-OLAY-SAYISI.

      * Hareketin etkin tarihi; bos ya da sifir gelirse calisma
      * tarihi kullanilir.
       0380-ETKIN-TARIHI-BUL.
           IF HRK-ETKIN-TARIHI IS NUMERIC
               AND HRK-ETKIN-TARIHI > ZERO
               MOVE HRK-ETKIN-TARIHI TO WS-ETKIN-TARIHI
           ELSE
               COMPUTE WS-ETKIN-TARIHI =
                   WCT-YIL * 10000 + WCT-AY * 100 + WCT-GUN
           END-IF.

      * Gunluk satiri: sonraki goruntu cagiran paragrafca
      * JRN-SONRAKI-GORUNTU'ye, onceki goruntu WS-ONCEKI-GORUNTU'ye
      * konmus olur (ekleme icin onceki, silme icin sonraki bostur).
      * Etkin tarih cozulmus haliyle yazilir ki PARTIGERI transfer,
      * ad ve izin gecmisindeki eslesen satiri bulabilsin.
       0390-GUNLUGE-YAZ.
           COMPUTE JRN-CALISMA-TARIHI =
               WCT-YIL * 10000 + WCT-AY * 100 + WCT-GUN
           COMPUTE JRN-CALISMA-SAATI =
               WCT-SAAT * 10000 + WCT-DAKIKA * 100 + WCT-SANIYE
           MOVE WS-PARTI-NO TO JRN-PARTI-NO
           MOVE HRK-ISLEM-KODU TO JRN-ISLEM-KODU
           MOVE HRK-EMP-ID TO JRN-EMP-ID
           MOVE HRK-OPERATOR-ID TO JRN-OPERATOR-ID
           PERFORM 0380-ETKIN-TARIHI-BUL
           MOVE WS-ETKIN-TARIHI TO JRN-ETKIN-TARIHI
           MOVE WS-ONCEKI-GORUNTU TO JRN-ONCEKI-GORUNTU
           WRITE GUNLUK-KAYDI
           ADD 1 TO WS-GUNLUK-SAYISI.

       0400-HAREKETI-REDDET.
           ADD 1 TO WS-REDDEDILEN-SAYISI
           MOVE HRK-ISLEM-KODU TO RD-ISLEM-KODU
           MOVE HRK-EMP-ID TO RD-EMP-ID
           MOVE HRK-AD-SOYAD TO RD-AD-SOYAD
           MOVE HRK-OPERATOR-ID TO RD-OPERATOR-ID
           EVALUATE TRUE
               WHEN HRK-EKLE
                   MOVE "PERSONEL NO ZATEN VAR" TO RD-NEDEN
           MOVE HRK-ISLEM-KODU TO RD-ISLEM-KODU
           MOVE HRK-EMP-ID TO RD-EMP-ID
           MOVE HRK-AD-SOYAD TO RD-AD-SOYAD
           MOVE HRK-OPERATOR-ID TO RD-OPERATOR-ID
           MOVE WS-RED-NEDENI TO RD-NEDEN
           WRITE RED-SATIRI FROM RED-DETAY.

      * Ileri tarihli hareket PERSONEL.IDX'e dokunmadan bekletilir.
      * Bugunden bilinebilen hatalar (olmayan personel, var olan
      * numara ile ekleme, gecersiz ya da mukerrer TC) simdi
      * reddedilir ki IK haftalar sonra sasirmasin; uygulama gunu
      * butun denetimler kaydin o gunku haline gore yeniden yapilir.
       0450-HAREKETI-BEKLET.
           SET TC-UYGUN TO TRUE
           IF HRK-EKLE OR HRK-GUNCELLE
               PERFORM 0305-TC-DENETLE
           END-IF
           EVALUATE TRUE
               WHEN HRK-EKLE AND KAYIT-VAR
                   PERFORM 0400-HAREKETI-REDDET
               WHEN NOT HRK-EKLE AND NOT KAYIT-VAR
                   PERFORM 0400-HAREKETI-REDDET
               WHEN TC-UYGUN-DEGIL
                   PERFORM 0405-OZEL-NEDENLE-REDDET
               WHEN WS-BT-SAYISI NOT < 500
                   MOVE "BEKLEYEN TABLOSU DOLU" TO WS-RED-NEDENI
                   PERFORM 0405-OZEL-NEDENLE-REDDET
               WHEN OTHER
                   PERFORM 0455-BEKLEYENE-EKLE
           END-EVALUATE.

      * Yeni satir etkin tarihi kendinden buyuk ilk satirin yerine
      * sokulur (ayni tarihliler giris sirasini korur), sonrakiler
      * bir kaydirilir.
       0455-BEKLEYENE-EKLE.
           MOVE 1 TO WS-BT-IND-2
           PERFORM UNTIL WS-BT-IND-2 > WS-BT-SAYISI
               OR BT-ETKIN-TARIHI(WS-BT-IND-2) > HRK-ETKIN-TARIHI
               ADD 1 TO WS-BT-IND-2
           END-PERFORM
           MOVE WS-BT-SAYISI TO WS-BT-IND-3
           PERFORM UNTIL WS-BT-IND-3 < WS-BT-IND-2
               MOVE WS-BT-GIRISI(WS-BT-IND-3)
                   TO WS-BT-GIRISI(WS-BT-IND-3 + 1)
               SUBTRACT 1 FROM WS-BT-IND-3
           END-PERFORM
           ADD 1 TO WS-BT-SAYISI
           SET BT-BEKLIYOR(WS-BT-IND-2) TO TRUE
           MOVE HRK-ETKIN-TARIHI TO BT-ETKIN-TARIHI(WS-BT-IND-2)
           MOVE HRK-EMP-ID TO BT-EMP-ID(WS-BT-IND-2)
           MOVE WS-BUGUN TO BT-PARK-TARIHI(WS-BT-IND-2)
           MOVE WS-PARTI-NO TO BT-PARTI-NO(WS-BT-IND-2)
           MOVE HAREKET-KAYDI TO BT-HAREKET(WS-BT-IND-2)
           ADD 1 TO WS-BEKLETILEN-SAYISI.

      * X hareketi personelin etkin tarihi hareketteki tarihe esit
      * bekleyen hareketlerini, etkin tarih bos ya da sifir ise butun
      * bekleyen hareketlerini iptal eder. Iptal edilen her satir
      * iptal eden operator ile konsola yazilir; bekleyeni olmayan
      * X hareketi reddedilir.
       0460-BEKLEYENI-IPTAL-ET.
           MOVE "H" TO WS-IPTAL-BULUNDU-MU
           MOVE 1 TO WS-BT-IND-2
           PERFORM UNTIL WS-BT-IND-2 > WS-BT-SAYISI
               IF BT-BEKLIYOR(WS-BT-IND-2)
                   AND BT-EMP-ID(WS-BT-IND-2) = HRK-EMP-ID
                   AND (HRK-ETKIN-TARIHI IS NOT NUMERIC
                       OR HRK-ETKIN-TARIHI = ZERO
                       OR BT-ETKIN-TARIHI(WS-BT-IND-2)
                           = HRK-ETKIN-TARIHI)
                   SET BT-IPTAL(WS-BT-IND-2) TO TRUE
                   SET IPTAL-BULUNDU TO TRUE
                   ADD 1 TO WS-IPTAL-SAYISI
                   DISPLAY "BEKLEYEN HAREKET IPTAL: " HRK-EMP-ID
                       " ISLEM: " BT-HAREKET(WS-BT-IND-2)(1:1)
                       " ETKIN: " BT-ETKIN-TARIHI(WS-BT-IND-2)
                       " IPTAL EDEN: " HRK-OPERATOR-ID
               END-IF
               ADD 1 TO WS-BT-IND-2
           END-PERFORM
           IF NOT IPTAL-BULUNDU
               MOVE "BEKLEYEN HAREKET BULUNAMADI" TO WS-RED-NEDENI
               PERFORM 0405-OZEL-NEDENLE-REDDET
           END-IF.

      * 0460 ile ayni eslesme kurali; tabloya dokunmadan yalniz
      * eslesen bekleyen olup olmadigini bulur.
       0465-BEKLEYEN-ESLESME-ARA.
           MOVE "H" TO WS-IPTAL-BULUNDU-MU
           MOVE 1 TO WS-BT-IND-2
           PERFORM UNTIL WS-BT-IND-2 > WS-BT-SAYISI OR IPTAL-BULUNDU
               IF BT-BEKLIYOR(WS-BT-IND-2)
                   AND BT-EMP-ID(WS-BT-IND-2) = HRK-EMP-ID
                   AND (HRK-ETKIN-TARIHI IS NOT NUMERIC
                       OR HRK-ETKIN-TARIHI = ZERO
                       OR BT-ETKIN-TARIHI(WS-BT-IND-2)
                           = HRK-ETKIN-TARIHI)
                   SET IPTAL-BULUNDU TO TRUE
               END-IF
               ADD 1 TO WS-BT-IND-2
           END-PERFORM.

       0800-KONTROL-GUNCELLE.
           IF KONTROL-KAYDI-VAR
               OPEN OUTPUT KONTROL-DOSYASI
               END-IF
           END-IF.

      * Bekleyen dosyasi kalan (uygulanmamis, iptal edilmemis)
      * satirlarla etkin tarih sirasinda yeniden yazilir.
       0820-BEKLEYEN-YAZ.
           OPEN OUTPUT BEKLEYEN-DOSYASI
           MOVE 1 TO WS-BT-IND
           PERFORM UNTIL WS-BT-IND > WS-BT-SAYISI
               IF BT-BEKLIYOR(WS-BT-IND)
                   MOVE BT-PARK-TARIHI(WS-BT-IND) TO BKL-PARK-TARIHI
                   MOVE BT-PARTI-NO(WS-BT-IND) TO BKL-PARTI-NO
                   MOVE BT-HAREKET(WS-BT-IND) TO BKL-HAREKET
                   WRITE BEKLEYEN-KAYDI
                   ADD 1 TO WS-KALAN-BEKLEYEN-SAYISI
               END-IF
               ADD 1 TO WS-BT-IND
           END-PERFORM
           CLOSE BEKLEYEN-DOSYASI.

       0900-DOSYALARI-KAPAT.
           CLOSE HAREKET-DOSYASI
           CLOSE PERSONEL-DOSYASI
           CLOSE RED-DOSYASI
           CLOSE TRANSFER-DOSYASI
           CLOSE AD-GECMIS-DOSYASI
           CLOSE IZIN-DOSYASI
           CLOSE GUNLUK-DOSYASI.
