      * Aylik operator faaliyet raporu: BAKIM.JRN gunlugunden istenen
      * ayda uygulanan her degisiklik, onu giren operatore gore
      * gruplanip OPERATOR.RPT'ye yazilir; departman yoneticileri
      * kendi personeline yapilan degisiklikleri operator operator
      * imzalar. Her satirda calisma tarihi, parti no, personel, ad
      * soyad, degisikligin turu, departmani (transferde eski -> yeni)
      * ve etkin tarih yer alir. Tur gunluk satirinin islem kodundan
      * ve goruntulerden cikarilir: E EKLEME, departmani degistiren G
      * TRANSFER, diger G DEGISIKLIK, C CIKIS; S silme, A/I durum ve R
      * geri alma satirlari da eksiksiz olsun diye DIGER olarak
      * listelenir. Operator adi YETKI.DAT'tan alinir; operator kodu
      * bos satirlar (yetki denetiminden onceki gunluk) ayri bir grupta
      * toplanir. Donem OPERRAP.PRM kartindan (YYYYAA) alinir; kart
      * yoksa bir onceki ay raporlanir.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERRAP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GUNLUK-DOSYASI ASSIGN TO "BAKIM.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GUNLUK-DURUM.
           SELECT OPTIONAL YETKI-DOSYASI ASSIGN TO "YETKI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YETKI-DURUM.
           SELECT OPTIONAL PARAMETRE-DOSYASI ASSIGN TO "OPERRAP.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-DURUM.
           SELECT OPTIONAL RAPOR-DOSYASI ASSIGN TO "OPERATOR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  GUNLUK-DOSYASI.
           COPY "GUNLUK.CPY".

       FD  YETKI-DOSYASI.
           COPY "YETKI.CPY".

       FD  PARAMETRE-DOSYASI.
       01  PARAMETRE-KAYDI.
           05  PRM-DONEM             PIC 9(6).

       FD  RAPOR-DOSYASI.
       01  RAPOR-SATIRI          PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-DONUS-KODU  PIC 9(2) VALUE ZERO.
       77  WS-GUNLUK-DURUM  PIC X(2).
       77  WS-YETKI-DURUM  PIC X(2).
       77  WS-PARM-DURUM  PIC X(2).
       77  WS-DOSYA-SONU  PIC X VALUE "H".
           88  DOSYA-SONU-GELDI      VALUE "E".
       77  WS-YETKI-SONU  PIC X VALUE "H".
           88  YETKI-SONU-GELDI           VALUE "E".
       77  WS-DONEM  PIC 9(6).
       77  WS-OKUNAN-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-DONEM-SATIR-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-DG-IND  PIC 9(5).
       77  WS-OP-IND  PIC 9(3).
       77  WS-OP-IND-2  PIC 9(3).
       77  WS-OP-BULUNAN-IND  PIC 9(3).
       77  WS-OA-IND  PIC 9(3).
       77  WS-SATIR-OPERATOR  PIC X(8).
       77  WS-SATIR-TURU  PIC X.
           88  TUR-EKLEME                 VALUE "E".
           88  TUR-DEGISIKLIK             VALUE "G".
           88  TUR-TRANSFER               VALUE "T".
           88  TUR-CIKIS                  VALUE "C".
           88  TUR-DIGER                  VALUE "D".
       77  WS-DG-TASTI-MI  PIC X VALUE "H".
           88  DEGISIKLIK-TABLOSU-TASTI   VALUE "E".
       77  WS-OP-TASTI-MI  PIC X VALUE "H".
           88  OPERATOR-TABLOSU-TASTI     VALUE "E".

       01  WS-SISTEM-TARIHI  PIC X(21).
       01  WS-CALISMA-TARIHI-SAATI  REDEFINES WS-SISTEM-TARIHI.
           05  WCT-YIL            PIC 9(4).
           05  WCT-AY             PIC 9(2).
           05  WCT-GUN            PIC 9(2).
           05  FILLER             PIC X(13).

       01  WS-DONEM-X.
           05  WDN-YIL            PIC 9(4).
           05  WDN-AY             PIC 9(2).
       01  WS-DONEM-N REDEFINES WS-DONEM-X  PIC 9(6).

      * Gunluk goruntusu PERSONEL.CPY duzenindedir.
       01  WS-ONCEKI.
           05  ON-EMP-ID          PIC 9(6).
           05  ON-AD-SOYAD        PIC X(25).
           05  ON-DEPT-KODU       PIC X(4).
           05  FILLER             PIC X(28).

       01  WS-SONRAKI.
           05  SN-EMP-ID          PIC 9(6).
           05  SN-AD-SOYAD        PIC X(25).
           05  SN-DEPT-KODU       PIC X(4).
           05  FILLER             PIC X(28).

      * YETKI.DAT'taki operator adlari (operator basina ilk satir).
       01  WS-OPERATOR-ADI-TABLOSU.
           05  WS-OA-SAYISI       PIC 9(3) VALUE ZERO.
           05  WS-OA-GIRISI OCCURS 200 TIMES.
               10  OA-OPERATOR-ID PIC X(8).
               10  OA-OPERATOR-ADI  PIC X(25).

      * Donemdeki gunluk satirlari, dosya (zaman) sirasiyla.
       01  WS-DEGISIKLIK-TABLOSU.
           05  WS-DG-SAYISI       PIC 9(5) VALUE ZERO.
           05  WS-DG-GIRISI OCCURS 5000 TIMES.
               10  DG-OPERATOR-ID PIC X(8).
               10  DG-TARIH       PIC 9(8).
               10  DG-PARTI-NO    PIC X(14).
               10  DG-ISLEM-KODU  PIC X.
               10  DG-TUR         PIC X.
               10  DG-EMP-ID      PIC 9(6).
               10  DG-AD-SOYAD    PIC X(25).
               10  DG-ESKI-DEPT   PIC X(4).
               10  DG-YENI-DEPT   PIC X(4).
               10  DG-ETKIN-TARIHI  PIC 9(8).

      * Donemde satiri olan operatorler, koda gore sirali tutulur;
      * tur basina sayaclar operator ozetine yazilir.
       01  WS-OPERATOR-TABLOSU.
           05  WS-OP-SAYISI       PIC 9(3) VALUE ZERO.
           05  WS-OP-GIRISI OCCURS 200 TIMES.
               10  OP-OPERATOR-ID PIC X(8).
               10  OP-EKLEME      PIC 9(5).
               10  OP-DEGISIKLIK  PIC 9(5).
               10  OP-TRANSFER    PIC 9(5).
               10  OP-CIKIS       PIC 9(5).
               10  OP-DIGER       PIC 9(5).

       01  RAPOR-BASLIK-1.
           05  FILLER             PIC X(32) VALUE
               "AYLIK OPERATOR FAALIYET RAPORU  ".
           05  FILLER             PIC X(7)  VALUE "DONEM: ".
           05  RB1-DONEM          PIC 9(6).
           05  FILLER             PIC X(18) VALUE
               "  CALISMA TARIHI: ".
           05  RB1-BUGUN          PIC 9(8).

       01  RAPOR-OPERATOR.
           05  FILLER             PIC X(10) VALUE "OPERATOR: ".
           05  RO-OPERATOR-ID     PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RO-OPERATOR-ADI    PIC X(25).

       01  RAPOR-BASLIK-2.
           05  FILLER             PIC X(40) VALUE
               "TARIH    PARTI NO       PER.NO AD SOYAD ".
           05  FILLER             PIC X(40) VALUE
               "            TUR    DEPARTMAN  ETKIN TAR".

       01  RAPOR-DETAY.
           05  RD-TARIH           PIC 9(8).
           05  FILLER             PIC X     VALUE SPACE.
           05  RD-PARTI-NO        PIC X(14).
           05  FILLER             PIC X     VALUE SPACE.
           05  RD-EMP-ID          PIC 9(6).
           05  FILLER             PIC X     VALUE SPACE.
           05  RD-AD-SOYAD        PIC X(20).
           05  FILLER             PIC X     VALUE SPACE.
           05  RD-TUR             PIC X(6).
           05  FILLER             PIC X     VALUE SPACE.
           05  RD-DEPT            PIC X(10).
           05  FILLER             PIC X     VALUE SPACE.
           05  RD-ETKIN-TARIHI    PIC 9(8).
           05  FILLER             PIC X     VALUE SPACE.
           05  RD-ISLEM-KODU      PIC X.

       01  RAPOR-OZET.
           05  FILLER             PIC X(8)  VALUE "  EKLEME".
           05  RZ-EKLEME          PIC ZZZZ9.
           05  FILLER             PIC X(12) VALUE "  DEGISIKLIK".
           05  RZ-DEGISIKLIK      PIC ZZZZ9.
           05  FILLER             PIC X(10) VALUE "  TRANSFER".
           05  RZ-TRANSFER        PIC ZZZZ9.
           05  FILLER             PIC X(7)  VALUE "  CIKIS".
           05  RZ-CIKIS           PIC ZZZZ9.
           05  FILLER             PIC X(7)  VALUE "  DIGER".
           05  RZ-DIGER           PIC ZZZZ9.

       01  RAPOR-IMZA.
           05  FILLER             PIC X(60) VALUE
               "  DEPARTMAN YONETICISI ONAYI: .................".

       01  RAPOR-BOS.
           05  FILLER             PIC X(36) VALUE
               "DONEMDE UYGULANAN DEGISIKLIK YOK".

       01  RAPOR-CIZGI.
           05  FILLER             PIC X(80) VALUE ALL "-".

       PROCEDURE DIVISION.
       0000-ANA-ISLEM.
           MOVE FUNCTION CURRENT-DATE TO WS-SISTEM-TARIHI
           PERFORM 0010-PARAMETRE-OKU
           PERFORM 0100-OPERATOR-ADLARI-YUKLE
           PERFORM 0200-GUNLUK-YUKLE
           OPEN OUTPUT RAPOR-DOSYASI
           MOVE WS-DONEM TO RB1-DONEM
           COMPUTE RB1-BUGUN = WCT-YIL * 10000 + WCT-AY * 100 + WCT-GUN
           WRITE RAPOR-SATIRI FROM RAPOR-BASLIK-1
           IF WS-OP-SAYISI = ZERO
               WRITE RAPOR-SATIRI FROM RAPOR-CIZGI
               WRITE RAPOR-SATIRI FROM RAPOR-BOS
           END-IF
           MOVE 1 TO WS-OP-IND
           PERFORM UNTIL WS-OP-IND > WS-OP-SAYISI
               PERFORM 0500-OPERATORU-YAZ
               ADD 1 TO WS-OP-IND
           END-PERFORM
           CLOSE RAPOR-DOSYASI
           DISPLAY "DONEM                    : " WS-DONEM
           DISPLAY "OKUNAN GUNLUK SATIRI     : " WS-OKUNAN-SAYISI
           DISPLAY "DONEMDEKI DEGISIKLIK     : " WS-DONEM-SATIR-SAYISI
           DISPLAY "RAPORLANAN OPERATOR      : " WS-OP-SAYISI
           MOVE WS-DONUS-KODU TO RETURN-CODE
           GOBACK.

       0010-PARAMETRE-OKU.
           MOVE WCT-YIL TO WDN-YIL
           MOVE WCT-AY TO WDN-AY
           IF WDN-AY = 1
               MOVE 12 TO WDN-AY
               SUBTRACT 1 FROM WDN-YIL
           ELSE
               SUBTRACT 1 FROM WDN-AY
           END-IF
           OPEN INPUT PARAMETRE-DOSYASI
           IF WS-PARM-DURUM = "00"
               READ PARAMETRE-DOSYASI
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-DONEM IS NUMERIC
                           AND PRM-DONEM(5:2) >= "01"
                           AND PRM-DONEM(5:2) <= "12"
                           MOVE PRM-DONEM TO WS-DONEM-N
                       END-IF
               END-READ
           END-IF
           CLOSE PARAMETRE-DOSYASI
           MOVE WS-DONEM-N TO WS-DONEM.

      * Bir operatorun birden cok departman satiri olabilir; ad ilk
      * satirdan alinir.
       0100-OPERATOR-ADLARI-YUKLE.
           OPEN INPUT YETKI-DOSYASI
           IF WS-YETKI-DURUM = "00"
               PERFORM UNTIL YETKI-SONU-GELDI
                   READ YETKI-DOSYASI
                       AT END SET YETKI-SONU-GELDI TO TRUE
                       NOT AT END PERFORM 0110-OPERATOR-ADI-AL
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "UYARI: YETKI.DAT YOK, OPERATOR ADLARI "
                   "YAZILMAYACAK"
           END-IF
           CLOSE YETKI-DOSYASI.

       0110-OPERATOR-ADI-AL.
           MOVE YTK-OPERATOR-ID TO WS-SATIR-OPERATOR
           PERFORM 0120-OPERATOR-ADI-ARA
           IF WS-OA-IND > WS-OA-SAYISI
               AND WS-OA-SAYISI < 200
               ADD 1 TO WS-OA-SAYISI
               MOVE YTK-OPERATOR-ID TO OA-OPERATOR-ID(WS-OA-SAYISI)
               MOVE YTK-OPERATOR-ADI TO OA-OPERATOR-ADI(WS-OA-SAYISI)
           END-IF.

      * Bulunamazsa WS-OA-IND tablo sayisinin bir fazlasinda kalir.
       0120-OPERATOR-ADI-ARA.
           MOVE 1 TO WS-OA-IND
           PERFORM UNTIL WS-OA-IND > WS-OA-SAYISI
               OR OA-OPERATOR-ID(WS-OA-IND) = WS-SATIR-OPERATOR
               ADD 1 TO WS-OA-IND
           END-PERFORM.

       0200-GUNLUK-YUKLE.
           OPEN INPUT GUNLUK-DOSYASI
           IF WS-GUNLUK-DURUM NOT = "00"
               DISPLAY "UYARI: BAKIM.JRN YOK, RAPOR BOS"
           ELSE
               PERFORM UNTIL DOSYA-SONU-GELDI
                   READ GUNLUK-DOSYASI
                       AT END SET DOSYA-SONU-GELDI TO TRUE
                       NOT AT END
                           ADD 1 TO WS-OKUNAN-SAYISI
                           IF JRN-CALISMA-TARIHI(1:6) = WS-DONEM-X
                               PERFORM 0210-SATIRI-TABLOYA-AL
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE GUNLUK-DOSYASI.

       0210-SATIRI-TABLOYA-AL.
           IF WS-DG-SAYISI < 5000
               ADD 1 TO WS-DONEM-SATIR-SAYISI
               ADD 1 TO WS-DG-SAYISI
               MOVE JRN-ONCEKI-GORUNTU TO WS-ONCEKI
               MOVE JRN-SONRAKI-GORUNTU TO WS-SONRAKI
               PERFORM 0220-TURU-BUL
               MOVE JRN-OPERATOR-ID TO DG-OPERATOR-ID(WS-DG-SAYISI)
               MOVE JRN-CALISMA-TARIHI TO DG-TARIH(WS-DG-SAYISI)
               MOVE JRN-PARTI-NO TO DG-PARTI-NO(WS-DG-SAYISI)
               MOVE JRN-ISLEM-KODU TO DG-ISLEM-KODU(WS-DG-SAYISI)
               MOVE WS-SATIR-TURU TO DG-TUR(WS-DG-SAYISI)
               MOVE JRN-EMP-ID TO DG-EMP-ID(WS-DG-SAYISI)
               MOVE JRN-ETKIN-TARIHI TO DG-ETKIN-TARIHI(WS-DG-SAYISI)
               MOVE ON-DEPT-KODU TO DG-ESKI-DEPT(WS-DG-SAYISI)
               MOVE SN-DEPT-KODU TO DG-YENI-DEPT(WS-DG-SAYISI)
               IF JRN-SONRAKI-GORUNTU = SPACES
                   MOVE ON-AD-SOYAD TO DG-AD-SOYAD(WS-DG-SAYISI)
               ELSE
                   MOVE SN-AD-SOYAD TO DG-AD-SOYAD(WS-DG-SAYISI)
               END-IF
               MOVE JRN-OPERATOR-ID TO WS-SATIR-OPERATOR
               PERFORM 0250-OPERATORU-SAY
           ELSE
               IF NOT DEGISIKLIK-TABLOSU-TASTI
                   SET DEGISIKLIK-TABLOSU-TASTI TO TRUE
                   DISPLAY "UYARI: DEGISIKLIK TABLOSU DOLU, RAPOR "
                       "EKSIK"
                   MOVE 4 TO WS-DONUS-KODU
               END-IF
           END-IF.

       0220-TURU-BUL.
           EVALUATE TRUE
               WHEN JRN-EKLEME
                   SET TUR-EKLEME TO TRUE
               WHEN JRN-GUNCELLEME
                   AND ON-DEPT-KODU NOT = SN-DEPT-KODU
                   SET TUR-TRANSFER TO TRUE
               WHEN JRN-GUNCELLEME
                   SET TUR-DEGISIKLIK TO TRUE
               WHEN JRN-ISLEM-KODU = "C"
                   SET TUR-CIKIS TO TRUE
               WHEN OTHER
                   SET TUR-DIGER TO TRUE
           END-EVALUATE.

      * Operator tablosu koda gore sirali tutulur: yeni kod kendinden
      * buyuk ilk girisin yerine sokulur, sonrakiler bir kaydirilir.
       0250-OPERATORU-SAY.
           MOVE 1 TO WS-OP-IND
           PERFORM UNTIL WS-OP-IND > WS-OP-SAYISI
               OR OP-OPERATOR-ID(WS-OP-IND) >= WS-SATIR-OPERATOR
               ADD 1 TO WS-OP-IND
           END-PERFORM
           MOVE ZERO TO WS-OP-BULUNAN-IND
           IF WS-OP-IND <= WS-OP-SAYISI
               AND OP-OPERATOR-ID(WS-OP-IND) = WS-SATIR-OPERATOR
               MOVE WS-OP-IND TO WS-OP-BULUNAN-IND
           ELSE
               IF WS-OP-SAYISI < 200
                   PERFORM 0260-OPERATOR-SOK
                   MOVE WS-OP-IND TO WS-OP-BULUNAN-IND
               ELSE
                   IF NOT OPERATOR-TABLOSU-TASTI
                       SET OPERATOR-TABLOSU-TASTI TO TRUE
                       DISPLAY "UYARI: OPERATOR TABLOSU DOLU, RAPOR "
                           "EKSIK"
                       MOVE 4 TO WS-DONUS-KODU
                   END-IF
               END-IF
           END-IF
           IF WS-OP-BULUNAN-IND > ZERO
               EVALUATE TRUE
                   WHEN TUR-EKLEME
                       ADD 1 TO OP-EKLEME(WS-OP-BULUNAN-IND)
                   WHEN TUR-DEGISIKLIK
                       ADD 1 TO OP-DEGISIKLIK(WS-OP-BULUNAN-IND)
                   WHEN TUR-TRANSFER
                       ADD 1 TO OP-TRANSFER(WS-OP-BULUNAN-IND)
                   WHEN TUR-CIKIS
                       ADD 1 TO OP-CIKIS(WS-OP-BULUNAN-IND)
                   WHEN OTHER
                       ADD 1 TO OP-DIGER(WS-OP-BULUNAN-IND)
               END-EVALUATE
           END-IF.

       0260-OPERATOR-SOK.
           MOVE WS-OP-SAYISI TO WS-OP-IND-2
           PERFORM UNTIL WS-OP-IND-2 < WS-OP-IND
               MOVE WS-OP-GIRISI(WS-OP-IND-2)
                   TO WS-OP-GIRISI(WS-OP-IND-2 + 1)
               SUBTRACT 1 FROM WS-OP-IND-2
           END-PERFORM
           ADD 1 TO WS-OP-SAYISI
           MOVE WS-SATIR-OPERATOR TO OP-OPERATOR-ID(WS-OP-IND)
           MOVE ZERO TO OP-EKLEME(WS-OP-IND) OP-DEGISIKLIK(WS-OP-IND)
               OP-TRANSFER(WS-OP-IND) OP-CIKIS(WS-OP-IND)
               OP-DIGER(WS-OP-IND).

       0500-OPERATORU-YAZ.
           WRITE RAPOR-SATIRI FROM RAPOR-CIZGI
           MOVE OP-OPERATOR-ID(WS-OP-IND) TO RO-OPERATOR-ID
           MOVE OP-OPERATOR-ID(WS-OP-IND) TO WS-SATIR-OPERATOR
           IF WS-SATIR-OPERATOR = SPACES
               MOVE "(OPERATOR KODU BOS)" TO RO-OPERATOR-ADI
           ELSE
               PERFORM 0120-OPERATOR-ADI-ARA
               IF WS-OA-IND > WS-OA-SAYISI
                   MOVE "(YETKI.DAT'TA TANIMSIZ)" TO RO-OPERATOR-ADI
               ELSE
                   MOVE OA-OPERATOR-ADI(WS-OA-IND) TO RO-OPERATOR-ADI
               END-IF
           END-IF
           WRITE RAPOR-SATIRI FROM RAPOR-OPERATOR
           WRITE RAPOR-SATIRI FROM RAPOR-BASLIK-2
           MOVE 1 TO WS-DG-IND
           PERFORM UNTIL WS-DG-IND > WS-DG-SAYISI
               IF DG-OPERATOR-ID(WS-DG-IND) = WS-SATIR-OPERATOR
                   PERFORM 0510-DEGISIKLIGI-YAZ
               END-IF
               ADD 1 TO WS-DG-IND
           END-PERFORM
           MOVE OP-EKLEME(WS-OP-IND) TO RZ-EKLEME
           MOVE OP-DEGISIKLIK(WS-OP-IND) TO RZ-DEGISIKLIK
           MOVE OP-TRANSFER(WS-OP-IND) TO RZ-TRANSFER
           MOVE OP-CIKIS(WS-OP-IND) TO RZ-CIKIS
           MOVE OP-DIGER(WS-OP-IND) TO RZ-DIGER
           WRITE RAPOR-SATIRI FROM RAPOR-OZET
           WRITE RAPOR-SATIRI FROM RAPOR-IMZA.

      * Departman sutunu transferde "ESKI->YENI", silmede eski,
      * diger satirlarda sonraki goruntunun departmanidir.
       0510-DEGISIKLIGI-YAZ.
           MOVE DG-TARIH(WS-DG-IND) TO RD-TARIH
           MOVE DG-PARTI-NO(WS-DG-IND) TO RD-PARTI-NO
           MOVE DG-EMP-ID(WS-DG-IND) TO RD-EMP-ID
           MOVE DG-AD-SOYAD(WS-DG-IND) TO RD-AD-SOYAD
           MOVE DG-ETKIN-TARIHI(WS-DG-IND) TO RD-ETKIN-TARIHI
           MOVE DG-ISLEM-KODU(WS-DG-IND) TO RD-ISLEM-KODU
           MOVE SPACES TO RD-DEPT
           EVALUATE DG-TUR(WS-DG-IND)
               WHEN "E"
                   MOVE "EKLEME" TO RD-TUR
               WHEN "G"
                   MOVE "DEGIS." TO RD-TUR
               WHEN "T"
                   MOVE "TRANSF" TO RD-TUR
               WHEN "C"
                   MOVE "CIKIS" TO RD-TUR
               WHEN OTHER
                   MOVE "DIGER" TO RD-TUR
           END-EVALUATE
           EVALUATE TRUE
               WHEN DG-TUR(WS-DG-IND) = "T"
                   STRING DG-ESKI-DEPT(WS-DG-IND) DELIMITED BY SIZE
                       "->" DELIMITED BY SIZE
                       DG-YENI-DEPT(WS-DG-IND) DELIMITED BY SIZE
                       INTO RD-DEPT
               WHEN DG-YENI-DEPT(WS-DG-IND) = SPACES
                   MOVE DG-ESKI-DEPT(WS-DG-IND) TO RD-DEPT
               WHEN OTHER
                   MOVE DG-YENI-DEPT(WS-DG-IND) TO RD-DEPT
           END-EVALUATE
           WRITE RAPOR-SATIRI FROM RAPOR-DETAY.
