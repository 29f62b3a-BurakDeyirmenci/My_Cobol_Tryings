      * KVKK ilgili kisi bilgi talebi raporu: KVKKBILGI.PRM kartindaki
      * personel no ya da TC kimlik no ile bir kisinin sistemde
      * tutulan butun verisi tek raporda (KVKKBILGI.RPT) listelenir:
      * PERSONEL.IDX ana kaydi (yoksa AYRILAN.ARS imha arsivi),
      * TRANSFER.HST, ADSOYAD.HST, IZIN.HST, bordro aktarimlari
      * (BORDRO.EXT baslik tarihiyle, BORDRO.SNP, BORDRO.DLT),
      * BAKIM.JRN goruntuleri, BEKLEYEN.DAT'taki ileri tarihli
      * hareketler, DENETIM.KAT'taki arsivler ile DENETIM.LOG
      * satirlari ve DUZELTME.ONR'deki bekleyen duzeltme onerileri.
      * Kart yoksa sorgu konsoldan alinir. TC ile sorguda numara
      * TCKIMLIK ile denetlenir, gecersizse rapor uretilmez; ana
      * kayitta bulunamayan TC BAKIM.JRN goruntulerinde, orada da
      * yoksa bekleyen hareketlerde (henuz ise baslamamis personel)
      * aranir. Denetim kutugu satirlari ad soyad ile
      * yazildigindan kisinin ana kayit,
      * ad gecmisi ve gunluk goruntulerindeki butun adlariyla
      * eslestirilir; duzeltme satirlari personel no ile eslesir.
      * Donus kodu: 0 tamam, 4 kayittaki TC gecersiz ya da kartla
      * uyusmuyor, 8 kisiye ait veri bulunamadi, 16 sorgu gecersiz.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KVKKBILGI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARAMETRE-DOSYASI ASSIGN TO "KVKKBILGI.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-DURUM.
           SELECT PERSONEL-DOSYASI ASSIGN TO "PERSONEL.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-EMP-ID
               FILE STATUS IS WS-PERSONEL-DURUM.
           SELECT OPTIONAL ARSIV-DOSYASI ASSIGN TO "AYRILAN.ARS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRANSFER-DOSYASI ASSIGN TO "TRANSFER.HST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AD-GECMIS-DOSYASI ASSIGN TO "ADSOYAD.HST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL IZIN-DOSYASI ASSIGN TO "IZIN.HST"
               ORGANIZATION IS LINE SEQUENTIAL.
      * BORDRO.EXT, BORDRO.SNP ve BORDRO.DLT sirayla ayni tanimla
      * okunur.
           SELECT OPTIONAL BORDRO-DOSYASI
               ASSIGN TO DYNAMIC WS-BORDRO-DOSYA-ADI
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GUNLUK-DOSYASI ASSIGN TO "BAKIM.JRN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BEKLEYEN-DOSYASI ASSIGN TO "BEKLEYEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL KATALOG-DOSYASI ASSIGN TO "DENETIM.KAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KATALOG-DURUM.
           SELECT OPTIONAL LOG-GIRIS-DOSYASI
               ASSIGN TO DYNAMIC WS-LOG-DOSYA-ADI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-DURUM.
           SELECT OPTIONAL DUZELTME-ONERI-DOSYASI
               ASSIGN TO "DUZELTME.ONR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RAPOR-DOSYASI ASSIGN TO "KVKKBILGI.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * Personel no sifir ve TC alani dolu ise sorgu TC kimlik no
      * ile yapilir (ADSOYADB tekli sorgu karti ile ayni duzen).
       FD  PARAMETRE-DOSYASI.
       01  PARAMETRE-KAYDI.
           05  PRM-SORGU-EMP-ID      PIC 9(6).
           05  PRM-SORGU-TC          PIC X(11).

       FD  PERSONEL-DOSYASI.
           COPY "PERSONEL.CPY".

       FD  ARSIV-DOSYASI.
           COPY "AYRILAN.CPY".

       FD  TRANSFER-DOSYASI.
           COPY "TRANSFER.CPY".

       FD  AD-GECMIS-DOSYASI.
           COPY "ADGECMIS.CPY".

       FD  IZIN-DOSYASI.
           COPY "IZIN.CPY".

       FD  BORDRO-DOSYASI.
       01  BORDRO-SATIRI         PIC X(80).

       FD  GUNLUK-DOSYASI.
           COPY "GUNLUK.CPY".

       FD  BEKLEYEN-DOSYASI.
           COPY "BEKLEYEN.CPY".

       FD  KATALOG-DOSYASI.
       01  KATALOG-SATIRI        PIC X(30).

       FD  LOG-GIRIS-DOSYASI.
       01  LOG-SATIRI            PIC X(80).

       FD  DUZELTME-ONERI-DOSYASI.
       01  DUZELTME-ONERI-KAYDI.
           05  DO-EMP-ID             PIC 9(6).
           05  DO-POZISYON           PIC 9(2).
           05  DO-ESKI-KARAKTER      PIC X.
           05  DO-YENI-KARAKTER      PIC X.

       FD  RAPOR-DOSYASI.
       01  RAPOR-SATIRI          PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "TCKIMLIK-PARM.CPY".
           COPY "BORDRO.CPY".
       77  WS-PARM-DURUM  PIC X(2).
       77  WS-PERSONEL-DURUM  PIC X(2).
       77  WS-KATALOG-DURUM  PIC X(2).
       77  WS-LOG-DURUM  PIC X(2).
       77  WS-DONUS-KODU  PIC 9(2) VALUE ZERO.
       77  WS-BUGUN-YMD  PIC 9(8).
       77  WS-SORGU-EMP-ID  PIC 9(6) VALUE ZERO.
       77  WS-SORGU-TC  PIC 9(11) VALUE ZERO.
       77  WS-KISI-EMP-ID  PIC 9(6) VALUE ZERO.
       77  WS-KISI-TC  PIC 9(11) VALUE ZERO.
       77  WS-BORDRO-DOSYA-ADI  PIC X(30).
       77  WS-LOG-DOSYA-ADI  PIC X(30).
       77  WS-BORDRO-TARIHI  PIC X(8).
       77  WS-ARANAN-AD  PIC X(25).
       77  WS-AD-IND  PIC 9(2).
       77  WS-KUTUK-SATIR-SAYISI  PIC 9(6).
       77  WS-PARM-ALINDI-MI  PIC X VALUE "H".
           88  PARAMETRE-ALINDI           VALUE "E".
       77  WS-DOSYA-SONU  PIC X VALUE "H".
           88  DOSYA-SONU-GELDI      VALUE "E".
       77  WS-LOG-SONU  PIC X.
           88  LOG-SONU-GELDI             VALUE "E".
       77  WS-ANA-KAYIT-VAR-MI  PIC X VALUE "H".
           88  ANA-KAYIT-VAR              VALUE "E".
       77  WS-TC-BULUNDU-MU  PIC X VALUE "H".
           88  TC-BULUNDU                 VALUE "E".
       77  WS-AD-TABLODA-MI  PIC X.
           88  AD-TABLODA                 VALUE "E".
       77  WS-AD-TASTI-MI  PIC X VALUE "H".
           88  AD-TABLOSU-TASTI           VALUE "E".
       77  WS-SATIR-ESLESTI-MI  PIC X.
           88  SATIR-ESLESTI              VALUE "E".
       77  WS-ANA-KAYIT-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-ARSIV-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-TRANSFER-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-AD-GECMISI-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-IZIN-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-BORDRO-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-GUNLUK-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-BEKLEYEN-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-DENETIM-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-ONERI-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-TOPLAM-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-BOLUM-SAYISI  PIC 9(6).

       01  WS-SISTEM-TARIHI  PIC X(21).
       01  WS-CALISMA-TARIHI-SAATI  REDEFINES WS-SISTEM-TARIHI.
           05  WCT-YIL            PIC 9(4).
           05  WCT-AY             PIC 9(2).
           05  WCT-GUN            PIC 9(2).
           05  FILLER             PIC X(13).

      * Gunluk goruntusu PERSONEL.CPY duzenindedir.
       01  WS-GORUNTU.
           05  GR-EMP-ID          PIC 9(6).
           05  GR-AD-SOYAD        PIC X(25).
           05  FILLER             PIC X(21).
           05  GR-TC-KIMLIK-NO    PIC X(11).

      * Kisinin sistemde gecen butun adlari; denetim kutugu satirlari
      * bu adlarla eslestirilir.
       01  WS-AD-TABLOSU.
           05  WS-AD-SAYISI       PIC 9(2) VALUE ZERO.
           05  WS-AD-GIRISI OCCURS 20 TIMES.
               10  AT-AD-SOYAD    PIC X(25).

       01  RAPOR-BASLIK-1.
           05  FILLER             PIC X(38) VALUE
               "KVKK ILGILI KISI BILGI TALEBI RAPORU".

       01  RAPOR-BASLIK-2.
           05  FILLER             PIC X(16) VALUE "CALISMA TARIHI: ".
           05  RB2-BUGUN          PIC 9(8).
           05  FILLER             PIC X(17) VALUE "  SORGU PER.NO: ".
           05  RB2-SORGU-EMP-ID   PIC 9(6).
           05  FILLER             PIC X(6)  VALUE "  TC: ".
           05  RB2-SORGU-TC       PIC 9(11).

       01  RAPOR-BOLUM.
           05  FILLER             PIC X(4)  VALUE "=== ".
           05  RBL-BASLIK         PIC X(50).

       01  RAPOR-BOS-BOLUM.
           05  FILLER             PIC X(27) VALUE
               "    (BU DOSYADA KAYIT YOK)".

       01  RAPOR-ALAN.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  RA-ETIKET          PIC X(20).
           05  RA-DEGER           PIC X(50).

       01  RAPOR-TRANSFER.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  RT-ETKIN-TARIHI    PIC 9(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RT-ESKI-DEPT       PIC X(4).
           05  FILLER             PIC X(4)  VALUE " -> ".
           05  RT-YENI-DEPT       PIC X(4).

       01  RAPOR-AD-GECMISI.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RAG-ETKIN-TARIHI   PIC 9(8).
           05  FILLER             PIC X     VALUE SPACE.
           05  RAG-ESKI-AD        PIC X(25).
           05  FILLER             PIC X     VALUE SPACE.
           05  RAG-YENI-AD        PIC X(25).
           05  FILLER             PIC X     VALUE SPACE.
           05  RAG-NEDEN          PIC X(2).
           05  FILLER             PIC X     VALUE SPACE.
           05  RAG-ISLEM-TARIHI   PIC 9(8).

       01  RAPOR-IZIN.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  RI-OLAY            PIC X(18).
           05  FILLER             PIC X(6)  VALUE " TUR: ".
           05  RI-TUR             PIC X.
           05  FILLER             PIC X(8)  VALUE " TARIH: ".
           05  RI-OLAY-TARIHI     PIC 9(8).
           05  FILLER             PIC X(14) VALUE " DONUS TARIHI:".
           05  RI-DONUS-TARIHI    PIC 9(8).

       01  RAPOR-BEKLEYEN.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  RBK-ETKIN-TARIHI   PIC 9(8).
           05  FILLER             PIC X(7)  VALUE " ISLEM:".
           05  RBK-ISLEM-KODU     PIC X.
           05  FILLER             PIC X(6)  VALUE " PARK:".
           05  RBK-PARK-TARIHI    PIC 9(8).
           05  FILLER             PIC X(7)  VALUE " PARTI:".
           05  RBK-PARTI-NO       PIC X(14).
           05  FILLER             PIC X(5)  VALUE " OPR:".
           05  RBK-OPERATOR-ID    PIC X(8).

       01  RAPOR-BEKLEYEN-ALAN.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  RBA-AD-SOYAD       PIC X(25).
           05  FILLER             PIC X     VALUE SPACE.
           05  RBA-DEPT-KODU      PIC X(4).
           05  FILLER             PIC X(4)  VALUE " TC:".
           05  RBA-TC-KIMLIK-NO   PIC X(11).

       01  RAPOR-BORDRO.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RBR-DOSYA          PIC X(10).
           05  FILLER             PIC X     VALUE SPACE.
           05  RBR-TARIH          PIC X(8).
           05  FILLER             PIC X     VALUE SPACE.
           05  RBR-KOD            PIC X.
           05  FILLER             PIC X     VALUE SPACE.
           05  RBR-DEPT           PIC X(4).
           05  FILLER             PIC X     VALUE SPACE.
           05  RBR-GIRIS          PIC 9(8).
           05  FILLER             PIC X     VALUE SPACE.
           05  RBR-AD             PIC X(42).

       01  RAPOR-GUNLUK.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  RG-TARIH           PIC 9(8).
           05  FILLER             PIC X     VALUE SPACE.
           05  RG-SAAT            PIC 9(6).
           05  FILLER             PIC X(7)  VALUE " PARTI:".
           05  RG-PARTI-NO        PIC X(14).
           05  FILLER             PIC X(7)  VALUE " ISLEM:".
           05  RG-ISLEM-KODU      PIC X.
           05  FILLER             PIC X(7)  VALUE " ETKIN:".
           05  RG-ETKIN-TARIHI    PIC 9(8).
           05  FILLER             PIC X(5)  VALUE " OPR:".
           05  RG-OPERATOR-ID     PIC X(8).

       01  RAPOR-GORUNTU.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  RGR-ETIKET         PIC X(9).
           05  RGR-GORUNTU        PIC X(63).

       01  RAPOR-KUTUK.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  FILLER             PIC X(7)  VALUE "KUTUK: ".
           05  RK-DOSYA-ADI       PIC X(30).

       01  RAPOR-KUTUK-SATIRI.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RKS-SATIR          PIC X(78).

       01  RAPOR-ONERI.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  FILLER             PIC X(10) VALUE "POZISYON: ".
           05  RO-POZISYON        PIC Z9.
           05  FILLER             PIC X(8)  VALUE "  ESKI: ".
           05  RO-ESKI-KARAKTER   PIC X.
           05  FILLER             PIC X(8)  VALUE "  YENI: ".
           05  RO-YENI-KARAKTER   PIC X.
           05  FILLER             PIC X(21) VALUE
               "  (ONAY BEKLIYOR)".

       01  RAPOR-OZET.
           05  RZ-ETIKET          PIC X(36).
           05  RZ-SAYI            PIC ZZZ,ZZ9.

       01  RAPOR-IMZA-1.
           05  FILLER             PIC X(60) VALUE
               "RAPORU HAZIRLAYAN  : ..............................".

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
           IF NOT PARAMETRE-ALINDI
               PERFORM 0020-SORGU-SOR
           END-IF
           PERFORM 0050-SORGU-DOGRULA
           PERFORM 0100-DOSYALARI-AC
           PERFORM 0200-KISIYI-BUL
           PERFORM 0250-ANA-KAYIT-YAZ
           PERFORM 0270-ARSIV-YAZ
           PERFORM 0300-TRANSFER-YAZ
           PERFORM 0350-AD-GECMISI-YAZ
           PERFORM 0400-IZIN-YAZ
           MOVE "BORDRO.EXT" TO WS-BORDRO-DOSYA-ADI
           PERFORM 0450-BORDRO-DOSYASI-ISLE
           MOVE "BORDRO.SNP" TO WS-BORDRO-DOSYA-ADI
           PERFORM 0450-BORDRO-DOSYASI-ISLE
           MOVE "BORDRO.DLT" TO WS-BORDRO-DOSYA-ADI
           PERFORM 0450-BORDRO-DOSYASI-ISLE
           PERFORM 0500-GUNLUK-YAZ
           PERFORM 0550-BEKLEYEN-YAZ
           PERFORM 0600-DENETIM-KUTUKLERI-YAZ
           PERFORM 0700-DUZELTME-ONERI-YAZ
           PERFORM 0850-OZET-YAZ
           PERFORM 0900-DOSYALARI-KAPAT
           DISPLAY "SORGULANAN PERSONEL NO   : " WS-KISI-EMP-ID
           DISPLAY "RAPORLANAN KAYIT SAYISI  : " WS-TOPLAM-SAYISI
           MOVE WS-DONUS-KODU TO RETURN-CODE
           GOBACK.

       0010-PARAMETRE-OKU.
           OPEN INPUT PARAMETRE-DOSYASI
           IF WS-PARM-DURUM = "00"
               READ PARAMETRE-DOSYASI
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-SORGU-EMP-ID IS NUMERIC
                           MOVE PRM-SORGU-EMP-ID TO WS-SORGU-EMP-ID
                       END-IF
                       IF PRM-SORGU-TC IS NUMERIC
                           MOVE PRM-SORGU-TC TO WS-SORGU-TC
                       END-IF
                       SET PARAMETRE-ALINDI TO TRUE
               END-READ
           END-IF
           CLOSE PARAMETRE-DOSYASI.

       0020-SORGU-SOR.
           DISPLAY "Personel No (6 hane, TC ile arama icin 0): "
               WITH NO ADVANCING
           ACCEPT WS-SORGU-EMP-ID FROM CONSOLE
           IF WS-SORGU-EMP-ID = ZERO
               DISPLAY "TC Kimlik No (11 hane): " WITH NO ADVANCING
               ACCEPT WS-SORGU-TC FROM CONSOLE
           END-IF.

      * Kartta TC varsa (personel no ile birlikte verilse de) kontrol
      * haneleri denetlenir; gecersiz numara ile kimsenin verisi
      * listelenmez.
       0050-SORGU-DOGRULA.
           IF WS-SORGU-EMP-ID = ZERO AND WS-SORGU-TC = ZERO
               DISPLAY "SORGU GECERSIZ: PERSONEL NO YA DA TC KIMLIK "
                   "NO VERILMEDI, RAPOR URETILMEDI"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SORGU-TC > ZERO
               MOVE WS-SORGU-TC TO TCK-NO
               CALL "TCKIMLIK" USING TCKIMLIK-PARM-ALANI
               IF TCK-GECERSIZ
                   DISPLAY "TC KIMLIK NO GECERSIZ, RAPOR URETILMEDI: "
                       WS-SORGU-TC
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       0100-DOSYALARI-AC.
           OPEN INPUT PERSONEL-DOSYASI
           IF WS-PERSONEL-DURUM NOT = "00"
               DISPLAY "PERSONEL.IDX ACILAMADI, DURUM: "
                   WS-PERSONEL-DURUM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RAPOR-DOSYASI
           MOVE WS-BUGUN-YMD TO RB2-BUGUN
           MOVE WS-SORGU-EMP-ID TO RB2-SORGU-EMP-ID
           MOVE WS-SORGU-TC TO RB2-SORGU-TC
           WRITE RAPOR-SATIRI FROM RAPOR-BASLIK-1
           WRITE RAPOR-SATIRI FROM RAPOR-BASLIK-2.

      * Personel no ile sorguda indeks dogrudan okunur; TC ile
      * sorguda ikincil indeks olmadigindan dosya sirayla taranir.
      * Ana kayitta bulunamayan TC, silinmis personelin izini tasiyan
      * BAKIM.JRN goruntulerinde aranir.
       0200-KISIYI-BUL.
           IF WS-SORGU-EMP-ID > ZERO
               MOVE WS-SORGU-EMP-ID TO WS-KISI-EMP-ID
               MOVE WS-SORGU-EMP-ID TO PER-EMP-ID
               READ PERSONEL-DOSYASI KEY IS PER-EMP-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET ANA-KAYIT-VAR TO TRUE
               END-READ
           ELSE
               PERFORM 0210-TC-ILE-ARA
               IF NOT ANA-KAYIT-VAR
                   PERFORM 0220-GUNLUKTE-TC-ARA
               END-IF
               IF NOT ANA-KAYIT-VAR AND NOT TC-BULUNDU
                   PERFORM 0225-BEKLEYENDE-TC-ARA
               END-IF
           END-IF
           IF ANA-KAYIT-VAR
               ADD 1 TO WS-ANA-KAYIT-SAYISI
               MOVE PER-EMP-ID TO WS-KISI-EMP-ID
               IF PER-TC-KIMLIK-NO IS NUMERIC
                   MOVE PER-TC-KIMLIK-NO TO WS-KISI-TC
               END-IF
               MOVE PER-AD-SOYAD TO WS-ARANAN-AD
               PERFORM 0230-AD-TABLOSUNA-EKLE
           END-IF
           IF WS-KISI-EMP-ID = ZERO
               DISPLAY "TC KIMLIK NO HICBIR KAYITTA BULUNAMADI: "
                   WS-SORGU-TC
           END-IF.

       0210-TC-ILE-ARA.
           MOVE "H" TO WS-DOSYA-SONU
           PERFORM UNTIL DOSYA-SONU-GELDI OR ANA-KAYIT-VAR
               READ PERSONEL-DOSYASI NEXT RECORD
                   AT END SET DOSYA-SONU-GELDI TO TRUE
                   NOT AT END
                       IF PER-TC-KIMLIK-NO IS NUMERIC
                           AND PER-TC-KIMLIK-NO = WS-SORGU-TC
                           SET ANA-KAYIT-VAR TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

      * Goruntudeki TC alani PERSONEL-KAYDI'nin 53. konumundadir;
      * eslesen ilk satirin personel nosu kisinin nosu sayilir.
       0220-GUNLUKTE-TC-ARA.
           MOVE "H" TO WS-DOSYA-SONU
           MOVE WS-SORGU-TC TO WS-KISI-TC
           OPEN INPUT GUNLUK-DOSYASI
           PERFORM UNTIL DOSYA-SONU-GELDI OR TC-BULUNDU
               READ GUNLUK-DOSYASI
                   AT END SET DOSYA-SONU-GELDI TO TRUE
                   NOT AT END
                       IF JRN-ONCEKI-GORUNTU(53:11) = WS-SORGU-TC
                           OR JRN-SONRAKI-GORUNTU(53:11) = WS-SORGU-TC
                           MOVE JRN-EMP-ID TO WS-KISI-EMP-ID
                           SET TC-BULUNDU TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GUNLUK-DOSYASI
           IF TC-BULUNDU
               DISPLAY "TC ANA KAYITTA YOK, BAKIM.JRN'DEN BULUNAN "
                   "PERSONEL NO: " WS-KISI-EMP-ID
           END-IF.

      * Ileri tarihli E hareketi ile girilmis, henuz ana kayda
      * gecmemis personel.
       0225-BEKLEYENDE-TC-ARA.
           MOVE "H" TO WS-DOSYA-SONU
           OPEN INPUT BEKLEYEN-DOSYASI
           PERFORM UNTIL DOSYA-SONU-GELDI OR TC-BULUNDU
               READ BEKLEYEN-DOSYASI
                   AT END SET DOSYA-SONU-GELDI TO TRUE
                   NOT AT END
                       IF BKL-TC-KIMLIK-NO = WS-SORGU-TC
                           MOVE BKL-EMP-ID TO WS-KISI-EMP-ID
                           SET TC-BULUNDU TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BEKLEYEN-DOSYASI
           IF TC-BULUNDU
               DISPLAY "TC ANA KAYITTA YOK, BEKLEYEN.DAT'TAN BULUNAN "
                   "PERSONEL NO: " WS-KISI-EMP-ID
           END-IF.

      * Bos, maskelenmis (imha edilmis) ya da tabloda zaten olan ad
      * eklenmez.
       0230-AD-TABLOSUNA-EKLE.
           IF WS-ARANAN-AD NOT = SPACES
               AND WS-ARANAN-AD NOT = ALL "*"
               PERFORM 0240-AD-TABLODA-ARA
               IF NOT AD-TABLODA
                   IF WS-AD-SAYISI < 20
                       ADD 1 TO WS-AD-SAYISI
                       MOVE WS-ARANAN-AD TO AT-AD-SOYAD(WS-AD-SAYISI)
                   ELSE
                       IF NOT AD-TABLOSU-TASTI
                           SET AD-TABLOSU-TASTI TO TRUE
                           DISPLAY "UYARI: AD TABLOSU DOLU, SONRAKI "
                               "ADLAR DENETIM KUTUGUNDE ARANMAYACAK"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0240-AD-TABLODA-ARA.
           MOVE "H" TO WS-AD-TABLODA-MI
           MOVE 1 TO WS-AD-IND
           PERFORM UNTIL WS-AD-IND > WS-AD-SAYISI OR AD-TABLODA
               IF AT-AD-SOYAD(WS-AD-IND) = WS-ARANAN-AD
                   SET AD-TABLODA TO TRUE
               END-IF
               ADD 1 TO WS-AD-IND
           END-PERFORM.

      * Kayittaki TC de TCKIMLIK ile denetlenir; kartla birlikte
      * verilen TC kayittakinden farkliysa rapora uyari dusulur.
       0250-ANA-KAYIT-YAZ.
           MOVE "PERSONEL ANA KAYDI (PERSONEL.IDX)" TO RBL-BASLIK
           PERFORM 0800-BOLUM-BASLIGI-YAZ
           IF NOT ANA-KAYIT-VAR
               WRITE RAPOR-SATIRI FROM RAPOR-BOS-BOLUM
           ELSE
               MOVE "PERSONEL NO" TO RA-ETIKET
               MOVE PER-EMP-ID TO RA-DEGER
               WRITE RAPOR-SATIRI FROM RAPOR-ALAN
               MOVE "AD SOYAD" TO RA-ETIKET
               MOVE PER-AD-SOYAD TO RA-DEGER
               WRITE RAPOR-SATIRI FROM RAPOR-ALAN
               MOVE "TC KIMLIK NO" TO RA-ETIKET
               MOVE PER-TC-KIMLIK-NO TO RA-DEGER
               IF PER-TC-KIMLIK-NO IS NUMERIC
                   AND PER-TC-KIMLIK-NO > ZERO
                   MOVE PER-TC-KIMLIK-NO TO TCK-NO
                   CALL "TCKIMLIK" USING TCKIMLIK-PARM-ALANI
                   IF TCK-GECERLI
                       MOVE "(GECERLI)" TO RA-DEGER(13:)
                   ELSE
                       MOVE "(KONTROL HANESI GECERSIZ)" TO RA-DEGER(13:)
                       MOVE 4 TO WS-DONUS-KODU
                   END-IF
               ELSE
                   MOVE "(KAYITLI DEGIL)" TO RA-DEGER(13:)
               END-IF
               WRITE RAPOR-SATIRI FROM RAPOR-ALAN
               IF WS-SORGU-TC > ZERO
                   AND WS-SORGU-TC NOT = WS-KISI-TC
                   MOVE "UYARI" TO RA-ETIKET
                   MOVE "SORGUDAKI TC KAYITTAKI TC ILE UYUSMUYOR"
                       TO RA-DEGER
                   WRITE RAPOR-SATIRI FROM RAPOR-ALAN
                   MOVE 4 TO WS-DONUS-KODU
               END-IF
               MOVE "DEPARTMAN" TO RA-ETIKET
               MOVE PER-DEPT-KODU TO RA-DEGER
               WRITE RAPOR-SATIRI FROM RAPOR-ALAN
               MOVE "ISE GIRIS TARIHI" TO RA-ETIKET
               MOVE PER-ISE-GIRIS-TARIHI TO RA-DEGER
               WRITE RAPOR-SATIRI FROM RAPOR-ALAN
               MOVE "CALISMA DURUMU" TO RA-ETIKET
               EVALUATE TRUE
                   WHEN PER-AYRILDI
                       MOVE "C AYRILDI" TO RA-DEGER
                   WHEN PER-IZINLI
                       MOVE "I IZINLI" TO RA-DEGER
                   WHEN OTHER
                       MOVE "A AKTIF" TO RA-DEGER
               END-EVALUATE
               WRITE RAPOR-SATIRI FROM RAPOR-ALAN
               IF PER-AYRILDI
                   MOVE "CIKIS TARIHI" TO RA-ETIKET
                   MOVE PER-CIKIS-TARIHI TO RA-DEGER
                   WRITE RAPOR-SATIRI FROM RAPOR-ALAN
               END-IF
           END-IF.

      * Saklama suresi dolup imha edilen personelin arsiv satiri ad
      * ve TC tasimaz; yine de kisiye ait veridir.
       0270-ARSIV-YAZ.
           MOVE "AYRILAN PERSONEL ARSIVI (AYRILAN.ARS)" TO RBL-BASLIK
           PERFORM 0800-BOLUM-BASLIGI-YAZ
           MOVE ZERO TO WS-BOLUM-SAYISI
           MOVE "H" TO WS-DOSYA-SONU
           OPEN INPUT ARSIV-DOSYASI
           PERFORM UNTIL DOSYA-SONU-GELDI
               READ ARSIV-DOSYASI
                   AT END SET DOSYA-SONU-GELDI TO TRUE
                   NOT AT END
                       IF ARS-EMP-ID = WS-KISI-EMP-ID
                           PERFORM 0275-ARSIV-SATIRI-YAZ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARSIV-DOSYASI
           MOVE WS-BOLUM-SAYISI TO WS-ARSIV-SAYISI
           PERFORM 0810-BOS-BOLUM-DENETLE.

       0275-ARSIV-SATIRI-YAZ.
           ADD 1 TO WS-BOLUM-SAYISI
           MOVE "DEPARTMAN" TO RA-ETIKET
           MOVE ARS-DEPT-KODU TO RA-DEGER
           WRITE RAPOR-SATIRI FROM RAPOR-ALAN
           MOVE "ISE GIRIS TARIHI" TO RA-ETIKET
           MOVE ARS-ISE-GIRIS-TARIHI TO RA-DEGER
           WRITE RAPOR-SATIRI FROM RAPOR-ALAN
           MOVE "CIKIS TARIHI" TO RA-ETIKET
           MOVE ARS-CIKIS-TARIHI TO RA-DEGER
           WRITE RAPOR-SATIRI FROM RAPOR-ALAN
           MOVE "IMHA TARIHI" TO RA-ETIKET
           MOVE ARS-IMHA-TARIHI TO RA-DEGER
           WRITE RAPOR-SATIRI FROM RAPOR-ALAN.

       0300-TRANSFER-YAZ.
           MOVE "DEPARTMAN TRANSFER GECMISI (TRANSFER.HST)"
               TO RBL-BASLIK
           PERFORM 0800-BOLUM-BASLIGI-YAZ
           MOVE ZERO TO WS-BOLUM-SAYISI
           MOVE "H" TO WS-DOSYA-SONU
           OPEN INPUT TRANSFER-DOSYASI
           PERFORM UNTIL DOSYA-SONU-GELDI
               READ TRANSFER-DOSYASI
                   AT END SET DOSYA-SONU-GELDI TO TRUE
                   NOT AT END
                       IF TRF-EMP-ID = WS-KISI-EMP-ID
                           ADD 1 TO WS-BOLUM-SAYISI
                           MOVE TRF-ETKIN-TARIHI TO RT-ETKIN-TARIHI
                           MOVE TRF-ESKI-DEPT-KODU TO RT-ESKI-DEPT
                           MOVE TRF-YENI-DEPT-KODU TO RT-YENI-DEPT
                           WRITE RAPOR-SATIRI FROM RAPOR-TRANSFER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSFER-DOSYASI
           MOVE WS-BOLUM-SAYISI TO WS-TRANSFER-SAYISI
           PERFORM 0810-BOS-BOLUM-DENETLE.

      * Eski adlar da denetim kutugu aramasi icin ad tablosuna alinir.
       0350-AD-GECMISI-YAZ.
           MOVE "AD SOYAD DEGISIKLIK GECMISI (ADSOYAD.HST)"
               TO RBL-BASLIK
           PERFORM 0800-BOLUM-BASLIGI-YAZ
           MOVE ZERO TO WS-BOLUM-SAYISI
           MOVE "H" TO WS-DOSYA-SONU
           OPEN INPUT AD-GECMIS-DOSYASI
           PERFORM UNTIL DOSYA-SONU-GELDI
               READ AD-GECMIS-DOSYASI
                   AT END SET DOSYA-SONU-GELDI TO TRUE
                   NOT AT END
                       IF AGC-EMP-ID = WS-KISI-EMP-ID
                           PERFORM 0355-AD-GECMISI-SATIRI-YAZ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AD-GECMIS-DOSYASI
           MOVE WS-BOLUM-SAYISI TO WS-AD-GECMISI-SAYISI
           PERFORM 0810-BOS-BOLUM-DENETLE.

       0355-AD-GECMISI-SATIRI-YAZ.
           ADD 1 TO WS-BOLUM-SAYISI
           MOVE AGC-ETKIN-TARIHI TO RAG-ETKIN-TARIHI
           MOVE AGC-ESKI-AD-SOYAD TO RAG-ESKI-AD
           MOVE AGC-YENI-AD-SOYAD TO RAG-YENI-AD
           MOVE AGC-NEDEN-KODU TO RAG-NEDEN
           MOVE AGC-ISLEM-TARIHI TO RAG-ISLEM-TARIHI
           WRITE RAPOR-SATIRI FROM RAPOR-AD-GECMISI
           MOVE AGC-ESKI-AD-SOYAD TO WS-ARANAN-AD
           PERFORM 0230-AD-TABLOSUNA-EKLE
           MOVE AGC-YENI-AD-SOYAD TO WS-ARANAN-AD
           PERFORM 0230-AD-TABLOSUNA-EKLE.

       0400-IZIN-YAZ.
           MOVE "IZIN DEFTERI (IZIN.HST)" TO RBL-BASLIK
           PERFORM 0800-BOLUM-BASLIGI-YAZ
           MOVE ZERO TO WS-BOLUM-SAYISI
           MOVE "H" TO WS-DOSYA-SONU
           OPEN INPUT IZIN-DOSYASI
           PERFORM UNTIL DOSYA-SONU-GELDI
               READ IZIN-DOSYASI
                   AT END SET DOSYA-SONU-GELDI TO TRUE
                   NOT AT END
                       IF IZN-EMP-ID = WS-KISI-EMP-ID
                           PERFORM 0405-IZIN-SATIRI-YAZ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IZIN-DOSYASI
           MOVE WS-BOLUM-SAYISI TO WS-IZIN-SAYISI
           PERFORM 0810-BOS-BOLUM-DENETLE.

       0405-IZIN-SATIRI-YAZ.
           ADD 1 TO WS-BOLUM-SAYISI
           EVALUATE TRUE
               WHEN IZN-BASLADI
                   MOVE "IZIN BASLADI" TO RI-OLAY
               WHEN IZN-DONDU
                   MOVE "IZINDEN DONDU" TO RI-OLAY
               WHEN IZN-AYRILDI
                   MOVE "IZINDE IKEN AYRILDI" TO RI-OLAY
               WHEN OTHER
                   MOVE IZN-OLAY-KODU TO RI-OLAY
           END-EVALUATE
           MOVE IZN-IZIN-TURU TO RI-TUR
           MOVE IZN-OLAY-TARIHI TO RI-OLAY-TARIHI
           MOVE IZN-DONUS-TARIHI TO RI-DONUS-TARIHI
           WRITE RAPOR-SATIRI FROM RAPOR-IZIN.

      * BORDRO.EXT'te tarih "H" basligindan alinir; BORDRO.SNP yalniz
      * onceki gecisin "D" satirlarini, BORDRO.DLT islem kodu + detay
      * satirlarini tasir, tarihleri yoktur.
       0450-BORDRO-DOSYASI-ISLE.
           IF WS-BORDRO-DOSYA-ADI = "BORDRO.EXT"
               MOVE "BORDRO AKTARIMLARI (BORDRO.EXT/SNP/DLT)"
                   TO RBL-BASLIK
               PERFORM 0800-BOLUM-BASLIGI-YAZ
               MOVE ZERO TO WS-BOLUM-SAYISI
           END-IF
           MOVE "--------" TO WS-BORDRO-TARIHI
           MOVE "H" TO WS-DOSYA-SONU
           OPEN INPUT BORDRO-DOSYASI
           PERFORM UNTIL DOSYA-SONU-GELDI
               READ BORDRO-DOSYASI
                   AT END SET DOSYA-SONU-GELDI TO TRUE
                   NOT AT END PERFORM 0455-BORDRO-SATIRI-ISLE
               END-READ
           END-PERFORM
           CLOSE BORDRO-DOSYASI
           IF WS-BORDRO-DOSYA-ADI = "BORDRO.DLT"
               MOVE WS-BOLUM-SAYISI TO WS-BORDRO-SAYISI
               PERFORM 0810-BOS-BOLUM-DENETLE
           END-IF.

       0455-BORDRO-SATIRI-ISLE.
           MOVE SPACE TO RBR-KOD
           EVALUATE TRUE
               WHEN WS-BORDRO-DOSYA-ADI = "BORDRO.DLT"
                   AND BORDRO-SATIRI(1:1) NOT = "T"
                   MOVE BORDRO-SATIRI(1:1) TO RBR-KOD
                   MOVE BORDRO-SATIRI(2:69) TO BORDRO-DETAY-KAYDI
               WHEN BORDRO-SATIRI(1:1) = "H"
                   MOVE BORDRO-SATIRI(2:8) TO WS-BORDRO-TARIHI
                   MOVE SPACES TO BORDRO-DETAY-KAYDI
               WHEN BORDRO-SATIRI(1:1) = "D"
                   MOVE BORDRO-SATIRI TO BORDRO-DETAY-KAYDI
               WHEN OTHER
                   MOVE SPACES TO BORDRO-DETAY-KAYDI
           END-EVALUATE
           IF BD-EMP-ID IS NUMERIC
               AND BD-EMP-ID = WS-KISI-EMP-ID
               ADD 1 TO WS-BOLUM-SAYISI
               MOVE WS-BORDRO-DOSYA-ADI TO RBR-DOSYA
               MOVE WS-BORDRO-TARIHI TO RBR-TARIH
               MOVE BD-DEPT-KODU TO RBR-DEPT
               MOVE BD-GIRIS-TARIHI TO RBR-GIRIS
               MOVE SPACES TO RBR-AD
               STRING BD-ISIM DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   BD-SOYADI DELIMITED BY "  "
                   INTO RBR-AD
               WRITE RAPOR-SATIRI FROM RAPOR-BORDRO
           END-IF.

      * Gunluk goruntulerindeki adlar (eski bir G hareketinden once
      * ya da silinmis personelde) ad tablosuna eklenir.
       0500-GUNLUK-YAZ.
           MOVE "BAKIM GUNLUGU GORUNTULERI (BAKIM.JRN)" TO RBL-BASLIK
           PERFORM 0800-BOLUM-BASLIGI-YAZ
           MOVE ZERO TO WS-BOLUM-SAYISI
           MOVE "H" TO WS-DOSYA-SONU
           OPEN INPUT GUNLUK-DOSYASI
           PERFORM UNTIL DOSYA-SONU-GELDI
               READ GUNLUK-DOSYASI
                   AT END SET DOSYA-SONU-GELDI TO TRUE
                   NOT AT END
                       IF JRN-EMP-ID = WS-KISI-EMP-ID
                           PERFORM 0505-GUNLUK-SATIRI-YAZ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GUNLUK-DOSYASI
           MOVE WS-BOLUM-SAYISI TO WS-GUNLUK-SAYISI
           PERFORM 0810-BOS-BOLUM-DENETLE.

       0505-GUNLUK-SATIRI-YAZ.
           ADD 1 TO WS-BOLUM-SAYISI
           MOVE JRN-CALISMA-TARIHI TO RG-TARIH
           MOVE JRN-CALISMA-SAATI TO RG-SAAT
           MOVE JRN-PARTI-NO TO RG-PARTI-NO
           MOVE JRN-ISLEM-KODU TO RG-ISLEM-KODU
           MOVE JRN-ETKIN-TARIHI TO RG-ETKIN-TARIHI
           MOVE JRN-OPERATOR-ID TO RG-OPERATOR-ID
           WRITE RAPOR-SATIRI FROM RAPOR-GUNLUK
           IF JRN-ONCEKI-GORUNTU NOT = SPACES
               MOVE "ONCEKI : " TO RGR-ETIKET
               MOVE JRN-ONCEKI-GORUNTU TO RGR-GORUNTU
               WRITE RAPOR-SATIRI FROM RAPOR-GORUNTU
               MOVE JRN-ONCEKI-GORUNTU TO WS-GORUNTU
               MOVE GR-AD-SOYAD TO WS-ARANAN-AD
               PERFORM 0230-AD-TABLOSUNA-EKLE
           END-IF
           IF JRN-SONRAKI-GORUNTU NOT = SPACES
               MOVE "SONRAKI: " TO RGR-ETIKET
               MOVE JRN-SONRAKI-GORUNTU TO RGR-GORUNTU
               WRITE RAPOR-SATIRI FROM RAPOR-GORUNTU
               MOVE JRN-SONRAKI-GORUNTU TO WS-GORUNTU
               MOVE GR-AD-SOYAD TO WS-ARANAN-AD
               PERFORM 0230-AD-TABLOSUNA-EKLE
           END-IF.

      * Ad, departman ve TC yalniz E/G hareketinde doludur.
       0550-BEKLEYEN-YAZ.
           MOVE "BEKLEYEN ILERI TARIHLI HAREKETLER (BEKLEYEN.DAT)"
               TO RBL-BASLIK
           PERFORM 0800-BOLUM-BASLIGI-YAZ
           MOVE ZERO TO WS-BOLUM-SAYISI
           MOVE "H" TO WS-DOSYA-SONU
           OPEN INPUT BEKLEYEN-DOSYASI
           PERFORM UNTIL DOSYA-SONU-GELDI
               READ BEKLEYEN-DOSYASI
                   AT END SET DOSYA-SONU-GELDI TO TRUE
                   NOT AT END
                       IF BKL-EMP-ID = WS-KISI-EMP-ID
                           PERFORM 0555-BEKLEYEN-SATIRI-YAZ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BEKLEYEN-DOSYASI
           MOVE WS-BOLUM-SAYISI TO WS-BEKLEYEN-SAYISI
           PERFORM 0810-BOS-BOLUM-DENETLE.

       0555-BEKLEYEN-SATIRI-YAZ.
           ADD 1 TO WS-BOLUM-SAYISI
           MOVE BKL-ETKIN-TARIHI TO RBK-ETKIN-TARIHI
           MOVE BKL-ISLEM-KODU TO RBK-ISLEM-KODU
           MOVE BKL-PARK-TARIHI TO RBK-PARK-TARIHI
           MOVE BKL-PARTI-NO TO RBK-PARTI-NO
           MOVE BKL-OPERATOR-ID TO RBK-OPERATOR-ID
           WRITE RAPOR-SATIRI FROM RAPOR-BEKLEYEN
           IF BKL-AD-SOYAD NOT = SPACES
               OR BKL-TC-KIMLIK-NO NOT = SPACES
               MOVE BKL-AD-SOYAD TO RBA-AD-SOYAD
               MOVE BKL-DEPT-KODU TO RBA-DEPT-KODU
               MOVE BKL-TC-KIMLIK-NO TO RBA-TC-KIMLIK-NO
               WRITE RAPOR-SATIRI FROM RAPOR-BEKLEYEN-ALAN
           END-IF.

      * Once DENETIM.KAT'taki arsivler katalog sirasiyla, sonra aktif
      * DENETIM.LOG taranir (DENETRAP ile ayni sira).
       0600-DENETIM-KUTUKLERI-YAZ.
           MOVE "DENETIM KUTUGU SATIRLARI (DENETIM.LOG/ARSIV)"
               TO RBL-BASLIK
           PERFORM 0800-BOLUM-BASLIGI-YAZ
           MOVE ZERO TO WS-BOLUM-SAYISI
           MOVE "H" TO WS-DOSYA-SONU
           OPEN INPUT KATALOG-DOSYASI
           IF WS-KATALOG-DURUM = "00"
               PERFORM UNTIL DOSYA-SONU-GELDI
                   READ KATALOG-DOSYASI
                       AT END SET DOSYA-SONU-GELDI TO TRUE
                       NOT AT END
                           IF KATALOG-SATIRI NOT = SPACES
                               MOVE KATALOG-SATIRI
                                   TO WS-LOG-DOSYA-ADI
                               PERFORM 0610-LOG-DOSYASI-ISLE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE KATALOG-DOSYASI
           MOVE "DENETIM.LOG" TO WS-LOG-DOSYA-ADI
           PERFORM 0610-LOG-DOSYASI-ISLE
           MOVE WS-BOLUM-SAYISI TO WS-DENETIM-SAYISI
           PERFORM 0810-BOS-BOLUM-DENETLE.

       0610-LOG-DOSYASI-ISLE.
           MOVE ZERO TO WS-KUTUK-SATIR-SAYISI
           MOVE "H" TO WS-LOG-SONU
           OPEN INPUT LOG-GIRIS-DOSYASI
           IF WS-LOG-DURUM NOT = "00"
               DISPLAY "KUTUK ACILAMADI, ATLANDI: " WS-LOG-DOSYA-ADI
               CLOSE LOG-GIRIS-DOSYASI
           ELSE
               PERFORM UNTIL LOG-SONU-GELDI
                   READ LOG-GIRIS-DOSYASI
                       AT END SET LOG-SONU-GELDI TO TRUE
                       NOT AT END PERFORM 0620-LOG-SATIRI-ISLE
                   END-READ
               END-PERFORM
               CLOSE LOG-GIRIS-DOSYASI
           END-IF.

      * " AD=" satirinda ad 24. konumda, " DUZELTME EMP=" satirinda
      * personel no 34. konumdadir (ADSOYADB DENETIM-DETAY ve
      * DENETIM-DUZELTME-DETAY duzenleri).
       0620-LOG-SATIRI-ISLE.
           MOVE "H" TO WS-SATIR-ESLESTI-MI
           IF LOG-SATIRI(20:4) = " AD="
               MOVE LOG-SATIRI(24:25) TO WS-ARANAN-AD
               PERFORM 0240-AD-TABLODA-ARA
               IF AD-TABLODA
                   SET SATIR-ESLESTI TO TRUE
               END-IF
           END-IF
           IF LOG-SATIRI(20:14) = " DUZELTME EMP="
               AND LOG-SATIRI(34:6) IS NUMERIC
               AND LOG-SATIRI(34:6) = WS-KISI-EMP-ID
               SET SATIR-ESLESTI TO TRUE
           END-IF
           IF SATIR-ESLESTI
               IF WS-KUTUK-SATIR-SAYISI = ZERO
                   MOVE WS-LOG-DOSYA-ADI TO RK-DOSYA-ADI
                   WRITE RAPOR-SATIRI FROM RAPOR-KUTUK
               END-IF
               ADD 1 TO WS-KUTUK-SATIR-SAYISI
               ADD 1 TO WS-BOLUM-SAYISI
               MOVE LOG-SATIRI TO RKS-SATIR
               WRITE RAPOR-SATIRI FROM RAPOR-KUTUK-SATIRI
           END-IF.

       0700-DUZELTME-ONERI-YAZ.
           MOVE "BEKLEYEN DUZELTME ONERILERI (DUZELTME.ONR)"
               TO RBL-BASLIK
           PERFORM 0800-BOLUM-BASLIGI-YAZ
           MOVE ZERO TO WS-BOLUM-SAYISI
           MOVE "H" TO WS-DOSYA-SONU
           OPEN INPUT DUZELTME-ONERI-DOSYASI
           PERFORM UNTIL DOSYA-SONU-GELDI
               READ DUZELTME-ONERI-DOSYASI
                   AT END SET DOSYA-SONU-GELDI TO TRUE
                   NOT AT END
                       IF DO-EMP-ID = WS-KISI-EMP-ID
                           ADD 1 TO WS-BOLUM-SAYISI
                           MOVE DO-POZISYON TO RO-POZISYON
                           MOVE DO-ESKI-KARAKTER TO RO-ESKI-KARAKTER
                           MOVE DO-YENI-KARAKTER TO RO-YENI-KARAKTER
                           WRITE RAPOR-SATIRI FROM RAPOR-ONERI
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DUZELTME-ONERI-DOSYASI
           MOVE WS-BOLUM-SAYISI TO WS-ONERI-SAYISI
           PERFORM 0810-BOS-BOLUM-DENETLE.

       0800-BOLUM-BASLIGI-YAZ.
           WRITE RAPOR-SATIRI FROM RAPOR-CIZGI
           WRITE RAPOR-SATIRI FROM RAPOR-BOLUM.

       0810-BOS-BOLUM-DENETLE.
           IF WS-BOLUM-SAYISI = ZERO
               WRITE RAPOR-SATIRI FROM RAPOR-BOS-BOLUM
           END-IF.

       0850-OZET-YAZ.
           COMPUTE WS-TOPLAM-SAYISI = WS-ANA-KAYIT-SAYISI
               + WS-ARSIV-SAYISI + WS-TRANSFER-SAYISI
               + WS-AD-GECMISI-SAYISI + WS-IZIN-SAYISI
               + WS-BORDRO-SAYISI + WS-GUNLUK-SAYISI
               + WS-BEKLEYEN-SAYISI + WS-DENETIM-SAYISI
               + WS-ONERI-SAYISI
           MOVE "OZET" TO RBL-BASLIK
           PERFORM 0800-BOLUM-BASLIGI-YAZ
           MOVE "PERSONEL.IDX ANA KAYIT" TO RZ-ETIKET
           MOVE WS-ANA-KAYIT-SAYISI TO RZ-SAYI
           WRITE RAPOR-SATIRI FROM RAPOR-OZET
           MOVE "AYRILAN.ARS ARSIV KAYDI" TO RZ-ETIKET
           MOVE WS-ARSIV-SAYISI TO RZ-SAYI
           WRITE RAPOR-SATIRI FROM RAPOR-OZET
           MOVE "TRANSFER.HST SATIRI" TO RZ-ETIKET
           MOVE WS-TRANSFER-SAYISI TO RZ-SAYI
           WRITE RAPOR-SATIRI FROM RAPOR-OZET
           MOVE "ADSOYAD.HST SATIRI" TO RZ-ETIKET
           MOVE WS-AD-GECMISI-SAYISI TO RZ-SAYI
           WRITE RAPOR-SATIRI FROM RAPOR-OZET
           MOVE "IZIN.HST SATIRI" TO RZ-ETIKET
           MOVE WS-IZIN-SAYISI TO RZ-SAYI
           WRITE RAPOR-SATIRI FROM RAPOR-OZET
           MOVE "BORDRO AKTARIM SATIRI" TO RZ-ETIKET
           MOVE WS-BORDRO-SAYISI TO RZ-SAYI
           WRITE RAPOR-SATIRI FROM RAPOR-OZET
           MOVE "BAKIM.JRN SATIRI" TO RZ-ETIKET
           MOVE WS-GUNLUK-SAYISI TO RZ-SAYI
           WRITE RAPOR-SATIRI FROM RAPOR-OZET
           MOVE "BEKLEYEN.DAT HAREKETI" TO RZ-ETIKET
           MOVE WS-BEKLEYEN-SAYISI TO RZ-SAYI
           WRITE RAPOR-SATIRI FROM RAPOR-OZET
           MOVE "DENETIM KUTUGU SATIRI" TO RZ-ETIKET
           MOVE WS-DENETIM-SAYISI TO RZ-SAYI
           WRITE RAPOR-SATIRI FROM RAPOR-OZET
           MOVE "DUZELTME.ONR ONERISI" TO RZ-ETIKET
           MOVE WS-ONERI-SAYISI TO RZ-SAYI
           WRITE RAPOR-SATIRI FROM RAPOR-OZET
           MOVE "TOPLAM" TO RZ-ETIKET
           MOVE WS-TOPLAM-SAYISI TO RZ-SAYI
           WRITE RAPOR-SATIRI FROM RAPOR-OZET
           IF WS-TOPLAM-SAYISI = ZERO
               MOVE "KISIYE AIT VERI BULUNAMADI" TO RBL-BASLIK
               WRITE RAPOR-SATIRI FROM RAPOR-BOLUM
               MOVE 8 TO WS-DONUS-KODU
           END-IF
           WRITE RAPOR-SATIRI FROM RAPOR-CIZGI
           WRITE RAPOR-SATIRI FROM RAPOR-IMZA-1
           WRITE RAPOR-SATIRI FROM RAPOR-IMZA-2.

       0900-DOSYALARI-KAPAT.
           CLOSE PERSONEL-DOSYASI
           CLOSE RAPOR-DOSYASI.
