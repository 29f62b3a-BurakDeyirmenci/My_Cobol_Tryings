      * Aylik kadro devir ve isten ayrilma (turnover) raporu: istenen
      * ay icin her departmanin ay basi kadrosu, ise girisler, gelen
      * ve giden transferler, ayrilanlar ve ay sonu kadrosu
      * PERSONEL.IDX ile TRANSFER.HST'den hesaplanir ve KADRO.RPT'ye
      * yazilir. Bir personelin bir tarihteki departmani, o tarihten
      * sonraki ilk transferinin eski departmanidir; sonrasinda
      * transferi yoksa guncel departmanidir. Bir tarihte calisiyor
      * sayilmak icin ise giris o tarihte ya da once, cikis (varsa) o
      * tarihten sonra olmalidir. Ay basi + giris + gelen - giden -
      * ayrilan ay sonuna esit olmayan departman isaretlenir (eksik ya
      * da tarihi tutarsiz transfer/cikis kaydi demektir) ve donus
      * kodu 4 olur. Aylik oran ayrilanlarin ortalama kadroya, 12
      * aylik oran son 12 ayda ayrilanlarin 12 ay onceki ve bugunku
      * kadronun ortalamasina yuzdesidir. Donem KADRORAP.PRM
      * parametre kartindan (YYYYAA) alinir; kart yoksa bir onceki ay
      * raporlanir.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KADRORAP.
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
           SELECT DEPARTMAN-DOSYASI ASSIGN TO "DEPARTMAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-DURUM.
           SELECT OPTIONAL PARAMETRE-DOSYASI ASSIGN TO "KADRORAP.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-DURUM.
           SELECT OPTIONAL RAPOR-DOSYASI ASSIGN TO "KADRO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PERSONEL-DOSYASI.
           COPY "PERSONEL.CPY".

       FD  TRANSFER-DOSYASI.
           COPY "TRANSFER.CPY".

       FD  DEPARTMAN-DOSYASI.
           COPY "DEPARTMAN.CPY".

       FD  PARAMETRE-DOSYASI.
       01  PARAMETRE-KAYDI.
           05  PRM-DONEM             PIC 9(6).

       FD  RAPOR-DOSYASI.
       01  RAPOR-SATIRI          PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-DONUS-KODU  PIC 9(2) VALUE ZERO.
       77  WS-PERSONEL-DURUM  PIC X(2).
       77  WS-TRANSFER-DURUM  PIC X(2).
       77  WS-DEPT-DURUM  PIC X(2).
       77  WS-PARM-DURUM  PIC X(2).
       77  WS-DOSYA-SONU  PIC X VALUE "H".
           88  DOSYA-SONU-GELDI      VALUE "E".
           88  DOSYA-SONU-GELMEDI    VALUE "H".
       77  WS-TRANSFER-SONU  PIC X VALUE "H".
           88  TRANSFER-SONU-GELDI        VALUE "E".
       77  WS-DEPT-DOSYA-SONU  PIC X VALUE "H".
           88  DEPT-DOSYA-SONU-GELDI      VALUE "E".
       77  WS-OKUNAN-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-ATLANAN-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-TUTMAYAN-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-DONEM  PIC 9(6).
       77  WS-AY-BASI  PIC 9(8).
       77  WS-AY-SONU  PIC 9(8).
       77  WS-ONCEKI-GUN  PIC 9(8).
       77  WS-PENCERE-BASI  PIC 9(8).
       77  WS-PENCERE-ONCESI  PIC 9(8).
       77  WS-GIRIS-TARIHI  PIC 9(8).
       77  WS-CIKIS-TARIHI  PIC 9(8).
       77  WS-SORGU-TARIHI  PIC 9(8).
       77  WS-EN-YAKIN-TARIH  PIC 9(8).
       77  WS-BULUNAN-DEPT  PIC X(4).
       77  WS-CALISIYOR-MU  PIC X.
           88  CALISIYOR                  VALUE "E".
       77  WS-TT-IND  PIC 9(5).
       77  WS-DT-IND  PIC 9(2).
       77  WS-DT-BULUNAN-IND  PIC 9(2).
       77  WS-HESAPLANAN  PIC S9(7).
       77  WS-FARK  PIC S9(7).
       77  WS-ORTALAMA  PIC 9(7)V9.
       77  WS-TT-TASTI-MI  PIC X VALUE "H".
           88  TRANSFER-TABLOSU-TASTI     VALUE "E".
       77  WS-DT-TASTI-MI  PIC X VALUE "H".
           88  DEPT-TABLOSU-TASTI         VALUE "E".

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

       01  WS-PENCERE-X.
           05  WPN-YIL            PIC 9(4).
           05  WPN-AY             PIC 9(2).
       01  WS-PENCERE-N REDEFINES WS-PENCERE-X  PIC 9(6).

      * TRANSFER.HST bellege alinir; her personelin tarihteki
      * departmani bu tablodan bulunur.
       01  WS-TRANSFER-TABLOSU.
           05  WS-TT-SAYISI       PIC 9(5) VALUE ZERO.
           05  WS-TT-GIRISI OCCURS 5000 TIMES.
               10  TT-EMP-ID      PIC 9(6).
               10  TT-ESKI-DEPT-KODU  PIC X(4).
               10  TT-YENI-DEPT-KODU  PIC X(4).
               10  TT-ETKIN-TARIHI  PIC 9(8).

      * Departman basina sayaclar; DT-ACILIS-12 ve DT-AYRILAN-12 12
      * aylik pencerenin basindaki kadro ve pencerede ayrilanlardir.
       01  WS-DEPT-TABLOSU.
           05  WS-DT-SAYISI       PIC 9(2) VALUE ZERO.
           05  WS-DT-GIRISI OCCURS 60 TIMES.
               10  DT-KODU        PIC X(4).
               10  DT-ADI         PIC X(25).
               10  DT-ACILIS      PIC 9(6).
               10  DT-GIRIS       PIC 9(6).
               10  DT-GELEN       PIC 9(6).
               10  DT-GIDEN       PIC 9(6).
               10  DT-AYRILAN     PIC 9(6).
               10  DT-KAPANIS     PIC 9(6).
               10  DT-ACILIS-12   PIC 9(6).
               10  DT-AYRILAN-12  PIC 9(6).

      * Sirket toplami ayni satir duzeniyle yazilir.
       01  WS-TOPLAMLAR.
           05  TP-ACILIS          PIC 9(6) VALUE ZERO.
           05  TP-GIRIS           PIC 9(6) VALUE ZERO.
           05  TP-GELEN           PIC 9(6) VALUE ZERO.
           05  TP-GIDEN           PIC 9(6) VALUE ZERO.
           05  TP-AYRILAN         PIC 9(6) VALUE ZERO.
           05  TP-KAPANIS         PIC 9(6) VALUE ZERO.
           05  TP-ACILIS-12       PIC 9(6) VALUE ZERO.
           05  TP-AYRILAN-12      PIC 9(6) VALUE ZERO.

       01  WS-SATIR-DEGERLERI.
           05  SD-ACILIS          PIC 9(6).
           05  SD-GIRIS           PIC 9(6).
           05  SD-GELEN           PIC 9(6).
           05  SD-GIDEN           PIC 9(6).
           05  SD-AYRILAN         PIC 9(6).
           05  SD-KAPANIS         PIC 9(6).
           05  SD-ACILIS-12       PIC 9(6).
           05  SD-AYRILAN-12      PIC 9(6).

       01  RAPOR-BASLIK-1.
           05  FILLER             PIC X(33) VALUE
               "AYLIK KADRO DEVIR VE TURNOVER RAP".
           05  FILLER             PIC X(12) VALUE "ORU  DONEM: ".
           05  RB1-DONEM          PIC 9(6).

       01  RAPOR-BASLIK-2.
           05  FILLER             PIC X(6)  VALUE "AY    ".
           05  RB2-AY-BASI        PIC 9(8).
           05  FILLER             PIC X(3)  VALUE " - ".
           05  RB2-AY-SONU        PIC 9(8).
           05  FILLER             PIC X(18) VALUE "   12 AY PENCERE  ".
           05  RB2-PENCERE-BASI   PIC 9(8).
           05  FILLER             PIC X(3)  VALUE " - ".
           05  RB2-PENCERE-SONU   PIC 9(8).

       01  RAPOR-BASLIK-3.
           05  FILLER             PIC X(15) VALUE "DEPT ADI".
           05  FILLER             PIC X(8)  VALUE "  ACILIS".
           05  FILLER             PIC X(8)  VALUE "   GIRIS".
           05  FILLER             PIC X(8)  VALUE "   GELEN".
           05  FILLER             PIC X(8)  VALUE "   GIDEN".
           05  FILLER             PIC X(8)  VALUE " AYRILAN".
           05  FILLER             PIC X(8)  VALUE " KAPANIS".
           05  FILLER             PIC X(7)  VALUE "   AY%".
           05  FILLER             PIC X(7)  VALUE "  12AY%".

       01  RAPOR-DETAY.
           05  RD-DEPT-KODU       PIC X(4).
           05  FILLER             PIC X     VALUE SPACE.
           05  RD-DEPT-ADI        PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-ACILIS          PIC ZZZZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-GIRIS           PIC ZZZZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-GELEN           PIC ZZZZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-GIDEN           PIC ZZZZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-AYRILAN         PIC ZZZZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-KAPANIS         PIC ZZZZZ9.
           05  FILLER             PIC X     VALUE SPACE.
           05  RD-AY-ORANI        PIC ZZ9.99.
           05  FILLER             PIC X     VALUE SPACE.
           05  RD-YIL-ORANI       PIC ZZ9.99.
           05  FILLER             PIC X     VALUE SPACE.
           05  RD-ISARET          PIC X(2).

       01  FARK-DETAY.
           05  FILLER             PIC X(17) VALUE SPACES.
           05  FILLER             PIC X(26) VALUE
               "*** TUTMUYOR, HESAPLANAN: ".
           05  FD-HESAPLANAN      PIC -----9.
           05  FILLER             PIC X(8)  VALUE "  FARK: ".
           05  FD-FARK            PIC -----9.

       01  RAPOR-CIZGI.
           05  FILLER             PIC X(80) VALUE ALL "-".

       PROCEDURE DIVISION.
       0000-ANA-ISLEM.
           MOVE FUNCTION CURRENT-DATE TO WS-SISTEM-TARIHI
           PERFORM 0010-PARAMETRE-OKU
           PERFORM 0050-DONEM-TARIHLERI-HESAPLA
           PERFORM 0100-DOSYALARI-AC
           PERFORM 0120-DEPARTMAN-YUKLE
           PERFORM 0130-TRANSFER-YUKLE
           PERFORM 0200-KAYIT-OKU
           PERFORM UNTIL DOSYA-SONU-GELDI
               PERFORM 0300-PERSONELI-ISLE
               PERFORM 0200-KAYIT-OKU
           END-PERFORM
           PERFORM 0350-TRANSFERLERI-SAY
           PERFORM 0600-RAPORU-YAZ
           PERFORM 0900-DOSYALARI-KAPAT
           DISPLAY "OKUNAN PERSONEL SAYISI   : " WS-OKUNAN-SAYISI
           DISPLAY "ATLANAN (TARIHSIZ) KAYIT : " WS-ATLANAN-SAYISI
           DISPLAY "TUTMAYAN DEPARTMAN SAYISI: " WS-TUTMAYAN-SAYISI
           IF WS-TUTMAYAN-SAYISI > ZERO
               OR WS-ATLANAN-SAYISI > ZERO
               MOVE 4 TO WS-DONUS-KODU
           END-IF
           MOVE WS-DONUS-KODU TO RETURN-CODE
           GOBACK.

      * Kart yoksa ya da donem gecersizse calisma tarihinden bir
      * onceki ay alinir.
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

      * Ay sonu bir sonraki ayin ilk gununden bir gun oncesidir; 12
      * aylik pencere raporlanan ay dahil geriye 12 ayin ilk gunu ile
      * baslar.
       0050-DONEM-TARIHLERI-HESAPLA.
           COMPUTE WS-AY-BASI = WDN-YIL * 10000 + WDN-AY * 100 + 1
           MOVE WS-DONEM-X TO WS-PENCERE-X
           IF WPN-AY = 12
               MOVE 1 TO WPN-AY
               ADD 1 TO WPN-YIL
           ELSE
               ADD 1 TO WPN-AY
           END-IF
           COMPUTE WS-AY-SONU = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE
                 (WPN-YIL * 10000 + WPN-AY * 100 + 1) - 1)
           COMPUTE WS-ONCEKI-GUN = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-AY-BASI) - 1)
           MOVE WS-DONEM-X TO WS-PENCERE-X
           IF WPN-AY = 12
               MOVE 1 TO WPN-AY
           ELSE
               ADD 1 TO WPN-AY
               SUBTRACT 1 FROM WPN-YIL
           END-IF
           COMPUTE WS-PENCERE-BASI =
               WPN-YIL * 10000 + WPN-AY * 100 + 1
           COMPUTE WS-PENCERE-ONCESI = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-PENCERE-BASI) - 1).

       0100-DOSYALARI-AC.
           OPEN INPUT PERSONEL-DOSYASI
           IF WS-PERSONEL-DURUM NOT = "00"
               DISPLAY "PERSONEL.IDX ACILAMADI, DURUM: "
                   WS-PERSONEL-DURUM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RAPOR-DOSYASI
           MOVE WS-DONEM TO RB1-DONEM
           MOVE WS-AY-BASI TO RB2-AY-BASI
           MOVE WS-AY-SONU TO RB2-AY-SONU
           MOVE WS-PENCERE-BASI TO RB2-PENCERE-BASI
           MOVE WS-AY-SONU TO RB2-PENCERE-SONU
           WRITE RAPOR-SATIRI FROM RAPOR-BASLIK-1
           WRITE RAPOR-SATIRI FROM RAPOR-BASLIK-2
           WRITE RAPOR-SATIRI FROM RAPOR-CIZGI
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
                       MOVE DEP-KODU TO WS-BULUNAN-DEPT
                       PERFORM 0420-DEPT-GIRISI-BUL
                       IF WS-DT-BULUNAN-IND > ZERO
                           MOVE DEP-ADI
                               TO DT-ADI(WS-DT-BULUNAN-IND)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPARTMAN-DOSYASI.

      * TRANSFER.HST yoksa hic transfer olmamis demektir; herkes
      * guncel departmaninda sayilir.
       0130-TRANSFER-YUKLE.
           OPEN INPUT TRANSFER-DOSYASI
           IF WS-TRANSFER-DURUM = "00"
               PERFORM UNTIL TRANSFER-SONU-GELDI
                   READ TRANSFER-DOSYASI
                       AT END SET TRANSFER-SONU-GELDI TO TRUE
                       NOT AT END
                           IF TRF-ETKIN-TARIHI IS NUMERIC
                               PERFORM 0135-TRANSFERI-TABLOYA-AL
                           END-IF
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
               MOVE TRF-ETKIN-TARIHI TO TT-ETKIN-TARIHI(WS-TT-SAYISI)
           ELSE
               IF NOT TRANSFER-TABLOSU-TASTI
                   SET TRANSFER-TABLOSU-TASTI TO TRUE
                   DISPLAY "UYARI: TRANSFER TABLOSU DOLU, SONRAKI "
                       "TRANSFERLER HESABA KATILMADI"
               END-IF
           END-IF.

       0200-KAYIT-OKU.
           READ PERSONEL-DOSYASI NEXT RECORD
               AT END SET DOSYA-SONU-GELDI TO TRUE
               NOT AT END ADD 1 TO WS-OKUNAN-SAYISI
           END-READ.

      * Ise giris tarihi sayisal olmayan kayit hesaplanamaz, atlanir.
      * Her sayac personelin ilgili tarihteki departmanina islenir.
       0300-PERSONELI-ISLE.
           IF PER-ISE-GIRIS-TARIHI IS NOT NUMERIC
               ADD 1 TO WS-ATLANAN-SAYISI
           ELSE
               MOVE PER-ISE-GIRIS-TARIHI TO WS-GIRIS-TARIHI
               IF PER-CIKIS-TARIHI IS NUMERIC
                   MOVE PER-CIKIS-TARIHI TO WS-CIKIS-TARIHI
               ELSE
                   MOVE ZERO TO WS-CIKIS-TARIHI
               END-IF
               MOVE WS-ONCEKI-GUN TO WS-SORGU-TARIHI
               PERFORM 0400-CALISMA-DENETLE
               IF CALISIYOR
                   PERFORM 0410-TARIHTEKI-DEPT-BUL
                   ADD 1 TO DT-ACILIS(WS-DT-BULUNAN-IND)
               END-IF
               MOVE WS-AY-SONU TO WS-SORGU-TARIHI
               PERFORM 0400-CALISMA-DENETLE
               IF CALISIYOR
                   PERFORM 0410-TARIHTEKI-DEPT-BUL
                   ADD 1 TO DT-KAPANIS(WS-DT-BULUNAN-IND)
               END-IF
               MOVE WS-PENCERE-ONCESI TO WS-SORGU-TARIHI
               PERFORM 0400-CALISMA-DENETLE
               IF CALISIYOR
                   PERFORM 0410-TARIHTEKI-DEPT-BUL
                   ADD 1 TO DT-ACILIS-12(WS-DT-BULUNAN-IND)
               END-IF
               IF WS-GIRIS-TARIHI >= WS-AY-BASI
                   AND WS-GIRIS-TARIHI <= WS-AY-SONU
                   MOVE WS-GIRIS-TARIHI TO WS-SORGU-TARIHI
                   PERFORM 0410-TARIHTEKI-DEPT-BUL
                   ADD 1 TO DT-GIRIS(WS-DT-BULUNAN-IND)
               END-IF
               IF WS-CIKIS-TARIHI >= WS-PENCERE-BASI
                   AND WS-CIKIS-TARIHI <= WS-AY-SONU
                   MOVE WS-CIKIS-TARIHI TO WS-SORGU-TARIHI
                   PERFORM 0410-TARIHTEKI-DEPT-BUL
                   ADD 1 TO DT-AYRILAN-12(WS-DT-BULUNAN-IND)
                   IF WS-CIKIS-TARIHI >= WS-AY-BASI
                       ADD 1 TO DT-AYRILAN(WS-DT-BULUNAN-IND)
                   END-IF
               END-IF
           END-IF.

      * Donem icindeki her transfer eski departmanin GIDEN, yeni
      * departmanin GELEN sayacina islenir (TRANSRAP ozetiyle ayni).
       0350-TRANSFERLERI-SAY.
           MOVE 1 TO WS-TT-IND
           PERFORM UNTIL WS-TT-IND > WS-TT-SAYISI
               IF TT-ETKIN-TARIHI(WS-TT-IND) >= WS-AY-BASI
                   AND TT-ETKIN-TARIHI(WS-TT-IND) <= WS-AY-SONU
                   MOVE TT-ESKI-DEPT-KODU(WS-TT-IND) TO WS-BULUNAN-DEPT
                   PERFORM 0420-DEPT-GIRISI-BUL
                   ADD 1 TO DT-GIDEN(WS-DT-BULUNAN-IND)
                   MOVE TT-YENI-DEPT-KODU(WS-TT-IND) TO WS-BULUNAN-DEPT
                   PERFORM 0420-DEPT-GIRISI-BUL
                   ADD 1 TO DT-GELEN(WS-DT-BULUNAN-IND)
               END-IF
               ADD 1 TO WS-TT-IND
           END-PERFORM.

       0400-CALISMA-DENETLE.
           MOVE "H" TO WS-CALISIYOR-MU
           IF WS-GIRIS-TARIHI <= WS-SORGU-TARIHI
               AND (WS-CIKIS-TARIHI = ZERO
                    OR WS-CIKIS-TARIHI > WS-SORGU-TARIHI)
               SET CALISIYOR TO TRUE
           END-IF.

      * Sorgu tarihinden sonraki en erken transferin eski departmani;
      * yoksa guncel departman. Sonuc tablo satiri olarak
      * WS-DT-BULUNAN-IND'de doner.
       0410-TARIHTEKI-DEPT-BUL.
           MOVE PER-DEPT-KODU TO WS-BULUNAN-DEPT
           MOVE 99999999 TO WS-EN-YAKIN-TARIH
           MOVE 1 TO WS-TT-IND
           PERFORM UNTIL WS-TT-IND > WS-TT-SAYISI
               IF TT-EMP-ID(WS-TT-IND) = PER-EMP-ID
                   AND TT-ETKIN-TARIHI(WS-TT-IND) > WS-SORGU-TARIHI
                   AND TT-ETKIN-TARIHI(WS-TT-IND) < WS-EN-YAKIN-TARIH
                   MOVE TT-ETKIN-TARIHI(WS-TT-IND)
                       TO WS-EN-YAKIN-TARIH
                   MOVE TT-ESKI-DEPT-KODU(WS-TT-IND)
                       TO WS-BULUNAN-DEPT
               END-IF
               ADD 1 TO WS-TT-IND
           END-PERFORM
           PERFORM 0420-DEPT-GIRISI-BUL.

      * Tabloda olmayan kod "(TANIMSIZ)" adiyla eklenir. Tablo dolarsa
      * son satir tasma satiri olarak kullanilir ve uyari bir kez
      * verilir; sayilar boylece kaybolmaz, toplamda kalir.
       0420-DEPT-GIRISI-BUL.
           MOVE ZERO TO WS-DT-BULUNAN-IND
           MOVE 1 TO WS-DT-IND
           PERFORM UNTIL WS-DT-IND > WS-DT-SAYISI
               IF DT-KODU(WS-DT-IND) = WS-BULUNAN-DEPT
                   MOVE WS-DT-IND TO WS-DT-BULUNAN-IND
               END-IF
               ADD 1 TO WS-DT-IND
           END-PERFORM
           IF WS-DT-BULUNAN-IND = ZERO
               IF WS-DT-SAYISI < 60
                   ADD 1 TO WS-DT-SAYISI
                   MOVE WS-DT-SAYISI TO WS-DT-BULUNAN-IND
                   MOVE WS-BULUNAN-DEPT TO DT-KODU(WS-DT-BULUNAN-IND)
                   MOVE "(TANIMSIZ)" TO DT-ADI(WS-DT-BULUNAN-IND)
                   MOVE ZERO TO DT-ACILIS(WS-DT-BULUNAN-IND)
                       DT-GIRIS(WS-DT-BULUNAN-IND)
                       DT-GELEN(WS-DT-BULUNAN-IND)
                       DT-GIDEN(WS-DT-BULUNAN-IND)
                       DT-AYRILAN(WS-DT-BULUNAN-IND)
                       DT-KAPANIS(WS-DT-BULUNAN-IND)
                       DT-ACILIS-12(WS-DT-BULUNAN-IND)
                       DT-AYRILAN-12(WS-DT-BULUNAN-IND)
               ELSE
                   MOVE WS-DT-SAYISI TO WS-DT-BULUNAN-IND
                   IF NOT DEPT-TABLOSU-TASTI
                       SET DEPT-TABLOSU-TASTI TO TRUE
                       DISPLAY "UYARI: DEPARTMAN TABLOSU DOLU, "
                           "TASAN KODLAR SON SATIRDA"
                   END-IF
               END-IF
           END-IF.

       0600-RAPORU-YAZ.
           MOVE 1 TO WS-DT-IND
           PERFORM UNTIL WS-DT-IND > WS-DT-SAYISI
               MOVE DT-KODU(WS-DT-IND) TO RD-DEPT-KODU
               MOVE DT-ADI(WS-DT-IND) TO RD-DEPT-ADI
               MOVE DT-ACILIS(WS-DT-IND) TO SD-ACILIS
               MOVE DT-GIRIS(WS-DT-IND) TO SD-GIRIS
               MOVE DT-GELEN(WS-DT-IND) TO SD-GELEN
               MOVE DT-GIDEN(WS-DT-IND) TO SD-GIDEN
               MOVE DT-AYRILAN(WS-DT-IND) TO SD-AYRILAN
               MOVE DT-KAPANIS(WS-DT-IND) TO SD-KAPANIS
               MOVE DT-ACILIS-12(WS-DT-IND) TO SD-ACILIS-12
               MOVE DT-AYRILAN-12(WS-DT-IND) TO SD-AYRILAN-12
               PERFORM 0610-SATIR-YAZ
               ADD DT-ACILIS(WS-DT-IND) TO TP-ACILIS
               ADD DT-GIRIS(WS-DT-IND) TO TP-GIRIS
               ADD DT-GELEN(WS-DT-IND) TO TP-GELEN
               ADD DT-GIDEN(WS-DT-IND) TO TP-GIDEN
               ADD DT-AYRILAN(WS-DT-IND) TO TP-AYRILAN
               ADD DT-KAPANIS(WS-DT-IND) TO TP-KAPANIS
               ADD DT-ACILIS-12(WS-DT-IND) TO TP-ACILIS-12
               ADD DT-AYRILAN-12(WS-DT-IND) TO TP-AYRILAN-12
               ADD 1 TO WS-DT-IND
           END-PERFORM
           WRITE RAPOR-SATIRI FROM RAPOR-CIZGI
           MOVE "TOPL" TO RD-DEPT-KODU
           MOVE "SIRKET" TO RD-DEPT-ADI
           MOVE WS-TOPLAMLAR TO WS-SATIR-DEGERLERI
           PERFORM 0610-SATIR-YAZ.

      * Devir denetimi ve oranlar; ortalama kadro sifirsa oran
      * sifir yazilir.
       0610-SATIR-YAZ.
           MOVE SD-ACILIS TO RD-ACILIS
           MOVE SD-GIRIS TO RD-GIRIS
           MOVE SD-GELEN TO RD-GELEN
           MOVE SD-GIDEN TO RD-GIDEN
           MOVE SD-AYRILAN TO RD-AYRILAN
           MOVE SD-KAPANIS TO RD-KAPANIS
           COMPUTE WS-HESAPLANAN = SD-ACILIS + SD-GIRIS + SD-GELEN
               - SD-GIDEN - SD-AYRILAN
           COMPUTE WS-FARK = SD-KAPANIS - WS-HESAPLANAN
           COMPUTE WS-ORTALAMA = (SD-ACILIS + SD-KAPANIS) / 2
           IF WS-ORTALAMA > ZERO
               COMPUTE RD-AY-ORANI ROUNDED =
                   SD-AYRILAN * 100 / WS-ORTALAMA
           ELSE
               MOVE ZERO TO RD-AY-ORANI
           END-IF
           COMPUTE WS-ORTALAMA = (SD-ACILIS-12 + SD-KAPANIS) / 2
           IF WS-ORTALAMA > ZERO
               COMPUTE RD-YIL-ORANI ROUNDED =
                   SD-AYRILAN-12 * 100 / WS-ORTALAMA
           ELSE
               MOVE ZERO TO RD-YIL-ORANI
           END-IF
           IF WS-FARK NOT = ZERO
               MOVE "**" TO RD-ISARET
           ELSE
               MOVE SPACES TO RD-ISARET
           END-IF
           WRITE RAPOR-SATIRI FROM RAPOR-DETAY
           IF WS-FARK NOT = ZERO
               ADD 1 TO WS-TUTMAYAN-SAYISI
               MOVE WS-HESAPLANAN TO FD-HESAPLANAN
               MOVE WS-FARK TO FD-FARK
               WRITE RAPOR-SATIRI FROM FARK-DETAY
           END-IF.

       0900-DOSYALARI-KAPAT.
           CLOSE PERSONEL-DOSYASI
           CLOSE RAPOR-DOSYASI.
