      * Operator yetki denetimi alt programi: bakim hareketini giren
      * operatorun o islem kodunu o departmanda girmeye yetkisi olup
      * olmadigi YETKI.DAT tablosundan denetlenir. HRKDENET kapida,
      * PERSBAKIM uygulamadan hemen once (kaydin guncel departmani
      * ile) ayni kurali buradan kullanir. Tablo ilk cagrida bir kez
      * bellege alinir; dosya yoksa ya da bossa her hareket
      * yetkisiz sayilir (yetki tanimlanmadan bakim yapilmaz).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YETKI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL YETKI-DOSYASI ASSIGN TO "YETKI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YETKI-DURUM.
       DATA DIVISION.
       FILE SECTION.
       FD  YETKI-DOSYASI.
           COPY "YETKI.CPY".

       WORKING-STORAGE SECTION.
       77  WS-YETKI-DURUM  PIC X(2).
       77  WS-YETKI-SONU  PIC X VALUE "H".
           88  YETKI-SONU-GELDI           VALUE "E".
       77  WS-TABLO-YUKLENDI-MI  PIC X VALUE "H".
           88  TABLO-YUKLENDI             VALUE "E".
       77  WS-YT-IND  PIC 9(3).
       77  WS-KOD-SAYISI  PIC 9(2).
       77  WS-OPERATOR-VAR-MI  PIC X.
           88  OPERATOR-VAR               VALUE "E".
       77  WS-KOD-VAR-MI  PIC X.
           88  KOD-VAR                    VALUE "E".

       01  WS-YETKI-TABLOSU.
           05  WS-YT-SAYISI       PIC 9(3) VALUE ZERO.
           05  WS-YT-GIRISI OCCURS 200 TIMES.
               10  YT-OPERATOR-ID PIC X(8).
               10  YT-DEPT-KODU   PIC X(4).
               10  YT-ISLEM-KODLARI  PIC X(10).

       LINKAGE SECTION.
           COPY "YETKI-PARM.CPY".

       PROCEDURE DIVISION USING YETKI-PARM-ALANI.
       0000-ANA-ISLEM.
           IF NOT TABLO-YUKLENDI
               PERFORM 0100-TABLOYU-YUKLE
           END-IF
           EVALUATE TRUE
               WHEN WS-YT-SAYISI = ZERO
                   SET YP-TABLO-YOK TO TRUE
               WHEN YP-OPERATOR-ID = SPACES
                   SET YP-OPERATOR-BOS TO TRUE
               WHEN OTHER
                   PERFORM 0200-YETKI-ARA
           END-EVALUATE
           EXIT PROGRAM.

       0100-TABLOYU-YUKLE.
           SET TABLO-YUKLENDI TO TRUE
           OPEN INPUT YETKI-DOSYASI
           IF WS-YETKI-DURUM = "00"
               PERFORM UNTIL YETKI-SONU-GELDI
                   READ YETKI-DOSYASI
                       AT END SET YETKI-SONU-GELDI TO TRUE
                       NOT AT END PERFORM 0110-SATIRI-TABLOYA-AL
                   END-READ
               END-PERFORM
           END-IF
           CLOSE YETKI-DOSYASI
           IF WS-YT-SAYISI = ZERO
               DISPLAY "UYARI: YETKI.DAT YOK YA DA BOS, HICBIR "
                   "HAREKET UYGULANMAYACAK"
           END-IF.

       0110-SATIRI-TABLOYA-AL.
           IF YTK-OPERATOR-ID NOT = SPACES
               IF WS-YT-SAYISI < 200
                   ADD 1 TO WS-YT-SAYISI
                   MOVE YTK-OPERATOR-ID
                       TO YT-OPERATOR-ID(WS-YT-SAYISI)
                   MOVE YTK-DEPT-KODU TO YT-DEPT-KODU(WS-YT-SAYISI)
                   MOVE YTK-ISLEM-KODLARI
                       TO YT-ISLEM-KODLARI(WS-YT-SAYISI)
               ELSE
                   DISPLAY "UYARI: YETKI TABLOSU DOLU, SATIR "
                       "ATLANDI: " YTK-OPERATOR-ID " " YTK-DEPT-KODU
               END-IF
           END-IF.

      * Operatorun butun satirlari taranir: islem kodunu tasiyan bir
      * satirin departmani "****" ya da aranan departman ise yetkili.
      * Sonuc en yakin eksige gore verilir (tanimsiz, kod, departman)
      * ki red nedeni IK'ya neyin eksik oldugunu soylesin.
       0200-YETKI-ARA.
           MOVE "H" TO WS-OPERATOR-VAR-MI
           MOVE "H" TO WS-KOD-VAR-MI
           MOVE SPACE TO YP-SONUC
           MOVE 1 TO WS-YT-IND
           PERFORM UNTIL WS-YT-IND > WS-YT-SAYISI OR YP-YETKILI
               IF YT-OPERATOR-ID(WS-YT-IND) = YP-OPERATOR-ID
                   SET OPERATOR-VAR TO TRUE
                   MOVE ZERO TO WS-KOD-SAYISI
                   INSPECT YT-ISLEM-KODLARI(WS-YT-IND)
                       TALLYING WS-KOD-SAYISI FOR ALL YP-ISLEM-KODU
                   IF WS-KOD-SAYISI > ZERO
                       SET KOD-VAR TO TRUE
                       IF YT-DEPT-KODU(WS-YT-IND) = "****"
                           OR YP-DEPT-KODU = SPACES
                           OR YT-DEPT-KODU(WS-YT-IND) = YP-DEPT-KODU
                           SET YP-YETKILI TO TRUE
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-YT-IND
           END-PERFORM
           IF NOT YP-YETKILI
               EVALUATE TRUE
                   WHEN NOT OPERATOR-VAR
                       SET YP-OPERATOR-TANIMSIZ TO TRUE
                   WHEN NOT KOD-VAR
                       SET YP-KOD-YETKISIZ TO TRUE
                   WHEN OTHER
                       SET YP-DEPT-YETKISIZ TO TRUE
               END-EVALUATE
           END-IF.
