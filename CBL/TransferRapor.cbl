      * basina gelen/giden ozetleri yazilir (ceyreklik yonetim sorusu
      * "kim nereden nereye gitti" icin). Tarih araligi TRANSRAP.PRM
      * parametre kartindan alinir; kart yoksa dosyadaki her hareket
      * raporlanir (DENETRAP'in tarih araligi yaklasimi). Detay
      * satirindaki departman adlari transferin etkin tarihinde gecerli
      * olan adlardir: DEPTBAKIM'in DEPARTMAN.HST ad gecmisinden
      * bulunur, gecmisi olmayan kod icin DEPARTMAN.DAT'taki ad yazilir.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSRAP.
       ENVIRONMENT DIVISION.
           SELECT DEPARTMAN-DOSYASI ASSIGN TO "DEPARTMAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-DURUM.
           SELECT OPTIONAL GECMIS-DOSYASI ASSIGN TO "DEPARTMAN.HST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GECMIS-DURUM.
           SELECT OPTIONAL PARAMETRE-DOSYASI ASSIGN TO "TRANSRAP.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-DURUM.
           COPY "TRANSFER.CPY".

       FD  DEPARTMAN-DOSYASI.
           COPY "DEPARTMAN.CPY".

       FD  GECMIS-DOSYASI.
           COPY "DEPTGEC.CPY".

       FD  PARAMETRE-DOSYASI.
       01  PARAMETRE-KAYDI.
       77  WS-TRANSFER-DURUM  PIC X(2).
       77  WS-DEPT-DURUM  PIC X(2).
       77  WS-PARM-DURUM  PIC X(2).
       77  WS-GECMIS-DURUM  PIC X(2).
       77  WS-DOSYA-SONU  PIC X VALUE "H".
           88  DOSYA-SONU-GELDI      VALUE "E".
           88  DOSYA-SONU-GELMEDI    VALUE "H".
       77  WS-DEPT-DOSYA-SONU  PIC X VALUE "H".
           88  DEPT-DOSYA-SONU-GELDI      VALUE "E".
       77  WS-GECMIS-SONU  PIC X VALUE "H".
           88  GECMIS-SONU-GELDI          VALUE "E".
       77  WS-BASLANGIC-TARIHI  PIC 9(8) VALUE ZERO.
       77  WS-BITIS-TARIHI  PIC 9(8) VALUE 99999999.
       77  WS-OKUNAN-SAYISI  PIC 9(6) VALUE ZERO.
       77  WS-DT-BULUNAN-IND  PIC 9(2).
       77  WS-TABLO-TASTI-MI  PIC X VALUE "H".
           88  DEPT-TABLOSU-TASTI         VALUE "E".
       77  WS-GT-IND  PIC 9(3).
       77  WS-ARANAN-KODU  PIC X(4).
       77  WS-ARANAN-TARIHI  PIC 9(8).
       77  WS-BULUNAN-ADI  PIC X(25).
       77  WS-BULUNAN-BASLANGIC  PIC 9(8).

      * Departman basina gelen/giden toplayici tablo; once
      * DEPARTMAN.DAT'taki tanimli kodlar yuklenir, gecmiste gecen
               10  DT-GELEN-SAYISI  PIC 9(6).
               10  DT-GIDEN-SAYISI  PIC 9(6).

      * DEPARTMAN.HST ad gecmisi; her satir bir adin gecerli olmaya
      * basladigi tarihi tasir (acilis, ad degisikligi, kapanis).
       01  WS-GECMIS-TABLOSU.
           05  WS-GT-SAYISI       PIC 9(3) VALUE ZERO.
           05  WS-GT-GIRISI OCCURS 200 TIMES.
               10  GT-KODU        PIC X(4).
               10  GT-ADI         PIC X(25).
               10  GT-BASLANGIC-TARIHI  PIC 9(8).

       01  RAPOR-BASLIK-1.
           05  FILLER             PIC X(33) VALUE
               "DEPARTMAN TRANSFER HAREKET RAPORU".

       01  HAREKET-BASLIK.
           05  FILLER             PIC X(8)  VALUE "PER NO".
           05  FILLER             PIC X(28) VALUE "ESKI DEPARTMAN".
           05  FILLER             PIC X(27) VALUE "YENI DEPARTMAN".
           05  FILLER             PIC X(5)  VALUE "TARIH".

       01  HAREKET-DETAY.
           05  HD-EMP-ID          PIC 9(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  HD-ESKI-KODU       PIC X(4).
           05  FILLER             PIC X     VALUE SPACE.
           05  HD-ESKI-ADI        PIC X(20).
           05  FILLER             PIC X(3)  VALUE " > ".
           05  HD-YENI-KODU       PIC X(4).
           05  FILLER             PIC X     VALUE SPACE.
           05  HD-YENI-ADI        PIC X(20).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  HD-TARIH           PIC 9(8).

           PERFORM 0010-PARAMETRE-OKU
           PERFORM 0100-DOSYALARI-AC
           PERFORM 0120-DEPARTMAN-YUKLE
           PERFORM 0130-GECMIS-YUKLE
           PERFORM 0200-TRANSFER-OKU
           PERFORM UNTIL DOSYA-SONU-GELDI
               PERFORM 0300-TRANSFER-ISLE
           END-PERFORM
           CLOSE DEPARTMAN-DOSYASI.

      * Gecmis dosyasi DEPTBAKIM ilk kez calisana kadar yoktur; o
      * durumda tum adlar DEPARTMAN.DAT'tan alinir.
       0130-GECMIS-YUKLE.
           MOVE ZERO TO WS-GT-SAYISI
           OPEN INPUT GECMIS-DOSYASI
           IF WS-GECMIS-DURUM = "00"
               PERFORM UNTIL GECMIS-SONU-GELDI
                   READ GECMIS-DOSYASI
                       AT END SET GECMIS-SONU-GELDI TO TRUE
                       NOT AT END
                           IF WS-GT-SAYISI < 200
                               ADD 1 TO WS-GT-SAYISI
                               MOVE DGC-KODU
                                   TO GT-KODU(WS-GT-SAYISI)
                               MOVE DGC-ADI
                                   TO GT-ADI(WS-GT-SAYISI)
                               MOVE DGC-BASLANGIC-TARIHI
                                 TO GT-BASLANGIC-TARIHI(WS-GT-SAYISI)
                           ELSE
                               DISPLAY "UYARI: AD GECMISI TABLOSU "
                                   "DOLU, SATIR ATLANDI: " DGC-KODU
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE GECMIS-DOSYASI.

       0200-TRANSFER-OKU.
           READ TRANSFER-DOSYASI
               AT END SET DOSYA-SONU-GELDI TO TRUE
               MOVE TRF-ESKI-DEPT-KODU TO HD-ESKI-KODU
               MOVE TRF-YENI-DEPT-KODU TO HD-YENI-KODU
               MOVE TRF-ETKIN-TARIHI TO HD-TARIH
               MOVE TRF-ETKIN-TARIHI TO WS-ARANAN-TARIHI
               MOVE TRF-ESKI-DEPT-KODU TO WS-ARANAN-KODU
               PERFORM 0320-TARIHTEKI-ADI-BUL
               MOVE WS-BULUNAN-ADI TO HD-ESKI-ADI
               MOVE TRF-YENI-DEPT-KODU TO WS-ARANAN-KODU
               PERFORM 0320-TARIHTEKI-ADI-BUL
               MOVE WS-BULUNAN-ADI TO HD-YENI-ADI
               WRITE RAPOR-SATIRI FROM HAREKET-DETAY
               PERFORM 0350-DEPT-GIRISI-BUL-ESKI
               PERFORM 0360-DEPT-GIRISI-BUL-YENI
           END-IF.

      * Kodun gecmisinde transfer tarihinde ya da oncesinde baslayan
      * en gec ad secilir. Gecmiste uygun satir yoksa ana dosyadaki
      * guncel ad, kod ana dosyada da yoksa "(TANIMSIZ)" yazilir.
       0320-TARIHTEKI-ADI-BUL.
           MOVE SPACES TO WS-BULUNAN-ADI
           MOVE ZERO TO WS-BULUNAN-BASLANGIC
           MOVE 1 TO WS-GT-IND
           PERFORM UNTIL WS-GT-IND > WS-GT-SAYISI
               IF GT-KODU(WS-GT-IND) = WS-ARANAN-KODU
                   AND GT-BASLANGIC-TARIHI(WS-GT-IND)
                       <= WS-ARANAN-TARIHI
                   AND GT-BASLANGIC-TARIHI(WS-GT-IND)
                       >= WS-BULUNAN-BASLANGIC
                   MOVE GT-ADI(WS-GT-IND) TO WS-BULUNAN-ADI
                   MOVE GT-BASLANGIC-TARIHI(WS-GT-IND)
                       TO WS-BULUNAN-BASLANGIC
               END-IF
               ADD 1 TO WS-GT-IND
           END-PERFORM
           IF WS-BULUNAN-ADI = SPACES
               MOVE "(TANIMSIZ)" TO WS-BULUNAN-ADI
               MOVE 1 TO WS-DT-IND
               PERFORM UNTIL WS-DT-IND > WS-DT-SAYISI
                   IF DT-KODU(WS-DT-IND) = WS-ARANAN-KODU
                       MOVE DT-ADI(WS-DT-IND) TO WS-BULUNAN-ADI
                   END-IF
                   ADD 1 TO WS-DT-IND
               END-PERFORM
           END-IF.

       0350-DEPT-GIRISI-BUL-ESKI.
           MOVE ZERO TO WS-DT-BULUNAN-IND
           PERFORM 0370-TABLODA-ARA-ESKI
