      *****************************************************
      * YETKI alt programi ile cagiran programlar          *
      * arasinda paylasilan parametre alani. Operatorun    *
      * YP-ISLEM-KODU hareketini YP-DEPT-KODU departmaninda *
      * girip giremeyecegi denetlenir; departman bos ise   *
      * yalniz islem kodu yetkisi aranir. Sonuc:           *
      * E=yetkili, B=operator kodu bos, T=operator YETKI.DAT *
      * 'ta tanimsiz, K=islem koduna yetkisi yok,          *
      * D=departmana yetkisi yok, Y=YETKI.DAT yok ya da bos. *
      *****************************************************
       01  YETKI-PARM-ALANI.
           05  YP-OPERATOR-ID          PIC X(8).
           05  YP-ISLEM-KODU           PIC X.
           05  YP-DEPT-KODU            PIC X(4).
           05  YP-SONUC                PIC X.
               88  YP-YETKILI              VALUE "E".
               88  YP-OPERATOR-BOS         VALUE "B".
               88  YP-OPERATOR-TANIMSIZ    VALUE "T".
               88  YP-KOD-YETKISIZ         VALUE "K".
               88  YP-DEPT-YETKISIZ        VALUE "D".
               88  YP-TABLO-YOK            VALUE "Y".
