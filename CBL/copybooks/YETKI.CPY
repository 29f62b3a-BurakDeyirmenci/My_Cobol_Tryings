      *****************************************************
      * OPERATOR YETKI TABLOSU KAYDI                       *
      * YETKI.DAT her operator icin bakimini yapabilecegi  *
      * departman basina bir satir tasir; "****" butun     *
      * departmanlar demektir. Islem kodlari alani         *
      * operatorun o departmanda girebilecegi hareket      *
      * kodlarini (E G S A I C, bekleyen hareket iptali    *
      * icin X) yan yana tasir; ornegin S silme ve C cikis *
      * yalniz IK mudurunun satirinda bulunur. YETKI alt   *
      * programi okur, OPERRAP operator adini buradan     *
      * alir.                                              *
      *****************************************************
       01  YETKI-KAYDI.
           05  YTK-OPERATOR-ID         PIC X(8).
           05  YTK-OPERATOR-ADI        PIC X(25).
           05  YTK-DEPT-KODU           PIC X(4).
               88  YTK-TUM-DEPARTMANLAR    VALUE "****".
           05  YTK-ISLEM-KODLARI       PIC X(10).
