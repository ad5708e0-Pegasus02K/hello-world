                   07  HDR2-SOURCE-ID          PIC X(08).
                   07  HDR2-LAYOUT-VER         PIC X(02).
                       88  HDR2-LAYOUT-V2      VALUE '02'.
      *            CUT STAMP - AS HDR-CUT-STAMP IN C9132REC
                   07  HDR2-CUT-STAMP          PIC X(12) VALUE  SPACE.
                   07  FILLER                  PIC X(40) VALUE  SPACE.
               05  DTL2-DATA           REDEFINES   HDR2-DATA.
                   07  ACCTNO2                 PIC 9(10).
                   07  AMOUNT2                 PIC S9(09)V99   COMP-3.
