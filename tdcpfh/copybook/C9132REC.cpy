      *            STAMP EXISTED CARRY SPACES AND COUNT AS '01'.
                   07  HDR-LAYOUT-VER          PIC X(02).
                       88  HDR-LAYOUT-V1       VALUE '01' SPACE.
      *            CUT STAMP (DATE YYYYMMDD + TIME HHMM) SET BY
      *            C91321D ON THE PAYABLES / RECEIVABLES SPLIT FILES
      *            SO TWO GENERATIONS OF ONE RUN DATE CAN BE TOLD
      *            APART.  SPACES ON EVERY OTHER FILE.
                   07  HDR-CUT-STAMP           PIC X(12) VALUE  SPACE.
               05  DTL-DATA            REDEFINES   HDR-DATA.
                   07  ACCTNO                  PIC 9(10).
                   07  AMOUNT                  PIC S9(09)V99   COMP-3.
