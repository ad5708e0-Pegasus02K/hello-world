           88  LAYOUT-V1                       VALUE  '1'.
           88  LAYOUT-V2                       VALUE  '2'.
      *----------------------------------------------------------------*
      *            CUT STAMP FOR THE SPLIT-FILE HEADERS - THE FIRST    *
      *            12 BYTES (DATE + HHMM) IDENTIFY THE GENERATION      *
      *----------------------------------------------------------------*
       01  CUT-STAMP.
           03  CUT-DATE            PIC 9(08).
           03  CUT-TIME            PIC 9(08).
      *----------------------------------------------------------------*
      *            SPLIT-FILE SOURCE-IDS.  ACCRUED FEES (C91321I       *
      *            INPUT) ARE STAMPED APART FROM THE TRADING SPLIT     *
      *            SO THE VENDOR PAYMENT STEP CAN REFUSE THEM          *
      *----------------------------------------------------------------*
       01  SPLIT-SOURCE.
           03  AP-SOURCE           PIC X(08)  VALUE  'C9132DAP'.
           03  AR-SOURCE           PIC X(08)  VALUE  'C9132DAR'.
      *----------------------------------------------------------------*
      *            RUN-TIME PARAMETER PASSED VIA JCL PARM=             *
      *----------------------------------------------------------------*
       LINKAGE                 SECTION.
               MOVE    40              TO      LRECL   OF  APDD
               MOVE    40              TO      LRECL   OF  ARDD
           END-IF.
           ACCEPT      CUT-DATE        FROM    DATE    YYYYMMDD.
           ACCEPT      CUT-TIME        FROM    TIME.
           CALL        'OPENCXD'       USING   INDD    INP     RETCD1.
           IF          RETCD1          NOT =   SPACES
               DISPLAY 'INDD   - OPENCXD ERROR RETCD1 : ' RETCD1
      *                    SPLIT-FILE HEADERS              2B          *
      ******************************************************************
      *    EACH SIDE CARRIES ITS OWN SOURCE-ID SO THE RUN-CONTROL
      *    GUARD LETS BOTH SPLIT FILES REVALIDATE ON THE SAME DAY,
      *    AND A CUT STAMP SO C91322A CAN TELL ONE PAYABLES
      *    GENERATION FROM ANOTHER OF THE SAME RUN DATE.  THE
      *    MONTH-END ACCRUAL KEEPS ITS OWN PAIR OF SOURCE-IDS SO ITS
      *    SERVICE-FEE PAYABLES ARE NEVER MISTAKEN FOR VENDOR DEBITS
       L2-HDRS                 SECTION.
       L2H-S.
           IF          HDR-SOURCE-ID   =       'C91321I'
               MOVE    'C9132DIP'      TO      AP-SOURCE
               MOVE    'C9132DIR'      TO      AR-SOURCE
           END-IF.
           IF          LAYOUT-V2
               MOVE    ZERO            TO      RECCNT2
               MOVE    CUT-STAMP (1:12)        TO      HDR2-CUT-STAMP
               MOVE    AP-SOURCE       TO      HDR2-SOURCE-ID
               CALL    'CWRITED'       USING   APDD        INR2-REC
               MOVE    AR-SOURCE       TO      HDR2-SOURCE-ID
               CALL    'CWRITED'       USING   ARDD        INR2-REC
           ELSE
               MOVE    ZERO            TO      RECCNT
               MOVE    CUT-STAMP (1:12)        TO      HDR-CUT-STAMP
               MOVE    AP-SOURCE       TO      HDR-SOURCE-ID
               MOVE    INR-REC         TO      OUTR-REC
               CALL    'CWRITED'       USING   APDD        OUTR-REC
               MOVE    AR-SOURCE       TO      HDR-SOURCE-ID
               MOVE    INR-REC         TO      OUTR-REC
               CALL    'CWRITED'       USING   ARDD        OUTR-REC
           END-IF.
