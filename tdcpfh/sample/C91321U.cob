           03  RETCD7          PIC X(04).
           03  RETCD8          PIC X(04).
           03  RETCD9          PIC X(04).
           03  RETCDA          PIC X(04).
           03  RETCDB          PIC X(04).
           03  RETCDC          PIC X(04).
       01  INDD.
           03  DDNAME          PIC X(08)  VALUE   'INDD'.
           03  LRECL           PIC 9(04)  COMP-5    VALUE 0.
           03  IOABEND         PIC X(01)  VALUE  'Y'.
           03  LRECFM          PIC X(01)  VALUE  'F'.
           03  SYSTEM          PIC X(112).
       01  HOLDDD.
           03  DDNAME          PIC X(08)  VALUE   'HOLDDD'.
           03  LRECL           PIC 9(04)  COMP-5    VALUE 0.
           03  CHKPT           PIC 9(04)  COMP-5    VALUE 0.
           03  COPYC           PIC X(01)  VALUE  'Y'.
           03  MONOC           PIC X(01)  VALUE  'Y'.
           03  IOABEND         PIC X(01)  VALUE  'Y'.
           03  LRECFM          PIC X(01)  VALUE  'F'.
           03  SYSTEM          PIC X(112).
       01  POSTDD.
           03  DDNAME          PIC X(08)  VALUE   'POSTDD'.
           03  LRECL           PIC 9(04)  COMP-5    VALUE 0.
           03  CHKPT           PIC 9(04)  COMP-5    VALUE 0.
           03  COPYC           PIC X(01)  VALUE  'Y'.
           03  MONOC           PIC X(01)  VALUE  'Y'.
           03  IOABEND         PIC X(01)  VALUE  'Y'.
           03  LRECFM          PIC X(01)  VALUE  'F'.
           03  SYSTEM          PIC X(112).
       01  RPTDD.
           03  DDNAME          PIC X(08)  VALUE   'RPTDD'.
           03  LRECL           PIC 9(04)  COMP-5    VALUE 0.
           03  CHKPT           PIC 9(04)  COMP-5    VALUE 0.
           03  COPYC           PIC X(01)  VALUE  'Y'.
           03  MONOC           PIC X(01)  VALUE  'Y'.
           03  IOABEND         PIC X(01)  VALUE  'Y'.
           03  LRECFM          PIC X(01)  VALUE  'F'.
           03  SYSTEM          PIC X(112).
      *----------------------------------------------------------------*
      *            COUNTERS AND SWITCHES                               *
      *----------------------------------------------------------------*
       01      ICNT                    PIC  9(008)  COMP-3  VALUE  ZERO.
       01      POST-CNT                PIC  9(008)  COMP-3  VALUE  ZERO.
       01      EXCP-CNT                PIC  9(008)  COMP-3  VALUE  ZERO.
       01      HOLD-CNT                PIC  9(008)  COMP-3  VALUE  ZERO.
       01      EOF1                    PIC  X(001)  VALUE  ZERO.
       01      MST-EOF1                PIC  X(001)  VALUE  ZERO.
       01      TRAILER-CNT             PIC  9(008)  COMP-3  VALUE  ZERO.
       01      MST-ACCT-PREV           PIC  9(010)          VALUE  ZERO.
       01      DTL-ACCT-PREV           PIC  9(010)          VALUE  ZERO.
      *----------------------------------------------------------------*
      *            CREDIT LIMIT CHECK.  A DETAIL THAT WOULD TAKE AN    *
      *            ACCOUNT'S BALANCE BELOW MINUS ITS CREDIT LIMIT IS   *
      *            HELD ON HOLDDD, UNPOSTED, FOR CREDIT CONTROL        *
      *----------------------------------------------------------------*
       01      NEW-BAL         PIC S9(13)V99  COMP-3  VALUE ZERO.
       01      LIMIT-FLOOR     PIC S9(13)V99  COMP-3  VALUE ZERO.
       01      HOLD-AMT        PIC S9(13)V99  COMP-3  VALUE ZERO.
      *    A FILE OF ITEMS CREDIT CONTROL HAS RELEASED (SOURCE-ID
      *    C91322C) HAS BEEN DECIDED ALREADY AND IS NOT HELD AGAIN
       01      RLSE-RUN                PIC  X(001)  VALUE   'N'.
           88  CREDIT-RELEASE-RUN              VALUE  'Y'.
      *    A MONTH-END ACCRUAL FILE (SOURCE-ID C91321I) IS NEITHER
      *    HELD NOR DIVERTED - THE RELEASE AND RE-POST FILES CARRY NO
      *    ORIGIN, SO A FEE WORKED THROUGH THEM WOULD SPLIT AS A
      *    VENDOR PAYABLE.  FEES POST PAST THE LIMIT, AND C91321I
      *    ACCRUES FROM THIS SAME MASTER, SO A MISS IS FATAL
       01      ACR-RUN                 PIC  X(001)  VALUE   'N'.
           88  ACCRUAL-RUN                     VALUE  'Y'.
      *----------------------------------------------------------------*
      *            OVER-LIMIT REPORT PRINT AREAS                       *
      *----------------------------------------------------------------*
       01      RPT-PAGE-CNT            PIC  9(004)  COMP-5  VALUE  ZERO.
       01      RPT-LINE-CNT            PIC  9(004)  COMP-5  VALUE  ZERO.
       01      RPT-MAX-LINES           PIC  9(004)  COMP-5  VALUE  55.
       01  RPT-LINE.
           03  RPT-CC              PIC X(01).
           03  RPT-TEXT            PIC X(132).
       01  RPT-HOLD                PIC X(133).
       01  RPT-HDG1.
           03  FILLER              PIC X(42)  VALUE
               'C9132  OVER-LIMIT HELD ITEMS REPORT'.
           03  FILLER              PIC X(10)  VALUE 'RUN DATE: '.
           03  RPT-H1-RUNDATE      PIC 9(08).
           03  FILLER              PIC X(11)  VALUE '   SOURCE: '.
           03  RPT-H1-SOURCE       PIC X(08).
           03  FILLER              PIC X(09)  VALUE '    PAGE:'.
           03  RPT-H1-PAGE         PIC ZZZ9.
       01  RPT-HDG2.
           03  FILLER              PIC X(12)  VALUE 'ACCOUNT'.
           03  FILLER              PIC X(10)  VALUE '    RECORD'.
           03  FILLER              PIC X(09)  VALUE '  TXNDATE'.
           03  FILLER              PIC X(03)  VALUE ' ST'.
           03  FILLER              PIC X(22)  VALUE
               '       CURRENT BALANCE'.
           03  FILLER              PIC X(22)  VALUE
               '          CREDIT LIMIT'.
           03  FILLER              PIC X(22)  VALUE
               '           HELD AMOUNT'.
       01  RPT-DTL.
           03  RPT-D-ACCT          PIC 9(10).
           03  FILLER              PIC X(02).
           03  RPT-D-RECORD        PIC ZZZZZZZZZ9.
           03  FILLER              PIC X(01).
           03  RPT-D-TXNDATE       PIC 9(08).
           03  FILLER              PIC X(01).
           03  RPT-D-STATUS        PIC X(02).
           03  FILLER              PIC X(01).
           03  RPT-D-BALANCE       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03  FILLER              PIC X(01).
           03  RPT-D-LIMIT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03  FILLER              PIC X(01).
           03  RPT-D-AMOUNT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  RPT-TOT.
           03  FILLER              PIC X(12)  VALUE 'ITEMS HELD'.
           03  RPT-T-COUNT         PIC ZZZ,ZZZ,ZZ9.
           03  FILLER              PIC X(56).
           03  RPT-T-AMOUNT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
      *----------------------------------------------------------------*
      *            RUN-TIME PARAMETER PASSED VIA JCL PARM=             *
      *----------------------------------------------------------------*
       LINKAGE                 SECTION.
               DISPLAY 'EXCPDD - OPENCXD ERROR RETCD7 : ' RETCD7
               PERFORM L9-ABEND
           END-IF.
      *    HELD DETAILS LIKEWISE KEEP THEIR OWN LAYOUT
           IF          LAYOUT-V2
               MOVE    80              TO      LRECL   OF  HOLDDD
           ELSE
               MOVE    40              TO      LRECL   OF  HOLDDD
           END-IF.
           CALL        'OPENCXD'       USING   HOLDDD  OUT     RETCDA.
           IF          RETCDA          NOT =   SPACES
               DISPLAY 'HOLDDD - OPENCXD ERROR RETCDA : ' RETCDA
               PERFORM L9-ABEND
           END-IF.
      *    POSTED DETAILS LIKEWISE KEEP THEIR OWN LAYOUT - THIS IS
      *    THE FILE THE PAYABLES / RECEIVABLES SPLIT READS, SO AN
      *    ITEM DIVERTED OR HELD HERE NEVER REACHES AP OR AR UNTIL IT
      *    IS RE-POSTED OR RELEASED
           IF          LAYOUT-V2
               MOVE    80              TO      LRECL   OF  POSTDD
           ELSE
               MOVE    40              TO      LRECL   OF  POSTDD
           END-IF.
           CALL        'OPENCXD'       USING   POSTDD  OUT     RETCDC.
           IF          RETCDC          NOT =   SPACES
               DISPLAY 'POSTDD - OPENCXD ERROR RETCDC : ' RETCDC
               PERFORM L9-ABEND
           END-IF.
           MOVE        133             TO      LRECL   OF  RPTDD.
           CALL        'OPENCXD'       USING   RPTDD   OUT     RETCDB.
           IF          RETCDB          NOT =   SPACES
               DISPLAY 'RPTDD  - OPENCXD ERROR RETCDB : ' RETCDB
               PERFORM L9-ABEND
           END-IF.
      *    PRIME THE MERGE WITH THE FIRST MASTER RECORD
           PERFORM     L1-MSTREAD.
       L1-E.
           IF          HEADER-REC
               MOVE    HDR-RUNDATE     TO      HDR-RUNDATE-SAVE
               MOVE    HDR-SOURCE-ID   TO      HDR-SOURCE-ID-SAVE
               IF      HDR-SOURCE-ID (1:7)     =       'C91322C'
                   SET     CREDIT-RELEASE-RUN  TO      TRUE
               END-IF
               IF      HDR-SOURCE-ID   =       'C91321I'
                   SET     ACCRUAL-RUN         TO      TRUE
               END-IF
               PERFORM L2-PSTHDR
           ELSE
               IF      DETAIL-REC
                   COMPUTE ICNT        =       ICNT   +  1
               GO  TO              L2P-E
           END-IF.
      *    D1/AP DETAILS DEBIT THE ACCOUNT, D2/AR DETAILS CREDIT IT
           IF          DETAIL-REC-AP
               COMPUTE NEW-BAL         =       MST-BALANCE -   AMOUNT
           ELSE
               COMPUTE NEW-BAL         =       MST-BALANCE +   AMOUNT
           END-IF.
      *    ONLY A DETAIL THAT LOWERS THE BALANCE CAN BREACH THE
      *    LIMIT - CREDITS AND REVERSED DEBITS ALWAYS POST, AS DOES
      *    AN ITEM CREDIT CONTROL HAS RELEASED AND AN ACCRUED FEE
           IF          MST-LIMIT-SET
                       AND NEW-BAL     <       MST-BALANCE
                       AND NOT CREDIT-RELEASE-RUN
                       AND NOT ACCRUAL-RUN
               COMPUTE LIMIT-FLOOR     =       ZERO
                                       -       MST-CREDIT-LIMIT
               IF      NEW-BAL         <       LIMIT-FLOOR
                   PERFORM L2-HOLD
                   GO  TO              L2P-E
               END-IF
           END-IF.
           IF          DETAIL-REC-AP
               SUBTRACT    AMOUNT      FROM    MST-BALANCE
                   ON      SIZE ERROR
           MOVE        TXNDATE         TO      MST-LAST-TXNDATE.
           COMPUTE     MST-TXN-CNT     =       MST-TXN-CNT     +   1.
           COMPUTE     POST-CNT        =       POST-CNT    +   1.
           PERFORM     L2-PSTDTL.
       L2P-E.
           EXIT.
      ******************************************************************
      *                    POSTED FILE HEADER              2B3         *
      ******************************************************************
      *    THE INPUT HEADER PASSES THROUGH UNCHANGED, SO THE SPLIT
      *    STILL SEES THE ORIGINAL SOURCE-ID
       L2-PSTHDR               SECTION.
       L2PH-S.
           IF          LAYOUT-V2
               CALL    'CWRITED'       USING   POSTDD      INR2-REC
           ELSE
               CALL    'CWRITED'       USING   POSTDD      INR-REC
           END-IF.
       L2PH-E.
           EXIT.
      ******************************************************************
      *                    POSTED FILE DETAIL              2B4         *
      ******************************************************************
       L2-PSTDTL               SECTION.
       L2PD-S.
           IF          LAYOUT-V2
               MOVE    POST-CNT        TO      RECCNT2
               CALL    'CWRITED'       USING   POSTDD      INR2-REC
           ELSE
               MOVE    POST-CNT        TO      RECCNT
               CALL    'CWRITED'       USING   POSTDD      INR-REC
           END-IF.
       L2PD-E.
           EXIT.
      ******************************************************************
      *                    DIVERT DETAIL TO EXCPDD         2B1         *
      ******************************************************************
       L2-DIVERT               SECTION.
       L2DV-S.
           IF          ACCRUAL-RUN
               DISPLAY 'INDD   - ACCRUAL ITEM WITHOUT AN OPEN ACCOUNT'
                       ' - ACCRUAL AND MASTER OUT OF STEP'
               PERFORM L9-ABEND
           END-IF.
           IF          LAYOUT-V2
               CALL    'CWRITED'       USING   EXCPDD      INR2-REC
           ELSE
       L2DV-E.
           EXIT.
      ******************************************************************
      *                    HOLD OVER-LIMIT DETAIL          2B2         *
      ******************************************************************
      *    THE DETAIL GOES TO HOLDDD UNPOSTED AND THE ACCOUNT'S
      *    BALANCE IS LEFT AS IT STOOD - CREDIT CONTROL RELEASES OR
      *    RETURNS THE ITEM FROM THE REPORT THROUGH C9132HLD
       L2-HOLD                 SECTION.
       L2H-S.
           COMPUTE     HOLD-CNT        =       HOLD-CNT    +   1.
           DISPLAY     'HOLDDD - OVER CREDIT LIMIT ACCOUNT : ' ACCTNO
                       ' AT RECORD :' RECCNT.
           IF          LAYOUT-V2
               CALL    'CWRITED'       USING   HOLDDD      INR2-REC
           ELSE
               CALL    'CWRITED'       USING   HOLDDD      INR-REC
           END-IF.
           IF          HOLD-CNT        =       1
               PERFORM L4-PAGE
               MOVE    SPACES          TO      RPT-LINE
               MOVE    '0'             TO      RPT-CC
               MOVE    RPT-HDG2        TO      RPT-TEXT
               PERFORM L4-PUT
           END-IF.
           MOVE        SPACES          TO      RPT-DTL.
           MOVE        ACCTNO          TO      RPT-D-ACCT.
           MOVE        RECCNT          TO      RPT-D-RECORD.
           MOVE        TXNDATE         TO      RPT-D-TXNDATE.
           MOVE        STATUS-CODE     TO      RPT-D-STATUS.
           MOVE        MST-BALANCE     TO      RPT-D-BALANCE.
           MOVE        MST-CREDIT-LIMIT        TO      RPT-D-LIMIT.
           MOVE        AMOUNT          TO      RPT-D-AMOUNT.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        RPT-DTL         TO      RPT-TEXT.
           PERFORM     L4-PUT.
           ADD         AMOUNT          TO      HOLD-AMT
               ON      SIZE ERROR
                   DISPLAY 'RPTDD  - HELD TOTAL OVERFLOW'
                   PERFORM L9-ABEND
           END-ADD.
       L2H-E.
           EXIT.
      ******************************************************************
      *                    ROLL MASTER FORWARD             2C          *
      ******************************************************************
       L2-ADVANCE              SECTION.
           DISPLAY     'MSTIDD - MASTER ACCOUNTS READ :' MST-CNT.
           DISPLAY     'MSTODD - POSTED :' POST-CNT.
           DISPLAY     'EXCPDD - DIVERTED :' EXCP-CNT.
           DISPLAY     'HOLDDD - HELD OVER LIMIT :' HOLD-CNT.
           IF          NOT TRAILER-SEEN
               DISPLAY 'INDD   - NO TRAILER RECORD FOUND ON INPUT'
               PERFORM L9-ABEND
           PERFORM     L2-ADVANCE
                       UNTIL   MST-EOF1        =       '1'.
           DISPLAY     'MSTODD - MASTER ACCOUNTS WRITTEN :' MSTO-CNT.
           PERFORM     L3-PSTTRL.
           CALL        'CLOSECX'       USING   POSTDD      RETCDC.
           IF          RETCDC          NOT =   SPACES
               DISPLAY 'POSTDD - CLOSECX ERROR RETCDC : ' RETCDC
               PERFORM L9-ABEND
           END-IF.
           CALL        'CLOSECX'       USING   INDD        RETCD6.
           IF          RETCD6          NOT =   SPACES
               DISPLAY 'INDD   - CLOSECX ERROR RETCD6 : ' RETCD6
               DISPLAY 'EXCPDD - CLOSECX ERROR RETCD9 : ' RETCD9
               PERFORM L9-ABEND
           END-IF.
           CALL        'CLOSECX'       USING   HOLDDD      RETCDA.
           IF          RETCDA          NOT =   SPACES
               DISPLAY 'HOLDDD - CLOSECX ERROR RETCDA : ' RETCDA
               PERFORM L9-ABEND
           END-IF.
      *    THE REPORT IS PRINTED EVERY RUN - A CLEAN DAY SAYS SO
           PERFORM     L4-REPORT.
           CALL        'CLOSECX'       USING   RPTDD       RETCDB.
           IF          RETCDB          NOT =   SPACES
               DISPLAY 'RPTDD  - CLOSECX ERROR RETCDB : ' RETCDB
               PERFORM L9-ABEND
           END-IF.
      *    UNKNOWN ACCOUNTS AND HELD ITEMS WARN THE OPERATOR BUT DO
      *    NOT STOP THE RUN.  SET LAST - EVERY CALL REPLACES
      *    RETURN-CODE WITH THE SUBPROGRAM'S OWN
           IF          EXCP-CNT        >       ZERO
                       OR HOLD-CNT     >       ZERO
               MOVE    4               TO      RETURN-CODE
           END-IF.
       L3-E.
       L3U-E.
           EXIT.
      ******************************************************************
      *                    POSTED FILE TRAILER             3C          *
      ******************************************************************
      *    A FRESH TRAILER - ITS CONTROL TOTAL COVERS THE POSTED
      *    DETAILS ONLY
       L3-PSTTRL               SECTION.
       L3T-S.
           IF          LAYOUT-V2
               MOVE    SPACES          TO      INR2-REC
               MOVE    POST-CNT        TO      RECCNT2
               SET     TRAILER-REC2            TO      TRUE
               MOVE    POST-CNT        TO      TRL2-COUNT
               CALL    'CWRITED'       USING   POSTDD      INR2-REC
           ELSE
               MOVE    SPACES          TO      INR-REC
               MOVE    POST-CNT        TO      RECCNT
               SET     TRAILER-REC             TO      TRUE
               MOVE    POST-CNT        TO      TRL-COUNT
               CALL    'CWRITED'       USING   POSTDD      INR-REC
           END-IF.
       L3T-E.
           EXIT.
      ******************************************************************
      *                    OVER-LIMIT REPORT TOTALS        4           *
      ******************************************************************
       L4-REPORT               SECTION.
       L4-S.
           IF          HOLD-CNT        =       ZERO
               PERFORM L4-PAGE
               MOVE    SPACES          TO      RPT-LINE
               MOVE    '0'             TO      RPT-CC
               MOVE    'NO ITEMS HELD OVER CREDIT LIMIT'
                                       TO      RPT-TEXT
               PERFORM L4-PUT
               GO  TO              L4-E
           END-IF.
           MOVE        HOLD-CNT        TO      RPT-T-COUNT.
           MOVE        HOLD-AMT        TO      RPT-T-AMOUNT.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        '0'             TO      RPT-CC.
           MOVE        RPT-TOT         TO      RPT-TEXT.
           PERFORM     L4-PUT.
       L4-E.
           EXIT.
      ******************************************************************
      *                    REPORT PAGE HEADER              4B          *
      ******************************************************************
       L4-PAGE                 SECTION.
       L4P-S.
           COMPUTE     RPT-PAGE-CNT    =       RPT-PAGE-CNT    +   1.
           MOVE        HDR-RUNDATE-SAVE        TO      RPT-H1-RUNDATE.
           MOVE        HDR-SOURCE-ID-SAVE      TO      RPT-H1-SOURCE.
           MOVE        RPT-PAGE-CNT    TO      RPT-H1-PAGE.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        '1'             TO      RPT-CC.
           MOVE        RPT-HDG1        TO      RPT-TEXT.
           CALL        'CWRITED'       USING   RPTDD       RPT-LINE.
           MOVE        1               TO      RPT-LINE-CNT.
       L4P-E.
           EXIT.
      ******************************************************************
      *                    REPORT LINE WRITER              4C          *
      ******************************************************************
       L4-PUT                  SECTION.
       L4U-S.
           IF          RPT-LINE-CNT    >=      RPT-MAX-LINES
               MOVE    RPT-LINE        TO      RPT-HOLD
               PERFORM L4-PAGE
               MOVE    RPT-HOLD        TO      RPT-LINE
           END-IF.
           CALL        'CWRITED'       USING   RPTDD       RPT-LINE.
           COMPUTE     RPT-LINE-CNT    =       RPT-LINE-CNT    +   1.
       L4U-E.
           EXIT.
      ******************************************************************
      *                    ABEND                           9           *
      ******************************************************************
       L9-ABEND                SECTION.
