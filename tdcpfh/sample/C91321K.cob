       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             C91321K.
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
      ******************************************************************
      *            DECLARE I/O FILES                                   *
      ******************************************************************
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
       DATA                    DIVISION.
      ******************************************************************
      *            DECLARE I/O AREAS                                   *
      ******************************************************************
       FILE                    SECTION.
      ******************************************************************
      *            DECLARE WORKING AREAS                               *
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *----------------------------------------------------------------*
       01  INR-REC.
           COPY        C9132REC.
      *----------------------------------------------------------------*
       01  INR2-REC.
           COPY        C9132RE2.
      *----------------------------------------------------------------*
       01  CMPR-REC.
           COPY        C9132CMP.
      *----------------------------------------------------------------*
       01  ALRR-REC.
           COPY        C9132ALR.
      *----------------------------------------------------------------*
       01  DCPENV.
           03  OUT             PIC X(03)  VALUE  'OUT'.
           03  INP             PIC X(02)  VALUE  'IN'.
           03  RETCD1          PIC X(04).
           03  RETCD2          PIC X(04).
           03  RETCD3          PIC X(04).
           03  RETCD4          PIC X(04).
           03  RETCD5          PIC X(04).
           03  RETCD6          PIC X(04).
           03  RETCD7          PIC X(04).
           03  RETCD8          PIC X(04).
           03  RETCD9          PIC X(04).
       01  CMPDD.
           03  DDNAME          PIC X(08)  VALUE   'CMPDD'.
           03  LRECL           PIC 9(04)  COMP-5    VALUE 0.
           03  CHKPT           PIC 9(04)  COMP-5    VALUE 0.
           03  COPYC           PIC X(01)  VALUE  'Y'.
           03  MONOC           PIC X(01)  VALUE  'Y'.
           03  IOABEND         PIC X(01)  VALUE  'Y'.
           03  LRECFM          PIC X(01)  VALUE  'F'.
           03  SYSTEM          PIC X(112).
       01  INDD.
           03  DDNAME          PIC X(08)  VALUE   'INDD'.
           03  LRECL           PIC 9(04)  COMP-5    VALUE 0.
           03  CHKPT           PIC 9(04)  COMP-5    VALUE 0.
           03  COPYC           PIC X(01)  VALUE  'Y'.
           03  MONOC           PIC X(01)  VALUE  'Y'.
           03  IOABEND         PIC X(01)  VALUE  'Y'.
           03  LRECFM          PIC X(01)  VALUE  'F'.
           03  SYSTEM          PIC X(112).
       01  ALRDD.
           03  DDNAME          PIC X(08)  VALUE   'ALRDD'.
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
       01      ALERT-CNT               PIC  9(008)  COMP-3  VALUE  ZERO.
       01      LRG-CNT                 PIC  9(008)  COMP-3  VALUE  ZERO.
       01      VEL-CNT                 PIC  9(008)  COMP-3  VALUE  ZERO.
       01      VAL-CNT                 PIC  9(008)  COMP-3  VALUE  ZERO.
       01      STR-CNT                 PIC  9(008)  COMP-3  VALUE  ZERO.
       01      EOF1                    PIC  X(001)  VALUE  ZERO.
       01      TRAILER-CNT             PIC  9(008)  COMP-3  VALUE  ZERO.
       01      TRL-SEEN                PIC  X(001)  VALUE   'N'.
           88  TRAILER-SEEN                    VALUE  'Y'.
       01      HDR-SEEN                PIC  X(001)  VALUE   'N'.
           88  HEADER-SEEN                     VALUE  'Y'.
       01      LAYOUT-VER              PIC  X(001)  VALUE   '1'.
           88  LAYOUT-V1                       VALUE  '1'.
           88  LAYOUT-V2                       VALUE  '2'.
       01      RUN-DATE                PIC  9(008)          VALUE  ZERO.
       01      BUS-DATE                PIC  9(008)          VALUE  ZERO.
       01      ALERT-DESC              PIC  X(030)  VALUE  SPACE.
      *----------------------------------------------------------------*
      *            CURRENT DETAIL - UNSIGNED AMOUNT AND THE VERSION-2  *
      *            CUSTOMER AND BRANCH (SPACES ON VERSION 1)           *
      *----------------------------------------------------------------*
       01      DTL-AMT         PIC S9(11)V99  COMP-3  VALUE ZERO.
       01      DTL-SEQ                 PIC  9(008)          VALUE  ZERO.
       01      DTL-NAME                PIC  X(020)  VALUE  SPACE.
       01      DTL-BRANCH              PIC  X(005)  VALUE  SPACE.
       01      NEAR-FLOOR      PIC S9(11)V99  COMP-3  VALUE ZERO.
       01      NEAR-SW                 PIC  X(001)  VALUE   'N'.
           88  NEAR-CHECK                      VALUE  'Y'.
      *----------------------------------------------------------------*
      *            RUN TOTALS                                          *
      *----------------------------------------------------------------*
       01      DTL-TOT         PIC S9(13)V99  COMP-3  VALUE ZERO.
       01      LRG-TOT         PIC S9(13)V99  COMP-3  VALUE ZERO.
      *----------------------------------------------------------------*
      *            ACCOUNT DAY TABLE - THE VALIDATED FILE IS IN        *
      *            ARRIVAL ORDER, SO EACH ACCOUNT'S COUNT AND VALUE    *
      *            BUILD UP HERE (KEPT IN ACCOUNT ORDER BY INSERT,     *
      *            FOUND BY BISECTION) AND ARE TESTED AFTER THE LAST   *
      *            DETAIL                                              *
      *----------------------------------------------------------------*
       01      ACT-MAX               PIC  9(008)  COMP-5  VALUE 200000.
       01      ACT-CNT                 PIC  9(008)  COMP-5  VALUE  ZERO.
       01      ACT-SUB                 PIC  9(008)  COMP-5  VALUE  ZERO.
       01      SH-SUB                  PIC  9(008)  COMP-5  VALUE  ZERO.
       01      BF-LO                   PIC  9(008)  COMP-5  VALUE  ZERO.
       01      BF-HI                   PIC  9(008)  COMP-5  VALUE  ZERO.
       01      BF-KEY                  PIC  9(010)          VALUE  ZERO.
       01      ACT-HIT                 PIC  X(001)  VALUE   'N'.
           88  ACT-FOUND                       VALUE  'Y'.
       01      ACT-TABLE.
           03  ACT-ENTRY           OCCURS  200000.
               05  AT-ACCTNO           PIC  9(010).
               05  AT-DTL-CNT          PIC  9(007)      COMP-3.
               05  AT-VALUE            PIC S9(13)V99    COMP-3.
               05  AT-NEAR-CNT         PIC  9(005)      COMP-3.
               05  AT-NEAR-VAL         PIC S9(13)V99    COMP-3.
               05  AT-NAME             PIC  X(020).
               05  AT-BRANCH           PIC  X(005).
      *----------------------------------------------------------------*
      *            ALERT REPORT PRINT AREAS                            *
      *----------------------------------------------------------------*
       01      RPT-PAGE-CNT            PIC  9(004)  COMP-5  VALUE  ZERO.
       01      RPT-LINE-CNT            PIC  9(004)  COMP-5  VALUE  ZERO.
       01      RPT-MAX-LINES           PIC  9(004)  COMP-5  VALUE  55.
       01  RPT-LINE.
           03  RPT-CC              PIC X(01).
           03  RPT-TEXT            PIC X(132).
       01  RPT-HOLD                PIC X(133).
       01  RPT-HDG1.
           03  FILLER              PIC X(40)  VALUE
               'C9132  COMPLIANCE MONITOR REPORT'.
           03  FILLER              PIC X(10)  VALUE 'RUN DATE: '.
           03  RPT-H1-RUNDATE      PIC 9(08).
           03  FILLER              PIC X(17)  VALUE
               '   BUSINESS DATE:'.
           03  RPT-H1-BUSDATE      PIC 9(08).
           03  FILLER              PIC X(09)  VALUE '    PAGE:'.
           03  RPT-H1-PAGE         PIC ZZZ9.
       01  RPT-HDG2.
           03  FILLER              PIC X(23)  VALUE
               'LIMITS - SINGLE DETAIL:'.
           03  RPT-H2-LARGE        PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC X(18)  VALUE
               '  DETAILS/ACCOUNT:'.
           03  RPT-H2-MAXCNT       PIC ZZZZ9.
           03  FILLER              PIC X(16)  VALUE
               '  VALUE/ACCOUNT:'.
           03  RPT-H2-MAXVAL       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC X(14)  VALUE
               '  NEAR BAND %:'.
           03  RPT-H2-PCT          PIC Z9.99.
           03  FILLER              PIC X(07)  VALUE ' COUNT:'.
           03  RPT-H2-NEARCNT      PIC ZZ9.
       01  RPT-HDG3.
           03  FILLER              PIC X(06)  VALUE 'ALERT'.
           03  FILLER              PIC X(12)  VALUE 'ACCOUNT'.
           03  FILLER              PIC X(08)  VALUE ' DETAILS'.
           03  FILLER              PIC X(20)  VALUE
               '              AMOUNT'.
           03  FILLER              PIC X(02)  VALUE SPACES.
           03  FILLER              PIC X(04)  VALUE 'ST'.
           03  FILLER              PIC X(10)  VALUE 'ORDER SEQ'.
           03  FILLER              PIC X(22)  VALUE 'CUSTOMER'.
           03  FILLER              PIC X(07)  VALUE 'BRANCH'.
           03  FILLER              PIC X(30)  VALUE 'DESCRIPTION'.
       01  RPT-DTL.
           03  RPT-D-TYPE          PIC X(04).
           03  FILLER              PIC X(02).
           03  RPT-D-ACCT          PIC 9(10).
           03  FILLER              PIC X(02).
           03  RPT-D-CNT           PIC ZZZ,ZZ9.
           03  FILLER              PIC X(01).
           03  RPT-D-AMOUNT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC X(02).
           03  RPT-D-STATUS        PIC X(02).
           03  FILLER              PIC X(02).
           03  RPT-D-SEQ           PIC X(08).
           03  FILLER              PIC X(02).
           03  RPT-D-NAME          PIC X(20).
           03  FILLER              PIC X(02).
           03  RPT-D-BRANCH        PIC X(05).
           03  FILLER              PIC X(02).
           03  RPT-D-DESC          PIC X(30).
       01  RPT-TOT.
           03  RPT-T-LABEL         PIC X(30).
           03  RPT-T-COUNT         PIC ZZZ,ZZZ,ZZ9.
           03  FILLER              PIC X(03).
           03  RPT-T-AMOUNT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
      *----------------------------------------------------------------*
      *            RUN-TIME PARAMETER PASSED VIA JCL PARM=             *
      *----------------------------------------------------------------*
       LINKAGE                 SECTION.
       01  PARM-INFO.
           03  PARM-LEN            PIC S9(04)  COMP.
           03  PARM-DATA           PIC X(80).
      *----------------------------------------------------------------*
       PROCEDURE               DIVISION       USING   PARM-INFO.
       L0-MAIN                 SECTION.
           PERFORM     L1-INIT.
           PERFORM     L2-EXEC
                       UNTIL         EOF1   = '1'.
           PERFORM     L2-ACCOUNT
                       VARYING ACT-SUB FROM 1 BY 1
                       UNTIL   ACT-SUB >       ACT-CNT.
           PERFORM     L4-REPORT.
           PERFORM     L3-END.
       L0-MAIN-END.
           STOP        RUN.
      ******************************************************************
      *                    INIT                            1           *
      ******************************************************************
       L1-INIT                 SECTION.
       L1-S.
           IF          PARM-LEN        >       12
                       AND (PARM-DATA (13:1) = 'Y' OR
                            PARM-DATA (13:1) = 'N')
               MOVE    PARM-DATA (13:1)    TO      COPYC   OF  INDD
           END-IF.
           IF          PARM-LEN        >       13
                       AND (PARM-DATA (14:1) = 'Y' OR
                            PARM-DATA (14:1) = 'N')
               MOVE    PARM-DATA (14:1)    TO      MONOC   OF  INDD
           END-IF.
      *    RECORD LAYOUT VERSION (BYTE 20, AS IN C91321R): 1 =
      *    40-BYTE C9132REC (DEFAULT), 2 = 80-BYTE C9132RE2, WHOSE
      *    ALERTS ALSO CARRY THE CUSTOMER NAME AND BRANCH
           IF          PARM-LEN        >       19
                       AND (PARM-DATA (20:1) = '1' OR
                            PARM-DATA (20:1) = '2')
               MOVE    PARM-DATA (20:1)    TO      LAYOUT-VER
           END-IF.
           ACCEPT      RUN-DATE        FROM    DATE    YYYYMMDD.
           PERFORM     L1-PARMS.
           IF          LAYOUT-V2
               MOVE    80              TO      LRECL   OF  INDD
           ELSE
               MOVE    40              TO      LRECL   OF  INDD
           END-IF.
           CALL        'OPENCXD'       USING   INDD    INP     RETCD3.
           IF          RETCD3          NOT =   SPACES
               DISPLAY 'INDD   - OPENCXD ERROR RETCD3 : ' RETCD3
               PERFORM L9-ABEND
           END-IF.
           MOVE        80              TO      LRECL   OF  ALRDD.
           CALL        'OPENCXD'       USING   ALRDD   OUT     RETCD4.
           IF          RETCD4          NOT =   SPACES
               DISPLAY 'ALRDD  - OPENCXD ERROR RETCD4 : ' RETCD4
               PERFORM L9-ABEND
           END-IF.
           MOVE        133             TO      LRECL   OF  RPTDD.
           CALL        'OPENCXD'       USING   RPTDD   OUT     RETCD5.
           IF          RETCD5          NOT =   SPACES
               DISPLAY 'RPTDD  - OPENCXD ERROR RETCD5 : ' RETCD5
               PERFORM L9-ABEND
           END-IF.
       L1-E.
           EXIT.
      ******************************************************************
      *                    LOAD MONITOR PARAMETERS         1A          *
      ******************************************************************
      *    EXACTLY ONE PARAMETER RECORD, EVERY FIELD READABLE - A
      *    MONITOR RUNNING ON A BAD CARD WOULD LOOK CLEAN WHILE
      *    CHECKING NOTHING
       L1-PARMS                SECTION.
       L1P-S.
           MOVE        80              TO      LRECL   OF  CMPDD.
           CALL        'OPENCXD'       USING   CMPDD   INP     RETCD1.
           IF          RETCD1          NOT =   SPACES
               DISPLAY 'CMPDD  - OPENCXD ERROR RETCD1 : ' RETCD1
               PERFORM L9-ABEND
           END-IF.
           CALL        'READXD'    USING   CMPDD  CMPR-REC    RETCD2.
           IF          RETCD2      =       'EOF '
               DISPLAY 'CMPDD  - NO MONITOR PARAMETER RECORD'
               PERFORM L9-ABEND
           END-IF.
           IF          RETCD2      NOT =   SPACES
               DISPLAY 'CMPDD  - READXD ERROR RETCD2 : ' RETCD2
               PERFORM L9-ABEND
           END-IF.
           IF          CMP-LARGE-AMT   IS NOT  NUMERIC
                       OR CMP-MAX-CNT      IS NOT  NUMERIC
                       OR CMP-MAX-VAL      IS NOT  NUMERIC
                       OR CMP-NEAR-PCT     IS NOT  NUMERIC
                       OR CMP-NEAR-CNT     IS NOT  NUMERIC
               DISPLAY 'CMPDD  - NON-NUMERIC MONITOR PARAMETER'
               PERFORM L9-ABEND
           END-IF.
      *    ONE DETAIL IN THE BAND IS NOT A REPEAT
           IF          CMP-NEAR-CNT    =       1
               DISPLAY 'CMPDD  - INVALID NEAR COUNT : ' CMP-NEAR-CNT
               PERFORM L9-ABEND
           END-IF.
           CALL        'READXD'    USING   CMPDD  CMPR-REC    RETCD2.
           IF          RETCD2      NOT =   'EOF '
               DISPLAY 'CMPDD  - MORE THAN ONE MONITOR PARAMETER RECORD'
               PERFORM L9-ABEND
           END-IF.
           CALL        'CLOSECX'       USING   CMPDD       RETCD1.
           IF          RETCD1          NOT =   SPACES
               DISPLAY 'CMPDD  - CLOSECX ERROR RETCD1 : ' RETCD1
               PERFORM L9-ABEND
           END-IF.
      *    THE BAND RUNS FROM NEAR-FLOOR UP TO THE THRESHOLD ITSELF -
      *    A DETAIL EXACTLY AT THE THRESHOLD IS NOT ABOVE IT, SO IT
      *    COUNTS AS JUST UNDER
           IF          CMP-LARGE-AMT   >       ZERO
                       AND CMP-NEAR-PCT    >       ZERO
                       AND CMP-NEAR-CNT    >       ZERO
               MOVE    'Y'             TO      NEAR-SW
               COMPUTE NEAR-FLOOR      ROUNDED =
                       CMP-LARGE-AMT   -
                       CMP-LARGE-AMT   *       CMP-NEAR-PCT    /   100
           END-IF.
       L1P-E.
           EXIT.
      ******************************************************************
      *                    EXEC                            2           *
      ******************************************************************
       L2-EXEC                 SECTION.
       L2-S.
           IF          LAYOUT-V2
               CALL    'READXD'    USING   INDD   INR2-REC    RETCD6
           ELSE
               CALL    'READXD'    USING   INDD   INR-REC     RETCD6
           END-IF.
           IF          RETCD6      =       'EOF '
               MOVE    '1'         TO      EOF1
               GO  TO              L2-E
           END-IF.
           IF          RETCD6      NOT =   SPACES
               DISPLAY 'INDD   - READXD ERROR RETCD6 : ' RETCD6
               PERFORM L9-ABEND
           END-IF.
           IF          LAYOUT-V2
               PERFORM L2-MAPV2
           ELSE
               MOVE    SPACES      TO      DTL-NAME
               MOVE    SPACES      TO      DTL-BRANCH
           END-IF.
           IF          HEADER-REC
               PERFORM L2-HDR
           ELSE
               IF      NOT HEADER-SEEN
                   DISPLAY 'INDD   - NO HEADER RECORD FOUND ON INPUT'
                   PERFORM L9-ABEND
               END-IF
               IF      DETAIL-REC
                   PERFORM L2-DETAIL
               ELSE
                   IF  TRAILER-REC
                       MOVE    TRL-COUNT   TO      TRAILER-CNT
                       SET     TRAILER-SEEN        TO      TRUE
                   ELSE
                       DISPLAY 'INDD   - UNKNOWN RECORD TYPE : '
                               REC-TYPE
                       PERFORM L9-ABEND
                   END-IF
               END-IF
           END-IF.
       L2-E.
           EXIT.
      ******************************************************************
      *                    MAP VERSION-2 RECORD            2A          *
      ******************************************************************
      *    THE FIRST 28 BYTES OF EVERY VERSION-2 RECORD LINE UP
      *    WITH THE VERSION-1 OFFSETS (AS IN C91321D), SO THE CHECKS
      *    RUN AGAINST THE VERSION-1 VIEW.  THE ORDER SEQUENCE SITS
      *    FURTHER ALONG IN VERSION 2 AND IS MOVED ON ITS OWN
       L2-MAPV2                SECTION.
       L2M-S.
           MOVE        RECCNT2         TO      RECCNT.
           MOVE        REC2-TYPE       TO      REC-TYPE.
           MOVE        REC2-BODY (1:30)        TO      REC-BODY.
           IF          DETAIL-REC2
               MOVE    DTL2-ORD-SEQ-X  TO      DTL-ORD-SEQ-X
               MOVE    CUST-NAME2      TO      DTL-NAME
               MOVE    BRANCH-ID2      TO      DTL-BRANCH
           END-IF.
       L2M-E.
           EXIT.
      ******************************************************************
      *                    HEADER                          2B          *
      ******************************************************************
      *    THE BUSINESS DATE ON EVERY ALERT IS THE VALIDATED FILE'S
      *    OWN RUN DATE, NOT THE DAY THE MONITOR HAPPENS TO RUN
       L2-HDR                  SECTION.
       L2H-S.
           IF          HEADER-SEEN
               DISPLAY 'INDD   - SECOND HEADER RECORD ON INPUT'
               PERFORM L9-ABEND
           END-IF.
           SET         HEADER-SEEN             TO      TRUE.
           MOVE        HDR-RUNDATE     TO      BUS-DATE.
           PERFORM     L4-PAGE.
       L2H-E.
           EXIT.
      ******************************************************************
      *                    DETAIL                          2C          *
      ******************************************************************
      *    A REVERSAL MOVES MONEY AS SURELY AS A POSTING, SO EVERY
      *    CHECK WORKS ON THE AMOUNT'S SIZE WHATEVER ITS SIGN
       L2-DETAIL               SECTION.
       L2D-S.
           COMPUTE     ICNT        =       ICNT        +   1.
           MOVE        AMOUNT          TO      DTL-AMT.
           IF          DTL-AMT         <       ZERO
               COMPUTE DTL-AMT         =       ZERO    -   DTL-AMT
           END-IF.
           ADD         DTL-AMT         TO      DTL-TOT.
           IF          DTL-ORD-SEQ-X   =       SPACES
               MOVE    ZERO            TO      DTL-SEQ
           ELSE
               MOVE    DTL-ORD-SEQ     TO      DTL-SEQ
           END-IF.
           IF          CMP-LARGE-AMT   >       ZERO
                       AND DTL-AMT     >       CMP-LARGE-AMT
               PERFORM L2-LARGE
           END-IF.
           PERFORM     L2-ACCUM.
       L2D-E.
           EXIT.
      ******************************************************************
      *                    LARGE SINGLE DETAIL             2C1         *
      ******************************************************************
       L2-LARGE                SECTION.
       L2L-S.
           COMPUTE     LRG-CNT         =       LRG-CNT     +   1.
           ADD         DTL-AMT         TO      LRG-TOT.
           MOVE        SPACES          TO      ALRR-REC.
           SET         ALR-LARGE               TO      TRUE.
           MOVE        ACCTNO          TO      ALR-ACCTNO.
           MOVE        DTL-AMT         TO      ALR-AMOUNT.
           MOVE        1               TO      ALR-DTL-CNT.
           MOVE        STATUS-CODE     TO      ALR-STATUS.
           MOVE        DTL-SEQ         TO      ALR-ORD-SEQ.
           MOVE        DTL-NAME        TO      ALR-CUST-NAME.
           MOVE        DTL-BRANCH      TO      ALR-BRANCH-ID.
           MOVE        'SINGLE DETAIL OVER LIMIT'  TO  ALERT-DESC.
           PERFORM     L2-ALERT.
       L2L-E.
           EXIT.
      ******************************************************************
      *                    ACCUMULATE ACCOUNT DAY          2C2         *
      ******************************************************************
       L2-ACCUM                SECTION.
       L2A-S.
           MOVE        ACCTNO          TO      BF-KEY.
           PERFORM     L2-FIND.
           IF          NOT ACT-FOUND
               PERFORM L2-INSERT
           END-IF.
           COMPUTE     AT-DTL-CNT (ACT-SUB)    =
                       AT-DTL-CNT (ACT-SUB)    +   1.
           ADD         DTL-AMT         TO      AT-VALUE (ACT-SUB).
           IF          AT-NAME (ACT-SUB)       =       SPACES
               MOVE    DTL-NAME        TO      AT-NAME (ACT-SUB)
               MOVE    DTL-BRANCH      TO      AT-BRANCH (ACT-SUB)
           END-IF.
           IF          NEAR-CHECK
                       AND DTL-AMT     NOT <   NEAR-FLOOR
                       AND DTL-AMT     NOT >   CMP-LARGE-AMT
               COMPUTE AT-NEAR-CNT (ACT-SUB)   =
                       AT-NEAR-CNT (ACT-SUB)   +   1
               ADD     DTL-AMT         TO      AT-NEAR-VAL (ACT-SUB)
           END-IF.
       L2A-E.
           EXIT.
      ******************************************************************
      *                    ACCOUNT LOOKUP                  2C3         *
      ******************************************************************
      *    ON A MISS THE SEARCH LEAVES BF-LO WHERE THE KEY BELONGS,
      *    WHICH IS WHERE L2-INSERT PUTS IT
       L2-FIND                 SECTION.
       L2F-S.
           MOVE        'N'             TO      ACT-HIT.
           MOVE        1               TO      BF-LO.
           MOVE        ACT-CNT         TO      BF-HI.
           PERFORM     L2-PROBE
                       UNTIL   ACT-FOUND
                       OR      BF-LO           >       BF-HI.
       L2F-E.
           EXIT.
      ******************************************************************
      *                    BISECTION PROBE                 2C4         *
      ******************************************************************
       L2-PROBE                SECTION.
       L2PR-S.
           COMPUTE     ACT-SUB         =       (BF-LO + BF-HI) / 2.
           IF          AT-ACCTNO (ACT-SUB)     =       BF-KEY
               MOVE    'Y'             TO      ACT-HIT
           ELSE
               IF      AT-ACCTNO (ACT-SUB)     <       BF-KEY
                   COMPUTE BF-LO       =       ACT-SUB     +   1
               ELSE
                   COMPUTE BF-HI       =       ACT-SUB     -   1
               END-IF
           END-IF.
       L2PR-E.
           EXIT.
      ******************************************************************
      *                    INSERT ACCOUNT                  2C5         *
      ******************************************************************
       L2-INSERT               SECTION.
       L2I-S.
           IF          ACT-CNT         >=      ACT-MAX
               DISPLAY 'INDD   - ACCOUNT TABLE FULL AT :' ACT-MAX
               PERFORM L9-ABEND
           END-IF.
           COMPUTE     ACT-CNT         =       ACT-CNT     +   1.
           MOVE        ACT-CNT         TO      SH-SUB.
           PERFORM     L2-SHIFT
                       UNTIL   SH-SUB          <=      BF-LO.
           MOVE        BF-LO           TO      ACT-SUB.
           MOVE        BF-KEY          TO      AT-ACCTNO (ACT-SUB).
           MOVE        ZERO            TO      AT-DTL-CNT (ACT-SUB).
           MOVE        ZERO            TO      AT-VALUE (ACT-SUB).
           MOVE        ZERO            TO      AT-NEAR-CNT (ACT-SUB).
           MOVE        ZERO            TO      AT-NEAR-VAL (ACT-SUB).
           MOVE        SPACES          TO      AT-NAME (ACT-SUB).
           MOVE        SPACES          TO      AT-BRANCH (ACT-SUB).
       L2I-E.
           EXIT.
      ******************************************************************
      *                    SHIFT TABLE FOR INSERT          2C6         *
      ******************************************************************
       L2-SHIFT                SECTION.
       L2SH-S.
           MOVE        ACT-ENTRY (SH-SUB - 1)  TO
                       ACT-ENTRY (SH-SUB).
           COMPUTE     SH-SUB          =       SH-SUB      -   1.
       L2SH-E.
           EXIT.
      ******************************************************************
      *                    ACCOUNT DAY CHECKS              2D          *
      ******************************************************************
      *    ONE ACCOUNT CAN RAISE ALL THREE ACCOUNT-LEVEL ALERTS - EACH
      *    IS A SEPARATE CASE FOR COMPLIANCE
       L2-ACCOUNT              SECTION.
       L2C-S.
           MOVE        SPACES          TO      ALRR-REC.
           MOVE        AT-ACCTNO (ACT-SUB)     TO      ALR-ACCTNO.
           MOVE        AT-NAME (ACT-SUB)       TO      ALR-CUST-NAME.
           MOVE        AT-BRANCH (ACT-SUB)     TO      ALR-BRANCH-ID.
           MOVE        ZERO            TO      ALR-ORD-SEQ.
           IF          CMP-MAX-CNT     >       ZERO
                       AND AT-DTL-CNT (ACT-SUB)    >   CMP-MAX-CNT
               COMPUTE VEL-CNT         =       VEL-CNT     +   1
               SET     ALR-COUNT               TO      TRUE
               MOVE    AT-VALUE (ACT-SUB)      TO      ALR-AMOUNT
               MOVE    AT-DTL-CNT (ACT-SUB)    TO      ALR-DTL-CNT
               MOVE    'DETAIL COUNT OVER LIMIT'   TO  ALERT-DESC
               PERFORM L2-ALERT
           END-IF.
           IF          CMP-MAX-VAL     >       ZERO
                       AND AT-VALUE (ACT-SUB)      >   CMP-MAX-VAL
               COMPUTE VAL-CNT         =       VAL-CNT     +   1
               SET     ALR-VALUE               TO      TRUE
               MOVE    AT-VALUE (ACT-SUB)      TO      ALR-AMOUNT
               MOVE    AT-DTL-CNT (ACT-SUB)    TO      ALR-DTL-CNT
               MOVE    'DAY VALUE OVER LIMIT'      TO  ALERT-DESC
               PERFORM L2-ALERT
           END-IF.
           IF          NEAR-CHECK
                       AND AT-NEAR-CNT (ACT-SUB)   NOT <   CMP-NEAR-CNT
               COMPUTE STR-CNT         =       STR-CNT     +   1
               SET     ALR-STRUCT              TO      TRUE
               MOVE    AT-NEAR-VAL (ACT-SUB)   TO      ALR-AMOUNT
               MOVE    AT-NEAR-CNT (ACT-SUB)   TO      ALR-DTL-CNT
               MOVE    'REPEATED AMOUNTS UNDER LIMIT'  TO  ALERT-DESC
               PERFORM L2-ALERT
           END-IF.
       L2C-E.
           EXIT.
      ******************************************************************
      *                    WRITE ALERT                     2E          *
      ******************************************************************
       L2-ALERT                SECTION.
       L2W-S.
           COMPUTE     ALERT-CNT       =       ALERT-CNT   +   1.
           MOVE        BUS-DATE        TO      ALR-RUNDATE.
           CALL        'CWRITED'       USING   ALRDD       ALRR-REC.
           PERFORM     L4-ITEM.
       L2W-E.
           EXIT.
      ******************************************************************
      *                    END                             3           *
      ******************************************************************
       L3-END                  SECTION.
       L3-S.
           DISPLAY     'INDD   - COUNT :' ICNT.
           DISPLAY     'INDD   - ACCOUNTS :' ACT-CNT.
           DISPLAY     'ALRDD  - LARGE DETAILS (LRGE) :' LRG-CNT.
           DISPLAY     'ALRDD  - DETAIL COUNT (CNT) :' VEL-CNT.
           DISPLAY     'ALRDD  - DAY VALUE (VAL) :' VAL-CNT.
           DISPLAY     'ALRDD  - STRUCTURING (STRC) :' STR-CNT.
           DISPLAY     'ALRDD  - COUNT :' ALERT-CNT.
           IF          NOT TRAILER-SEEN
               DISPLAY 'INDD   - NO TRAILER RECORD FOUND ON INPUT'
               PERFORM L9-ABEND
           END-IF.
           IF          ICNT            NOT =   TRAILER-CNT
               DISPLAY 'INDD   - CONTROL TOTAL MISMATCH -   READ :' ICNT
               DISPLAY 'INDD   - CONTROL TOTAL MISMATCH - TRAILER :'
                       TRAILER-CNT
               PERFORM L9-ABEND
           END-IF.
           CALL        'CLOSECX'       USING   INDD        RETCD7.
           IF          RETCD7          NOT =   SPACES
               DISPLAY 'INDD   - CLOSECX ERROR RETCD7 : ' RETCD7
               PERFORM L9-ABEND
           END-IF.
           CALL        'CLOSECX'       USING   ALRDD       RETCD8.
           IF          RETCD8          NOT =   SPACES
               DISPLAY 'ALRDD  - CLOSECX ERROR RETCD8 : ' RETCD8
               PERFORM L9-ABEND
           END-IF.
           CALL        'CLOSECX'       USING   RPTDD       RETCD9.
           IF          RETCD9          NOT =   SPACES
               DISPLAY 'RPTDD  - CLOSECX ERROR RETCD9 : ' RETCD9
               PERFORM L9-ABEND
           END-IF.
      *    ALERTS ARE FOR COMPLIANCE TO WORK, NOT A REASON TO STOP
      *    POSTING - NO LATER STEP TESTS THIS CODE.  SET LAST -
      *    EVERY CALL REPLACES RETURN-CODE WITH THE SUBPROGRAM'S OWN
           IF          ALERT-CNT       >       ZERO
               MOVE    4               TO      RETURN-CODE
           END-IF.
       L3-E.
           EXIT.
      ******************************************************************
      *                    REPORT TOTALS                   4           *
      ******************************************************************
       L4-REPORT               SECTION.
       L4-S.
           IF          NOT HEADER-SEEN
               DISPLAY 'INDD   - NO HEADER RECORD FOUND ON INPUT'
               PERFORM L9-ABEND
           END-IF.
           MOVE        SPACES          TO      RPT-TOT.
           MOVE        'DETAILS MONITORED'     TO  RPT-T-LABEL.
           MOVE        ICNT            TO      RPT-T-COUNT.
           MOVE        DTL-TOT         TO      RPT-T-AMOUNT.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        '-'             TO      RPT-CC.
           MOVE        RPT-TOT         TO      RPT-TEXT.
           PERFORM     L4-PUT.
           MOVE        SPACES          TO      RPT-TOT.
           MOVE        'ACCOUNTS MONITORED'    TO  RPT-T-LABEL.
           MOVE        ACT-CNT         TO      RPT-T-COUNT.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        RPT-TOT         TO      RPT-TEXT.
           PERFORM     L4-PUT.
           MOVE        SPACES          TO      RPT-TOT.
           MOVE        'LRGE - SINGLE DETAIL OVER LIMIT'   TO
                       RPT-T-LABEL.
           MOVE        LRG-CNT         TO      RPT-T-COUNT.
           MOVE        LRG-TOT         TO      RPT-T-AMOUNT.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        '0'             TO      RPT-CC.
           MOVE        RPT-TOT         TO      RPT-TEXT.
           PERFORM     L4-PUT.
           MOVE        SPACES          TO      RPT-TOT.
           MOVE        'CNT  - DETAIL COUNT OVER LIMIT'    TO
                       RPT-T-LABEL.
           MOVE        VEL-CNT         TO      RPT-T-COUNT.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        RPT-TOT         TO      RPT-TEXT.
           PERFORM     L4-PUT.
           MOVE        SPACES          TO      RPT-TOT.
           MOVE        'VAL  - DAY VALUE OVER LIMIT'   TO  RPT-T-LABEL.
           MOVE        VAL-CNT         TO      RPT-T-COUNT.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        RPT-TOT         TO      RPT-TEXT.
           PERFORM     L4-PUT.
           MOVE        SPACES          TO      RPT-TOT.
           MOVE        'STRC - REPEATED UNDER LIMIT'   TO  RPT-T-LABEL.
           MOVE        STR-CNT         TO      RPT-T-COUNT.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        RPT-TOT         TO      RPT-TEXT.
           PERFORM     L4-PUT.
           MOVE        SPACES          TO      RPT-TOT.
           MOVE        'TOTAL ALERTS'  TO      RPT-T-LABEL.
           MOVE        ALERT-CNT       TO      RPT-T-COUNT.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        '0'             TO      RPT-CC.
           MOVE        RPT-TOT         TO      RPT-TEXT.
           PERFORM     L4-PUT.
       L4-E.
           EXIT.
      ******************************************************************
      *                    ALERT DETAIL LINE               4A          *
      ******************************************************************
       L4-ITEM                 SECTION.
       L4I-S.
           MOVE        SPACES          TO      RPT-DTL.
           MOVE        ALR-TYPE        TO      RPT-D-TYPE.
           MOVE        ALR-ACCTNO      TO      RPT-D-ACCT.
           MOVE        ALR-DTL-CNT     TO      RPT-D-CNT.
           MOVE        ALR-AMOUNT      TO      RPT-D-AMOUNT.
           MOVE        ALR-STATUS      TO      RPT-D-STATUS.
           IF          ALR-LARGE
                       AND ALR-ORD-SEQ     NOT =   ZERO
               MOVE    ALR-ORD-SEQ     TO      RPT-D-SEQ
           END-IF.
           MOVE        ALR-CUST-NAME   TO      RPT-D-NAME.
           MOVE        ALR-BRANCH-ID   TO      RPT-D-BRANCH.
           MOVE        ALERT-DESC      TO      RPT-D-DESC.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        RPT-DTL         TO      RPT-TEXT.
           PERFORM     L4-PUT.
       L4I-E.
           EXIT.
      ******************************************************************
      *                    REPORT PAGE HEADER              4B          *
      ******************************************************************
       L4-PAGE                 SECTION.
       L4P-S.
           COMPUTE     RPT-PAGE-CNT    =       RPT-PAGE-CNT    +   1.
           MOVE        RUN-DATE        TO      RPT-H1-RUNDATE.
           MOVE        BUS-DATE        TO      RPT-H1-BUSDATE.
           MOVE        RPT-PAGE-CNT    TO      RPT-H1-PAGE.
           MOVE        CMP-LARGE-AMT   TO      RPT-H2-LARGE.
           MOVE        CMP-MAX-CNT     TO      RPT-H2-MAXCNT.
           MOVE        CMP-MAX-VAL     TO      RPT-H2-MAXVAL.
           MOVE        CMP-NEAR-PCT    TO      RPT-H2-PCT.
           MOVE        CMP-NEAR-CNT    TO      RPT-H2-NEARCNT.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        '1'             TO      RPT-CC.
           MOVE        RPT-HDG1        TO      RPT-TEXT.
           CALL        'CWRITED'       USING   RPTDD       RPT-LINE.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        '0'             TO      RPT-CC.
           MOVE        RPT-HDG2        TO      RPT-TEXT.
           CALL        'CWRITED'       USING   RPTDD       RPT-LINE.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        '0'             TO      RPT-CC.
           MOVE        RPT-HDG3        TO      RPT-TEXT.
           CALL        'CWRITED'       USING   RPTDD       RPT-LINE.
           MOVE        5               TO      RPT-LINE-CNT.
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
       L9-S.
           MOVE        16              TO      RETURN-CODE.
           STOP        RUN.
       L9-E.
           EXIT.
