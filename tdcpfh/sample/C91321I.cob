       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             C91321I.
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
       01  MSTR-REC.
           COPY        C9132MST.
      *----------------------------------------------------------------*
       01  ACRR-REC.
           COPY        C9132ACR.
      *----------------------------------------------------------------*
       01  OUTR-REC.
           COPY        C9132REC.
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
       01  MSTIDD.
           03  DDNAME          PIC X(08)  VALUE   'MSTIDD'.
           03  LRECL           PIC 9(04)  COMP-5    VALUE 0.
           03  CHKPT           PIC 9(04)  COMP-5    VALUE 0.
           03  COPYC           PIC X(01)  VALUE  'Y'.
           03  MONOC           PIC X(01)  VALUE  'Y'.
           03  IOABEND         PIC X(01)  VALUE  'Y'.
           03  LRECFM          PIC X(01)  VALUE  'F'.
           03  SYSTEM          PIC X(112).
       01  ACRDD.
           03  DDNAME          PIC X(08)  VALUE   'ACRDD'.
           03  LRECL           PIC 9(04)  COMP-5    VALUE 0.
           03  CHKPT           PIC 9(04)  COMP-5    VALUE 0.
           03  COPYC           PIC X(01)  VALUE  'Y'.
           03  MONOC           PIC X(01)  VALUE  'Y'.
           03  IOABEND         PIC X(01)  VALUE  'Y'.
           03  LRECFM          PIC X(01)  VALUE  'F'.
           03  SYSTEM          PIC X(112).
       01  OUTDD.
           03  DDNAME          PIC X(08)  VALUE   'OUTDD'.
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
       01      OCNT                    PIC  9(008)  COMP-3  VALUE  ZERO.
       01      INT-CNT                 PIC  9(008)  COMP-3  VALUE  ZERO.
       01      FEE-CNT                 PIC  9(008)  COMP-3  VALUE  ZERO.
       01      EOF1                    PIC  X(001)  VALUE  ZERO.
       01      RUN-DATE                PIC  9(008)          VALUE  ZERO.
       01      ACR-DATE                PIC  9(008)          VALUE  ZERO.
       01      MST-ACCT-PREV           PIC  9(010)          VALUE  ZERO.
       01      DTL-SEQ                 PIC  9(008)          VALUE  ZERO.
      *----------------------------------------------------------------*
      *            ACCRUAL ARITHMETIC AND RUN TOTALS                   *
      *----------------------------------------------------------------*
       01      INT-AMT         PIC S9(09)V99  COMP-3  VALUE ZERO.
       01      INT-TOT         PIC S9(13)V99  COMP-3  VALUE ZERO.
       01      FEE-TOT         PIC S9(13)V99  COMP-3  VALUE ZERO.
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
           PERFORM     L2-TRAILER.
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
               MOVE    PARM-DATA (13:1)    TO      COPYC   OF  MSTIDD
           END-IF.
           IF          PARM-LEN        >       13
                       AND (PARM-DATA (14:1) = 'Y' OR
                            PARM-DATA (14:1) = 'N')
               MOVE    PARM-DATA (14:1)    TO      MONOC   OF  MSTIDD
           END-IF.
      *    ACCRUAL DATE (BYTES 16-23, DEFAULT TODAY) - STAMPED ON THE
      *    HEADER AND EVERY DETAIL, SO A MONTH-END RUN KEYED A DAY
      *    LATE STILL CARRIES THE PERIOD-END DATE.  WITH THE SOURCE
      *    ID IT IS ALSO THE KEY THE C91321R RUN-CONTROL GUARD USES
      *    TO REFUSE A SECOND ACCRUAL FOR THE SAME DATE
           ACCEPT      RUN-DATE        FROM    DATE    YYYYMMDD.
           MOVE        RUN-DATE        TO      ACR-DATE.
           IF          PARM-LEN        >       22
                       AND PARM-DATA (16:8)    IS      NUMERIC
               MOVE    PARM-DATA (16:8)    TO      ACR-DATE
           END-IF.
           PERFORM     L1-PARMS.
           MOVE        40              TO      LRECL   OF  MSTIDD.
           CALL        'OPENCXD'       USING   MSTIDD  INP     RETCD3.
           IF          RETCD3          NOT =   SPACES
               DISPLAY 'MSTIDD - OPENCXD ERROR RETCD3 : ' RETCD3
               PERFORM L9-ABEND
           END-IF.
           MOVE        40              TO      LRECL   OF  OUTDD.
           CALL        'OPENCXD'       USING   OUTDD   OUT     RETCD4.
           IF          RETCD4          NOT =   SPACES
               DISPLAY 'OUTDD  - OPENCXD ERROR RETCD4 : ' RETCD4
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L2-HDR.
       L1-E.
           EXIT.
      ******************************************************************
      *                    LOAD ACCRUAL PARAMETERS         1B          *
      ******************************************************************
      *    EXACTLY ONE PARAMETER RECORD, EVERY FIELD READABLE - A
      *    BAD RATE CARD MUST STOP THE RUN BEFORE ANY DETAIL IS CUT
       L1-PARMS                SECTION.
       L1P-S.
           MOVE        80              TO      LRECL   OF  ACRDD.
           CALL        'OPENCXD'       USING   ACRDD   INP     RETCD1.
           IF          RETCD1          NOT =   SPACES
               DISPLAY 'ACRDD  - OPENCXD ERROR RETCD1 : ' RETCD1
               PERFORM L9-ABEND
           END-IF.
           CALL        'READXD'    USING   ACRDD  ACRR-REC    RETCD2.
           IF          RETCD2      =       'EOF '
               DISPLAY 'ACRDD  - NO ACCRUAL PARAMETER RECORD'
               PERFORM L9-ABEND
           END-IF.
           IF          RETCD2      NOT =   SPACES
               DISPLAY 'ACRDD  - READXD ERROR RETCD2 : ' RETCD2
               PERFORM L9-ABEND
           END-IF.
           IF          ACR-INT-RATE    IS NOT  NUMERIC
                       OR ACR-DAY-BASIS    IS NOT  NUMERIC
                       OR ACR-PERIOD-DAYS  IS NOT  NUMERIC
                       OR ACR-MIN-BAL      IS NOT  NUMERIC
                       OR ACR-FEE-AMT      IS NOT  NUMERIC
               DISPLAY 'ACRDD  - NON-NUMERIC ACCRUAL PARAMETER'
               PERFORM L9-ABEND
           END-IF.
           IF          ACR-DAY-BASIS   NOT =   360
                       AND ACR-DAY-BASIS   NOT =   365
                       AND ACR-DAY-BASIS   NOT =   366
               DISPLAY 'ACRDD  - INVALID DAY BASIS : ' ACR-DAY-BASIS
               PERFORM L9-ABEND
           END-IF.
           IF          ACR-PERIOD-DAYS =       ZERO
                       OR ACR-PERIOD-DAYS  >   ACR-DAY-BASIS
               DISPLAY 'ACRDD  - INVALID PERIOD DAYS : '
                       ACR-PERIOD-DAYS
               PERFORM L9-ABEND
           END-IF.
           CALL        'READXD'    USING   ACRDD  ACRR-REC    RETCD2.
           IF          RETCD2      NOT =   'EOF '
               DISPLAY 'ACRDD  - MORE THAN ONE ACCRUAL PARAMETER RECORD'
               PERFORM L9-ABEND
           END-IF.
           CALL        'CLOSECX'       USING   ACRDD       RETCD1.
           IF          RETCD1          NOT =   SPACES
               DISPLAY 'ACRDD  - CLOSECX ERROR RETCD1 : ' RETCD1
               PERFORM L9-ABEND
           END-IF.
       L1P-E.
           EXIT.
      ******************************************************************
      *                    EXEC                            2           *
      ******************************************************************
       L2-EXEC                 SECTION.
       L2-S.
           CALL        'READXD'    USING   MSTIDD MSTR-REC    RETCD5.
           IF          RETCD5      =       'EOF '
               MOVE    '1'         TO      EOF1
               GO  TO              L2-E
           END-IF.
           IF          RETCD5      NOT =   SPACES
               DISPLAY 'MSTIDD - READXD ERROR RETCD5 : ' RETCD5
               PERFORM L9-ABEND
           END-IF.
           COMPUTE     ICNT        =       ICNT        +   1.
           IF          ICNT        >       1
                       AND MST-ACCTNO  NOT >   MST-ACCT-PREV
               DISPLAY 'MSTIDD - MASTER NOT IN ACCOUNT SEQUENCE AT : '
                       MST-ACCTNO
               PERFORM L9-ABEND
           END-IF.
           MOVE        MST-ACCTNO  TO      MST-ACCT-PREV.
      *    A CLOSED ACCOUNT NEITHER EARNS NOR PAYS - ANYTHING CUT
      *    AGAINST IT WOULD ONLY DIVERT TO EXCPDD AT POSTING
           IF          MST-ACC-CLOSED
               GO  TO              L2-E
           END-IF.
           IF          MST-BALANCE     >       ZERO
                       AND ACR-INT-RATE    >       ZERO
               PERFORM L2-INTEREST
           END-IF.
           IF          MST-BALANCE     <       ACR-MIN-BAL
                       AND ACR-FEE-AMT     >       ZERO
               PERFORM L2-FEE
           END-IF.
       L2-E.
           EXIT.
      ******************************************************************
      *                    INTEREST ON CREDIT BALANCE      2A          *
      ******************************************************************
      *    SIMPLE INTEREST FOR THE PERIOD ON THE BALANCE AS IT STANDS
      *    ON THE MASTER, ROUNDED TO THE CENT.  IT CREDITS THE
      *    ACCOUNT, SO IT GOES OUT AS A D2/AR DETAIL
       L2-INTEREST             SECTION.
       L2I-S.
           COMPUTE     INT-AMT         ROUNDED =
                       MST-BALANCE     *       ACR-INT-RATE
                                       *       ACR-PERIOD-DAYS
                                       /       ACR-DAY-BASIS
                                       /       100
               ON      SIZE ERROR
                   DISPLAY 'OUTDD  - INTEREST OVERFLOW ACCOUNT : '
                           MST-ACCTNO
                   PERFORM L9-ABEND
           END-COMPUTE.
           IF          INT-AMT         NOT >   ZERO
               GO  TO              L2I-E
           END-IF.
           MOVE        SPACES          TO      OUTR-REC.
           SET         DETAIL-REC-AR           TO      TRUE.
           MOVE        INT-AMT         TO      AMOUNT.
           MOVE        'AR'            TO      STATUS-CODE.
           PERFORM     L2-PUTDTL.
           ADD         INT-AMT         TO      INT-TOT
               ON      SIZE ERROR
                   DISPLAY 'OUTDD  - INTEREST TOTAL OVERFLOW'
                   PERFORM L9-ABEND
           END-ADD.
           COMPUTE     INT-CNT         =       INT-CNT     +   1.
       L2I-E.
           EXIT.
      ******************************************************************
      *                    SERVICE FEE UNDER MINIMUM       2B          *
      ******************************************************************
      *    THE FEE DEBITS THE ACCOUNT, SO IT GOES OUT AS A D1/AP
      *    DETAIL - AND LIKE ANY DEBIT IT IS HELD AT POSTING IF IT
      *    WOULD TAKE THE ACCOUNT PAST ITS CREDIT LIMIT
       L2-FEE                  SECTION.
       L2F-S.
           MOVE        SPACES          TO      OUTR-REC.
           SET         DETAIL-REC-AP           TO      TRUE.
           MOVE        ACR-FEE-AMT     TO      AMOUNT.
           MOVE        'AP'            TO      STATUS-CODE.
           PERFORM     L2-PUTDTL.
           ADD         ACR-FEE-AMT     TO      FEE-TOT
               ON      SIZE ERROR
                   DISPLAY 'OUTDD  - FEE TOTAL OVERFLOW'
                   PERFORM L9-ABEND
           END-ADD.
           COMPUTE     FEE-CNT         =       FEE-CNT     +   1.
       L2F-E.
           EXIT.
      ******************************************************************
      *                    WRITE DETAIL                    2C          *
      ******************************************************************
      *    EACH DETAIL CARRIES ITS OWN SEQUENCE IN DTL-ORD-SEQ SO THE
      *    C91321R DUPLICATE CHECK NEVER MISTAKES AN ACCOUNT'S FEE
      *    FOR ITS INTEREST WHEN THE TWO AMOUNTS HAPPEN TO AGREE
       L2-PUTDTL               SECTION.
       L2D-S.
           COMPUTE     OCNT            =       OCNT        +   1.
           COMPUTE     DTL-SEQ         =       DTL-SEQ     +   1.
           MOVE        OCNT            TO      RECCNT.
           MOVE        MST-ACCTNO      TO      ACCTNO.
           MOVE        ACR-DATE        TO      TXNDATE.
           MOVE        DTL-SEQ         TO      DTL-ORD-SEQ.
           CALL        'CWRITED'       USING   OUTDD       OUTR-REC.
       L2D-E.
           EXIT.
      ******************************************************************
      *                    HEADER                          2D          *
      ******************************************************************
      *    THE ACCRUAL FEED CARRIES ITS OWN SOURCE ID, SO THE DAY'S
      *    ORDER FILE AND THE ACCRUAL FOR THE SAME DATE EACH PASS THE
      *    RUN-CONTROL GUARD ONCE
       L2-HDR                  SECTION.
       L2H-S.
           MOVE        SPACES          TO      OUTR-REC.
           MOVE        ZERO            TO      RECCNT.
           SET         HEADER-REC              TO      TRUE.
           MOVE        ACR-DATE        TO      HDR-RUNDATE.
           MOVE        'C91321I'       TO      HDR-SOURCE-ID.
           MOVE        '01'            TO      HDR-LAYOUT-VER.
           CALL        'CWRITED'       USING   OUTDD       OUTR-REC.
       L2H-E.
           EXIT.
      ******************************************************************
      *                    TRAILER                         2E          *
      ******************************************************************
       L2-TRAILER              SECTION.
       L2T-S.
           MOVE        SPACES          TO      OUTR-REC.
           MOVE        OCNT            TO      RECCNT.
           SET         TRAILER-REC             TO      TRUE.
           MOVE        OCNT            TO      TRL-COUNT.
           CALL        'CWRITED'       USING   OUTDD       OUTR-REC.
       L2T-E.
           EXIT.
      ******************************************************************
      *                    END                             3           *
      ******************************************************************
       L3-END                  SECTION.
       L3-S.
           DISPLAY     'MSTIDD - COUNT :' ICNT.
           DISPLAY     'OUTDD  - ACCRUAL DATE :' ACR-DATE.
           DISPLAY     'OUTDD  - INTEREST CREDITS (D2) :' INT-CNT.
           DISPLAY     'OUTDD  - INTEREST TOTAL :' INT-TOT.
           DISPLAY     'OUTDD  - SERVICE FEES (D1) :' FEE-CNT.
           DISPLAY     'OUTDD  - FEE TOTAL :' FEE-TOT.
           DISPLAY     'OUTDD  - DETAIL COUNT :' OCNT.
           CALL        'CLOSECX'       USING   MSTIDD      RETCD6.
           IF          RETCD6          NOT =   SPACES
               DISPLAY 'MSTIDD - CLOSECX ERROR RETCD6 : ' RETCD6
               PERFORM L9-ABEND
           END-IF.
           CALL        'CLOSECX'       USING   OUTDD       RETCD7.
           IF          RETCD7          NOT =   SPACES
               DISPLAY 'OUTDD  - CLOSECX ERROR RETCD7 : ' RETCD7
               PERFORM L9-ABEND
           END-IF.
      *    AN EMPTY ACCRUAL (NOTHING EARNED, NOTHING CHARGED) IS
      *    WORTH A LOOK BUT THE FILE STILL BALANCES.  SET LAST -
      *    EVERY CALL REPLACES RETURN-CODE WITH THE SUBPROGRAM'S OWN
           IF          OCNT            =       ZERO
               MOVE    4               TO      RETURN-CODE
           END-IF.
       L3-E.
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
