       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             C91321Q.
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
       01  CUSR-REC.
           COPY        C9132CUS.
      *----------------------------------------------------------------*
       01  XRFR-REC.
           COPY        C9132XRF.
      *----------------------------------------------------------------*
       01  MSTR-REC.
           COPY        C9132MST.
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
       01  CUSIDD.
           03  DDNAME          PIC X(08)  VALUE   'CUSIDD'.
           03  LRECL           PIC 9(04)  COMP-5    VALUE 0.
           03  CHKPT           PIC 9(04)  COMP-5    VALUE 0.
           03  COPYC           PIC X(01)  VALUE  'Y'.
           03  MONOC           PIC X(01)  VALUE  'Y'.
           03  IOABEND         PIC X(01)  VALUE  'Y'.
           03  LRECFM          PIC X(01)  VALUE  'F'.
           03  SYSTEM          PIC X(112).
       01  XRFIDD.
           03  DDNAME          PIC X(08)  VALUE   'XRFIDD'.
           03  LRECL           PIC 9(04)  COMP-5    VALUE 0.
           03  CHKPT           PIC 9(04)  COMP-5    VALUE 0.
           03  COPYC           PIC X(01)  VALUE  'Y'.
           03  MONOC           PIC X(01)  VALUE  'Y'.
           03  IOABEND         PIC X(01)  VALUE  'Y'.
           03  LRECFM          PIC X(01)  VALUE  'F'.
           03  SYSTEM          PIC X(112).
       01  MSTIDD.
           03  DDNAME          PIC X(08)  VALUE   'MSTIDD'.
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
       01      LINKED-CNT              PIC  9(008)  COMP-3  VALUE  ZERO.
       01      XUNK-CNT                PIC  9(008)  COMP-3  VALUE  ZERO.
       01      NOCUS-CNT               PIC  9(008)  COMP-3  VALUE  ZERO.
       01      HELD-CNT                PIC  9(008)  COMP-3  VALUE  ZERO.
       01      IDLE-CNT                PIC  9(008)  COMP-3  VALUE  ZERO.
       01      EOF1                    PIC  X(001)  VALUE  ZERO.
       01      CUS-EOF1                PIC  X(001)  VALUE  ZERO.
       01      XRF-EOF1                PIC  X(001)  VALUE  ZERO.
       01      RUN-DATE                PIC  9(008)          VALUE  ZERO.
       01      MST-ACCT-PREV           PIC  9(010)          VALUE  ZERO.
       01      XRF-ACCT-PREV           PIC  9(010)          VALUE  ZERO.
       01      CUS-ID-PREV             PIC  9(010)          VALUE  ZERO.
      *----------------------------------------------------------------*
      *            ONE ACCOUNT'S FIGURES.  THE DEBIT BALANCE IS WHAT   *
      *            THE ACCOUNT OWES NOW; THE EXPOSURE IS THE MOST IT   *
      *            CAN OWE - ITS CREDIT LIMIT IF IT IS OPEN AND HAS    *
      *            ONE, BUT NEVER LESS THAN THE DEBIT BALANCE          *
      *----------------------------------------------------------------*
       01      ACC-DEBIT       PIC S9(11)V99  COMP-3  VALUE ZERO.
       01      ACC-LIMIT       PIC S9(11)V99  COMP-3  VALUE ZERO.
       01      ACC-EXPOSURE    PIC S9(11)V99  COMP-3  VALUE ZERO.
      *----------------------------------------------------------------*
      *            ACCOUNTS LINKED TO NO CUSTOMER, AND GRAND TOTALS    *
      *----------------------------------------------------------------*
       01  UNL-TOTALS.
           03  UNL-ACCTS           PIC S9(07)      COMP-3 VALUE ZERO.
           03  UNL-NET             PIC S9(13)V99   COMP-3 VALUE ZERO.
           03  UNL-DEBIT           PIC S9(13)V99   COMP-3 VALUE ZERO.
           03  UNL-LIMIT           PIC S9(13)V99   COMP-3 VALUE ZERO.
           03  UNL-EXPOSURE        PIC S9(13)V99   COMP-3 VALUE ZERO.
       01  GRD-TOTALS.
           03  GRD-ACCTS           PIC S9(07)      COMP-3 VALUE ZERO.
           03  GRD-NET             PIC S9(13)V99   COMP-3 VALUE ZERO.
           03  GRD-DEBIT           PIC S9(13)V99   COMP-3 VALUE ZERO.
           03  GRD-LIMIT           PIC S9(13)V99   COMP-3 VALUE ZERO.
           03  GRD-EXPOSURE        PIC S9(13)V99   COMP-3 VALUE ZERO.
      *----------------------------------------------------------------*
      *            IN-CORE CUSTOMER TABLE WITH ITS ACCUMULATORS, IN    *
      *            CUSTOMER-ID SEQUENCE - THE REPORT PRINTS IN THAT    *
      *            ORDER                                               *
      *----------------------------------------------------------------*
       01      CUS-MAX               PIC  9(008)  COMP-5  VALUE 200000.
       01      CUS-CNT                 PIC  9(008)  COMP-5  VALUE  ZERO.
       01      CUS-SUB                 PIC  9(008)  COMP-5  VALUE  ZERO.
       01      BF-LO                   PIC  9(008)  COMP-5  VALUE  ZERO.
       01      BF-HI                   PIC  9(008)  COMP-5  VALUE  ZERO.
       01      BF-KEY                  PIC  9(010)          VALUE  ZERO.
       01      CUS-HIT                 PIC  X(001)  VALUE   'N'.
           88  CUS-FOUND                       VALUE  'Y'.
       01      CUS-TABLE.
           03  CUS-ENTRY           OCCURS  200000.
               05  CT-CUSTID           PIC  9(010).
               05  CT-NAME             PIC  X(024).
               05  CT-STATUS           PIC  X(001).
               05  CT-ACCTS            PIC S9(005)      COMP-3.
               05  CT-NET              PIC S9(13)V99    COMP-3.
               05  CT-DEBIT            PIC S9(13)V99    COMP-3.
               05  CT-LIMIT            PIC S9(13)V99    COMP-3.
               05  CT-EXPOSURE         PIC S9(13)V99    COMP-3.
      *----------------------------------------------------------------*
      *            REPORT PRINT AREAS                                  *
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
               'C9132  CUSTOMER EXPOSURE SUMMARY'.
           03  FILLER              PIC X(10)  VALUE 'RUN DATE: '.
           03  RPT-H1-RUNDATE      PIC 9(08).
           03  FILLER              PIC X(09)  VALUE '    PAGE:'.
           03  RPT-H1-PAGE         PIC ZZZ9.
       01  RPT-HDG2.
           03  FILLER              PIC X(12)  VALUE 'CUSTOMER'.
           03  FILLER              PIC X(26)  VALUE 'NAME'.
           03  FILLER              PIC X(03)  VALUE 'ST'.
           03  FILLER              PIC X(07)  VALUE 'ACCTS'.
           03  FILLER              PIC X(20)  VALUE
               '        NET BALANCE'.
           03  FILLER              PIC X(20)  VALUE
               '      DEBIT BALANCE'.
           03  FILLER              PIC X(20)  VALUE
               '      CREDIT LIMITS'.
           03  FILLER              PIC X(20)  VALUE
               '           EXPOSURE'.
       01  RPT-DTL.
           03  RPT-D-CUST          PIC 9(10).
           03  FILLER              PIC X(02).
           03  RPT-D-NAME          PIC X(24).
           03  FILLER              PIC X(02).
           03  RPT-D-STATUS        PIC X(01).
           03  FILLER              PIC X(02).
           03  RPT-D-ACCTS         PIC ZZZZ9.
           03  FILLER              PIC X(02).
           03  RPT-D-NET           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03  FILLER              PIC X(01).
           03  RPT-D-DEBIT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03  FILLER              PIC X(01).
           03  RPT-D-LIMIT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03  FILLER              PIC X(01).
           03  RPT-D-EXPOSURE      PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  RPT-SUM  REDEFINES  RPT-DTL.
           03  RPT-S-LABEL         PIC X(41).
           03  RPT-S-ACCTS         PIC ZZZZ9.
           03  FILLER              PIC X(02).
           03  RPT-S-NET           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03  FILLER              PIC X(01).
           03  RPT-S-DEBIT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03  FILLER              PIC X(01).
           03  RPT-S-LIMIT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03  FILLER              PIC X(01).
           03  RPT-S-EXPOSURE      PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  RPT-TOT.
           03  RPT-T-LABEL         PIC X(40).
           03  RPT-T-CNT           PIC ZZZ,ZZZ,ZZ9.
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
           ACCEPT      RUN-DATE        FROM    DATE    YYYYMMDD.
           MOVE        160             TO      LRECL   OF  CUSIDD.
           CALL        'OPENCXD'       USING   CUSIDD  INP     RETCD1.
           IF          RETCD1          NOT =   SPACES
               DISPLAY 'CUSIDD - OPENCXD ERROR RETCD1 : ' RETCD1
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L1-CLOAD
                       UNTIL   CUS-EOF1        =       '1'.
           CALL        'CLOSECX'       USING   CUSIDD      RETCD1.
           IF          RETCD1          NOT =   SPACES
               DISPLAY 'CUSIDD - CLOSECX ERROR RETCD1 : ' RETCD1
               PERFORM L9-ABEND
           END-IF.
           DISPLAY     'CUSIDD - CUSTOMERS LOADED :' CUS-CNT.
      *    THE XREF AND THE MASTER ARE BOTH IN ACCOUNT SEQUENCE AND
      *    ARE MATCHED AS THEY ARE READ - THE XREF IS PRIMED HERE
           MOVE        40              TO      LRECL   OF  XRFIDD.
           CALL        'OPENCXD'       USING   XRFIDD  INP     RETCD3.
           IF          RETCD3          NOT =   SPACES
               DISPLAY 'XRFIDD - OPENCXD ERROR RETCD3 : ' RETCD3
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L2-XREAD.
           MOVE        40              TO      LRECL   OF  MSTIDD.
           CALL        'OPENCXD'       USING   MSTIDD  INP     RETCD5.
           IF          RETCD5          NOT =   SPACES
               DISPLAY 'MSTIDD - OPENCXD ERROR RETCD5 : ' RETCD5
               PERFORM L9-ABEND
           END-IF.
           MOVE        133             TO      LRECL   OF  RPTDD.
           CALL        'OPENCXD'       USING   RPTDD   OUT     RETCD7.
           IF          RETCD7          NOT =   SPACES
               DISPLAY 'RPTDD  - OPENCXD ERROR RETCD7 : ' RETCD7
               PERFORM L9-ABEND
           END-IF.
       L1-E.
           EXIT.
      ******************************************************************
      *                    LOAD CUSTOMER TABLE             1B          *
      ******************************************************************
       L1-CLOAD                SECTION.
       L1C-S.
           CALL        'READXD'    USING   CUSIDD CUSR-REC    RETCD2.
           IF          RETCD2      =       'EOF '
               MOVE    '1'         TO      CUS-EOF1
               GO  TO              L1C-E
           END-IF.
           IF          RETCD2      NOT =   SPACES
               DISPLAY 'CUSIDD - READXD ERROR RETCD2 : ' RETCD2
               PERFORM L9-ABEND
           END-IF.
           IF          CUS-CNT     >=      CUS-MAX
               DISPLAY 'CUSIDD - CUSTOMER TABLE FULL AT :' CUS-MAX
               PERFORM L9-ABEND
           END-IF.
           IF          CUS-CNT     >       ZERO
                       AND CUS-CUSTID  NOT >   CUS-ID-PREV
               DISPLAY 'CUSIDD - MASTER NOT IN CUSTOMER SEQUENCE AT : '
                       CUS-CUSTID
               PERFORM L9-ABEND
           END-IF.
           MOVE        CUS-CUSTID  TO      CUS-ID-PREV.
           COMPUTE     CUS-CNT     =       CUS-CNT    +  1.
           MOVE        CUS-CUSTID  TO      CT-CUSTID (CUS-CNT).
           MOVE        CUS-NAME    TO      CT-NAME (CUS-CNT).
           MOVE        CUS-STATUS  TO      CT-STATUS (CUS-CNT).
           MOVE        ZERO        TO      CT-ACCTS (CUS-CNT)
                                           CT-NET (CUS-CNT)
                                           CT-DEBIT (CUS-CNT)
                                           CT-LIMIT (CUS-CNT)
                                           CT-EXPOSURE (CUS-CNT).
       L1C-E.
           EXIT.
      ******************************************************************
      *                    EXEC                            2           *
      ******************************************************************
       L2-EXEC                 SECTION.
       L2-S.
           CALL        'READXD'    USING   MSTIDD MSTR-REC    RETCD6.
           IF          RETCD6      =       'EOF '
               MOVE    '1'         TO      EOF1
               GO  TO              L2-E
           END-IF.
           IF          RETCD6      NOT =   SPACES
               DISPLAY 'MSTIDD - READXD ERROR RETCD6 : ' RETCD6
               PERFORM L9-ABEND
           END-IF.
           IF          ICNT        >       ZERO
                       AND MST-ACCTNO  NOT >   MST-ACCT-PREV
               DISPLAY 'MSTIDD - MASTER NOT IN ACCOUNT SEQUENCE AT : '
                       MST-ACCTNO
               PERFORM L9-ABEND
           END-IF.
           MOVE        MST-ACCTNO  TO      MST-ACCT-PREV.
           COMPUTE     ICNT        =       ICNT        +   1.
           PERFORM     L2-FIGURES.
      *    XREF ENTRIES BELOW THIS ACCOUNT NAME ACCOUNTS THE MASTER
      *    DOES NOT HAVE - THEY ARE REPORTED AND PASSED OVER
           PERFORM     L2-XSKIP
                       UNTIL   XRF-EOF1        =       '1'
                       OR      XRF-ACCTNO      NOT <   MST-ACCTNO.
           IF          XRF-EOF1        =       '0'
                       AND XRF-ACCTNO  =       MST-ACCTNO
               MOVE    XRF-CUSTID      TO      BF-KEY
               PERFORM L2-FIND
               PERFORM L2-XREAD
           ELSE
               MOVE    'N'             TO      CUS-HIT
           END-IF.
           IF          CUS-FOUND
               PERFORM L2-ADDCUS
           ELSE
               PERFORM L2-ADDUNL
           END-IF.
           PERFORM     L2-ADDGRD.
       L2-E.
           EXIT.
      ******************************************************************
      *                    ACCOUNT FIGURES                 2A          *
      ******************************************************************
       L2-FIGURES              SECTION.
       L2G-S.
           MOVE        ZERO            TO      ACC-DEBIT.
           IF          MST-BALANCE     <       ZERO
               COMPUTE ACC-DEBIT       =       ZERO - MST-BALANCE
           END-IF.
      *    A CLOSED ACCOUNT CANNOT DRAW FURTHER - ITS LIMIT NO
      *    LONGER COUNTS
           MOVE        ZERO            TO      ACC-LIMIT.
           IF          MST-LIMIT-SET
                       AND NOT MST-ACC-CLOSED
               MOVE    MST-CREDIT-LIMIT        TO      ACC-LIMIT
           END-IF.
           IF          ACC-LIMIT       >       ACC-DEBIT
               MOVE    ACC-LIMIT       TO      ACC-EXPOSURE
           ELSE
               MOVE    ACC-DEBIT       TO      ACC-EXPOSURE
           END-IF.
           IF          ACC-EXPOSURE    =       ZERO
               COMPUTE IDLE-CNT        =       IDLE-CNT    +   1
           ELSE
               COMPUTE HELD-CNT        =       HELD-CNT    +   1
           END-IF.
       L2G-E.
           EXIT.
      ******************************************************************
      *                    SKIP ORPHAN XREF ENTRY          2B          *
      ******************************************************************
       L2-XSKIP                SECTION.
       L2K-S.
           COMPUTE     XUNK-CNT        =       XUNK-CNT    +   1.
           DISPLAY     'XRFIDD - LINKED ACCOUNT NOT ON MASTER : '
                       XRF-ACCTNO.
           PERFORM     L2-XREAD.
       L2K-E.
           EXIT.
      ******************************************************************
      *                    READ CROSS REFERENCE            2C          *
      ******************************************************************
       L2-XREAD                SECTION.
       L2X-S.
           CALL        'READXD'    USING   XRFIDD XRFR-REC    RETCD4.
           IF          RETCD4      =       'EOF '
               MOVE    '1'         TO      XRF-EOF1
               GO  TO              L2X-E
           END-IF.
           IF          RETCD4      NOT =   SPACES
               DISPLAY 'XRFIDD - READXD ERROR RETCD4 : ' RETCD4
               PERFORM L9-ABEND
           END-IF.
           IF          XRF-ACCTNO  NOT >   XRF-ACCT-PREV
               DISPLAY 'XRFIDD - XREF NOT IN ACCOUNT SEQUENCE AT : '
                       XRF-ACCTNO
               PERFORM L9-ABEND
           END-IF.
           MOVE        XRF-ACCTNO  TO      XRF-ACCT-PREV.
       L2X-E.
           EXIT.
      ******************************************************************
      *                    CUSTOMER TABLE LOOKUP           2D          *
      ******************************************************************
       L2-FIND                 SECTION.
       L2F-S.
           MOVE        'N'             TO      CUS-HIT.
           MOVE        1               TO      BF-LO.
           MOVE        CUS-CNT         TO      BF-HI.
           PERFORM     L2-PROBE
                       UNTIL   CUS-FOUND
                       OR      BF-LO           >       BF-HI.
           IF          NOT CUS-FOUND
               COMPUTE NOCUS-CNT       =       NOCUS-CNT   +   1
               DISPLAY 'XRFIDD - LINKED CUSTOMER NOT ON MASTER : '
                       BF-KEY ' ACCOUNT : ' MST-ACCTNO
           END-IF.
       L2F-E.
           EXIT.
      ******************************************************************
      *                    BISECTION PROBE                 2D1         *
      ******************************************************************
       L2-PROBE                SECTION.
       L2PR-S.
           COMPUTE     CUS-SUB         =       (BF-LO + BF-HI) / 2.
           IF          CT-CUSTID (CUS-SUB)     =       BF-KEY
               MOVE    'Y'             TO      CUS-HIT
           ELSE
               IF      CT-CUSTID (CUS-SUB)     <       BF-KEY
                   COMPUTE BF-LO       =       CUS-SUB     +   1
               ELSE
                   COMPUTE BF-HI       =       CUS-SUB     -   1
               END-IF
           END-IF.
       L2PR-E.
           EXIT.
      ******************************************************************
      *                    ADD TO CUSTOMER                 2E          *
      ******************************************************************
       L2-ADDCUS               SECTION.
       L2AC-S.
           COMPUTE     LINKED-CNT      =       LINKED-CNT  +   1.
           ADD         1               TO      CT-ACCTS (CUS-SUB).
           ADD         MST-BALANCE     TO      CT-NET (CUS-SUB).
           ADD         ACC-DEBIT       TO      CT-DEBIT (CUS-SUB).
           ADD         ACC-LIMIT       TO      CT-LIMIT (CUS-SUB).
           ADD         ACC-EXPOSURE    TO      CT-EXPOSURE (CUS-SUB).
       L2AC-E.
           EXIT.
      ******************************************************************
      *                    ADD TO UNLINKED                 2F          *
      ******************************************************************
       L2-ADDUNL               SECTION.
       L2AU-S.
           ADD         1               TO      UNL-ACCTS.
           ADD         MST-BALANCE     TO      UNL-NET.
           ADD         ACC-DEBIT       TO      UNL-DEBIT.
           ADD         ACC-LIMIT       TO      UNL-LIMIT.
           ADD         ACC-EXPOSURE    TO      UNL-EXPOSURE.
       L2AU-E.
           EXIT.
      ******************************************************************
      *                    ADD TO GRAND TOTAL              2G          *
      ******************************************************************
       L2-ADDGRD               SECTION.
       L2AG-S.
           ADD         1               TO      GRD-ACCTS.
           ADD         MST-BALANCE     TO      GRD-NET.
           ADD         ACC-DEBIT       TO      GRD-DEBIT.
           ADD         ACC-LIMIT       TO      GRD-LIMIT.
           ADD         ACC-EXPOSURE    TO      GRD-EXPOSURE.
       L2AG-E.
           EXIT.
      ******************************************************************
      *                    END                             3           *
      ******************************************************************
       L3-END                  SECTION.
       L3-S.
      *    XREF ENTRIES BEYOND THE LAST MASTER ACCOUNT ARE ORPHANS
           PERFORM     L2-XSKIP
                       UNTIL   XRF-EOF1        =       '1'.
           CALL        'CLOSECX'       USING   MSTIDD      RETCD6.
           IF          RETCD6          NOT =   SPACES
               DISPLAY 'MSTIDD - CLOSECX ERROR RETCD6 : ' RETCD6
               PERFORM L9-ABEND
           END-IF.
           CALL        'CLOSECX'       USING   XRFIDD      RETCD4.
           IF          RETCD4          NOT =   SPACES
               DISPLAY 'XRFIDD - CLOSECX ERROR RETCD4 : ' RETCD4
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L4-PAGE.
           MOVE        ZERO            TO      CUS-SUB.
           PERFORM     L4-CUST
                       UNTIL   CUS-SUB         >=      CUS-CNT.
           PERFORM     L4-TOTALS.
           CALL        'CLOSECX'       USING   RPTDD       RETCD7.
           IF          RETCD7          NOT =   SPACES
               DISPLAY 'RPTDD  - CLOSECX ERROR RETCD7 : ' RETCD7
               PERFORM L9-ABEND
           END-IF.
           DISPLAY     'MSTIDD - ACCOUNTS READ :' ICNT.
           DISPLAY     'XRFIDD - ACCOUNTS LINKED :' LINKED-CNT.
           DISPLAY     'XRFIDD - LINKED ACCOUNTS NOT ON MASTER :'
                       XUNK-CNT.
           DISPLAY     'XRFIDD - LINKED CUSTOMERS NOT ON MASTER :'
                       NOCUS-CNT.
      *    A LINK TO AN ACCOUNT OR CUSTOMER NOT ON FILE MEANS THE
      *    XREF AND THE MASTERS ARE OUT OF STEP - THE REPORT STANDS
      *    BUT THE OPERATOR IS WARNED.  SET LAST - EVERY CALL
      *    REPLACES RETURN-CODE WITH THE SUBPROGRAM'S OWN
           IF          XUNK-CNT        >       ZERO
                       OR NOCUS-CNT    >       ZERO
               MOVE    4               TO      RETURN-CODE
           END-IF.
       L3-E.
           EXIT.
      ******************************************************************
      *                    CUSTOMER LINE                   4A          *
      ******************************************************************
      *    ONLY CUSTOMERS HOLDING AT LEAST ONE ACCOUNT ARE LISTED
       L4-CUST                 SECTION.
       L4C-S.
           COMPUTE     CUS-SUB         =       CUS-SUB     +   1.
           IF          CT-ACCTS (CUS-SUB)      =       ZERO
               GO  TO              L4C-E
           END-IF.
           MOVE        SPACES          TO      RPT-DTL.
           MOVE        CT-CUSTID (CUS-SUB)     TO      RPT-D-CUST.
           MOVE        CT-NAME (CUS-SUB)       TO      RPT-D-NAME.
           MOVE        CT-STATUS (CUS-SUB)     TO      RPT-D-STATUS.
           MOVE        CT-ACCTS (CUS-SUB)      TO      RPT-D-ACCTS.
           MOVE        CT-NET (CUS-SUB)        TO      RPT-D-NET.
           MOVE        CT-DEBIT (CUS-SUB)      TO      RPT-D-DEBIT.
           MOVE        CT-LIMIT (CUS-SUB)      TO      RPT-D-LIMIT.
           MOVE        CT-EXPOSURE (CUS-SUB)   TO      RPT-D-EXPOSURE.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        RPT-DTL         TO      RPT-TEXT.
           PERFORM     L4-PUT.
       L4C-E.
           EXIT.
      ******************************************************************
      *                    REPORT TOTALS                   4B          *
      ******************************************************************
       L4-TOTALS               SECTION.
       L4T-S.
           MOVE        SPACES          TO      RPT-SUM.
           MOVE        'ACCOUNTS LINKED TO NO CUSTOMER'
                                       TO      RPT-S-LABEL.
           MOVE        UNL-ACCTS       TO      RPT-S-ACCTS.
           MOVE        UNL-NET         TO      RPT-S-NET.
           MOVE        UNL-DEBIT       TO      RPT-S-DEBIT.
           MOVE        UNL-LIMIT       TO      RPT-S-LIMIT.
           MOVE        UNL-EXPOSURE    TO      RPT-S-EXPOSURE.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        '0'             TO      RPT-CC.
           MOVE        RPT-SUM         TO      RPT-TEXT.
           PERFORM     L4-PUT.
           MOVE        SPACES          TO      RPT-SUM.
           MOVE        'ALL ACCOUNTS'  TO      RPT-S-LABEL.
           MOVE        GRD-ACCTS       TO      RPT-S-ACCTS.
           MOVE        GRD-NET         TO      RPT-S-NET.
           MOVE        GRD-DEBIT       TO      RPT-S-DEBIT.
           MOVE        GRD-LIMIT       TO      RPT-S-LIMIT.
           MOVE        GRD-EXPOSURE    TO      RPT-S-EXPOSURE.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        RPT-SUM         TO      RPT-TEXT.
           PERFORM     L4-PUT.
           MOVE        SPACES          TO      RPT-LINE.
           PERFORM     L4-PUT.
           MOVE        SPACES          TO      RPT-TOT.
           MOVE        'ACCOUNTS CARRYING EXPOSURE'    TO  RPT-T-LABEL.
           MOVE        HELD-CNT        TO      RPT-T-CNT.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        RPT-TOT         TO      RPT-TEXT.
           PERFORM     L4-PUT.
           MOVE        'ACCOUNTS WITH NO EXPOSURE'     TO  RPT-T-LABEL.
           MOVE        IDLE-CNT        TO      RPT-T-CNT.
           MOVE        RPT-TOT         TO      RPT-TEXT.
           PERFORM     L4-PUT.
           MOVE        'CUSTOMERS ON FILE'     TO      RPT-T-LABEL.
           MOVE        CUS-CNT         TO      RPT-T-CNT.
           MOVE        RPT-TOT         TO      RPT-TEXT.
           PERFORM     L4-PUT.
           MOVE        'LINKS TO ACCOUNTS NOT ON MASTER'
                                       TO      RPT-T-LABEL.
           MOVE        XUNK-CNT        TO      RPT-T-CNT.
           MOVE        RPT-TOT         TO      RPT-TEXT.
           PERFORM     L4-PUT.
           MOVE        'LINKS TO CUSTOMERS NOT ON MASTER'
                                       TO      RPT-T-LABEL.
           MOVE        NOCUS-CNT       TO      RPT-T-CNT.
           MOVE        RPT-TOT         TO      RPT-TEXT.
           PERFORM     L4-PUT.
       L4T-E.
           EXIT.
      ******************************************************************
      *                    PAGE HEADINGS                   4C          *
      ******************************************************************
       L4-PAGE                 SECTION.
       L4P-S.
           COMPUTE     RPT-PAGE-CNT    =       RPT-PAGE-CNT    +   1.
           MOVE        RUN-DATE        TO      RPT-H1-RUNDATE.
           MOVE        RPT-PAGE-CNT    TO      RPT-H1-PAGE.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        '1'             TO      RPT-CC.
           MOVE        RPT-HDG1        TO      RPT-TEXT.
           CALL        'CWRITED'       USING   RPTDD       RPT-LINE.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        '0'             TO      RPT-CC.
           MOVE        RPT-HDG2        TO      RPT-TEXT.
           CALL        'CWRITED'       USING   RPTDD       RPT-LINE.
           MOVE        2               TO      RPT-LINE-CNT.
       L4P-E.
           EXIT.
      ******************************************************************
      *                    REPORT LINE WRITER              4D          *
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
