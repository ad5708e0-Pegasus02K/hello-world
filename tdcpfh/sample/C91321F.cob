       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             C91321F.
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
       01  MNTR-REC.
           COPY        C9132MNT.
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
       01  CLSDD.
           03  DDNAME          PIC X(08)  VALUE   'CLSDD'.
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
       01      OPEN-CNT                PIC  9(008)  COMP-3  VALUE  ZERO.
       01      CLSD-CNT                PIC  9(008)  COMP-3  VALUE  ZERO.
       01      DORM-CNT                PIC  9(008)  COMP-3  VALUE  ZERO.
       01      PROP-CNT                PIC  9(008)  COMP-3  VALUE  ZERO.
       01      NOACT-CNT               PIC  9(008)  COMP-3  VALUE  ZERO.
       01      BADDT-CNT               PIC  9(008)  COMP-3  VALUE  ZERO.
       01      EOF1                    PIC  X(001)  VALUE  ZERO.
       01      RUN-DATE                PIC  9(008)          VALUE  ZERO.
       01      MST-ACCT-PREV           PIC  9(010)          VALUE  ZERO.
       01      TOT-DORM-AMT    PIC S9(13)V99  COMP-3  VALUE ZERO.
       01  PROP-REASON.
           03  FILLER              PIC X(08)  VALUE 'DORMANT '.
           03  PROP-DAYS           PIC 9(05)  VALUE ZERO.
           03  FILLER              PIC X(07)  VALUE ' DAYS'.
      *----------------------------------------------------------------*
      *            DORMANCY BANDS.  AN OPEN ACCOUNT WHOSE LAST POST    *
      *            IS AT LEAST BAND 1 DAYS OLD IS DORMANT; IT FALLS    *
      *            IN THE HIGHEST BAND ITS AGE REACHES.  PARM BYTES    *
      *            16-19 / 20-23 / 24-27 OVERRIDE THE DEFAULTS         *
      *----------------------------------------------------------------*
       01      BAND-MAX                PIC  9(004)  COMP-5  VALUE  3.
       01      BAND-SUB                PIC  9(004)  COMP-5  VALUE  ZERO.
       01      BAND-DEFAULTS.
           03  FILLER              PIC 9(04)  VALUE 0180.
           03  FILLER              PIC 9(04)  VALUE 0365.
           03  FILLER              PIC 9(04)  VALUE 0730.
       01      BAND-TABLE          REDEFINES   BAND-DEFAULTS.
           03  BAND-DAYS           OCCURS  3   PIC 9(04).
       01      BAND-TOTALS.
           03  BAND-TOT            OCCURS  3.
               05  BT-CNT              PIC  9(008)  COMP-3.
               05  BT-AMT              PIC S9(13)V99        COMP-3.
               05  BT-PROP             PIC  9(008)  COMP-3.
      *----------------------------------------------------------------*
      *            AGING ARITHMETIC                                    *
      *----------------------------------------------------------------*
       01      RUN-INT                 PIC S9(009)  COMP-5  VALUE  ZERO.
       01      TXN-INT                 PIC S9(009)  COMP-5  VALUE  ZERO.
       01      AGE-DAYS                PIC S9(009)  COMP-5  VALUE  ZERO.
      *----------------------------------------------------------------*
      *            DORMANT-ACCOUNT TABLE - HELD SO THE REPORT CAN      *
      *            PRINT BAND BY BAND FROM ONE PASS OF THE MASTER      *
      *----------------------------------------------------------------*
       01      DRM-MAX               PIC  9(008)  COMP-5  VALUE 200000.
       01      DRM-CNT                 PIC  9(008)  COMP-5  VALUE  ZERO.
       01      DRM-SUB                 PIC  9(008)  COMP-5  VALUE  ZERO.
       01      DRM-TABLE.
           03  DRM-ENTRY           OCCURS  200000.
               05  DT-ACCTNO           PIC  9(010).
               05  DT-LAST-TXNDATE     PIC  9(008).
               05  DT-DAYS             PIC  9(005).
               05  DT-TXN-CNT          PIC  9(005).
               05  DT-BALANCE          PIC S9(11)V99        COMP-3.
               05  DT-BAND             PIC  9(001).
               05  DT-PROPOSED         PIC  X(001).
      *----------------------------------------------------------------*
      *            DORMANCY REPORT PRINT AREAS                         *
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
               'C9132  DORMANT ACCOUNT SWEEP'.
           03  FILLER              PIC X(10)  VALUE 'RUN DATE: '.
           03  RPT-H1-RUNDATE      PIC 9(08).
           03  FILLER              PIC X(09)  VALUE '   BANDS:'.
           03  RPT-H1-BAND1        PIC ZZZ9.
           03  FILLER              PIC X(01)  VALUE '/'.
           03  RPT-H1-BAND2        PIC ZZZ9.
           03  FILLER              PIC X(01)  VALUE '/'.
           03  RPT-H1-BAND3        PIC ZZZ9.
           03  FILLER              PIC X(09)  VALUE '    PAGE:'.
           03  RPT-H1-PAGE         PIC ZZZ9.
       01  RPT-HDG2.
           03  FILLER              PIC X(12)  VALUE 'ACCOUNT'.
           03  FILLER              PIC X(10)  VALUE 'LAST TXN'.
           03  FILLER              PIC X(07)  VALUE '   DAYS'.
           03  FILLER              PIC X(07)  VALUE '   TXNS'.
           03  FILLER              PIC X(22)  VALUE
               '               BALANCE'.
           03  FILLER              PIC X(10)  VALUE '  PROPOSED'.
       01  RPT-BHDG.
           03  FILLER              PIC X(05)  VALUE 'BAND '.
           03  RPT-B-BAND          PIC 9(01).
           03  FILLER              PIC X(03)  VALUE ' - '.
           03  RPT-B-FROM          PIC ZZZ9.
           03  FILLER              PIC X(05)  VALUE ' DAYS'.
           03  RPT-B-RANGE         PIC X(13).
           03  RPT-B-UPTO          REDEFINES   RPT-B-RANGE.
               05  RPT-B-TO-LIT        PIC X(04).
               05  RPT-B-THRU          PIC ZZZ9.
               05  RPT-B-DAYS-LIT      PIC X(05).
       01  RPT-DTL.
           03  RPT-D-ACCT          PIC 9(10).
           03  FILLER              PIC X(02).
           03  RPT-D-DATE          PIC 9(08).
           03  FILLER              PIC X(02).
           03  RPT-D-DAYS          PIC ZZZZZ9.
           03  FILLER              PIC X(01).
           03  RPT-D-TXNS          PIC ZZZZZ9.
           03  FILLER              PIC X(01).
           03  RPT-D-BALANCE       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03  FILLER              PIC X(08).
           03  RPT-D-PROPOSED      PIC X(02).
       01  RPT-SUB.
           03  RPT-S-LABEL         PIC X(12).
           03  RPT-S-COUNT         PIC ZZZ,ZZZ,ZZ9.
           03  FILLER              PIC X(13).
           03  RPT-S-AMOUNT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03  FILLER              PIC X(02).
           03  RPT-S-PROP          PIC ZZZ,ZZZ,ZZ9.
           03  RPT-S-TAIL          PIC X(10).
       01  RPT-MISC.
           03  RPT-M-LABEL         PIC X(40).
           03  RPT-M-COUNT         PIC ZZZ,ZZZ,ZZ9.
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
               MOVE    PARM-DATA (13:1)    TO      COPYC   OF  MSTIDD
           END-IF.
           IF          PARM-LEN        >       13
                       AND (PARM-DATA (14:1) = 'Y' OR
                            PARM-DATA (14:1) = 'N')
               MOVE    PARM-DATA (14:1)    TO      MONOC   OF  MSTIDD
           END-IF.
      *    OPERATOR-SET DORMANCY BANDS IN DAYS (BYTES 16-19, 20-23,
      *    24-27 - DEFAULT 0180 / 0365 / 0730).  EACH BAND MUST
      *    START LATER THAN THE ONE BEFORE IT
           IF          PARM-LEN        >       15
                       AND PARM-DATA (16:4)    IS      NUMERIC
               MOVE    PARM-DATA (16:4)    TO      BAND-DAYS (1)
           END-IF.
           IF          PARM-LEN        >       19
                       AND PARM-DATA (20:4)    IS      NUMERIC
               MOVE    PARM-DATA (20:4)    TO      BAND-DAYS (2)
           END-IF.
           IF          PARM-LEN        >       23
                       AND PARM-DATA (24:4)    IS      NUMERIC
               MOVE    PARM-DATA (24:4)    TO      BAND-DAYS (3)
           END-IF.
           IF          BAND-DAYS (1)   =       ZERO
                       OR BAND-DAYS (2)    NOT >   BAND-DAYS (1)
                       OR BAND-DAYS (3)    NOT >   BAND-DAYS (2)
               DISPLAY 'PARM   - DORMANCY BANDS OUT OF ORDER : '
                       BAND-DAYS (1) '/' BAND-DAYS (2) '/'
                       BAND-DAYS (3)
               PERFORM L9-ABEND
           END-IF.
           MOVE        ZERO            TO      BT-CNT (1).
           MOVE        ZERO            TO      BT-AMT (1).
           MOVE        ZERO            TO      BT-PROP (1).
           MOVE        ZERO            TO      BT-CNT (2).
           MOVE        ZERO            TO      BT-AMT (2).
           MOVE        ZERO            TO      BT-PROP (2).
           MOVE        ZERO            TO      BT-CNT (3).
           MOVE        ZERO            TO      BT-AMT (3).
           MOVE        ZERO            TO      BT-PROP (3).
           ACCEPT      RUN-DATE        FROM    DATE    YYYYMMDD.
           COMPUTE     RUN-INT         =
                       FUNCTION INTEGER-OF-DATE (RUN-DATE).
           MOVE        40              TO      LRECL   OF  MSTIDD.
           CALL        'OPENCXD'       USING   MSTIDD  INP     RETCD1.
           IF          RETCD1          NOT =   SPACES
               DISPLAY 'MSTIDD - OPENCXD ERROR RETCD1 : ' RETCD1
               PERFORM L9-ABEND
           END-IF.
           MOVE        80              TO      LRECL   OF  CLSDD.
           CALL        'OPENCXD'       USING   CLSDD   OUT     RETCD2.
           IF          RETCD2          NOT =   SPACES
               DISPLAY 'CLSDD  - OPENCXD ERROR RETCD2 : ' RETCD2
               PERFORM L9-ABEND
           END-IF.
           MOVE        133             TO      LRECL   OF  RPTDD.
           CALL        'OPENCXD'       USING   RPTDD   OUT     RETCD3.
           IF          RETCD3          NOT =   SPACES
               DISPLAY 'RPTDD  - OPENCXD ERROR RETCD3 : ' RETCD3
               PERFORM L9-ABEND
           END-IF.
       L1-E.
           EXIT.
      ******************************************************************
      *                    EXEC                            2           *
      ******************************************************************
       L2-EXEC                 SECTION.
       L2-S.
           CALL        'READXD'    USING   MSTIDD MSTR-REC    RETCD4.
           IF          RETCD4      =       'EOF '
               MOVE    '1'         TO      EOF1
               GO  TO              L2-E
           END-IF.
           IF          RETCD4      NOT =   SPACES
               DISPLAY 'MSTIDD - READXD ERROR RETCD4 : ' RETCD4
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
      *    A CLOSED ACCOUNT IS ALREADY DEALT WITH
           IF          MST-ACC-CLOSED
               COMPUTE CLSD-CNT    =       CLSD-CNT    +   1
               GO  TO              L2-E
           END-IF.
           COMPUTE     OPEN-CNT    =       OPEN-CNT    +   1.
      *    AN ACCOUNT OPENED BUT NEVER POSTED TO HAS NO LAST
      *    ACTIVITY DATE TO AGE FROM - COUNTED, NEVER PROPOSED
           IF          MST-LAST-TXNDATE    =       ZERO
               COMPUTE NOACT-CNT   =       NOACT-CNT   +   1
               GO  TO              L2-E
           END-IF.
           PERFORM     L2-AGE.
           IF          AGE-DAYS    <       ZERO
               COMPUTE BADDT-CNT   =       BADDT-CNT   +   1
               DISPLAY 'MSTIDD - UNREADABLE LAST TXN DATE ACCOUNT : '
                       MST-ACCTNO
               GO  TO              L2-E
           END-IF.
           IF          AGE-DAYS    <       BAND-DAYS (1)
               GO  TO              L2-E
           END-IF.
           PERFORM     L2-KEEP.
       L2-E.
           EXIT.
      ******************************************************************
      *                    DAYS SINCE LAST ACTIVITY        2A          *
      ******************************************************************
      *    ONLY A REAL CALENDAR DATE MAY REACH INTEGER-OF-DATE - AN
      *    UNREADABLE DATE RETURNS MINUS ONE
       L2-AGE                  SECTION.
       L2A-S.
           MOVE        -1              TO      AGE-DAYS.
           IF          MST-LAST-TXNDATE    IS NOT  NUMERIC
               GO  TO              L2A-E
           END-IF.
           IF          FUNCTION TEST-DATE-YYYYMMDD (MST-LAST-TXNDATE)
                                       NOT =   ZERO
               GO  TO              L2A-E
           END-IF.
           COMPUTE     TXN-INT         =
                       FUNCTION INTEGER-OF-DATE (MST-LAST-TXNDATE).
           COMPUTE     AGE-DAYS        =       RUN-INT -   TXN-INT.
           IF          AGE-DAYS        <       ZERO
               MOVE    ZERO            TO      AGE-DAYS
           END-IF.
           IF          AGE-DAYS        >       99999
               MOVE    99999           TO      AGE-DAYS
           END-IF.
       L2A-E.
           EXIT.
      ******************************************************************
      *                    RECORD DORMANT ACCOUNT          2B          *
      ******************************************************************
       L2-KEEP                 SECTION.
       L2K-S.
           IF          DRM-CNT     >=      DRM-MAX
               DISPLAY 'MSTIDD - DORMANT TABLE FULL AT :' DRM-MAX
               PERFORM L9-ABEND
           END-IF.
           COMPUTE     DRM-CNT     =       DRM-CNT     +   1.
           COMPUTE     DORM-CNT    =       DORM-CNT    +   1.
           MOVE        MST-ACCTNO          TO  DT-ACCTNO (DRM-CNT).
           MOVE        MST-LAST-TXNDATE    TO
                       DT-LAST-TXNDATE (DRM-CNT).
           MOVE        AGE-DAYS            TO  DT-DAYS (DRM-CNT).
           MOVE        MST-TXN-CNT         TO  DT-TXN-CNT (DRM-CNT).
           MOVE        MST-BALANCE         TO  DT-BALANCE (DRM-CNT).
           MOVE        1                   TO  DT-BAND (DRM-CNT).
           IF          AGE-DAYS    >=      BAND-DAYS (2)
               MOVE    2                   TO  DT-BAND (DRM-CNT)
           END-IF.
           IF          AGE-DAYS    >=      BAND-DAYS (3)
               MOVE    3                   TO  DT-BAND (DRM-CNT)
           END-IF.
           MOVE        SPACE               TO  DT-PROPOSED (DRM-CNT).
           MOVE        DT-BAND (DRM-CNT)   TO  BAND-SUB.
           COMPUTE     BT-CNT (BAND-SUB)   =   BT-CNT (BAND-SUB) + 1.
           ADD         MST-BALANCE         TO  BT-AMT (BAND-SUB)
               ON  SIZE ERROR
                   DISPLAY 'RPTDD  - BAND TOTAL OVERFLOW'
                   PERFORM L9-ABEND
           END-ADD.
      *    ONLY AN ACCOUNT WITH NOTHING ON IT CAN CLOSE WITHOUT A
      *    BALANCE DECISION - A FUNDED OR OVERDRAWN DORMANT ACCOUNT
      *    IS LISTED FOR FOLLOW-UP BUT NEVER PROPOSED
           IF          MST-BALANCE         =       ZERO
               PERFORM L2-PROPOSE
           END-IF.
       L2K-E.
           EXIT.
      ******************************************************************
      *                    PROPOSE CLOSURE                 2C          *
      ******************************************************************
      *    THE PROPOSAL IS A READY-MADE C9132MNT 'CL' RECORD - ONCE
      *    REVIEWED IT FEEDS C91321A (C9132MNT JOB) AS IT STANDS.  THE
      *    SWEEP IS ITS MAKER, SO EVERY CLOSURE STILL WAITS FOR A
      *    USER'S APPROVAL ON THE PENDING QUEUE
       L2-PROPOSE              SECTION.
       L2P-S.
           MOVE        SPACES          TO      MNTR-REC.
           MOVE        'CL'            TO      MNT-ACTION.
           MOVE        MST-ACCTNO      TO      MNT-ACCTNO.
           MOVE        ZERO            TO      MNT-AMOUNT.
           MOVE        AGE-DAYS        TO      PROP-DAYS.
           MOVE        PROP-REASON     TO      MNT-REASON.
           MOVE        'C91321F'       TO      MNT-USER-ID.
           CALL        'CWRITED'       USING   CLSDD       MNTR-REC.
           MOVE        'Y'             TO      DT-PROPOSED (DRM-CNT).
           COMPUTE     PROP-CNT        =       PROP-CNT    +   1.
           COMPUTE     BT-PROP (BAND-SUB)  =   BT-PROP (BAND-SUB) + 1.
       L2P-E.
           EXIT.
      ******************************************************************
      *                    END                             3           *
      ******************************************************************
       L3-END                  SECTION.
       L3-S.
           DISPLAY     'MSTIDD - COUNT :' ICNT.
           DISPLAY     'MSTIDD - OPEN ACCOUNTS :' OPEN-CNT.
           DISPLAY     'MSTIDD - CLOSED ACCOUNTS :' CLSD-CNT.
           DISPLAY     'MSTIDD - NEVER POSTED :' NOACT-CNT.
           DISPLAY     'MSTIDD - UNREADABLE LAST TXN DATE :' BADDT-CNT.
           DISPLAY     'RPTDD  - DORMANT :' DORM-CNT.
           DISPLAY     'CLSDD  - CLOSURES PROPOSED :' PROP-CNT.
           CALL        'CLOSECX'       USING   MSTIDD      RETCD5.
           IF          RETCD5          NOT =   SPACES
               DISPLAY 'MSTIDD - CLOSECX ERROR RETCD5 : ' RETCD5
               PERFORM L9-ABEND
           END-IF.
           CALL        'CLOSECX'       USING   CLSDD       RETCD6.
           IF          RETCD6          NOT =   SPACES
               DISPLAY 'CLSDD  - CLOSECX ERROR RETCD6 : ' RETCD6
               PERFORM L9-ABEND
           END-IF.
           CALL        'CLOSECX'       USING   RPTDD       RETCD7.
           IF          RETCD7          NOT =   SPACES
               DISPLAY 'RPTDD  - CLOSECX ERROR RETCD7 : ' RETCD7
               PERFORM L9-ABEND
           END-IF.
      *    A MASTER RECORD WHOSE LAST ACTIVITY DATE CANNOT BE READ
      *    WARNS THE OPERATOR.  SET LAST - EVERY CALL REPLACES
      *    RETURN-CODE WITH THE SUBPROGRAM'S OWN
           IF          BADDT-CNT       >       ZERO
               MOVE    4               TO      RETURN-CODE
           END-IF.
       L3-E.
           EXIT.
      ******************************************************************
      *                    DORMANCY REPORT                 4           *
      ******************************************************************
       L4-REPORT               SECTION.
       L4-S.
           PERFORM     L4-PAGE.
           MOVE        ZERO            TO      BAND-SUB.
           PERFORM     L4-BAND
                       UNTIL   BAND-SUB        >=      BAND-MAX.
           MOVE        SPACES          TO      RPT-SUB.
           MOVE        ' TO CLOSE'     TO      RPT-S-TAIL.
           MOVE        'TOTAL'         TO      RPT-S-LABEL.
           MOVE        DORM-CNT        TO      RPT-S-COUNT.
           MOVE        TOT-DORM-AMT    TO      RPT-S-AMOUNT.
           MOVE        PROP-CNT        TO      RPT-S-PROP.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        '0'             TO      RPT-CC.
           MOVE        RPT-SUB         TO      RPT-TEXT.
           PERFORM     L4-PUT.
           MOVE        SPACES          TO      RPT-MISC.
           MOVE        'OPEN ACCOUNTS NEVER POSTED TO'
                                       TO      RPT-M-LABEL.
           MOVE        NOACT-CNT       TO      RPT-M-COUNT.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        '0'             TO      RPT-CC.
           MOVE        RPT-MISC        TO      RPT-TEXT.
           PERFORM     L4-PUT.
           MOVE        SPACES          TO      RPT-MISC.
           MOVE        'UNREADABLE LAST ACTIVITY DATE'
                                       TO      RPT-M-LABEL.
           MOVE        BADDT-CNT       TO      RPT-M-COUNT.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        RPT-MISC        TO      RPT-TEXT.
           PERFORM     L4-PUT.
       L4-E.
           EXIT.
      ******************************************************************
      *                    ONE DORMANCY BAND               4A          *
      ******************************************************************
       L4-BAND                 SECTION.
       L4B-S.
           COMPUTE     BAND-SUB        =       BAND-SUB    +   1.
           MOVE        BAND-SUB        TO      RPT-B-BAND.
           MOVE        BAND-DAYS (BAND-SUB)    TO      RPT-B-FROM.
           IF          BAND-SUB        <       BAND-MAX
               MOVE    ' TO '          TO      RPT-B-TO-LIT
               COMPUTE RPT-B-THRU      =
                       BAND-DAYS (BAND-SUB + 1)    -   1
               MOVE    ' DAYS'         TO      RPT-B-DAYS-LIT
           ELSE
               MOVE    ' AND OVER'     TO      RPT-B-RANGE
           END-IF.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        '-'             TO      RPT-CC.
           MOVE        RPT-BHDG        TO      RPT-TEXT.
           PERFORM     L4-PUT.
           MOVE        ZERO            TO      DRM-SUB.
           PERFORM     L4-ITEM
                       UNTIL   DRM-SUB         >=      DRM-CNT.
           ADD         BT-AMT (BAND-SUB)       TO      TOT-DORM-AMT
               ON  SIZE ERROR
                   DISPLAY 'RPTDD  - GRAND TOTAL OVERFLOW'
                   PERFORM L9-ABEND
           END-ADD.
           MOVE        SPACES          TO      RPT-SUB.
           MOVE        ' TO CLOSE'     TO      RPT-S-TAIL.
           MOVE        'BAND TOTAL'    TO      RPT-S-LABEL.
           MOVE        BT-CNT (BAND-SUB)       TO      RPT-S-COUNT.
           MOVE        BT-AMT (BAND-SUB)       TO      RPT-S-AMOUNT.
           MOVE        BT-PROP (BAND-SUB)      TO      RPT-S-PROP.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        '0'             TO      RPT-CC.
           MOVE        RPT-SUB         TO      RPT-TEXT.
           PERFORM     L4-PUT.
       L4B-E.
           EXIT.
      ******************************************************************
      *                    ONE DORMANT ACCOUNT             4B          *
      ******************************************************************
       L4-ITEM                 SECTION.
       L4I-S.
           COMPUTE     DRM-SUB         =       DRM-SUB     +   1.
           IF          DT-BAND (DRM-SUB)       NOT =   BAND-SUB
               GO  TO              L4I-E
           END-IF.
           MOVE        SPACES          TO      RPT-DTL.
           MOVE        DT-ACCTNO (DRM-SUB)     TO      RPT-D-ACCT.
           MOVE        DT-LAST-TXNDATE (DRM-SUB)   TO  RPT-D-DATE.
           MOVE        DT-DAYS (DRM-SUB)       TO      RPT-D-DAYS.
           MOVE        DT-TXN-CNT (DRM-SUB)    TO      RPT-D-TXNS.
           MOVE        DT-BALANCE (DRM-SUB)    TO      RPT-D-BALANCE.
           IF          DT-PROPOSED (DRM-SUB)   =       'Y'
               MOVE    'CL'            TO      RPT-D-PROPOSED
           END-IF.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        RPT-DTL         TO      RPT-TEXT.
           PERFORM     L4-PUT.
       L4I-E.
           EXIT.
      ******************************************************************
      *                    REPORT PAGE HEADER              4C          *
      ******************************************************************
       L4-PAGE                 SECTION.
       L4P-S.
           COMPUTE     RPT-PAGE-CNT    =       RPT-PAGE-CNT    +   1.
           MOVE        RUN-DATE        TO      RPT-H1-RUNDATE.
           MOVE        BAND-DAYS (1)   TO      RPT-H1-BAND1.
           MOVE        BAND-DAYS (2)   TO      RPT-H1-BAND2.
           MOVE        BAND-DAYS (3)   TO      RPT-H1-BAND3.
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
