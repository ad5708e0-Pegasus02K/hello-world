       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             C91321J.
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
       01  SIMR-REC.
           COPY        C9132SIM.
      *----------------------------------------------------------------*
       01  ORDR-REC.
           COPY        C9132ORD.
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
           03  RETCDA          PIC X(04).
           03  RETCDB          PIC X(04).
       01  ORDDD.
           03  DDNAME          PIC X(08)  VALUE   'ORDDD'.
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
       01  SIMIDD.
           03  DDNAME          PIC X(08)  VALUE   'SIMIDD'.
           03  LRECL           PIC 9(04)  COMP-5    VALUE 0.
           03  CHKPT           PIC 9(04)  COMP-5    VALUE 0.
           03  COPYC           PIC X(01)  VALUE  'Y'.
           03  MONOC           PIC X(01)  VALUE  'Y'.
           03  IOABEND         PIC X(01)  VALUE  'Y'.
           03  LRECFM          PIC X(01)  VALUE  'F'.
           03  SYSTEM          PIC X(112).
       01  SIMODD.
           03  DDNAME          PIC X(08)  VALUE   'SIMODD'.
           03  LRECL           PIC 9(04)  COMP-5    VALUE 0.
           03  CHKPT           PIC 9(04)  COMP-5    VALUE 0.
           03  COPYC           PIC X(01)  VALUE  'Y'.
           03  MONOC           PIC X(01)  VALUE  'Y'.
           03  IOABEND         PIC X(01)  VALUE  'Y'.
           03  LRECFM          PIC X(01)  VALUE  'F'.
           03  SYSTEM          PIC X(112).
       01  SODD.
           03  DDNAME          PIC X(08)  VALUE   'SODD'.
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
       01      GEN-CNT                 PIC  9(008)  COMP-3  VALUE  ZERO.
       01      SKIP-CNT                PIC  9(008)  COMP-3  VALUE  ZERO.
       01      EXP-CNT                 PIC  9(008)  COMP-3  VALUE  ZERO.
       01      NDUE-CNT                PIC  9(008)  COMP-3  VALUE  ZERO.
       01      INAC-CNT                PIC  9(008)  COMP-3  VALUE  ZERO.
       01      EOF1                    PIC  X(001)  VALUE  ZERO.
       01      MST-EOF1                PIC  X(001)  VALUE  ZERO.
       01      RUN-DATE                PIC  9(008)          VALUE  ZERO.
       01      BUS-DATE                PIC  9(008)          VALUE  ZERO.
       01      SI-ID-PREV              PIC  9(008)          VALUE  ZERO.
       01      SKIP-REASON             PIC  X(004)  VALUE  SPACE.
       01      LINE-RESULT             PIC  X(030)  VALUE  SPACE.
       01      LINE-SEQ                PIC  X(008)  VALUE  SPACE.
      *----------------------------------------------------------------*
      *            STANDING ORDERS NUMBER FROM SO-SEQ-BASE + 1 EACH    *
      *            DAY - A RANGE THE FRONT-OFFICE EXTRACT NEVER        *
      *            REACHES, SO THE TWO FILES CONCATENATE INTO ONE      *
      *            CLIMBING SEQUENCE AND C91321R CAN STILL TELL A      *
      *            RESENT ORDER FROM EITHER SOURCE                     *
      *----------------------------------------------------------------*
       01      SO-SEQ-BASE             PIC  9(008)          VALUE
                                                           90000000.
       01      SO-SEQ                  PIC  9(008)          VALUE  ZERO.
      *----------------------------------------------------------------*
      *            DATE ROLLING                                        *
      *----------------------------------------------------------------*
       01      DUE-INT                 PIC S9(009)  COMP-5  VALUE  ZERO.
       01      NXT-DATE                PIC  9(008)          VALUE  ZERO.
       01      NXT-PARTS           REDEFINES   NXT-DATE.
           03  NXT-YYYY                PIC  9(004).
           03  NXT-MM                  PIC  9(002).
           03  NXT-DD                  PIC  9(002).
       01      MONTH-END               PIC  9(008)          VALUE  ZERO.
       01      MONTH-END-PARTS     REDEFINES   MONTH-END.
           03  MONTH-END-YYYY          PIC  9(004).
           03  MONTH-END-MM            PIC  9(002).
           03  MONTH-END-DD            PIC  9(002).
       01      OCCUR-DATE              PIC  9(008)          VALUE  ZERO.
      *----------------------------------------------------------------*
      *            RUN TOTALS                                          *
      *----------------------------------------------------------------*
       01      AP-TOT          PIC S9(13)V99  COMP-3  VALUE ZERO.
       01      AR-TOT          PIC S9(13)V99  COMP-3  VALUE ZERO.
      *----------------------------------------------------------------*
      *            ACCOUNT STATUS TABLE - AN ORDER CUT AGAINST AN      *
      *            UNKNOWN OR CLOSED ACCOUNT WOULD ONLY DIVERT TO      *
      *            EXCPDD AT POSTING, SO THE SCHEDULER SKIPS IT AND    *
      *            REPORTS IT INSTEAD                                  *
      *----------------------------------------------------------------*
       01      MST-MAX               PIC  9(008)  COMP-5  VALUE 200000.
       01      MST-CNT                 PIC  9(008)  COMP-5  VALUE  ZERO.
       01      MST-SUB                 PIC  9(008)  COMP-5  VALUE  ZERO.
       01      BF-LO                   PIC  9(008)  COMP-5  VALUE  ZERO.
       01      BF-HI                   PIC  9(008)  COMP-5  VALUE  ZERO.
       01      BF-KEY                  PIC  9(010)          VALUE  ZERO.
       01      MST-ACCT-PREV           PIC  9(010)          VALUE  ZERO.
       01      MST-HIT                 PIC  X(001)  VALUE   'N'.
           88  MST-FOUND                       VALUE  'Y'.
       01      MST-TABLE.
           03  MST-ENTRY           OCCURS  200000.
               05  MT-ACCTNO           PIC  9(010).
               05  MT-STATUS           PIC  X(001).
      *----------------------------------------------------------------*
      *            SCHEDULER REPORT PRINT AREAS                        *
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
               'C9132  STANDING-ORDER SCHEDULER REPORT'.
           03  FILLER              PIC X(10)  VALUE 'RUN DATE: '.
           03  RPT-H1-RUNDATE      PIC 9(08).
           03  FILLER              PIC X(17)  VALUE
               '   BUSINESS DATE:'.
           03  RPT-H1-BUSDATE      PIC 9(08).
           03  FILLER              PIC X(09)  VALUE '    PAGE:'.
           03  RPT-H1-PAGE         PIC ZZZ9.
       01  RPT-HDG2.
           03  FILLER              PIC X(10)  VALUE 'INSTR'.
           03  FILLER              PIC X(12)  VALUE 'ACCOUNT'.
           03  FILLER              PIC X(04)  VALUE 'TY'.
           03  FILLER              PIC X(16)  VALUE
               '          AMOUNT'.
           03  FILLER              PIC X(02)  VALUE SPACES.
           03  FILLER              PIC X(10)  VALUE 'DUE DATE'.
           03  FILLER              PIC X(10)  VALUE 'ORDER SEQ'.
           03  FILLER              PIC X(10)  VALUE 'NEXT DUE'.
           03  FILLER              PIC X(30)  VALUE 'RESULT'.
       01  RPT-DTL.
           03  RPT-D-SI-ID         PIC 9(08).
           03  FILLER              PIC X(02).
           03  RPT-D-ACCT          PIC 9(10).
           03  FILLER              PIC X(02).
           03  RPT-D-TYPE          PIC X(02).
           03  FILLER              PIC X(02).
           03  RPT-D-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER              PIC X(03).
           03  RPT-D-DUE           PIC 9(08).
           03  FILLER              PIC X(02).
           03  RPT-D-SEQ           PIC X(08).
           03  FILLER              PIC X(02).
           03  RPT-D-NEXT          PIC X(08).
           03  FILLER              PIC X(02).
           03  RPT-D-RESULT        PIC X(30).
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
               MOVE    PARM-DATA (13:1)    TO      COPYC   OF  SIMIDD
           END-IF.
           IF          PARM-LEN        >       13
                       AND (PARM-DATA (14:1) = 'Y' OR
                            PARM-DATA (14:1) = 'N')
               MOVE    PARM-DATA (14:1)    TO      MONOC   OF  SIMIDD
           END-IF.
           ACCEPT      RUN-DATE        FROM    DATE    YYYYMMDD.
           PERFORM     L1-BUSDATE.
           MOVE        40              TO      LRECL   OF  MSTIDD.
           CALL        'OPENCXD'       USING   MSTIDD  INP     RETCD2.
           IF          RETCD2          NOT =   SPACES
               DISPLAY 'MSTIDD - OPENCXD ERROR RETCD2 : ' RETCD2
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L1-LOAD
                       UNTIL   MST-EOF1        =       '1'.
           CALL        'CLOSECX'       USING   MSTIDD      RETCD2.
           IF          RETCD2          NOT =   SPACES
               DISPLAY 'MSTIDD - CLOSECX ERROR RETCD2 : ' RETCD2
               PERFORM L9-ABEND
           END-IF.
           DISPLAY     'MSTIDD - MASTER ACCOUNTS LOADED :' MST-CNT.
           MOVE        80              TO      LRECL   OF  SIMIDD.
           CALL        'OPENCXD'       USING   SIMIDD  INP     RETCD4.
           IF          RETCD4          NOT =   SPACES
               DISPLAY 'SIMIDD - OPENCXD ERROR RETCD4 : ' RETCD4
               PERFORM L9-ABEND
           END-IF.
           MOVE        80              TO      LRECL   OF  SIMODD.
           CALL        'OPENCXD'       USING   SIMODD  OUT     RETCD5.
           IF          RETCD5          NOT =   SPACES
               DISPLAY 'SIMODD - OPENCXD ERROR RETCD5 : ' RETCD5
               PERFORM L9-ABEND
           END-IF.
           MOVE        80              TO      LRECL   OF  SODD.
           CALL        'OPENCXD'       USING   SODD    OUT     RETCD6.
           IF          RETCD6          NOT =   SPACES
               DISPLAY 'SODD   - OPENCXD ERROR RETCD6 : ' RETCD6
               PERFORM L9-ABEND
           END-IF.
           MOVE        133             TO      LRECL   OF  RPTDD.
           CALL        'OPENCXD'       USING   RPTDD   OUT     RETCDB.
           IF          RETCDB          NOT =   SPACES
               DISPLAY 'RPTDD  - OPENCXD ERROR RETCDB : ' RETCDB
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L4-PAGE.
       L1-E.
           EXIT.
      ******************************************************************
      *                    BUSINESS DATE                   1A          *
      ******************************************************************
      *    THE ORDERS MUST CARRY THE SAME BUSINESS DATE AS THE
      *    FRONT-OFFICE EXTRACT THEY ARE CONCATENATED BEHIND, OR
      *    EVERY ONE WOULD FAIL THE C91321R HEADER DATE CHECK.  A
      *    DATE IN PARM BYTES 16-23 WINS; OTHERWISE THE FIRST
      *    EXTRACT ORDER'S DATE (AS C91321W TAKES IT); OTHERWISE,
      *    ON A DAY WITH NO FRONT-OFFICE ORDERS, TODAY
       L1-BUSDATE              SECTION.
       L1D-S.
           MOVE        RUN-DATE        TO      BUS-DATE.
           IF          PARM-LEN        >       22
                       AND PARM-DATA (16:8)    IS      NUMERIC
                       AND PARM-DATA (16:8)    NOT =   '00000000'
               MOVE    PARM-DATA (16:8)    TO      BUS-DATE
               GO  TO              L1D-E
           END-IF.
           MOVE        80              TO      LRECL   OF  ORDDD.
           CALL        'OPENCXD'       USING   ORDDD   INP     RETCD1.
           IF          RETCD1          NOT =   SPACES
               DISPLAY 'ORDDD  - OPENCXD ERROR RETCD1 : ' RETCD1
               PERFORM L9-ABEND
           END-IF.
           CALL        'READXD'    USING   ORDDD  ORDR-REC    RETCD1.
           IF          RETCD1      =       SPACES
               IF      ORD-TXNDATE IS      NUMERIC
                       AND ORD-TXNDATE NOT =   ZERO
                   MOVE    ORD-TXNDATE TO      BUS-DATE
               END-IF
           ELSE
               IF      RETCD1      NOT =   'EOF '
                   DISPLAY 'ORDDD  - READXD ERROR RETCD1 : ' RETCD1
                   PERFORM L9-ABEND
               END-IF
           END-IF.
           CALL        'CLOSECX'       USING   ORDDD       RETCD1.
           IF          RETCD1          NOT =   SPACES
               DISPLAY 'ORDDD  - CLOSECX ERROR RETCD1 : ' RETCD1
               PERFORM L9-ABEND
           END-IF.
       L1D-E.
           EXIT.
      ******************************************************************
      *                    LOAD ACCOUNT STATUS TABLE       1B          *
      ******************************************************************
       L1-LOAD                 SECTION.
       L1L-S.
           CALL        'READXD'    USING   MSTIDD MSTR-REC    RETCD3.
           IF          RETCD3      =       'EOF '
               MOVE    '1'         TO      MST-EOF1
               GO  TO              L1L-E
           END-IF.
           IF          RETCD3      NOT =   SPACES
               DISPLAY 'MSTIDD - READXD ERROR RETCD3 : ' RETCD3
               PERFORM L9-ABEND
           END-IF.
           IF          MST-CNT     >=      MST-MAX
               DISPLAY 'MSTIDD - MASTER TABLE FULL AT :' MST-MAX
               PERFORM L9-ABEND
           END-IF.
           IF          MST-CNT     >       ZERO
                       AND MST-ACCTNO  NOT >   MST-ACCT-PREV
               DISPLAY 'MSTIDD - MASTER NOT IN ACCOUNT SEQUENCE AT : '
                       MST-ACCTNO
               PERFORM L9-ABEND
           END-IF.
           MOVE        MST-ACCTNO  TO      MST-ACCT-PREV.
           COMPUTE     MST-CNT     =       MST-CNT    +  1.
           MOVE        MST-ACCTNO          TO  MT-ACCTNO (MST-CNT).
           MOVE        MST-STATUS          TO  MT-STATUS (MST-CNT).
       L1L-E.
           EXIT.
      ******************************************************************
      *                    EXEC                            2           *
      ******************************************************************
       L2-EXEC                 SECTION.
       L2-S.
           CALL        'READXD'    USING   SIMIDD SIMR-REC    RETCD7.
           IF          RETCD7      =       'EOF '
               MOVE    '1'         TO      EOF1
               GO  TO              L2-E
           END-IF.
           IF          RETCD7      NOT =   SPACES
               DISPLAY 'SIMIDD - READXD ERROR RETCD7 : ' RETCD7
               PERFORM L9-ABEND
           END-IF.
           COMPUTE     ICNT        =       ICNT        +   1.
           IF          ICNT        >       1
                       AND SIM-SI-ID   NOT >   SI-ID-PREV
               DISPLAY 'SIMIDD - MASTER NOT IN INSTRUCTION SEQUENCE'
                       ' AT : ' SIM-SI-ID
               PERFORM L9-ABEND
           END-IF.
           MOVE        SIM-SI-ID   TO      SI-ID-PREV.
           PERFORM     L2-SCHEDULE.
           CALL        'CWRITED'       USING   SIMODD      SIMR-REC.
       L2-E.
           EXIT.
      ******************************************************************
      *                    SCHEDULE ONE INSTRUCTION        2A          *
      ******************************************************************
      *    ONE ORDER PER INSTRUCTION PER RUN.  AN INSTRUCTION STILL
      *    DUE AFTER ITS FIRST ROLL MISSED ONE OR MORE EARLIER RUNS -
      *    THOSE OCCURRENCES ARE REPORTED AS SKIPPED, NOT CUT, SO A
      *    LATE SCHEDULE CAN NEVER PAY THE SAME CUSTOMER SEVERAL
      *    TIMES IN ONE DAY WITHOUT SOMEBODY DECIDING IT SHOULD
       L2-SCHEDULE             SECTION.
       L2S-S.
           IF          NOT SIM-ACTIVE
               COMPUTE INAC-CNT    =       INAC-CNT    +   1
               GO  TO              L2S-E
           END-IF.
           IF          SIM-NEXT-DUE    >       BUS-DATE
               COMPUTE NDUE-CNT    =       NDUE-CNT    +   1
               GO  TO              L2S-E
           END-IF.
           MOVE        SIM-NEXT-DUE    TO      OCCUR-DATE.
           MOVE        SPACES          TO      LINE-SEQ.
           IF          FUNCTION TEST-DATE-YYYYMMDD (SIM-NEXT-DUE)
                                       NOT =   ZERO
               MOVE    'BDTE'          TO      SKIP-REASON
               PERFORM L4-SKIP
               PERFORM L4-ITEM
               GO  TO              L2S-E
           END-IF.
           MOVE        SIM-ACCTNO      TO      BF-KEY.
           PERFORM     L2-FIND.
           IF          NOT MST-FOUND
               MOVE    'ACCT'          TO      SKIP-REASON
               PERFORM L4-SKIP
           ELSE
               IF      MT-STATUS (MST-SUB)     =       'C'
                   MOVE    'ACCT'          TO      SKIP-REASON
                   PERFORM L4-SKIP
               ELSE
      *            AN INSTRUCTION RE-DATED TO TODAY AFTER TODAY'S
      *            ORDER WAS ALREADY CUT MUST NOT PAY TWICE
                   IF  SIM-LAST-GEN    =       BUS-DATE
                       MOVE    'DONE'          TO      SKIP-REASON
                       PERFORM L4-SKIP
                   ELSE
                       PERFORM L2-ORDER
                   END-IF
               END-IF
           END-IF.
           PERFORM     L2-ROLL.
           PERFORM     L4-ITEM.
           IF          SIM-EXPIRED
               PERFORM L4-EXPIRED
           END-IF.
           PERFORM     L2-MISSED
                       UNTIL   SIM-EXPIRED
                       OR      SIM-NEXT-DUE    >       BUS-DATE.
       L2S-E.
           EXIT.
      ******************************************************************
      *                    ACCOUNT LOOKUP                  2A1         *
      ******************************************************************
       L2-FIND                 SECTION.
       L2F-S.
           MOVE        'N'             TO      MST-HIT.
           MOVE        1               TO      BF-LO.
           MOVE        MST-CNT         TO      BF-HI.
           PERFORM     L2-PROBE
                       UNTIL   MST-FOUND
                       OR      BF-LO           >       BF-HI.
       L2F-E.
           EXIT.
      ******************************************************************
      *                    BISECTION PROBE                 2A2         *
      ******************************************************************
       L2-PROBE                SECTION.
       L2PR-S.
           COMPUTE     MST-SUB         =       (BF-LO + BF-HI) / 2.
           IF          MT-ACCTNO (MST-SUB)     =       BF-KEY
               MOVE    'Y'             TO      MST-HIT
           ELSE
               IF      MT-ACCTNO (MST-SUB)     <       BF-KEY
                   COMPUTE BF-LO       =       MST-SUB     +   1
               ELSE
                   COMPUTE BF-HI       =       MST-SUB     -   1
               END-IF
           END-IF.
       L2PR-E.
           EXIT.
      ******************************************************************
      *                    CUT ONE ORDER                   2B          *
      ******************************************************************
      *    THE ORDER CARRIES THE BUSINESS DATE, NOT THE NOMINAL DUE
      *    DATE - AN ORDER FALLING DUE ON A NON-RUN DAY IS PAID ON
      *    THE NEXT RUN AND MUST MATCH THAT RUN'S HEADER DATE
       L2-ORDER                SECTION.
       L2O-S.
           COMPUTE     SO-SEQ          =       SO-SEQ      +   1.
           MOVE        SPACES          TO      ORDR-REC.
           COMPUTE     ORD-SEQ         =       SO-SEQ-BASE +   SO-SEQ
               ON      SIZE ERROR
                   DISPLAY 'SODD   - STANDING-ORDER SEQUENCE RANGE'
                           ' EXHAUSTED'
                   PERFORM L9-ABEND
           END-COMPUTE.
           MOVE        SIM-TXNTYPE     TO      ORD-TXNTYPE.
           MOVE        SIM-ACCTNO      TO      ORD-ACCTNO.
           MOVE        SIM-AMOUNT      TO      ORD-AMOUNT.
           MOVE        BUS-DATE        TO      ORD-TXNDATE.
           CALL        'CWRITED'       USING   SODD        ORDR-REC.
           COMPUTE     GEN-CNT         =       GEN-CNT     +   1.
           IF          SIM-TXN-AP
               ADD     SIM-AMOUNT      TO      AP-TOT
           ELSE
               ADD     SIM-AMOUNT      TO      AR-TOT
           END-IF.
           MOVE        BUS-DATE        TO      SIM-LAST-GEN.
           IF          SIM-GEN-CNT     <       99999
               COMPUTE SIM-GEN-CNT     =       SIM-GEN-CNT +   1
           END-IF.
           MOVE        ORD-SEQ         TO      LINE-SEQ.
           MOVE        'GENERATED'     TO      LINE-RESULT.
       L2O-E.
           EXIT.
      ******************************************************************
      *                    ROLL NEXT DUE DATE              2C          *
      ******************************************************************
      *    WEEKLY ADDS SEVEN DAYS.  MONTHLY MOVES TO THE PAYMENT DAY
      *    OF THE FOLLOWING MONTH, OR THAT MONTH'S LAST DAY IF IT IS
      *    SHORTER - SO THE 31ST PAYS ON 28/29 FEBRUARY AND ON THE
      *    31ST AGAIN IN MARCH.  ROLLING PAST THE END DATE EXPIRES
      *    THE INSTRUCTION
       L2-ROLL                 SECTION.
       L2R-S.
           IF          SIM-FREQ-WEEKLY
               COMPUTE DUE-INT         =
                       FUNCTION INTEGER-OF-DATE (SIM-NEXT-DUE) + 7
               COMPUTE SIM-NEXT-DUE    =
                       FUNCTION DATE-OF-INTEGER (DUE-INT)
           ELSE
               MOVE    SIM-NEXT-DUE    TO      NXT-DATE
               IF      NXT-MM          =       12
                   MOVE    1               TO      NXT-MM
                   COMPUTE NXT-YYYY    =       NXT-YYYY    +   1
               ELSE
                   COMPUTE NXT-MM      =       NXT-MM      +   1
               END-IF
      *        LAST DAY OF THE NEW MONTH = THE DAY BEFORE THE FIRST
      *        OF THE MONTH AFTER IT
               MOVE    NXT-DATE        TO      MONTH-END
               MOVE    1               TO      MONTH-END-DD
               IF      MONTH-END-MM    =       12
                   MOVE    1               TO      MONTH-END-MM
                   COMPUTE MONTH-END-YYYY  =   MONTH-END-YYYY  +   1
               ELSE
                   COMPUTE MONTH-END-MM    =   MONTH-END-MM    +   1
               END-IF
               COMPUTE DUE-INT         =
                       FUNCTION INTEGER-OF-DATE (MONTH-END) - 1
               COMPUTE MONTH-END       =
                       FUNCTION DATE-OF-INTEGER (DUE-INT)
               IF      SIM-DAY         =       ZERO
                       OR SIM-DAY      >       MONTH-END-DD
                   MOVE    MONTH-END-DD    TO      NXT-DD
               ELSE
                   MOVE    SIM-DAY         TO      NXT-DD
               END-IF
               MOVE    NXT-DATE        TO      SIM-NEXT-DUE
           END-IF.
           IF          SIM-END-DATE    NOT =   ZERO
                       AND SIM-NEXT-DUE    >       SIM-END-DATE
               MOVE    'E'             TO      SIM-STATUS
               COMPUTE EXP-CNT         =       EXP-CNT     +   1
           END-IF.
       L2R-E.
           EXIT.
      ******************************************************************
      *                    MISSED OCCURRENCE               2D          *
      ******************************************************************
       L2-MISSED               SECTION.
       L2M-S.
           MOVE        SIM-NEXT-DUE    TO      OCCUR-DATE.
           MOVE        SPACES          TO      LINE-SEQ.
           MOVE        'MISD'          TO      SKIP-REASON.
           PERFORM     L4-SKIP.
           PERFORM     L2-ROLL.
           PERFORM     L4-ITEM.
           IF          SIM-EXPIRED
               PERFORM L4-EXPIRED
           END-IF.
       L2M-E.
           EXIT.
      ******************************************************************
      *                    END                             3           *
      ******************************************************************
       L3-END                  SECTION.
       L3-S.
           DISPLAY     'SIMIDD - COUNT :' ICNT.
           DISPLAY     'SODD   - BUSINESS DATE :' BUS-DATE.
           DISPLAY     'SODD   - ORDERS GENERATED :' GEN-CNT.
           DISPLAY     'SODD   - OCCURRENCES SKIPPED :' SKIP-CNT.
           DISPLAY     'SIMODD - INSTRUCTIONS EXPIRED :' EXP-CNT.
           CALL        'CLOSECX'       USING   SIMIDD      RETCD8.
           IF          RETCD8          NOT =   SPACES
               DISPLAY 'SIMIDD - CLOSECX ERROR RETCD8 : ' RETCD8
               PERFORM L9-ABEND
           END-IF.
           CALL        'CLOSECX'       USING   SIMODD      RETCD9.
           IF          RETCD9          NOT =   SPACES
               DISPLAY 'SIMODD - CLOSECX ERROR RETCD9 : ' RETCD9
               PERFORM L9-ABEND
           END-IF.
           CALL        'CLOSECX'       USING   SODD        RETCDA.
           IF          RETCDA          NOT =   SPACES
               DISPLAY 'SODD   - CLOSECX ERROR RETCDA : ' RETCDA
               PERFORM L9-ABEND
           END-IF.
           CALL        'CLOSECX'       USING   RPTDD       RETCDB.
           IF          RETCDB          NOT =   SPACES
               DISPLAY 'RPTDD  - CLOSECX ERROR RETCDB : ' RETCDB
               PERFORM L9-ABEND
           END-IF.
      *    A SKIPPED OCCURRENCE IS A PAYMENT SOMEBODY MUST DECIDE
      *    ABOUT, BUT THE ORDERS THAT WERE CUT STILL RUN.  SET LAST -
      *    EVERY CALL REPLACES RETURN-CODE WITH THE SUBPROGRAM'S OWN
           IF          SKIP-CNT        >       ZERO
               MOVE    4               TO      RETURN-CODE
           END-IF.
       L3-E.
           EXIT.
      ******************************************************************
      *                    REPORT TOTALS                   4           *
      ******************************************************************
       L4-REPORT               SECTION.
       L4-S.
           MOVE        SPACES          TO      RPT-TOT.
           MOVE        'ORDERS GENERATED'  TO  RPT-T-LABEL.
           MOVE        GEN-CNT         TO      RPT-T-COUNT.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        '-'             TO      RPT-CC.
           MOVE        RPT-TOT         TO      RPT-TEXT.
           PERFORM     L4-PUT.
           MOVE        SPACES          TO      RPT-TOT.
           MOVE        '  PAYABLES (AP) VALUE' TO  RPT-T-LABEL.
           MOVE        AP-TOT          TO      RPT-T-AMOUNT.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        RPT-TOT         TO      RPT-TEXT.
           PERFORM     L4-PUT.
           MOVE        SPACES          TO      RPT-TOT.
           MOVE        '  RECEIVABLES (AR) VALUE'  TO  RPT-T-LABEL.
           MOVE        AR-TOT          TO      RPT-T-AMOUNT.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        RPT-TOT         TO      RPT-TEXT.
           PERFORM     L4-PUT.
           MOVE        SPACES          TO      RPT-TOT.
           MOVE        'OCCURRENCES SKIPPED'   TO  RPT-T-LABEL.
           MOVE        SKIP-CNT        TO      RPT-T-COUNT.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        '0'             TO      RPT-CC.
           MOVE        RPT-TOT         TO      RPT-TEXT.
           PERFORM     L4-PUT.
           MOVE        SPACES          TO      RPT-TOT.
           MOVE        'INSTRUCTIONS EXPIRED'  TO  RPT-T-LABEL.
           MOVE        EXP-CNT         TO      RPT-T-COUNT.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        RPT-TOT         TO      RPT-TEXT.
           PERFORM     L4-PUT.
           MOVE        SPACES          TO      RPT-TOT.
           MOVE        'INSTRUCTIONS NOT YET DUE'  TO  RPT-T-LABEL.
           MOVE        NDUE-CNT        TO      RPT-T-COUNT.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        RPT-TOT         TO      RPT-TEXT.
           PERFORM     L4-PUT.
           MOVE        SPACES          TO      RPT-TOT.
           MOVE        'CANCELLED OR EXPIRED ON FILE'  TO  RPT-T-LABEL.
           MOVE        INAC-CNT        TO      RPT-T-COUNT.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        RPT-TOT         TO      RPT-TEXT.
           PERFORM     L4-PUT.
       L4-E.
           EXIT.
      ******************************************************************
      *                    SKIPPED OCCURRENCE              4A          *
      ******************************************************************
       L4-SKIP                 SECTION.
       L4S-S.
           COMPUTE     SKIP-CNT        =       SKIP-CNT    +   1.
           IF          SKIP-REASON     =       'ACCT'
               MOVE    'SKIPPED - ACCOUNT NOT OPEN'    TO  LINE-RESULT
           END-IF.
           IF          SKIP-REASON     =       'DONE'
               MOVE    'SKIPPED - ALREADY CUT TODAY'   TO  LINE-RESULT
           END-IF.
           IF          SKIP-REASON     =       'MISD'
               MOVE    'SKIPPED - MISSED RUN'          TO  LINE-RESULT
           END-IF.
           IF          SKIP-REASON     =       'BDTE'
               MOVE    'SKIPPED - BAD DUE DATE'        TO  LINE-RESULT
           END-IF.
       L4S-E.
           EXIT.
      ******************************************************************
      *                    EXPIRY LINE                     4B          *
      ******************************************************************
       L4-EXPIRED              SECTION.
       L4X-S.
           MOVE        SIM-END-DATE    TO      OCCUR-DATE.
           MOVE        SPACES          TO      LINE-SEQ.
           MOVE        'EXPIRED'       TO      LINE-RESULT.
           PERFORM     L4-ITEM.
       L4X-E.
           EXIT.
      ******************************************************************
      *                    INSTRUCTION DETAIL LINE         4C          *
      ******************************************************************
      *    PRINTED AFTER THE ROLL, SO NEXT DUE IS WHERE THE
      *    INSTRUCTION NOW STANDS.  AN EXPIRED INSTRUCTION, OR ONE
      *    WITH A BAD DUE DATE (NEVER ROLLED), HAS NO NEXT DUE
       L4-ITEM                 SECTION.
       L4I-S.
           MOVE        SPACES          TO      RPT-DTL.
           MOVE        SIM-SI-ID       TO      RPT-D-SI-ID.
           MOVE        SIM-ACCTNO      TO      RPT-D-ACCT.
           MOVE        SIM-TXNTYPE     TO      RPT-D-TYPE.
           IF          SIM-AMOUNT      IS      NUMERIC
               MOVE    SIM-AMOUNT      TO      RPT-D-AMOUNT
           END-IF.
           MOVE        OCCUR-DATE      TO      RPT-D-DUE.
           MOVE        LINE-SEQ        TO      RPT-D-SEQ.
           IF          SIM-ACTIVE
                       AND SKIP-REASON NOT =   'BDTE'
               MOVE    SIM-NEXT-DUE    TO      RPT-D-NEXT
           END-IF.
           MOVE        LINE-RESULT     TO      RPT-D-RESULT.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        RPT-DTL         TO      RPT-TEXT.
           PERFORM     L4-PUT.
           MOVE        SPACES          TO      SKIP-REASON.
       L4I-E.
           EXIT.
      ******************************************************************
      *                    REPORT PAGE HEADER              4D          *
      ******************************************************************
       L4-PAGE                 SECTION.
       L4P-S.
           COMPUTE     RPT-PAGE-CNT    =       RPT-PAGE-CNT    +   1.
           MOVE        RUN-DATE        TO      RPT-H1-RUNDATE.
           MOVE        BUS-DATE        TO      RPT-H1-BUSDATE.
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
      *                    REPORT LINE WRITER              4E          *
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
