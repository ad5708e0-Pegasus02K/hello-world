       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             C91322C.
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
       01  HLDR-REC.
           COPY        C9132REC.
      *----------------------------------------------------------------*
       01  HLD-SAVE                PIC X(40).
      *----------------------------------------------------------------*
       01  HRDR-REC.
           COPY        C9132HRD.
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
       01  INDD.
           03  DDNAME          PIC X(08)  VALUE   'INDD'.
           03  LRECL           PIC 9(04)  COMP-5    VALUE 0.
           03  CHKPT           PIC 9(04)  COMP-5    VALUE 0.
           03  COPYC           PIC X(01)  VALUE  'Y'.
           03  MONOC           PIC X(01)  VALUE  'Y'.
           03  IOABEND         PIC X(01)  VALUE  'Y'.
           03  LRECFM          PIC X(01)  VALUE  'F'.
           03  SYSTEM          PIC X(112).
       01  DECDD.
           03  DDNAME          PIC X(08)  VALUE   'DECDD'.
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
       01  QUEODD.
           03  DDNAME          PIC X(08)  VALUE   'QUEODD'.
           03  LRECL           PIC 9(04)  COMP-5    VALUE 0.
           03  CHKPT           PIC 9(04)  COMP-5    VALUE 0.
           03  COPYC           PIC X(01)  VALUE  'Y'.
           03  MONOC           PIC X(01)  VALUE  'Y'.
           03  IOABEND         PIC X(01)  VALUE  'Y'.
           03  LRECFM          PIC X(01)  VALUE  'F'.
           03  SYSTEM          PIC X(112).
       01  RTNDD.
           03  DDNAME          PIC X(08)  VALUE   'RTNDD'.
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
       01  RTNRPT.
           03  DDNAME          PIC X(08)  VALUE   'RTNRPT'.
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
       01      QUE-CNT                 PIC  9(008)  COMP-3  VALUE  ZERO.
       01      RTN-CNT                 PIC  9(008)  COMP-3  VALUE  ZERO.
       01      DEC-READ                PIC  9(008)  COMP-3  VALUE  ZERO.
       01      DEC-BAD                 PIC  9(008)  COMP-3  VALUE  ZERO.
       01      DEC-UNUSED              PIC  9(008)  COMP-3  VALUE  ZERO.
       01      EOF1                    PIC  X(001)  VALUE  ZERO.
       01      DEC-EOF1                PIC  X(001)  VALUE  ZERO.
       01      RUN-DATE                PIC  9(008)          VALUE  ZERO.
       01      ACCT-PREV               PIC  9(010)          VALUE  ZERO.
       01      ORD-SEQ-D               PIC  9(008)          VALUE  ZERO.
       01      ITEM-SIZE               PIC  9(009)V99       VALUE  ZERO.
       01      HDR-DONE                PIC  X(001)  VALUE   'N'.
           88  HEADER-WRITTEN                  VALUE  'Y'.
       01      PASS-NBR                PIC  X(001)  VALUE   '1'.
      *----------------------------------------------------------------*
      *            DAYS HELD - SHOWN ON THE QUEUE REPORT SO CREDIT     *
      *            CONTROL CAN SEE WHAT HAS WAITED LONGEST             *
      *----------------------------------------------------------------*
       01      RUN-INT                 PIC S9(009)  COMP-5  VALUE  ZERO.
       01      TXN-INT                 PIC S9(009)  COMP-5  VALUE  ZERO.
       01      AGE-DAYS                PIC S9(009)  COMP-5  VALUE  ZERO.
      *----------------------------------------------------------------*
      *            IN-CORE DECISIONS.  EACH HELD ITEM TAKES THE FIRST  *
      *            OPEN (O) DECISION FOR ITS ACCOUNT, DATE AND SIZE;   *
      *            A DECISION APPLIED (A) IS NOT USED AGAIN, AND ONE   *
      *            STILL OPEN AT END OF FILE MATCHED NO HELD ITEM      *
      *----------------------------------------------------------------*
       01      DEC-MAX                 PIC  9(004)  COMP-5  VALUE  2000.
       01      DEC-CNT                 PIC  9(004)  COMP-5  VALUE  ZERO.
       01      DEC-SUB                 PIC  9(004)  COMP-5  VALUE  ZERO.
       01      DEC-HIT-SUB             PIC  9(004)  COMP-5  VALUE  ZERO.
       01      DEC-HIT                 PIC  X(001)  VALUE   'N'.
           88  DEC-FOUND                       VALUE  'Y'.
       01      DEC-REASON              PIC  X(020)  VALUE  SPACE.
       01      DEC-TABLE.
           03  DEC-ENTRY           OCCURS  2000.
               05  DT-ACTION           PIC  X(002).
               05  DT-ACCTNO           PIC  9(010).
               05  DT-TXNDATE          PIC  9(008).
               05  DT-AMOUNT           PIC  9(009)V99.
               05  DT-ORD-SEQ          PIC  9(008).
               05  DT-USER-ID          PIC  X(008).
               05  DT-STATE            PIC  X(001).
      *----------------------------------------------------------------*
      *            VALUE TOTALS BY OUTCOME                             *
      *----------------------------------------------------------------*
       01  HLD-TOTALS.
           03  TOT-READ            PIC S9(13)V99   COMP-3 VALUE ZERO.
           03  TOT-RELEASE         PIC S9(13)V99   COMP-3 VALUE ZERO.
           03  TOT-CARRY           PIC S9(13)V99   COMP-3 VALUE ZERO.
           03  TOT-RETURN          PIC S9(13)V99   COMP-3 VALUE ZERO.
      *----------------------------------------------------------------*
      *            REPORT PRINT AREAS - RPTDD IS THE HELD-ITEM QUEUE   *
      *            REPORT, RTNRPT THE FRONT-OFFICE RETURN LIST; BOTH   *
      *            SHARE THE DETAIL LINE                               *
      *----------------------------------------------------------------*
       01      RPT-PAGE-CNT            PIC  9(004)  COMP-5  VALUE  ZERO.
       01      RPT-LINE-CNT            PIC  9(004)  COMP-5  VALUE  ZERO.
       01      RPT-MAX-LINES           PIC  9(004)  COMP-5  VALUE  55.
       01      RTN-PAGE-CNT            PIC  9(004)  COMP-5  VALUE  ZERO.
       01      RTN-LINE-CNT            PIC  9(004)  COMP-5  VALUE  ZERO.
       01  RPT-LINE.
           03  RPT-CC              PIC X(01).
           03  RPT-TEXT            PIC X(132).
       01  RPT-HOLD                PIC X(133).
       01  RPT-HDG1.
           03  FILLER              PIC X(40)  VALUE
               'C9132  HELD-ITEM QUEUE REPORT'.
           03  FILLER              PIC X(10)  VALUE 'RUN DATE: '.
           03  RPT-H1-RUNDATE      PIC 9(08).
           03  FILLER              PIC X(09)  VALUE '    PAGE:'.
           03  RPT-H1-PAGE         PIC ZZZ9.
       01  RTN-HDG1.
           03  FILLER              PIC X(40)  VALUE
               'C9132  HELD-ITEM RETURN LIST'.
           03  FILLER              PIC X(10)  VALUE 'RUN DATE: '.
           03  RTN-H1-RUNDATE      PIC 9(08).
           03  FILLER              PIC X(09)  VALUE '    PAGE:'.
           03  RTN-H1-PAGE         PIC ZZZ9.
       01  RPT-HDG2.
           03  FILLER              PIC X(12)  VALUE 'ACCOUNT'.
           03  FILLER              PIC X(04)  VALUE 'TY'.
           03  FILLER              PIC X(04)  VALUE 'ST'.
           03  FILLER              PIC X(17)  VALUE
               '        AMOUNT'.
           03  FILLER              PIC X(10)  VALUE 'ORIG DATE'.
           03  FILLER              PIC X(07)  VALUE ' DAYS'.
           03  FILLER              PIC X(10)  VALUE 'ORDER SEQ'.
           03  FILLER              PIC X(20)  VALUE 'REASON'.
       01  RPT-DTL.
           03  RPT-D-ACCT          PIC 9(10).
           03  FILLER              PIC X(02).
           03  RPT-D-TYPE          PIC X(02).
           03  FILLER              PIC X(02).
           03  RPT-D-STATUS        PIC X(02).
           03  FILLER              PIC X(02).
           03  RPT-D-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER              PIC X(02).
           03  RPT-D-DATE          PIC 9(08).
           03  FILLER              PIC X(02).
           03  RPT-D-DAYS          PIC ZZZZ9.
           03  FILLER              PIC X(02).
           03  RPT-D-SEQ           PIC Z(07)9.
           03  FILLER              PIC X(02).
           03  RPT-D-REASON        PIC X(20).
       01  RPT-BAD.
           03  FILLER              PIC X(12)  VALUE 'REJECTED  : '.
           03  RPT-B-CARD          PIC X(47).
           03  FILLER              PIC X(02)  VALUE SPACE.
           03  RPT-B-REASON        PIC X(20).
       01  RPT-TOT.
           03  RPT-T-LABEL         PIC X(40).
           03  RPT-T-CNT           PIC ZZZ,ZZZ,ZZ9.
           03  FILLER              PIC X(02).
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
               MOVE    PARM-DATA (13:1)    TO      COPYC   OF  INDD
           END-IF.
           IF          PARM-LEN        >       13
                       AND (PARM-DATA (14:1) = 'Y' OR
                            PARM-DATA (14:1) = 'N')
               MOVE    PARM-DATA (14:1)    TO      MONOC   OF  INDD
           END-IF.
      *    RELEASE PASS NUMBER (BYTE 15, DEFAULT 1) - A SECOND RUN
      *    ON THE SAME DAY STAMPS ITS OWN SOURCE-ID SO THE
      *    RUN-CONTROL GUARD DOES NOT REFUSE IT
           IF          PARM-LEN        >       14
                       AND PARM-DATA (15:1)    IS      NUMERIC
                       AND PARM-DATA (15:1)    NOT =   '0'
               MOVE    PARM-DATA (15:1)    TO      PASS-NBR
           END-IF.
           ACCEPT      RUN-DATE        FROM    DATE    YYYYMMDD.
           COMPUTE     RUN-INT         =
                       FUNCTION INTEGER-OF-DATE (RUN-DATE).
           MOVE        40              TO      LRECL   OF  INDD.
           CALL        'OPENCXD'       USING   INDD    INP     RETCD1.
           IF          RETCD1          NOT =   SPACES
               DISPLAY 'INDD   - OPENCXD ERROR RETCD1 : ' RETCD1
               PERFORM L9-ABEND
           END-IF.
           MOVE        40              TO      LRECL   OF  OUTDD.
           CALL        'OPENCXD'       USING   OUTDD   OUT     RETCD5.
           IF          RETCD5          NOT =   SPACES
               DISPLAY 'OUTDD  - OPENCXD ERROR RETCD5 : ' RETCD5
               PERFORM L9-ABEND
           END-IF.
           MOVE        40              TO      LRECL   OF  QUEODD.
           CALL        'OPENCXD'       USING   QUEODD  OUT     RETCD6.
           IF          RETCD6          NOT =   SPACES
               DISPLAY 'QUEODD - OPENCXD ERROR RETCD6 : ' RETCD6
               PERFORM L9-ABEND
           END-IF.
           MOVE        40              TO      LRECL   OF  RTNDD.
           CALL        'OPENCXD'       USING   RTNDD   OUT     RETCD7.
           IF          RETCD7          NOT =   SPACES
               DISPLAY 'RTNDD  - OPENCXD ERROR RETCD7 : ' RETCD7
               PERFORM L9-ABEND
           END-IF.
           MOVE        133             TO      LRECL   OF  RPTDD.
           CALL        'OPENCXD'       USING   RPTDD   OUT     RETCD8.
           IF          RETCD8          NOT =   SPACES
               DISPLAY 'RPTDD  - OPENCXD ERROR RETCD8 : ' RETCD8
               PERFORM L9-ABEND
           END-IF.
           MOVE        133             TO      LRECL   OF  RTNRPT.
           CALL        'OPENCXD'       USING   RTNRPT  OUT     RETCD9.
           IF          RETCD9          NOT =   SPACES
               DISPLAY 'RTNRPT - OPENCXD ERROR RETCD9 : ' RETCD9
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L4-PAGE.
           PERFORM     L4-RPAGE.
      *    THE DECISIONS ARE LOADED AFTER THE REPORT IS OPEN SO A
      *    REJECTED ONE IS LISTED AT THE HEAD OF IT
           MOVE        80              TO      LRECL   OF  DECDD.
           CALL        'OPENCXD'       USING   DECDD   INP     RETCD3.
           IF          RETCD3          NOT =   SPACES
               DISPLAY 'DECDD  - OPENCXD ERROR RETCD3 : ' RETCD3
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L1-DECLOAD
                       UNTIL         DEC-EOF1 = '1'.
           CALL        'CLOSECX'       USING   DECDD       RETCD3.
           IF          RETCD3          NOT =   SPACES
               DISPLAY 'DECDD  - CLOSECX ERROR RETCD3 : ' RETCD3
               PERFORM L9-ABEND
           END-IF.
           DISPLAY     'DECDD  - DECISIONS READ :' DEC-READ.
           DISPLAY     'DECDD  - DECISIONS REJECTED :' DEC-BAD.
       L1-E.
           EXIT.
      ******************************************************************
      *                    LOAD CREDIT CONTROL DECISIONS   1A          *
      ******************************************************************
       L1-DECLOAD              SECTION.
       L1D-S.
           CALL        'READXD'    USING   DECDD  HRDR-REC    RETCD4.
           IF          RETCD4      =       'EOF '
               MOVE    '1'         TO      DEC-EOF1
               GO  TO              L1D-E
           END-IF.
           IF          RETCD4      NOT =   SPACES
               DISPLAY 'DECDD  - READXD ERROR RETCD4 : ' RETCD4
               PERFORM L9-ABEND
           END-IF.
           COMPUTE     DEC-READ    =       DEC-READ    +   1.
           MOVE        SPACES      TO      DEC-REASON.
           IF          NOT HRD-ACT-RELEASE
                       AND NOT HRD-ACT-RETURN
               MOVE    'UNKNOWN ACTION'    TO      DEC-REASON
           ELSE
               IF      HRD-ACCTNO  IS NOT  NUMERIC
                       OR HRD-ACCTNO       =       ZERO
                   MOVE    'ACCOUNT INVALID'   TO      DEC-REASON
               ELSE
                   IF  HRD-TXNDATE IS NOT  NUMERIC
                       MOVE    'DATE INVALID'      TO  DEC-REASON
                   ELSE
                       IF  HRD-AMOUNT  IS NOT  NUMERIC
                           MOVE    'AMOUNT INVALID'    TO  DEC-REASON
                       ELSE
                           IF  HRD-ORD-SEQ IS NOT  NUMERIC
                               MOVE    'ORDER SEQ INVALID'
                                                   TO  DEC-REASON
                           ELSE
                               IF  HRD-USER-ID =       SPACES
                                   MOVE    'USER ID MISSING'
                                                   TO  DEC-REASON
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF          DEC-REASON      NOT =   SPACES
               COMPUTE DEC-BAD         =       DEC-BAD     +   1
               DISPLAY 'DECDD  - DECISION REJECTED : ' DEC-REASON
                       ' RECORD :' DEC-READ
               MOVE    HRDR-REC (1:47) TO      RPT-B-CARD
               MOVE    DEC-REASON      TO      RPT-B-REASON
               MOVE    SPACES          TO      RPT-LINE
               MOVE    RPT-BAD         TO      RPT-TEXT
               PERFORM L4-PUT
               GO  TO              L1D-E
           END-IF.
           IF          DEC-CNT     >=      DEC-MAX
               DISPLAY 'DECDD  - DECISION TABLE FULL AT :' DEC-MAX
               PERFORM L9-ABEND
           END-IF.
           COMPUTE     DEC-CNT     =       DEC-CNT    +  1.
           MOVE        HRD-ACTION          TO  DT-ACTION (DEC-CNT).
           MOVE        HRD-ACCTNO          TO  DT-ACCTNO (DEC-CNT).
           MOVE        HRD-TXNDATE         TO  DT-TXNDATE (DEC-CNT).
           MOVE        HRD-AMOUNT          TO  DT-AMOUNT (DEC-CNT).
           MOVE        HRD-ORD-SEQ         TO  DT-ORD-SEQ (DEC-CNT).
           MOVE        HRD-USER-ID         TO  DT-USER-ID (DEC-CNT).
           MOVE        'O'                 TO  DT-STATE (DEC-CNT).
       L1D-E.
           EXIT.
      ******************************************************************
      *                    EXEC                            2           *
      ******************************************************************
       L2-EXEC                 SECTION.
       L2-S.
           CALL        'READXD'    USING   INDD   HLDR-REC    RETCD2.
           IF          RETCD2      =       'EOF '
               MOVE    '1'         TO      EOF1
               GO  TO              L2-E
           END-IF.
           IF          RETCD2      NOT =   SPACES
               DISPLAY 'INDD   - READXD ERROR RETCD2 : ' RETCD2
               PERFORM L9-ABEND
           END-IF.
      *    THE QUEUE AND THE HELD-ITEM FILES CARRY DETAILS ONLY -
      *    CONTROL RECORDS MEAN THE WRONG DATASET WAS SUPPLIED
           IF          HEADER-REC      OR      TRAILER-REC
               DISPLAY 'INDD   - CONTROL RECORD ON HELD-ITEM INPUT : '
                       REC-TYPE
               PERFORM L9-ABEND
           END-IF.
           IF          ICNT        >       ZERO
                       AND ACCTNO  <       ACCT-PREV
               DISPLAY 'INDD   - ITEMS NOT IN ACCOUNT SEQUENCE AT : '
                       ACCTNO
               PERFORM L9-ABEND
           END-IF.
           MOVE        ACCTNO      TO      ACCT-PREV.
           COMPUTE     ICNT        =       ICNT        +   1.
           ADD         AMOUNT      TO      TOT-READ.
           MOVE        HLDR-REC    TO      HLD-SAVE.
           IF          DTL-ORD-SEQ-X   =       SPACES
               MOVE    ZERO            TO      ORD-SEQ-D
           ELSE
               MOVE    DTL-ORD-SEQ     TO      ORD-SEQ-D
           END-IF.
           IF          AMOUNT          <       ZERO
               COMPUTE ITEM-SIZE       =       ZERO    -   AMOUNT
           ELSE
               MOVE    AMOUNT          TO      ITEM-SIZE
           END-IF.
           PERFORM     L2-AGE.
           PERFORM     L2-DFIND.
           IF          NOT DEC-FOUND
               PERFORM L2-CARRY
               GO  TO              L2-E
           END-IF.
           MOVE        'A'             TO      DT-STATE (DEC-HIT-SUB).
           IF          DT-ACTION (DEC-HIT-SUB) =       'RL'
               PERFORM L2-RELEASE
           ELSE
               PERFORM L2-RETURN
           END-IF.
       L2-E.
           EXIT.
      ******************************************************************
      *                    DAYS HELD                       2A          *
      ******************************************************************
      *    ONLY A REAL CALENDAR DATE MAY REACH INTEGER-OF-DATE - AN
      *    UNREADABLE DATE SHOWS AS ZERO DAYS
       L2-AGE                  SECTION.
       L2A-S.
           MOVE        ZERO            TO      AGE-DAYS.
           IF          TXNDATE         IS NOT  NUMERIC
               GO  TO              L2A-E
           END-IF.
           IF          FUNCTION TEST-DATE-YYYYMMDD (TXNDATE)
                                       NOT =   ZERO
               GO  TO              L2A-E
           END-IF.
           COMPUTE     TXN-INT         =
                       FUNCTION INTEGER-OF-DATE (TXNDATE).
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
      *                    DECISION LOOKUP                 2B          *
      ******************************************************************
      *    THE DECISIONS ARE FEW AND UNSEQUENCED - A STRAIGHT SCAN FOR
      *    THE ACCOUNT, DATE AND SIZE, SKIPPING DECISIONS ALREADY
      *    APPLIED
       L2-DFIND                SECTION.
       L2DF-S.
           MOVE        'N'             TO      DEC-HIT.
           PERFORM     L2-DSCAN
                       VARYING DEC-SUB FROM 1 BY 1
                       UNTIL   DEC-SUB >       DEC-CNT
                       OR      DEC-FOUND.
       L2DF-E.
           EXIT.
      ******************************************************************
      *                    DECISION ENTRY TEST             2B1         *
      ******************************************************************
       L2-DSCAN                SECTION.
       L2DS-S.
           IF          DT-STATE (DEC-SUB)      =       'O'
                       AND DT-ACCTNO (DEC-SUB) =       ACCTNO
                       AND DT-TXNDATE (DEC-SUB)
                                               =       TXNDATE
                       AND DT-AMOUNT (DEC-SUB) =       ITEM-SIZE
                       AND (DT-ORD-SEQ (DEC-SUB)
                                               =       ZERO
                            OR DT-ORD-SEQ (DEC-SUB)
                                               =       ORD-SEQ-D)
               MOVE    'Y'             TO      DEC-HIT
               MOVE    DEC-SUB         TO      DEC-HIT-SUB
           END-IF.
       L2DS-E.
           EXIT.
      ******************************************************************
      *                    RELEASE ITEM FOR POSTING        2C          *
      ******************************************************************
      *    THE RELEASE FILE IS ONE DAY'S WORK TO C91321R, SO EVERY
      *    DETAIL TAKES TODAY'S DATE (THE ORIGINAL DATE IS LOGGED
      *    HERE AND ON THE QUEUE REPORT) AND A FRESH ORDER SEQUENCE.
      *    THE C91322C SOURCE-ID TELLS C91321U NOT TO HOLD THE ITEM
      *    OVER LIMIT A SECOND TIME
       L2-RELEASE              SECTION.
       L2R-S.
           MOVE        SPACES          TO      DEC-REASON.
           STRING      'RELEASED BY '  DT-USER-ID (DEC-HIT-SUB)
                       DELIMITED BY SIZE       INTO    DEC-REASON.
           PERFORM     L4-DETAIL.
           PERFORM     L4-PUT.
           IF          NOT HEADER-WRITTEN
               PERFORM L2-HDR
               MOVE    HLD-SAVE    TO      HLDR-REC
           END-IF.
           DISPLAY     'OUTDD  - RELEASED : ' ACCTNO
                       ' DATED : ' TXNDATE
                       ' ORDER SEQ : ' ORD-SEQ-D
                       ' BY : ' DT-USER-ID (DEC-HIT-SUB).
           ADD         AMOUNT          TO      TOT-RELEASE.
           COMPUTE     OCNT        =       OCNT        +   1.
           MOVE        OCNT        TO      RECCNT.
           MOVE        RUN-DATE    TO      TXNDATE.
           MOVE        OCNT        TO      DTL-ORD-SEQ.
           CALL        'CWRITED'   USING   OUTDD       HLDR-REC.
       L2R-E.
           EXIT.
      ******************************************************************
      *                    RELEASE HEADER                  2C1         *
      ******************************************************************
       L2-HDR                  SECTION.
       L2H-S.
           MOVE        ZERO            TO      RECCNT.
           SET         HEADER-REC              TO      TRUE.
           MOVE        RUN-DATE        TO      HDR-RUNDATE.
           MOVE        'C91322C'       TO      HDR-SOURCE-ID.
           MOVE        PASS-NBR        TO      HDR-SOURCE-ID (8:1).
           MOVE        '01'            TO      HDR-LAYOUT-VER.
           MOVE        SPACES          TO      HDR-DATA (19:12).
           CALL        'CWRITED'       USING   OUTDD       HLDR-REC.
           MOVE        'Y'             TO      HDR-DONE.
       L2H-E.
           EXIT.
      ******************************************************************
      *                    CARRY ITEM FORWARD              2D          *
      ******************************************************************
       L2-CARRY                SECTION.
       L2C-S.
           COMPUTE     QUE-CNT     =       QUE-CNT     +   1.
           ADD         AMOUNT      TO      TOT-CARRY.
           CALL        'CWRITED'   USING   QUEODD      HLDR-REC.
           MOVE        'AWAITING DECISION'     TO      DEC-REASON.
           PERFORM     L4-DETAIL.
           PERFORM     L4-PUT.
       L2C-E.
           EXIT.
      ******************************************************************
      *                    RETURN ITEM TO FRONT OFFICE     2E          *
      ******************************************************************
       L2-RETURN               SECTION.
       L2N-S.
           COMPUTE     RTN-CNT     =       RTN-CNT     +   1.
           ADD         AMOUNT      TO      TOT-RETURN.
           CALL        'CWRITED'   USING   RTNDD       HLDR-REC.
           DISPLAY     'RTNDD  - RETURNED : ' ACCTNO
                       ' DATED : ' TXNDATE
                       ' ORDER SEQ : ' ORD-SEQ-D
                       ' BY : ' DT-USER-ID (DEC-HIT-SUB).
           MOVE        SPACES          TO      DEC-REASON.
           STRING      'RETURNED BY '  DT-USER-ID (DEC-HIT-SUB)
                       DELIMITED BY SIZE       INTO    DEC-REASON.
           PERFORM     L4-DETAIL.
           PERFORM     L4-RPUT.
       L2N-E.
           EXIT.
      ******************************************************************
      *                    RELEASE TRAILER                 2F          *
      ******************************************************************
       L2-TRAILER              SECTION.
       L2T-S.
           IF          OCNT            =       ZERO
               DISPLAY 'OUTDD  - NO HELD ITEMS RELEASED FOR POSTING'
               GO  TO              L2T-E
           END-IF.
           MOVE        OCNT            TO      RECCNT.
           SET         TRAILER-REC             TO      TRUE.
           MOVE        OCNT            TO      TRL-COUNT.
           MOVE        SPACES          TO      TRL-DATA (9:22).
           CALL        'CWRITED'       USING   OUTDD       HLDR-REC.
       L2T-E.
           EXIT.
      ******************************************************************
      *                    END                             3           *
      ******************************************************************
       L3-END                  SECTION.
       L3-S.
           CALL        'CLOSECX'       USING   INDD        RETCD1.
           IF          RETCD1          NOT =   SPACES
               DISPLAY 'INDD   - CLOSECX ERROR RETCD1 : ' RETCD1
               PERFORM L9-ABEND
           END-IF.
           CALL        'CLOSECX'       USING   OUTDD       RETCD5.
           IF          RETCD5          NOT =   SPACES
               DISPLAY 'OUTDD  - CLOSECX ERROR RETCD5 : ' RETCD5
               PERFORM L9-ABEND
           END-IF.
           CALL        'CLOSECX'       USING   QUEODD      RETCD6.
           IF          RETCD6          NOT =   SPACES
               DISPLAY 'QUEODD - CLOSECX ERROR RETCD6 : ' RETCD6
               PERFORM L9-ABEND
           END-IF.
           CALL        'CLOSECX'       USING   RTNDD       RETCD7.
           IF          RETCD7          NOT =   SPACES
               DISPLAY 'RTNDD  - CLOSECX ERROR RETCD7 : ' RETCD7
               PERFORM L9-ABEND
           END-IF.
      *    A DECISION STILL OPEN NAMED NO ITEM ON THE QUEUE - MIS-KEYED
      *    OR ALREADY WORKED; IT IS LISTED AND DROPPED
           PERFORM     L4-UNUSED
                       VARYING DEC-SUB FROM 1 BY 1
                       UNTIL   DEC-SUB >       DEC-CNT.
           PERFORM     L4-TOTALS.
           PERFORM     L4-RTOTALS.
           CALL        'CLOSECX'       USING   RPTDD       RETCD8.
           IF          RETCD8          NOT =   SPACES
               DISPLAY 'RPTDD  - CLOSECX ERROR RETCD8 : ' RETCD8
               PERFORM L9-ABEND
           END-IF.
           CALL        'CLOSECX'       USING   RTNRPT      RETCD9.
           IF          RETCD9          NOT =   SPACES
               DISPLAY 'RTNRPT - CLOSECX ERROR RETCD9 : ' RETCD9
               PERFORM L9-ABEND
           END-IF.
           DISPLAY     'INDD   - HELD ITEMS READ :' ICNT.
           DISPLAY     'OUTDD  - RELEASED COUNT :' OCNT.
           DISPLAY     'QUEODD - CARRIED FORWARD :' QUE-CNT.
           DISPLAY     'RTNDD  - RETURNED TO FRONT OFFICE :' RTN-CNT.
           DISPLAY     'DECDD  - DECISIONS MATCHING NO ITEM :'
                       DEC-UNUSED.
      *    NOTHING TO RELEASE LEAVES AN EMPTY FILE THAT C91321R
      *    MUST NOT SEE - RC=4 BYPASSES THE POSTING STEPS.  SET
      *    LAST - EVERY CALL REPLACES RETURN-CODE WITH THE
      *    SUBPROGRAM'S OWN
           IF          OCNT            =       ZERO
               MOVE    4               TO      RETURN-CODE
           END-IF.
       L3-E.
           EXIT.
      ******************************************************************
      *                    BUILD DETAIL LINE               4A          *
      ******************************************************************
       L4-DETAIL               SECTION.
       L4D-S.
           MOVE        SPACES          TO      RPT-DTL.
           MOVE        ACCTNO          TO      RPT-D-ACCT.
           MOVE        REC-TYPE        TO      RPT-D-TYPE.
           MOVE        STATUS-CODE     TO      RPT-D-STATUS.
           MOVE        AMOUNT          TO      RPT-D-AMOUNT.
           MOVE        TXNDATE         TO      RPT-D-DATE.
           MOVE        AGE-DAYS        TO      RPT-D-DAYS.
           MOVE        ORD-SEQ-D       TO      RPT-D-SEQ.
           MOVE        DEC-REASON      TO      RPT-D-REASON.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        RPT-DTL         TO      RPT-TEXT.
       L4D-E.
           EXIT.
      ******************************************************************
      *                    LIST UNUSED DECISION            4B          *
      ******************************************************************
       L4-UNUSED               SECTION.
       L4N-S.
           IF          DT-STATE (DEC-SUB)      NOT =   'O'
               GO  TO              L4N-E
           END-IF.
           COMPUTE     DEC-UNUSED  =       DEC-UNUSED  +   1.
           DISPLAY     'DECDD  - NO SUCH HELD ITEM : '
                       DT-ACCTNO (DEC-SUB)
                       ' DATED : ' DT-TXNDATE (DEC-SUB)
                       ' BY : ' DT-USER-ID (DEC-SUB).
           MOVE        SPACES          TO      RPT-DTL.
           MOVE        DT-ACCTNO (DEC-SUB)     TO      RPT-D-ACCT.
           MOVE        DT-ACTION (DEC-SUB)     TO      RPT-D-TYPE.
           MOVE        DT-AMOUNT (DEC-SUB)     TO      RPT-D-AMOUNT.
           MOVE        DT-TXNDATE (DEC-SUB)    TO      RPT-D-DATE.
           MOVE        ZERO                    TO      RPT-D-DAYS.
           MOVE        DT-ORD-SEQ (DEC-SUB)    TO      RPT-D-SEQ.
           MOVE        'NO SUCH HELD ITEM'     TO      RPT-D-REASON.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        RPT-DTL         TO      RPT-TEXT.
           PERFORM     L4-PUT.
       L4N-E.
           EXIT.
      ******************************************************************
      *                    QUEUE REPORT TOTALS             4C          *
      ******************************************************************
       L4-TOTALS               SECTION.
       L4T-S.
           MOVE        SPACES          TO      RPT-LINE.
           PERFORM     L4-PUT.
           MOVE        SPACES          TO      RPT-TOT.
           MOVE        'HELD ITEMS READ'       TO      RPT-T-LABEL.
           MOVE        ICNT            TO      RPT-T-CNT.
           MOVE        TOT-READ        TO      RPT-T-AMOUNT.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        RPT-TOT         TO      RPT-TEXT.
           PERFORM     L4-PUT.
           MOVE        'RELEASED FOR POSTING'  TO      RPT-T-LABEL.
           MOVE        OCNT            TO      RPT-T-CNT.
           MOVE        TOT-RELEASE     TO      RPT-T-AMOUNT.
           MOVE        RPT-TOT         TO      RPT-TEXT.
           PERFORM     L4-PUT.
           MOVE        'AWAITING DECISION - CARRIED FORWARD'
                                       TO      RPT-T-LABEL.
           MOVE        QUE-CNT         TO      RPT-T-CNT.
           MOVE        TOT-CARRY       TO      RPT-T-AMOUNT.
           MOVE        RPT-TOT         TO      RPT-TEXT.
           PERFORM     L4-PUT.
           MOVE        'RETURNED TO FRONT OFFICE'
                                       TO      RPT-T-LABEL.
           MOVE        RTN-CNT         TO      RPT-T-CNT.
           MOVE        TOT-RETURN      TO      RPT-T-AMOUNT.
           MOVE        RPT-TOT         TO      RPT-TEXT.
           PERFORM     L4-PUT.
           MOVE        SPACES          TO      RPT-TOT.
           MOVE        'DECISIONS READ'        TO      RPT-T-LABEL.
           MOVE        DEC-READ        TO      RPT-T-CNT.
           MOVE        RPT-TOT         TO      RPT-TEXT.
           PERFORM     L4-PUT.
           MOVE        'DECISIONS REJECTED'    TO      RPT-T-LABEL.
           MOVE        DEC-BAD         TO      RPT-T-CNT.
           MOVE        RPT-TOT         TO      RPT-TEXT.
           PERFORM     L4-PUT.
           MOVE        'DECISIONS MATCHING NO HELD ITEM'
                                       TO      RPT-T-LABEL.
           MOVE        DEC-UNUSED      TO      RPT-T-CNT.
           MOVE        RPT-TOT         TO      RPT-TEXT.
           PERFORM     L4-PUT.
       L4T-E.
           EXIT.
      ******************************************************************
      *                    RETURN LIST TOTALS              4D          *
      ******************************************************************
       L4-RTOTALS              SECTION.
       L4RT-S.
           MOVE        SPACES          TO      RPT-LINE.
           PERFORM     L4-RPUT.
           MOVE        SPACES          TO      RPT-TOT.
           MOVE        'ITEMS RETURNED'        TO      RPT-T-LABEL.
           MOVE        RTN-CNT         TO      RPT-T-CNT.
           MOVE        TOT-RETURN      TO      RPT-T-AMOUNT.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        RPT-TOT         TO      RPT-TEXT.
           PERFORM     L4-RPUT.
       L4RT-E.
           EXIT.
      ******************************************************************
      *                    QUEUE REPORT PAGE HEADINGS      4E          *
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
      *                    QUEUE REPORT LINE WRITER        4F          *
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
      *                    RETURN LIST PAGE HEADINGS       4G          *
      ******************************************************************
       L4-RPAGE                SECTION.
       L4RP-S.
           COMPUTE     RTN-PAGE-CNT    =       RTN-PAGE-CNT    +   1.
           MOVE        RUN-DATE        TO      RTN-H1-RUNDATE.
           MOVE        RTN-PAGE-CNT    TO      RTN-H1-PAGE.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        '1'             TO      RPT-CC.
           MOVE        RTN-HDG1        TO      RPT-TEXT.
           CALL        'CWRITED'       USING   RTNRPT      RPT-LINE.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        '0'             TO      RPT-CC.
           MOVE        RPT-HDG2        TO      RPT-TEXT.
           CALL        'CWRITED'       USING   RTNRPT      RPT-LINE.
           MOVE        2               TO      RTN-LINE-CNT.
       L4RP-E.
           EXIT.
      ******************************************************************
      *                    RETURN LIST LINE WRITER         4H          *
      ******************************************************************
       L4-RPUT                 SECTION.
       L4RU-S.
           IF          RTN-LINE-CNT    >=      RPT-MAX-LINES
               MOVE    RPT-LINE        TO      RPT-HOLD
               PERFORM L4-RPAGE
               MOVE    RPT-HOLD        TO      RPT-LINE
           END-IF.
           CALL        'CWRITED'       USING   RTNRPT      RPT-LINE.
           COMPUTE     RTN-LINE-CNT    =       RTN-LINE-CNT    +   1.
       L4RU-E.
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
