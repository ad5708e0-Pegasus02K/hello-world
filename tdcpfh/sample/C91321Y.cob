       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             C91321Y.
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
       01  EXCR-REC.
           COPY        C9132REC.
      *----------------------------------------------------------------*
       01  EXC-SAVE                PIC X(40).
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
       01  INDD.
           03  DDNAME          PIC X(08)  VALUE   'INDD'.
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
       01      MST-CNT                 PIC  9(008)  COMP-3  VALUE  ZERO.
       01      EOF1                    PIC  X(001)  VALUE  ZERO.
       01      MST-EOF1                PIC  X(001)  VALUE  ZERO.
       01      RUN-DATE                PIC  9(008)          VALUE  ZERO.
       01      ACCT-PREV               PIC  9(010)          VALUE  ZERO.
       01      MST-ACCT-PREV           PIC  9(010)          VALUE  ZERO.
       01      ORD-SEQ-D               PIC  9(008)          VALUE  ZERO.
       01      HDR-DONE                PIC  X(001)  VALUE   'N'.
           88  HEADER-WRITTEN                  VALUE  'Y'.
       01      PASS-NBR                PIC  X(001)  VALUE   '1'.
       01      ACCT-STATE              PIC  X(001)  VALUE  SPACE.
           88  ACCT-NOW-OPEN                   VALUE  'O'.
           88  ACCT-STILL-CLOSED               VALUE  'C'.
           88  ACCT-NOT-ON-MASTER              VALUE  'U'.
      *----------------------------------------------------------------*
      *            AGEING.  AN ITEM OLDER THAN THE CUTOFF (PARM 16-18, *
      *            DEFAULT 30 DAYS, 000 = NEVER) GOES BACK TO THE      *
      *            FRONT OFFICE INSTEAD OF CARRYING FORWARD            *
      *----------------------------------------------------------------*
       01      CUTOFF-DAYS             PIC  9(003)          VALUE  30.
       01      RUN-INT                 PIC S9(009)  COMP-5  VALUE  ZERO.
       01      TXN-INT                 PIC S9(009)  COMP-5  VALUE  ZERO.
       01      AGE-DAYS                PIC S9(009)  COMP-5  VALUE  ZERO.
      *----------------------------------------------------------------*
      *            VALUE TOTALS BY OUTCOME                             *
      *----------------------------------------------------------------*
       01  EXC-TOTALS.
           03  TOT-READ            PIC S9(13)V99   COMP-3 VALUE ZERO.
           03  TOT-REPOST          PIC S9(13)V99   COMP-3 VALUE ZERO.
           03  TOT-CARRY           PIC S9(13)V99   COMP-3 VALUE ZERO.
           03  TOT-RETURN          PIC S9(13)V99   COMP-3 VALUE ZERO.
      *----------------------------------------------------------------*
      *            REPORT PRINT AREAS - RPTDD IS THE AGED EXCEPTION    *
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
               'C9132  AGED EXCEPTION REPORT'.
           03  FILLER              PIC X(10)  VALUE 'RUN DATE: '.
           03  RPT-H1-RUNDATE      PIC 9(08).
           03  FILLER              PIC X(09)  VALUE '    PAGE:'.
           03  RPT-H1-PAGE         PIC ZZZ9.
       01  RTN-HDG1.
           03  FILLER              PIC X(40)  VALUE
               'C9132  EXCEPTION RETURN LIST'.
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
      *    RE-POST PASS NUMBER (BYTE 15, DEFAULT 1) - A SECOND RUN
      *    ON THE SAME DAY STAMPS ITS OWN SOURCE-ID SO THE
      *    RUN-CONTROL GUARD DOES NOT REFUSE IT
           IF          PARM-LEN        >       14
                       AND PARM-DATA (15:1)    IS      NUMERIC
                       AND PARM-DATA (15:1)    NOT =   '0'
               MOVE    PARM-DATA (15:1)    TO      PASS-NBR
           END-IF.
           IF          PARM-LEN        >       17
                       AND PARM-DATA (16:3)    IS      NUMERIC
               MOVE    PARM-DATA (16:3)    TO      CUTOFF-DAYS
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
      *    THE QUEUE AND THE MASTER ARE BOTH IN ACCOUNT SEQUENCE AND
      *    ARE MATCHED AS THEY ARE READ - THE MASTER IS PRIMED HERE
           MOVE        40              TO      LRECL   OF  MSTIDD.
           CALL        'OPENCXD'       USING   MSTIDD  INP     RETCD3.
           IF          RETCD3          NOT =   SPACES
               DISPLAY 'MSTIDD - OPENCXD ERROR RETCD3 : ' RETCD3
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L2-MREAD.
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
       L1-E.
           EXIT.
      ******************************************************************
      *                    EXEC                            2           *
      ******************************************************************
       L2-EXEC                 SECTION.
       L2-S.
           CALL        'READXD'    USING   INDD   EXCR-REC    RETCD2.
           IF          RETCD2      =       'EOF '
               MOVE    '1'         TO      EOF1
               GO  TO              L2-E
           END-IF.
           IF          RETCD2      NOT =   SPACES
               DISPLAY 'INDD   - READXD ERROR RETCD2 : ' RETCD2
               PERFORM L9-ABEND
           END-IF.
      *    THE QUEUE AND THE EXCEPTION FILES CARRY DETAILS ONLY -
      *    CONTROL RECORDS MEAN THE WRONG DATASET WAS SUPPLIED
           IF          HEADER-REC      OR      TRAILER-REC
               DISPLAY 'INDD   - CONTROL RECORD ON EXCEPTION INPUT : '
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
           MOVE        EXCR-REC    TO      EXC-SAVE.
      *    MASTER ACCOUNTS BELOW THIS ITEM HAVE NO EXCEPTIONS
           PERFORM     L2-MREAD
                       UNTIL   MST-EOF1        =       '1'
                       OR      MST-ACCTNO      NOT <   ACCTNO.
           IF          MST-EOF1        =       '0'
                       AND MST-ACCTNO  =       ACCTNO
               IF      MST-ACC-CLOSED
                   SET     ACCT-STILL-CLOSED   TO      TRUE
               ELSE
                   SET     ACCT-NOW-OPEN       TO      TRUE
               END-IF
           ELSE
               SET     ACCT-NOT-ON-MASTER      TO      TRUE
           END-IF.
           PERFORM     L2-AGE.
           IF          ACCT-NOW-OPEN
               PERFORM L2-REPOST
               GO  TO              L2-E
           END-IF.
      *    AN ITEM WHOSE DATE CANNOT BE AGED WOULD OTHERWISE CARRY
      *    FOREVER - IT GOES STRAIGHT BACK TO THE FRONT OFFICE
           IF          AGE-DAYS        <       ZERO
                       OR (CUTOFF-DAYS >       ZERO
                           AND AGE-DAYS        >       CUTOFF-DAYS)
               PERFORM L2-RETURN
           ELSE
               PERFORM L2-CARRY
           END-IF.
       L2-E.
           EXIT.
      ******************************************************************
      *                    DAYS OUTSTANDING                2A          *
      ******************************************************************
      *    ONLY A REAL CALENDAR DATE MAY REACH INTEGER-OF-DATE - AN
      *    UNREADABLE DATE RETURNS MINUS ONE
       L2-AGE                  SECTION.
       L2A-S.
           MOVE        -1              TO      AGE-DAYS.
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
      *                    READ ACCOUNT MASTER             2B          *
      ******************************************************************
       L2-MREAD                SECTION.
       L2M-S.
           CALL        'READXD'    USING   MSTIDD MSTR-REC    RETCD4.
           IF          RETCD4      =       'EOF '
               MOVE    '1'         TO      MST-EOF1
               GO  TO              L2M-E
           END-IF.
           IF          RETCD4      NOT =   SPACES
               DISPLAY 'MSTIDD - READXD ERROR RETCD4 : ' RETCD4
               PERFORM L9-ABEND
           END-IF.
           IF          MST-CNT     >       ZERO
                       AND MST-ACCTNO  NOT >   MST-ACCT-PREV
               DISPLAY 'MSTIDD - MASTER NOT IN ACCOUNT SEQUENCE AT : '
                       MST-ACCTNO
               PERFORM L9-ABEND
           END-IF.
           MOVE        MST-ACCTNO  TO      MST-ACCT-PREV.
           COMPUTE     MST-CNT     =       MST-CNT     +   1.
       L2M-E.
           EXIT.
      ******************************************************************
      *                    RE-POST RESOLVED ITEM           2C          *
      ******************************************************************
      *    THE RE-POST FILE IS ONE DAY'S WORK TO C91321R, SO EVERY
      *    DETAIL TAKES TODAY'S DATE (THE ORIGINAL DATE IS LOGGED
      *    HERE) AND A FRESH ORDER SEQUENCE - ITEMS FROM DIFFERENT
      *    DAYS MAY SHARE ONE AND WOULD OTHERWISE DIVERT AS DUPL
       L2-REPOST               SECTION.
       L2R-S.
           IF          NOT HEADER-WRITTEN
               PERFORM L2-HDR
               MOVE    EXC-SAVE    TO      EXCR-REC
           END-IF.
           IF          DTL-ORD-SEQ-X   =       SPACES
               MOVE    ZERO            TO      ORD-SEQ-D
           ELSE
               MOVE    DTL-ORD-SEQ     TO      ORD-SEQ-D
           END-IF.
           DISPLAY     'OUTDD  - RE-POSTED : ' ACCTNO
                       ' DATED : ' TXNDATE
                       ' ORDER SEQ : ' ORD-SEQ-D.
           ADD         AMOUNT          TO      TOT-REPOST.
           COMPUTE     OCNT        =       OCNT        +   1.
           MOVE        OCNT        TO      RECCNT.
           MOVE        RUN-DATE    TO      TXNDATE.
           MOVE        OCNT        TO      DTL-ORD-SEQ.
           CALL        'CWRITED'   USING   OUTDD       EXCR-REC.
       L2R-E.
           EXIT.
      ******************************************************************
      *                    RE-POST HEADER                  2C1         *
      ******************************************************************
       L2-HDR                  SECTION.
       L2H-S.
           MOVE        ZERO            TO      RECCNT.
           SET         HEADER-REC              TO      TRUE.
           MOVE        RUN-DATE        TO      HDR-RUNDATE.
           MOVE        'C91321Y'       TO      HDR-SOURCE-ID.
           MOVE        PASS-NBR        TO      HDR-SOURCE-ID (8:1).
           MOVE        '01'            TO      HDR-LAYOUT-VER.
           MOVE        SPACES          TO      HDR-DATA (19:12).
           CALL        'CWRITED'       USING   OUTDD       EXCR-REC.
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
           CALL        'CWRITED'   USING   QUEODD      EXCR-REC.
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
           CALL        'CWRITED'   USING   RTNDD       EXCR-REC.
           PERFORM     L4-DETAIL.
           PERFORM     L4-RPUT.
       L2N-E.
           EXIT.
      ******************************************************************
      *                    RE-POST TRAILER                 2F          *
      ******************************************************************
       L2-TRAILER              SECTION.
       L2T-S.
           IF          OCNT            =       ZERO
               DISPLAY 'OUTDD  - NO EXCEPTIONS RESOLVED FOR RE-POST'
               GO  TO              L2T-E
           END-IF.
           MOVE        OCNT            TO      RECCNT.
           SET         TRAILER-REC             TO      TRUE.
           MOVE        OCNT            TO      TRL-COUNT.
           MOVE        SPACES          TO      TRL-DATA (9:22).
           CALL        'CWRITED'       USING   OUTDD       EXCR-REC.
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
           CALL        'CLOSECX'       USING   MSTIDD      RETCD3.
           IF          RETCD3          NOT =   SPACES
               DISPLAY 'MSTIDD - CLOSECX ERROR RETCD3 : ' RETCD3
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
           DISPLAY     'INDD   - EXCEPTION ITEMS READ :' ICNT.
           DISPLAY     'OUTDD  - RE-POSTED COUNT :' OCNT.
           DISPLAY     'QUEODD - CARRIED FORWARD :' QUE-CNT.
           DISPLAY     'RTNDD  - RETURNED TO FRONT OFFICE :' RTN-CNT.
      *    NOTHING TO RE-POST LEAVES AN EMPTY FILE THAT C91321R
      *    MUST NOT SEE - RC=4 BYPASSES THE RE-POST STEPS.  SET
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
           IF          AGE-DAYS        <       ZERO
               MOVE    ZERO            TO      RPT-D-DAYS
           ELSE
               MOVE    AGE-DAYS        TO      RPT-D-DAYS
           END-IF.
           IF          DTL-ORD-SEQ-X   =       SPACES
               MOVE    ZERO            TO      RPT-D-SEQ
           ELSE
               MOVE    DTL-ORD-SEQ     TO      RPT-D-SEQ
           END-IF.
           IF          AGE-DAYS        <       ZERO
               MOVE    'DATE UNREADABLE'   TO  RPT-D-REASON
           ELSE
               IF      ACCT-STILL-CLOSED
                   MOVE    'ACCOUNT CLOSED'    TO  RPT-D-REASON
               ELSE
                   MOVE    'NOT ON MASTER'     TO  RPT-D-REASON
               END-IF
           END-IF.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        RPT-DTL         TO      RPT-TEXT.
       L4D-E.
           EXIT.
      ******************************************************************
      *                    AGED REPORT TOTALS              4B          *
      ******************************************************************
       L4-TOTALS               SECTION.
       L4T-S.
           MOVE        SPACES          TO      RPT-LINE.
           PERFORM     L4-PUT.
           MOVE        SPACES          TO      RPT-TOT.
           MOVE        'EXCEPTION ITEMS READ'  TO      RPT-T-LABEL.
           MOVE        ICNT            TO      RPT-T-CNT.
           MOVE        TOT-READ        TO      RPT-T-AMOUNT.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        RPT-TOT         TO      RPT-TEXT.
           PERFORM     L4-PUT.
           MOVE        'RE-POSTED - ACCOUNT NOW OPEN'
                                       TO      RPT-T-LABEL.
           MOVE        OCNT            TO      RPT-T-CNT.
           MOVE        TOT-REPOST      TO      RPT-T-AMOUNT.
           MOVE        RPT-TOT         TO      RPT-TEXT.
           PERFORM     L4-PUT.
           MOVE        'CARRIED FORWARD (LISTED ABOVE)'
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
       L4T-E.
           EXIT.
      ******************************************************************
      *                    RETURN LIST TOTALS              4C          *
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
           MOVE        SPACES          TO      RPT-TOT.
           MOVE        'CUTOFF (DAYS OUTSTANDING, 0 = NONE)'
                                       TO      RPT-T-LABEL.
           MOVE        CUTOFF-DAYS     TO      RPT-T-CNT.
           MOVE        RPT-TOT         TO      RPT-TEXT.
           PERFORM     L4-RPUT.
       L4RT-E.
           EXIT.
      ******************************************************************
      *                    AGED REPORT PAGE HEADINGS       4D          *
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
      *                    AGED REPORT LINE WRITER         4E          *
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
      *                    RETURN LIST PAGE HEADINGS       4F          *
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
      *                    RETURN LIST LINE WRITER         4G          *
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
