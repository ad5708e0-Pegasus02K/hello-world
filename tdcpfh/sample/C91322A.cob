       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             C91322A.
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
       01  BPIR-REC.
           COPY        C9132BPI.
      *----------------------------------------------------------------*
       01  RNLR-REC.
           COPY        C9132LOG.
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
       01  OUTDD.
           03  DDNAME          PIC X(08)  VALUE   'OUTDD'.
           03  LRECL           PIC 9(04)  COMP-5    VALUE 0.
           03  CHKPT           PIC 9(04)  COMP-5    VALUE 0.
           03  COPYC           PIC X(01)  VALUE  'Y'.
           03  MONOC           PIC X(01)  VALUE  'Y'.
           03  IOABEND         PIC X(01)  VALUE  'Y'.
           03  LRECFM          PIC X(01)  VALUE  'F'.
           03  SYSTEM          PIC X(112).
       01  LOGIDD.
           03  DDNAME          PIC X(08)  VALUE   'LOGIDD'.
           03  LRECL           PIC 9(04)  COMP-5    VALUE 0.
           03  CHKPT           PIC 9(04)  COMP-5    VALUE 0.
           03  COPYC           PIC X(01)  VALUE  'Y'.
           03  MONOC           PIC X(01)  VALUE  'Y'.
           03  IOABEND         PIC X(01)  VALUE  'Y'.
           03  LRECFM          PIC X(01)  VALUE  'F'.
           03  SYSTEM          PIC X(112).
       01  LOGODD.
           03  DDNAME          PIC X(08)  VALUE   'LOGODD'.
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
       01      PAY-CNT                 PIC  9(008)  COMP-3  VALUE  ZERO.
       01      XP-CNT                  PIC  9(008)  COMP-3  VALUE  ZERO.
       01      EXCL-CNT                PIC  9(008)  COMP-3  VALUE  ZERO.
       01      EOF1                    PIC  X(001)  VALUE  ZERO.
       01      TRAILER-CNT             PIC  9(008)  COMP-3  VALUE  ZERO.
       01      TRL-SEEN                PIC  X(001)  VALUE   'N'.
           88  TRAILER-SEEN                    VALUE  'Y'.
       01      HDR-SEEN                PIC  X(001)  VALUE   'N'.
           88  HEADER-SEEN                     VALUE  'Y'.
       01      HDR-RUNDATE-SAVE        PIC  9(008)  VALUE  ZERO.
       01      HDR-SOURCE-ID-SAVE      PIC  X(008)  VALUE  SPACE.
       01      HDR-CUT-STAMP-SAVE      PIC  X(012)  VALUE  SPACE.
       01      EXCL-NOTE               PIC  X(020)  VALUE  SPACE.
       01      ORD-SEQ-D               PIC  9(008)          VALUE  ZERO.
      *----------------------------------------------------------------*
      *            FILE IDENTITY.  THE ORIGINATOR ID IS THE BANK'S     *
      *            NAME FOR US (PARM 16-25, DEFAULT C9132); THE FILE   *
      *            NUMBER AND THE PAYMENT REFERENCES CONTINUE FROM     *
      *            THE LAST BUILD ON THE RUN LOG                       *
      *----------------------------------------------------------------*
       01      ORIG-ID                 PIC  X(010)  VALUE   'C9132'.
       01      CREATE-TIME             PIC  9(008)          VALUE  ZERO.
       01      FILE-NO                 PIC  9(006)          VALUE  ZERO.
       01      PAY-REF                 PIC  9(008)          VALUE  ZERO.
      *----------------------------------------------------------------*
      *            BATCH AND FILE CONTROL TOTALS - ONE BATCH PER       *
      *            VALUE DATE                                          *
      *----------------------------------------------------------------*
       01      BATCH-CNT               PIC  9(006)          VALUE  ZERO.
       01      BAT-OPEN                PIC  X(001)  VALUE   'N'.
           88  BATCH-OPEN                      VALUE  'Y'.
       01      BAT-DATE                PIC  9(008)          VALUE  ZERO.
       01      BAT-CNT                 PIC  9(008)  COMP-3  VALUE  ZERO.
       01      BAT-AMT         PIC S9(13)V99  COMP-3  VALUE ZERO.
       01      BAT-HASH                PIC  9(018)  COMP-3  VALUE  ZERO.
       01      FIL-AMT         PIC S9(13)V99  COMP-3  VALUE ZERO.
       01      FIL-HASH                PIC  9(018)  COMP-3  VALUE  ZERO.
       01      XP-AMT          PIC S9(13)V99  COMP-3  VALUE ZERO.
       01      EXCL-AMT        PIC S9(13)V99  COMP-3  VALUE ZERO.
      *----------------------------------------------------------------*
      *            RUN-CONTROL LOG WORK AREAS - THIS PROGRAM'S OWN     *
      *            EARLIER BUILDS                                      *
      *----------------------------------------------------------------*
       01      STAMP-DATE              PIC  9(008)          VALUE  ZERO.
       01      LOG-RC                  PIC  9(004)          VALUE  ZERO.
       01      LOG-EOF1                PIC  X(001)  VALUE  ZERO.
       01      LOG-DONE                PIC  X(001)  VALUE   'N'.
           88  RUNLOG-WRITTEN                  VALUE  'Y'.
       01      BLOG-MAX                PIC  9(004)  COMP-5  VALUE  1000.
       01      BLOG-CNT                PIC  9(004)  COMP-5  VALUE  ZERO.
       01      BLOG-SUB                PIC  9(004)  COMP-5  VALUE  ZERO.
       01      BLOG-TABLE.
           03  BLOG-ENTRY          OCCURS  1000.
               05  BL-RUNDATE          PIC  9(008).
               05  BL-SOURCE-ID        PIC  X(008).
               05  BL-CUT-STAMP        PIC  X(012).
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
               'C9132  BANK PAYMENT FILE BUILD'.
           03  FILLER              PIC X(10)  VALUE 'RUN DATE: '.
           03  RPT-H1-RUNDATE      PIC 9(08).
           03  FILLER              PIC X(09)  VALUE '    PAGE:'.
           03  RPT-H1-PAGE         PIC ZZZ9.
       01  RPT-HDG2.
           03  FILLER              PIC X(08)  VALUE ' BATCH'.
           03  FILLER              PIC X(10)  VALUE ' PAY REF'.
           03  FILLER              PIC X(12)  VALUE 'ACCOUNT'.
           03  FILLER              PIC X(15)  VALUE
               '        AMOUNT'.
           03  FILLER              PIC X(02)  VALUE SPACE.
           03  FILLER              PIC X(10)  VALUE 'VALUE DATE'.
           03  FILLER              PIC X(10)  VALUE 'ORDER SEQ'.
           03  FILLER              PIC X(20)  VALUE 'NOTE'.
       01  RPT-DTL.
           03  RPT-D-BATCH         PIC ZZZZZ9.
           03  FILLER              PIC X(02).
           03  RPT-D-REF           PIC Z(07)9.
           03  FILLER              PIC X(02).
           03  RPT-D-ACCT          PIC 9(10).
           03  FILLER              PIC X(02).
           03  RPT-D-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER              PIC X(02).
           03  RPT-D-DATE          PIC 9(08).
           03  FILLER              PIC X(02).
           03  RPT-D-SEQ           PIC Z(07)9.
           03  FILLER              PIC X(02).
           03  RPT-D-NOTE          PIC X(20).
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
           IF          PARM-LEN        >       15
               IF      PARM-DATA (16:PARM-LEN - 15)    NOT =   SPACES
                   MOVE    PARM-DATA (16:PARM-LEN - 15)    TO  ORIG-ID
               END-IF
           END-IF.
           ACCEPT      STAMP-DATE      FROM    DATE    YYYYMMDD.
           ACCEPT      CREATE-TIME     FROM    TIME.
      *    LOAD THE EARLIER BUILDS SO A PAYABLES GENERATION ALREADY
      *    SENT TO THE BANK IS REFUSED WHEN ITS HEADER ARRIVES
           MOVE        80              TO      LRECL   OF  LOGIDD.
           CALL        'OPENCXD'       USING   LOGIDD  INP     RETCD1.
           IF          RETCD1          NOT =   SPACES
               DISPLAY 'LOGIDD - OPENCXD ERROR RETCD1 : ' RETCD1
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L1-LOGLOAD
                       UNTIL   LOG-EOF1        =       '1'.
           CALL        'CLOSECX'       USING   LOGIDD      RETCD1.
           IF          RETCD1          NOT =   SPACES
               DISPLAY 'LOGIDD - CLOSECX ERROR RETCD1 : ' RETCD1
               PERFORM L9-ABEND
           END-IF.
           COMPUTE     FILE-NO         =       BLOG-CNT    +   1.
           DISPLAY     'LOGIDD - BANK FILE NUMBER :' FILE-NO.
           DISPLAY     'LOGIDD - LAST PAYMENT REFERENCE :' PAY-REF.
           MOVE        40              TO      LRECL   OF  INDD.
           CALL        'OPENCXD'       USING   INDD    INP     RETCD3.
           IF          RETCD3          NOT =   SPACES
               DISPLAY 'INDD   - OPENCXD ERROR RETCD3 : ' RETCD3
               PERFORM L9-ABEND
           END-IF.
           MOVE        80              TO      LRECL   OF  OUTDD.
           CALL        'OPENCXD'       USING   OUTDD   OUT     RETCD5.
           IF          RETCD5          NOT =   SPACES
               DISPLAY 'OUTDD  - OPENCXD ERROR RETCD5 : ' RETCD5
               PERFORM L9-ABEND
           END-IF.
           MOVE        133             TO      LRECL   OF  RPTDD.
           CALL        'OPENCXD'       USING   RPTDD   OUT     RETCD6.
           IF          RETCD6          NOT =   SPACES
               DISPLAY 'RPTDD  - OPENCXD ERROR RETCD6 : ' RETCD6
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L4-PAGE.
       L1-E.
           EXIT.
      ******************************************************************
      *                    LOAD RUN-CONTROL LOG            1B          *
      ******************************************************************
      *    EVERY EARLIER BUILD ADVANCES THE PAYMENT REFERENCE, EVEN
      *    ONE THAT FAILED - A REFERENCE IS NEVER ISSUED TWICE.  ONLY
      *    A BUILD THAT FINISHED (RC BELOW 8) BLOCKS ITS GENERATION
      *    AND COUNTS TOWARDS THE FILE NUMBER
       L1-LOGLOAD              SECTION.
       L1G-S.
           CALL        'READXD'    USING   LOGIDD RNLR-REC    RETCD2.
           IF          RETCD2      =       'EOF '
               MOVE    '1'         TO      LOG-EOF1
               GO  TO              L1G-E
           END-IF.
           IF          RETCD2      NOT =   SPACES
               DISPLAY 'LOGIDD - READXD ERROR RETCD2 : ' RETCD2
               PERFORM L9-ABEND
           END-IF.
           IF          RNL-PROGRAM     NOT =   'C91322A'
               GO  TO              L1G-E
           END-IF.
           IF          RNL-CHKPT       IS      NUMERIC
                       AND RNL-CHKPT   >       PAY-REF
               MOVE    RNL-CHKPT       TO      PAY-REF
           END-IF.
           IF          RNL-RETCODE     IS NOT  NUMERIC
               GO  TO              L1G-E
           END-IF.
           IF          RNL-RETCODE     >=      8
               GO  TO              L1G-E
           END-IF.
           IF          BLOG-CNT        >=      BLOG-MAX
               DISPLAY 'LOGIDD - BANK BUILD TABLE FULL AT :' BLOG-MAX
               DISPLAY 'LOGIDD - ARCHIVE THE RUN LOG DATASET'
               PERFORM L9-ABEND
           END-IF.
           COMPUTE     BLOG-CNT    =       BLOG-CNT    +   1.
           MOVE        RNL-RUNDATE     TO  BL-RUNDATE (BLOG-CNT).
           MOVE        RNL-SOURCE-ID   TO  BL-SOURCE-ID (BLOG-CNT).
           MOVE        RNL-CUT-STAMP   TO  BL-CUT-STAMP (BLOG-CNT).
       L1G-E.
           EXIT.
      ******************************************************************
      *                    EXEC                            2           *
      ******************************************************************
       L2-EXEC                 SECTION.
       L2-S.
           CALL        'READXD'    USING   INDD   INR-REC     RETCD4.
           IF          RETCD4      =       'EOF '
               MOVE    '1'         TO      EOF1
               GO  TO              L2-E
           END-IF.
           IF          RETCD4      NOT =   SPACES
               DISPLAY 'INDD   - READXD ERROR RETCD4 : ' RETCD4
               PERFORM L9-ABEND
           END-IF.
           IF          HEADER-REC
               PERFORM L2-HDR
               GO  TO              L2-E
           END-IF.
           IF          DETAIL-REC
               IF      NOT HEADER-SEEN
                   DISPLAY 'INDD   - DETAIL BEFORE HEADER ON INPUT'
                   PERFORM L9-ABEND
               END-IF
               COMPUTE ICNT        =       ICNT   +  1
               PERFORM L2-DTL
               GO  TO              L2-E
           END-IF.
           IF          TRAILER-REC
               MOVE    TRL-COUNT   TO      TRAILER-CNT
               SET     TRAILER-SEEN        TO      TRUE
               GO  TO              L2-E
           END-IF.
           DISPLAY     'INDD   - UNKNOWN RECORD TYPE : ' REC-TYPE.
           PERFORM     L9-ABEND.
       L2-E.
           EXIT.
      ******************************************************************
      *                    FILE HEADER                     2A          *
      ******************************************************************
       L2-HDR                  SECTION.
       L2H-S.
           IF          HEADER-SEEN
               DISPLAY 'INDD   - SECOND HEADER ON INPUT'
               PERFORM L9-ABEND
           END-IF.
           SET         HEADER-SEEN             TO      TRUE.
      *    THE BANK FILE IS BUILT FROM THE 40-BYTE LAYOUT ONLY
           IF          NOT HDR-LAYOUT-V1
               DISPLAY 'INDD   - LAYOUT VERSION MISMATCH - FILE : '
                       HDR-LAYOUT-VER
               PERFORM L9-ABEND
           END-IF.
           MOVE        HDR-RUNDATE     TO      HDR-RUNDATE-SAVE.
           MOVE        HDR-SOURCE-ID   TO      HDR-SOURCE-ID-SAVE.
           MOVE        HDR-CUT-STAMP   TO      HDR-CUT-STAMP-SAVE.
           DISPLAY     'INDD   - PAYABLES RUN DATE : ' HDR-RUNDATE-SAVE.
           DISPLAY     'INDD   - PAYABLES SOURCE : ' HDR-SOURCE-ID-SAVE.
           DISPLAY     'INDD   - PAYABLES CUT STAMP : '
                       HDR-CUT-STAMP-SAVE.
      *    ONLY THE TRADING AP SPLIT PAYS VENDORS - ACCRUED SERVICE
      *    FEES (C9132DIP) OR ANY OTHER FILE ON THE DD ARE REFUSED
           IF          HDR-SOURCE-ID-SAVE      NOT =   'C9132DAP'
               DISPLAY 'INDD   - NOT A VENDOR PAYABLES FILE - SOURCE : '
                       HDR-SOURCE-ID-SAVE
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L2-GUARD.
           MOVE        SPACES          TO      BPIR-REC.
           SET         BPI-FILE-HDR            TO      TRUE.
           MOVE        ORIG-ID         TO      BPI-FH-ORIG-ID.
           MOVE        STAMP-DATE      TO      BPI-FH-CREATE-DATE.
           MOVE        CREATE-TIME (1:6)       TO  BPI-FH-CREATE-TIME.
           MOVE        FILE-NO         TO      BPI-FH-FILE-NO.
           MOVE        HDR-RUNDATE-SAVE        TO  BPI-FH-SRC-RUNDATE.
           MOVE        HDR-CUT-STAMP-SAVE      TO  BPI-FH-SRC-STAMP.
           CALL        'CWRITED'       USING   OUTDD       BPIR-REC.
       L2H-E.
           EXIT.
      ******************************************************************
      *                    DOUBLE-BUILD GUARD              2A1         *
      ******************************************************************
      *    A GENERATION IS KNOWN BY ITS RUN DATE, SOURCE-ID AND THE
      *    CUT STAMP C91321D PUTS ON IT
       L2-GUARD                SECTION.
       L2G-S.
           MOVE        ZERO            TO      BLOG-SUB.
           PERFORM     L2-GSCAN
                       UNTIL   BLOG-SUB        >=      BLOG-CNT.
       L2G-E.
           EXIT.
      ******************************************************************
      *                    RUN LOG SCAN                    2A2         *
      ******************************************************************
       L2-GSCAN                SECTION.
       L2GS-S.
           COMPUTE     BLOG-SUB        =       BLOG-SUB    +   1.
           IF          BL-RUNDATE (BLOG-SUB)   = HDR-RUNDATE-SAVE
                       AND BL-SOURCE-ID (BLOG-SUB)
                                               = HDR-SOURCE-ID-SAVE
                       AND BL-CUT-STAMP (BLOG-SUB)
                                               = HDR-CUT-STAMP-SAVE
               DISPLAY 'LOGIDD - PAYABLES ALREADY SENT - RUN DATE : '
                       HDR-RUNDATE-SAVE
               DISPLAY 'LOGIDD - PAYABLES ALREADY SENT - CUT STAMP : '
                       HDR-CUT-STAMP-SAVE
               PERFORM L9-ABEND
           END-IF.
       L2GS-E.
           EXIT.
      ******************************************************************
      *                    PAYABLES DETAIL                 2B          *
      ******************************************************************
      *    ONLY A NORMAL AP POSTING IS PAID.  A REVERSAL (XP) GIVES
      *    MONEY BACK RATHER THAN SENDING IT, AND ANYTHING THE BANK
      *    COULD NOT PAY (NO PAYEE ACCOUNT, NO POSITIVE AMOUNT) IS
      *    LEFT OFF THE FILE AND LISTED
       L2-DTL                  SECTION.
       L2D-S.
           MOVE        SPACES          TO      EXCL-NOTE.
           IF          REVERSAL-STATUS
               COMPUTE XP-CNT          =       XP-CNT      +   1
               ADD     AMOUNT          TO      XP-AMT
               GO  TO              L2D-E
           END-IF.
           IF          NOT DETAIL-REC-AP
               MOVE    'NOT A PAYABLE'     TO      EXCL-NOTE
           ELSE
               IF      STATUS-CODE     NOT =   'AP'
                   MOVE    'STATUS NOT AP'     TO      EXCL-NOTE
               ELSE
                   IF  ACCTNO          IS NOT  NUMERIC
                       MOVE    'NO PAYEE ACCOUNT'  TO  EXCL-NOTE
                   ELSE
                       IF  AMOUNT      IS NOT  NUMERIC
                           MOVE    'BAD AMOUNT'    TO  EXCL-NOTE
                       ELSE
                           IF  AMOUNT  NOT >   ZERO
                               MOVE    'AMOUNT NOT POSITIVE'
                                                   TO  EXCL-NOTE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF          EXCL-NOTE       NOT =   SPACES
               COMPUTE EXCL-CNT        =       EXCL-CNT    +   1
               IF      AMOUNT          IS      NUMERIC
                   ADD     AMOUNT          TO      EXCL-AMT
               END-IF
               PERFORM L4-EXCL
               GO  TO              L2D-E
           END-IF.
           IF          BATCH-OPEN
                       AND TXNDATE     NOT =   BAT-DATE
               PERFORM L2-BATEND
           END-IF.
           IF          NOT BATCH-OPEN
               PERFORM L2-BATBEG
           END-IF.
           IF          DTL-ORD-SEQ-X   =       SPACES
               MOVE    ZERO            TO      ORD-SEQ-D
           ELSE
               MOVE    DTL-ORD-SEQ     TO      ORD-SEQ-D
           END-IF.
           COMPUTE     PAY-REF         =       PAY-REF     +   1.
           COMPUTE     PAY-CNT         =       PAY-CNT     +   1.
           COMPUTE     BAT-CNT         =       BAT-CNT     +   1.
           ADD         AMOUNT          TO      BAT-AMT.
           ADD         ACCTNO          TO      BAT-HASH.
           MOVE        SPACES          TO      BPIR-REC.
           SET         BPI-PAYMENT             TO      TRUE.
           MOVE        BATCH-CNT       TO      BPI-PI-BATCH-NO.
           MOVE        PAY-REF         TO      BPI-PI-PAY-REF.
           MOVE        ACCTNO          TO      BPI-PI-ACCTNO.
           MOVE        AMOUNT          TO      BPI-PI-AMOUNT.
           MOVE        TXNDATE         TO      BPI-PI-VALUE-DATE.
           MOVE        ORD-SEQ-D       TO      BPI-PI-ORD-SEQ.
           CALL        'CWRITED'       USING   OUTDD       BPIR-REC.
           PERFORM     L4-PAID.
       L2D-E.
           EXIT.
      ******************************************************************
      *                    BATCH HEADER                    2C          *
      ******************************************************************
       L2-BATBEG               SECTION.
       L2BB-S.
           COMPUTE     BATCH-CNT       =       BATCH-CNT   +   1.
           MOVE        'Y'             TO      BAT-OPEN.
           MOVE        TXNDATE         TO      BAT-DATE.
           MOVE        ZERO            TO      BAT-CNT
                                               BAT-AMT
                                               BAT-HASH.
           MOVE        SPACES          TO      BPIR-REC.
           SET         BPI-BATCH-HDR           TO      TRUE.
           MOVE        BATCH-CNT       TO      BPI-BH-BATCH-NO.
           MOVE        BAT-DATE        TO      BPI-BH-VALUE-DATE.
           MOVE        'VENDOR PAY'    TO      BPI-BH-PAY-TYPE.
           MOVE        ORIG-ID         TO      BPI-BH-ORIG-ID.
           CALL        'CWRITED'       USING   OUTDD       BPIR-REC.
       L2BB-E.
           EXIT.
      ******************************************************************
      *                    BATCH CONTROL                   2D          *
      ******************************************************************
       L2-BATEND               SECTION.
       L2BE-S.
           MOVE        SPACES          TO      BPIR-REC.
           SET         BPI-BATCH-TRL           TO      TRUE.
           MOVE        BATCH-CNT       TO      BPI-BT-BATCH-NO.
           MOVE        BAT-CNT         TO      BPI-BT-COUNT.
           MOVE        BAT-AMT         TO      BPI-BT-AMOUNT.
           MOVE        BAT-HASH        TO      BPI-BT-HASH.
           CALL        'CWRITED'       USING   OUTDD       BPIR-REC.
           ADD         BAT-AMT         TO      FIL-AMT.
           ADD         BAT-HASH        TO      FIL-HASH.
           MOVE        'N'             TO      BAT-OPEN.
       L2BE-E.
           EXIT.
      ******************************************************************
      *                    FILE CONTROL                    2E          *
      ******************************************************************
       L2-TRAILER              SECTION.
       L2T-S.
           IF          NOT HEADER-SEEN
               DISPLAY 'INDD   - NO HEADER RECORD FOUND ON INPUT'
               PERFORM L9-ABEND
           END-IF.
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
           IF          BATCH-OPEN
               PERFORM L2-BATEND
           END-IF.
           MOVE        SPACES          TO      BPIR-REC.
           SET         BPI-FILE-TRL            TO      TRUE.
           MOVE        BATCH-CNT       TO      BPI-FT-BATCHES.
           MOVE        PAY-CNT         TO      BPI-FT-COUNT.
           MOVE        FIL-AMT         TO      BPI-FT-AMOUNT.
           MOVE        FIL-HASH        TO      BPI-FT-HASH.
           CALL        'CWRITED'       USING   OUTDD       BPIR-REC.
       L2T-E.
           EXIT.
      ******************************************************************
      *                    END                             3           *
      ******************************************************************
       L3-END                  SECTION.
       L3-S.
           CALL        'CLOSECX'       USING   INDD        RETCD3.
           IF          RETCD3          NOT =   SPACES
               DISPLAY 'INDD   - CLOSECX ERROR RETCD3 : ' RETCD3
               PERFORM L9-ABEND
           END-IF.
           CALL        'CLOSECX'       USING   OUTDD       RETCD5.
           IF          RETCD5          NOT =   SPACES
               DISPLAY 'OUTDD  - CLOSECX ERROR RETCD5 : ' RETCD5
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L4-TOTALS.
           CALL        'CLOSECX'       USING   RPTDD       RETCD6.
           IF          RETCD6          NOT =   SPACES
               DISPLAY 'RPTDD  - CLOSECX ERROR RETCD6 : ' RETCD6
               PERFORM L9-ABEND
           END-IF.
           DISPLAY     'INDD   - PAYABLES DETAILS READ :' ICNT.
           DISPLAY     'OUTDD  - PAYMENTS INSTRUCTED :' PAY-CNT.
           DISPLAY     'OUTDD  - BATCHES :' BATCH-CNT.
           DISPLAY     'INDD   - REVERSALS EXCLUDED :' XP-CNT.
           DISPLAY     'INDD   - OTHER DETAILS EXCLUDED :' EXCL-CNT.
           IF          PAY-CNT         =       ZERO
                       OR EXCL-CNT     >       ZERO
               MOVE    4               TO      LOG-RC
           END-IF.
           PERFORM     L8-RUNLOG.
      *    A FILE WITH NO PAYMENTS, OR A PAYABLE LEFT OFF IT, WARNS
      *    THE OPERATOR - THE FILE STANDS AND IS LOGGED AS SENT.
      *    SET LAST - EVERY CALL REPLACES RETURN-CODE WITH THE
      *    SUBPROGRAM'S OWN
           IF          LOG-RC          >       ZERO
               MOVE    LOG-RC          TO      RETURN-CODE
           END-IF.
       L3-E.
           EXIT.
      ******************************************************************
      *                    PAYMENT LINE                    4A          *
      ******************************************************************
       L4-PAID                 SECTION.
       L4A-S.
           MOVE        SPACES          TO      RPT-DTL.
           MOVE        BATCH-CNT       TO      RPT-D-BATCH.
           MOVE        PAY-REF         TO      RPT-D-REF.
           MOVE        ACCTNO          TO      RPT-D-ACCT.
           MOVE        AMOUNT          TO      RPT-D-AMOUNT.
           MOVE        TXNDATE         TO      RPT-D-DATE.
           MOVE        ORD-SEQ-D       TO      RPT-D-SEQ.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        RPT-DTL         TO      RPT-TEXT.
           PERFORM     L4-PUT.
       L4A-E.
           EXIT.
      ******************************************************************
      *                    EXCLUDED DETAIL LINE            4B          *
      ******************************************************************
      *    REVERSALS ARE ONLY COUNTED - A BACKOUT DAY WOULD LIST
      *    EVERY ONE OF THEM
       L4-EXCL                 SECTION.
       L4X-S.
           MOVE        SPACES          TO      RPT-DTL.
           IF          ACCTNO          IS      NUMERIC
               MOVE    ACCTNO          TO      RPT-D-ACCT
           END-IF.
           IF          AMOUNT          IS      NUMERIC
               MOVE    AMOUNT          TO      RPT-D-AMOUNT
           END-IF.
           IF          TXNDATE         IS      NUMERIC
               MOVE    TXNDATE         TO      RPT-D-DATE
           END-IF.
           MOVE        EXCL-NOTE       TO      RPT-D-NOTE.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        RPT-DTL         TO      RPT-TEXT.
           PERFORM     L4-PUT.
       L4X-E.
           EXIT.
      ******************************************************************
      *                    REPORT TOTALS                   4C          *
      ******************************************************************
       L4-TOTALS               SECTION.
       L4T-S.
           MOVE        SPACES          TO      RPT-LINE.
           PERFORM     L4-PUT.
           MOVE        SPACES          TO      RPT-TOT.
           MOVE        'PAYABLES DETAILS READ' TO      RPT-T-LABEL.
           MOVE        ICNT            TO      RPT-T-CNT.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        RPT-TOT         TO      RPT-TEXT.
           PERFORM     L4-PUT.
           MOVE        'PAYMENTS INSTRUCTED'   TO      RPT-T-LABEL.
           MOVE        PAY-CNT         TO      RPT-T-CNT.
           MOVE        FIL-AMT         TO      RPT-T-AMOUNT.
           MOVE        RPT-TOT         TO      RPT-TEXT.
           PERFORM     L4-PUT.
           MOVE        'REVERSALS (XP) EXCLUDED'       TO  RPT-T-LABEL.
           MOVE        XP-CNT          TO      RPT-T-CNT.
           MOVE        XP-AMT          TO      RPT-T-AMOUNT.
           MOVE        RPT-TOT         TO      RPT-TEXT.
           PERFORM     L4-PUT.
           MOVE        'OTHER DETAILS EXCLUDED (LISTED)'
                                       TO      RPT-T-LABEL.
           MOVE        EXCL-CNT        TO      RPT-T-CNT.
           MOVE        EXCL-AMT        TO      RPT-T-AMOUNT.
           MOVE        RPT-TOT         TO      RPT-TEXT.
           PERFORM     L4-PUT.
           MOVE        SPACES          TO      RPT-TOT.
           MOVE        'BATCHES'       TO      RPT-T-LABEL.
           MOVE        BATCH-CNT       TO      RPT-T-CNT.
           MOVE        RPT-TOT         TO      RPT-TEXT.
           PERFORM     L4-PUT.
           MOVE        'BANK FILE NUMBER'      TO      RPT-T-LABEL.
           MOVE        FILE-NO         TO      RPT-T-CNT.
           MOVE        RPT-TOT         TO      RPT-TEXT.
           PERFORM     L4-PUT.
       L4T-E.
           EXIT.
      ******************************************************************
      *                    PAGE HEADINGS                   4D          *
      ******************************************************************
       L4-PAGE                 SECTION.
       L4P-S.
           COMPUTE     RPT-PAGE-CNT    =       RPT-PAGE-CNT    +   1.
           MOVE        STAMP-DATE      TO      RPT-H1-RUNDATE.
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
      *                    RUN-CONTROL LOG APPEND          8           *
      ******************************************************************
      *    THE APPEND IS THE DOUBLE-BUILD GUARD'S ONLY MEMORY AND THE
      *    SOURCE OF THE NEXT PAYMENT REFERENCE - A BUILD THAT
      *    CANNOT BE RECORDED MUST NOT PASS (THE LOG-DONE SWITCH
      *    STOPS THE ABEND PATH RE-ENTERING)
       L8-RUNLOG               SECTION.
       L8-S.
           IF          RUNLOG-WRITTEN
               GO  TO              L8-E
           END-IF.
           MOVE        'Y'             TO      LOG-DONE.
           MOVE        80              TO      LRECL   OF  LOGODD.
           CALL        'OPENCXD'       USING   LOGODD  OUT     RETCD7.
           IF          RETCD7          NOT =   SPACES
               DISPLAY 'LOGODD - OPENCXD ERROR RETCD7 : ' RETCD7
               PERFORM L9-ABEND
           END-IF.
           MOVE        SPACES          TO      RNLR-REC.
           MOVE        HDR-RUNDATE-SAVE        TO      RNL-RUNDATE.
           MOVE        'C91322A'       TO      RNL-PROGRAM.
           MOVE        HDR-SOURCE-ID-SAVE      TO      RNL-SOURCE-ID.
           MOVE        PAY-CNT         TO      RNL-VOLUME.
           MOVE        PAY-REF         TO      RNL-CHKPT.
           MOVE        LOG-RC          TO      RNL-RETCODE.
           MOVE        STAMP-DATE      TO      RNL-STAMP-DATE.
           MOVE        HDR-CUT-STAMP-SAVE      TO      RNL-CUT-STAMP.
           CALL        'CWRITED'       USING   LOGODD      RNLR-REC.
           CALL        'CLOSECX'       USING   LOGODD      RETCD7.
           IF          RETCD7          NOT =   SPACES
               DISPLAY 'LOGODD - CLOSECX ERROR RETCD7 : ' RETCD7
           END-IF.
       L8-E.
           EXIT.
      ******************************************************************
      *                    ABEND                           9           *
      ******************************************************************
       L9-ABEND                SECTION.
       L9-S.
           MOVE        16              TO      LOG-RC.
           PERFORM     L8-RUNLOG.
           MOVE        16              TO      RETURN-CODE.
           STOP        RUN.
       L9-E.
           EXIT.
