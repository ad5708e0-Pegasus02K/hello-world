       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             C91322B.
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
       01  REVR-REC.
           COPY        C9132REC.
      *----------------------------------------------------------------*
       01  BPIR-REC.
           COPY        C9132BPI.
      *----------------------------------------------------------------*
       01  BRTR-REC.
           COPY        C9132BRT.
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
           03  RETCDA          PIC X(04).
       01  PAYDD.
           03  DDNAME          PIC X(08)  VALUE   'PAYDD'.
           03  LRECL           PIC 9(04)  COMP-5    VALUE 0.
           03  CHKPT           PIC 9(04)  COMP-5    VALUE 0.
           03  COPYC           PIC X(01)  VALUE  'Y'.
           03  MONOC           PIC X(01)  VALUE  'Y'.
           03  IOABEND         PIC X(01)  VALUE  'Y'.
           03  LRECFM          PIC X(01)  VALUE  'F'.
           03  SYSTEM          PIC X(112).
       01  REVIDD.
           03  DDNAME          PIC X(08)  VALUE   'REVIDD'.
           03  LRECL           PIC 9(04)  COMP-5    VALUE 0.
           03  CHKPT           PIC 9(04)  COMP-5    VALUE 0.
           03  COPYC           PIC X(01)  VALUE  'Y'.
           03  MONOC           PIC X(01)  VALUE  'Y'.
           03  IOABEND         PIC X(01)  VALUE  'Y'.
           03  LRECFM          PIC X(01)  VALUE  'F'.
           03  SYSTEM          PIC X(112).
       01  BRTDD.
           03  DDNAME          PIC X(08)  VALUE   'BRTDD'.
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
       01      OCNT                    PIC  9(008)  COMP-3  VALUE  ZERO.
       01      AC-CNT                  PIC  9(008)  COMP-3  VALUE  ZERO.
       01      UNM-CNT                 PIC  9(008)  COMP-3  VALUE  ZERO.
       01      PREV-CNT                PIC  9(008)  COMP-3  VALUE  ZERO.
       01      REV-SEEN-CNT            PIC  9(008)  COMP-3  VALUE  ZERO.
       01      EOF1                    PIC  X(001)  VALUE  ZERO.
       01      PAY-EOF1                PIC  X(001)  VALUE  ZERO.
       01      REV-EOF1                PIC  X(001)  VALUE  ZERO.
       01      TRAILER-CNT             PIC  9(008)          VALUE  ZERO.
       01      TRAILER-AMT     PIC  9(13)V99          VALUE ZERO.
       01      TRL-SEEN                PIC  X(001)  VALUE   'N'.
           88  TRAILER-SEEN                    VALUE  'Y'.
       01      HDR-SEEN                PIC  X(001)  VALUE   'N'.
           88  HEADER-SEEN                     VALUE  'Y'.
       01      HDR-DONE                PIC  X(001)  VALUE   'N'.
           88  HEADER-WRITTEN                  VALUE  'Y'.
       01      RUN-DATE                PIC  9(008)          VALUE  ZERO.
       01      PASS-NBR                PIC  X(001)  VALUE   '1'.
       01      FILE-DATE-SAVE          PIC  9(008)          VALUE  ZERO.
       01      FILE-ID-SAVE            PIC  X(008)  VALUE  SPACE.
       01      BANK-ID-SAVE            PIC  X(010)  VALUE  SPACE.
       01      OUTCOME                 PIC  X(020)  VALUE  SPACE.
      *----------------------------------------------------------------*
      *            CONTROL TOTALS                                      *
      *----------------------------------------------------------------*
       01      TOT-READ        PIC  9(13)V99  COMP-3  VALUE ZERO.
       01      TOT-AC          PIC  9(13)V99  COMP-3  VALUE ZERO.
       01      TOT-REV         PIC  9(13)V99  COMP-3  VALUE ZERO.
       01      TOT-UNM         PIC  9(13)V99  COMP-3  VALUE ZERO.
       01      TOT-PREV        PIC  9(13)V99  COMP-3  VALUE ZERO.
      *----------------------------------------------------------------*
      *            IN-CORE TABLE OF EVERY PAYMENT INSTRUCTION SENT,    *
      *            IN PAYMENT-REFERENCE SEQUENCE (THE ORDER C91322A    *
      *            ISSUES THEM AND THE JOB SORTS THEM), SO LOOKUPS     *
      *            BISECT.  PT-REV MARKS A PAYMENT ALREADY REVERSED -  *
      *            ON AN EARLIER RETURN FILE OR EARLIER IN THIS ONE    *
      *----------------------------------------------------------------*
       01      PT-MAX                PIC  9(008)  COMP-5  VALUE 200000.
       01      PT-CNT                  PIC  9(008)  COMP-5  VALUE  ZERO.
       01      PT-SUB                  PIC  9(008)  COMP-5  VALUE  ZERO.
       01      SC-SUB                  PIC  9(008)  COMP-5  VALUE  ZERO.
       01      BF-LO                   PIC  9(008)  COMP-5  VALUE  ZERO.
       01      BF-HI                   PIC  9(008)  COMP-5  VALUE  ZERO.
       01      BF-KEY                  PIC  9(008)          VALUE  ZERO.
       01      PT-REF-PREV             PIC  9(008)          VALUE  ZERO.
       01      PT-HIT                  PIC  X(001)  VALUE   'N'.
           88  PT-FOUND                        VALUE  'Y'.
       01      PT-TABLE.
           03  PT-ENTRY            OCCURS  200000.
               05  PT-REF              PIC  9(008).
               05  PT-ACCTNO           PIC  9(010).
               05  PT-AMOUNT           PIC  9(11)V99.
               05  PT-VALUE-DATE       PIC  9(008).
               05  PT-REV              PIC  X(001).
                   88  PT-REVERSED             VALUE  'Y'.
      *----------------------------------------------------------------*
      *            RUN-CONTROL LOG WORK AREAS - THIS PROGRAM'S OWN     *
      *            EARLIER RUNS, KEYED BY BANK FILE DATE AND FILE ID   *
      *----------------------------------------------------------------*
       01      LOG-RC                  PIC  9(004)          VALUE  ZERO.
       01      LOG-EOF1                PIC  X(001)  VALUE  ZERO.
       01      LOG-DONE                PIC  X(001)  VALUE   'N'.
           88  RUNLOG-WRITTEN                  VALUE  'Y'.
       01      BLOG-MAX                PIC  9(004)  COMP-5  VALUE  1000.
       01      BLOG-CNT                PIC  9(004)  COMP-5  VALUE  ZERO.
       01      BLOG-SUB                PIC  9(004)  COMP-5  VALUE  ZERO.
       01      BLOG-TABLE.
           03  BLOG-ENTRY          OCCURS  1000.
               05  BL-FILE-DATE        PIC  9(008).
               05  BL-FILE-ID          PIC  X(008).
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
               'C9132  BANK RETURNED / REJECTED PAYMENTS'.
           03  FILLER              PIC X(10)  VALUE 'RUN DATE: '.
           03  RPT-H1-RUNDATE      PIC 9(08).
           03  FILLER              PIC X(09)  VALUE '    PAGE:'.
           03  RPT-H1-PAGE         PIC ZZZ9.
       01  RPT-HDG2.
           03  FILLER              PIC X(10)  VALUE ' PAY REF'.
           03  FILLER              PIC X(12)  VALUE 'ACCOUNT'.
           03  FILLER              PIC X(15)  VALUE
               '        AMOUNT'.
           03  FILLER              PIC X(02)  VALUE SPACE.
           03  FILLER              PIC X(10)  VALUE 'VALUE DATE'.
           03  FILLER              PIC X(08)  VALUE 'STATUS'.
           03  FILLER              PIC X(08)  VALUE 'REASON'.
           03  FILLER              PIC X(10)  VALUE 'BANK DATE'.
           03  FILLER              PIC X(20)  VALUE 'OUTCOME'.
       01  RPT-DTL.
           03  RPT-D-REF           PIC Z(07)9.
           03  FILLER              PIC X(02).
           03  RPT-D-ACCT          PIC X(10).
           03  FILLER              PIC X(02).
           03  RPT-D-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER              PIC X(02).
           03  RPT-D-VDATE         PIC X(08).
           03  FILLER              PIC X(02).
           03  RPT-D-STATUS        PIC X(02).
           03  FILLER              PIC X(06).
           03  RPT-D-REASON        PIC X(04).
           03  FILLER              PIC X(04).
           03  RPT-D-SDATE         PIC X(08).
           03  FILLER              PIC X(02).
           03  RPT-D-OUTCOME       PIC X(20).
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
               MOVE    PARM-DATA (13:1)    TO      COPYC   OF  BRTDD
           END-IF.
           IF          PARM-LEN        >       13
                       AND (PARM-DATA (14:1) = 'Y' OR
                            PARM-DATA (14:1) = 'N')
               MOVE    PARM-DATA (14:1)    TO      MONOC   OF  BRTDD
           END-IF.
      *    PASS NUMBER FOR THE REVERSAL FILE'S SOURCE-ID - A SECOND
      *    RETURN FILE WORKED THE SAME DAY RUNS WITH PASS 2
           IF          PARM-LEN        >       14
                       AND PARM-DATA (15:1) IS NUMERIC
                       AND PARM-DATA (15:1) NOT = '0'
               MOVE    PARM-DATA (15:1)    TO      PASS-NBR
           END-IF.
           ACCEPT      RUN-DATE        FROM    DATE    YYYYMMDD.
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
           MOVE        80              TO      LRECL   OF  PAYDD.
           CALL        'OPENCXD'       USING   PAYDD   INP     RETCD2.
           IF          RETCD2          NOT =   SPACES
               DISPLAY 'PAYDD  - OPENCXD ERROR RETCD2 : ' RETCD2
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L1-PAYLOAD
                       UNTIL   PAY-EOF1        =       '1'.
           CALL        'CLOSECX'       USING   PAYDD       RETCD2.
           IF          RETCD2          NOT =   SPACES
               DISPLAY 'PAYDD  - CLOSECX ERROR RETCD2 : ' RETCD2
               PERFORM L9-ABEND
           END-IF.
           DISPLAY     'PAYDD  - PAYMENTS ON FILE :' PT-CNT.
           MOVE        40              TO      LRECL   OF  REVIDD.
           CALL        'OPENCXD'       USING   REVIDD  INP     RETCD3.
           IF          RETCD3          NOT =   SPACES
               DISPLAY 'REVIDD - OPENCXD ERROR RETCD3 : ' RETCD3
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L1-REVLOAD
                       UNTIL   REV-EOF1        =       '1'.
           CALL        'CLOSECX'       USING   REVIDD      RETCD3.
           IF          RETCD3          NOT =   SPACES
               DISPLAY 'REVIDD - CLOSECX ERROR RETCD3 : ' RETCD3
               PERFORM L9-ABEND
           END-IF.
           DISPLAY     'REVIDD - PAYMENTS ALREADY REVERSED :'
                       REV-SEEN-CNT.
           MOVE        80              TO      LRECL   OF  BRTDD.
           CALL        'OPENCXD'       USING   BRTDD   INP     RETCD4.
           IF          RETCD4          NOT =   SPACES
               DISPLAY 'BRTDD  - OPENCXD ERROR RETCD4 : ' RETCD4
               PERFORM L9-ABEND
           END-IF.
           MOVE        40              TO      LRECL   OF  OUTDD.
           CALL        'OPENCXD'       USING   OUTDD   OUT     RETCD6.
           IF          RETCD6          NOT =   SPACES
               DISPLAY 'OUTDD  - OPENCXD ERROR RETCD6 : ' RETCD6
               PERFORM L9-ABEND
           END-IF.
           MOVE        133             TO      LRECL   OF  RPTDD.
           CALL        'OPENCXD'       USING   RPTDD   OUT     RETCD7.
           IF          RETCD7          NOT =   SPACES
               DISPLAY 'RPTDD  - OPENCXD ERROR RETCD7 : ' RETCD7
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L4-PAGE.
       L1-E.
           EXIT.
      ******************************************************************
      *                    LOAD RUN-CONTROL LOG            1A          *
      ******************************************************************
       L1-LOGLOAD              SECTION.
       L1G-S.
           CALL        'READXD'    USING   LOGIDD RNLR-REC    RETCD1.
           IF          RETCD1      =       'EOF '
               MOVE    '1'         TO      LOG-EOF1
               GO  TO              L1G-E
           END-IF.
           IF          RETCD1      NOT =   SPACES
               DISPLAY 'LOGIDD - READXD ERROR RETCD1 : ' RETCD1
               PERFORM L9-ABEND
           END-IF.
           IF          RNL-PROGRAM     NOT =   'C91322B'
               GO  TO              L1G-E
           END-IF.
           IF          RNL-RETCODE     IS NOT  NUMERIC
               GO  TO              L1G-E
           END-IF.
           IF          RNL-RETCODE     >=      8
               GO  TO              L1G-E
           END-IF.
           IF          BLOG-CNT        >=      BLOG-MAX
               DISPLAY 'LOGIDD - BANK RETURN TABLE FULL AT :' BLOG-MAX
               DISPLAY 'LOGIDD - ARCHIVE THE RUN LOG DATASET'
               PERFORM L9-ABEND
           END-IF.
           COMPUTE     BLOG-CNT    =       BLOG-CNT    +   1.
           MOVE        RNL-RUNDATE     TO  BL-FILE-DATE (BLOG-CNT).
           MOVE        RNL-SOURCE-ID   TO  BL-FILE-ID (BLOG-CNT).
       L1G-E.
           EXIT.
      ******************************************************************
      *                    LOAD PAYMENTS SENT              1B          *
      ******************************************************************
       L1-PAYLOAD              SECTION.
       L1P-S.
           CALL        'READXD'    USING   PAYDD  BPIR-REC    RETCD2.
           IF          RETCD2      =       'EOF '
               MOVE    '1'         TO      PAY-EOF1
               GO  TO              L1P-E
           END-IF.
           IF          RETCD2      NOT =   SPACES
               DISPLAY 'PAYDD  - READXD ERROR RETCD2 : ' RETCD2
               PERFORM L9-ABEND
           END-IF.
           IF          NOT BPI-PAYMENT
               GO  TO              L1P-E
           END-IF.
           IF          PT-CNT      >=      PT-MAX
               DISPLAY 'PAYDD  - PAYMENT TABLE FULL AT :' PT-MAX
               PERFORM L9-ABEND
           END-IF.
           IF          PT-CNT      >       ZERO
                       AND BPI-PI-PAY-REF  NOT >   PT-REF-PREV
               DISPLAY 'PAYDD  - OUT OF REFERENCE SEQUENCE AT : '
                       BPI-PI-PAY-REF
               PERFORM L9-ABEND
           END-IF.
           MOVE        BPI-PI-PAY-REF      TO  PT-REF-PREV.
           COMPUTE     PT-CNT      =       PT-CNT     +  1.
           MOVE        BPI-PI-PAY-REF      TO  PT-REF (PT-CNT).
           MOVE        BPI-PI-ACCTNO       TO  PT-ACCTNO (PT-CNT).
           MOVE        BPI-PI-AMOUNT       TO  PT-AMOUNT (PT-CNT).
           MOVE        BPI-PI-VALUE-DATE   TO  PT-VALUE-DATE (PT-CNT).
           MOVE        'N'                 TO  PT-REV (PT-CNT).
       L1P-E.
           EXIT.
      ******************************************************************
      *                    LOAD EARLIER REVERSALS          1C          *
      ******************************************************************
      *    EVERY REVERSAL THIS PROGRAM HAS CUT CARRIES THE PAYMENT
      *    REFERENCE IN DTL-ORD-SEQ - ONE RETURN IS NEVER REVERSED
      *    TWICE, HOWEVER OFTEN THE BANK REPORTS IT
       L1-REVLOAD              SECTION.
       L1R-S.
           CALL        'READXD'    USING   REVIDD REVR-REC    RETCD3.
           IF          RETCD3      =       'EOF '
               MOVE    '1'         TO      REV-EOF1
               GO  TO              L1R-E
           END-IF.
           IF          RETCD3      NOT =   SPACES
               DISPLAY 'REVIDD - READXD ERROR RETCD3 : ' RETCD3
               PERFORM L9-ABEND
           END-IF.
           IF          NOT DETAIL-REC
               GO  TO              L1R-E
           END-IF.
           IF          DTL-ORD-SEQ-X   =       SPACES
               GO  TO              L1R-E
           END-IF.
           MOVE        DTL-ORD-SEQ     TO      BF-KEY.
           PERFORM     L2-FIND.
           IF          PT-FOUND
               MOVE    'Y'             TO      PT-REV (PT-SUB)
               COMPUTE REV-SEEN-CNT    =       REV-SEEN-CNT   +   1
           END-IF.
       L1R-E.
           EXIT.
      ******************************************************************
      *                    EXEC                            2           *
      ******************************************************************
       L2-EXEC                 SECTION.
       L2-S.
           CALL        'READXD'    USING   BRTDD  BRTR-REC    RETCD5.
           IF          RETCD5      =       'EOF '
               MOVE    '1'         TO      EOF1
               GO  TO              L2-E
           END-IF.
           IF          RETCD5      NOT =   SPACES
               DISPLAY 'BRTDD  - READXD ERROR RETCD5 : ' RETCD5
               PERFORM L9-ABEND
           END-IF.
           IF          BRT-HEADER
               PERFORM L2-BHDR
               GO  TO              L2-E
           END-IF.
           IF          BRT-DETAIL
               IF      NOT HEADER-SEEN
                   DISPLAY 'BRTDD  - DETAIL BEFORE HEADER ON INPUT'
                   PERFORM L9-ABEND
               END-IF
               COMPUTE ICNT        =       ICNT   +  1
               PERFORM L2-DTL
               GO  TO              L2-E
           END-IF.
           IF          BRT-TRAILER
               MOVE    BRT-RT-COUNT    TO      TRAILER-CNT
               MOVE    BRT-RT-AMOUNT   TO      TRAILER-AMT
               SET     TRAILER-SEEN    TO      TRUE
               GO  TO              L2-E
           END-IF.
           DISPLAY     'BRTDD  - UNKNOWN RECORD TYPE : ' BRT-REC-TYPE.
           PERFORM     L9-ABEND.
       L2-E.
           EXIT.
      ******************************************************************
      *                    BANK FILE HEADER                2A          *
      ******************************************************************
       L2-BHDR                 SECTION.
       L2B-S.
           IF          HEADER-SEEN
               DISPLAY 'BRTDD  - SECOND HEADER ON INPUT'
               PERFORM L9-ABEND
           END-IF.
           SET         HEADER-SEEN             TO      TRUE.
           MOVE        BRT-RH-FILE-DATE        TO      FILE-DATE-SAVE.
           MOVE        BRT-RH-FILE-ID          TO      FILE-ID-SAVE.
           MOVE        BRT-RH-BANK-ID          TO      BANK-ID-SAVE.
           DISPLAY     'BRTDD  - BANK : ' BANK-ID-SAVE
                       ' FILE DATE : ' FILE-DATE-SAVE
                       ' FILE ID : ' FILE-ID-SAVE.
           MOVE        ZERO            TO      BLOG-SUB.
           PERFORM     L2-GSCAN
                       UNTIL   BLOG-SUB        >=      BLOG-CNT.
       L2B-E.
           EXIT.
      ******************************************************************
      *                    RETURN-FILE GUARD               2A1         *
      ******************************************************************
       L2-GSCAN                SECTION.
       L2GS-S.
           COMPUTE     BLOG-SUB        =       BLOG-SUB    +   1.
           IF          BL-FILE-DATE (BLOG-SUB) =       FILE-DATE-SAVE
                       AND BL-FILE-ID (BLOG-SUB)
                                               =       FILE-ID-SAVE
               DISPLAY 'LOGIDD - RETURN FILE ALREADY WORKED - DATE : '
                       FILE-DATE-SAVE ' ID : ' FILE-ID-SAVE
               PERFORM L9-ABEND
           END-IF.
       L2GS-E.
           EXIT.
      ******************************************************************
      *                    BANK STATUS DETAIL              2B          *
      ******************************************************************
      *    AN ACCEPTED PAYMENT IS ONLY COUNTED.  A REJECTED OR
      *    RETURNED ONE IS MATCHED BACK TO THE INSTRUCTION SENT - BY
      *    PAYMENT REFERENCE, OR WHEN THE BANK CANNOT QUOTE ONE, BY
      *    ACCOUNT AND AMOUNT AGAINST THE LATEST UNREVERSED PAYMENT -
      *    AND THE MONEY IS PUT BACK ON THE ACCOUNT BY A REVERSAL
       L2-DTL                  SECTION.
       L2D-S.
           MOVE        SPACES          TO      OUTCOME.
           MOVE        'N'             TO      PT-HIT.
           IF          BRT-AMOUNT      IS      NUMERIC
               ADD     BRT-AMOUNT      TO      TOT-READ
           END-IF.
           IF          BRT-ACCEPTED
               COMPUTE AC-CNT          =       AC-CNT      +   1
               IF      BRT-AMOUNT      IS      NUMERIC
                   ADD     BRT-AMOUNT      TO      TOT-AC
               END-IF
               GO  TO              L2D-E
           END-IF.
           IF          NOT BRT-REJECTED AND NOT BRT-RETURNED
               MOVE    'UNKNOWN STATUS'    TO      OUTCOME
           ELSE
               IF      BRT-ACCTNO      IS NOT  NUMERIC
                       OR BRT-AMOUNT   IS NOT  NUMERIC
                   MOVE    'UNREADABLE'        TO      OUTCOME
               END-IF
           END-IF.
           IF          OUTCOME         NOT =   SPACES
               PERFORM L2-UNMATCHED
               GO  TO              L2D-E
           END-IF.
           IF          BRT-PAY-REF     IS      NUMERIC
                       AND BRT-PAY-REF >       ZERO
               MOVE    BRT-PAY-REF     TO      BF-KEY
               PERFORM L2-FIND
           END-IF.
           IF          PT-FOUND
               IF      PT-ACCTNO (PT-SUB)  NOT =   BRT-ACCTNO
                       OR PT-AMOUNT (PT-SUB)   NOT =   BRT-AMOUNT
                   MOVE    'ACCT/AMOUNT DIFFER'    TO  OUTCOME
                   PERFORM L2-UNMATCHED
                   GO  TO          L2D-E
               END-IF
           ELSE
               PERFORM L2-SCAN
           END-IF.
           IF          NOT PT-FOUND
               MOVE    'NO SUCH PAYMENT'   TO      OUTCOME
               PERFORM L2-UNMATCHED
               GO  TO              L2D-E
           END-IF.
           IF          PT-REVERSED (PT-SUB)
               COMPUTE PREV-CNT        =       PREV-CNT    +   1
               ADD     BRT-AMOUNT      TO      TOT-PREV
               MOVE    'ALREADY REVERSED'  TO      OUTCOME
               PERFORM L4-LINE
               GO  TO              L2D-E
           END-IF.
           PERFORM     L2-REVERSE.
       L2D-E.
           EXIT.
      ******************************************************************
      *                    PAYMENT TABLE LOOKUP            2C          *
      ******************************************************************
       L2-FIND                 SECTION.
       L2F-S.
           MOVE        'N'             TO      PT-HIT.
           MOVE        1               TO      BF-LO.
           MOVE        PT-CNT          TO      BF-HI.
           PERFORM     L2-PROBE
                       UNTIL   PT-FOUND
                       OR      BF-LO           >       BF-HI.
       L2F-E.
           EXIT.
      ******************************************************************
      *                    BISECTION PROBE                 2C1         *
      ******************************************************************
       L2-PROBE                SECTION.
       L2PR-S.
           COMPUTE     PT-SUB          =       (BF-LO + BF-HI) / 2.
           IF          PT-REF (PT-SUB)         =       BF-KEY
               MOVE    'Y'             TO      PT-HIT
           ELSE
               IF      PT-REF (PT-SUB)         <       BF-KEY
                   COMPUTE BF-LO       =       PT-SUB      +   1
               ELSE
                   COMPUTE BF-HI       =       PT-SUB      -   1
               END-IF
           END-IF.
       L2PR-E.
           EXIT.
      ******************************************************************
      *                    ACCOUNT / AMOUNT SCAN           2D          *
      ******************************************************************
      *    NEWEST PAYMENT FIRST - A RETURN IS FAR MORE LIKELY TO BE
      *    FOR LAST WEEK'S FILE THAN LAST YEAR'S
       L2-SCAN                 SECTION.
       L2S-S.
           MOVE        'N'             TO      PT-HIT.
           MOVE        PT-CNT          TO      SC-SUB.
           PERFORM     L2-SCANX
                       UNTIL   PT-FOUND
                       OR      SC-SUB          =       ZERO.
       L2S-E.
           EXIT.
      ******************************************************************
      *                    SCAN STEP                       2D1         *
      ******************************************************************
       L2-SCANX                SECTION.
       L2SX-S.
           IF          PT-ACCTNO (SC-SUB)      =       BRT-ACCTNO
                       AND PT-AMOUNT (SC-SUB)  =       BRT-AMOUNT
                       AND NOT PT-REVERSED (SC-SUB)
               MOVE    SC-SUB          TO      PT-SUB
               MOVE    'Y'             TO      PT-HIT
           ELSE
               COMPUTE SC-SUB          =       SC-SUB      -   1
           END-IF.
       L2SX-E.
           EXIT.
      ******************************************************************
      *                    REVERSE THE PAYMENT             2E          *
      ******************************************************************
      *    THE REVERSAL IS DATED TODAY AND GOES THROUGH THE NORMAL
      *    VALIDATION AND POSTING CHAIN AS AN XP ON THE PAYEE ACCOUNT
       L2-REVERSE              SECTION.
       L2V-S.
           IF          NOT HEADER-WRITTEN
               PERFORM L2-HDR
           END-IF.
           MOVE        'Y'             TO      PT-REV (PT-SUB).
           COMPUTE     OCNT        =       OCNT        +   1.
           ADD         PT-AMOUNT (PT-SUB)      TO      TOT-REV.
           MOVE        SPACES          TO      REVR-REC.
           MOVE        OCNT            TO      RECCNT.
           MOVE        'D1'            TO      REC-TYPE.
           MOVE        PT-ACCTNO (PT-SUB)      TO      ACCTNO.
           COMPUTE     AMOUNT      =       0 - PT-AMOUNT (PT-SUB).
           MOVE        RUN-DATE        TO      TXNDATE.
           MOVE        'XP'            TO      STATUS-CODE.
           MOVE        PT-REF (PT-SUB)         TO      DTL-ORD-SEQ.
           CALL        'CWRITED'       USING   OUTDD       REVR-REC.
           MOVE        'REVERSED'      TO      OUTCOME.
           PERFORM     L4-LINE.
       L2V-E.
           EXIT.
      ******************************************************************
      *                    REVERSAL FILE HEADER            2E1         *
      ******************************************************************
       L2-HDR                  SECTION.
       L2H-S.
           MOVE        SPACES          TO      REVR-REC.
           MOVE        ZERO            TO      RECCNT.
           SET         HEADER-REC              TO      TRUE.
           MOVE        RUN-DATE        TO      HDR-RUNDATE.
           MOVE        'C91322B'       TO      HDR-SOURCE-ID.
           MOVE        PASS-NBR        TO      HDR-SOURCE-ID (8:1).
           MOVE        '01'            TO      HDR-LAYOUT-VER.
           CALL        'CWRITED'       USING   OUTDD       REVR-REC.
           MOVE        'Y'             TO      HDR-DONE.
       L2H-E.
           EXIT.
      ******************************************************************
      *                    NOT MATCHED                     2F          *
      ******************************************************************
      *    NOTHING IS REVERSED - THE ITEM IS LISTED FOR PAYMENTS
      *    OPERATIONS TO TAKE UP WITH THE BANK
       L2-UNMATCHED            SECTION.
       L2U-S.
           COMPUTE     UNM-CNT         =       UNM-CNT     +   1.
           IF          BRT-AMOUNT      IS      NUMERIC
               ADD     BRT-AMOUNT      TO      TOT-UNM
           END-IF.
           DISPLAY     'BRTDD  - NOT MATCHED : ' BRT-PAY-REF
                       ' ' BRT-ACCTNO ' ' OUTCOME.
           PERFORM     L4-LINE.
       L2U-E.
           EXIT.
      ******************************************************************
      *                    REVERSAL FILE TRAILER           2G          *
      ******************************************************************
       L2-TRAILER              SECTION.
       L2T-S.
           IF          NOT HEADER-SEEN
               DISPLAY 'BRTDD  - NO HEADER RECORD FOUND ON INPUT'
               PERFORM L9-ABEND
           END-IF.
           IF          NOT TRAILER-SEEN
               DISPLAY 'BRTDD  - NO TRAILER RECORD FOUND ON INPUT'
               PERFORM L9-ABEND
           END-IF.
           IF          ICNT            NOT =   TRAILER-CNT
                       OR TOT-READ     NOT =   TRAILER-AMT
               DISPLAY 'BRTDD  - CONTROL TOTAL MISMATCH -   READ :' ICNT
                       ' ' TOT-READ
               DISPLAY 'BRTDD  - CONTROL TOTAL MISMATCH - TRAILER :'
                       TRAILER-CNT ' ' TRAILER-AMT
               PERFORM L9-ABEND
           END-IF.
           IF          OCNT            =       ZERO
               DISPLAY 'OUTDD  - NO PAYMENTS TO REVERSE'
               GO  TO              L2T-E
           END-IF.
           MOVE        SPACES          TO      REVR-REC.
           MOVE        OCNT            TO      RECCNT.
           SET         TRAILER-REC             TO      TRUE.
           MOVE        OCNT            TO      TRL-COUNT.
           CALL        'CWRITED'       USING   OUTDD       REVR-REC.
       L2T-E.
           EXIT.
      ******************************************************************
      *                    END                             3           *
      ******************************************************************
       L3-END                  SECTION.
       L3-S.
           CALL        'CLOSECX'       USING   BRTDD       RETCD4.
           IF          RETCD4          NOT =   SPACES
               DISPLAY 'BRTDD  - CLOSECX ERROR RETCD4 : ' RETCD4
               PERFORM L9-ABEND
           END-IF.
           CALL        'CLOSECX'       USING   OUTDD       RETCD6.
           IF          RETCD6          NOT =   SPACES
               DISPLAY 'OUTDD  - CLOSECX ERROR RETCD6 : ' RETCD6
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L4-TOTALS.
           CALL        'CLOSECX'       USING   RPTDD       RETCD7.
           IF          RETCD7          NOT =   SPACES
               DISPLAY 'RPTDD  - CLOSECX ERROR RETCD7 : ' RETCD7
               PERFORM L9-ABEND
           END-IF.
           DISPLAY     'BRTDD  - STATUS RECORDS READ :' ICNT.
           DISPLAY     'BRTDD  - ACCEPTED :' AC-CNT.
           DISPLAY     'OUTDD  - PAYMENTS REVERSED :' OCNT.
           DISPLAY     'BRTDD  - ALREADY REVERSED :' PREV-CNT.
           DISPLAY     'BRTDD  - NOT MATCHED :' UNM-CNT.
           IF          OCNT            =       ZERO
               MOVE    4               TO      LOG-RC
           END-IF.
           PERFORM     L8-RUNLOG.
      *    NOTHING TO REVERSE BYPASSES THE POSTING STEPS.
      *    SET LAST - EVERY CALL REPLACES RETURN-CODE WITH THE
      *    SUBPROGRAM'S OWN
           IF          LOG-RC          >       ZERO
               MOVE    LOG-RC          TO      RETURN-CODE
           END-IF.
       L3-E.
           EXIT.
      ******************************************************************
      *                    RETURNED ITEM LINE              4A          *
      ******************************************************************
       L4-LINE                 SECTION.
       L4A-S.
           MOVE        SPACES          TO      RPT-DTL.
           IF          PT-FOUND
               MOVE    PT-REF (PT-SUB)         TO      RPT-D-REF
               MOVE    PT-VALUE-DATE (PT-SUB)  TO      RPT-D-VDATE
           ELSE
               IF      BRT-PAY-REF     IS      NUMERIC
                   MOVE    BRT-PAY-REF     TO      RPT-D-REF
               END-IF
           END-IF.
           MOVE        BRT-ACCTNO      TO      RPT-D-ACCT.
           IF          BRT-AMOUNT      IS      NUMERIC
               MOVE    BRT-AMOUNT      TO      RPT-D-AMOUNT
           END-IF.
           MOVE        BRT-STATUS      TO      RPT-D-STATUS.
           MOVE        BRT-REASON      TO      RPT-D-REASON.
           MOVE        BRT-STATUS-DATE TO      RPT-D-SDATE.
           MOVE        OUTCOME         TO      RPT-D-OUTCOME.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        RPT-DTL         TO      RPT-TEXT.
           PERFORM     L4-PUT.
       L4A-E.
           EXIT.
      ******************************************************************
      *                    REPORT TOTALS                   4B          *
      ******************************************************************
       L4-TOTALS               SECTION.
       L4T-S.
           MOVE        SPACES          TO      RPT-LINE.
           PERFORM     L4-PUT.
           MOVE        SPACES          TO      RPT-TOT.
           MOVE        'STATUS RECORDS READ'   TO      RPT-T-LABEL.
           MOVE        ICNT            TO      RPT-T-CNT.
           MOVE        TOT-READ        TO      RPT-T-AMOUNT.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        RPT-TOT         TO      RPT-TEXT.
           PERFORM     L4-PUT.
           MOVE        'ACCEPTED BY THE BANK'  TO      RPT-T-LABEL.
           MOVE        AC-CNT          TO      RPT-T-CNT.
           MOVE        TOT-AC          TO      RPT-T-AMOUNT.
           MOVE        RPT-TOT         TO      RPT-TEXT.
           PERFORM     L4-PUT.
           MOVE        'REJECTED / RETURNED - REVERSED'
                                       TO      RPT-T-LABEL.
           MOVE        OCNT            TO      RPT-T-CNT.
           MOVE        TOT-REV         TO      RPT-T-AMOUNT.
           MOVE        RPT-TOT         TO      RPT-TEXT.
           PERFORM     L4-PUT.
           MOVE        'REJECTED / RETURNED - ALREADY REVERSED'
                                       TO      RPT-T-LABEL.
           MOVE        PREV-CNT        TO      RPT-T-CNT.
           MOVE        TOT-PREV        TO      RPT-T-AMOUNT.
           MOVE        RPT-TOT         TO      RPT-TEXT.
           PERFORM     L4-PUT.
           MOVE        'NOT MATCHED - FOR FOLLOW-UP'
                                       TO      RPT-T-LABEL.
           MOVE        UNM-CNT         TO      RPT-T-CNT.
           MOVE        TOT-UNM         TO      RPT-T-AMOUNT.
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
      *                    RUN-CONTROL LOG APPEND          8           *
      ******************************************************************
      *    THE APPEND IS THE RETURN-FILE GUARD'S ONLY MEMORY - A RUN
      *    THAT CANNOT BE RECORDED MUST NOT PASS (THE LOG-DONE SWITCH
      *    STOPS THE ABEND PATH RE-ENTERING)
       L8-RUNLOG               SECTION.
       L8-S.
           IF          RUNLOG-WRITTEN
               GO  TO              L8-E
           END-IF.
           MOVE        'Y'             TO      LOG-DONE.
           MOVE        80              TO      LRECL   OF  LOGODD.
           CALL        'OPENCXD'       USING   LOGODD  OUT     RETCD8.
           IF          RETCD8          NOT =   SPACES
               DISPLAY 'LOGODD - OPENCXD ERROR RETCD8 : ' RETCD8
               PERFORM L9-ABEND
           END-IF.
           MOVE        SPACES          TO      RNLR-REC.
           MOVE        FILE-DATE-SAVE          TO      RNL-RUNDATE.
           MOVE        'C91322B'       TO      RNL-PROGRAM.
           MOVE        FILE-ID-SAVE            TO      RNL-SOURCE-ID.
           MOVE        OCNT            TO      RNL-VOLUME.
           MOVE        ZERO            TO      RNL-CHKPT.
           MOVE        LOG-RC          TO      RNL-RETCODE.
           MOVE        RUN-DATE        TO      RNL-STAMP-DATE.
           CALL        'CWRITED'       USING   LOGODD      RNLR-REC.
           CALL        'CLOSECX'       USING   LOGODD      RETCD8.
           IF          RETCD8          NOT =   SPACES
               DISPLAY 'LOGODD - CLOSECX ERROR RETCD8 : ' RETCD8
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
