       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             C91321Z.
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
       01  ORDR-REC.
           COPY        C9132ORD.
      *----------------------------------------------------------------*
       01  MSTR-REC.
           COPY        C9132MST.
      *----------------------------------------------------------------*
      *            RETURNED ORDER (C91321E) AND SUSPENSE RECORD        *
      *            (C91321R) - THE RECORD AS RECEIVED PLUS A 4-BYTE    *
      *            REASON CODE                                         *
      *----------------------------------------------------------------*
       01  ORET-REC.
           03  ORET-TXN            PIC X(80).
           03  ORET-REASON         PIC X(04).
       01  SUSP-REC.
           03  SUSP-TXN            PIC X(40).
           03  SUSP-REASON         PIC X(04).
      *----------------------------------------------------------------*
      *            GL HAND-OFF RECORD AS CUT BY C91321L - 80 BYTES,    *
      *            OWN HEADER, ONE JOURNAL LINE PER CATEGORY, AND A    *
      *            TRAILER WITH THE LINE COUNT AND A HASH TOTAL OF     *
      *            ABSOLUTE AMOUNTS                                    *
      *----------------------------------------------------------------*
       01  GLR-REC.
           03  GLR-TYPE            PIC X(02).
           03  GLR-DATA            PIC X(78).
       01  GLJ-REC.
           03  GLJ-TYPE            PIC X(02).
           03  GLJ-CAT             PIC X(02).
           03  GLJ-BRANCH          PIC X(05).
           03  GLJ-DRCR            PIC X(02).
           03  GLJ-REC-CNT         PIC 9(08).
           03  GLJ-AMT             PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           03  FILLER              PIC X(45).
       01  GLT-REC.
           03  GLT-TYPE            PIC X(02).
           03  GLT-CNT             PIC 9(08).
           03  GLT-HASH            PIC 9(15)V99.
           03  FILLER              PIC X(53).
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
           03  RETCDC          PIC X(04).
           03  RETCDD          PIC X(04).
           03  RETCDE          PIC X(04).
           03  RETCDF          PIC X(04).
           03  RETCDG          PIC X(04).
       01  ORDDD.
           03  DDNAME          PIC X(08)  VALUE   'ORDDD'.
           03  LRECL           PIC 9(04)  COMP-5    VALUE 0.
           03  CHKPT           PIC 9(04)  COMP-5    VALUE 0.
           03  COPYC           PIC X(01)  VALUE  'Y'.
           03  MONOC           PIC X(01)  VALUE  'Y'.
           03  IOABEND         PIC X(01)  VALUE  'Y'.
           03  LRECFM          PIC X(01)  VALUE  'F'.
           03  SYSTEM          PIC X(112).
       01  CLNDD.
           03  DDNAME          PIC X(08)  VALUE   'CLNDD'.
           03  LRECL           PIC 9(04)  COMP-5    VALUE 0.
           03  CHKPT           PIC 9(04)  COMP-5    VALUE 0.
           03  COPYC           PIC X(01)  VALUE  'Y'.
           03  MONOC           PIC X(01)  VALUE  'Y'.
           03  IOABEND         PIC X(01)  VALUE  'Y'.
           03  LRECFM          PIC X(01)  VALUE  'F'.
           03  SYSTEM          PIC X(112).
       01  RETDD.
           03  DDNAME          PIC X(08)  VALUE   'RETDD'.
           03  LRECL           PIC 9(04)  COMP-5    VALUE 0.
           03  CHKPT           PIC 9(04)  COMP-5    VALUE 0.
           03  COPYC           PIC X(01)  VALUE  'Y'.
           03  MONOC           PIC X(01)  VALUE  'Y'.
           03  IOABEND         PIC X(01)  VALUE  'Y'.
           03  LRECFM          PIC X(01)  VALUE  'F'.
           03  SYSTEM          PIC X(112).
       01  SRCDD.
           03  DDNAME          PIC X(08)  VALUE   'SRCDD'.
           03  LRECL           PIC 9(04)  COMP-5    VALUE 0.
           03  CHKPT           PIC 9(04)  COMP-5    VALUE 0.
           03  COPYC           PIC X(01)  VALUE  'Y'.
           03  MONOC           PIC X(01)  VALUE  'Y'.
           03  IOABEND         PIC X(01)  VALUE  'Y'.
           03  LRECFM          PIC X(01)  VALUE  'F'.
           03  SYSTEM          PIC X(112).
       01  TXNDD.
           03  DDNAME          PIC X(08)  VALUE   'TXNDD'.
           03  LRECL           PIC 9(04)  COMP-5    VALUE 0.
           03  CHKPT           PIC 9(04)  COMP-5    VALUE 0.
           03  COPYC           PIC X(01)  VALUE  'Y'.
           03  MONOC           PIC X(01)  VALUE  'Y'.
           03  IOABEND         PIC X(01)  VALUE  'Y'.
           03  LRECFM          PIC X(01)  VALUE  'F'.
           03  SYSTEM          PIC X(112).
       01  VALDD.
           03  DDNAME          PIC X(08)  VALUE   'VALDD'.
           03  LRECL           PIC 9(04)  COMP-5    VALUE 0.
           03  CHKPT           PIC 9(04)  COMP-5    VALUE 0.
           03  COPYC           PIC X(01)  VALUE  'Y'.
           03  MONOC           PIC X(01)  VALUE  'Y'.
           03  IOABEND         PIC X(01)  VALUE  'Y'.
           03  LRECFM          PIC X(01)  VALUE  'F'.
           03  SYSTEM          PIC X(112).
       01  SUSPDD.
           03  DDNAME          PIC X(08)  VALUE   'SUSPDD'.
           03  LRECL           PIC 9(04)  COMP-5    VALUE 0.
           03  CHKPT           PIC 9(04)  COMP-5    VALUE 0.
           03  COPYC           PIC X(01)  VALUE  'Y'.
           03  MONOC           PIC X(01)  VALUE  'Y'.
           03  IOABEND         PIC X(01)  VALUE  'Y'.
           03  LRECFM          PIC X(01)  VALUE  'F'.
           03  SYSTEM          PIC X(112).
       01  EXCPDD.
           03  DDNAME          PIC X(08)  VALUE   'EXCPDD'.
           03  LRECL           PIC 9(04)  COMP-5    VALUE 0.
           03  CHKPT           PIC 9(04)  COMP-5    VALUE 0.
           03  COPYC           PIC X(01)  VALUE  'Y'.
           03  MONOC           PIC X(01)  VALUE  'Y'.
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
       01  MSTIDD.
           03  DDNAME          PIC X(08)  VALUE   'MSTIDD'.
           03  LRECL           PIC 9(04)  COMP-5    VALUE 0.
           03  CHKPT           PIC 9(04)  COMP-5    VALUE 0.
           03  COPYC           PIC X(01)  VALUE  'Y'.
           03  MONOC           PIC X(01)  VALUE  'Y'.
           03  IOABEND         PIC X(01)  VALUE  'Y'.
           03  LRECFM          PIC X(01)  VALUE  'F'.
           03  SYSTEM          PIC X(112).
       01  MSTODD.
           03  DDNAME          PIC X(08)  VALUE   'MSTODD'.
           03  LRECL           PIC 9(04)  COMP-5    VALUE 0.
           03  CHKPT           PIC 9(04)  COMP-5    VALUE 0.
           03  COPYC           PIC X(01)  VALUE  'Y'.
           03  MONOC           PIC X(01)  VALUE  'Y'.
           03  IOABEND         PIC X(01)  VALUE  'Y'.
           03  LRECFM          PIC X(01)  VALUE  'F'.
           03  SYSTEM          PIC X(112).
       01  APDD.
           03  DDNAME          PIC X(08)  VALUE   'APDD'.
           03  LRECL           PIC 9(04)  COMP-5    VALUE 0.
           03  CHKPT           PIC 9(04)  COMP-5    VALUE 0.
           03  COPYC           PIC X(01)  VALUE  'Y'.
           03  MONOC           PIC X(01)  VALUE  'Y'.
           03  IOABEND         PIC X(01)  VALUE  'Y'.
           03  LRECFM          PIC X(01)  VALUE  'F'.
           03  SYSTEM          PIC X(112).
       01  ARDD.
           03  DDNAME          PIC X(08)  VALUE   'ARDD'.
           03  LRECL           PIC 9(04)  COMP-5    VALUE 0.
           03  CHKPT           PIC 9(04)  COMP-5    VALUE 0.
           03  COPYC           PIC X(01)  VALUE  'Y'.
           03  MONOC           PIC X(01)  VALUE  'Y'.
           03  IOABEND         PIC X(01)  VALUE  'Y'.
           03  LRECFM          PIC X(01)  VALUE  'F'.
           03  SYSTEM          PIC X(112).
       01  GLDD.
           03  DDNAME          PIC X(08)  VALUE   'GLDD'.
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
      *            PROOF MODE (PARM BYTE 15) - WHICH JOB'S CHAIN IS    *
      *            BEING PROVEN                                        *
      *----------------------------------------------------------------*
       01      PROOF-MODE              PIC  X(001)  VALUE   'D'.
           88  MODE-DAILY                      VALUE  'D'.
           88  MODE-REPROC                     VALUE  'R'.
           88  MODE-BACKOUT                    VALUE  'B'.
       01      STAMP-DATE              PIC  9(008)          VALUE  ZERO.
      *----------------------------------------------------------------*
      *            ONE FILE'S TALLY WHILE IT IS READ                   *
      *----------------------------------------------------------------*
       01      FILE-EOF                PIC  X(001)  VALUE  ZERO.
       01      TL-LABEL                PIC  X(028)  VALUE  SPACE.
       01      TL-RECS                 PIC  9(009)  COMP-3  VALUE  ZERO.
       01      TL-CNT                  PIC  9(009)  COMP-3  VALUE  ZERO.
       01      TL-UNV                  PIC  9(009)  COMP-3  VALUE  ZERO.
       01      TL-CHK                  PIC  9(009)  COMP-3  VALUE  ZERO.
       01      TL-TRL-CNT              PIC  9(009)  COMP-3  VALUE  ZERO.
       01      TL-AMT          PIC S9(13)V99  COMP-3  VALUE ZERO.
       01      TL-NET          PIC S9(13)V99  COMP-3  VALUE ZERO.
       01      TL-REV          PIC S9(13)V99  COMP-3  VALUE ZERO.
       01      TL-TRL-REQ              PIC  X(001)  VALUE   'N'.
           88  TL-TRAILED                      VALUE  'Y'.
       01      TL-TRL                  PIC  X(001)  VALUE   'N'.
           88  TL-TRAILER-SEEN                 VALUE  'Y'.
       01      GL-LINES                PIC  9(009)  COMP-3  VALUE  ZERO.
       01      GL-BAD                  PIC  9(009)  COMP-3  VALUE  ZERO.
       01      GL-HASH         PIC  9(15)V99  COMP-3  VALUE ZERO.
       01      GL-HASH-TRL     PIC  9(15)V99  COMP-3  VALUE ZERO.
       01      ABS-AMT         PIC S9(13)V99  COMP-3  VALUE ZERO.
      *----------------------------------------------------------------*
      *            ACCOUNT MASTER BEFORE AND AFTER POSTING - READ      *
      *            SIDE BY SIDE, ONE ACCOUNT PER RECORD ON BOTH        *
      *----------------------------------------------------------------*
       01      MSTI-EOF                PIC  X(001)  VALUE  ZERO.
       01      MSTO-EOF                PIC  X(001)  VALUE  ZERO.
       01      OLD-GOT                 PIC  X(001)  VALUE   'N'.
           88  OLD-READ                        VALUE  'Y'.
       01      NEW-GOT                 PIC  X(001)  VALUE   'N'.
           88  NEW-READ                        VALUE  'Y'.
       01      OLD-ACCTNO              PIC  9(010)          VALUE  ZERO.
       01      OLD-TXN-CNT             PIC  9(005)          VALUE  ZERO.
       01      MSTI-CNT                PIC  9(009)  COMP-3  VALUE  ZERO.
       01      MSTO-CNT                PIC  9(009)  COMP-3  VALUE  ZERO.
       01      MST-DIFF-CNT            PIC  9(009)  COMP-3  VALUE  ZERO.
       01      MST-UNV                 PIC  9(009)  COMP-3  VALUE  ZERO.
       01      POST-CNT                PIC S9(009)  COMP-3  VALUE  ZERO.
       01      CNT-STEP                PIC S9(009)  COMP-3  VALUE  ZERO.
       01      OLD-BAL-TOT     PIC S9(15)V99  COMP-3  VALUE ZERO.
       01      NEW-BAL-TOT     PIC S9(15)V99  COMP-3  VALUE ZERO.
      *----------------------------------------------------------------*
      *            FIGURES PER FILE, FILLED AS EACH FILE IS READ AND   *
      *            PRINTED ON EVERY HOP THE FILE TAKES PART IN.        *
      *            FG-AMT IS THE GROSS VALUE AS CARRIED; FG-NET THE    *
      *            MOVEMENT IT MAKES ON THE MASTER (AR LESS AP)        *
      *----------------------------------------------------------------*
       01      SLOT-ORD                PIC  9(004)  COMP-5  VALUE  1.
       01      SLOT-CLN                PIC  9(004)  COMP-5  VALUE  2.
       01      SLOT-RET                PIC  9(004)  COMP-5  VALUE  3.
       01      SLOT-SRC                PIC  9(004)  COMP-5  VALUE  4.
       01      SLOT-TXN                PIC  9(004)  COMP-5  VALUE  5.
       01      SLOT-VAL                PIC  9(004)  COMP-5  VALUE  6.
       01      SLOT-SUSP               PIC  9(004)  COMP-5  VALUE  7.
       01      SLOT-EXCP               PIC  9(004)  COMP-5  VALUE  8.
       01      SLOT-HOLD               PIC  9(004)  COMP-5  VALUE  9.
       01      SLOT-POST               PIC  9(004)  COMP-5  VALUE  10.
       01      SLOT-AP                 PIC  9(004)  COMP-5  VALUE  11.
       01      SLOT-AR                 PIC  9(004)  COMP-5  VALUE  12.
       01      SLOT-GL                 PIC  9(004)  COMP-5  VALUE  13.
       01      SLOT-PSTF               PIC  9(004)  COMP-5  VALUE  14.
       01      FG-SUB                  PIC  9(004)  COMP-5  VALUE  ZERO.
       01      FIG-TABLE.
           03  FIG-ENTRY           OCCURS  14.
               05  FG-LABEL            PIC  X(028).
               05  FG-CNT              PIC S9(009)  COMP-3.
               05  FG-AMT          PIC S9(13)V99  COMP-3.
               05  FG-NET          PIC S9(13)V99  COMP-3.
               05  FG-NOTE             PIC  X(030).
       01  NOTE-UNV.
           03  FILLER              PIC X(10)  VALUE 'UNVALUED: '.
           03  NOTE-UNV-CNT        PIC ZZZ,ZZZ,ZZ9.
      *----------------------------------------------------------------*
      *            HOP TOTALS AND BREAK COUNTS                         *
      *----------------------------------------------------------------*
       01      HOP-NO                  PIC  9(002)          VALUE  ZERO.
       01      HOP-STEP                PIC  X(009)  VALUE  SPACE.
       01      HOP-TITLE               PIC  X(040)  VALUE  SPACE.
       01      HOP-BASIS               PIC  X(001)  VALUE   'G'.
           88  HOP-NET                         VALUE  'N'.
       01      FIG-SIDE                PIC  X(004)  VALUE  SPACE.
       01      HOP-IN-CNT              PIC S9(009)  COMP-3  VALUE  ZERO.
       01      HOP-OUT-CNT             PIC S9(009)  COMP-3  VALUE  ZERO.
       01      HOP-DIF-CNT             PIC S9(009)  COMP-3  VALUE  ZERO.
       01      HOP-IN-AMT      PIC S9(13)V99  COMP-3  VALUE ZERO.
       01      HOP-OUT-AMT     PIC S9(13)V99  COMP-3  VALUE ZERO.
       01      HOP-DIF-AMT     PIC S9(13)V99  COMP-3  VALUE ZERO.
       01      HOP-OK-CNT              PIC  9(004)  COMP-3  VALUE  ZERO.
       01      HOP-BRK-CNT             PIC  9(004)  COMP-3  VALUE  ZERO.
       01      FILE-BRK-CNT            PIC  9(004)  COMP-3  VALUE  ZERO.
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
           03  RPT-H1-TITLE        PIC X(40).
           03  FILLER              PIC X(10)  VALUE 'RUN DATE: '.
           03  RPT-H1-RUNDATE      PIC 9(08).
           03  FILLER              PIC X(09)  VALUE '    PAGE:'.
           03  RPT-H1-PAGE         PIC ZZZ9.
       01  RPT-HDG2.
           03  FILLER              PIC X(06)  VALUE 'HOP'.
           03  FILLER              PIC X(05)  VALUE 'SIDE'.
           03  FILLER              PIC X(28)  VALUE 'FILE'.
           03  FILLER              PIC X(12)  VALUE '     RECORDS'.
           03  FILLER              PIC X(02)  VALUE SPACE.
           03  FILLER              PIC X(21)  VALUE
               '               AMOUNT'.
           03  FILLER              PIC X(02)  VALUE SPACE.
           03  FILLER              PIC X(30)  VALUE 'NOTE'.
       01  RPT-HOPL.
           03  RPT-P-HOP           PIC Z9.
           03  FILLER              PIC X(04).
           03  RPT-P-STEP          PIC X(09).
           03  RPT-P-TITLE         PIC X(40).
       01  RPT-DTL.
           03  FILLER              PIC X(06).
           03  RPT-D-SIDE          PIC X(05).
           03  RPT-D-FILE          PIC X(28).
           03  RPT-D-CNT           PIC ZZZ,ZZZ,ZZ9-.
           03  FILLER              PIC X(02).
           03  RPT-D-AMT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03  FILLER              PIC X(02).
           03  RPT-D-NOTE          PIC X(30).
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
           PERFORM     L2-EXEC.
           PERFORM     L4-PROOF.
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
               MOVE    PARM-DATA (13:1)    TO      COPYC   OF  TXNDD
           END-IF.
           IF          PARM-LEN        >       13
                       AND (PARM-DATA (14:1) = 'Y' OR
                            PARM-DATA (14:1) = 'N')
               MOVE    PARM-DATA (14:1)    TO      MONOC   OF  TXNDD
           END-IF.
      *    PROOF MODE (BYTE 15): D = DAILY RUN (C9132RUN, DEFAULT),
      *    R = SUSPENSE REPROCESS (C9132RPR), B = BACKOUT (C9132BKO)
           IF          PARM-LEN        >       14
                       AND (PARM-DATA (15:1) = 'D' OR
                            PARM-DATA (15:1) = 'R' OR
                            PARM-DATA (15:1) = 'B')
               MOVE    PARM-DATA (15:1)    TO      PROOF-MODE
           END-IF.
           ACCEPT      STAMP-DATE      FROM    DATE    YYYYMMDD.
           IF          MODE-REPROC
               MOVE    'C9132  RUN PROOF - SUSPENSE REPROCESS'
                                       TO      RPT-H1-TITLE
           ELSE
               IF      MODE-BACKOUT
                   MOVE    'C9132  RUN PROOF - RUN BACKOUT'
                                       TO      RPT-H1-TITLE
               ELSE
                   MOVE    'C9132  RUN PROOF - DAILY RUN'
                                       TO      RPT-H1-TITLE
               END-IF
           END-IF.
           DISPLAY     'RPTDD  - PROOF MODE : ' PROOF-MODE.
           MOVE        133             TO      LRECL   OF  RPTDD.
           CALL        'OPENCXD'       USING   RPTDD   OUT     RETCDF.
           IF          RETCDF          NOT =   SPACES
               DISPLAY 'RPTDD  - OPENCXD ERROR RETCDF : ' RETCDF
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L4-PAGE.
       L1-E.
           EXIT.
      ******************************************************************
      *                    EXEC                            2           *
      ******************************************************************
      *    EVERY FILE OF THE CHAIN IS READ ONCE AND ITS FIGURES KEPT;
      *    THE HOPS ARE PROVEN FROM THE KEPT FIGURES AFTERWARDS.  A
      *    REPROCESS OR BACKOUT DAY HAS NO ORDER STEPS, AND THE
      *    BACKOUT NO SPLIT; NEITHER JOURNALS (C9132GLX DOES)
       L2-EXEC                 SECTION.
       L2-S.
           IF          MODE-DAILY
               PERFORM L2-ORDLOAD
               PERFORM L2-CLNLOAD
               PERFORM L2-RETLOAD
           ELSE
               PERFORM L2-SRCLOAD
           END-IF.
           PERFORM     L2-TXNLOAD.
           PERFORM     L2-VALLOAD.
           PERFORM     L2-SUSLOAD.
           PERFORM     L2-EXCLOAD.
           PERFORM     L2-HLDLOAD.
           PERFORM     L2-PSTLOAD.
           PERFORM     L2-MSTLOAD.
           IF          NOT MODE-BACKOUT
               PERFORM L2-PAYLOAD
               PERFORM L2-RCVLOAD
           END-IF.
           IF          MODE-DAILY
               PERFORM L2-GLLOAD
           END-IF.
       L2-E.
           EXIT.
      ******************************************************************
      *                    LOAD ORDER EXTRACT              2A          *
      ******************************************************************
       L2-ORDLOAD              SECTION.
       L2A-S.
           MOVE        80              TO      LRECL   OF  ORDDD.
           CALL        'OPENCXD'       USING   ORDDD   INP     RETCD1.
           IF          RETCD1          NOT =   SPACES
               DISPLAY 'ORDDD  - OPENCXD ERROR RETCD1 : ' RETCD1
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L2-TLINIT.
           PERFORM     L2-ORDREAD
                       UNTIL   FILE-EOF        =       '1'.
           CALL        'CLOSECX'       USING   ORDDD       RETCD1.
           IF          RETCD1          NOT =   SPACES
               DISPLAY 'ORDDD  - CLOSECX ERROR RETCD1 : ' RETCD1
               PERFORM L9-ABEND
           END-IF.
           MOVE        'ORDEXTR + SOORDS(+1)'
                                       TO      TL-LABEL.
           MOVE        SLOT-ORD        TO      FG-SUB.
           MOVE        'N'             TO      TL-TRL-REQ.
           MOVE        TL-CNT          TO      TL-CHK.
           PERFORM     L2-TLSAVE.
       L2A-E.
           EXIT.
      ******************************************************************
      *                    READ ORDER EXTRACT              2A1         *
      ******************************************************************
       L2-ORDREAD              SECTION.
       L2AR-S.
           CALL        'READXD'    USING   ORDDD  ORDR-REC    RETCD1.
           IF          RETCD1      =       'EOF '
               MOVE    '1'         TO      FILE-EOF
               GO  TO              L2AR-E
           END-IF.
           IF          RETCD1      NOT =   SPACES
               DISPLAY 'ORDDD  - READXD ERROR RETCD1 : ' RETCD1
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L2-OTALLY.
       L2AR-E.
           EXIT.
      ******************************************************************
      *                    LOAD CLEAN ORDERS               2B          *
      ******************************************************************
       L2-CLNLOAD              SECTION.
       L2B-S.
           MOVE        80              TO      LRECL   OF  CLNDD.
           CALL        'OPENCXD'       USING   CLNDD   INP     RETCD2.
           IF          RETCD2          NOT =   SPACES
               DISPLAY 'CLNDD  - OPENCXD ERROR RETCD2 : ' RETCD2
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L2-TLINIT.
           PERFORM     L2-CLNREAD
                       UNTIL   FILE-EOF        =       '1'.
           CALL        'CLOSECX'       USING   CLNDD       RETCD2.
           IF          RETCD2          NOT =   SPACES
               DISPLAY 'CLNDD  - CLOSECX ERROR RETCD2 : ' RETCD2
               PERFORM L9-ABEND
           END-IF.
           MOVE        'ORDCLEAN(+1)'
                                       TO      TL-LABEL.
           MOVE        SLOT-CLN        TO      FG-SUB.
           MOVE        'N'             TO      TL-TRL-REQ.
           MOVE        TL-CNT          TO      TL-CHK.
           PERFORM     L2-TLSAVE.
       L2B-E.
           EXIT.
      ******************************************************************
      *                    READ CLEAN ORDERS               2B1         *
      ******************************************************************
       L2-CLNREAD              SECTION.
       L2BR-S.
           CALL        'READXD'    USING   CLNDD  ORDR-REC    RETCD2.
           IF          RETCD2      =       'EOF '
               MOVE    '1'         TO      FILE-EOF
               GO  TO              L2BR-E
           END-IF.
           IF          RETCD2      NOT =   SPACES
               DISPLAY 'CLNDD  - READXD ERROR RETCD2 : ' RETCD2
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L2-OTALLY.
       L2BR-E.
           EXIT.
      ******************************************************************
      *                    LOAD RETURNED ORDERS            2C          *
      ******************************************************************
       L2-RETLOAD              SECTION.
       L2C-S.
           MOVE        84              TO      LRECL   OF  RETDD.
           CALL        'OPENCXD'       USING   RETDD   INP     RETCD3.
           IF          RETCD3          NOT =   SPACES
               DISPLAY 'RETDD  - OPENCXD ERROR RETCD3 : ' RETCD3
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L2-TLINIT.
           PERFORM     L2-RETREAD
                       UNTIL   FILE-EOF        =       '1'.
           CALL        'CLOSECX'       USING   RETDD       RETCD3.
           IF          RETCD3          NOT =   SPACES
               DISPLAY 'RETDD  - CLOSECX ERROR RETCD3 : ' RETCD3
               PERFORM L9-ABEND
           END-IF.
           MOVE        'ORDRETRN(+1) RETURNED'
                                       TO      TL-LABEL.
           MOVE        SLOT-RET        TO      FG-SUB.
           MOVE        'N'             TO      TL-TRL-REQ.
           MOVE        TL-CNT          TO      TL-CHK.
           PERFORM     L2-TLSAVE.
       L2C-E.
           EXIT.
      ******************************************************************
      *                    READ RETURNED ORDERS            2C1         *
      ******************************************************************
       L2-RETREAD              SECTION.
       L2CR-S.
           CALL        'READXD'    USING   RETDD  ORET-REC    RETCD3.
           IF          RETCD3      =       'EOF '
               MOVE    '1'         TO      FILE-EOF
               GO  TO              L2CR-E
           END-IF.
           IF          RETCD3      NOT =   SPACES
               DISPLAY 'RETDD  - READXD ERROR RETCD3 : ' RETCD3
               PERFORM L9-ABEND
           END-IF.
           MOVE        ORET-TXN        TO      ORDR-REC.
           PERFORM     L2-OTALLY.
       L2CR-E.
           EXIT.
      ******************************************************************
      *                    LOAD SOURCE FILE                2D          *
      ******************************************************************
      *    REPROCESS: THE CORRECTED SUSPENSE GENERATION C91321S
      *    READ (RECORD + REASON CODE).  BACKOUT: THE TRANSACTION
      *    GENERATION C91321X BACKED OUT
       L2-SRCLOAD              SECTION.
       L2D-S.
           IF          MODE-REPROC
               MOVE    44              TO      LRECL   OF  SRCDD
           ELSE
               MOVE    40              TO      LRECL   OF  SRCDD
           END-IF.
           CALL        'OPENCXD'       USING   SRCDD   INP     RETCD4.
           IF          RETCD4          NOT =   SPACES
               DISPLAY 'SRCDD  - OPENCXD ERROR RETCD4 : ' RETCD4
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L2-TLINIT.
           PERFORM     L2-SRCREAD
                       UNTIL   FILE-EOF        =       '1'.
           CALL        'CLOSECX'       USING   SRCDD       RETCD4.
           IF          RETCD4          NOT =   SPACES
               DISPLAY 'SRCDD  - CLOSECX ERROR RETCD4 : ' RETCD4
               PERFORM L9-ABEND
           END-IF.
           IF          MODE-REPROC
               MOVE    'SUSPENSE(0) CORRECTED'
                                       TO      TL-LABEL
           ELSE
               MOVE    'TXNFILE(0) AS REVERSED'
                                       TO      TL-LABEL
      *        THE BACKED-OUT RUN IS CARRIED AT THE VALUE C91321X
      *        SHOULD HAVE WRITTEN FROM IT
               MOVE    TL-REV          TO      TL-AMT
           END-IF.
           MOVE        SLOT-SRC        TO      FG-SUB.
           IF          MODE-REPROC
               MOVE    'N'             TO      TL-TRL-REQ
           ELSE
               MOVE    'Y'             TO      TL-TRL-REQ
           END-IF.
           MOVE        TL-CNT          TO      TL-CHK.
           PERFORM     L2-TLSAVE.
       L2D-E.
           EXIT.
      ******************************************************************
      *                    READ SOURCE FILE                2D1         *
      ******************************************************************
       L2-SRCREAD              SECTION.
       L2DR-S.
           IF          MODE-REPROC
               CALL    'READXD'    USING   SRCDD  SUSP-REC    RETCD4
           ELSE
               CALL    'READXD'    USING   SRCDD  INR-REC     RETCD4
           END-IF.
           IF          RETCD4      =       'EOF '
               MOVE    '1'         TO      FILE-EOF
               GO  TO              L2DR-E
           END-IF.
           IF          RETCD4      NOT =   SPACES
               DISPLAY 'SRCDD  - READXD ERROR RETCD4 : ' RETCD4
               PERFORM L9-ABEND
           END-IF.
           IF          MODE-REPROC
               MOVE    SUSP-TXN        TO      INR-REC
           END-IF.
           PERFORM     L2-TALLY.
       L2DR-E.
           EXIT.
      ******************************************************************
      *                    LOAD TRANSACTION FILE           2E          *
      ******************************************************************
       L2-TXNLOAD              SECTION.
       L2E-S.
           MOVE        40              TO      LRECL   OF  TXNDD.
           CALL        'OPENCXD'       USING   TXNDD   INP     RETCD5.
           IF          RETCD5          NOT =   SPACES
               DISPLAY 'TXNDD  - OPENCXD ERROR RETCD5 : ' RETCD5
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L2-TLINIT.
           PERFORM     L2-TXNREAD
                       UNTIL   FILE-EOF        =       '1'.
           CALL        'CLOSECX'       USING   TXNDD       RETCD5.
           IF          RETCD5          NOT =   SPACES
               DISPLAY 'TXNDD  - CLOSECX ERROR RETCD5 : ' RETCD5
               PERFORM L9-ABEND
           END-IF.
           IF          MODE-REPROC
               MOVE    'REPROC(+1)'
                                       TO      TL-LABEL
           ELSE
               MOVE    'TXNFILE(+1)'
                                       TO      TL-LABEL
           END-IF.
           MOVE        SLOT-TXN        TO      FG-SUB.
           MOVE        'Y'             TO      TL-TRL-REQ.
           MOVE        TL-CNT          TO      TL-CHK.
           PERFORM     L2-TLSAVE.
       L2E-E.
           EXIT.
      ******************************************************************
      *                    READ TRANSACTION FILE           2E1         *
      ******************************************************************
       L2-TXNREAD              SECTION.
       L2ER-S.
           CALL        'READXD'    USING   TXNDD  INR-REC     RETCD5.
           IF          RETCD5      =       'EOF '
               MOVE    '1'         TO      FILE-EOF
               GO  TO              L2ER-E
           END-IF.
           IF          RETCD5      NOT =   SPACES
               DISPLAY 'TXNDD  - READXD ERROR RETCD5 : ' RETCD5
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L2-TALLY.
       L2ER-E.
           EXIT.
      ******************************************************************
      *                    LOAD VALIDATED FILE             2F          *
      ******************************************************************
       L2-VALLOAD              SECTION.
       L2F-S.
           MOVE        40              TO      LRECL   OF  VALDD.
           CALL        'OPENCXD'       USING   VALDD   INP     RETCD6.
           IF          RETCD6          NOT =   SPACES
               DISPLAY 'VALDD  - OPENCXD ERROR RETCD6 : ' RETCD6
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L2-TLINIT.
           PERFORM     L2-VALREAD
                       UNTIL   FILE-EOF        =       '1'.
           CALL        'CLOSECX'       USING   VALDD       RETCD6.
           IF          RETCD6          NOT =   SPACES
               DISPLAY 'VALDD  - CLOSECX ERROR RETCD6 : ' RETCD6
               PERFORM L9-ABEND
           END-IF.
           MOVE        'VALFILE(+1)'
                                       TO      TL-LABEL.
           MOVE        SLOT-VAL        TO      FG-SUB.
           MOVE        'Y'             TO      TL-TRL-REQ.
           MOVE        TL-CNT          TO      TL-CHK.
           PERFORM     L2-TLSAVE.
       L2F-E.
           EXIT.
      ******************************************************************
      *                    READ VALIDATED FILE             2F1         *
      ******************************************************************
       L2-VALREAD              SECTION.
       L2FR-S.
           CALL        'READXD'    USING   VALDD  INR-REC     RETCD6.
           IF          RETCD6      =       'EOF '
               MOVE    '1'         TO      FILE-EOF
               GO  TO              L2FR-E
           END-IF.
           IF          RETCD6      NOT =   SPACES
               DISPLAY 'VALDD  - READXD ERROR RETCD6 : ' RETCD6
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L2-TALLY.
       L2FR-E.
           EXIT.
      ******************************************************************
      *                    LOAD SUSPENSE                   2G          *
      ******************************************************************
       L2-SUSLOAD              SECTION.
       L2G-S.
           MOVE        44              TO      LRECL   OF  SUSPDD.
           CALL        'OPENCXD'       USING   SUSPDD  INP     RETCD7.
           IF          RETCD7          NOT =   SPACES
               DISPLAY 'SUSPDD - OPENCXD ERROR RETCD7 : ' RETCD7
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L2-TLINIT.
           PERFORM     L2-SUSREAD
                       UNTIL   FILE-EOF        =       '1'.
           CALL        'CLOSECX'       USING   SUSPDD      RETCD7.
           IF          RETCD7          NOT =   SPACES
               DISPLAY 'SUSPDD - CLOSECX ERROR RETCD7 : ' RETCD7
               PERFORM L9-ABEND
           END-IF.
           MOVE        'SUSPENSE(+1) REJECTED'
                                       TO      TL-LABEL.
           MOVE        SLOT-SUSP       TO      FG-SUB.
           MOVE        'N'             TO      TL-TRL-REQ.
           MOVE        TL-CNT          TO      TL-CHK.
           PERFORM     L2-TLSAVE.
       L2G-E.
           EXIT.
      ******************************************************************
      *                    READ SUSPENSE                   2G1         *
      ******************************************************************
       L2-SUSREAD              SECTION.
       L2GR-S.
           CALL        'READXD'    USING   SUSPDD SUSP-REC    RETCD7.
           IF          RETCD7      =       'EOF '
               MOVE    '1'         TO      FILE-EOF
               GO  TO              L2GR-E
           END-IF.
           IF          RETCD7      NOT =   SPACES
               DISPLAY 'SUSPDD - READXD ERROR RETCD7 : ' RETCD7
               PERFORM L9-ABEND
           END-IF.
           MOVE        SUSP-TXN        TO      INR-REC.
           PERFORM     L2-TALLY.
       L2GR-E.
           EXIT.
      ******************************************************************
      *                    LOAD DIVERTED ITEMS             2H          *
      ******************************************************************
       L2-EXCLOAD              SECTION.
       L2H-S.
           MOVE        40              TO      LRECL   OF  EXCPDD.
           CALL        'OPENCXD'       USING   EXCPDD  INP     RETCD8.
           IF          RETCD8          NOT =   SPACES
               DISPLAY 'EXCPDD - OPENCXD ERROR RETCD8 : ' RETCD8
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L2-TLINIT.
           PERFORM     L2-EXCREAD
                       UNTIL   FILE-EOF        =       '1'.
           CALL        'CLOSECX'       USING   EXCPDD      RETCD8.
           IF          RETCD8          NOT =   SPACES
               DISPLAY 'EXCPDD - CLOSECX ERROR RETCD8 : ' RETCD8
               PERFORM L9-ABEND
           END-IF.
           MOVE        'EXCPFILE(+1) DIVERTED'
                                       TO      TL-LABEL.
           MOVE        SLOT-EXCP       TO      FG-SUB.
           MOVE        'N'             TO      TL-TRL-REQ.
           MOVE        TL-CNT          TO      TL-CHK.
           PERFORM     L2-TLSAVE.
       L2H-E.
           EXIT.
      ******************************************************************
      *                    READ DIVERTED ITEMS             2H1         *
      ******************************************************************
       L2-EXCREAD              SECTION.
       L2HR-S.
           CALL        'READXD'    USING   EXCPDD INR-REC     RETCD8.
           IF          RETCD8      =       'EOF '
               MOVE    '1'         TO      FILE-EOF
               GO  TO              L2HR-E
           END-IF.
           IF          RETCD8      NOT =   SPACES
               DISPLAY 'EXCPDD - READXD ERROR RETCD8 : ' RETCD8
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L2-TALLY.
       L2HR-E.
           EXIT.
      ******************************************************************
      *                    LOAD HELD ITEMS                 2J          *
      ******************************************************************
       L2-HLDLOAD              SECTION.
       L2J-S.
           MOVE        40              TO      LRECL   OF  HOLDDD.
           CALL        'OPENCXD'       USING   HOLDDD  INP     RETCD9.
           IF          RETCD9          NOT =   SPACES
               DISPLAY 'HOLDDD - OPENCXD ERROR RETCD9 : ' RETCD9
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L2-TLINIT.
           PERFORM     L2-HLDREAD
                       UNTIL   FILE-EOF        =       '1'.
           CALL        'CLOSECX'       USING   HOLDDD      RETCD9.
           IF          RETCD9          NOT =   SPACES
               DISPLAY 'HOLDDD - CLOSECX ERROR RETCD9 : ' RETCD9
               PERFORM L9-ABEND
           END-IF.
           MOVE        'HELDITEM(+1) HELD'
                                       TO      TL-LABEL.
           MOVE        SLOT-HOLD       TO      FG-SUB.
           MOVE        'N'             TO      TL-TRL-REQ.
           MOVE        TL-CNT          TO      TL-CHK.
           PERFORM     L2-TLSAVE.
       L2J-E.
           EXIT.
      ******************************************************************
      *                    READ HELD ITEMS                 2J1         *
      ******************************************************************
       L2-HLDREAD              SECTION.
       L2JR-S.
           CALL        'READXD'    USING   HOLDDD INR-REC     RETCD9.
           IF          RETCD9      =       'EOF '
               MOVE    '1'         TO      FILE-EOF
               GO  TO              L2JR-E
           END-IF.
           IF          RETCD9      NOT =   SPACES
               DISPLAY 'HOLDDD - READXD ERROR RETCD9 : ' RETCD9
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L2-TALLY.
       L2JR-E.
           EXIT.
      ******************************************************************
      *                    LOAD POSTED FILE                2W          *
      ******************************************************************
       L2-PSTLOAD              SECTION.
       L2W-S.
           MOVE        40              TO      LRECL   OF  POSTDD.
           CALL        'OPENCXD'       USING   POSTDD  INP     RETCDG.
           IF          RETCDG          NOT =   SPACES
               DISPLAY 'POSTDD - OPENCXD ERROR RETCDG : ' RETCDG
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L2-TLINIT.
           PERFORM     L2-PSTREAD
                       UNTIL   FILE-EOF        =       '1'.
           CALL        'CLOSECX'       USING   POSTDD      RETCDG.
           IF          RETCDG          NOT =   SPACES
               DISPLAY 'POSTDD - CLOSECX ERROR RETCDG : ' RETCDG
               PERFORM L9-ABEND
           END-IF.
           MOVE        'POSTFILE(+1) POSTED'
                                       TO      TL-LABEL.
           MOVE        SLOT-PSTF       TO      FG-SUB.
           MOVE        'Y'             TO      TL-TRL-REQ.
           MOVE        TL-CNT          TO      TL-CHK.
           PERFORM     L2-TLSAVE.
       L2W-E.
           EXIT.
      ******************************************************************
      *                    READ POSTED FILE                2W1         *
      ******************************************************************
       L2-PSTREAD              SECTION.
       L2WR-S.
           CALL        'READXD'    USING   POSTDD INR-REC     RETCDG.
           IF          RETCDG      =       'EOF '
               MOVE    '1'         TO      FILE-EOF
               GO  TO              L2WR-E
           END-IF.
           IF          RETCDG      NOT =   SPACES
               DISPLAY 'POSTDD - READXD ERROR RETCDG : ' RETCDG
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L2-TALLY.
       L2WR-E.
           EXIT.
      ******************************************************************
      *                    LOAD ACCOUNT MASTER             2K          *
      ******************************************************************
      *    C91321U REWRITES EVERY ACCOUNT, SO THE MASTER BEFORE AND
      *    AFTER THE POST PAIR UP RECORD FOR RECORD.  WHAT POSTED IS
      *    MEASURED ON THE MASTER ITSELF: THE RISE IN EACH ACCOUNT'S
      *    TRANSACTION COUNT (5 DIGITS, SO A ROLL PAST 99999 IS
      *    ALLOWED FOR) AND THE MOVEMENT IN THE SUM OF THE BALANCES
       L2-MSTLOAD              SECTION.
       L2K-S.
           MOVE        40              TO      LRECL   OF  MSTIDD.
           CALL        'OPENCXD'       USING   MSTIDD  INP     RETCDA.
           IF          RETCDA          NOT =   SPACES
               DISPLAY 'MSTIDD - OPENCXD ERROR RETCDA : ' RETCDA
               PERFORM L9-ABEND
           END-IF.
           MOVE        40              TO      LRECL   OF  MSTODD.
           CALL        'OPENCXD'       USING   MSTODD  INP     RETCDB.
           IF          RETCDB          NOT =   SPACES
               DISPLAY 'MSTODD - OPENCXD ERROR RETCDB : ' RETCDB
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L2-MSTPAIR
                       UNTIL   MSTI-EOF        =       '1'
                       AND     MSTO-EOF        =       '1'.
           CALL        'CLOSECX'       USING   MSTIDD      RETCDA.
           IF          RETCDA          NOT =   SPACES
               DISPLAY 'MSTIDD - CLOSECX ERROR RETCDA : ' RETCDA
               PERFORM L9-ABEND
           END-IF.
           CALL        'CLOSECX'       USING   MSTODD      RETCDB.
           IF          RETCDB          NOT =   SPACES
               DISPLAY 'MSTODD - CLOSECX ERROR RETCDB : ' RETCDB
               PERFORM L9-ABEND
           END-IF.
           DISPLAY     'MSTIDD - ACCOUNTS BEFORE POSTING :' MSTI-CNT.
           DISPLAY     'MSTODD - ACCOUNTS AFTER POSTING :' MSTO-CNT.
           MOVE        SLOT-POST       TO      FG-SUB.
           MOVE        'ACCTMAST(+1) POSTED'
                                       TO      FG-LABEL (FG-SUB).
           MOVE        POST-CNT        TO      FG-CNT (FG-SUB).
           COMPUTE     FG-NET (FG-SUB) =       NEW-BAL-TOT
                                       -       OLD-BAL-TOT.
           MOVE        FG-NET (FG-SUB) TO      FG-AMT (FG-SUB).
           MOVE        SPACES          TO      FG-NOTE (FG-SUB).
           IF          MST-UNV         >       ZERO
               MOVE    MST-UNV         TO      NOTE-UNV-CNT
               MOVE    NOTE-UNV        TO      FG-NOTE (FG-SUB)
           END-IF.
           IF          MST-DIFF-CNT    >       ZERO
               MOVE    'ACCOUNTS DIFFER ***'
                                       TO      FG-NOTE (FG-SUB)
               COMPUTE FILE-BRK-CNT    =       FILE-BRK-CNT    +   1
               DISPLAY 'MSTODD - ACCOUNTS NOT PAIRED :' MST-DIFF-CNT
           END-IF.
       L2K-E.
           EXIT.
      ******************************************************************
      *                    PAIR MASTER RECORDS             2K1         *
      ******************************************************************
       L2-MSTPAIR              SECTION.
       L2KP-S.
           MOVE        'N'             TO      OLD-GOT.
           MOVE        'N'             TO      NEW-GOT.
           IF          MSTI-EOF        NOT =   '1'
               PERFORM L2-MSTIREAD
           END-IF.
           IF          MSTO-EOF        NOT =   '1'
               PERFORM L2-MSTOREAD
           END-IF.
           IF          OLD-READ        AND     NEW-READ
               IF      MST-ACCTNO      =       OLD-ACCTNO
                   COMPUTE CNT-STEP    =       MST-TXN-CNT
                                       -       OLD-TXN-CNT
                   IF      CNT-STEP    <       ZERO
                       COMPUTE CNT-STEP    =   CNT-STEP    +   100000
                   END-IF
                   ADD     CNT-STEP        TO      POST-CNT
                   GO  TO              L2KP-E
               END-IF
           END-IF.
           IF          OLD-READ        OR      NEW-READ
               IF      MST-DIFF-CNT    =       ZERO
                   DISPLAY 'MSTODD - FIRST UNPAIRED ACCOUNT BEFORE : '
                           OLD-ACCTNO
                   DISPLAY 'MSTODD - FIRST UNPAIRED ACCOUNT AFTER  : '
                           MST-ACCTNO
               END-IF
               COMPUTE MST-DIFF-CNT    =       MST-DIFF-CNT    +   1
           END-IF.
       L2KP-E.
           EXIT.
      ******************************************************************
      *                    READ MASTER BEFORE POSTING      2K2         *
      ******************************************************************
       L2-MSTIREAD             SECTION.
       L2KI-S.
           CALL        'READXD'    USING   MSTIDD MSTR-REC    RETCDA.
           IF          RETCDA      =       'EOF '
               MOVE    '1'         TO      MSTI-EOF
               MOVE    ZERO        TO      OLD-ACCTNO
               GO  TO              L2KI-E
           END-IF.
           IF          RETCDA      NOT =   SPACES
               DISPLAY 'MSTIDD - READXD ERROR RETCDA : ' RETCDA
               PERFORM L9-ABEND
           END-IF.
           MOVE        'Y'             TO      OLD-GOT.
           COMPUTE     MSTI-CNT        =       MSTI-CNT    +   1.
           MOVE        MST-ACCTNO      TO      OLD-ACCTNO.
           IF          MST-TXN-CNT     IS      NUMERIC
               MOVE    MST-TXN-CNT     TO      OLD-TXN-CNT
           ELSE
               MOVE    ZERO            TO      OLD-TXN-CNT
           END-IF.
           IF          MST-BALANCE     IS      NUMERIC
               ADD     MST-BALANCE     TO      OLD-BAL-TOT
           ELSE
               COMPUTE MST-UNV         =       MST-UNV     +   1
           END-IF.
       L2KI-E.
           EXIT.
      ******************************************************************
      *                    READ MASTER AFTER POSTING       2K3         *
      ******************************************************************
       L2-MSTOREAD             SECTION.
       L2KO-S.
           CALL        'READXD'    USING   MSTODD MSTR-REC    RETCDB.
           IF          RETCDB      =       'EOF '
               MOVE    '1'         TO      MSTO-EOF
               MOVE    ZERO        TO      MST-ACCTNO
               GO  TO              L2KO-E
           END-IF.
           IF          RETCDB      NOT =   SPACES
               DISPLAY 'MSTODD - READXD ERROR RETCDB : ' RETCDB
               PERFORM L9-ABEND
           END-IF.
           MOVE        'Y'             TO      NEW-GOT.
           COMPUTE     MSTO-CNT        =       MSTO-CNT    +   1.
           IF          MST-TXN-CNT     IS NOT  NUMERIC
               MOVE    ZERO            TO      MST-TXN-CNT
           END-IF.
           IF          MST-BALANCE     IS      NUMERIC
               ADD     MST-BALANCE     TO      NEW-BAL-TOT
           ELSE
               COMPUTE MST-UNV         =       MST-UNV     +   1
           END-IF.
       L2KO-E.
           EXIT.
      ******************************************************************
      *                    LOAD PAYABLES                   2M          *
      ******************************************************************
       L2-PAYLOAD              SECTION.
       L2M-S.
           MOVE        40              TO      LRECL   OF  APDD.
           CALL        'OPENCXD'       USING   APDD    INP     RETCDC.
           IF          RETCDC          NOT =   SPACES
               DISPLAY 'APDD   - OPENCXD ERROR RETCDC : ' RETCDC
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L2-TLINIT.
           PERFORM     L2-PAYREAD
                       UNTIL   FILE-EOF        =       '1'.
           CALL        'CLOSECX'       USING   APDD        RETCDC.
           IF          RETCDC          NOT =   SPACES
               DISPLAY 'APDD   - CLOSECX ERROR RETCDC : ' RETCDC
               PERFORM L9-ABEND
           END-IF.
           MOVE        'PAYABLES(+1)'
                                       TO      TL-LABEL.
           MOVE        SLOT-AP         TO      FG-SUB.
           MOVE        'Y'             TO      TL-TRL-REQ.
           MOVE        TL-CNT          TO      TL-CHK.
           PERFORM     L2-TLSAVE.
       L2M-E.
           EXIT.
      ******************************************************************
      *                    READ PAYABLES                   2M1         *
      ******************************************************************
       L2-PAYREAD              SECTION.
       L2MR-S.
           CALL        'READXD'    USING   APDD   INR-REC     RETCDC.
           IF          RETCDC      =       'EOF '
               MOVE    '1'         TO      FILE-EOF
               GO  TO              L2MR-E
           END-IF.
           IF          RETCDC      NOT =   SPACES
               DISPLAY 'APDD   - READXD ERROR RETCDC : ' RETCDC
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L2-TALLY.
       L2MR-E.
           EXIT.
      ******************************************************************
      *                    LOAD RECEIVABLES                2N          *
      ******************************************************************
       L2-RCVLOAD              SECTION.
       L2N-S.
           MOVE        40              TO      LRECL   OF  ARDD.
           CALL        'OPENCXD'       USING   ARDD    INP     RETCDD.
           IF          RETCDD          NOT =   SPACES
               DISPLAY 'ARDD   - OPENCXD ERROR RETCDD : ' RETCDD
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L2-TLINIT.
           PERFORM     L2-RCVREAD
                       UNTIL   FILE-EOF        =       '1'.
           CALL        'CLOSECX'       USING   ARDD        RETCDD.
           IF          RETCDD          NOT =   SPACES
               DISPLAY 'ARDD   - CLOSECX ERROR RETCDD : ' RETCDD
               PERFORM L9-ABEND
           END-IF.
           MOVE        'RECVABLES(+1)'
                                       TO      TL-LABEL.
           MOVE        SLOT-AR         TO      FG-SUB.
           MOVE        'Y'             TO      TL-TRL-REQ.
           MOVE        TL-CNT          TO      TL-CHK.
           PERFORM     L2-TLSAVE.
       L2N-E.
           EXIT.
      ******************************************************************
      *                    READ RECEIVABLES                2N1         *
      ******************************************************************
       L2-RCVREAD              SECTION.
       L2NR-S.
           CALL        'READXD'    USING   ARDD   INR-REC     RETCDD.
           IF          RETCDD      =       'EOF '
               MOVE    '1'         TO      FILE-EOF
               GO  TO              L2NR-E
           END-IF.
           IF          RETCDD      NOT =   SPACES
               DISPLAY 'ARDD   - READXD ERROR RETCDD : ' RETCDD
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L2-TALLY.
       L2NR-E.
           EXIT.
      ******************************************************************
      *                    LOAD GL HAND-OFF FILE           2P          *
      ******************************************************************
       L2-GLLOAD               SECTION.
       L2P-S.
           MOVE        80              TO      LRECL   OF  GLDD.
           CALL        'OPENCXD'       USING   GLDD    INP     RETCDE.
           IF          RETCDE          NOT =   SPACES
               DISPLAY 'GLDD   - OPENCXD ERROR RETCDE : ' RETCDE
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L2-TLINIT.
           PERFORM     L2-GLREAD
                       UNTIL   FILE-EOF        =       '1'.
           CALL        'CLOSECX'       USING   GLDD        RETCDE.
           IF          RETCDE          NOT =   SPACES
               DISPLAY 'GLDD   - CLOSECX ERROR RETCDE : ' RETCDE
               PERFORM L9-ABEND
           END-IF.
           MOVE        'GLFEED(+1) JOURNAL'
                                       TO      TL-LABEL.
           MOVE        SLOT-GL         TO      FG-SUB.
           MOVE        'Y'             TO      TL-TRL-REQ.
      *    THE GL TRAILER COUNTS JOURNAL LINES, NOT THE DETAILS
      *    SUMMARIZED INTO THEM
           MOVE        GL-LINES        TO      TL-CHK.
           PERFORM     L2-TLSAVE.
      *    THE TRAILER HASH IS THE SUM OF THE ABSOLUTE LINE
      *    AMOUNTS (C91321L) - A LINE ALTERED AFTER THE CUT SHOWS HERE
           IF          TL-TRAILER-SEEN
                       AND GL-HASH     NOT =   GL-HASH-TRL
                       AND FG-NOTE (FG-SUB)    =       SPACES
               MOVE    'TRAILER HASH DISAGREES'
                                       TO      FG-NOTE (FG-SUB)
               COMPUTE FILE-BRK-CNT    =       FILE-BRK-CNT    +   1
               DISPLAY 'GLDD   - TRAILER HASH :' GL-HASH-TRL
               DISPLAY 'GLDD   - LINES HASH   :' GL-HASH
           END-IF.
           IF          GL-BAD          >       ZERO
               MOVE    'UNKNOWN RECORD TYPE'
                                       TO      FG-NOTE (FG-SUB)
               COMPUTE FILE-BRK-CNT    =       FILE-BRK-CNT    +   1
               DISPLAY 'GLDD   - UNKNOWN RECORD TYPES :' GL-BAD
           END-IF.
       L2P-E.
           EXIT.
      ******************************************************************
      *                    READ GL HAND-OFF FILE           2P1         *
      ******************************************************************
       L2-GLREAD               SECTION.
       L2PR-S.
           CALL        'READXD'    USING   GLDD   GLR-REC     RETCDE.
           IF          RETCDE      =       'EOF '
               MOVE    '1'         TO      FILE-EOF
               GO  TO              L2PR-E
           END-IF.
           IF          RETCDE      NOT =   SPACES
               DISPLAY 'GLDD   - READXD ERROR RETCDE : ' RETCDE
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L2-GTALLY.
       L2PR-E.
           EXIT.
      ******************************************************************
      *                    START A FILE TALLY              2Q          *
      ******************************************************************
       L2-TLINIT               SECTION.
       L2Q-S.
           MOVE        ZERO            TO      FILE-EOF.
           MOVE        ZERO            TO      TL-RECS.
           MOVE        ZERO            TO      TL-CNT.
           MOVE        ZERO            TO      TL-UNV.
           MOVE        ZERO            TO      TL-CHK.
           MOVE        ZERO            TO      TL-TRL-CNT.
           MOVE        ZERO            TO      TL-AMT.
           MOVE        ZERO            TO      TL-NET.
           MOVE        ZERO            TO      TL-REV.
           MOVE        'N'             TO      TL-TRL.
           MOVE        ZERO            TO      GL-LINES.
           MOVE        ZERO            TO      GL-BAD.
           MOVE        ZERO            TO      GL-HASH.
           MOVE        ZERO            TO      GL-HASH-TRL.
       L2Q-E.
           EXIT.
      ******************************************************************
      *                    KEEP A FILE'S FIGURES           2S          *
      ******************************************************************
      *    A FILE THAT CARRIES A CONTROL TRAILER MUST AGREE WITH IT
      *    BEFORE ITS FIGURES CAN PROVE ANYTHING - A MISSING OR
      *    DISAGREEING TRAILER IS A BREAK IN ITS OWN RIGHT.  AN EMPTY
      *    FILE (NOTHING WRITTEN AT ALL) IS LEFT TO THE HOP TOTALS
       L2-TLSAVE               SECTION.
       L2S-S.
           MOVE        TL-LABEL        TO      FG-LABEL (FG-SUB).
           MOVE        TL-CNT          TO      FG-CNT (FG-SUB).
           MOVE        TL-AMT          TO      FG-AMT (FG-SUB).
           MOVE        TL-NET          TO      FG-NET (FG-SUB).
           MOVE        SPACES          TO      FG-NOTE (FG-SUB).
           DISPLAY     TL-LABEL ' - RECORDS :' TL-CNT.
           IF          TL-UNV          >       ZERO
               MOVE    TL-UNV          TO      NOTE-UNV-CNT
               MOVE    NOTE-UNV        TO      FG-NOTE (FG-SUB)
               DISPLAY TL-LABEL ' - UNVALUED :' TL-UNV
           END-IF.
           IF          NOT TL-TRAILED
                       OR TL-RECS      =       ZERO
               GO  TO              L2S-E
           END-IF.
           IF          NOT TL-TRAILER-SEEN
               MOVE    'NO TRAILER ***'        TO  FG-NOTE (FG-SUB)
               COMPUTE FILE-BRK-CNT    =       FILE-BRK-CNT    +   1
               DISPLAY TL-LABEL ' - NO TRAILER RECORD'
               GO  TO              L2S-E
           END-IF.
           IF          TL-TRL-CNT      NOT =   TL-CHK
               MOVE    'TRAILER DISAGREES ***' TO  FG-NOTE (FG-SUB)
               COMPUTE FILE-BRK-CNT    =       FILE-BRK-CNT    +   1
               DISPLAY TL-LABEL ' - TRAILER COUNT :' TL-TRL-CNT
           END-IF.
       L2S-E.
           EXIT.
      ******************************************************************
      *                    TALLY A TRANSACTION RECORD      2T          *
      ******************************************************************
      *    EVERY RECORD THAT IS NOT A HEADER OR TRAILER COUNTS - AN
      *    UNKNOWN TYPE TRAVELS THE CHAIN LIKE A DETAIL (C91321X
      *    PASSES IT, C91321R DIVERTS IT).  ONLY A READABLE AMOUNT
      *    ADDS TO THE VALUE; THE REST ARE COUNTED AS UNVALUED
       L2-TALLY                SECTION.
       L2T-S.
           COMPUTE     TL-RECS         =       TL-RECS     +   1.
           IF          HEADER-REC
               GO  TO              L2T-E
           END-IF.
           IF          TRAILER-REC
               MOVE    'Y'             TO      TL-TRL
               IF      TRL-COUNT       IS      NUMERIC
                   MOVE    TRL-COUNT       TO      TL-TRL-CNT
               END-IF
               GO  TO              L2T-E
           END-IF.
           COMPUTE     TL-CNT          =       TL-CNT      +   1.
           IF          AMOUNT          IS NOT  NUMERIC
               COMPUTE TL-UNV          =       TL-UNV      +   1
               GO  TO              L2T-E
           END-IF.
           ADD         AMOUNT          TO      TL-AMT.
           IF          DETAIL-REC-AP
               SUBTRACT    AMOUNT      FROM    TL-NET
           END-IF.
           IF          DETAIL-REC-AR
               ADD         AMOUNT      TO      TL-NET
           END-IF.
      *    AS C91321X REVERSES: ONLY A DETAIL WHOSE STATUS FITS ITS
      *    TYPE CHANGES SIGN
           IF          (DETAIL-REC-AP AND VALID-AP-STATUS)
                       OR  (DETAIL-REC-AR AND VALID-AR-STATUS)
               SUBTRACT    AMOUNT      FROM    TL-REV
           ELSE
               ADD         AMOUNT      TO      TL-REV
           END-IF.
       L2T-E.
           EXIT.
      ******************************************************************
      *                    TALLY AN ORDER RECORD           2U          *
      ******************************************************************
       L2-OTALLY               SECTION.
       L2U-S.
           COMPUTE     TL-RECS         =       TL-RECS     +   1.
           COMPUTE     TL-CNT          =       TL-CNT      +   1.
           IF          ORD-AMOUNT      IS      NUMERIC
               ADD     ORD-AMOUNT      TO      TL-AMT
           ELSE
               COMPUTE TL-UNV          =       TL-UNV      +   1
           END-IF.
       L2U-E.
           EXIT.
      ******************************************************************
      *                    TALLY A GL HAND-OFF RECORD      2V          *
      ******************************************************************
      *    EACH JOURNAL LINE CARRIES THE NUMBER OF DETAILS IT
      *    SUMMARIZES AND THEIR AMOUNT - THOSE ARE WHAT PROVE AGAINST
      *    THE SPLIT FILES
       L2-GTALLY               SECTION.
       L2V-S.
           COMPUTE     TL-RECS         =       TL-RECS     +   1.
           IF          GLR-TYPE        =       'HD'
               GO  TO              L2V-E
           END-IF.
           IF          GLR-TYPE        =       'TR'
               MOVE    GLR-REC         TO      GLT-REC
               MOVE    'Y'             TO      TL-TRL
               IF      GLT-CNT         IS      NUMERIC
                   MOVE    GLT-CNT         TO      TL-TRL-CNT
               END-IF
               IF      GLT-HASH        IS      NUMERIC
                   MOVE    GLT-HASH        TO      GL-HASH-TRL
               END-IF
               GO  TO              L2V-E
           END-IF.
           IF          GLR-TYPE        NOT =   'JL'
               COMPUTE GL-BAD          =       GL-BAD      +   1
               GO  TO              L2V-E
           END-IF.
           MOVE        GLR-REC         TO      GLJ-REC.
           COMPUTE     GL-LINES        =       GL-LINES    +   1.
           IF          GLJ-REC-CNT     IS      NUMERIC
               ADD     GLJ-REC-CNT     TO      TL-CNT
           END-IF.
           IF          GLJ-AMT         IS NOT  NUMERIC
               COMPUTE TL-UNV          =       TL-UNV      +   1
               GO  TO              L2V-E
           END-IF.
           ADD         GLJ-AMT         TO      TL-AMT.
           MOVE        GLJ-AMT         TO      ABS-AMT.
           IF          ABS-AMT         <       ZERO
               COMPUTE ABS-AMT         =       ZERO    -   ABS-AMT
           END-IF.
           ADD         ABS-AMT         TO      GL-HASH.
       L2V-E.
           EXIT.
      ******************************************************************
      *                    END                             3           *
      ******************************************************************
       L3-END                  SECTION.
       L3-S.
           PERFORM     L4-VERDICT.
           CALL        'CLOSECX'       USING   RPTDD       RETCDF.
           IF          RETCDF          NOT =   SPACES
               DISPLAY 'RPTDD  - CLOSECX ERROR RETCDF : ' RETCDF
               PERFORM L9-ABEND
           END-IF.
           DISPLAY     'RPTDD  - HOPS IN BALANCE :' HOP-OK-CNT.
           DISPLAY     'RPTDD  - HOPS OUT OF BALANCE :' HOP-BRK-CNT.
           DISPLAY     'RPTDD  - FILE CONTROL BREAKS :' FILE-BRK-CNT.
      *    A BREAK ANYWHERE ENDS RC=8 - THE GL FEED IS NOT RELEASED
      *    UNTIL THE BREAK IS EXPLAINED.  SET LAST - EVERY CALL
      *    REPLACES RETURN-CODE WITH THE SUBPROGRAM'S OWN
           IF          HOP-BRK-CNT     >       ZERO
                       OR FILE-BRK-CNT >       ZERO
               DISPLAY 'RPTDD  - *** RUN PROOF BROKEN ***'
               MOVE    8               TO      RETURN-CODE
           END-IF.
       L3-E.
           EXIT.
      ******************************************************************
      *                    PROVE THE CHAIN                 4A          *
      ******************************************************************
       L4-PROOF                SECTION.
       L4A-S.
           IF          MODE-DAILY
               PERFORM L4-HOPORD
               PERFORM L4-HOPWRT
           END-IF.
           IF          MODE-REPROC
               PERFORM L4-HOPSTR
           END-IF.
           IF          MODE-BACKOUT
               PERFORM L4-HOPBKO
           END-IF.
           PERFORM     L4-HOPVAL.
           PERFORM     L4-HOPPST.
           PERFORM     L4-HOPMST.
           IF          NOT MODE-BACKOUT
               PERFORM L4-HOPSPL
           END-IF.
           IF          MODE-DAILY
               PERFORM L4-HOPGL
           END-IF.
       L4A-E.
           EXIT.
      ******************************************************************
      *                    HOP - ORDER PRE-EDIT            4B          *
      ******************************************************************
       L4-HOPORD               SECTION.
       L4B-S.
           MOVE        'C91321E'       TO      HOP-STEP.
           MOVE        'ORDER PRE-EDIT'
                                       TO      HOP-TITLE.
           PERFORM     L4-HOPBEG.
           MOVE        'IN'            TO      FIG-SIDE.
           MOVE        SLOT-ORD        TO      FG-SUB.
           PERFORM     L4-FIG.
           MOVE        'OUT'           TO      FIG-SIDE.
           MOVE        SLOT-CLN        TO      FG-SUB.
           PERFORM     L4-FIG.
           MOVE        'OUT'           TO      FIG-SIDE.
           MOVE        SLOT-RET        TO      FG-SUB.
           PERFORM     L4-FIG.
           PERFORM     L4-HOPEND.
       L4B-E.
           EXIT.
      ******************************************************************
      *                    HOP - ORDER MAPPING             4C          *
      ******************************************************************
       L4-HOPWRT               SECTION.
       L4C-S.
           MOVE        'C91321W'       TO      HOP-STEP.
           MOVE        'ORDER MAPPING TO TRANSACTIONS'
                                       TO      HOP-TITLE.
           PERFORM     L4-HOPBEG.
           MOVE        'IN'            TO      FIG-SIDE.
           MOVE        SLOT-CLN        TO      FG-SUB.
           PERFORM     L4-FIG.
           MOVE        'OUT'           TO      FIG-SIDE.
           MOVE        SLOT-TXN        TO      FG-SUB.
           PERFORM     L4-FIG.
           PERFORM     L4-HOPEND.
       L4C-E.
           EXIT.
      ******************************************************************
      *                    HOP - SUSPENSE STRIP            4D          *
      ******************************************************************
       L4-HOPSTR               SECTION.
       L4D-S.
           MOVE        'C91321S'       TO      HOP-STEP.
           MOVE        'CORRECTED SUSPENSE REBUILT'
                                       TO      HOP-TITLE.
           PERFORM     L4-HOPBEG.
           MOVE        'IN'            TO      FIG-SIDE.
           MOVE        SLOT-SRC        TO      FG-SUB.
           PERFORM     L4-FIG.
           MOVE        'OUT'           TO      FIG-SIDE.
           MOVE        SLOT-TXN        TO      FG-SUB.
           PERFORM     L4-FIG.
           PERFORM     L4-HOPEND.
       L4D-E.
           EXIT.
      ******************************************************************
      *                    HOP - BACKOUT                   4E          *
      ******************************************************************
       L4-HOPBKO               SECTION.
       L4E-S.
           MOVE        'C91321X'       TO      HOP-STEP.
           MOVE        'RUN REVERSED'
                                       TO      HOP-TITLE.
           PERFORM     L4-HOPBEG.
           MOVE        'IN'            TO      FIG-SIDE.
           MOVE        SLOT-SRC        TO      FG-SUB.
           PERFORM     L4-FIG.
           MOVE        'OUT'           TO      FIG-SIDE.
           MOVE        SLOT-TXN        TO      FG-SUB.
           PERFORM     L4-FIG.
           PERFORM     L4-HOPEND.
       L4E-E.
           EXIT.
      ******************************************************************
      *                    HOP - VALIDATION                4F          *
      ******************************************************************
       L4-HOPVAL               SECTION.
       L4F-S.
           MOVE        'C91321R'       TO      HOP-STEP.
           MOVE        'VALIDATION'
                                       TO      HOP-TITLE.
           PERFORM     L4-HOPBEG.
           MOVE        'IN'            TO      FIG-SIDE.
           MOVE        SLOT-TXN        TO      FG-SUB.
           PERFORM     L4-FIG.
           MOVE        'OUT'           TO      FIG-SIDE.
           MOVE        SLOT-VAL        TO      FG-SUB.
           PERFORM     L4-FIG.
           MOVE        'OUT'           TO      FIG-SIDE.
           MOVE        SLOT-SUSP       TO      FG-SUB.
           PERFORM     L4-FIG.
           PERFORM     L4-HOPEND.
       L4F-E.
           EXIT.
      ******************************************************************
      *                    HOP - POSTING                   4G          *
      ******************************************************************
      *    EVERY VALIDATED DETAIL IS DIVERTED, HELD OR POSTED - AND
      *    WHAT POSTED IS CUT TO THE POSTED FILE THE SPLIT READS
       L4-HOPPST               SECTION.
       L4G-S.
           MOVE        'C91321U'       TO      HOP-STEP.
           MOVE        'POSTING - DIVERTED, HELD OR POSTED'
                                       TO      HOP-TITLE.
           PERFORM     L4-HOPBEG.
           MOVE        'IN'            TO      FIG-SIDE.
           MOVE        SLOT-VAL        TO      FG-SUB.
           PERFORM     L4-FIG.
           MOVE        'OUT'           TO      FIG-SIDE.
           MOVE        SLOT-EXCP       TO      FG-SUB.
           PERFORM     L4-FIG.
           MOVE        'OUT'           TO      FIG-SIDE.
           MOVE        SLOT-HOLD       TO      FG-SUB.
           PERFORM     L4-FIG.
           MOVE        'OUT'           TO      FIG-SIDE.
           MOVE        SLOT-PSTF       TO      FG-SUB.
           PERFORM     L4-FIG.
           PERFORM     L4-HOPEND.
       L4G-E.
           EXIT.
      ******************************************************************
      *                    HOP - POSTED FILE TO MASTER     4Q          *
      ******************************************************************
      *    PROVEN ON NET MOVEMENT - THE MASTER CARRIES BALANCES, NOT
      *    GROSS POSTINGS.  WHAT THE POSTED FILE SAYS POSTED MUST SHOW
      *    ON THE MASTER
       L4-HOPMST               SECTION.
       L4Q-S.
           MOVE        'C91321U'       TO      HOP-STEP.
           MOVE        'POSTING - NET MOVEMENT (AR LESS AP)'
                                       TO      HOP-TITLE.
           MOVE        'N'             TO      HOP-BASIS.
           PERFORM     L4-HOPBEG.
           MOVE        'IN'            TO      FIG-SIDE.
           MOVE        SLOT-PSTF       TO      FG-SUB.
           PERFORM     L4-FIG.
           MOVE        'OUT'           TO      FIG-SIDE.
           MOVE        SLOT-POST       TO      FG-SUB.
           PERFORM     L4-FIG.
           PERFORM     L4-HOPEND.
       L4Q-E.
           EXIT.
      ******************************************************************
      *                    HOP - SPLIT                     4H          *
      ******************************************************************
       L4-HOPSPL               SECTION.
       L4H-S.
           MOVE        'C91321D'       TO      HOP-STEP.
           MOVE        'PAYABLES / RECEIVABLES SPLIT'
                                       TO      HOP-TITLE.
           PERFORM     L4-HOPBEG.
           MOVE        'IN'            TO      FIG-SIDE.
           MOVE        SLOT-PSTF       TO      FG-SUB.
           PERFORM     L4-FIG.
           MOVE        'OUT'           TO      FIG-SIDE.
           MOVE        SLOT-AP         TO      FG-SUB.
           PERFORM     L4-FIG.
           MOVE        'OUT'           TO      FIG-SIDE.
           MOVE        SLOT-AR         TO      FG-SUB.
           PERFORM     L4-FIG.
           PERFORM     L4-HOPEND.
       L4H-E.
           EXIT.
      ******************************************************************
      *                    HOP - GL JOURNAL                4J          *
      ******************************************************************
       L4-HOPGL                SECTION.
       L4J-S.
           MOVE        'C91321L'       TO      HOP-STEP.
           MOVE        'GL JOURNAL'
                                       TO      HOP-TITLE.
           PERFORM     L4-HOPBEG.
           MOVE        'IN'            TO      FIG-SIDE.
           MOVE        SLOT-AP         TO      FG-SUB.
           PERFORM     L4-FIG.
           MOVE        'IN'            TO      FIG-SIDE.
           MOVE        SLOT-AR         TO      FG-SUB.
           PERFORM     L4-FIG.
           MOVE        'OUT'           TO      FIG-SIDE.
           MOVE        SLOT-GL         TO      FG-SUB.
           PERFORM     L4-FIG.
           PERFORM     L4-HOPEND.
       L4J-E.
           EXIT.
      ******************************************************************
      *                    HOP HEADING                     4K          *
      ******************************************************************
       L4-HOPBEG               SECTION.
       L4K-S.
           COMPUTE     HOP-NO          =       HOP-NO      +   1.
           MOVE        ZERO            TO      HOP-IN-CNT.
           MOVE        ZERO            TO      HOP-OUT-CNT.
           MOVE        ZERO            TO      HOP-IN-AMT.
           MOVE        ZERO            TO      HOP-OUT-AMT.
           MOVE        SPACES          TO      RPT-LINE.
           PERFORM     L4-PUT.
           MOVE        SPACES          TO      RPT-HOPL.
           MOVE        HOP-NO          TO      RPT-P-HOP.
           MOVE        HOP-STEP        TO      RPT-P-STEP.
           MOVE        HOP-TITLE       TO      RPT-P-TITLE.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        RPT-HOPL        TO      RPT-TEXT.
           PERFORM     L4-PUT.
       L4K-E.
           EXIT.
      ******************************************************************
      *                    FILE FIGURE LINE                4L          *
      ******************************************************************
       L4-FIG                  SECTION.
       L4L-S.
           MOVE        SPACES          TO      RPT-DTL.
           MOVE        FIG-SIDE        TO      RPT-D-SIDE.
           MOVE        FG-LABEL (FG-SUB)       TO      RPT-D-FILE.
           MOVE        FG-CNT (FG-SUB)         TO      RPT-D-CNT.
           MOVE        FG-NOTE (FG-SUB)        TO      RPT-D-NOTE.
           IF          HOP-NET
               MOVE    FG-NET (FG-SUB)     TO      RPT-D-AMT
           ELSE
               MOVE    FG-AMT (FG-SUB)     TO      RPT-D-AMT
           END-IF.
           IF          FIG-SIDE        =       'IN'
               ADD     FG-CNT (FG-SUB)     TO      HOP-IN-CNT
               IF      HOP-NET
                   ADD     FG-NET (FG-SUB)     TO      HOP-IN-AMT
               ELSE
                   ADD     FG-AMT (FG-SUB)     TO      HOP-IN-AMT
               END-IF
           ELSE
               ADD     FG-CNT (FG-SUB)     TO      HOP-OUT-CNT
               IF      HOP-NET
                   ADD     FG-NET (FG-SUB)     TO      HOP-OUT-AMT
               ELSE
                   ADD     FG-AMT (FG-SUB)     TO      HOP-OUT-AMT
               END-IF
           END-IF.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        RPT-DTL         TO      RPT-TEXT.
           PERFORM     L4-PUT.
       L4L-E.
           EXIT.
      ******************************************************************
      *                    HOP DIFFERENCE LINE             4M          *
      ******************************************************************
       L4-HOPEND               SECTION.
       L4M-S.
           COMPUTE     HOP-DIF-CNT     =       HOP-IN-CNT
                                       -       HOP-OUT-CNT.
           COMPUTE     HOP-DIF-AMT     =       HOP-IN-AMT
                                       -       HOP-OUT-AMT.
           MOVE        SPACES          TO      RPT-DTL.
           MOVE        'DIFF'          TO      RPT-D-SIDE.
           MOVE        'IN LESS OUT'   TO      RPT-D-FILE.
           MOVE        HOP-DIF-CNT     TO      RPT-D-CNT.
           MOVE        HOP-DIF-AMT     TO      RPT-D-AMT.
           IF          HOP-DIF-CNT     =       ZERO
                       AND HOP-DIF-AMT =       ZERO
               MOVE    'IN BALANCE'    TO      RPT-D-NOTE
               COMPUTE HOP-OK-CNT      =       HOP-OK-CNT  +   1
           ELSE
               MOVE    '*** BREAK ***' TO      RPT-D-NOTE
               COMPUTE HOP-BRK-CNT     =       HOP-BRK-CNT +   1
               DISPLAY 'RPTDD  - BREAK AT ' HOP-STEP ' : ' HOP-TITLE
           END-IF.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        RPT-DTL         TO      RPT-TEXT.
           PERFORM     L4-PUT.
           MOVE        'G'             TO      HOP-BASIS.
       L4M-E.
           EXIT.
      ******************************************************************
      *                    PROOF VERDICT                   4N          *
      ******************************************************************
       L4-VERDICT              SECTION.
       L4N-S.
           MOVE        SPACES          TO      RPT-LINE.
           PERFORM     L4-PUT.
           MOVE        SPACES          TO      RPT-TOT.
           MOVE        'HOPS IN BALANCE'       TO      RPT-T-LABEL.
           MOVE        HOP-OK-CNT      TO      RPT-T-CNT.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        RPT-TOT         TO      RPT-TEXT.
           PERFORM     L4-PUT.
           MOVE        'HOPS OUT OF BALANCE'   TO      RPT-T-LABEL.
           MOVE        HOP-BRK-CNT     TO      RPT-T-CNT.
           MOVE        RPT-TOT         TO      RPT-TEXT.
           PERFORM     L4-PUT.
           MOVE        'FILE CONTROL BREAKS (***)'
                                       TO      RPT-T-LABEL.
           MOVE        FILE-BRK-CNT    TO      RPT-T-CNT.
           MOVE        RPT-TOT         TO      RPT-TEXT.
           PERFORM     L4-PUT.
           MOVE        SPACES          TO      RPT-LINE.
           PERFORM     L4-PUT.
           MOVE        SPACES          TO      RPT-LINE.
           IF          HOP-BRK-CNT     >       ZERO
                       OR FILE-BRK-CNT >       ZERO
               IF      MODE-DAILY
                   MOVE    '*** PROOF BROKEN - DO NOT RELEASE GL FEED'
                                       TO      RPT-TEXT
               ELSE
                   MOVE    '*** PROOF BROKEN - HOLD THE RUN'
                                       TO      RPT-TEXT
               END-IF
           ELSE
               IF      MODE-DAILY
                   MOVE    'PROOF IN BALANCE - GL FEED MAY BE RELEASED'
                                       TO      RPT-TEXT
               ELSE
                   MOVE    'PROOF IN BALANCE'
                                       TO      RPT-TEXT
               END-IF
           END-IF.
           PERFORM     L4-PUT.
       L4N-E.
           EXIT.
      ******************************************************************
      *                    PAGE HEADINGS                   4P          *
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
      *                    REPORT LINE WRITER              4Q          *
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
