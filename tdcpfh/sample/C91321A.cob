      *----------------------------------------------------------------*
       01  MSTR-REC.
           COPY        C9132MST.
      *----------------------------------------------------------------*
       01  PNDR-REC.
           COPY        C9132PND.
      *----------------------------------------------------------------*
       01  CUSR-REC.
           COPY        C9132CUS.
      *----------------------------------------------------------------*
       01  XRFR-REC.
           COPY        C9132XRF.
      *----------------------------------------------------------------*
       01  DCPENV.
           03  OUT             PIC X(03)  VALUE  'OUT'.
           03  RETCD7          PIC X(04).
           03  RETCD8          PIC X(04).
           03  RETCD9          PIC X(04).
           03  RETCDA          PIC X(04).
           03  RETCDB          PIC X(04).
           03  RETCDC          PIC X(04).
           03  RETCDD          PIC X(04).
           03  RETCDE          PIC X(04).
       01  MNTDD.
           03  DDNAME          PIC X(08)  VALUE   'MNTDD'.
           03  LRECL           PIC 9(04)  COMP-5    VALUE 0.
           03  IOABEND         PIC X(01)  VALUE  'Y'.
           03  LRECFM          PIC X(01)  VALUE  'F'.
           03  SYSTEM          PIC X(112).
       01  PNDIDD.
           03  DDNAME          PIC X(08)  VALUE   'PNDIDD'.
           03  LRECL           PIC 9(04)  COMP-5    VALUE 0.
           03  CHKPT           PIC 9(04)  COMP-5    VALUE 0.
           03  COPYC           PIC X(01)  VALUE  'Y'.
           03  MONOC           PIC X(01)  VALUE  'Y'.
           03  IOABEND         PIC X(01)  VALUE  'Y'.
           03  LRECFM          PIC X(01)  VALUE  'F'.
           03  SYSTEM          PIC X(112).
       01  PNDODD.
           03  DDNAME          PIC X(08)  VALUE   'PNDODD'.
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
       01  XRFODD.
           03  DDNAME          PIC X(08)  VALUE   'XRFODD'.
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
       01      MST-EOF1                PIC  X(001)  VALUE  ZERO.
       01      RUN-DATE                PIC  9(008)          VALUE  ZERO.
       01      REJ-REASON              PIC  X(004)  VALUE  SPACE.
       01      PEND-CNT                PIC  9(008)  COMP-3  VALUE  ZERO.
       01      REL-CNT                 PIC  9(008)  COMP-3  VALUE  ZERO.
       01      EXPD-CNT                PIC  9(008)  COMP-3  VALUE  ZERO.
       01      WAIT-CNT                PIC  9(008)  COMP-3  VALUE  ZERO.
       01      PND-EOF1                PIC  X(001)  VALUE  ZERO.
       01      CUS-EOF1                PIC  X(001)  VALUE  ZERO.
       01      XRF-EOF1                PIC  X(001)  VALUE  ZERO.
       01      LINK-CNT                PIC  9(008)  COMP-3  VALUE  ZERO.
       01      AUD-EVENT               PIC  X(004)  VALUE  SPACE.
       01      ITEM-EVENT              PIC  X(008)  VALUE  SPACE.
       01      CHECKER-ID              PIC  X(008)  VALUE  SPACE.
       01      RELEASE-SW              PIC  X(001)  VALUE   'N'.
           88  RELEASING                       VALUE  'Y'.
      *----------------------------------------------------------------*
      *            MAKER-CHECKER CONTROLS (PARM 16-29).  A CLOSURE,    *
      *            OR AN ADJUSTMENT WHOSE SIZE IS OVER APPR-LIMIT,     *
      *            WAITS FOR A SECOND USER'S APPROVAL; AN ITEM STILL   *
      *            UNAPPROVED AFTER EXPIRY-DAYS IS DROPPED             *
      *----------------------------------------------------------------*
       01      APPR-LIMIT              PIC  9(009)V99       VALUE 10000.
       01      APPR-LIMIT-X            REDEFINES   APPR-LIMIT
                                       PIC  X(011).
       01      EXPIRY-DAYS             PIC  9(003)          VALUE  7.
       01      ADJ-SIZE                PIC  9(009)V99       VALUE  ZERO.
       01      RUN-INT                 PIC S9(009)  COMP-5  VALUE  ZERO.
       01      AGE-DAYS                PIC S9(009)  COMP-5  VALUE  ZERO.
      *----------------------------------------------------------------*
       01  AUDT-REC.
           COPY        C9132AUD.
               05  MT-LAST-TXNDATE     PIC  9(008).
               05  MT-TXN-CNT          PIC  9(005).
               05  MT-STATUS           PIC  X(001).
               05  MT-LIMIT            PIC S9(11)V99        COMP-3.
               05  MT-LIMIT-FLAG       PIC  X(001).
      *----------------------------------------------------------------*
      *            IN-CORE PENDING-APPROVAL QUEUE.  ITEMS CARRIED IN   *
      *            FROM THE LAST GENERATION ARE WAITING (W); ITEMS     *
      *            QUEUED THIS RUN ARE NEW (N) AND MAY NOT BE          *
      *            APPROVED UNTIL THE NEXT RUN; RELEASED ITEMS (R)     *
      *            ARE NOT CARRIED FORWARD                             *
      *----------------------------------------------------------------*
       01      PND-MAX                 PIC  9(008)  COMP-5  VALUE 10000.
       01      PND-CNT                 PIC  9(008)  COMP-5  VALUE  ZERO.
       01      PND-SUB                 PIC  9(008)  COMP-5  VALUE  ZERO.
       01      PND-HIT-SUB             PIC  9(008)  COMP-5  VALUE  ZERO.
       01      PND-KEY-ACTION          PIC  X(002)  VALUE  SPACE.
       01      PND-KEY-ACCTNO          PIC  9(010)          VALUE  ZERO.
       01      PND-HIT                 PIC  X(001)  VALUE   'N'.
           88  PND-FOUND                       VALUE  'Y'.
       01      PND-TABLE.
           03  PND-ENTRY           OCCURS  10000.
               05  PT-ACTION           PIC  X(002).
               05  PT-ACCTNO           PIC  9(010).
               05  PT-STATE            PIC  X(001).
               05  PT-REC              PIC  X(088).
      *----------------------------------------------------------------*
      *            IN-CORE CUSTOMER IDS AND STATUS - AN OPEN MUST      *
      *            NAME A KNOWN, ACTIVE CUSTOMER                       *
      *----------------------------------------------------------------*
       01      CUS-MAX               PIC  9(008)  COMP-5  VALUE 200000.
       01      CUS-CNT                 PIC  9(008)  COMP-5  VALUE  ZERO.
       01      CUS-SUB                 PIC  9(008)  COMP-5  VALUE  ZERO.
       01      CB-LO                   PIC  9(008)  COMP-5  VALUE  ZERO.
       01      CB-HI                   PIC  9(008)  COMP-5  VALUE  ZERO.
       01      CB-KEY                  PIC  9(010)          VALUE  ZERO.
       01      CUS-ID-PREV             PIC  9(010)          VALUE  ZERO.
       01      CUS-HIT                 PIC  X(001)  VALUE   'N'.
           88  CUS-FOUND                       VALUE  'Y'.
       01      CUS-TABLE.
           03  CUS-ENTRY           OCCURS  200000.
               05  CT-CUSTID           PIC  9(010).
               05  CT-STATUS           PIC  X(001).
      *----------------------------------------------------------------*
      *            IN-CORE ACCOUNT-TO-CUSTOMER CROSS REFERENCE, IN     *
      *            ACCOUNT SEQUENCE LIKE THE MASTER - A NEW ACCOUNT    *
      *            IS LINKED IN PLACE                                  *
      *----------------------------------------------------------------*
       01      XRF-MAX               PIC  9(008)  COMP-5  VALUE 200000.
       01      XRF-CNT                 PIC  9(008)  COMP-5  VALUE  ZERO.
       01      XRF-SUB                 PIC  9(008)  COMP-5  VALUE  ZERO.
       01      XB-LO                   PIC  9(008)  COMP-5  VALUE  ZERO.
       01      XB-HI                   PIC  9(008)  COMP-5  VALUE  ZERO.
       01      XB-KEY                  PIC  9(010)          VALUE  ZERO.
       01      XRF-ACCT-PREV           PIC  9(010)          VALUE  ZERO.
       01      XRF-HIT                 PIC  X(001)  VALUE   'N'.
           88  XRF-FOUND                       VALUE  'Y'.
       01      XRF-TABLE.
           03  XRF-ENTRY           OCCURS  200000.
               05  XT-ACCTNO           PIC  9(010).
               05  XT-CUSTID           PIC  9(010).
               05  XT-LINK-DATE        PIC  9(008).
      *----------------------------------------------------------------*
      *            APPROVAL QUEUE REPORT PRINT AREAS                   *
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
               'C9132  MAINTENANCE APPROVAL QUEUE'.
           03  FILLER              PIC X(10)  VALUE 'RUN DATE: '.
           03  RPT-H1-RUNDATE      PIC 9(08).
           03  FILLER              PIC X(09)  VALUE '   LIMIT:'.
           03  RPT-H1-LIMIT        PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC X(15)  VALUE '   EXPIRY DAYS:'.
           03  RPT-H1-DAYS         PIC ZZ9.
           03  FILLER              PIC X(09)  VALUE '    PAGE:'.
           03  RPT-H1-PAGE         PIC ZZZ9.
       01  RPT-HDG2.
           03  FILLER              PIC X(10)  VALUE 'EVENT'.
           03  FILLER              PIC X(12)  VALUE 'ACCOUNT'.
           03  FILLER              PIC X(04)  VALUE 'AC'.
           03  FILLER              PIC X(17)  VALUE
               '         AMOUNT'.
           03  FILLER              PIC X(10)  VALUE 'MAKER'.
           03  FILLER              PIC X(10)  VALUE 'CHECKER'.
           03  FILLER              PIC X(10)  VALUE 'QUEUED'.
           03  FILLER              PIC X(06)  VALUE '  AGE'.
           03  FILLER              PIC X(20)  VALUE 'REASON'.
       01  RPT-DTL.
           03  RPT-D-EVENT         PIC X(08).
           03  FILLER              PIC X(02).
           03  RPT-D-ACCT          PIC 9(10).
           03  FILLER              PIC X(02).
           03  RPT-D-ACTION        PIC X(02).
           03  FILLER              PIC X(02).
           03  RPT-D-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER              PIC X(02).
           03  RPT-D-MAKER         PIC X(08).
           03  FILLER              PIC X(02).
           03  RPT-D-CHECKER       PIC X(08).
           03  FILLER              PIC X(02).
           03  RPT-D-QUEUED        PIC 9(08).
           03  FILLER              PIC X(02).
           03  RPT-D-AGE           PIC ZZZZ9.
           03  FILLER              PIC X(01).
           03  RPT-D-REASON        PIC X(20).
       01  RPT-TOT.
           03  RPT-T-LABEL         PIC X(30).
           03  RPT-T-CNT           PIC ZZZ,ZZZ,ZZ9.
      *----------------------------------------------------------------*
      *            RUN-TIME PARAMETER PASSED VIA JCL PARM=             *
      *----------------------------------------------------------------*
                            PARM-DATA (14:1) = 'N')
               MOVE    PARM-DATA (14:1)    TO      MONOC   OF  MNTDD
           END-IF.
      *    OPERATOR-SET APPROVAL LIMIT (BYTES 16-26, 9(09)V99 -
      *    DEFAULT 10000.00) AND EXPIRY IN DAYS (BYTES 27-29 -
      *    DEFAULT 007, ZERO IS IGNORED)
           IF          PARM-LEN        >       25
                       AND PARM-DATA (16:11)   IS      NUMERIC
               MOVE    PARM-DATA (16:11)   TO      APPR-LIMIT-X
           END-IF.
           IF          PARM-LEN        >       28
                       AND PARM-DATA (27:3)    IS      NUMERIC
                       AND PARM-DATA (27:3)    NOT =   '000'
               MOVE    PARM-DATA (27:3)    TO      EXPIRY-DAYS
           END-IF.
           ACCEPT      RUN-DATE        FROM    DATE    YYYYMMDD.
           COMPUTE     RUN-INT         =
                       FUNCTION INTEGER-OF-DATE (RUN-DATE).
           MOVE        40              TO      LRECL   OF  MSTIDD.
           CALL        'OPENCXD'       USING   MSTIDD  INP     RETCD1.
           IF          RETCD1          NOT =   SPACES
               PERFORM L9-ABEND
           END-IF.
           DISPLAY     'MSTIDD - MASTER ACCOUNTS LOADED :' MST-CNT.
           MOVE        88              TO      LRECL   OF  PNDIDD.
           CALL        'OPENCXD'       USING   PNDIDD  INP     RETCDA.
           IF          RETCDA          NOT =   SPACES
               DISPLAY 'PNDIDD - OPENCXD ERROR RETCDA : ' RETCDA
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L1-PEND
                       UNTIL   PND-EOF1        =       '1'.
           CALL        'CLOSECX'       USING   PNDIDD      RETCDA.
           IF          RETCDA          NOT =   SPACES
               DISPLAY 'PNDIDD - CLOSECX ERROR RETCDA : ' RETCDA
               PERFORM L9-ABEND
           END-IF.
           DISPLAY     'PNDIDD - PENDING ITEMS LOADED :' PND-CNT.
           MOVE        160             TO      LRECL   OF  CUSIDD.
           CALL        'OPENCXD'       USING   CUSIDD  INP     RETCDD.
           IF          RETCDD          NOT =   SPACES
               DISPLAY 'CUSIDD - OPENCXD ERROR RETCDD : ' RETCDD
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L1-CLOAD
                       UNTIL   CUS-EOF1        =       '1'.
           CALL        'CLOSECX'       USING   CUSIDD      RETCDD.
           IF          RETCDD          NOT =   SPACES
               DISPLAY 'CUSIDD - CLOSECX ERROR RETCDD : ' RETCDD
               PERFORM L9-ABEND
           END-IF.
           DISPLAY     'CUSIDD - CUSTOMERS LOADED :' CUS-CNT.
           MOVE        40              TO      LRECL   OF  XRFIDD.
           CALL        'OPENCXD'       USING   XRFIDD  INP     RETCDE.
           IF          RETCDE          NOT =   SPACES
               DISPLAY 'XRFIDD - OPENCXD ERROR RETCDE : ' RETCDE
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L1-XLOAD
                       UNTIL   XRF-EOF1        =       '1'.
           CALL        'CLOSECX'       USING   XRFIDD      RETCDE.
           IF          RETCDE          NOT =   SPACES
               DISPLAY 'XRFIDD - CLOSECX ERROR RETCDE : ' RETCDE
               PERFORM L9-ABEND
           END-IF.
           DISPLAY     'XRFIDD - LINKS LOADED :' XRF-CNT.
           MOVE        80              TO      LRECL   OF  MNTDD.
           CALL        'OPENCXD'       USING   MNTDD   INP     RETCD4.
           IF          RETCD4          NOT =   SPACES
               DISPLAY 'REJDD  - OPENCXD ERROR RETCD6 : ' RETCD6
               PERFORM L9-ABEND
           END-IF.
           MOVE        133             TO      LRECL   OF  RPTDD.
           CALL        'OPENCXD'       USING   RPTDD   OUT     RETCDC.
           IF          RETCDC          NOT =   SPACES
               DISPLAY 'RPTDD  - OPENCXD ERROR RETCDC : ' RETCDC
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L4-PAGE.
       L1-E.
           EXIT.
      ******************************************************************
                       MT-LAST-TXNDATE (MST-CNT).
           MOVE        MST-TXN-CNT         TO  MT-TXN-CNT (MST-CNT).
           MOVE        MST-STATUS          TO  MT-STATUS (MST-CNT).
      *    A RECORD CUT BEFORE THE CREDIT LIMIT EXISTED CARRIES
      *    SPACE IN THE LIMIT BYTES - IT LOADS AS NO LIMIT
           IF          MST-LIMIT-SET
               MOVE    MST-CREDIT-LIMIT    TO  MT-LIMIT (MST-CNT)
               MOVE    'L'                 TO  MT-LIMIT-FLAG (MST-CNT)
           ELSE
               MOVE    ZERO                TO  MT-LIMIT (MST-CNT)
               MOVE    SPACE               TO  MT-LIMIT-FLAG (MST-CNT)
           END-IF.
       L1L-E.
           EXIT.
      ******************************************************************
      *                    LOAD PENDING QUEUE              1C          *
      ******************************************************************
       L1-PEND                 SECTION.
       L1P-S.
           CALL        'READXD'    USING   PNDIDD PNDR-REC    RETCDA.
           IF          RETCDA      =       'EOF '
               MOVE    '1'         TO      PND-EOF1
               GO  TO              L1P-E
           END-IF.
           IF          RETCDA      NOT =   SPACES
               DISPLAY 'PNDIDD - READXD ERROR RETCDA : ' RETCDA
               PERFORM L9-ABEND
           END-IF.
           IF          PND-CNT     >=      PND-MAX
               DISPLAY 'PNDIDD - PENDING TABLE FULL AT :' PND-MAX
               PERFORM L9-ABEND
           END-IF.
      *    THE QUEUED DATE DRIVES EXPIRY - ONLY A REAL CALENDAR DATE
      *    MAY REACH INTEGER-OF-DATE
           IF          PND-QUEUED-DATE     IS NOT  NUMERIC
                       OR FUNCTION TEST-DATE-YYYYMMDD (PND-QUEUED-DATE)
                                           NOT =   ZERO
               DISPLAY 'PNDIDD - INVALID QUEUED DATE, ACCOUNT : '
                       PND-ACCTNO
               PERFORM L9-ABEND
           END-IF.
           COMPUTE     PND-CNT     =       PND-CNT    +  1.
           MOVE        PND-ACTION          TO  PT-ACTION (PND-CNT).
           MOVE        PND-ACCTNO          TO  PT-ACCTNO (PND-CNT).
           MOVE        'W'                 TO  PT-STATE (PND-CNT).
           MOVE        PNDR-REC            TO  PT-REC (PND-CNT).
       L1P-E.
           EXIT.
      ******************************************************************
      *                    LOAD CUSTOMER IDS               1D          *
      ******************************************************************
       L1-CLOAD                SECTION.
       L1CL-S.
           CALL        'READXD'    USING   CUSIDD CUSR-REC    RETCDD.
           IF          RETCDD      =       'EOF '
               MOVE    '1'         TO      CUS-EOF1
               GO  TO              L1CL-E
           END-IF.
           IF          RETCDD      NOT =   SPACES
               DISPLAY 'CUSIDD - READXD ERROR RETCDD : ' RETCDD
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
           MOVE        CUS-STATUS  TO      CT-STATUS (CUS-CNT).
       L1CL-E.
           EXIT.
      ******************************************************************
      *                    LOAD CROSS REFERENCE            1E          *
      ******************************************************************
       L1-XLOAD                SECTION.
       L1XL-S.
           CALL        'READXD'    USING   XRFIDD XRFR-REC    RETCDE.
           IF          RETCDE      =       'EOF '
               MOVE    '1'         TO      XRF-EOF1
               GO  TO              L1XL-E
           END-IF.
           IF          RETCDE      NOT =   SPACES
               DISPLAY 'XRFIDD - READXD ERROR RETCDE : ' RETCDE
               PERFORM L9-ABEND
           END-IF.
           IF          XRF-CNT     >=      XRF-MAX
               DISPLAY 'XRFIDD - XREF TABLE FULL AT :' XRF-MAX
               PERFORM L9-ABEND
           END-IF.
           IF          XRF-CNT     >       ZERO
                       AND XRF-ACCTNO  NOT >   XRF-ACCT-PREV
               DISPLAY 'XRFIDD - XREF NOT IN ACCOUNT SEQUENCE AT : '
                       XRF-ACCTNO
               PERFORM L9-ABEND
           END-IF.
           MOVE        XRF-ACCTNO  TO      XRF-ACCT-PREV.
           COMPUTE     XRF-CNT     =       XRF-CNT    +  1.
           MOVE        XRF-ACCTNO      TO  XT-ACCTNO (XRF-CNT).
           MOVE        XRF-CUSTID      TO  XT-CUSTID (XRF-CNT).
           MOVE        XRF-LINK-DATE   TO  XT-LINK-DATE (XRF-CNT).
       L1XL-E.
           EXIT.
      ******************************************************************
      *                    EXEC                            2           *
      ******************************************************************
       L2-EXEC                 SECTION.
               PERFORM L5-REJECT
               GO  TO              L2-E
           END-IF.
      *    EVERY RECORD MUST NAME THE USER WHO KEYED IT - WITHOUT A
      *    MAKER THERE IS NOTHING FOR THE CHECKER TO DIFFER FROM
           IF          MNT-USER-ID     =       SPACES
               MOVE    'NUSR'          TO      REJ-REASON
               PERFORM L5-REJECT
               GO  TO              L2-E
           END-IF.
           IF          MNT-ACT-APPROVE
               PERFORM L2-APPROVE
               GO  TO              L2-E
           END-IF.
           IF          MNT-ACT-OPEN
               PERFORM L2-OPEN
           ELSE
                   IF  MNT-ACT-ADJUST
                       PERFORM L2-ADJUST
                   ELSE
                       IF  MNT-ACT-LIMIT
                           PERFORM L2-LIMIT
                       ELSE
                           MOVE    'UACT'      TO      REJ-REASON
                           PERFORM L5-REJECT
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *    AN OPEN AGAINST AN ACCOUNT ALREADY OPEN IS REFUSED; AN
      *    OPEN AGAINST A CLOSED ACCOUNT REOPENS IT IN PLACE
           IF          MST-FOUND
                       AND MT-STATUS (MST-SUB) NOT =   'C'
               MOVE    'EXST'          TO      REJ-REASON
               PERFORM L5-REJECT
               GO  TO              L2O-E
           END-IF.
      *    THE ACCOUNT MUST BELONG TO A KNOWN CUSTOMER WHO IS STILL
      *    ACTIVE - ON A REOPEN AS MUCH AS ON A NEW ACCOUNT
           PERFORM     L2-CUSCHK.
           IF          REJ-REASON      NOT =   SPACES
               PERFORM L5-REJECT
               GO  TO              L2O-E
           END-IF.
           MOVE        MNT-ACCTNO      TO      XB-KEY.
           PERFORM     L2-XFIND.
           IF          MST-FOUND
               PERFORM L2-REOPEN
               GO  TO              L2O-E
           END-IF.
           IF          MNT-AMOUNT      IS NOT  NUMERIC
                       MT-LAST-TXNDATE (BF-LO).
           MOVE        ZERO            TO      MT-TXN-CNT (BF-LO).
           MOVE        SPACE           TO      MT-STATUS (BF-LO).
           MOVE        ZERO            TO      MT-LIMIT (BF-LO).
           MOVE        SPACE           TO      MT-LIMIT-FLAG (BF-LO).
           PERFORM     L2-XLINK.
           PERFORM     L6-AUDIT.
       L2O-E.
           EXIT.
               PERFORM L5-REJECT
               GO  TO              L2C-E
           END-IF.
      *    A CLOSURE NEVER APPLIES ON ITS MAKER'S WORD ALONE - IT
      *    WAITS ON THE QUEUE FOR A SECOND USER'S 'AP'
           IF          NOT RELEASING
               PERFORM L2-QUEUE
               GO  TO              L2C-E
           END-IF.
      *    THE RECORD STAYS ON THE FILE FLAGGED CLOSED SO C91321U
      *    DIVERTS LATER POSTS INSTEAD OF SILENTLY POSTING THEM
           MOVE        'C'             TO      MT-STATUS (MST-SUB).
               PERFORM L5-REJECT
               GO  TO              L2J-E
           END-IF.
      *    THE MOVE DROPS THE SIGN - A DEBIT ADJUSTMENT IS MEASURED
      *    BY ITS SIZE AGAINST THE APPROVAL LIMIT
           MOVE        MNT-AMOUNT      TO      ADJ-SIZE.
           IF          ADJ-SIZE        >       APPR-LIMIT
                       AND NOT RELEASING
               PERFORM L2-QUEUE
               GO  TO              L2J-E
           END-IF.
           ADD         MNT-AMOUNT      TO      MT-BALANCE (MST-SUB)
               ON      SIZE ERROR
                   DISPLAY 'MSTODD - BALANCE OVERFLOW ACCOUNT : '
       L2J-E.
           EXIT.
      ******************************************************************
      *                    SET CREDIT LIMIT                2E          *
      ******************************************************************
       L2-LIMIT                SECTION.
       L2L-S.
           IF          NOT MST-FOUND
               MOVE    'UNKN'          TO      REJ-REASON
               PERFORM L5-REJECT
               GO  TO              L2L-E
           END-IF.
           IF          MT-STATUS (MST-SUB)     =       'C'
               MOVE    'CLSD'          TO      REJ-REASON
               PERFORM L5-REJECT
               GO  TO              L2L-E
           END-IF.
      *    THE LIMIT IS HOW FAR BELOW ZERO THE BALANCE MAY GO - A
      *    NEGATIVE LIMIT MEANS NOTHING AND IS REFUSED; ZERO ALLOWS
      *    NO DEBIT BALANCE AT ALL
           IF          MNT-AMOUNT      IS NOT  NUMERIC
                       OR MNT-AMOUNT   <       ZERO
               MOVE    'NLIM'          TO      REJ-REASON
               PERFORM L5-REJECT
               GO  TO              L2L-E
           END-IF.
           MOVE        MNT-AMOUNT      TO      MT-LIMIT (MST-SUB).
           MOVE        'L'             TO      MT-LIMIT-FLAG (MST-SUB).
           PERFORM     L6-AUDIT.
       L2L-E.
           EXIT.
      ******************************************************************
      *                    QUEUE FOR APPROVAL              2F          *
      ******************************************************************
      *    THE RECORD HAS PASSED EVERY CHECK ITS ACTION MAKES - IT IS
      *    HELD AS KEYED AND LOGGED 'PEND', NOT 'OK', SO C91321V NEVER
      *    NETS AN ADJUSTMENT THAT HAS NOT REACHED THE BALANCE
       L2-QUEUE                SECTION.
       L2Q-S.
           MOVE        MNT-ACTION      TO      PND-KEY-ACTION.
           MOVE        MNT-ACCTNO      TO      PND-KEY-ACCTNO.
           PERFORM     L2-PFIND.
           IF          PND-FOUND
               MOVE    'PDUP'          TO      REJ-REASON
               PERFORM L5-REJECT
               GO  TO              L2Q-E
           END-IF.
           IF          PND-CNT         >=      PND-MAX
               DISPLAY 'PNDODD - PENDING TABLE FULL AT :' PND-MAX
               PERFORM L9-ABEND
           END-IF.
           MOVE        RUN-DATE        TO      PND-QUEUED-DATE.
           MOVE        MNTR-REC        TO      PND-MNT.
           COMPUTE     PND-CNT         =       PND-CNT     +   1.
           MOVE        MNT-ACTION      TO      PT-ACTION (PND-CNT).
           MOVE        MNT-ACCTNO      TO      PT-ACCTNO (PND-CNT).
           MOVE        'N'             TO      PT-STATE (PND-CNT).
           MOVE        PNDR-REC        TO      PT-REC (PND-CNT).
           COMPUTE     PEND-CNT        =       PEND-CNT    +   1.
           MOVE        'QUEUED'        TO      ITEM-EVENT.
           PERFORM     L4-ITEM.
           MOVE        'PEND'          TO      AUD-EVENT.
           PERFORM     L6-AUDIT.
       L2Q-E.
           EXIT.
      ******************************************************************
      *                    PENDING QUEUE LOOKUP            2F1         *
      ******************************************************************
      *    THE QUEUE IS SHORT AND UNSEQUENCED - A STRAIGHT SCAN FOR
      *    THE ACCOUNT AND ACTION, SKIPPING ITEMS ALREADY RELEASED
       L2-PFIND                SECTION.
       L2PF-S.
           MOVE        'N'             TO      PND-HIT.
           PERFORM     L2-PSCAN
                       VARYING PND-SUB FROM 1 BY 1
                       UNTIL   PND-SUB >       PND-CNT
                       OR      PND-FOUND.
       L2PF-E.
           EXIT.
      ******************************************************************
      *                    PENDING QUEUE ENTRY TEST        2F2         *
      ******************************************************************
       L2-PSCAN                SECTION.
       L2PS-S.
           IF          PT-ACTION (PND-SUB)     =       PND-KEY-ACTION
                       AND PT-ACCTNO (PND-SUB) =       PND-KEY-ACCTNO
                       AND PT-STATE (PND-SUB)  NOT =   'R'
               MOVE    'Y'             TO      PND-HIT
               MOVE    PND-SUB         TO      PND-HIT-SUB
           END-IF.
       L2PS-E.
           EXIT.
      ******************************************************************
      *                    APPROVE PENDING ITEM            2G          *
      ******************************************************************
      *    THE 'AP' RECORD NAMES THE ACCOUNT AND THE ACTION IT
      *    RELEASES; THE USER WHO KEYED IT IS THE CHECKER
       L2-APPROVE              SECTION.
       L2A-S.
           MOVE        MNT-APPR-ACTION TO      PND-KEY-ACTION.
           MOVE        MNT-ACCTNO      TO      PND-KEY-ACCTNO.
           PERFORM     L2-PFIND.
           IF          NOT PND-FOUND
               MOVE    'NPND'          TO      REJ-REASON
               PERFORM L5-REJECT
               GO  TO              L2A-E
           END-IF.
           MOVE        PT-REC (PND-HIT-SUB)    TO      PNDR-REC.
           IF          PT-STATE (PND-HIT-SUB)  =       'N'
               MOVE    'PNEW'          TO      REJ-REASON
               PERFORM L5-REJECT
               GO  TO              L2A-E
           END-IF.
           IF          PND-USER-ID     =       MNT-USER-ID
               MOVE    'SAME'          TO      REJ-REASON
               PERFORM L5-REJECT
               GO  TO              L2A-E
           END-IF.
      *    AGED AS L3-PEND AGES IT - AN ITEM PAST EXPIRY-DAYS (RUNS
      *    MISSED) MAY NOT BE APPROVED.  IT STAYS UNRELEASED, SO THE
      *    END OF THIS RUN EXPIRES IT
           COMPUTE     AGE-DAYS        =       RUN-INT     -
                       FUNCTION INTEGER-OF-DATE (PND-QUEUED-DATE).
           IF          AGE-DAYS        >       EXPIRY-DAYS
               MOVE    'PEXP'          TO      REJ-REASON
               PERFORM L5-REJECT
               GO  TO              L2A-E
           END-IF.
      *    RELEASE - THE QUEUED RECORD GOES THROUGH ITS ACTION'S
      *    CHECKS AGAIN, SINCE THE ACCOUNT MAY HAVE MOVED ON WHILE IT
      *    WAITED.  APPLIED OR REFUSED, IT LEAVES THE QUEUE
           MOVE        'R'             TO      PT-STATE (PND-HIT-SUB).
           COMPUTE     REL-CNT         =       REL-CNT     +   1.
           MOVE        MNT-USER-ID     TO      CHECKER-ID.
           MOVE        PND-MNT         TO      MNTR-REC.
           MOVE        'Y'             TO      RELEASE-SW.
           IF          MNT-ACT-CLOSE
               PERFORM L2-CLOSE
           ELSE
               PERFORM L2-ADJUST
           END-IF.
           IF          REJ-REASON      =       SPACES
               MOVE    'RELEASED'      TO      ITEM-EVENT
           ELSE
               STRING  'REJ-'  REJ-REASON  DELIMITED BY SIZE
                       INTO    ITEM-EVENT
           END-IF.
           PERFORM     L4-ITEM.
           MOVE        'N'             TO      RELEASE-SW.
           MOVE        SPACES          TO      CHECKER-ID.
       L2A-E.
           EXIT.
      ******************************************************************
      *                    REOPEN CLOSED ACCOUNT           2H          *
      ******************************************************************
      *    A CLOSED ACCOUNT REOPENS IN PLACE FOR THE CUSTOMER IT IS
      *    LINKED TO.  REOPENING IT FOR SOMEONE ELSE NEEDS A RELINK
      *    THROUGH C91321O FIRST; AN ACCOUNT CLOSED BEFORE IT WAS
      *    EVER LINKED IS LINKED NOW
       L2-REOPEN               SECTION.
       L2RO-S.
           IF          XRF-FOUND
                       AND XT-CUSTID (XRF-SUB) NOT =   MNT-CUST-ID
               MOVE    'XCUS'          TO      REJ-REASON
               PERFORM L5-REJECT
               GO  TO              L2RO-E
           END-IF.
           MOVE        SPACE           TO      MT-STATUS (MST-SUB).
           IF          NOT XRF-FOUND
               PERFORM L2-XLINK
           END-IF.
           PERFORM     L6-AUDIT.
       L2RO-E.
           EXIT.
      ******************************************************************
      *                    CUSTOMER CHECK                  2I          *
      ******************************************************************
      *    LEAVES REJ-REASON SET WHEN THE OPEN NAMES NO CUSTOMER, AN
      *    UNKNOWN ONE (UCUS) OR AN INACTIVE ONE (ICUS)
       L2-CUSCHK               SECTION.
       L2CK-S.
           IF          MNT-CUST-ID     NOT NUMERIC
                       OR MNT-CUST-ID      =       ZERO
               MOVE    'UCUS'          TO      REJ-REASON
               GO  TO              L2CK-E
           END-IF.
           MOVE        'N'             TO      CUS-HIT.
           MOVE        MNT-CUST-ID     TO      CB-KEY.
           MOVE        1               TO      CB-LO.
           MOVE        CUS-CNT         TO      CB-HI.
           PERFORM     L2-CPROBE
                       UNTIL   CUS-FOUND
                       OR      CB-LO           >       CB-HI.
           IF          NOT CUS-FOUND
               MOVE    'UCUS'          TO      REJ-REASON
               GO  TO              L2CK-E
           END-IF.
           IF          CT-STATUS (CUS-SUB)     NOT =   'A'
               MOVE    'ICUS'          TO      REJ-REASON
           END-IF.
       L2CK-E.
           EXIT.
      ******************************************************************
      *                    BISECTION PROBE                 2I1         *
      ******************************************************************
       L2-CPROBE               SECTION.
       L2CP-S.
           COMPUTE     CUS-SUB         =       (CB-LO + CB-HI) / 2.
           IF          CT-CUSTID (CUS-SUB)     =       CB-KEY
               MOVE    'Y'             TO      CUS-HIT
           ELSE
               IF      CT-CUSTID (CUS-SUB)     <       CB-KEY
                   COMPUTE CB-LO       =       CUS-SUB     +   1
               ELSE
                   COMPUTE CB-HI       =       CUS-SUB     -   1
               END-IF
           END-IF.
       L2CP-E.
           EXIT.
      ******************************************************************
      *                    CROSS-REFERENCE LOOKUP          2J          *
      ******************************************************************
      *    ON A MISS, XB-LO IS WHERE THE ACCOUNT BELONGS, WHICH IS
      *    WHERE L2-XLINK INSERTS
       L2-XFIND                SECTION.
       L2XF-S.
           MOVE        'N'             TO      XRF-HIT.
           MOVE        1               TO      XB-LO.
           MOVE        XRF-CNT         TO      XB-HI.
           PERFORM     L2-XPROBE
                       UNTIL   XRF-FOUND
                       OR      XB-LO           >       XB-HI.
       L2XF-E.
           EXIT.
      ******************************************************************
      *                    BISECTION PROBE                 2J1         *
      ******************************************************************
       L2-XPROBE               SECTION.
       L2XP-S.
           COMPUTE     XRF-SUB         =       (XB-LO + XB-HI) / 2.
           IF          XT-ACCTNO (XRF-SUB)     =       XB-KEY
               MOVE    'Y'             TO      XRF-HIT
           ELSE
               IF      XT-ACCTNO (XRF-SUB)     <       XB-KEY
                   COMPUTE XB-LO       =       XRF-SUB     +   1
               ELSE
                   COMPUTE XB-HI       =       XRF-SUB     -   1
               END-IF
           END-IF.
       L2XP-E.
           EXIT.
      ******************************************************************
      *                    LINK ACCOUNT TO CUSTOMER        2K          *
      ******************************************************************
      *    THE LINK SLOTS IN AT ITS SEQUENCE POSITION (XB-LO FROM
      *    L2-XFIND) SO THE UNLOADED GENERATION STAYS IN ACCOUNT ORDER
       L2-XLINK                SECTION.
       L2XL-S.
           IF          XRF-CNT         >=      XRF-MAX
               DISPLAY 'XRFODD - XREF TABLE FULL AT :' XRF-MAX
               PERFORM L9-ABEND
           END-IF.
           COMPUTE     XRF-CNT         =       XRF-CNT     +   1.
           MOVE        XRF-CNT         TO      SH-SUB.
           PERFORM     L2-XSHIFT
                       UNTIL   SH-SUB          <=      XB-LO.
           MOVE        MNT-ACCTNO      TO      XT-ACCTNO (XB-LO).
           MOVE        MNT-CUST-ID     TO      XT-CUSTID (XB-LO).
           MOVE        RUN-DATE        TO      XT-LINK-DATE (XB-LO).
           COMPUTE     LINK-CNT        =       LINK-CNT    +   1.
       L2XL-E.
           EXIT.
      ******************************************************************
      *                    SHIFT XREF FOR INSERT           2K1         *
      ******************************************************************
       L2-XSHIFT               SECTION.
       L2XS-S.
           MOVE        XRF-ENTRY (SH-SUB - 1)  TO
                       XRF-ENTRY (SH-SUB).
           COMPUTE     SH-SUB          =       SH-SUB      -   1.
       L2XS-E.
           EXIT.
      ******************************************************************
      *                    END                             3           *
      ******************************************************************
       L3-END                  SECTION.
               DISPLAY 'MNTDD  - CLOSECX ERROR RETCD7 : ' RETCD7
               PERFORM L9-ABEND
           END-IF.
           MOVE        88              TO      LRECL   OF  PNDODD.
           CALL        'OPENCXD'       USING   PNDODD  OUT     RETCDB.
           IF          RETCDB          NOT =   SPACES
               DISPLAY 'PNDODD - OPENCXD ERROR RETCDB : ' RETCDB
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L3-PEND
                       VARYING PND-SUB FROM 1 BY 1
                       UNTIL   PND-SUB >       PND-CNT.
           CALL        'CLOSECX'       USING   PNDODD      RETCDB.
           IF          RETCDB          NOT =   SPACES
               DISPLAY 'PNDODD - CLOSECX ERROR RETCDB : ' RETCDB
               PERFORM L9-ABEND
           END-IF.
           DISPLAY     'PNDODD - QUEUED :' PEND-CNT.
           DISPLAY     'PNDODD - RELEASED :' REL-CNT.
           DISPLAY     'PNDODD - EXPIRED :' EXPD-CNT.
           DISPLAY     'PNDODD - CARRIED FORWARD :' WAIT-CNT.
           MOVE        40              TO      LRECL   OF  MSTODD.
           CALL        'OPENCXD'       USING   MSTODD  OUT     RETCD8.
           IF          RETCD8          NOT =   SPACES
               DISPLAY 'MSTODD - CLOSECX ERROR RETCD8 : ' RETCD8
               PERFORM L9-ABEND
           END-IF.
           MOVE        40              TO      LRECL   OF  XRFODD.
           CALL        'OPENCXD'       USING   XRFODD  OUT     RETCDE.
           IF          RETCDE          NOT =   SPACES
               DISPLAY 'XRFODD - OPENCXD ERROR RETCDE : ' RETCDE
               PERFORM L9-ABEND
           END-IF.
           MOVE        ZERO            TO      XRF-SUB.
           PERFORM     L3-XUNLOAD
                       UNTIL   XRF-SUB         >=      XRF-CNT.
           CALL        'CLOSECX'       USING   XRFODD      RETCDE.
           IF          RETCDE          NOT =   SPACES
               DISPLAY 'XRFODD - CLOSECX ERROR RETCDE : ' RETCDE
               PERFORM L9-ABEND
           END-IF.
           DISPLAY     'XRFODD - ACCOUNTS LINKED :' LINK-CNT.
           CALL        'CLOSECX'       USING   AUDTDD      RETCD9.
           IF          RETCD9          NOT =   SPACES
               DISPLAY 'AUDTDD - CLOSECX ERROR RETCD9 : ' RETCD9
               DISPLAY 'REJDD  - CLOSECX ERROR RETCD9 : ' RETCD9
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L4-TOTALS.
           CALL        'CLOSECX'       USING   RPTDD       RETCDC.
           IF          RETCDC          NOT =   SPACES
               DISPLAY 'RPTDD  - CLOSECX ERROR RETCDC : ' RETCDC
               PERFORM L9-ABEND
           END-IF.
      *    REJECTED OR EXPIRED MAINTENANCE WARNS THE OPERATOR BUT THE
      *    APPLIED CHANGES STAND.  SET LAST - EVERY CALL REPLACES
      *    RETURN-CODE WITH THE SUBPROGRAM'S OWN
           IF          REJ-CNT         >       ZERO
                       OR EXPD-CNT     >       ZERO
               MOVE    4               TO      RETURN-CODE
           END-IF.
       L3-E.
                       MST-LAST-TXNDATE.
           MOVE        MT-TXN-CNT (MST-SUB)    TO  MST-TXN-CNT.
           MOVE        MT-STATUS (MST-SUB)     TO  MST-STATUS.
           MOVE        MT-LIMIT (MST-SUB)      TO  MST-CREDIT-LIMIT.
           MOVE        MT-LIMIT-FLAG (MST-SUB) TO  MST-LIMIT-FLAG.
           MOVE        SPACE           TO      MSTR-REC (40:1).
           CALL        'CWRITED'       USING   MSTODD      MSTR-REC.
       L3U-E.
           EXIT.
      ******************************************************************
      *                    CARRY PENDING QUEUE FORWARD     3C          *
      ******************************************************************
      *    RELEASED ITEMS ARE DROPPED; AN ITEM OLDER THAN EXPIRY-DAYS
      *    IS DROPPED, LOGGED 'EXPD' AND REPORTED; THE REST ARE
      *    WRITTEN TO THE NEXT GENERATION TO WAIT ANOTHER RUN
       L3-PEND                 SECTION.
       L3P-S.
           IF          PT-STATE (PND-SUB)      =       'R'
               GO  TO              L3P-E
           END-IF.
           MOVE        PT-REC (PND-SUB)        TO      PNDR-REC.
           COMPUTE     AGE-DAYS        =       RUN-INT     -
                       FUNCTION INTEGER-OF-DATE (PND-QUEUED-DATE).
           IF          AGE-DAYS        >       EXPIRY-DAYS
               COMPUTE EXPD-CNT        =       EXPD-CNT    +   1
               MOVE    'EXPIRED'       TO      ITEM-EVENT
               PERFORM L4-ITEM
               MOVE    PND-MNT         TO      MNTR-REC
               MOVE    SPACES          TO      REJ-REASON
               MOVE    'EXPD'          TO      AUD-EVENT
               PERFORM L6-AUDIT
               GO  TO              L3P-E
           END-IF.
           CALL        'CWRITED'       USING   PNDODD      PNDR-REC.
           COMPUTE     WAIT-CNT        =       WAIT-CNT    +   1.
           MOVE        'WAITING'       TO      ITEM-EVENT.
           PERFORM     L4-ITEM.
       L3P-E.
           EXIT.
      ******************************************************************
      *                    UNLOAD CROSS REFERENCE          3D          *
      ******************************************************************
       L3-XUNLOAD              SECTION.
       L3XU-S.
           COMPUTE     XRF-SUB         =       XRF-SUB     +   1.
           MOVE        SPACES          TO      XRFR-REC.
           MOVE        XT-ACCTNO (XRF-SUB)     TO      XRF-ACCTNO.
           MOVE        XT-CUSTID (XRF-SUB)     TO      XRF-CUSTID.
           MOVE        XT-LINK-DATE (XRF-SUB)  TO      XRF-LINK-DATE.
           CALL        'CWRITED'       USING   XRFODD      XRFR-REC.
       L3XU-E.
           EXIT.
      ******************************************************************
      *                    QUEUE REPORT LINE               4A          *
      ******************************************************************
      *    ONE LINE PER QUEUE EVENT, FROM THE PENDING RECORD IN
      *    PNDR-REC - THE AGE IS COUNTED FROM THE DAY IT WAS QUEUED
       L4-ITEM                 SECTION.
       L4I-S.
           MOVE        SPACES          TO      RPT-DTL.
           MOVE        ITEM-EVENT      TO      RPT-D-EVENT.
           MOVE        PND-ACCTNO      TO      RPT-D-ACCT.
           MOVE        PND-ACTION      TO      RPT-D-ACTION.
           IF          PND-AMOUNT      IS      NUMERIC
               MOVE    PND-AMOUNT      TO      RPT-D-AMOUNT
           ELSE
               MOVE    ZERO            TO      RPT-D-AMOUNT
           END-IF.
           MOVE        PND-USER-ID     TO      RPT-D-MAKER.
           MOVE        CHECKER-ID      TO      RPT-D-CHECKER.
           MOVE        PND-QUEUED-DATE TO      RPT-D-QUEUED.
           COMPUTE     AGE-DAYS        =       RUN-INT     -
                       FUNCTION INTEGER-OF-DATE (PND-QUEUED-DATE).
           MOVE        AGE-DAYS        TO      RPT-D-AGE.
           MOVE        PND-REASON      TO      RPT-D-REASON.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        RPT-DTL         TO      RPT-TEXT.
           PERFORM     L4-PUT.
       L4I-E.
           EXIT.
      ******************************************************************
      *                    QUEUE REPORT TOTALS             4B          *
      ******************************************************************
       L4-TOTALS               SECTION.
       L4T-S.
           MOVE        SPACES          TO      RPT-LINE.
           PERFORM     L4-PUT.
           MOVE        SPACES          TO      RPT-TOT.
           MOVE        'QUEUED THIS RUN'       TO      RPT-T-LABEL.
           MOVE        PEND-CNT        TO      RPT-T-CNT.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        RPT-TOT         TO      RPT-TEXT.
           PERFORM     L4-PUT.
           MOVE        'RELEASED BY A CHECKER' TO      RPT-T-LABEL.
           MOVE        REL-CNT         TO      RPT-T-CNT.
           MOVE        RPT-TOT         TO      RPT-TEXT.
           PERFORM     L4-PUT.
           MOVE        'EXPIRED UNAPPROVED'    TO      RPT-T-LABEL.
           MOVE        EXPD-CNT        TO      RPT-T-CNT.
           MOVE        RPT-TOT         TO      RPT-TEXT.
           PERFORM     L4-PUT.
           MOVE        'CARRIED FORWARD'       TO      RPT-T-LABEL.
           MOVE        WAIT-CNT        TO      RPT-T-CNT.
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
           MOVE        APPR-LIMIT      TO      RPT-H1-LIMIT.
           MOVE        EXPIRY-DAYS     TO      RPT-H1-DAYS.
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
      *                    REJECT MAINTENANCE              5           *
      ******************************************************************
       L5-REJECT               SECTION.
      *                    AUDIT LINE                      6           *
      ******************************************************************
      *    EVERY MAINTENANCE RECORD LEAVES AN AUDIT LINE - APPLIED
      *    CHANGES CARRY RESULT 'OK', REJECTS CARRY THE REASON, QUEUE
      *    EVENTS CARRY AUD-EVENT ('PEND' / 'EXPD').  AN 'AP' RECORD'S
      *    OWN USER IS THE CHECKER
       L6-AUDIT                SECTION.
       L6-S.
           MOVE        SPACES          TO      AUDT-REC.
               MOVE    ZERO            TO      AUDT-AMOUNT
           END-IF.
           MOVE        MNT-REASON      TO      AUDT-REASON.
           IF          MNT-ACT-APPROVE
               MOVE    MNT-USER-ID     TO      AUDT-CHECKER-ID
           ELSE
               MOVE    MNT-USER-ID     TO      AUDT-MAKER-ID
               MOVE    CHECKER-ID      TO      AUDT-CHECKER-ID
           END-IF.
           IF          AUD-EVENT       NOT =   SPACES
               MOVE    AUD-EVENT       TO      AUDT-RESULT
               MOVE    SPACES          TO      AUD-EVENT
           ELSE
               IF      REJ-REASON      =       SPACES
                   MOVE    'OK'            TO      AUDT-RESULT
                   COMPUTE APPL-CNT        =       APPL-CNT    +   1
               ELSE
                   MOVE    REJ-REASON      TO      AUDT-RESULT
               END-IF
           END-IF.
           CALL        'CWRITED'       USING   AUDTDD      AUDT-REC.
       L6-E.
