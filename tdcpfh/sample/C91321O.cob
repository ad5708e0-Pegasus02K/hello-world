       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             C91321O.
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
       01  XRMR-REC.
           COPY        C9132XRM.
      *----------------------------------------------------------------*
       01  XRFR-REC.
           COPY        C9132XRF.
      *----------------------------------------------------------------*
       01  MSTR-REC.
           COPY        C9132MST.
      *----------------------------------------------------------------*
       01  CUSR-REC.
           COPY        C9132CUS.
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
       01  XRMDD.
           03  DDNAME          PIC X(08)  VALUE   'XRMDD'.
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
       01  AUDTDD.
           03  DDNAME          PIC X(08)  VALUE   'AUDTDD'.
           03  LRECL           PIC 9(04)  COMP-5    VALUE 0.
           03  CHKPT           PIC 9(04)  COMP-5    VALUE 0.
           03  COPYC           PIC X(01)  VALUE  'Y'.
           03  MONOC           PIC X(01)  VALUE  'Y'.
           03  IOABEND         PIC X(01)  VALUE  'Y'.
           03  LRECFM          PIC X(01)  VALUE  'F'.
           03  SYSTEM          PIC X(112).
       01  REJDD.
           03  DDNAME          PIC X(08)  VALUE   'REJDD'.
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
       01      APPL-CNT                PIC  9(008)  COMP-3  VALUE  ZERO.
       01      REJ-CNT                 PIC  9(008)  COMP-3  VALUE  ZERO.
       01      EOF1                    PIC  X(001)  VALUE  ZERO.
       01      MST-EOF1                PIC  X(001)  VALUE  ZERO.
       01      CUS-EOF1                PIC  X(001)  VALUE  ZERO.
       01      XRF-EOF1                PIC  X(001)  VALUE  ZERO.
       01      RUN-DATE                PIC  9(008)          VALUE  ZERO.
       01      REJ-REASON              PIC  X(004)  VALUE  SPACE.
       01      AUD-CUSTID              PIC  9(010)          VALUE  ZERO.
      *----------------------------------------------------------------*
       01  AUDT-REC.
           COPY        C9132AUD.
      *----------------------------------------------------------------*
      *            THE AUDIT REASON NAMES THE CUSTOMER THE ACCOUNT IS  *
      *            NOW LINKED TO - OR, ON AN UNLINK, WAS LINKED TO     *
      *----------------------------------------------------------------*
       01  AUDT-XRF-REASON.
           03  FILLER              PIC X(05)  VALUE 'CUST '.
           03  AUDT-XRF-CUSTID     PIC 9(10).
           03  FILLER              PIC X(05)  VALUE SPACE.
      *----------------------------------------------------------------*
      *            REJECTED MAINTENANCE CARRIES THE ORIGINAL RECORD    *
      *            WITH THE REASON CODE APPENDED (SUSPENSE PATTERN)    *
      *----------------------------------------------------------------*
       01  XREJ-REC.
           03  XREJ-TXN            PIC X(80).
           03  XREJ-REASON         PIC X(04).
      *----------------------------------------------------------------*
      *            IN-CORE ACCOUNT KEYS.  ONLY THE ACCOUNT NUMBER IS   *
      *            NEEDED - A LINK MAY NAME OPEN OR CLOSED ACCOUNTS    *
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
      *----------------------------------------------------------------*
      *            IN-CORE CUSTOMER IDS AND STATUS                     *
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
      *            IN-CORE CROSS REFERENCE.  ARRIVES AND LEAVES IN     *
      *            ACCOUNT SEQUENCE - LINKS INSERT IN PLACE, UNLINKS   *
      *            CLOSE THE GAP                                       *
      *----------------------------------------------------------------*
       01      XRF-MAX               PIC  9(008)  COMP-5  VALUE 200000.
       01      XRF-CNT                 PIC  9(008)  COMP-5  VALUE  ZERO.
       01      XRF-SUB                 PIC  9(008)  COMP-5  VALUE  ZERO.
       01      SH-SUB                  PIC  9(008)  COMP-5  VALUE  ZERO.
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
               MOVE    PARM-DATA (13:1)    TO      COPYC   OF  XRMDD
           END-IF.
           IF          PARM-LEN        >       13
                       AND (PARM-DATA (14:1) = 'Y' OR
                            PARM-DATA (14:1) = 'N')
               MOVE    PARM-DATA (14:1)    TO      MONOC   OF  XRMDD
           END-IF.
           ACCEPT      RUN-DATE        FROM    DATE    YYYYMMDD.
           MOVE        40              TO      LRECL   OF  MSTIDD.
           CALL        'OPENCXD'       USING   MSTIDD  INP     RETCD1.
           IF          RETCD1          NOT =   SPACES
               DISPLAY 'MSTIDD - OPENCXD ERROR RETCD1 : ' RETCD1
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L1-MLOAD
                       UNTIL   MST-EOF1        =       '1'.
           CALL        'CLOSECX'       USING   MSTIDD      RETCD1.
           IF          RETCD1          NOT =   SPACES
               DISPLAY 'MSTIDD - CLOSECX ERROR RETCD1 : ' RETCD1
               PERFORM L9-ABEND
           END-IF.
           DISPLAY     'MSTIDD - MASTER ACCOUNTS LOADED :' MST-CNT.
           MOVE        160             TO      LRECL   OF  CUSIDD.
           CALL        'OPENCXD'       USING   CUSIDD  INP     RETCD2.
           IF          RETCD2          NOT =   SPACES
               DISPLAY 'CUSIDD - OPENCXD ERROR RETCD2 : ' RETCD2
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L1-CLOAD
                       UNTIL   CUS-EOF1        =       '1'.
           CALL        'CLOSECX'       USING   CUSIDD      RETCD2.
           IF          RETCD2          NOT =   SPACES
               DISPLAY 'CUSIDD - CLOSECX ERROR RETCD2 : ' RETCD2
               PERFORM L9-ABEND
           END-IF.
           DISPLAY     'CUSIDD - CUSTOMERS LOADED :' CUS-CNT.
           MOVE        40              TO      LRECL   OF  XRFIDD.
           CALL        'OPENCXD'       USING   XRFIDD  INP     RETCD3.
           IF          RETCD3          NOT =   SPACES
               DISPLAY 'XRFIDD - OPENCXD ERROR RETCD3 : ' RETCD3
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L1-XLOAD
                       UNTIL   XRF-EOF1        =       '1'.
           CALL        'CLOSECX'       USING   XRFIDD      RETCD3.
           IF          RETCD3          NOT =   SPACES
               DISPLAY 'XRFIDD - CLOSECX ERROR RETCD3 : ' RETCD3
               PERFORM L9-ABEND
           END-IF.
           DISPLAY     'XRFIDD - LINKS LOADED :' XRF-CNT.
           MOVE        80              TO      LRECL   OF  XRMDD.
           CALL        'OPENCXD'       USING   XRMDD   INP     RETCD4.
           IF          RETCD4          NOT =   SPACES
               DISPLAY 'XRMDD  - OPENCXD ERROR RETCD4 : ' RETCD4
               PERFORM L9-ABEND
           END-IF.
           MOVE        80              TO      LRECL   OF  AUDTDD.
           CALL        'OPENCXD'       USING   AUDTDD  OUT     RETCD5.
           IF          RETCD5          NOT =   SPACES
               DISPLAY 'AUDTDD - OPENCXD ERROR RETCD5 : ' RETCD5
               PERFORM L9-ABEND
           END-IF.
           MOVE        84              TO      LRECL   OF  REJDD.
           CALL        'OPENCXD'       USING   REJDD   OUT     RETCD6.
           IF          RETCD6          NOT =   SPACES
               DISPLAY 'REJDD  - OPENCXD ERROR RETCD6 : ' RETCD6
               PERFORM L9-ABEND
           END-IF.
       L1-E.
           EXIT.
      ******************************************************************
      *                    LOAD ACCOUNT KEYS               1B          *
      ******************************************************************
       L1-MLOAD                SECTION.
       L1M-S.
           CALL        'READXD'    USING   MSTIDD MSTR-REC    RETCD7.
           IF          RETCD7      =       'EOF '
               MOVE    '1'         TO      MST-EOF1
               GO  TO              L1M-E
           END-IF.
           IF          RETCD7      NOT =   SPACES
               DISPLAY 'MSTIDD - READXD ERROR RETCD7 : ' RETCD7
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
           MOVE        MST-ACCTNO  TO      MT-ACCTNO (MST-CNT).
       L1M-E.
           EXIT.
      ******************************************************************
      *                    LOAD CUSTOMER IDS               1C          *
      ******************************************************************
       L1-CLOAD                SECTION.
       L1C-S.
           CALL        'READXD'    USING   CUSIDD CUSR-REC    RETCD7.
           IF          RETCD7      =       'EOF '
               MOVE    '1'         TO      CUS-EOF1
               GO  TO              L1C-E
           END-IF.
           IF          RETCD7      NOT =   SPACES
               DISPLAY 'CUSIDD - READXD ERROR RETCD7 : ' RETCD7
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
       L1C-E.
           EXIT.
      ******************************************************************
      *                    LOAD CROSS REFERENCE            1D          *
      ******************************************************************
       L1-XLOAD                SECTION.
       L1X-S.
           CALL        'READXD'    USING   XRFIDD XRFR-REC    RETCD7.
           IF          RETCD7      =       'EOF '
               MOVE    '1'         TO      XRF-EOF1
               GO  TO              L1X-E
           END-IF.
           IF          RETCD7      NOT =   SPACES
               DISPLAY 'XRFIDD - READXD ERROR RETCD7 : ' RETCD7
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
       L1X-E.
           EXIT.
      ******************************************************************
      *                    EXEC                            2           *
      ******************************************************************
       L2-EXEC                 SECTION.
       L2-S.
           CALL        'READXD'    USING   XRMDD  XRMR-REC    RETCD8.
           IF          RETCD8      =       'EOF '
               MOVE    '1'         TO      EOF1
               GO  TO              L2-E
           END-IF.
           IF          RETCD8      NOT =   SPACES
               DISPLAY 'XRMDD  - READXD ERROR RETCD8 : ' RETCD8
               PERFORM L9-ABEND
           END-IF.
           COMPUTE     ICNT        =       ICNT        +   1.
           MOVE        SPACES      TO      REJ-REASON.
           MOVE        ZERO        TO      AUD-CUSTID.
           IF          XRM-USER-ID =       SPACES
               MOVE    'NUSR'      TO      REJ-REASON
               PERFORM L5-REJECT
               GO  TO              L2-E
           END-IF.
           IF          XRM-ACCTNO  NOT NUMERIC
                       OR XRM-ACCTNO   =       ZERO
               MOVE    'NACC'      TO      REJ-REASON
               PERFORM L5-REJECT
               GO  TO              L2-E
           END-IF.
      *    ONLY ACCOUNTS ON THE MASTER MAY BE LINKED, RELINKED OR
      *    UNLINKED - A CLOSED ACCOUNT STILL COUNTS
           MOVE        XRM-ACCTNO  TO      BF-KEY.
           PERFORM     L2-FIND.
           IF          NOT MST-FOUND
               MOVE    'UNKA'      TO      REJ-REASON
               PERFORM L5-REJECT
               GO  TO              L2-E
           END-IF.
           MOVE        XRM-ACCTNO  TO      XB-KEY.
           PERFORM     L2-XFIND.
           IF          XRM-ACT-LINK
               PERFORM L2-LINK
           ELSE
               IF      XRM-ACT-RELINK
                   PERFORM L2-RELINK
               ELSE
                   IF  XRM-ACT-UNLINK
                       PERFORM L2-UNLINK
                   ELSE
                       MOVE    'UACT'      TO      REJ-REASON
                       PERFORM L5-REJECT
                   END-IF
               END-IF
           END-IF.
       L2-E.
           EXIT.
      ******************************************************************
      *                    ACCOUNT TABLE LOOKUP            2A          *
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
      *                    BISECTION PROBE                 2A1         *
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
      *                    CROSS-REFERENCE LOOKUP          2B          *
      ******************************************************************
      *    ON A MISS, XB-LO IS WHERE THE ACCOUNT BELONGS, WHICH IS
      *    WHERE L2-LINK INSERTS
       L2-XFIND                SECTION.
       L2X-S.
           MOVE        'N'             TO      XRF-HIT.
           MOVE        1               TO      XB-LO.
           MOVE        XRF-CNT         TO      XB-HI.
           PERFORM     L2-XPROBE
                       UNTIL   XRF-FOUND
                       OR      XB-LO           >       XB-HI.
       L2X-E.
           EXIT.
      ******************************************************************
      *                    BISECTION PROBE                 2B1         *
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
      *                    CUSTOMER CHECK                  2C          *
      ******************************************************************
      *    A LINK OR RELINK MUST NAME A KNOWN, ACTIVE CUSTOMER -
      *    LEAVES REJ-REASON SET WHEN IT DOES NOT
       L2-CUSCHK               SECTION.
       L2CK-S.
           IF          XRM-CUSTID      NOT NUMERIC
                       OR XRM-CUSTID       =       ZERO
               MOVE    'NCID'          TO      REJ-REASON
               GO  TO              L2CK-E
           END-IF.
           MOVE        'N'             TO      CUS-HIT.
           MOVE        XRM-CUSTID      TO      CB-KEY.
           MOVE        1               TO      CB-LO.
           MOVE        CUS-CNT         TO      CB-HI.
           PERFORM     L2-CPROBE
                       UNTIL   CUS-FOUND
                       OR      CB-LO           >       CB-HI.
           IF          NOT CUS-FOUND
               MOVE    'UNKC'          TO      REJ-REASON
               GO  TO              L2CK-E
           END-IF.
           IF          CT-STATUS (CUS-SUB)     NOT =   'A'
               MOVE    'ICUS'          TO      REJ-REASON
           END-IF.
       L2CK-E.
           EXIT.
      ******************************************************************
      *                    BISECTION PROBE                 2C1         *
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
      *                    LINK ACCOUNT                    2D          *
      ******************************************************************
       L2-LINK                 SECTION.
       L2L-S.
           IF          XRF-FOUND
               MOVE    'EXST'          TO      REJ-REASON
               PERFORM L5-REJECT
               GO  TO              L2L-E
           END-IF.
           PERFORM     L2-CUSCHK.
           IF          REJ-REASON      NOT =   SPACES
               PERFORM L5-REJECT
               GO  TO              L2L-E
           END-IF.
           IF          XRF-CNT         >=      XRF-MAX
               DISPLAY 'XRFODD - XREF TABLE FULL AT :' XRF-MAX
               PERFORM L9-ABEND
           END-IF.
      *    THE NEW LINK SLOTS IN AT ITS SEQUENCE POSITION (XB-LO FROM
      *    THE LOOKUP) SO THE UNLOADED GENERATION STAYS IN ACCOUNT
      *    ORDER
           COMPUTE     XRF-CNT         =       XRF-CNT     +   1.
           MOVE        XRF-CNT         TO      SH-SUB.
           PERFORM     L2-SHIFT
                       UNTIL   SH-SUB          <=      XB-LO.
           MOVE        XRM-ACCTNO      TO      XT-ACCTNO (XB-LO).
           MOVE        XRM-CUSTID      TO      XT-CUSTID (XB-LO).
           MOVE        RUN-DATE        TO      XT-LINK-DATE (XB-LO).
           MOVE        XRM-CUSTID      TO      AUD-CUSTID.
           PERFORM     L6-AUDIT.
       L2L-E.
           EXIT.
      ******************************************************************
      *                    SHIFT TABLE FOR INSERT          2D1         *
      ******************************************************************
       L2-SHIFT                SECTION.
       L2SH-S.
           MOVE        XRF-ENTRY (SH-SUB - 1)  TO
                       XRF-ENTRY (SH-SUB).
           COMPUTE     SH-SUB          =       SH-SUB      -   1.
       L2SH-E.
           EXIT.
      ******************************************************************
      *                    RELINK ACCOUNT                  2E          *
      ******************************************************************
       L2-RELINK               SECTION.
       L2RL-S.
           IF          NOT XRF-FOUND
               MOVE    'UNKN'          TO      REJ-REASON
               PERFORM L5-REJECT
               GO  TO              L2RL-E
           END-IF.
           IF          XRM-CUSTID      IS      NUMERIC
                       AND XRM-CUSTID  =       XT-CUSTID (XRF-SUB)
               MOVE    'SAME'          TO      REJ-REASON
               PERFORM L5-REJECT
               GO  TO              L2RL-E
           END-IF.
           PERFORM     L2-CUSCHK.
           IF          REJ-REASON      NOT =   SPACES
               PERFORM L5-REJECT
               GO  TO              L2RL-E
           END-IF.
           MOVE        XRM-CUSTID      TO      XT-CUSTID (XRF-SUB).
           MOVE        RUN-DATE        TO      XT-LINK-DATE (XRF-SUB).
           MOVE        XRM-CUSTID      TO      AUD-CUSTID.
           PERFORM     L6-AUDIT.
       L2RL-E.
           EXIT.
      ******************************************************************
      *                    UNLINK ACCOUNT                  2F          *
      ******************************************************************
       L2-UNLINK               SECTION.
       L2UL-S.
           IF          NOT XRF-FOUND
               MOVE    'UNKN'          TO      REJ-REASON
               PERFORM L5-REJECT
               GO  TO              L2UL-E
           END-IF.
      *    THE AUDIT LINE KEEPS THE CUSTOMER THE ACCOUNT LEAVES
           MOVE        XT-CUSTID (XRF-SUB)     TO      AUD-CUSTID.
           MOVE        XRF-SUB         TO      SH-SUB.
           PERFORM     L2-CLOSEUP
                       UNTIL   SH-SUB          >=      XRF-CNT.
           COMPUTE     XRF-CNT         =       XRF-CNT     -   1.
           PERFORM     L6-AUDIT.
       L2UL-E.
           EXIT.
      ******************************************************************
      *                    CLOSE TABLE GAP                 2F1         *
      ******************************************************************
       L2-CLOSEUP              SECTION.
       L2CU-S.
           MOVE        XRF-ENTRY (SH-SUB + 1)  TO
                       XRF-ENTRY (SH-SUB).
           COMPUTE     SH-SUB          =       SH-SUB      +   1.
       L2CU-E.
           EXIT.
      ******************************************************************
      *                    END                             3           *
      ******************************************************************
       L3-END                  SECTION.
       L3-S.
           DISPLAY     'XRMDD  - COUNT :' ICNT.
           DISPLAY     'XRFODD - APPLIED :' APPL-CNT.
           DISPLAY     'REJDD  - REJECTED :' REJ-CNT.
           CALL        'CLOSECX'       USING   XRMDD       RETCD8.
           IF          RETCD8          NOT =   SPACES
               DISPLAY 'XRMDD  - CLOSECX ERROR RETCD8 : ' RETCD8
               PERFORM L9-ABEND
           END-IF.
           MOVE        40              TO      LRECL   OF  XRFODD.
           CALL        'OPENCXD'       USING   XRFODD  OUT     RETCD9.
           IF          RETCD9          NOT =   SPACES
               DISPLAY 'XRFODD - OPENCXD ERROR RETCD9 : ' RETCD9
               PERFORM L9-ABEND
           END-IF.
           MOVE        ZERO            TO      XRF-SUB.
           PERFORM     L3-UNLOAD
                       UNTIL   XRF-SUB         >=      XRF-CNT.
           CALL        'CLOSECX'       USING   XRFODD      RETCD9.
           IF          RETCD9          NOT =   SPACES
               DISPLAY 'XRFODD - CLOSECX ERROR RETCD9 : ' RETCD9
               PERFORM L9-ABEND
           END-IF.
           CALL        'CLOSECX'       USING   AUDTDD      RETCDA.
           IF          RETCDA          NOT =   SPACES
               DISPLAY 'AUDTDD - CLOSECX ERROR RETCDA : ' RETCDA
               PERFORM L9-ABEND
           END-IF.
           CALL        'CLOSECX'       USING   REJDD       RETCDB.
           IF          RETCDB          NOT =   SPACES
               DISPLAY 'REJDD  - CLOSECX ERROR RETCDB : ' RETCDB
               PERFORM L9-ABEND
           END-IF.
      *    REJECTED MAINTENANCE WARNS THE OPERATOR BUT THE APPLIED
      *    CHANGES STAND.  SET LAST - EVERY CALL REPLACES
      *    RETURN-CODE WITH THE SUBPROGRAM'S OWN
           IF          REJ-CNT         >       ZERO
               MOVE    4               TO      RETURN-CODE
           END-IF.
       L3-E.
           EXIT.
      ******************************************************************
      *                    UNLOAD CROSS REFERENCE          3B          *
      ******************************************************************
       L3-UNLOAD               SECTION.
       L3U-S.
           COMPUTE     XRF-SUB         =       XRF-SUB     +   1.
           MOVE        SPACES          TO      XRFR-REC.
           MOVE        XT-ACCTNO (XRF-SUB)     TO      XRF-ACCTNO.
           MOVE        XT-CUSTID (XRF-SUB)     TO      XRF-CUSTID.
           MOVE        XT-LINK-DATE (XRF-SUB)  TO      XRF-LINK-DATE.
           CALL        'CWRITED'       USING   XRFODD      XRFR-REC.
       L3U-E.
           EXIT.
      ******************************************************************
      *                    REJECT MAINTENANCE              5           *
      ******************************************************************
       L5-REJECT               SECTION.
       L5-S.
           COMPUTE     REJ-CNT         =       REJ-CNT     +   1.
           MOVE        XRMR-REC        TO      XREJ-TXN.
           MOVE        REJ-REASON      TO      XREJ-REASON.
           CALL        'CWRITED'       USING   REJDD       XREJ-REC.
           DISPLAY     'REJDD  - RECORD ' ICNT
                       ' REJECTED, REASON : ' REJ-REASON.
           IF          XRM-CUSTID      IS      NUMERIC
               MOVE    XRM-CUSTID      TO      AUD-CUSTID
           END-IF.
           PERFORM     L6-AUDIT.
       L5-E.
           EXIT.
      ******************************************************************
      *                    AUDIT LINE                      6           *
      ******************************************************************
      *    EVERY MAINTENANCE RECORD LEAVES AN AUDIT LINE - APPLIED
      *    LINKS CARRY RESULT 'OK', REJECTS CARRY THE REASON
       L6-AUDIT                SECTION.
       L6-S.
           MOVE        SPACES          TO      AUDT-REC.
           MOVE        RUN-DATE        TO      AUDT-DATE.
           MOVE        'C91321O'       TO      AUDT-PROGRAM.
           MOVE        XRM-ACTION      TO      AUDT-ACTION.
           MOVE        ZERO            TO      AUDT-ACCTNO.
           IF          XRM-ACCTNO      IS      NUMERIC
               MOVE    XRM-ACCTNO      TO      AUDT-ACCTNO
           END-IF.
           MOVE        ZERO            TO      AUDT-AMOUNT.
           MOVE        AUD-CUSTID      TO      AUDT-XRF-CUSTID.
           MOVE        AUDT-XRF-REASON TO      AUDT-REASON.
           MOVE        XRM-USER-ID     TO      AUDT-MAKER-ID.
           IF          REJ-REASON      =       SPACES
               MOVE    'OK'            TO      AUDT-RESULT
               COMPUTE APPL-CNT        =       APPL-CNT    +   1
           ELSE
               MOVE    REJ-REASON      TO      AUDT-RESULT
           END-IF.
           CALL        'CWRITED'       USING   AUDTDD      AUDT-REC.
       L6-E.
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
