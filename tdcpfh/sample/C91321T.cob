      *----------------------------------------------------------------*
       01  MSTR-REC.
           COPY        C9132MST.
      *----------------------------------------------------------------*
       01  CUSR-REC.
           COPY        C9132CUS.
      *----------------------------------------------------------------*
       01  XRCR-REC.
           COPY        C9132XRF.
      *----------------------------------------------------------------*
      *            SORTED DETAIL - THE OWNING CUSTOMER (ZERO WHEN THE  *
      *            ACCOUNT IS NOT LINKED) AHEAD OF THE HISTORY DETAIL  *
      *            (JOIN AND SORT STEP OF C9132STM)                    *
      *----------------------------------------------------------------*
       01  SRT-REC.
           03  SRT-CUSTID          PIC 9(10).
           03  SRT-DETAIL          PIC X(40).
      *----------------------------------------------------------------*
       01  DCPENV.
           03  OUT             PIC X(03)  VALUE  'OUT'.
           03  RETCD7          PIC X(04).
           03  RETCD8          PIC X(04).
           03  RETCD9          PIC X(04).
           03  RETCDA          PIC X(04).
           03  RETCDB          PIC X(04).
       01  HISTDD.
           03  DDNAME          PIC X(08)  VALUE   'HISTDD'.
           03  LRECL           PIC 9(04)  COMP-5    VALUE 0.
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
       01  XRCDD.
           03  DDNAME          PIC X(08)  VALUE   'XRCDD'.
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
       01      TRL-SEEN                PIC  X(001)  VALUE   'N'.
           88  TRAILER-SEEN                    VALUE  'Y'.
       01      HDR-RUNDATE-SAVE        PIC  9(008)  VALUE  ZERO.
       01      CUS-EOF1                PIC  X(001)  VALUE  ZERO.
       01      XRC-EOF1                PIC  X(001)  VALUE  ZERO.
       01      MAIL-CNT                PIC  9(008)  COMP-3  VALUE  ZERO.
       01      XUNK-CNT                PIC  9(008)  COMP-3  VALUE  ZERO.
       01      NOCUS-CNT               PIC  9(008)  COMP-3  VALUE  ZERO.
       01      CUS-ID-PREV             PIC  9(010)          VALUE  ZERO.
      *----------------------------------------------------------------*
      *            MAILING CONTROL.  PARM BYTE 16 'Y' GROUPS ALL OF    *
      *            ONE CUSTOMER'S STATEMENTS INTO ONE MAILING UNDER A  *
      *            COVER PAGE, PAGES NUMBERED THROUGH THE MAILING;     *
      *            OTHERWISE EVERY STATEMENT STANDS ALONE              *
      *----------------------------------------------------------------*
       01      GROUP-SW                PIC  X(001)  VALUE   'N'.
           88  GROUPING                        VALUE  'Y'.
       01      CUS-BEGUN-SW            PIC  X(001)  VALUE   'N'.
           88  CUS-BEGUN                       VALUE  'Y'.
       01      NEW-CUST                PIC  9(010)          VALUE  ZERO.
      *----------------------------------------------------------------*
      *            CROSS-REFERENCE WALK.  THE XREF ARRIVES IN CUSTOMER *
      *            AND ACCOUNT ORDER, THE SAME ORDER AS THE SORTED     *
      *            DETAIL, SO EVERY LINKED ACCOUNT WITHOUT ACTIVITY IS *
      *            STATED IN ITS PLACE IN ITS CUSTOMER'S MAILING       *
      *----------------------------------------------------------------*
       01  XRC-KEY.
           03  XK-CUSTID           PIC 9(10)          VALUE ZERO.
           03  XK-ACCTNO           PIC 9(10)          VALUE ZERO.
       01  XRC-KEY-PREV            PIC X(20)          VALUE LOW-VALUES.
       01  FLUSH-KEY.
           03  FK-CUSTID           PIC 9(10)          VALUE ZERO.
           03  FK-ACCTNO           PIC 9(10)          VALUE ZERO.
      *----------------------------------------------------------------*
      *            IN-CORE ACCOUNT MASTER TABLE - THE CLOSING          *
      *            BALANCE PLUS THE MOVEMENT RE-DERIVED FROM THE       *
       01      OPEN-BAL        PIC S9(13)V99  COMP-3  VALUE ZERO.
       01      STMT-SW                 PIC  X(001)  VALUE   'N'.
           88  STMT-OPEN                       VALUE  'Y'.
       01      CUR-CUST                PIC  9(010)          VALUE  ZERO.
       01  CUR-ADDRESS.
           03  CUR-NAME            PIC X(30).
           03  CUR-ADDR1           PIC X(30).
           03  CUR-ADDR2           PIC X(30).
           03  CUR-ADDR3           PIC X(30).
           03  CUR-POSTCODE        PIC X(10).
      *----------------------------------------------------------------*
      *            STATEMENT PRINT AREAS                               *
      *----------------------------------------------------------------*
           03  RPT-H1-PERIOD       PIC 9(08).
           03  FILLER              PIC X(09)  VALUE '    PAGE:'.
           03  RPT-H1-PAGE         PIC ZZZ9.
       01  RPT-CVR1.
           03  FILLER              PIC X(36)  VALUE
               'C9132  CUSTOMER STATEMENT MAILING'.
           03  FILLER              PIC X(10)  VALUE 'CUSTOMER: '.
           03  RPT-C1-CUST         PIC 9(10).
           03  FILLER              PIC X(11)  VALUE '   PERIOD: '.
           03  RPT-C1-PERIOD       PIC 9(08).
           03  FILLER              PIC X(09)  VALUE '    PAGE:'.
           03  RPT-C1-PAGE         PIC ZZZ9.
       01  RPT-ADDR.
           03  FILLER              PIC X(08).
           03  RPT-A-TEXT          PIC X(30).
       01  RPT-HDG2.
           03  FILLER              PIC X(12)  VALUE 'DATE'.
           03  FILLER              PIC X(06)  VALUE 'TYPE'.
           IF          STMT-OPEN
               PERFORM L2-CLOSE
           END-IF.
           MOVE        HIGH-VALUES     TO      FLUSH-KEY.
           PERFORM     L2-FLUSH.
           IF          SRT-CNT         NOT =   ICNT
               DISPLAY 'SRTDD  - SORTED DETAIL COUNT MISMATCH :'
                       SRT-CNT
               DISPLAY 'SRTDD  - HISTORY DETAIL COUNT :' ICNT
               PERFORM L9-ABEND
           END-IF.
      *    WHAT IS LEFT UNPRINTED BELONGS TO NO CUSTOMER
           MOVE        ZERO            TO      NEW-CUST.
           PERFORM     L2-CUSBEG.
           MOVE        ZERO            TO      MST-SUB.
           PERFORM     L2-NOACT
                       UNTIL   MST-SUB         >=      MST-CNT.
                            PARM-DATA (14:1) = 'N')
               MOVE    PARM-DATA (14:1)    TO      MONOC   OF  HISTDD
           END-IF.
           IF          PARM-LEN        >       15
                       AND PARM-DATA (16:1)    =       'Y'
               MOVE    'Y'                 TO      GROUP-SW
           END-IF.
           MOVE        40              TO      LRECL   OF  MSTIDD.
           CALL        'OPENCXD'       USING   MSTIDD  INP     RETCD1.
           IF          RETCD1          NOT =   SPACES
               DISPLAY 'RPTDD  - OPENCXD ERROR RETCD4 : ' RETCD4
               PERFORM L9-ABEND
           END-IF.
      *    THE CUSTOMER MASTER AND THE CUSTOMER-ORDER XREF ARE READ
      *    ALONGSIDE THE SORTED DETAIL - EACH IS PRIMED HERE
           MOVE        160             TO      LRECL   OF  CUSIDD.
           CALL        'OPENCXD'       USING   CUSIDD  INP     RETCDA.
           IF          RETCDA          NOT =   SPACES
               DISPLAY 'CUSIDD - OPENCXD ERROR RETCDA : ' RETCDA
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L2-CUSREAD.
           MOVE        40              TO      LRECL   OF  XRCDD.
           CALL        'OPENCXD'       USING   XRCDD   INP     RETCDB.
           IF          RETCDB          NOT =   SPACES
               DISPLAY 'XRCDD  - OPENCXD ERROR RETCDB : ' RETCDB
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L2-XRCREAD.
       L1-E.
           EXIT.
      ******************************************************************
               PERFORM L9-ABEND
           END-IF.
      *    THE SORTED FILE CARRIES THE SAME DETAILS KEYED BY
      *    CUSTOMER, ACCOUNT AND DATE (JOIN AND SORT STEP OF
      *    C9132STM) - NO CONTROL RECORDS, SO ITS COUNT IS CHECKED
      *    AGAINST THE PASS ABOVE.  AN ACCOUNT LINKED TWICE WOULD
      *    DOUBLE ITS DETAIL AND FAIL THE CHECK
           MOVE        50              TO      LRECL   OF  SRTDD.
           CALL        'OPENCXD'       USING   SRTDD   INP     RETCD7.
           IF          RETCD7          NOT =   SPACES
               DISPLAY 'SRTDD  - OPENCXD ERROR RETCD7 : ' RETCD7
      ******************************************************************
       L2-STMT                 SECTION.
       L2S-S.
           CALL        'READXD'    USING   SRTDD  SRT-REC     RETCD8.
           IF          RETCD8      =       'EOF '
               MOVE    '1'         TO      EOF2
               GO  TO              L2S-E
               DISPLAY 'SRTDD  - READXD ERROR RETCD8 : ' RETCD8
               PERFORM L9-ABEND
           END-IF.
           MOVE        SRT-DETAIL  TO      INR-REC.
           IF          NOT DETAIL-REC
               DISPLAY 'SRTDD  - NON-DETAIL RECORD ON SORTED INPUT : '
                       REC-TYPE
               PERFORM L9-ABEND
           END-IF.
           COMPUTE     SRT-CNT     =       SRT-CNT     +   1.
      *    BEFORE THE NEXT ACCOUNT IS STATED, EVERY LINKED ACCOUNT
      *    AHEAD OF IT IN CUSTOMER ORDER IS STATED AS NO-ACTIVITY
           IF          ACCTNO      NOT =   CUR-ACCT
               IF      STMT-OPEN
                   PERFORM L2-CLOSE
               END-IF
               MOVE    SRT-CUSTID  TO      FK-CUSTID
               MOVE    ACCTNO      TO      FK-ACCTNO
               PERFORM L2-FLUSH
               IF      NOT CUS-BEGUN
                       OR SRT-CUSTID   NOT =   CUR-CUST
                   MOVE    SRT-CUSTID  TO      NEW-CUST
                   PERFORM L2-CUSBEG
               END-IF
               MOVE    ACCTNO      TO      CUR-ACCT
               PERFORM L2-OPEN
           END-IF.
           MOVE        'Y'             TO      STMT-SW.
           COMPUTE     OPEN-BAL        =       MT-BALANCE (CUR-SUB)
                                       -       MT-MOVE (CUR-SUB).
           PERFORM     L4-STHEAD.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        '0'             TO      RPT-CC.
           MOVE        'OPENING BALANCE'       TO      RPT-B-LABEL.
               GO  TO              L2N-E
           END-IF.
           MOVE        MST-SUB         TO      CUR-SUB.
           PERFORM     L2-NOSTMT.
       L2N-E.
           EXIT.
      ******************************************************************
      *                    NO-ACTIVITY STATEMENT           2J          *
      ******************************************************************
      *    ONE STATEMENT FOR THE MASTER ENTRY AT CUR-SUB, WHICH HAS
      *    NO DETAIL IN THE PERIOD
       L2-NOSTMT               SECTION.
       L2NS-S.
           MOVE        MT-ACCTNO (CUR-SUB)     TO      CUR-ACCT.
           PERFORM     L4-STHEAD.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        '0'             TO      RPT-CC.
           MOVE        'OPENING BALANCE'       TO      RPT-B-LABEL.
           PERFORM     L4-PUT.
           MOVE        'Y'             TO      MT-PRINTED (CUR-SUB).
           COMPUTE     STMT-CNT        =       STMT-CNT    +   1.
       L2NS-E.
           EXIT.
      ******************************************************************
      *                    STATE LINKED ACCOUNTS AHEAD     2K          *
      ******************************************************************
      *    WALKS THE CUSTOMER-ORDER XREF UP TO FLUSH-KEY (HIGH-VALUES
      *    AT THE END OF THE DETAIL) - EVERY LINKED ACCOUNT NOT YET
      *    STATED GETS ITS NO-ACTIVITY STATEMENT IN ITS CUSTOMER'S
      *    MAILING, SO A CUSTOMER WITH NO ACTIVITY AT ALL IS STILL
      *    MAILED
       L2-FLUSH                SECTION.
       L2FL-S.
           PERFORM     L2-CATCHUP
                       UNTIL   XRC-KEY         NOT <   FLUSH-KEY.
       L2FL-E.
           EXIT.
      ******************************************************************
      *                    STATE ONE LINKED ACCOUNT        2K1         *
      ******************************************************************
       L2-CATCHUP              SECTION.
       L2CU-S.
           MOVE        XK-ACCTNO       TO      BF-KEY.
           PERFORM     L2-FIND.
           IF          NOT MST-FOUND
               COMPUTE XUNK-CNT        =       XUNK-CNT    +   1
               DISPLAY 'XRCDD  - LINKED ACCOUNT NOT ON MASTER : '
                       XK-ACCTNO
           ELSE
               IF      MT-PRINTED (MST-SUB)    =       'N'
                   IF  NOT CUS-BEGUN
                       OR XK-CUSTID    NOT =   CUR-CUST
                       MOVE    XK-CUSTID   TO      NEW-CUST
                       PERFORM L2-CUSBEG
                   END-IF
                   MOVE    MST-SUB     TO      CUR-SUB
                   PERFORM L2-NOSTMT
               END-IF
           END-IF.
           PERFORM     L2-XRCREAD.
       L2CU-E.
           EXIT.
      ******************************************************************
      *                    BEGIN CUSTOMER                  2L          *
      ******************************************************************
      *    MAKES NEW-CUST THE CURRENT CUSTOMER AND TAKES ITS NAME AND
      *    ADDRESS FROM THE MASTER, WHICH ADVANCES IN STEP (CUSTOMERS
      *    ONLY EVER ASCEND).  WHEN GROUPING, A CUSTOMER'S MAILING
      *    OPENS WITH A COVER PAGE AND ITS PAGES NUMBER ON FROM THERE
       L2-CUSBEG               SECTION.
       L2CB-S.
           MOVE        NEW-CUST        TO      CUR-CUST.
           MOVE        'Y'             TO      CUS-BEGUN-SW.
           MOVE        SPACES          TO      CUR-ADDRESS.
           IF          CUR-CUST        =       ZERO
               MOVE    'NO CUSTOMER ON FILE'   TO      CUR-NAME
               GO  TO              L2CB-E
           END-IF.
           PERFORM     L2-CUSREAD
                       UNTIL   CUS-EOF1        =       '1'
                       OR      CUS-CUSTID      NOT <   CUR-CUST.
           IF          CUS-EOF1        =       '0'
                       AND CUS-CUSTID  =       CUR-CUST
               MOVE    CUS-NAME        TO      CUR-NAME
               MOVE    CUS-ADDR1       TO      CUR-ADDR1
               MOVE    CUS-ADDR2       TO      CUR-ADDR2
               MOVE    CUS-ADDR3       TO      CUR-ADDR3
               MOVE    CUS-POSTCODE    TO      CUR-POSTCODE
           ELSE
               COMPUTE NOCUS-CNT       =       NOCUS-CNT   +   1
               DISPLAY 'CUSIDD - LINKED CUSTOMER NOT ON MASTER : '
                       CUR-CUST
               MOVE    'CUSTOMER NOT ON FILE'  TO      CUR-NAME
           END-IF.
           IF          GROUPING
               COMPUTE MAIL-CNT        =       MAIL-CNT    +   1
               MOVE    ZERO            TO      RPT-PAGE-CNT
               PERFORM L4-COVER
           END-IF.
       L2CB-E.
           EXIT.
      ******************************************************************
      *                    READ CUSTOMER MASTER            2L1         *
      ******************************************************************
       L2-CUSREAD              SECTION.
       L2CR-S.
           CALL        'READXD'    USING   CUSIDD CUSR-REC    RETCDA.
           IF          RETCDA      =       'EOF '
               MOVE    '1'         TO      CUS-EOF1
               GO  TO              L2CR-E
           END-IF.
           IF          RETCDA      NOT =   SPACES
               DISPLAY 'CUSIDD - READXD ERROR RETCDA : ' RETCDA
               PERFORM L9-ABEND
           END-IF.
           IF          CUS-CUSTID  NOT >   CUS-ID-PREV
               DISPLAY 'CUSIDD - MASTER NOT IN CUSTOMER SEQUENCE AT : '
                       CUS-CUSTID
               PERFORM L9-ABEND
           END-IF.
           MOVE        CUS-CUSTID  TO      CUS-ID-PREV.
       L2CR-E.
           EXIT.
      ******************************************************************
      *                    READ CUSTOMER-ORDER XREF        2M          *
      ******************************************************************
      *    AT END THE KEY GOES TO HIGH-VALUES SO NO FLUSH WALKS PAST
       L2-XRCREAD              SECTION.
       L2XR-S.
           CALL        'READXD'    USING   XRCDD  XRCR-REC    RETCDB.
           IF          RETCDB      =       'EOF '
               MOVE    '1'         TO      XRC-EOF1
               MOVE    HIGH-VALUES TO      XRC-KEY
               GO  TO              L2XR-E
           END-IF.
           IF          RETCDB      NOT =   SPACES
               DISPLAY 'XRCDD  - READXD ERROR RETCDB : ' RETCDB
               PERFORM L9-ABEND
           END-IF.
           MOVE        XRF-CUSTID  TO      XK-CUSTID.
           MOVE        XRF-ACCTNO  TO      XK-ACCTNO.
           IF          XRC-KEY     NOT >   XRC-KEY-PREV
               DISPLAY 'XRCDD  - XREF NOT IN CUSTOMER SEQUENCE AT : '
                       XRF-ACCTNO
               PERFORM L9-ABEND
           END-IF.
           MOVE        XRC-KEY     TO      XRC-KEY-PREV.
       L2XR-E.
           EXIT.
      ******************************************************************
      *                    END                             3           *
           DISPLAY     'RPTDD  - STATEMENTS PRINTED :' STMT-CNT.
           DISPLAY     'HISTDD - ACCOUNTS NOT ON MASTER :' UNKN-CNT.
           DISPLAY     'HISTDD - INVALID AMOUNTS :' BADAMT-CNT.
           DISPLAY     'RPTDD  - CUSTOMER MAILINGS :' MAIL-CNT.
           DISPLAY     'XRCDD  - LINKED ACCOUNTS NOT ON MASTER :'
                       XUNK-CNT.
           DISPLAY     'CUSIDD - LINKED CUSTOMERS NOT ON MASTER :'
                       NOCUS-CNT.
           CALL        'CLOSECX'       USING   CUSIDD      RETCDA.
           IF          RETCDA          NOT =   SPACES
               DISPLAY 'CUSIDD - CLOSECX ERROR RETCDA : ' RETCDA
               PERFORM L9-ABEND
           END-IF.
           CALL        'CLOSECX'       USING   XRCDD       RETCDB.
           IF          RETCDB          NOT =   SPACES
               DISPLAY 'XRCDD  - CLOSECX ERROR RETCDB : ' RETCDB
               PERFORM L9-ABEND
           END-IF.
           CALL        'CLOSECX'       USING   SRTDD       RETCD8.
           IF          RETCD8          NOT =   SPACES
               DISPLAY 'SRTDD  - CLOSECX ERROR RETCD8 : ' RETCD8
               PERFORM L9-ABEND
           END-IF.
      *    HISTORY DETAIL AGAINST UNKNOWN ACCOUNTS OR WITH AN
      *    UNREADABLE AMOUNT, OR A LINK TO AN UNKNOWN ACCOUNT OR
      *    CUSTOMER, WARNS THE OPERATOR BUT DOES NOT STOP THE
      *    DISTRIBUTION.  SET LAST - EVERY CALL REPLACES
      *    RETURN-CODE WITH THE SUBPROGRAM'S OWN
           IF          UNKN-CNT        >       ZERO
                       OR BADAMT-CNT   >       ZERO
                       OR XUNK-CNT     >       ZERO
                       OR NOCUS-CNT    >       ZERO
               MOVE    4               TO      RETURN-CODE
           END-IF.
       L3-E.
           EXIT.
      ******************************************************************
      *                    STATEMENT HEAD                  4A          *
      ******************************************************************
      *    FIRST PAGE OF A STATEMENT WITH THE MAILING NAME AND
      *    ADDRESS.  A STANDALONE STATEMENT NUMBERS ITS OWN PAGES;
      *    INSIDE A GROUPED MAILING THE NUMBERING RUNS ON
       L4-STHEAD               SECTION.
       L4H-S.
           IF          NOT GROUPING
                       OR CUR-CUST     =       ZERO
               MOVE    ZERO            TO      RPT-PAGE-CNT
           END-IF.
           PERFORM     L4-PAGE.
           PERFORM     L4-ADDR.
       L4H-E.
           EXIT.
      ******************************************************************
      *                    STATEMENT PAGE HEADER           4B          *
      ******************************************************************
       L4-PAGE                 SECTION.
       L4P-E.
           EXIT.
      ******************************************************************
      *                    MAILING COVER PAGE              4C          *
      ******************************************************************
       L4-COVER                SECTION.
       L4CV-S.
           COMPUTE     RPT-PAGE-CNT    =       RPT-PAGE-CNT    +   1.
           MOVE        CUR-CUST        TO      RPT-C1-CUST.
           MOVE        HDR-RUNDATE-SAVE        TO      RPT-C1-PERIOD.
           MOVE        RPT-PAGE-CNT    TO      RPT-C1-PAGE.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        '1'             TO      RPT-CC.
           MOVE        RPT-CVR1        TO      RPT-TEXT.
           CALL        'CWRITED'       USING   RPTDD       RPT-LINE.
           MOVE        1               TO      RPT-LINE-CNT.
           PERFORM     L4-ADDR.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        '-'             TO      RPT-CC.
           MOVE        'YOUR ACCOUNT STATEMENTS FOR THE PERIOD FOLLOW'
                                       TO      RPT-TEXT.
           PERFORM     L4-PUT.
       L4CV-E.
           EXIT.
      ******************************************************************
      *                    NAME AND ADDRESS BLOCK          4D          *
      ******************************************************************
      *    BLANK ADDRESS LINES ARE CLOSED UP
       L4-ADDR                 SECTION.
       L4A-S.
           MOVE        SPACES          TO      RPT-ADDR.
           MOVE        CUR-NAME        TO      RPT-A-TEXT.
           MOVE        SPACES          TO      RPT-LINE.
           MOVE        '0'             TO      RPT-CC.
           MOVE        RPT-ADDR        TO      RPT-TEXT.
           PERFORM     L4-PUT.
           IF          CUR-ADDR1       NOT =   SPACES
               MOVE    CUR-ADDR1       TO      RPT-A-TEXT
               MOVE    SPACES          TO      RPT-LINE
               MOVE    RPT-ADDR        TO      RPT-TEXT
               PERFORM L4-PUT
           END-IF.
           IF          CUR-ADDR2       NOT =   SPACES
               MOVE    CUR-ADDR2       TO      RPT-A-TEXT
               MOVE    SPACES          TO      RPT-LINE
               MOVE    RPT-ADDR        TO      RPT-TEXT
               PERFORM L4-PUT
           END-IF.
           IF          CUR-ADDR3       NOT =   SPACES
               MOVE    CUR-ADDR3       TO      RPT-A-TEXT
               MOVE    SPACES          TO      RPT-LINE
               MOVE    RPT-ADDR        TO      RPT-TEXT
               PERFORM L4-PUT
           END-IF.
           IF          CUR-POSTCODE    NOT =   SPACES
               MOVE    CUR-POSTCODE    TO      RPT-A-TEXT
               MOVE    SPACES          TO      RPT-LINE
               MOVE    RPT-ADDR        TO      RPT-TEXT
               PERFORM L4-PUT
           END-IF.
       L4A-E.
           EXIT.
      ******************************************************************
      *                    STATEMENT LINE WRITER           4E          *
      ******************************************************************
       L4-PUT                  SECTION.
       L4U-S.
