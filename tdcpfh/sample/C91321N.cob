       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             C91321N.
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
       01  CUMR-REC.
           COPY        C9132CUM.
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
       01  CUMDD.
           03  DDNAME          PIC X(08)  VALUE   'CUMDD'.
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
       01  CUSODD.
           03  DDNAME          PIC X(08)  VALUE   'CUSODD'.
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
       01  HISTDD.
           03  DDNAME          PIC X(08)  VALUE   'HISTDD'.
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
       01      HIST-CNT                PIC  9(008)  COMP-3  VALUE  ZERO.
       01      EOF1                    PIC  X(001)  VALUE  ZERO.
       01      CUS-EOF1                PIC  X(001)  VALUE  ZERO.
       01      RUN-DATE                PIC  9(008)          VALUE  ZERO.
       01      REJ-REASON              PIC  X(004)  VALUE  SPACE.
      *----------------------------------------------------------------*
       01  AUDT-REC.
           COPY        C9132AUD.
      *----------------------------------------------------------------*
      *            THE AUDIT REASON NAMES THE CUSTOMER AND THE STATUS  *
      *            IT NOW HAS - THE LOG HAS NO CUSTOMER FIELD OF ITS   *
      *            OWN, SO THE ACCOUNT AND AMOUNT ARE LEFT ZERO.       *
      *            A CHANGE CARRIES ONE INDICATOR PER FIELD INSTEAD OF *
      *            THE STATUS - N(AME), 1/2/3 (ADDRESS LINES), P(OST-  *
      *            CODE) WHERE THE VALUE CHANGED, '-' WHERE IT DID NOT *
      *            - AND THE BEFORE AND AFTER VALUES OF EACH CHANGED   *
      *            FIELD GO TO THE CHANGE HISTORY LOG (C9132CUH)       *
      *----------------------------------------------------------------*
       01  AUDT-CUS-REASON.
           03  FILLER              PIC X(04)  VALUE 'CUS '.
           03  AUDT-CUS-ID         PIC 9(10).
           03  FILLER              PIC X(01)  VALUE SPACE.
           03  AUDT-CUS-TAIL       PIC X(05).
           03  AUDT-CUS-STAT-V     REDEFINES   AUDT-CUS-TAIL.
               05  AUDT-CUS-STATUS     PIC X(01).
               05  FILLER              PIC X(04).
           03  AUDT-CUS-CHG-V      REDEFINES   AUDT-CUS-TAIL.
               05  AUDT-CHG-NAME       PIC X(01).
               05  AUDT-CHG-ADDR1      PIC X(01).
               05  AUDT-CHG-ADDR2      PIC X(01).
               05  AUDT-CHG-ADDR3      PIC X(01).
               05  AUDT-CHG-POSTCODE   PIC X(01).
      *----------------------------------------------------------------*
      *            BEFORE AND AFTER IMAGE OF ONE CHANGED FIELD         *
      *----------------------------------------------------------------*
       01  CUH-REC.
           COPY        C9132CUH.
      *----------------------------------------------------------------*
      *            REJECTED MAINTENANCE CARRIES THE ORIGINAL RECORD    *
      *            WITH THE REASON CODE APPENDED (SUSPENSE PATTERN)    *
      *----------------------------------------------------------------*
       01  CREJ-REC.
           03  CREJ-TXN            PIC X(160).
           03  CREJ-REASON         PIC X(04).
      *----------------------------------------------------------------*
      *            IN-CORE CUSTOMER TABLE.  THE MASTER ARRIVES AND     *
      *            LEAVES IN CUSTOMER-ID SEQUENCE, SO LOOKUPS BISECT   *
      *            AND ADDS INSERT IN PLACE                            *
      *----------------------------------------------------------------*
       01      CUS-MAX               PIC  9(008)  COMP-5  VALUE 200000.
       01      CUS-CNT                 PIC  9(008)  COMP-5  VALUE  ZERO.
       01      CUS-SUB                 PIC  9(008)  COMP-5  VALUE  ZERO.
       01      SH-SUB                  PIC  9(008)  COMP-5  VALUE  ZERO.
       01      BF-LO                   PIC  9(008)  COMP-5  VALUE  ZERO.
       01      BF-HI                   PIC  9(008)  COMP-5  VALUE  ZERO.
       01      BF-KEY                  PIC  9(010)          VALUE  ZERO.
       01      CUS-ID-PREV             PIC  9(010)          VALUE  ZERO.
       01      CUS-HIT                 PIC  X(001)  VALUE   'N'.
           88  CUS-FOUND                       VALUE  'Y'.
       01      CUS-TABLE.
           03  CUS-ENTRY           OCCURS  200000.
               05  CT-CUSTID           PIC  9(010).
               05  CT-BODY             PIC  X(150).
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
               MOVE    PARM-DATA (13:1)    TO      COPYC   OF  CUMDD
           END-IF.
           IF          PARM-LEN        >       13
                       AND (PARM-DATA (14:1) = 'Y' OR
                            PARM-DATA (14:1) = 'N')
               MOVE    PARM-DATA (14:1)    TO      MONOC   OF  CUMDD
           END-IF.
           ACCEPT      RUN-DATE        FROM    DATE    YYYYMMDD.
           MOVE        160             TO      LRECL   OF  CUSIDD.
           CALL        'OPENCXD'       USING   CUSIDD  INP     RETCD1.
           IF          RETCD1          NOT =   SPACES
               DISPLAY 'CUSIDD - OPENCXD ERROR RETCD1 : ' RETCD1
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L1-LOAD
                       UNTIL   CUS-EOF1        =       '1'.
           CALL        'CLOSECX'       USING   CUSIDD      RETCD3.
           IF          RETCD3          NOT =   SPACES
               DISPLAY 'CUSIDD - CLOSECX ERROR RETCD3 : ' RETCD3
               PERFORM L9-ABEND
           END-IF.
           DISPLAY     'CUSIDD - CUSTOMERS LOADED :' CUS-CNT.
           MOVE        160             TO      LRECL   OF  CUMDD.
           CALL        'OPENCXD'       USING   CUMDD   INP     RETCD4.
           IF          RETCD4          NOT =   SPACES
               DISPLAY 'CUMDD  - OPENCXD ERROR RETCD4 : ' RETCD4
               PERFORM L9-ABEND
           END-IF.
           MOVE        80              TO      LRECL   OF  AUDTDD.
           CALL        'OPENCXD'       USING   AUDTDD  OUT     RETCD5.
           IF          RETCD5          NOT =   SPACES
               DISPLAY 'AUDTDD - OPENCXD ERROR RETCD5 : ' RETCD5
               PERFORM L9-ABEND
           END-IF.
           MOVE        164             TO      LRECL   OF  REJDD.
           CALL        'OPENCXD'       USING   REJDD   OUT     RETCD6.
           IF          RETCD6          NOT =   SPACES
               DISPLAY 'REJDD  - OPENCXD ERROR RETCD6 : ' RETCD6
               PERFORM L9-ABEND
           END-IF.
           MOVE        100             TO      LRECL   OF  HISTDD.
           CALL        'OPENCXD'       USING   HISTDD  OUT     RETCDA.
           IF          RETCDA          NOT =   SPACES
               DISPLAY 'HISTDD - OPENCXD ERROR RETCDA : ' RETCDA
               PERFORM L9-ABEND
           END-IF.
       L1-E.
           EXIT.
      ******************************************************************
      *                    LOAD CUSTOMER TABLE             1B          *
      ******************************************************************
       L1-LOAD                 SECTION.
       L1L-S.
           CALL        'READXD'    USING   CUSIDD CUSR-REC    RETCD2.
           IF          RETCD2      =       'EOF '
               MOVE    '1'         TO      CUS-EOF1
               GO  TO              L1L-E
           END-IF.
           IF          RETCD2      NOT =   SPACES
               DISPLAY 'CUSIDD - READXD ERROR RETCD2 : ' RETCD2
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
           MOVE        CUSR-REC    TO      CUS-ENTRY (CUS-CNT).
       L1L-E.
           EXIT.
      ******************************************************************
      *                    EXEC                            2           *
      ******************************************************************
       L2-EXEC                 SECTION.
       L2-S.
           CALL        'READXD'    USING   CUMDD  CUMR-REC    RETCD7.
           IF          RETCD7      =       'EOF '
               MOVE    '1'         TO      EOF1
               GO  TO              L2-E
           END-IF.
           IF          RETCD7      NOT =   SPACES
               DISPLAY 'CUMDD  - READXD ERROR RETCD7 : ' RETCD7
               PERFORM L9-ABEND
           END-IF.
           COMPUTE     ICNT        =       ICNT        +   1.
           MOVE        SPACES      TO      REJ-REASON.
           MOVE        'N'         TO      CUS-HIT.
           IF          CUM-USER-ID =       SPACES
               MOVE    'NUSR'      TO      REJ-REASON
               PERFORM L5-REJECT
               GO  TO              L2-E
           END-IF.
           IF          CUM-CUSTID  IS      NUMERIC
                       AND CUM-CUSTID  >       ZERO
               MOVE    CUM-CUSTID  TO      BF-KEY
               PERFORM L2-FIND
           ELSE
               MOVE    'NCID'      TO      REJ-REASON
               PERFORM L5-REJECT
               GO  TO              L2-E
           END-IF.
           IF          CUM-ACT-ADD
               PERFORM L2-ADD
           ELSE
               IF      CUM-ACT-CHANGE
                   PERFORM L2-CHANGE
               ELSE
                   IF  CUM-ACT-INACTIVATE
                       PERFORM L2-INACT
                   ELSE
                       IF  CUM-ACT-REACTIVATE
                           PERFORM L2-REACT
                       ELSE
                           MOVE    'UACT'      TO      REJ-REASON
                           PERFORM L5-REJECT
                       END-IF
                   END-IF
               END-IF
           END-IF.
       L2-E.
           EXIT.
      ******************************************************************
      *                    CUSTOMER TABLE LOOKUP           2A          *
      ******************************************************************
      *    BISECTION AGAINST THE SEQUENCED TABLE - ON A MISS, BF-LO
      *    IS WHERE THE KEY BELONGS, WHICH IS WHERE L2-ADD INSERTS
       L2-FIND                 SECTION.
       L2F-S.
           MOVE        'N'             TO      CUS-HIT.
           MOVE        1               TO      BF-LO.
           MOVE        CUS-CNT         TO      BF-HI.
           PERFORM     L2-PROBE
                       UNTIL   CUS-FOUND
                       OR      BF-LO           >       BF-HI.
       L2F-E.
           EXIT.
      ******************************************************************
      *                    BISECTION PROBE                 2A1         *
      ******************************************************************
       L2-PROBE                SECTION.
       L2PR-S.
           COMPUTE     CUS-SUB         =       (BF-LO + BF-HI) / 2.
           IF          CT-CUSTID (CUS-SUB)     =       BF-KEY
               MOVE    'Y'             TO      CUS-HIT
           ELSE
               IF      CT-CUSTID (CUS-SUB)     <       BF-KEY
                   COMPUTE BF-LO       =       CUS-SUB     +   1
               ELSE
                   COMPUTE BF-HI       =       CUS-SUB     -   1
               END-IF
           END-IF.
       L2PR-E.
           EXIT.
      ******************************************************************
      *                    ADD CUSTOMER                    2B          *
      ******************************************************************
       L2-ADD                  SECTION.
       L2A-S.
           IF          CUS-FOUND
               MOVE    'EXST'          TO      REJ-REASON
               PERFORM L5-REJECT
               GO  TO              L2A-E
           END-IF.
      *    A CUSTOMER WITHOUT A NAME AND AT LEAST ONE ADDRESS LINE
      *    CANNOT BE MAILED A STATEMENT
           IF          CUM-NAME        =       SPACES
               MOVE    'NNAM'          TO      REJ-REASON
               PERFORM L5-REJECT
               GO  TO              L2A-E
           END-IF.
           IF          CUM-ADDR1       =       SPACES
               MOVE    'NADR'          TO      REJ-REASON
               PERFORM L5-REJECT
               GO  TO              L2A-E
           END-IF.
           IF          CUS-CNT         >=      CUS-MAX
               DISPLAY 'CUSODD - CUSTOMER TABLE FULL AT :' CUS-MAX
               PERFORM L9-ABEND
           END-IF.
           MOVE        SPACES          TO      CUSR-REC.
           MOVE        CUM-CUSTID      TO      CUS-CUSTID.
           MOVE        CUM-NAME        TO      CUS-NAME.
           MOVE        CUM-ADDR1       TO      CUS-ADDR1.
           MOVE        CUM-ADDR2       TO      CUS-ADDR2.
           MOVE        CUM-ADDR3       TO      CUS-ADDR3.
           MOVE        CUM-POSTCODE    TO      CUS-POSTCODE.
           MOVE        'A'             TO      CUS-STATUS.
           MOVE        RUN-DATE        TO      CUS-OPEN-DATE.
           MOVE        RUN-DATE        TO      CUS-LAST-MNT.
      *    THE NEW CUSTOMER SLOTS IN AT ITS SEQUENCE POSITION (BF-LO
      *    FROM THE LOOKUP) SO THE UNLOADED GENERATION STAYS IN
      *    CUSTOMER-ID ORDER
           COMPUTE     CUS-CNT         =       CUS-CNT     +   1.
           MOVE        CUS-CNT         TO      SH-SUB.
           PERFORM     L2-SHIFT
                       UNTIL   SH-SUB          <=      BF-LO.
           MOVE        CUSR-REC        TO      CUS-ENTRY (BF-LO).
           PERFORM     L6-AUDIT.
       L2A-E.
           EXIT.
      ******************************************************************
      *                    SHIFT TABLE FOR INSERT          2B1         *
      ******************************************************************
       L2-SHIFT                SECTION.
       L2SH-S.
           MOVE        CUS-ENTRY (SH-SUB - 1)  TO
                       CUS-ENTRY (SH-SUB).
           COMPUTE     SH-SUB          =       SH-SUB      -   1.
       L2SH-E.
           EXIT.
      ******************************************************************
      *                    CHANGE NAME / ADDRESS           2C          *
      ******************************************************************
      *    ONLY THE FIELDS KEYED (NOT SPACES) ARE REPLACED - AN
      *    INACTIVE CUSTOMER MAY STILL MOVE HOUSE
       L2-CHANGE               SECTION.
       L2C-S.
           IF          NOT CUS-FOUND
               MOVE    'UNKN'          TO      REJ-REASON
               PERFORM L5-REJECT
               GO  TO              L2C-E
           END-IF.
           IF          CUM-NAME        =       SPACES
                       AND CUM-ADDR1       =       SPACES
                       AND CUM-ADDR2       =       SPACES
                       AND CUM-ADDR3       =       SPACES
                       AND CUM-POSTCODE    =       SPACES
               MOVE    'NCHG'          TO      REJ-REASON
               PERFORM L5-REJECT
               GO  TO              L2C-E
           END-IF.
      *    ONLY A KEYED VALUE THAT DIFFERS FROM THE ONE ON FILE
      *    COUNTS AS A CHANGE - EACH LEAVES ITS BEFORE AND AFTER
      *    IMAGE ON THE HISTORY LOG AND ITS INDICATOR ON THE AUDIT LINE
           MOVE        CUS-ENTRY (CUS-SUB)     TO      CUSR-REC.
           MOVE        ALL '-'         TO      AUDT-CUS-TAIL.
           IF          CUM-NAME        NOT =   SPACES
                       AND CUM-NAME        NOT =   CUS-NAME
               MOVE    'NAME'          TO      CUH-FIELD
               MOVE    CUS-NAME        TO      CUH-BEFORE
               MOVE    CUM-NAME        TO      CUH-AFTER
               PERFORM L6-HIST
               MOVE    CUM-NAME        TO      CUS-NAME
               MOVE    'N'             TO      AUDT-CHG-NAME
           END-IF.
           IF          CUM-ADDR1       NOT =   SPACES
                       AND CUM-ADDR1       NOT =   CUS-ADDR1
               MOVE    'ADDR1'         TO      CUH-FIELD
               MOVE    CUS-ADDR1       TO      CUH-BEFORE
               MOVE    CUM-ADDR1       TO      CUH-AFTER
               PERFORM L6-HIST
               MOVE    CUM-ADDR1       TO      CUS-ADDR1
               MOVE    '1'             TO      AUDT-CHG-ADDR1
           END-IF.
           IF          CUM-ADDR2       NOT =   SPACES
                       AND CUM-ADDR2       NOT =   CUS-ADDR2
               MOVE    'ADDR2'         TO      CUH-FIELD
               MOVE    CUS-ADDR2       TO      CUH-BEFORE
               MOVE    CUM-ADDR2       TO      CUH-AFTER
               PERFORM L6-HIST
               MOVE    CUM-ADDR2       TO      CUS-ADDR2
               MOVE    '2'             TO      AUDT-CHG-ADDR2
           END-IF.
           IF          CUM-ADDR3       NOT =   SPACES
                       AND CUM-ADDR3       NOT =   CUS-ADDR3
               MOVE    'ADDR3'         TO      CUH-FIELD
               MOVE    CUS-ADDR3       TO      CUH-BEFORE
               MOVE    CUM-ADDR3       TO      CUH-AFTER
               PERFORM L6-HIST
               MOVE    CUM-ADDR3       TO      CUS-ADDR3
               MOVE    '3'             TO      AUDT-CHG-ADDR3
           END-IF.
           IF          CUM-POSTCODE    NOT =   SPACES
                       AND CUM-POSTCODE    NOT =   CUS-POSTCODE
               MOVE    'POSTCODE'      TO      CUH-FIELD
               MOVE    CUS-POSTCODE    TO      CUH-BEFORE
               MOVE    CUM-POSTCODE    TO      CUH-AFTER
               PERFORM L6-HIST
               MOVE    CUM-POSTCODE    TO      CUS-POSTCODE
               MOVE    'P'             TO      AUDT-CHG-POSTCODE
           END-IF.
           MOVE        RUN-DATE        TO      CUS-LAST-MNT.
           MOVE        CUSR-REC        TO      CUS-ENTRY (CUS-SUB).
           PERFORM     L6-AUDIT.
       L2C-E.
           EXIT.
      ******************************************************************
      *                    INACTIVATE CUSTOMER             2D          *
      ******************************************************************
      *    THE CUSTOMER STAYS ON FILE WITH ITS LINKS - STATEMENTS
      *    STILL FIND THE ADDRESS, BUT C91321A OPENS NOTHING NEW
       L2-INACT                SECTION.
       L2I-S.
           IF          NOT CUS-FOUND
               MOVE    'UNKN'          TO      REJ-REASON
               PERFORM L5-REJECT
               GO  TO              L2I-E
           END-IF.
           MOVE        CUS-ENTRY (CUS-SUB)     TO      CUSR-REC.
           IF          NOT CUS-ACTIVE
               MOVE    'INAC'          TO      REJ-REASON
               PERFORM L5-REJECT
               GO  TO              L2I-E
           END-IF.
           MOVE        'I'             TO      CUS-STATUS.
           MOVE        RUN-DATE        TO      CUS-LAST-MNT.
           MOVE        CUSR-REC        TO      CUS-ENTRY (CUS-SUB).
           PERFORM     L6-AUDIT.
       L2I-E.
           EXIT.
      ******************************************************************
      *                    REACTIVATE CUSTOMER             2E          *
      ******************************************************************
       L2-REACT                SECTION.
       L2R-S.
           IF          NOT CUS-FOUND
               MOVE    'UNKN'          TO      REJ-REASON
               PERFORM L5-REJECT
               GO  TO              L2R-E
           END-IF.
           MOVE        CUS-ENTRY (CUS-SUB)     TO      CUSR-REC.
           IF          CUS-ACTIVE
               MOVE    'ACTV'          TO      REJ-REASON
               PERFORM L5-REJECT
               GO  TO              L2R-E
           END-IF.
           MOVE        'A'             TO      CUS-STATUS.
           MOVE        RUN-DATE        TO      CUS-LAST-MNT.
           MOVE        CUSR-REC        TO      CUS-ENTRY (CUS-SUB).
           PERFORM     L6-AUDIT.
       L2R-E.
           EXIT.
      ******************************************************************
      *                    END                             3           *
      ******************************************************************
       L3-END                  SECTION.
       L3-S.
           DISPLAY     'CUMDD  - COUNT :' ICNT.
           DISPLAY     'CUSODD - APPLIED :' APPL-CNT.
           DISPLAY     'REJDD  - REJECTED :' REJ-CNT.
           DISPLAY     'HISTDD - FIELDS CHANGED :' HIST-CNT.
           CALL        'CLOSECX'       USING   CUMDD       RETCD7.
           IF          RETCD7          NOT =   SPACES
               DISPLAY 'CUMDD  - CLOSECX ERROR RETCD7 : ' RETCD7
               PERFORM L9-ABEND
           END-IF.
           MOVE        160             TO      LRECL   OF  CUSODD.
           CALL        'OPENCXD'       USING   CUSODD  OUT     RETCD8.
           IF          RETCD8          NOT =   SPACES
               DISPLAY 'CUSODD - OPENCXD ERROR RETCD8 : ' RETCD8
               PERFORM L9-ABEND
           END-IF.
           MOVE        ZERO            TO      CUS-SUB.
           PERFORM     L3-UNLOAD
                       UNTIL   CUS-SUB         >=      CUS-CNT.
           CALL        'CLOSECX'       USING   CUSODD      RETCD8.
           IF          RETCD8          NOT =   SPACES
               DISPLAY 'CUSODD - CLOSECX ERROR RETCD8 : ' RETCD8
               PERFORM L9-ABEND
           END-IF.
           CALL        'CLOSECX'       USING   AUDTDD      RETCD9.
           IF          RETCD9          NOT =   SPACES
               DISPLAY 'AUDTDD - CLOSECX ERROR RETCD9 : ' RETCD9
               PERFORM L9-ABEND
           END-IF.
           CALL        'CLOSECX'       USING   REJDD       RETCD9.
           IF          RETCD9          NOT =   SPACES
               DISPLAY 'REJDD  - CLOSECX ERROR RETCD9 : ' RETCD9
               PERFORM L9-ABEND
           END-IF.
           CALL        'CLOSECX'       USING   HISTDD      RETCDA.
           IF          RETCDA          NOT =   SPACES
               DISPLAY 'HISTDD - CLOSECX ERROR RETCDA : ' RETCDA
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
      *                    UNLOAD CUSTOMER TABLE           3B          *
      ******************************************************************
       L3-UNLOAD               SECTION.
       L3U-S.
           COMPUTE     CUS-SUB         =       CUS-SUB     +   1.
           MOVE        CUS-ENTRY (CUS-SUB)     TO      CUSR-REC.
           CALL        'CWRITED'       USING   CUSODD      CUSR-REC.
       L3U-E.
           EXIT.
      ******************************************************************
      *                    REJECT MAINTENANCE              5           *
      ******************************************************************
       L5-REJECT               SECTION.
       L5-S.
           COMPUTE     REJ-CNT         =       REJ-CNT     +   1.
           MOVE        CUMR-REC        TO      CREJ-TXN.
           MOVE        REJ-REASON      TO      CREJ-REASON.
           CALL        'CWRITED'       USING   REJDD       CREJ-REC.
           DISPLAY     'REJDD  - RECORD ' ICNT
                       ' REJECTED, REASON : ' REJ-REASON.
           PERFORM     L6-AUDIT.
       L5-E.
           EXIT.
      ******************************************************************
      *                    AUDIT LINE                      6           *
      ******************************************************************
      *    EVERY MAINTENANCE RECORD LEAVES AN AUDIT LINE - APPLIED
      *    CHANGES CARRY RESULT 'OK' AND THE STATUS THE CUSTOMER NOW
      *    HAS, REJECTS CARRY THE REASON AND THE CUSTOMER AS KEYED
       L6-AUDIT                SECTION.
       L6-S.
           MOVE        SPACES          TO      AUDT-REC.
           MOVE        RUN-DATE        TO      AUDT-DATE.
           MOVE        'C91321N'       TO      AUDT-PROGRAM.
           MOVE        CUM-ACTION      TO      AUDT-ACTION.
           MOVE        ZERO            TO      AUDT-ACCTNO.
           MOVE        ZERO            TO      AUDT-AMOUNT.
           MOVE        CUM-USER-ID     TO      AUDT-MAKER-ID.
           IF          REJ-REASON      =       SPACES
               MOVE    CUS-CUSTID      TO      AUDT-CUS-ID
               IF      NOT CUM-ACT-CHANGE
                   MOVE    SPACES          TO      AUDT-CUS-TAIL
                   MOVE    CUS-STATUS      TO      AUDT-CUS-STATUS
               END-IF
               MOVE    'OK'            TO      AUDT-RESULT
               COMPUTE APPL-CNT        =       APPL-CNT    +   1
           ELSE
               MOVE    ZERO            TO      AUDT-CUS-ID
               IF      CUM-CUSTID      IS      NUMERIC
                   MOVE    CUM-CUSTID      TO      AUDT-CUS-ID
               END-IF
               MOVE    SPACES          TO      AUDT-CUS-TAIL
               MOVE    REJ-REASON      TO      AUDT-RESULT
           END-IF.
           MOVE        AUDT-CUS-REASON TO      AUDT-REASON.
           CALL        'CWRITED'       USING   AUDTDD      AUDT-REC.
       L6-E.
           EXIT.
      ******************************************************************
      *                    CHANGE HISTORY LINE             6A          *
      ******************************************************************
      *    CALLER HAS SET THE FIELD NAME AND ITS BEFORE AND AFTER VALUE
       L6-HIST                 SECTION.
       L6H-S.
           MOVE        RUN-DATE        TO      CUH-DATE.
           MOVE        CUS-CUSTID      TO      CUH-CUSTID.
           MOVE        CUM-USER-ID     TO      CUH-USER-ID.
           CALL        'CWRITED'       USING   HISTDD      CUH-REC.
           COMPUTE     HIST-CNT        =       HIST-CNT    +   1.
       L6H-E.
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
