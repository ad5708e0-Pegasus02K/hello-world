       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             C91321H.
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
       01  SICR-REC.
           COPY        C9132SIC.
      *----------------------------------------------------------------*
       01  SIMR-REC.
           COPY        C9132SIM.
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
       01  SICDD.
           03  DDNAME          PIC X(08)  VALUE   'SICDD'.
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
       01      SIM-EOF1                PIC  X(001)  VALUE  ZERO.
       01      RUN-DATE                PIC  9(008)          VALUE  ZERO.
       01      REJ-REASON              PIC  X(004)  VALUE  SPACE.
       01      DUE-DATE                PIC  9(008)          VALUE  ZERO.
       01      DUE-PARTS           REDEFINES   DUE-DATE.
           03  DUE-YYYY                PIC  9(004).
           03  DUE-MM                  PIC  9(002).
           03  DUE-DD                  PIC  9(002).
      *----------------------------------------------------------------*
       01  AUDT-REC.
           COPY        C9132AUD.
      *----------------------------------------------------------------*
      *            THE AUDIT REASON NAMES THE INSTRUCTION AND ITS      *
      *            NEXT DUE DATE - THE ACCOUNT AND AMOUNT HAVE THEIR   *
      *            OWN AUDIT FIELDS                                    *
      *----------------------------------------------------------------*
       01  AUDT-SI-REASON.
           03  FILLER              PIC X(03)  VALUE 'SI '.
           03  AUDT-SI-ID          PIC 9(08).
           03  FILLER              PIC X(01)  VALUE SPACE.
           03  AUDT-SI-DUE         PIC 9(08).
      *----------------------------------------------------------------*
      *            REJECTED MAINTENANCE CARRIES THE ORIGINAL RECORD    *
      *            WITH THE REASON CODE APPENDED (SUSPENSE PATTERN)    *
      *----------------------------------------------------------------*
       01  SREJ-REC.
           03  SREJ-TXN            PIC X(80).
           03  SREJ-REASON         PIC X(04).
      *----------------------------------------------------------------*
      *            IN-CORE INSTRUCTION TABLE.  THE MASTER ARRIVES      *
      *            AND LEAVES IN INSTRUCTION-ID SEQUENCE, SO LOOKUPS   *
      *            BISECT AND ADDS INSERT IN PLACE                     *
      *----------------------------------------------------------------*
       01      SI-MAX                PIC  9(008)  COMP-5  VALUE 100000.
       01      SI-CNT                  PIC  9(008)  COMP-5  VALUE  ZERO.
       01      SI-SUB                  PIC  9(008)  COMP-5  VALUE  ZERO.
       01      SH-SUB                  PIC  9(008)  COMP-5  VALUE  ZERO.
       01      BF-LO                   PIC  9(008)  COMP-5  VALUE  ZERO.
       01      BF-HI                   PIC  9(008)  COMP-5  VALUE  ZERO.
       01      BF-KEY                  PIC  9(008)          VALUE  ZERO.
       01      SI-ID-PREV              PIC  9(008)          VALUE  ZERO.
       01      SI-HIT                  PIC  X(001)  VALUE   'N'.
           88  SI-FOUND                        VALUE  'Y'.
       01      SI-TABLE.
           03  SI-ENTRY            OCCURS  100000.
               05  ST-SI-ID            PIC  9(008).
               05  ST-BODY             PIC  X(072).
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
               MOVE    PARM-DATA (13:1)    TO      COPYC   OF  SICDD
           END-IF.
           IF          PARM-LEN        >       13
                       AND (PARM-DATA (14:1) = 'Y' OR
                            PARM-DATA (14:1) = 'N')
               MOVE    PARM-DATA (14:1)    TO      MONOC   OF  SICDD
           END-IF.
           ACCEPT      RUN-DATE        FROM    DATE    YYYYMMDD.
           MOVE        80              TO      LRECL   OF  SIMIDD.
           CALL        'OPENCXD'       USING   SIMIDD  INP     RETCD1.
           IF          RETCD1          NOT =   SPACES
               DISPLAY 'SIMIDD - OPENCXD ERROR RETCD1 : ' RETCD1
               PERFORM L9-ABEND
           END-IF.
           PERFORM     L1-LOAD
                       UNTIL   SIM-EOF1        =       '1'.
           CALL        'CLOSECX'       USING   SIMIDD      RETCD3.
           IF          RETCD3          NOT =   SPACES
               DISPLAY 'SIMIDD - CLOSECX ERROR RETCD3 : ' RETCD3
               PERFORM L9-ABEND
           END-IF.
           DISPLAY     'SIMIDD - INSTRUCTIONS LOADED :' SI-CNT.
           MOVE        80              TO      LRECL   OF  SICDD.
           CALL        'OPENCXD'       USING   SICDD   INP     RETCD4.
           IF          RETCD4          NOT =   SPACES
               DISPLAY 'SICDD  - OPENCXD ERROR RETCD4 : ' RETCD4
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
      *                    LOAD INSTRUCTION TABLE          1B          *
      ******************************************************************
       L1-LOAD                 SECTION.
       L1L-S.
           CALL        'READXD'    USING   SIMIDD SIMR-REC    RETCD2.
           IF          RETCD2      =       'EOF '
               MOVE    '1'         TO      SIM-EOF1
               GO  TO              L1L-E
           END-IF.
           IF          RETCD2      NOT =   SPACES
               DISPLAY 'SIMIDD - READXD ERROR RETCD2 : ' RETCD2
               PERFORM L9-ABEND
           END-IF.
           IF          SI-CNT      >=      SI-MAX
               DISPLAY 'SIMIDD - INSTRUCTION TABLE FULL AT :' SI-MAX
               PERFORM L9-ABEND
           END-IF.
           IF          SI-CNT      >       ZERO
                       AND SIM-SI-ID   NOT >   SI-ID-PREV
               DISPLAY 'SIMIDD - MASTER NOT IN INSTRUCTION SEQUENCE'
                       ' AT : ' SIM-SI-ID
               PERFORM L9-ABEND
           END-IF.
           MOVE        SIM-SI-ID   TO      SI-ID-PREV.
           COMPUTE     SI-CNT      =       SI-CNT     +  1.
           MOVE        SIMR-REC    TO      SI-ENTRY (SI-CNT).
       L1L-E.
           EXIT.
      ******************************************************************
      *                    EXEC                            2           *
      ******************************************************************
       L2-EXEC                 SECTION.
       L2-S.
           CALL        'READXD'    USING   SICDD  SICR-REC    RETCD7.
           IF          RETCD7      =       'EOF '
               MOVE    '1'         TO      EOF1
               GO  TO              L2-E
           END-IF.
           IF          RETCD7      NOT =   SPACES
               DISPLAY 'SICDD  - READXD ERROR RETCD7 : ' RETCD7
               PERFORM L9-ABEND
           END-IF.
           COMPUTE     ICNT        =       ICNT        +   1.
           MOVE        SPACES      TO      REJ-REASON.
           MOVE        'N'         TO      SI-HIT.
           IF          SIC-SI-ID   IS      NUMERIC
                       AND SIC-SI-ID   >       ZERO
               MOVE    SIC-SI-ID   TO      BF-KEY
               PERFORM L2-FIND
           ELSE
               MOVE    'NSID'      TO      REJ-REASON
               PERFORM L5-REJECT
               GO  TO              L2-E
           END-IF.
           IF          SIC-ACT-ADD
               PERFORM L2-ADD
           ELSE
               IF      SIC-ACT-CHANGE
                   PERFORM L2-CHANGE
               ELSE
                   IF  SIC-ACT-CANCEL
                       PERFORM L2-CANCEL
                   ELSE
                       MOVE    'UACT'      TO      REJ-REASON
                       PERFORM L5-REJECT
                   END-IF
               END-IF
           END-IF.
       L2-E.
           EXIT.
      ******************************************************************
      *                    INSTRUCTION TABLE LOOKUP        2A          *
      ******************************************************************
      *    BISECTION AGAINST THE SEQUENCED TABLE - ON A MISS, BF-LO
      *    IS WHERE THE KEY BELONGS, WHICH IS WHERE L2-ADD INSERTS
       L2-FIND                 SECTION.
       L2F-S.
           MOVE        'N'             TO      SI-HIT.
           MOVE        1               TO      BF-LO.
           MOVE        SI-CNT          TO      BF-HI.
           PERFORM     L2-PROBE
                       UNTIL   SI-FOUND
                       OR      BF-LO           >       BF-HI.
       L2F-E.
           EXIT.
      ******************************************************************
      *                    BISECTION PROBE                 2A1         *
      ******************************************************************
       L2-PROBE                SECTION.
       L2PR-S.
           COMPUTE     SI-SUB          =       (BF-LO + BF-HI) / 2.
           IF          ST-SI-ID (SI-SUB)       =       BF-KEY
               MOVE    'Y'             TO      SI-HIT
           ELSE
               IF      ST-SI-ID (SI-SUB)       <       BF-KEY
                   COMPUTE BF-LO       =       SI-SUB      +   1
               ELSE
                   COMPUTE BF-HI       =       SI-SUB      -   1
               END-IF
           END-IF.
       L2PR-E.
           EXIT.
      ******************************************************************
      *                    ADD INSTRUCTION                 2B          *
      ******************************************************************
       L2-ADD                  SECTION.
       L2A-S.
           IF          SI-FOUND
               MOVE    'EXST'          TO      REJ-REASON
               PERFORM L5-REJECT
               GO  TO              L2A-E
           END-IF.
      *    EVERY FIELD BUT THE END DATE IS REQUIRED ON AN ADD - A
      *    MISSING FIELD REJECTS UNDER THE SAME CODE AS A BAD ONE
           IF          SIC-ACCTNO-X    =       SPACES
               MOVE    'NACC'          TO      REJ-REASON
           END-IF.
           IF          SIC-TXNTYPE     =       SPACES
               MOVE    'UTYP'          TO      REJ-REASON
           END-IF.
           IF          SIC-AMOUNT-X    =       SPACES
               MOVE    'NAMT'          TO      REJ-REASON
           END-IF.
           IF          SIC-FREQ        =       SPACES
               MOVE    'FREQ'          TO      REJ-REASON
           END-IF.
           IF          SIC-NEXT-DUE-X  =       SPACES
               MOVE    'NDTE'          TO      REJ-REASON
           END-IF.
           IF          REJ-REASON      =       SPACES
               PERFORM L2-EDIT
           END-IF.
           IF          REJ-REASON      NOT =   SPACES
               PERFORM L5-REJECT
               GO  TO              L2A-E
           END-IF.
           MOVE        SPACES          TO      SIMR-REC.
           MOVE        SIC-SI-ID       TO      SIM-SI-ID.
           MOVE        ZERO            TO      SIM-END-DATE.
           MOVE        ZERO            TO      SIM-LAST-GEN.
           MOVE        ZERO            TO      SIM-GEN-CNT.
           PERFORM     L2-APPLY.
           IF          REJ-REASON      NOT =   SPACES
               PERFORM L5-REJECT
               GO  TO              L2A-E
           END-IF.
           IF          SI-CNT          >=      SI-MAX
               DISPLAY 'SIMODD - INSTRUCTION TABLE FULL AT :' SI-MAX
               PERFORM L9-ABEND
           END-IF.
      *    THE NEW INSTRUCTION SLOTS IN AT ITS SEQUENCE POSITION
      *    (BF-LO FROM THE LOOKUP) SO THE UNLOADED GENERATION STAYS
      *    IN INSTRUCTION-ID ORDER
           COMPUTE     SI-CNT          =       SI-CNT      +   1.
           MOVE        SI-CNT          TO      SH-SUB.
           PERFORM     L2-SHIFT
                       UNTIL   SH-SUB          <=      BF-LO.
           MOVE        SIMR-REC        TO      SI-ENTRY (BF-LO).
           PERFORM     L6-AUDIT.
       L2A-E.
           EXIT.
      ******************************************************************
      *                    SHIFT TABLE FOR INSERT          2B1         *
      ******************************************************************
       L2-SHIFT                SECTION.
       L2SH-S.
           MOVE        SI-ENTRY (SH-SUB - 1)   TO
                       SI-ENTRY (SH-SUB).
           COMPUTE     SH-SUB          =       SH-SUB      -   1.
       L2SH-E.
           EXIT.
      ******************************************************************
      *                    CHANGE INSTRUCTION              2C          *
      ******************************************************************
       L2-CHANGE               SECTION.
       L2C-S.
           IF          NOT SI-FOUND
               MOVE    'UNKN'          TO      REJ-REASON
               PERFORM L5-REJECT
               GO  TO              L2C-E
           END-IF.
           MOVE        SI-ENTRY (SI-SUB)       TO      SIMR-REC.
           IF          NOT SIM-ACTIVE
               MOVE    'INAC'          TO      REJ-REASON
               PERFORM L5-REJECT
               GO  TO              L2C-E
           END-IF.
           IF          SIC-ACCTNO-X    =       SPACES
                       AND SIC-TXNTYPE     =       SPACES
                       AND SIC-AMOUNT-X    =       SPACES
                       AND SIC-FREQ        =       SPACES
                       AND SIC-NEXT-DUE-X  =       SPACES
                       AND SIC-END-DATE-X  =       SPACES
               MOVE    'NCHG'          TO      REJ-REASON
               PERFORM L5-REJECT
               GO  TO              L2C-E
           END-IF.
           PERFORM     L2-EDIT.
           IF          REJ-REASON      NOT =   SPACES
               PERFORM L5-REJECT
               GO  TO              L2C-E
           END-IF.
           PERFORM     L2-APPLY.
           IF          REJ-REASON      NOT =   SPACES
               PERFORM L5-REJECT
               GO  TO              L2C-E
           END-IF.
           MOVE        SIMR-REC        TO      SI-ENTRY (SI-SUB).
           PERFORM     L6-AUDIT.
       L2C-E.
           EXIT.
      ******************************************************************
      *                    CANCEL INSTRUCTION              2D          *
      ******************************************************************
       L2-CANCEL               SECTION.
       L2N-S.
           IF          NOT SI-FOUND
               MOVE    'UNKN'          TO      REJ-REASON
               PERFORM L5-REJECT
               GO  TO              L2N-E
           END-IF.
           MOVE        SI-ENTRY (SI-SUB)       TO      SIMR-REC.
           IF          NOT SIM-ACTIVE
               MOVE    'INAC'          TO      REJ-REASON
               PERFORM L5-REJECT
               GO  TO              L2N-E
           END-IF.
      *    THE INSTRUCTION STAYS ON FILE FLAGGED SO ITS HISTORY
      *    (ORDERS CUT, LAST DATE) SURVIVES THE CANCELLATION
           MOVE        'C'             TO      SIM-STATUS.
           MOVE        SIMR-REC        TO      SI-ENTRY (SI-SUB).
           PERFORM     L6-AUDIT.
       L2N-E.
           EXIT.
      ******************************************************************
      *                    EDIT KEYED FIELDS               2E          *
      ******************************************************************
      *    ONLY THE FIELDS KEYED (NOT SPACES) ARE EDITED - ON AN ADD
      *    THE REQUIRED ONES HAVE ALREADY BEEN CHECKED PRESENT.  A
      *    NEW DUE DATE MAY NOT BE IN THE PAST, OR THE SCHEDULER
      *    WOULD CUT A BACK-DATED PAYMENT ON ITS NEXT RUN
       L2-EDIT                 SECTION.
       L2E-S.
           IF          SIC-ACCTNO-X    NOT =   SPACES
               IF      SIC-ACCTNO      IS NOT  NUMERIC
                       OR SIC-ACCTNO   =       ZERO
                   MOVE    'NACC'          TO      REJ-REASON
                   GO  TO              L2E-E
               END-IF
           END-IF.
           IF          SIC-TXNTYPE     NOT =   SPACES
               IF      SIC-TXNTYPE     NOT =   'AP'
                       AND SIC-TXNTYPE NOT =   'AR'
                   MOVE    'UTYP'          TO      REJ-REASON
                   GO  TO              L2E-E
               END-IF
           END-IF.
           IF          SIC-AMOUNT-X    NOT =   SPACES
               IF      SIC-AMOUNT      IS NOT  NUMERIC
                   MOVE    'NAMT'          TO      REJ-REASON
                   GO  TO              L2E-E
               END-IF
               IF      SIC-AMOUNT      NOT >   ZERO
                   MOVE    'NAMT'          TO      REJ-REASON
                   GO  TO              L2E-E
               END-IF
           END-IF.
           IF          SIC-FREQ        NOT =   SPACES
               IF      SIC-FREQ        NOT =   'W'
                       AND SIC-FREQ    NOT =   'M'
                   MOVE    'FREQ'          TO      REJ-REASON
                   GO  TO              L2E-E
               END-IF
           END-IF.
           IF          SIC-NEXT-DUE-X  NOT =   SPACES
               IF      SIC-NEXT-DUE    IS NOT  NUMERIC
                   MOVE    'NDTE'          TO      REJ-REASON
                   GO  TO              L2E-E
               END-IF
               IF      FUNCTION TEST-DATE-YYYYMMDD (SIC-NEXT-DUE)
                                       NOT =   ZERO
                       OR SIC-NEXT-DUE <       RUN-DATE
                   MOVE    'NDTE'          TO      REJ-REASON
                   GO  TO              L2E-E
               END-IF
           END-IF.
           IF          SIC-END-DATE-X  NOT =   SPACES
               IF      SIC-END-DATE    IS NOT  NUMERIC
                   MOVE    'EDTE'          TO      REJ-REASON
                   GO  TO              L2E-E
               END-IF
               IF      SIC-END-DATE    NOT =   ZERO
                       AND FUNCTION TEST-DATE-YYYYMMDD (SIC-END-DATE)
                                       NOT =   ZERO
                   MOVE    'EDTE'          TO      REJ-REASON
                   GO  TO              L2E-E
               END-IF
           END-IF.
       L2E-E.
           EXIT.
      ******************************************************************
      *                    APPLY KEYED FIELDS              2F          *
      ******************************************************************
      *    A NEW DUE DATE ALSO RESETS THE MONTHLY PAYMENT DAY.  THE
      *    END DATE IS CHECKED AGAINST THE RESULTING DUE DATE, SO A
      *    CHANGE TO EITHER ONE CANNOT LEAVE THEM CROSSED
       L2-APPLY                SECTION.
       L2P-S.
           IF          SIC-ACCTNO-X    NOT =   SPACES
               MOVE    SIC-ACCTNO      TO      SIM-ACCTNO
           END-IF.
           IF          SIC-TXNTYPE     NOT =   SPACES
               MOVE    SIC-TXNTYPE     TO      SIM-TXNTYPE
           END-IF.
           IF          SIC-AMOUNT-X    NOT =   SPACES
               MOVE    SIC-AMOUNT      TO      SIM-AMOUNT
           END-IF.
           IF          SIC-FREQ        NOT =   SPACES
               MOVE    SIC-FREQ        TO      SIM-FREQ
           END-IF.
           IF          SIC-NEXT-DUE-X  NOT =   SPACES
               MOVE    SIC-NEXT-DUE    TO      SIM-NEXT-DUE
               MOVE    SIC-NEXT-DUE    TO      DUE-DATE
               MOVE    DUE-DD          TO      SIM-DAY
           END-IF.
           IF          SIC-END-DATE-X  NOT =   SPACES
               MOVE    SIC-END-DATE    TO      SIM-END-DATE
           END-IF.
           IF          SIM-END-DATE    NOT =   ZERO
                       AND SIM-END-DATE    <       SIM-NEXT-DUE
               MOVE    'EDTE'          TO      REJ-REASON
           END-IF.
       L2P-E.
           EXIT.
      ******************************************************************
      *                    END                             3           *
      ******************************************************************
       L3-END                  SECTION.
       L3-S.
           DISPLAY     'SICDD  - COUNT :' ICNT.
           DISPLAY     'SIMODD - APPLIED :' APPL-CNT.
           DISPLAY     'REJDD  - REJECTED :' REJ-CNT.
           CALL        'CLOSECX'       USING   SICDD       RETCD7.
           IF          RETCD7          NOT =   SPACES
               DISPLAY 'SICDD  - CLOSECX ERROR RETCD7 : ' RETCD7
               PERFORM L9-ABEND
           END-IF.
           MOVE        80              TO      LRECL   OF  SIMODD.
           CALL        'OPENCXD'       USING   SIMODD  OUT     RETCD8.
           IF          RETCD8          NOT =   SPACES
               DISPLAY 'SIMODD - OPENCXD ERROR RETCD8 : ' RETCD8
               PERFORM L9-ABEND
           END-IF.
           MOVE        ZERO            TO      SI-SUB.
           PERFORM     L3-UNLOAD
                       UNTIL   SI-SUB          >=      SI-CNT.
           CALL        'CLOSECX'       USING   SIMODD      RETCD8.
           IF          RETCD8          NOT =   SPACES
               DISPLAY 'SIMODD - CLOSECX ERROR RETCD8 : ' RETCD8
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
      *    REJECTED MAINTENANCE WARNS THE OPERATOR BUT THE APPLIED
      *    CHANGES STAND.  SET LAST - EVERY CALL REPLACES
      *    RETURN-CODE WITH THE SUBPROGRAM'S OWN
           IF          REJ-CNT         >       ZERO
               MOVE    4               TO      RETURN-CODE
           END-IF.
       L3-E.
           EXIT.
      ******************************************************************
      *                    UNLOAD INSTRUCTION TABLE        3B          *
      ******************************************************************
       L3-UNLOAD               SECTION.
       L3U-S.
           COMPUTE     SI-SUB          =       SI-SUB      +   1.
           MOVE        SI-ENTRY (SI-SUB)       TO      SIMR-REC.
           CALL        'CWRITED'       USING   SIMODD      SIMR-REC.
       L3U-E.
           EXIT.
      ******************************************************************
      *                    REJECT MAINTENANCE              5           *
      ******************************************************************
       L5-REJECT               SECTION.
       L5-S.
           COMPUTE     REJ-CNT         =       REJ-CNT     +   1.
           MOVE        SICR-REC        TO      SREJ-TXN.
           MOVE        REJ-REASON      TO      SREJ-REASON.
           CALL        'CWRITED'       USING   REJDD       SREJ-REC.
           DISPLAY     'REJDD  - RECORD ' ICNT
                       ' REJECTED, REASON : ' REJ-REASON.
           PERFORM     L6-AUDIT.
       L5-E.
           EXIT.
      ******************************************************************
      *                    AUDIT LINE                      6           *
      ******************************************************************
      *    EVERY MAINTENANCE RECORD LEAVES AN AUDIT LINE - APPLIED
      *    CHANGES CARRY RESULT 'OK' AND THE INSTRUCTION AS IT NOW
      *    STANDS, REJECTS CARRY THE REASON AND WHAT WAS KEYED
       L6-AUDIT                SECTION.
       L6-S.
           MOVE        SPACES          TO      AUDT-REC.
           MOVE        RUN-DATE        TO      AUDT-DATE.
           MOVE        'C91321H'       TO      AUDT-PROGRAM.
           MOVE        SIC-ACTION      TO      AUDT-ACTION.
           IF          REJ-REASON      =       SPACES
               MOVE    SIM-ACCTNO      TO      AUDT-ACCTNO
               MOVE    SIM-AMOUNT      TO      AUDT-AMOUNT
               MOVE    SIM-SI-ID       TO      AUDT-SI-ID
               MOVE    SIM-NEXT-DUE    TO      AUDT-SI-DUE
               MOVE    'OK'            TO      AUDT-RESULT
               COMPUTE APPL-CNT        =       APPL-CNT    +   1
           ELSE
               MOVE    ZERO            TO      AUDT-ACCTNO
               IF      SIC-ACCTNO      IS      NUMERIC
                   MOVE    SIC-ACCTNO      TO      AUDT-ACCTNO
               END-IF
               MOVE    ZERO            TO      AUDT-AMOUNT
               IF      SIC-AMOUNT      IS      NUMERIC
                   MOVE    SIC-AMOUNT      TO      AUDT-AMOUNT
               END-IF
               MOVE    ZERO            TO      AUDT-SI-ID
               IF      SIC-SI-ID       IS      NUMERIC
                   MOVE    SIC-SI-ID       TO      AUDT-SI-ID
               END-IF
               MOVE    ZERO            TO      AUDT-SI-DUE
               IF      SIC-NEXT-DUE    IS      NUMERIC
                   MOVE    SIC-NEXT-DUE    TO      AUDT-SI-DUE
               END-IF
               MOVE    REJ-REASON      TO      AUDT-RESULT
           END-IF.
           MOVE        AUDT-SI-REASON  TO      AUDT-REASON.
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
