      *----------------------------------------------------------------*
      *    C9132SIC  -  80-BYTE STANDING-INSTRUCTION MAINTENANCE       *
      *                 RECORD KEYED ON SIC-SI-ID AND APPLIED BY       *
      *                 C91321H AGAINST THE CURRENT STANDORD           *
      *                 GENERATION.                                    *
      *                                                                *
      *    ACTIONS:                                                    *
      *        AD = ADD AN INSTRUCTION - EVERY FIELD BUT THE END       *
      *             DATE IS REQUIRED; SIC-NEXT-DUE IS THE FIRST DUE    *
      *             DATE AND ITS DAY IS THE MONTHLY PAYMENT DAY        *
      *        CH = CHANGE AN ACTIVE INSTRUCTION - ONLY THE FIELDS     *
      *             KEYED (NOT SPACES) ARE REPLACED; AN END DATE OF    *
      *             ZEROS REMOVES THE END DATE                         *
      *        CN = CANCEL AN ACTIVE INSTRUCTION - IT STAYS ON FILE    *
      *             FLAGGED, AND IS NEVER SCHEDULED AGAIN              *
      *                                                                *
      *    COPY THIS MEMBER UNDER A 01-LEVEL RECORD NAME, E.G.         *
      *        01  SICR-REC.                                           *
      *            COPY  C9132SIC.                                     *
      *----------------------------------------------------------------*
           03  SIC-ACTION              PIC X(02).
               88  SIC-ACT-ADD                 VALUE 'AD'.
               88  SIC-ACT-CHANGE              VALUE 'CH'.
               88  SIC-ACT-CANCEL              VALUE 'CN'.
           03  SIC-SI-ID               PIC 9(08).
           03  SIC-ACCTNO              PIC 9(10).
           03  SIC-ACCTNO-X    REDEFINES   SIC-ACCTNO
                                       PIC X(10).
           03  SIC-TXNTYPE             PIC X(02).
           03  SIC-AMOUNT              PIC S9(09)V99.
           03  SIC-AMOUNT-X    REDEFINES   SIC-AMOUNT
                                       PIC X(11).
           03  SIC-FREQ                PIC X(01).
           03  SIC-NEXT-DUE            PIC 9(08).
           03  SIC-NEXT-DUE-X  REDEFINES   SIC-NEXT-DUE
                                       PIC X(08).
           03  SIC-END-DATE            PIC 9(08).
           03  SIC-END-DATE-X  REDEFINES   SIC-END-DATE
                                       PIC X(08).
           03  FILLER                  PIC X(30) VALUE  SPACE.
