      *----------------------------------------------------------------*
      *    C9132BPI  -  80-BYTE BANK PAYMENT-INSTRUCTION RECORD CUT    *
      *                 BY C91322A FROM A PAYABLES GENERATION FOR      *
      *                 TRANSMISSION TO THE BANK.  ALL FIELDS ARE      *
      *                 DISPLAY; AMOUNTS ARE UNSIGNED.                 *
      *                                                                *
      *    ONE FILE HEADER, THEN PER BATCH A BATCH HEADER, ITS         *
      *    PAYMENT INSTRUCTIONS AND A BATCH CONTROL RECORD, THEN ONE   *
      *    FILE CONTROL RECORD.  A BATCH HOLDS THE PAYMENTS OF ONE     *
      *    VALUE DATE.                                                 *
      *                                                                *
      *    BPI-FH-FILE-NO   RUNNING FILE NUMBER, ONE PER BUILD         *
      *    BPI-FH-SRC-xxx   RUN DATE AND CUT STAMP OF THE PAYABLES     *
      *                     GENERATION THE FILE WAS BUILT FROM         *
      *    BPI-PI-PAY-REF   OUR PAYMENT REFERENCE - UNIQUE ACROSS ALL  *
      *                     FILES; THE BANK QUOTES IT ON EVERY RETURN  *
      *                     OR STATUS RECORD (C9132BRT)                *
      *    BPI-PI-ORD-SEQ   ORDER-ENTRY SEQUENCE OF THE PAYABLES       *
      *                     DETAIL (ZERO WHEN IT CARRIES NONE)         *
      *    xxx-HASH         SUM OF THE PAYEE ACCOUNT NUMBERS, LOW-     *
      *                     ORDER 15 DIGITS                            *
      *                                                                *
      *    COPY THIS MEMBER UNDER A 01-LEVEL RECORD NAME, E.G.         *
      *        01  BPIR-REC.                                           *
      *            COPY  C9132BPI.                                     *
      *----------------------------------------------------------------*
           03  BPI-REC-TYPE            PIC X(02).
               88  BPI-FILE-HDR                VALUE 'FH'.
               88  BPI-BATCH-HDR               VALUE 'BH'.
               88  BPI-PAYMENT                 VALUE 'PI'.
               88  BPI-BATCH-TRL               VALUE 'BT'.
               88  BPI-FILE-TRL                VALUE 'FT'.
           03  BPI-BODY.
               05  BPI-FH-DATA.
                   07  BPI-FH-ORIG-ID          PIC X(10).
                   07  BPI-FH-CREATE-DATE      PIC 9(08).
                   07  BPI-FH-CREATE-TIME      PIC 9(06).
                   07  BPI-FH-FILE-NO          PIC 9(06).
                   07  BPI-FH-SRC-RUNDATE      PIC 9(08).
                   07  BPI-FH-SRC-STAMP        PIC X(12).
                   07  FILLER                  PIC X(28).
               05  BPI-BH-DATA         REDEFINES   BPI-FH-DATA.
                   07  BPI-BH-BATCH-NO         PIC 9(06).
                   07  BPI-BH-VALUE-DATE       PIC 9(08).
                   07  BPI-BH-PAY-TYPE         PIC X(10).
                   07  BPI-BH-ORIG-ID          PIC X(10).
                   07  FILLER                  PIC X(44).
               05  BPI-PI-DATA         REDEFINES   BPI-FH-DATA.
                   07  BPI-PI-BATCH-NO         PIC 9(06).
                   07  BPI-PI-PAY-REF          PIC 9(08).
                   07  BPI-PI-ACCTNO           PIC 9(10).
                   07  BPI-PI-AMOUNT           PIC 9(11)V99.
                   07  BPI-PI-VALUE-DATE       PIC 9(08).
                   07  BPI-PI-ORD-SEQ          PIC 9(08).
                   07  FILLER                  PIC X(25).
               05  BPI-BT-DATA         REDEFINES   BPI-FH-DATA.
                   07  BPI-BT-BATCH-NO         PIC 9(06).
                   07  BPI-BT-COUNT            PIC 9(08).
                   07  BPI-BT-AMOUNT           PIC 9(13)V99.
                   07  BPI-BT-HASH             PIC 9(15).
                   07  FILLER                  PIC X(34).
               05  BPI-FT-DATA         REDEFINES   BPI-FH-DATA.
                   07  BPI-FT-BATCHES          PIC 9(06).
                   07  BPI-FT-COUNT            PIC 9(08).
                   07  BPI-FT-AMOUNT           PIC 9(13)V99.
                   07  BPI-FT-HASH             PIC 9(15).
                   07  FILLER                  PIC X(34).
