      *----------------------------------------------------------------*
      *    C9132SIM  -  80-BYTE STANDING-INSTRUCTION MASTER RECORD,    *
      *                 ONE PER INSTRUCTION IN SIM-SI-ID SEQUENCE.     *
      *                 MAINTAINED BY C91321H (C9132SIC RECORDS);      *
      *                 READ BY THE C91321J DAILY SCHEDULER, WHICH     *
      *                 CUTS A C9132ORD ORDER FOR EVERY INSTRUCTION    *
      *                 DUE AND ROLLS SIM-NEXT-DUE FORWARD.            *
      *                                                                *
      *    SIM-FREQ         W = WEEKLY (EVERY 7 DAYS)                  *
      *                     M = MONTHLY ON SIM-DAY, OR THE LAST DAY    *
      *                         OF A SHORTER MONTH                     *
      *    SIM-END-DATE     LAST DATE AN ORDER MAY FALL DUE - ZERO     *
      *                     = NO END DATE.  AN INSTRUCTION ROLLED      *
      *                     PAST IT IS FLAGGED EXPIRED                 *
      *    SIM-STATUS       SPACE = ACTIVE, C = CANCELLED,             *
      *                     E = EXPIRED - NEITHER OF THE LATTER IS     *
      *                     SCHEDULED AGAIN BUT BOTH STAY ON FILE      *
      *    SIM-LAST-GEN     BUSINESS DATE OF THE LAST ORDER CUT        *
      *    SIM-GEN-CNT      ORDERS CUT OVER THE INSTRUCTION'S LIFE     *
      *                                                                *
      *    COPY THIS MEMBER UNDER A 01-LEVEL RECORD NAME, E.G.         *
      *        01  SIMR-REC.                                           *
      *            COPY  C9132SIM.                                     *
      *----------------------------------------------------------------*
           03  SIM-SI-ID               PIC 9(08).
           03  SIM-ACCTNO              PIC 9(10).
           03  SIM-TXNTYPE             PIC X(02).
               88  SIM-TXN-AP                  VALUE 'AP'.
               88  SIM-TXN-AR                  VALUE 'AR'.
           03  SIM-AMOUNT              PIC S9(09)V99.
           03  SIM-FREQ                PIC X(01).
               88  SIM-FREQ-WEEKLY             VALUE 'W'.
               88  SIM-FREQ-MONTHLY            VALUE 'M'.
           03  SIM-NEXT-DUE            PIC 9(08).
           03  SIM-END-DATE            PIC 9(08).
           03  SIM-DAY                 PIC 9(02).
           03  SIM-STATUS              PIC X(01).
               88  SIM-ACTIVE                  VALUE SPACE.
               88  SIM-CANCELLED               VALUE 'C'.
               88  SIM-EXPIRED                 VALUE 'E'.
           03  SIM-LAST-GEN            PIC 9(08).
           03  SIM-GEN-CNT             PIC 9(05).
           03  FILLER                  PIC X(16) VALUE  SPACE.
