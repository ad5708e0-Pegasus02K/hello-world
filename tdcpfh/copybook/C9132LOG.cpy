      *----------------------------------------------------------------*
      *    C9132LOG  -  80-BYTE RUN-CONTROL RECORD APPENDED TO THE     *
      *                 CUMULATIVE RUN LOG (PROD.C9132.RUNLOG) BY      *
      *                 EVERY C91321W AND C91321R EXECUTION, EVERY     *
      *                 C91322A BANK PAYMENT FILE BUILD AND EVERY      *
      *                 C91322B BANK RETURN RUN.                       *
      *                                                                *
      *    C91321R CONSULTS THE LOG AT START-UP AND REFUSES A FILE     *
      *    (RUN DATE + SOURCE ID) IT HAS ALREADY VALIDATED WITH A      *
      *    RETURN CODE BELOW 8.  C91322A LIKEWISE REFUSES A PAYABLES   *
      *    GENERATION (RUN DATE + SOURCE ID + CUT STAMP) IT HAS        *
      *    ALREADY BUILT INTO A BANK FILE, AND C91322B A BANK RETURN   *
      *    FILE (FILE DATE + BANK FILE ID) IT HAS ALREADY WORKED.      *
      *    EACH PROGRAM LOOKS ONLY AT ITS OWN ENTRIES (RNL-PROGRAM).   *
      *                                                                *
      *    RNL-CHKPT        C91321W - RESTART CHECKPOINT; C91322A -    *
      *                     LAST PAYMENT REFERENCE ISSUED              *
      *    RNL-CUT-STAMP    C91322A - CUT STAMP OF THE PAYABLES        *
      *                     GENERATION BUILT                           *
      *    RNL-RUNDATE /    C91322B - BANK FILE DATE AND BANK FILE     *
      *    RNL-SOURCE-ID              ID OF THE RETURN FILE WORKED     *
      *                                                                *
      *    COPY THIS MEMBER UNDER A 01-LEVEL RECORD NAME, E.G.         *
      *        01  RNLR-REC.                                           *
           03  RNL-CHKPT               PIC 9(08).
           03  RNL-RETCODE             PIC 9(04).
           03  RNL-STAMP-DATE          PIC 9(08).
           03  RNL-CUT-STAMP           PIC X(12).
           03  FILLER                  PIC X(16) VALUE  SPACE.
