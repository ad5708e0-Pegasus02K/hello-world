      *                 THE CUMULATIVE MAINTENANCE LOG                 *
      *                 (PROD.C9132.MNTAUDIT) BY C91321A - ONE LINE    *
      *                 PER MAINTENANCE RECORD, APPLIED OR REJECTED.   *
      *                 THE STANDING-INSTRUCTION (C91321H), CUSTOMER   *
      *                 (C91321N) AND CROSS-REFERENCE (C91321O)        *
      *                 MAINTENANCE PROGRAMS KEEP THEIR OWN LOGS IN    *
      *                 THE SAME LAYOUT.                               *
      *                 AN APPLIED CHANGE CARRIES RESULT 'OK',         *
      *                 A REJECT CARRIES THE REASON CODE.              *
      *                 A CHANGE QUEUED FOR APPROVAL CARRIES 'PEND'    *
      *                 AND ONE THAT WAITED TOO LONG 'EXPD'; AN        *
      *                 APPROVED CHANGE IS LOGGED 'OK' WHEN IT IS      *
      *                 APPLIED, WITH BOTH THE MAKER AND THE CHECKER.  *
      *                 A CUSTOMER CHANGE (C91321N 'CH') FLAGS EACH    *
      *                 FIELD IT CHANGED IN THE REASON; THE BEFORE AND *
      *                 AFTER VALUES ARE ON THE CUSTOMER CHANGE        *
      *                 HISTORY LOG (C9132CUH LAYOUT).                 *
      *                                                                *
      *    C91321V READS THE LOG AT MONTH-END AND NETS THE PERIOD'S    *
      *    APPLIED 'AJ' ADJUSTMENTS INTO EACH ACCOUNT'S EXPECTED       *
           03  AUDT-AMOUNT             PIC S9(09)V99.
           03  AUDT-REASON             PIC X(20).
           03  AUDT-RESULT             PIC X(04).
           03  AUDT-MAKER-ID           PIC X(08).
           03  AUDT-CHECKER-ID         PIC X(08).
           03  FILLER                  PIC X(01) VALUE  SPACE.
