      *----------------------------------------------------------------*
      *    C9132BRT  -  80-BYTE BANK RETURN / STATUS RECORD, AS        *
      *                 RECEIVED FROM THE BANK FOR THE PAYMENT FILES   *
      *                 C91322A SENDS.  READ BY C91322B.  ALL FIELDS   *
      *                 ARE DISPLAY; AMOUNTS ARE UNSIGNED.             *
      *                                                                *
      *    ONE HEADER, ONE DETAIL PER PAYMENT THE BANK REPORTS ON,     *
      *    ONE CONTROL RECORD.                                         *
      *                                                                *
      *    BRT-RH-FILE-ID   THE BANK'S OWN FILE IDENTIFIER - WITH THE  *
      *                     FILE DATE IT KEYS THE RUN-CONTROL GUARD    *
      *    BRT-PAY-REF      OUR PAYMENT REFERENCE (BPI-PI-PAY-REF);    *
      *                     ZERO WHEN THE BANK COULD NOT QUOTE IT      *
      *    BRT-STATUS       AC = ACCEPTED / PAID                       *
      *                     RJ = REJECTED BEFORE PAYMENT               *
      *                     RT = RETURNED BY THE PAYEE'S BANK          *
      *    BRT-REASON       THE BANK'S REASON CODE (RJ / RT ONLY)      *
      *                                                                *
      *    COPY THIS MEMBER UNDER A 01-LEVEL RECORD NAME, E.G.         *
      *        01  BRTR-REC.                                           *
      *            COPY  C9132BRT.                                     *
      *----------------------------------------------------------------*
           03  BRT-REC-TYPE            PIC X(02).
               88  BRT-HEADER                  VALUE 'RH'.
               88  BRT-DETAIL                  VALUE 'RD'.
               88  BRT-TRAILER                 VALUE 'RT'.
           03  BRT-BODY.
               05  BRT-RH-DATA.
                   07  BRT-RH-BANK-ID          PIC X(10).
                   07  BRT-RH-FILE-DATE        PIC 9(08).
                   07  BRT-RH-FILE-ID          PIC X(08).
                   07  FILLER                  PIC X(52).
               05  BRT-RD-DATA         REDEFINES   BRT-RH-DATA.
                   07  BRT-PAY-REF             PIC 9(08).
                   07  BRT-ACCTNO              PIC 9(10).
                   07  BRT-AMOUNT              PIC 9(11)V99.
                   07  BRT-STATUS              PIC X(02).
                       88  BRT-ACCEPTED            VALUE 'AC'.
                       88  BRT-REJECTED            VALUE 'RJ'.
                       88  BRT-RETURNED            VALUE 'RT'.
                   07  BRT-REASON              PIC X(04).
                   07  BRT-STATUS-DATE         PIC 9(08).
                   07  FILLER                  PIC X(33).
               05  BRT-RT-DATA         REDEFINES   BRT-RH-DATA.
                   07  BRT-RT-COUNT            PIC 9(08).
                   07  BRT-RT-AMOUNT           PIC 9(13)V99.
                   07  FILLER                  PIC X(55).
