      *----------------------------------------------------------------*
      *    C9132PND  -  88-BYTE PENDING-APPROVAL RECORD.  C91321A      *
      *                 QUEUES A CLOSURE, OR AN ADJUSTMENT LARGER      *
      *                 THAN ITS PARM LIMIT, HERE INSTEAD OF APPLYING  *
      *                 IT, AND CARRIES THE FILE FORWARD GENERATION    *
      *                 TO GENERATION UNTIL AN 'AP' RECORD FROM A      *
      *                 DIFFERENT USER RELEASES THE ITEM OR IT         *
      *                 EXPIRES.                                       *
      *                                                                *
      *    PND-QUEUED-DATE  RUN DATE THE ITEM WAS QUEUED - AGE FOR     *
      *                     EXPIRY IS COUNTED FROM IT                  *
      *    PND-MNT          THE MAINTENANCE RECORD AS KEYED, C9132MNT  *
      *                     LAYOUT (PND-USER-ID IS THE MAKER)          *
      *                                                                *
      *    ONE ITEM PER ACCOUNT AND ACTION MAY WAIT AT A TIME.         *
      *                                                                *
      *    COPY THIS MEMBER UNDER A 01-LEVEL RECORD NAME, E.G.         *
      *        01  PNDR-REC.                                           *
      *            COPY  C9132PND.                                     *
      *----------------------------------------------------------------*
           03  PND-QUEUED-DATE         PIC 9(08).
           03  PND-MNT.
               05  PND-ACTION          PIC X(02).
               05  PND-ACCTNO          PIC 9(10).
               05  PND-AMOUNT          PIC S9(09)V99.
               05  PND-REASON          PIC X(20).
               05  PND-USER-ID         PIC X(08).
               05  PND-APPR-ACTION     PIC X(02).
               05  FILLER              PIC X(27).
