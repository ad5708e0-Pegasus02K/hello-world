      *    ACTIONS:                                                    *
      *        OP = OPEN A NEW ACCOUNT (MNT-AMOUNT IS THE OPENING      *
      *             BALANCE).  ON A CLOSED ACCOUNT, REOPENS IT.        *
      *             MNT-CUST-ID MUST NAME A KNOWN, ACTIVE CUSTOMER     *
      *             (C9132CUS) - A NEW ACCOUNT IS LINKED TO IT ON THE  *
      *             CROSS REFERENCE (C9132XRF)                         *
      *        CL = CLOSE AN ACCOUNT - THE MASTER RECORD IS FLAGGED,   *
      *             NOT DELETED, SO C91321U CAN DIVERT LATER POSTS     *
      *        AJ = BALANCE ADJUSTMENT - MNT-AMOUNT (SIGNED) IS        *
      *             ADDED TO THE BALANCE; MNT-REASON IS REQUIRED       *
      *        LM = SET THE CREDIT LIMIT - MNT-AMOUNT (ZERO OR MORE)   *
      *             IS THE DEEPEST DEBIT BALANCE C91321U WILL POST     *
      *        AP = APPROVE THE PENDING MNT-APPR-ACTION (CL OR AJ) ON  *
      *             MNT-ACCTNO - ONLY A USER OTHER THAN ITS MAKER, ON  *
      *             A LATER RUN THAN THE ONE THAT QUEUED IT            *
      *                                                                *
      *    EVERY RECORD CARRIES THE ID OF THE USER WHO KEYED IT IN     *
      *    MNT-USER-ID - THE MAKER, OR ON AN 'AP' RECORD THE CHECKER.  *
      *    A CLOSURE, OR AN ADJUSTMENT LARGER THAN THE C91321A PARM    *
      *    LIMIT, WAITS ON THE PENDING FILE (C9132PND) FOR AN 'AP'.    *
      *                                                                *
      *    COPY THIS MEMBER UNDER A 01-LEVEL RECORD NAME, E.G.         *
      *        01  MNTR-REC.                                           *
               88  MNT-ACT-OPEN                VALUE 'OP'.
               88  MNT-ACT-CLOSE               VALUE 'CL'.
               88  MNT-ACT-ADJUST              VALUE 'AJ'.
               88  MNT-ACT-LIMIT               VALUE 'LM'.
               88  MNT-ACT-APPROVE             VALUE 'AP'.
           03  MNT-ACCTNO              PIC 9(10).
           03  MNT-AMOUNT              PIC S9(09)V99.
           03  MNT-REASON              PIC X(20).
           03  MNT-USER-ID             PIC X(08).
           03  MNT-APPR-ACTION         PIC X(02).
           03  MNT-CUST-ID             PIC 9(10).
           03  FILLER                  PIC X(17) VALUE  SPACE.
