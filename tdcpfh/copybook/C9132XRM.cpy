      *----------------------------------------------------------------*
      *    C9132XRM  -  80-BYTE CROSS-REFERENCE MAINTENANCE RECORD     *
      *                 KEYED ON XRM-ACCTNO AND APPLIED BY C91321O     *
      *                 AGAINST THE CURRENT XREF GENERATION.           *
      *                                                                *
      *    ACTIONS:                                                    *
      *        LK = LINK AN UNLINKED ACCOUNT TO XRM-CUSTID             *
      *        RL = MOVE A LINKED ACCOUNT TO ANOTHER CUSTOMER          *
      *        UL = REMOVE AN ACCOUNT'S LINK (XRM-CUSTID NOT USED)     *
      *                                                                *
      *    THE ACCOUNT MUST BE ON THE ACCOUNT MASTER; THE CUSTOMER OF  *
      *    A LINK OR RELINK MUST BE ON THE CUSTOMER MASTER AND ACTIVE. *
      *    XRM-USER-ID IS THE ID OF THE USER WHO KEYED THE RECORD AND  *
      *    IS REQUIRED ON EVERY ACTION.                                *
      *                                                                *
      *    COPY THIS MEMBER UNDER A 01-LEVEL RECORD NAME, E.G.         *
      *        01  XRMR-REC.                                           *
      *            COPY  C9132XRM.                                     *
      *----------------------------------------------------------------*
           03  XRM-ACTION              PIC X(02).
               88  XRM-ACT-LINK                VALUE 'LK'.
               88  XRM-ACT-RELINK              VALUE 'RL'.
               88  XRM-ACT-UNLINK              VALUE 'UL'.
           03  XRM-ACCTNO              PIC 9(10).
           03  XRM-CUSTID              PIC 9(10).
           03  XRM-USER-ID             PIC X(08).
           03  FILLER                  PIC X(50) VALUE  SPACE.
