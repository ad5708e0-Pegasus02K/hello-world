      *----------------------------------------------------------------*
      *    C9132HRD  -  80-BYTE CREDIT CONTROL DECISION RECORD ON AN   *
      *                 ITEM HELD OVER CREDIT LIMIT BY C91321U,        *
      *                 APPLIED BY C91322C AGAINST THE HELD-ITEM       *
      *                 QUEUE.                                         *
      *                                                                *
      *    ACTIONS:                                                    *
      *        RL = RELEASE - THE ITEM IS POSTED ON THE NEXT RELEASE   *
      *             RUN WITHOUT A SECOND CREDIT LIMIT CHECK            *
      *        RT = RETURN  - THE ITEM GOES BACK TO THE FRONT OFFICE   *
      *             UNPOSTED                                           *
      *                                                                *
      *    THE ITEM IS FOUND BY ACCOUNT, ORIGINAL TRANSACTION DATE     *
      *    AND AMOUNT, AS PRINTED ON THE OVER-LIMIT REPORT.  THE       *
      *    AMOUNT IS UNSIGNED - A REVERSAL MATCHES AT ITS SIZE.  WHERE *
      *    ONE ACCOUNT HOLDS TWO ITEMS FOR THE SAME AMOUNT ON THE SAME *
      *    DAY, HRD-ORD-SEQ (FROM THE HELD-ITEM QUEUE REPORT) PICKS    *
      *    ONE; ZERO TAKES THE FIRST.  ONE RECORD DECIDES ONE ITEM.    *
      *                                                                *
      *    HRD-USER-ID IS THE ID OF THE CREDIT CONTROLLER WHO MADE THE *
      *    DECISION AND IS REQUIRED ON EVERY ACTION.                   *
      *                                                                *
      *    COPY THIS MEMBER UNDER A 01-LEVEL RECORD NAME, E.G.         *
      *        01  HRDR-REC.                                           *
      *            COPY  C9132HRD.                                     *
      *----------------------------------------------------------------*
           03  HRD-ACTION              PIC X(02).
               88  HRD-ACT-RELEASE             VALUE 'RL'.
               88  HRD-ACT-RETURN              VALUE 'RT'.
           03  HRD-ACCTNO              PIC 9(10).
           03  HRD-TXNDATE             PIC 9(08).
           03  HRD-AMOUNT              PIC 9(09)V99.
           03  HRD-ORD-SEQ             PIC 9(08).
           03  HRD-USER-ID             PIC X(08).
           03  FILLER                  PIC X(33) VALUE  SPACE.
