      *----------------------------------------------------------------*
      *    C9132ALR  -  80-BYTE COMPLIANCE ALERT RECORD CUT BY         *
      *                 C91321K FROM THE DAY'S VALFILE GENERATION,     *
      *                 ONE PER ALERT, FOR LOADING INTO THE            *
      *                 COMPLIANCE CASE SYSTEM.  ALL FIELDS ARE        *
      *                 DISPLAY.                                       *
      *                                                                *
      *    ALR-TYPE         LRGE = SINGLE DETAIL OVER THE THRESHOLD    *
      *                     CNT  = TOO MANY DETAILS ON THE ACCOUNT     *
      *                     VAL  = TOO MUCH VALUE ON THE ACCOUNT       *
      *                     STRC = REPEATED AMOUNTS JUST UNDER THE     *
      *                            THRESHOLD (STRUCTURING)             *
      *    ALR-AMOUNT       LRGE - THE DETAIL AMOUNT; CNT / VAL - THE  *
      *                     ACCOUNT'S DAY VALUE; STRC - THE VALUE OF   *
      *                     THE DETAILS IN THE BAND.  AMOUNTS ARE      *
      *                     UNSIGNED - A REVERSAL COUNTS AT ITS SIZE   *
      *    ALR-DTL-CNT      DETAILS BEHIND ALR-AMOUNT                  *
      *    ALR-STATUS       DETAIL STATUS (AP/AR/XP/XR), LRGE ONLY     *
      *    ALR-ORD-SEQ      ORDER-ENTRY SEQUENCE, LRGE ONLY (ZERO      *
      *                     WHEN THE DETAIL CARRIES NONE)              *
      *    ALR-CUST-NAME    CUSTOMER NAME AND ORIGINATING BRANCH FROM  *
      *    ALR-BRANCH-ID    A VERSION-2 FILE; SPACES FROM VERSION 1    *
      *                                                                *
      *    COPY THIS MEMBER UNDER A 01-LEVEL RECORD NAME, E.G.         *
      *        01  ALRR-REC.                                           *
      *            COPY  C9132ALR.                                     *
      *----------------------------------------------------------------*
           03  ALR-RUNDATE             PIC 9(08).
           03  ALR-TYPE                PIC X(04).
               88  ALR-LARGE                   VALUE 'LRGE'.
               88  ALR-COUNT                   VALUE 'CNT '.
               88  ALR-VALUE                   VALUE 'VAL '.
               88  ALR-STRUCT                  VALUE 'STRC'.
           03  ALR-ACCTNO              PIC 9(10).
           03  ALR-AMOUNT              PIC 9(11)V99.
           03  ALR-DTL-CNT             PIC 9(05).
           03  ALR-STATUS              PIC X(02).
           03  ALR-ORD-SEQ             PIC 9(08).
           03  ALR-CUST-NAME           PIC X(20).
           03  ALR-BRANCH-ID           PIC X(05).
           03  FILLER                  PIC X(05) VALUE  SPACE.
