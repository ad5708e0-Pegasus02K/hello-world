      *----------------------------------------------------------------*
      *    C9132CMP  -  80-BYTE COMPLIANCE MONITOR PARAMETER RECORD    *
      *                 READ BY C91321K AT START-UP.  ONE RECORD PER   *
      *                 RUN.                                           *
      *                                                                *
      *    CMP-LARGE-AMT    SINGLE-DETAIL THRESHOLD - A DETAIL ABOVE   *
      *                     IT IS FLAGGED LRGE                         *
      *    CMP-MAX-CNT      DETAILS ONE ACCOUNT MAY CARRY IN THE DAY   *
      *                     - MORE IS FLAGGED CNT                      *
      *    CMP-MAX-VAL      VALUE ONE ACCOUNT MAY MOVE IN THE DAY      *
      *                     (DEBITS AND CREDITS ADDED TOGETHER) -      *
      *                     MORE IS FLAGGED VAL                        *
      *    CMP-NEAR-PCT     WIDTH OF THE BAND JUST UNDER THE SINGLE-   *
      *                     DETAIL THRESHOLD, IN PERCENT OF IT         *
      *                     (10.00 = THE TOP TENTH)                    *
      *    CMP-NEAR-CNT     DETAILS IN THAT BAND ON ONE ACCOUNT IN THE *
      *                     DAY THAT ARE FLAGGED STRC (STRUCTURING) -  *
      *                     AT LEAST 2                                 *
      *                                                                *
      *    A ZERO IN ANY FIELD SWITCHES ITS CHECK OFF; THE STRUCTURING *
      *    CHECK NEEDS THE THRESHOLD, THE BAND AND THE COUNT.          *
      *                                                                *
      *    COPY THIS MEMBER UNDER A 01-LEVEL RECORD NAME, E.G.         *
      *        01  CMPR-REC.                                           *
      *            COPY  C9132CMP.                                     *
      *----------------------------------------------------------------*
           03  CMP-LARGE-AMT           PIC 9(09)V99.
           03  CMP-MAX-CNT             PIC 9(05).
           03  CMP-MAX-VAL             PIC 9(11)V99.
           03  CMP-NEAR-PCT            PIC 9(02)V99.
           03  CMP-NEAR-CNT            PIC 9(03).
           03  FILLER                  PIC X(44) VALUE  SPACE.
