      *    DIVERTS POSTS AGAINST IT TO EXCPDD.  RECORDS CUT BEFORE     *
      *    THE FLAG EXISTED CARRY SPACE AND COUNT AS OPEN.             *
      *                                                                *
      *    MST-CREDIT-LIMIT IS THE DEEPEST DEBIT BALANCE THE ACCOUNT   *
      *    MAY REACH; IT APPLIES ONLY WHILE MST-LIMIT-FLAG IS 'L'.     *
      *    C91321A SETS IT ('LM' MAINTENANCE).  C91321U HOLDS ANY      *
      *    DETAIL THAT WOULD DRIVE THE BALANCE BELOW MINUS THE LIMIT   *
      *    ON HOLDDD INSTEAD OF POSTING IT.  RECORDS CUT BEFORE THE    *
      *    LIMIT EXISTED CARRY SPACE IN THE FLAG AND HAVE NO LIMIT.    *
      *                                                                *
      *    COPY THIS MEMBER UNDER A 01-LEVEL RECORD NAME, E.G.         *
      *        01  MSTR-REC.                                           *
      *            COPY  C9132MST.                                     *
           03  MST-STATUS              PIC X(01).
               88  MST-ACC-OPEN                VALUE SPACE.
               88  MST-ACC-CLOSED              VALUE 'C'.
           03  MST-CREDIT-LIMIT        PIC S9(11)V99   COMP-3.
           03  MST-LIMIT-FLAG          PIC X(01).
               88  MST-LIMIT-SET               VALUE 'L'.
           03  FILLER                  PIC X(01) VALUE  SPACE.
