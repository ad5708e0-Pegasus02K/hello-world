      *----------------------------------------------------------------*
      *    C9132CUH  -  100-BYTE CUSTOMER CHANGE HISTORY RECORD        *
      *                 APPENDED TO THE CUMULATIVE CHANGE HISTORY LOG  *
      *                 (PROD.C9132.CUSHIST) BY C91321N - ONE LINE     *
      *                 PER FIELD A CH ACTION ACTUALLY CHANGED, WITH   *
      *                 THE VALUE BEFORE AND AFTER IN FULL.  THE       *
      *                 MATCHING LINE ON THE CUSTOMER AUDIT LOG        *
      *                 (C9132AUD LAYOUT, SAME DATE, CUSTOMER AND      *
      *                 USER) FLAGS WHICH FIELDS CHANGED.              *
      *                                                                *
      *    CUH-FIELD        NAME / ADDR1 / ADDR2 / ADDR3 / POSTCODE    *
      *    CUH-BEFORE       VALUE ON FILE BEFORE THE CHANGE            *
      *    CUH-AFTER        VALUE KEYED AND APPLIED                    *
      *                     (POSTCODE USES THE FIRST 10 BYTES)         *
      *                                                                *
      *    COPY THIS MEMBER UNDER A 01-LEVEL RECORD NAME, E.G.         *
      *        01  CUH-REC.                                            *
      *            COPY  C9132CUH.                                     *
      *----------------------------------------------------------------*
           03  CUH-DATE                PIC 9(08).
           03  CUH-CUSTID              PIC 9(10).
           03  CUH-FIELD               PIC X(08).
           03  CUH-BEFORE              PIC X(30).
           03  CUH-AFTER               PIC X(30).
           03  CUH-USER-ID             PIC X(08).
           03  FILLER                  PIC X(06) VALUE  SPACE.
