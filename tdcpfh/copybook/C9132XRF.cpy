      *----------------------------------------------------------------*
      *    C9132XRF  -  40-BYTE ACCOUNT-TO-CUSTOMER CROSS REFERENCE,   *
      *                 ONE PER LINKED ACCOUNT IN XRF-ACCTNO SEQUENCE  *
      *                 (XREF GDG).  AN ACCOUNT BELONGS TO ONE         *
      *                 CUSTOMER; A CUSTOMER MAY HOLD MANY ACCOUNTS.   *
      *                                                                *
      *    CUT BY C91321A (AN OPEN LINKS THE NEW ACCOUNT TO THE        *
      *    CUSTOMER IT NAMES) AND BY C91321O (C9132XRM LINK / RELINK / *
      *    UNLINK MAINTENANCE).  READ BY C91321T AND C91321Q.          *
      *                                                                *
      *    XRF-LINK-DATE    RUN DATE OF THE LAST LINK OR RELINK        *
      *                                                                *
      *    COPY THIS MEMBER UNDER A 01-LEVEL RECORD NAME, E.G.         *
      *        01  XRFR-REC.                                           *
      *            COPY  C9132XRF.                                     *
      *----------------------------------------------------------------*
           03  XRF-ACCTNO              PIC 9(10).
           03  XRF-CUSTID              PIC 9(10).
           03  XRF-LINK-DATE           PIC 9(08).
           03  FILLER                  PIC X(12) VALUE  SPACE.
