      *----------------------------------------------------------------*
      *    C9132CUS  -  160-BYTE CUSTOMER MASTER RECORD, ONE PER       *
      *                 CUSTOMER IN CUS-CUSTID SEQUENCE (CUSTMAST      *
      *                 GDG).  MAINTAINED BY C91321N (C9132CUM         *
      *                 RECORDS).  READ BY C91321A (AN OPEN MUST NAME  *
      *                 A KNOWN, ACTIVE CUSTOMER), C91321O (LINKS),    *
      *                 C91321T (STATEMENT NAME AND ADDRESS) AND       *
      *                 C91321Q (CUSTOMER EXPOSURE SUMMARY).           *
      *                                                                *
      *    CUS-NAME / CUS-ADDR1-3 / CUS-POSTCODE   MAILING NAME AND    *
      *                     ADDRESS AS PRINTED ON STATEMENTS           *
      *    CUS-STATUS       A = ACTIVE, I = INACTIVE - AN INACTIVE     *
      *                     CUSTOMER KEEPS ITS ACCOUNTS AND LINKS BUT  *
      *                     MAY NOT BE GIVEN A NEW ACCOUNT             *
      *    CUS-OPEN-DATE    RUN DATE THE CUSTOMER WAS ADDED            *
      *    CUS-LAST-MNT     RUN DATE OF THE LAST APPLIED CHANGE        *
      *                                                                *
      *    COPY THIS MEMBER UNDER A 01-LEVEL RECORD NAME, E.G.         *
      *        01  CUSR-REC.                                           *
      *            COPY  C9132CUS.                                     *
      *----------------------------------------------------------------*
           03  CUS-CUSTID              PIC 9(10).
           03  CUS-NAME                PIC X(30).
           03  CUS-ADDR1               PIC X(30).
           03  CUS-ADDR2               PIC X(30).
           03  CUS-ADDR3               PIC X(30).
           03  CUS-POSTCODE            PIC X(10).
           03  CUS-STATUS              PIC X(01).
               88  CUS-ACTIVE                  VALUE 'A'.
               88  CUS-INACTIVE                VALUE 'I'.
           03  CUS-OPEN-DATE           PIC 9(08).
           03  CUS-LAST-MNT            PIC 9(08).
           03  FILLER                  PIC X(03) VALUE  SPACE.
