      *----------------------------------------------------------------*
      *    C9132CUM  -  160-BYTE CUSTOMER MAINTENANCE RECORD KEYED ON  *
      *                 CUM-CUSTID AND APPLIED BY C91321N AGAINST THE  *
      *                 CURRENT CUSTMAST GENERATION.                   *
      *                                                                *
      *    ACTIONS:                                                    *
      *        AD = ADD A CUSTOMER (ACTIVE) - NAME AND FIRST ADDRESS   *
      *             LINE ARE REQUIRED                                  *
      *        CH = CHANGE NAME / ADDRESS - ONLY THE FIELDS KEYED      *
      *             (NOT SPACES) ARE REPLACED                          *
      *        IN = MAKE AN ACTIVE CUSTOMER INACTIVE                   *
      *        RA = REACTIVATE AN INACTIVE CUSTOMER                    *
      *                                                                *
      *    CUM-USER-ID IS THE ID OF THE USER WHO KEYED THE RECORD AND  *
      *    IS REQUIRED ON EVERY ACTION.                                *
      *                                                                *
      *    COPY THIS MEMBER UNDER A 01-LEVEL RECORD NAME, E.G.         *
      *        01  CUMR-REC.                                           *
      *            COPY  C9132CUM.                                     *
      *----------------------------------------------------------------*
           03  CUM-ACTION              PIC X(02).
               88  CUM-ACT-ADD                 VALUE 'AD'.
               88  CUM-ACT-CHANGE              VALUE 'CH'.
               88  CUM-ACT-INACTIVATE          VALUE 'IN'.
               88  CUM-ACT-REACTIVATE          VALUE 'RA'.
           03  CUM-CUSTID              PIC 9(10).
           03  CUM-NAME                PIC X(30).
           03  CUM-ADDR1               PIC X(30).
           03  CUM-ADDR2               PIC X(30).
           03  CUM-ADDR3               PIC X(30).
           03  CUM-POSTCODE            PIC X(10).
           03  CUM-USER-ID             PIC X(08).
           03  FILLER                  PIC X(10) VALUE  SPACE.
