      *----------------------------------------------------------------*
      *    C9132ACR  -  80-BYTE ACCRUAL PARAMETER RECORD READ BY       *
      *                 C91321I AT START-UP.  ONE RECORD PER RUN.      *
      *                                                                *
      *    ACR-INT-RATE     ANNUAL INTEREST RATE IN PERCENT PAID ON    *
      *                     CREDIT BALANCES (002.500000 = 2.5%)        *
      *    ACR-DAY-BASIS    DAYS IN THE INTEREST YEAR (360/365/366)    *
      *    ACR-PERIOD-DAYS  DAYS OF INTEREST THIS RUN ACCRUES          *
      *    ACR-MIN-BAL      MINIMUM BALANCE - AN OPEN ACCOUNT BELOW    *
      *                     IT IS CHARGED THE SERVICE FEE              *
      *    ACR-FEE-AMT      SERVICE FEE PER ACCOUNT CHARGED            *
      *                                                                *
      *    A ZERO RATE OR A ZERO FEE SWITCHES THAT HALF OF THE RUN     *
      *    OFF.                                                        *
      *                                                                *
      *    COPY THIS MEMBER UNDER A 01-LEVEL RECORD NAME, E.G.         *
      *        01  ACRR-REC.                                           *
      *            COPY  C9132ACR.                                     *
      *----------------------------------------------------------------*
           03  ACR-INT-RATE            PIC 9(03)V9(06).
           03  ACR-DAY-BASIS           PIC 9(03).
           03  ACR-PERIOD-DAYS         PIC 9(03).
           03  ACR-MIN-BAL             PIC S9(11)V99.
           03  ACR-FEE-AMT             PIC 9(07)V99.
           03  FILLER                  PIC X(43) VALUE  SPACE.
