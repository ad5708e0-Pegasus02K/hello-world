       01      SEQ-SEEN                PIC  X(001)  VALUE   'N'.
           88  FIRST-SEQ-SEEN                  VALUE  'Y'.
      *----------------------------------------------------------------*
      *            THE C91321J STANDING ORDERS FOLLOW THE EXTRACT,     *
      *            NUMBERED FROM SO-SEQ-FIRST - THE JUMP INTO THAT     *
      *            RANGE IS NOT A MISSING ORDER                        *
      *----------------------------------------------------------------*
       01      SO-SEQ-FIRST            PIC  9(008)          VALUE
                                                           90000001.
      *----------------------------------------------------------------*
      *            RETURN RECORD - THE REJECTED ORDER WITH THE         *
      *            REASON CODE APPENDED (SUSPENSE PATTERN)             *
      *----------------------------------------------------------------*
                   GO  TO              L2D-E
               END-IF
               IF      ORD-SEQ         >       SEQ-PREV    +   1
                       AND ORD-SEQ     NOT =   SO-SEQ-FIRST
                   COMPUTE GAP-CNT     =       GAP-CNT     +   1
                   DISPLAY 'ORDDD  - SEQUENCE GAP BEFORE : ' ORD-SEQ
               END-IF
