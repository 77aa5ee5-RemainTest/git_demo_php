      *****************************************************************
      *  DDS-INDIC-AREA OF WALLOCD                                    *
      *  RESPONSE INDICATOR AREA - ONE ENTRY PER CONDITIONING         *
      *  INDICATOR USED ANYWHERE ON THE WALLOCD DISPLAY FILE.         *
      *  IN40 FLAGS THE DEBIT ORDER NUMBER AND IN41 THE AMOUNT ON     *
      *  THE ALLOCATION FORMAT.                                       *
      *****************************************************************
               10  IN03                       PIC 1.
               10  IN12                       PIC 1.
               10  IN23                       PIC 1.
               10  IN25                       PIC 1.
               10  IN26                       PIC 1.
               10  IN31                       PIC 1.
               10  IN40                       PIC 1.
               10  IN41                       PIC 1.
               10  IN71                       PIC 1.
               10  IN72                       PIC 1.
               10  IN74                       PIC 1.
