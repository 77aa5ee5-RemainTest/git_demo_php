      *****************************************************************
      *  DDS-INDIC-AREA OF WTRNAPRD                                   *
      *  RESPONSE INDICATOR AREA - ONE ENTRY PER CONDITIONING         *
      *  INDICATOR USED ANYWHERE ON THE WTRNAPRD DISPLAY FILE.        *
      *****************************************************************
               10  IN03                       PIC 1.
               10  IN12                       PIC 1.
               10  IN25                       PIC 1.
               10  IN26                       PIC 1.
               10  IN31                       PIC 1.
               10  IN34                       PIC 1.
               10  IN36                       PIC 1.
               10  IN40                       PIC 1.
               10  IN71                       PIC 1.
               10  IN72                       PIC 1.
               10  IN74                       PIC 1.
