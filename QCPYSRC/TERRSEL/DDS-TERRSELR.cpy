      *****************************************************************
      *  DDS-TERRSELR OF TERRSEL                                      *
      *  BILLING CODE SELECTION LIST FOR THE TERRMOV TERRITORY RUN.   *
      *  ONE RECORD PER BILLING CODE TO MOVE WHEN ONLY PART OF A      *
      *  SALESMAN'S CUSTOMERS CHANGE HANDS. THE LIST IS CLEARED AND   *
      *  RE-KEYED FOR EACH RUN; IT IS NOT READ WHEN THE RUN MOVES ALL *
      *  OF THE SALESMAN'S BILLING CODES.                             *
      *****************************************************************
           05  TERRSELR.
               10  TM-XWBCCD              PIC X(11).
               10  FILLER                 PIC X(09).
