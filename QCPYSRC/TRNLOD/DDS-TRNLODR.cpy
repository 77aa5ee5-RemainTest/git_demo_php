      *  CHECKS AS THE CBTRNHST SCREEN BEFORE ANYTHING REACHES THE    *
      *  LIVE FILE, SO THE LAYOUT CARRIES NO STATUS FIELDS OF ITS     *
      *  OWN - REJECTED INPUT IS ONLY REPORTED ON THE EDIT REGISTER.  *
      *  LD-XWORDN IS THE BRANCH'S OWN REFERENCE: THE TRNHST ORDER    *
      *  NUMBER IS ASSIGNED FROM THE ORDCTL CONTROL FILE ON LOAD.     *
      *****************************************************************
           05  TRNLODR.
               10  LD-XWBCCD              PIC X(11).
