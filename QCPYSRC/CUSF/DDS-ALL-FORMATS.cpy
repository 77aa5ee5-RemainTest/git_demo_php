      *  CLIMIT IS THE CUSTOMER'S CREDIT LIMIT - CBTRNHST WARNS AND   *
      *  DEMANDS SUPERVISOR AUTHORITY WHEN A BOOKING TAKES THE OPEN   *
      *  EXPOSURE OVER IT. ZERO MEANS NO LIMIT IS APPLIED.            *
      *  CRHOLD "Y" PUTS THE CUSTOMER ON CREDIT HOLD - SET BY DUNNING *
      *  WITH A FINAL DEMAND, CLEARED ONLY BY A PERAUTH OPERATOR.     *
      *  CRHLDT IS THE DATE THE HOLD WAS SET.                         *
      *  CTXEXM "Y" = CUSTOMER IS EXEMPT FROM SALES TAX - NO TAX IS   *
      *  CHARGED ON ITS TRANSACTIONS WHATEVER THE TRANSACTION TYPE.   *
      *****************************************************************
           05  CUSNO                          PIC X(06).
           05  CNAME                          PIC X(40).
           05  PRPCDE                         PIC X(10).
           05  DSDCDE                         PIC X(02).
           05  CLIMIT                         PIC S9(07)V99.
           05  CRHOLD                         PIC X(01).
           05  CRHLDT                         PIC 9(08).
           05  CTXEXM                         PIC X(01).
