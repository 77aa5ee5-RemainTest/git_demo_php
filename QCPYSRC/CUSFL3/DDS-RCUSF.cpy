      *  DDS-RCUSF OF CUSFL3                                          *
      *  EXTERNALLY DESCRIBED FIELDS FOR THE CUSFL3 LOGICAL VIEW OF   *
      *  THE CUSF CUSTOMER MASTER, KEYED BY CUSTOMER NUMBER.          *
      *  CRHOLD "Y" = CUSTOMER ON CREDIT HOLD, CRHLDT = DATE SET.     *
      *  CTXEXM "Y" = CUSTOMER EXEMPT FROM SALES TAX.                 *
      *****************************************************************
           05  RCUSF.
               10  EXTERNALLY-DESCRIBED-KEY.
               10  PRPCDE                     PIC X(10).
               10  DSDCDE                     PIC X(02).
               10  CLIMIT                     PIC S9(07)V99.
               10  CRHOLD                     PIC X(01).
               10  CRHLDT                     PIC 9(08).
               10  CTXEXM                     PIC X(01).
