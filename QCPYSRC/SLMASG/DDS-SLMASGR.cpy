      *****************************************************************
      *  DDS-SLMASGR OF SLMASG                                        *
      *  SALESMAN ASSIGNMENT HISTORY. ONE RECORD FOR EVERY BILLING    *
      *  CODE MOVED FROM ONE SLMEN SALESMAN TO ANOTHER BY THE TERRMOV *
      *  TERRITORY RUN, KEYED BY BILLING CODE + EFFECTIVE DATE + RUN  *
      *  DATE AND TIME, SO A CUSTOMER'S OWNERS READ OLDEST FIRST.     *
      *  THE OWNER IN A GIVEN PERIOD IS SA-NEW-PERSON OF THE LATEST   *
      *  RECORD EFFECTIVE IN OR BEFORE THAT PERIOD; BEFORE THE FIRST  *
      *  RECORD IT IS THAT RECORD'S SA-OLD-PERSON. SA-TPL-COUNT AND   *
      *  SA-TRN-COUNT SAY HOW MANY RECTPL TEMPLATES AND OPEN-PERIOD   *
      *  TRNHST TRANSACTIONS WERE RE-POINTED WITH THE CUSTOMER.       *
      *****************************************************************
           05  SLMASGR.
               10  EXTERNALLY-DESCRIBED-KEY.
                   15  SA-XWBCCD              PIC X(11).
                   15  SA-EFF-DATE            PIC 9(08).
                   15  SA-RUN-DATE            PIC 9(08).
                   15  SA-RUN-TIME            PIC 9(06).
               10  SA-EFF-XWE4NB              PIC 9(04).
               10  SA-CUSNO                   PIC X(06).
               10  SA-OLD-PERSON              PIC X(03).
               10  SA-NEW-PERSON              PIC X(03).
               10  SA-TPL-COUNT               PIC 9(05).
               10  SA-TRN-COUNT               PIC 9(07).
               10  SA-OPERATOR                PIC X(10).
               10  SA-PROGRAM                 PIC X(10).
