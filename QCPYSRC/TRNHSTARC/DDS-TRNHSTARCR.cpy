      *  THE ARCHIVE DATE IS PART OF THE KEY SO AN ORDER NUMBER       *
      *  REUSED UNDER THE SAME BILLING CODE IN A LATER YEAR CAN BE    *
      *  ARCHIVED WITHOUT COLLIDING WITH THE EARLIER PURGE.           *
      *  XWOPEN KEEPS THE OUTSTANDING AMOUNT THE RECORD CARRIED WHEN  *
      *  IT WAS ARCHIVED.                                             *
      *  XWTXCD IS THE TAX CODE AND XWTXEX THE CUSTOMER'S EXEMPT FLAG *
      *  AS THEY STOOD WHEN THE TRANSACTION WAS BOOKED. XWTAXA IS THE *
      *  TAX ON XWAMNT - XWAMNT ITSELF AND XWOPEN STAY NET OF TAX.    *
      *  XWLKTP LINKS A CLOSED-PERIOD CORRECTION TO ITS ORIGINAL:     *
      *  "V" = ORIGINAL REVERSED BY XWLKBC/XWLKOR, "R" = REVERSAL OF  *
      *  XWLKBC/XWLKOR, "C" = CORRECTED REPLACEMENT FOR               *
      *  XWLKBC/XWLKOR, BLANK = NOT LINKED. A REVERSED ORIGINAL AND   *
      *  ITS REVERSAL SETTLE EACH OTHER AND BOTH CARRY A ZERO XWOPEN. *
      *  XWBRRF IS THE BRANCH'S OWN ORDER REFERENCE ON A TRANSACTION  *
      *  LOADED BY TRNLOAD, ZERO ON ANY OTHER.                        *
      *****************************************************************
           05  TRNHSTARCR.
               10  EXTERNALLY-DESCRIBED-KEY.
               10  XWAMNT                     PIC S9(07)V99.
               10  XWRJST                     PIC X(01).
               10  XWRJRS                     PIC X(40).
               10  XWOPEN                     PIC S9(07)V99.
               10  XWTXCD                     PIC X(02).
               10  XWTXEX                     PIC X(01).
               10  XWTAXA                     PIC S9(07)V99.
               10  XWLKTP                     PIC X(01).
               10  XWLKBC                     PIC X(11).
               10  XWLKOR                     PIC 9(07).
               10  XWBRRF                     PIC 9(07).
