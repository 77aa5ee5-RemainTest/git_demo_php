      *  OR CHANGED TRANSACTIONS BUT STILL PRINTED ON HISTORY).       *
      *  TTDRCR: "D" OR "C", THE DEFAULT DEBIT/CREDIT SIDE FOR THE    *
      *  TYPE ON THE GL INTERFACE.                                    *
      *  TTTXCD: SALES TAX CODE FOR THE TYPE, BLANK = NOT TAXABLE.    *
      *  TTTXRT: TAX RATE FOR THE CODE AS A PERCENTAGE (E.G. 17.500). *
      *****************************************************************
           05  TRNTYPR.
               10  EXTERNALLY-DESCRIBED-KEY.
               10  TTDESC                     PIC X(30).
               10  TTACTV                     PIC X(01).
               10  TTDRCR                     PIC X(01).
               10  TTTXCD                     PIC X(02).
               10  TTTXRT                     PIC 9(02)V9(03).
