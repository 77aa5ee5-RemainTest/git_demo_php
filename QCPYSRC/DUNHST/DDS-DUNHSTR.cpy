      *****************************************************************
      *  DDS-DUNHSTR OF DUNHST                                        *
      *  DUNNING HISTORY. ONE RECORD FOR EVERY REMINDER LETTER THE    *
      *  DUNNING BATCH PRINTS, AND ONE FOR EVERY CREDIT HOLD RELEASED *
      *  BY A PERAUTH OPERATOR. KEYED BY BILLING CODE + DATE + TIME,  *
      *  SO A BILLING CODE'S HISTORY READS OLDEST FIRST.              *
      *  DH-ACTION: "1" = FIRST NOTICE, "2" = SECOND NOTICE,          *
      *  "3" = FINAL DEMAND (CUSTOMER PUT ON CREDIT HOLD),            *
      *  "R" = CREDIT HOLD RELEASED - STARTS THE ESCALATION AFRESH.   *
      *****************************************************************
           05  DUNHSTR.
               10  EXTERNALLY-DESCRIBED-KEY.
                   15  DH-XWBCCD              PIC X(11).
                   15  DH-DATE                PIC 9(08).
                   15  DH-TIME                PIC 9(06).
               10  DH-CUSNO                   PIC X(06).
               10  DH-ACTION                  PIC X(01).
               10  DH-DAYS-OVER               PIC 9(05).
               10  DH-OVERDUE                 PIC S9(09)V99.
               10  DH-OLDEST-XWORDN           PIC 9(07).
               10  DH-OLDEST-C8DT             PIC 9(08).
               10  DH-OPERATOR                PIC X(10).
               10  DH-PROGRAM                 PIC X(10).
