      *****************************************************************
      *  DDS-APRCTLR OF APRCTL                                        *
      *  DUAL-CONTROL APPROVAL LIMITS. A SINGLE RECORD KEYED "TRNHST" *
      *  CARRIES THE AMOUNT AT OR ABOVE WHICH A CHANGE OR DELETE OF A *
      *  TRNHST TRANSACTION ON CBTRNHST IS NOT APPLIED BUT HELD ON    *
      *  TRNPND FOR A SECOND PERAUTH OPERATOR TO APPROVE ON CBTRNAPR. *
      *  THE LIMIT IS TESTED AGAINST THE AMOUNT BEFORE AND AFTER THE  *
      *  CHANGE, EITHER SIGN. NO RECORD, OR A ZERO LIMIT, MEANS NO    *
      *  CHANGE IS HELD FOR APPROVAL.                                 *
      *  AP-UPD-DATE/OPERATOR SHOW WHO LAST SET THE LIMIT.            *
      *****************************************************************
           05  APRCTLR.
               10  EXTERNALLY-DESCRIBED-KEY.
                   15  AP-ID                  PIC X(10).
               10  AP-THRESHOLD               PIC S9(07)V99.
               10  AP-UPD-DATE                PIC 9(08).
               10  AP-UPD-OPERATOR            PIC X(10).
