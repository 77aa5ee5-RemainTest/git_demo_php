      *  ONE ENTRY IS WRITTEN FOR EACH CHANGE OR DELETE OF A TRNHST   *
      *  RECORD MADE THROUGH CBTRNHST, CARRYING THE BEFORE AND AFTER  *
      *  IMAGES OF THE FIELDS THAT CAN BE MAINTAINED.                 *
      *  AUD-APPROVER IS THE SECOND OPERATOR WHO RELEASED A CHANGE OR *
      *  DELETE HELD FOR APPROVAL ON TRNPND; AUD-OPERATOR IS THEN THE *
      *  OPERATOR WHO PROPOSED IT. BLANK FOR EVERY OTHER ENTRY.       *
      *****************************************************************
           05  TRNHSTAUDR.
               10  AUD-ACTION                 PIC X(06).
                   15  AUD-A-CUSNO            PIC X(06).
                   15  AUD-A-XWTTYP           PIC X(02).
                   15  AUD-A-XWAMNT           PIC S9(07)V99.
               10  AUD-APPROVER               PIC X(10).
