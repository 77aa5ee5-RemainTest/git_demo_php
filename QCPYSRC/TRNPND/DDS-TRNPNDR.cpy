      *****************************************************************
      *  DDS-TRNPNDR OF TRNPND                                        *
      *  PENDING TRNHST CHANGES, DELETES AND CORRECTIONS HELD FOR     *
      *  DUAL-CONTROL APPROVAL. CBTRNHST WRITES A PROPOSAL HERE       *
      *  INSTEAD OF UPDATING TRNHST WHEN THE AMOUNT BEFORE OR AFTER   *
      *  IS AT OR ABOVE THE APRCTL LIMIT. KEYED BY THE TRANSACTION    *
      *  KEY PLUS THE DATE AND TIME OF THE PROPOSAL, SO A             *
      *  TRANSACTION'S PROPOSALS STAY ON FILE AS ITS APPROVAL         *
      *  HISTORY.                                                     *
      *  PD-ACTION: "CHANGE" OR "DELETE", OR FOR A CLOSED-PERIOD      *
      *  CORRECTION (CBTRNHST OPTION 9) "REVRSE" FOR A REVERSAL ALONE *
      *  OR "CORRCT" FOR A REVERSAL WITH A CORRECTED REPLACEMENT.     *
      *  PD-STATUS: "P" = PENDING, "A" = APPROVED AND APPLIED ON      *
      *  CBTRNAPR, "R" = REJECTED WITH PD-REASON.                     *
      *  PD-BEFORE IS TRNHST AS IT STOOD WHEN THE PROPOSAL WAS MADE;  *
      *  APPROVAL IS REFUSED IF THE TRANSACTION NO LONGER MATCHES IT. *
      *  PD-AFTER IS THE PROPOSED CHANGE OR REPLACEMENT, WITH ITS TAX *
      *  AS WORKED OUT WHEN IT WAS KEYED. IT IS ZERO ON A DELETE OR A *
      *  REVERSAL ALONE.                                              *
      *  PD-CORRECTION IS ONLY SET ON A CORRECTION: THE PERIOD THE    *
      *  REVERSAL GOES INTO, AND THE BILLING CODE AND CUSTOMER OF THE *
      *  REPLACEMENT, WHICH MAY DIFFER FROM THE ORIGINAL'S.           *
      *  PD-APR-OPERATOR/DATE/TIME ARE THE SECOND OPERATOR WHO        *
      *  APPROVED OR REJECTED IT.                                     *
      *****************************************************************
           05  TRNPNDR.
               10  EXTERNALLY-DESCRIBED-KEY.
                   15  PD-XWBCCD              PIC X(11).
                   15  PD-XWORDN              PIC 9(07).
                   15  PD-PRP-DATE            PIC 9(08).
                   15  PD-PRP-TIME            PIC 9(06).
               10  PD-ACTION                  PIC X(06).
               10  PD-STATUS                  PIC X(01).
               10  PD-PRP-OPERATOR            PIC X(10).
               10  PD-BEFORE.
                   15  PD-B-XWE4NB            PIC 9(04).
                   15  PD-B-XWDLDT            PIC 9(08).
                   15  PD-B-XWC8DT            PIC 9(08).
                   15  PD-B-PERSON            PIC X(03).
                   15  PD-B-CUSNO             PIC X(06).
                   15  PD-B-XWTTYP            PIC X(02).
                   15  PD-B-XWAMNT            PIC S9(07)V99.
                   15  PD-B-XWOPEN            PIC S9(07)V99.
               10  PD-AFTER.
                   15  PD-A-XWE4NB            PIC 9(04).
                   15  PD-A-XWDLDT            PIC 9(08).
                   15  PD-A-XWC8DT            PIC 9(08).
                   15  PD-A-PERSON            PIC X(03).
                   15  PD-A-XWTTYP            PIC X(02).
                   15  PD-A-XWAMNT            PIC S9(07)V99.
                   15  PD-A-XWTXCD            PIC X(02).
                   15  PD-A-XWTXEX            PIC X(01).
                   15  PD-A-XWTAXA            PIC S9(07)V99.
               10  PD-APR-OPERATOR            PIC X(10).
               10  PD-APR-DATE                PIC 9(08).
               10  PD-APR-TIME                PIC 9(06).
               10  PD-REASON                  PIC X(40).
               10  PD-CORRECTION.
                   15  PD-R-XWE4NB            PIC 9(04).
                   15  PD-A-XWBCCD            PIC X(11).
                   15  PD-A-CUSNO             PIC X(06).
