      *****************************************************************
      *  DDS-ALLOCR OF ALLOC                                          *
      *  CASH ALLOCATION FILE. ONE RECORD FOR EACH PART OF A CREDIT   *
      *  (PAYMENT) MATCHED AGAINST A DEBIT UNDER THE SAME BILLING     *
      *  CODE. KEYED BY BILLING CODE + DEBIT ORDER NUMBER + CREDIT    *
      *  ORDER NUMBER, SO ALL THE CASH TAKEN BY ONE DEBIT IS          *
      *  CONTIGUOUS. A SECOND ALLOCATION BETWEEN THE SAME PAIR IS     *
      *  ADDED INTO AL-AMOUNT.                                        *
      *  AL-METHOD: "M" = MATCHED BY AN OPERATOR ON CBALLOC,          *
      *  "A" = MATCHED BY THE ALLOCAUTO BATCH.                        *
      *****************************************************************
           05  ALLOCR.
               10  EXTERNALLY-DESCRIBED-KEY.
                   15  AL-XWBCCD              PIC X(11).
                   15  AL-DR-XWORDN           PIC 9(07).
                   15  AL-CR-XWORDN           PIC 9(07).
               10  AL-AMOUNT                  PIC S9(07)V99.
               10  AL-DATE                    PIC 9(08).
               10  AL-TIME                    PIC 9(06).
               10  AL-OPERATOR                PIC X(10).
               10  AL-METHOD                  PIC X(01).
