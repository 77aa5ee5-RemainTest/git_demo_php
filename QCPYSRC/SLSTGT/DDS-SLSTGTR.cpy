      *****************************************************************
      *  DDS-SLSTGTR OF SLSTGT                                        *
      *  SALES TARGETS BY SALESMAN, KEYED BY SALESMAN NUMBER, PERIOD  *
      *  (XWE4NB, YYMM) AND TRANSACTION TYPE. A RECORD WITH A BLANK   *
      *  TRANSACTION TYPE IS THE SALESMAN'S TARGET FOR ALL TYPES      *
      *  TOGETHER; A RECORD WITH A TYPE IS A TARGET FOR THAT TYPE     *
      *  ALONE. TG-AMOUNT IS THE NET SALES AMOUNT EXPECTED, ON THE    *
      *  SAME TTDRCR-NETTED BASIS AS THE COMMISSION RUN. MAINTAINED   *
      *  ON CBSLSTGT AND COMPARED WITH ACTUALS BY PRNTGT.             *
      *  TG-UPD-DATE/OPERATOR SHOW WHO LAST KEYED THE TARGET.         *
      *****************************************************************
           05  SLSTGTR.
               10  EXTERNALLY-DESCRIBED-KEY.
                   15  PERSON                 PIC X(03).
                   15  XWE4NB                 PIC 9(04).
                   15  XWTTYP                 PIC X(02).
               10  TG-AMOUNT                  PIC S9(09)V99.
               10  TG-UPD-DATE                PIC 9(08).
               10  TG-UPD-OPERATOR            PIC X(10).
