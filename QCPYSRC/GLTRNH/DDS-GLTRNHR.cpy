      *****************************************************************
      *  DDS-GLTRNHR OF GLTRNH                                        *
      *  RECORD LAYOUT FOR THE GL TRANSACTION HISTORY EXTRACT FILE.   *
      *  ONE "H" HEADER RECORD, ONE "D" DETAIL RECORD PER TRNHST      *
      *  TRANSACTION, AND A SINGLE "T" TRAILER RECORD CARRYING THE    *
      *  RECORD COUNT AND AMOUNT TOTAL FOR BALANCING ON THE GL SIDE.  *
      *  A TAXED TRANSACTION GETS A SECOND "D" RECORD FOR ITS SALES   *
      *  TAX SO IT POSTS TO THE TAX LIABILITY ACCOUNT: GL-LINE-TYPE   *
      *  "S" IS THE SALE ITSELF, "X" THE TAX LINE, WITH GL-TXCD THE   *
      *  TAX CODE. GL-LINK-TYPE/-XWBCCD/-XWORDN CARRY THE TRNHST      *
      *  CORRECTION LINK (XWLKTP/XWLKBC/XWLKOR) SO THE GL SEES A      *
      *  REVERSAL AND THE ORIGINAL IT CANCELS AS A PAIR.              *
      *****************************************************************
           05  GLTRNHR.
               10  GL-REC-TYPE                PIC X(01).
               10  GL-XWAMNT                  PIC S9(07)V99.
               10  GL-RECORD-COUNT            PIC 9(09).
               10  GL-AMOUNT-TOTAL            PIC S9(09)V99.
               10  GL-LINE-TYPE               PIC X(01).
               10  GL-TXCD                    PIC X(02).
               10  GL-LINK-TYPE               PIC X(01).
               10  GL-LINK-XWBCCD             PIC X(11).
               10  GL-LINK-XWORDN             PIC 9(07).
               10  FILLER                     PIC X(05).
