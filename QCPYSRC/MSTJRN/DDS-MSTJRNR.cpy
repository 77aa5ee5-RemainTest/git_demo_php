      *****************************************************************
      *  DDS-MSTJRNR OF MSTJRN                                        *
      *  COMMON MASTER DATA CHANGE JOURNAL. ONE ENTRY IS WRITTEN,     *
      *  THROUGH THE MSTJRNWRT SUBPROGRAM, FOR EVERY ADD, CHANGE OR   *
      *  DELETE OF A RECORD ON CUSF, CUSTS, TRNTYP, SLSRATE, RECTPL,  *
      *  SLMEN OR PERAUTH BY ANY MAINTENANCE SCREEN OR UTILITY.       *
      *  MJ-FILE NAMES THE MASTER FILE; MJ-KEY HOLDS THAT FILE'S KEY. *
      *  MJ-BEFORE AND MJ-AFTER ARE THE WHOLE RECORD IMAGES AS HELD   *
      *  ON THE MASTER FILE - BEFORE IS BLANK ON AN ADD AND AFTER IS  *
      *  BLANK ON A DELETE. PRNMJRN LAYS THEM OUT FIELD BY FIELD FOR  *
      *  THE DAILY PROOF THE SUPERVISOR SIGNS OFF.                    *
      *  MJ-ACTION: "ADD", "CHANGE" OR "DELETE".                      *
      *****************************************************************
           05  MSTJRNR.
               10  MJ-DATE                    PIC 9(08).
               10  MJ-TIME                    PIC 9(06).
               10  MJ-FILE                    PIC X(10).
               10  MJ-ACTION                  PIC X(06).
               10  MJ-OPERATOR                PIC X(10).
               10  MJ-PROGRAM                 PIC X(10).
               10  MJ-KEY                     PIC X(20).
               10  MJ-BEFORE                  PIC X(200).
               10  MJ-AFTER                   PIC X(200).
