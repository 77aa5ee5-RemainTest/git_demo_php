      *****************************************************************
      *  DDS-ORDCTLR OF ORDCTL                                        *
      *  NEXT-ORDER-NUMBER CONTROL FILE. A SINGLE RECORD KEYED        *
      *  "XWORDN" CARRIES THE LAST TRNHST ORDER NUMBER HANDED OUT,    *
      *  WHATEVER THE BILLING CODE. EVERY PROGRAM THAT CREATES A      *
      *  TRANSACTION - THE CBTRNHST SCREEN, THE RECGEN RECURRING      *
      *  RUN AND THE TRNLOAD BATCH LOAD - TAKES ITS NUMBER FROM HERE  *
      *  THROUGH NXTORDN, SO NO TWO SOURCES CAN EVER COLLIDE ON A     *
      *  NUMBER AND NOTHING HAS TO SCAN TRNHST FOR THE HIGHEST ONE.   *
      *  OC-LAST-DATE/TIME/PROGRAM/OPERATOR SHOW WHO TOOK THE LAST    *
      *  NUMBER, FOR THE OPERATOR CHASING A GAP IN THE SEQUENCE.      *
      *****************************************************************
           05  ORDCTLR.
               10  EXTERNALLY-DESCRIBED-KEY.
                   15  OC-ID                  PIC X(10).
               10  OC-LAST-XWORDN             PIC 9(07).
               10  OC-LAST-DATE               PIC 9(08).
               10  OC-LAST-TIME               PIC 9(06).
               10  OC-LAST-PROGRAM            PIC X(10).
               10  OC-LAST-OPERATOR           PIC X(10).
