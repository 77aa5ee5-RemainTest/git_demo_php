      *****************************************************************
      *  DDS-ALL-FORMATS OF WSLSTGTD                                  *
      *  EXTERNALLY DESCRIBED RECORD FORMATS FOR THE WSLSTGTD         *
      *  SALES TARGET MAINTENANCE WORKSTATION FILE.                   *
      *  TGSPRD ON THE DETAIL FORMAT IS ONLY INPUT-CAPABLE IN ADD     *
      *  MODE (IN36): "Y" SPREADS THE KEYED AMOUNT EVENLY OVER THE    *
      *  TWELVE PERIODS OF THE KEYED PERIOD'S YEAR.                   *
      *****************************************************************
      *
      *    RAW SCREEN BUFFER, SUBORDINATE TO THE FD RECORD DISPLAY-REC
           05  FILLER                         PIC X(256).
      *
      *    RECORD FORMAT ZZTR01 - MESSAGE SUBFILE CONTROL - OUTPUT
       01  ZZTR01-O.
           05  ZMSAGE                         PIC X(79).
      *
      *    RECORD FORMAT ZZCT01 - SUBFILE CONTROL - OUTPUT
       01  ZZCT01-O.
           05  SHWREC                         PIC 9(01).
           05  ZZPGM                          PIC X(10).
      *
       01  ZZCT01-O-INDIC.
           COPY DDS-INDIC-AREA OF WSLSTGTD.
      *
      *    RECORD FORMAT ZZCT01 - SUBFILE CONTROL - INPUT
       01  ZZCT01-I.
           05  FILLER                         PIC X(01).
      *
       01  ZZCT01-I-INDIC.
           COPY DDS-INDIC-AREA OF WSLSTGTD.
      *
      *    RECORD FORMAT ZZSF01 - SUBFILE LINE - OUTPUT
       01  ZZSF01-O.
           05  DSSEL                          PIC X(01).
           05  PERSON                         PIC X(03).
           05  XWE4NB                         PIC 9(04).
           05  XWTTYP                         PIC X(02).
           05  TG-AMOUNT                      PIC S9(09)V99.
      *
      *    RECORD FORMAT ZZSF01 - SUBFILE LINE - INPUT
       01  ZZSF01-I.
           05  DSSEL                          PIC X(01).
           05  PERSON                         PIC X(03).
           05  XWE4NB                         PIC 9(04).
           05  XWTTYP                         PIC X(02).
           05  TG-AMOUNT                      PIC S9(09)V99.
      *
      *    RECORD FORMAT ZZFT01 - SALES TARGET DETAIL - OUTPUT
       01  ZZFT01-O.
           05  ACTDSP                         PIC X(10).
           05  ZMSAGE                         PIC X(79).
           05  PERSON                         PIC X(03).
           05  PNAME                          PIC X(30).
           05  XWE4NB                         PIC 9(04).
           05  XWTTYP                         PIC X(02).
           05  TTDESC                         PIC X(30).
           05  TG-AMOUNT                      PIC S9(09)V99.
           05  TGSPRD                         PIC X(01).
           05  TG-UPD-DATE                    PIC 9(08).
           05  TG-UPD-OPERATOR                PIC X(10).
      *
       01  ZZFT01-O-INDIC.
           COPY DDS-INDIC-AREA OF WSLSTGTD.
      *
      *    RECORD FORMAT ZZFT01 - SALES TARGET DETAIL - INPUT
       01  ZZFT01-I.
           05  ACTDSP                         PIC X(10).
           05  ZMSAGE                         PIC X(79).
           05  PERSON                         PIC X(03).
           05  PNAME                          PIC X(30).
           05  XWE4NB                         PIC 9(04).
           05  XWTTYP                         PIC X(02).
           05  TTDESC                         PIC X(30).
           05  TG-AMOUNT                      PIC S9(09)V99.
           05  TGSPRD                         PIC X(01).
           05  TG-UPD-DATE                    PIC 9(08).
           05  TG-UPD-OPERATOR                PIC X(10).
      *
       01  ZZFT01-I-INDIC.
           COPY DDS-INDIC-AREA OF WSLSTGTD.
      *
      *    RECORD FORMAT ZZCNF1 - DELETE CONFIRMATION - OUTPUT
       01  ZZCNF1-O.
           05  ACTDSP                         PIC X(10).
           05  ZMSAGE                         PIC X(79).
           05  PERSON                         PIC X(03).
           05  PNAME                          PIC X(30).
           05  XWE4NB                         PIC 9(04).
           05  XWTTYP                         PIC X(02).
           05  TG-AMOUNT                      PIC S9(09)V99.
      *
      *    RECORD FORMAT ZZCNF1 - DELETE CONFIRMATION - INPUT
       01  ZZCNF1-I.
           05  FILLER                         PIC X(01).
      *
       01  ZZCNF1-I-INDIC.
           COPY DDS-INDIC-AREA OF WSLSTGTD.
