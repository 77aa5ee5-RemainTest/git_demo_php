      *****************************************************************
      *  DDS-ALL-FORMATS OF WALLOCD                                   *
      *  EXTERNALLY DESCRIBED RECORD FORMATS FOR THE WALLOCD CASH     *
      *  ALLOCATION WORKSTATION FILE.                                 *
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
           05  XWBCCD                         PIC X(11).
           05  CNAME                          PIC X(40).
      *
       01  ZZCT01-O-INDIC.
           COPY DDS-INDIC-AREA OF WALLOCD.
      *
      *    RECORD FORMAT ZZCT01 - SUBFILE CONTROL - INPUT
       01  ZZCT01-I.
           05  FILLER                         PIC X(01).
      *
       01  ZZCT01-I-INDIC.
           COPY DDS-INDIC-AREA OF WALLOCD.
      *
      *    RECORD FORMAT ZZSF01 - OPEN ITEM LINE - OUTPUT
       01  ZZSF01-O.
           05  DSSEL                          PIC X(01).
           05  XWORDN                         PIC 9(07).
           05  XWE4NB                         PIC 9(04).
           05  XWC8DT                         PIC 9(08).
           05  XWTTYP                         PIC X(02).
           05  TTDRCR                         PIC X(01).
           05  XWAMNT                         PIC S9(07)V99.
           05  XWOPEN                         PIC S9(07)V99.
      *
      *    RECORD FORMAT ZZSF01 - OPEN ITEM LINE - INPUT
       01  ZZSF01-I.
           05  DSSEL                          PIC X(01).
           05  XWORDN                         PIC 9(07).
           05  XWE4NB                         PIC 9(04).
           05  XWC8DT                         PIC 9(08).
           05  XWTTYP                         PIC X(02).
           05  TTDRCR                         PIC X(01).
           05  XWAMNT                         PIC S9(07)V99.
           05  XWOPEN                         PIC S9(07)V99.
      *
      *    RECORD FORMAT ZZFT01 - ALLOCATE A CREDIT - OUTPUT
       01  ZZFT01-O.
           05  ACTDSP                         PIC X(10).
           05  ZMSAGE                         PIC X(79).
           05  XWBCCD                         PIC X(11).
           05  CRORDN                         PIC 9(07).
           05  CRAMNT                         PIC S9(07)V99.
           05  CROPEN                         PIC S9(07)V99.
           05  DRORDN                         PIC 9(07).
           05  DRAMNT                         PIC S9(07)V99.
           05  DROPEN                         PIC S9(07)V99.
           05  ALAMNT                         PIC S9(07)V99.
           05  ALPREV                         PIC S9(07)V99.
      *
       01  ZZFT01-O-INDIC.
           COPY DDS-INDIC-AREA OF WALLOCD.
      *
      *    RECORD FORMAT ZZFT01 - ALLOCATE A CREDIT - INPUT
       01  ZZFT01-I.
           05  ACTDSP                         PIC X(10).
           05  ZMSAGE                         PIC X(79).
           05  XWBCCD                         PIC X(11).
           05  CRORDN                         PIC 9(07).
           05  CRAMNT                         PIC S9(07)V99.
           05  CROPEN                         PIC S9(07)V99.
           05  DRORDN                         PIC 9(07).
           05  DRAMNT                         PIC S9(07)V99.
           05  DROPEN                         PIC S9(07)V99.
           05  ALAMNT                         PIC S9(07)V99.
           05  ALPREV                         PIC S9(07)V99.
      *
       01  ZZFT01-I-INDIC.
           COPY DDS-INDIC-AREA OF WALLOCD.
      *
      *    RECORD FORMAT ZZCNF1 - UNALLOCATE CONFIRMATION - OUTPUT
       01  ZZCNF1-O.
           05  ACTDSP                         PIC X(10).
           05  ZMSAGE                         PIC X(79).
           05  XWBCCD                         PIC X(11).
           05  CRORDN                         PIC 9(07).
           05  DRORDN                         PIC 9(07).
           05  ALPREV                         PIC S9(07)V99.
      *
      *    RECORD FORMAT ZZCNF1 - UNALLOCATE CONFIRMATION - INPUT
       01  ZZCNF1-I.
           05  FILLER                         PIC X(01).
      *
       01  ZZCNF1-I-INDIC.
           COPY DDS-INDIC-AREA OF WALLOCD.
