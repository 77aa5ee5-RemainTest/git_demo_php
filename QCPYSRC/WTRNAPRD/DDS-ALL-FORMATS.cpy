      *****************************************************************
      *  DDS-ALL-FORMATS OF WTRNAPRD                                  *
      *  EXTERNALLY DESCRIBED RECORD FORMATS FOR THE WTRNAPRD         *
      *  PENDING TRANSACTION CHANGE APPROVAL WORKSTATION FILE.        *
      *  THE PROPOSAL KEY (DATE AND TIME) IS CARRIED AS HIDDEN FIELDS *
      *  ON THE SUBFILE LINE. PDRESN ON THE DETAIL FORMAT IS ONLY     *
      *  INPUT-CAPABLE ON A REJECT (IN36); IN40 FLAGS IT WHEN BLANK.  *
      *  IN34 PROTECTS THE DETAIL FOR DISPLAY ONLY.                   *
      *  AXWBCCD AND ACUSNO SHOW WHERE A CORRECTED REPLACEMENT WILL   *
      *  BE BOOKED; THEY ARE BLANK ON ANY OTHER PROPOSAL.             *
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
      *    APTHRS SHOWS THE APRCTL APPROVAL LIMIT IN FORCE.
       01  ZZCT01-O.
           05  SHWREC                         PIC 9(01).
           05  ZZPGM                          PIC X(10).
           05  APTHRS                         PIC S9(07)V99.
      *
       01  ZZCT01-O-INDIC.
           COPY DDS-INDIC-AREA OF WTRNAPRD.
      *
      *    RECORD FORMAT ZZCT01 - SUBFILE CONTROL - INPUT
       01  ZZCT01-I.
           05  FILLER                         PIC X(01).
      *
       01  ZZCT01-I-INDIC.
           COPY DDS-INDIC-AREA OF WTRNAPRD.
      *
      *    RECORD FORMAT ZZSF01 - SUBFILE LINE - OUTPUT
       01  ZZSF01-O.
           05  DSSEL                          PIC X(01).
           05  PDBCCD                         PIC X(11).
           05  PDORDN                         PIC 9(07).
           05  PDPDAT                         PIC 9(08).
           05  PDPTIM                         PIC 9(06).
           05  PDACTN                         PIC X(06).
           05  BXWAMNT                        PIC S9(07)V99.
           05  AXWAMNT                        PIC S9(07)V99.
           05  PDPOPR                         PIC X(10).
      *
      *    RECORD FORMAT ZZSF01 - SUBFILE LINE - INPUT
       01  ZZSF01-I.
           05  DSSEL                          PIC X(01).
           05  PDBCCD                         PIC X(11).
           05  PDORDN                         PIC 9(07).
           05  PDPDAT                         PIC 9(08).
           05  PDPTIM                         PIC 9(06).
           05  PDACTN                         PIC X(06).
           05  BXWAMNT                        PIC S9(07)V99.
           05  AXWAMNT                        PIC S9(07)V99.
           05  PDPOPR                         PIC X(10).
      *
      *    RECORD FORMAT ZZFT01 - PROPOSAL DETAIL - OUTPUT
      *    THE TRANSACTION AS IT STOOD AND AS PROPOSED, SIDE BY SIDE.
       01  ZZFT01-O.
           05  ACTDSP                         PIC X(10).
           05  ZMSAGE                         PIC X(79).
           05  PDBCCD                         PIC X(11).
           05  PDORDN                         PIC 9(07).
           05  PDACTN                         PIC X(06).
           05  PDPOPR                         PIC X(10).
           05  PDPDAT                         PIC 9(08).
           05  PDPTIM                         PIC 9(06).
           05  BXWE4NB                        PIC 9(04).
           05  AXWE4NB                        PIC 9(04).
           05  BXWDLDT                        PIC 9(08).
           05  AXWDLDT                        PIC 9(08).
           05  BXWC8DT                        PIC 9(08).
           05  AXWC8DT                        PIC 9(08).
           05  BPERSON                        PIC X(03).
           05  APERSON                        PIC X(03).
           05  BXWTTYP                        PIC X(02).
           05  AXWTTYP                        PIC X(02).
           05  BXWAMNT                        PIC S9(07)V99.
           05  AXWAMNT                        PIC S9(07)V99.
           05  AXWTAXA                        PIC S9(07)V99.
           05  AXWBCCD                        PIC X(11).
           05  ACUSNO                         PIC X(06).
           05  PDRESN                         PIC X(40).
      *
       01  ZZFT01-O-INDIC.
           COPY DDS-INDIC-AREA OF WTRNAPRD.
      *
      *    RECORD FORMAT ZZFT01 - PROPOSAL DETAIL - INPUT
       01  ZZFT01-I.
           05  ACTDSP                         PIC X(10).
           05  ZMSAGE                         PIC X(79).
           05  PDBCCD                         PIC X(11).
           05  PDORDN                         PIC 9(07).
           05  PDACTN                         PIC X(06).
           05  PDPOPR                         PIC X(10).
           05  PDPDAT                         PIC 9(08).
           05  PDPTIM                         PIC 9(06).
           05  BXWE4NB                        PIC 9(04).
           05  AXWE4NB                        PIC 9(04).
           05  BXWDLDT                        PIC 9(08).
           05  AXWDLDT                        PIC 9(08).
           05  BXWC8DT                        PIC 9(08).
           05  AXWC8DT                        PIC 9(08).
           05  BPERSON                        PIC X(03).
           05  APERSON                        PIC X(03).
           05  BXWTTYP                        PIC X(02).
           05  AXWTTYP                        PIC X(02).
           05  BXWAMNT                        PIC S9(07)V99.
           05  AXWAMNT                        PIC S9(07)V99.
           05  AXWTAXA                        PIC S9(07)V99.
           05  AXWBCCD                        PIC X(11).
           05  ACUSNO                         PIC X(06).
           05  PDRESN                         PIC X(40).
      *
       01  ZZFT01-I-INDIC.
           COPY DDS-INDIC-AREA OF WTRNAPRD.
