           05  SNAME                          PIC X(30).
           05  PRPCDE                         PIC X(10).
           05  DSDCDE                         PIC X(02).
           05  CRHOLD                         PIC X(01).
      *
       01  ZZCT02-O-INDIC.
           COPY DDS-INDIC-AREA OF WTRNHSTD.
           05  PNAME                          PIC X(30).
           05  XWTTYP                         PIC X(02).
           05  TTYPDS                         PIC X(30).
           05  XWAMNT                         PIC S9(07)V99.
           05  XWTAXA                         PIC S9(07)V99.
           05  SFIELD                         PIC X(10).
      *
       01  ZZFT01-O-INDIC.
           05  PERSON                         PIC X(03).
           05  PNAME                          PIC X(30).
           05  XWTTYP                         PIC X(02).
           05  XWAMNT                         PIC S9(07)V99.
           05  SFIELD                         PIC X(10).
      *
       01  ZZFT01-I-INDIC.
           05  PERSON                         PIC X(03).
           05  PNAME                          PIC X(30).
           05  XWTTYP                         PIC X(02).
           05  XWAMNT                         PIC S9(07)V99.
      *
      *    RECORD FORMAT ZZCNF1 - DELETE CONFIRMATION - INPUT
       01  ZZCNF1-I.
