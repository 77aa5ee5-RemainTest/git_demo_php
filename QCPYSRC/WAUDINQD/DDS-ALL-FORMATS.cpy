           05  AXWTTYP                        PIC X(02).
           05  BXWAMNT                        PIC S9(07)V99.
           05  AXWAMNT                        PIC S9(07)V99.
           05  ADAPPR                         PIC X(10).
      *
       01  ZZFT01-O-INDIC.
           COPY DDS-INDIC-AREA OF WAUDINQD.
