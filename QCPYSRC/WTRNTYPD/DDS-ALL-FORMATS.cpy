           05  TTDESC                         PIC X(30).
           05  TTACTV                         PIC X(01).
           05  TTDRCR                         PIC X(01).
           05  TTTXCD                         PIC X(02).
           05  TTTXRT                         PIC 9(02)V9(03).
      *
       01  ZZFT01-O-INDIC.
           COPY DDS-INDIC-AREA OF WTRNTYPD.
           05  TTDESC                         PIC X(30).
           05  TTACTV                         PIC X(01).
           05  TTDRCR                         PIC X(01).
           05  TTTXCD                         PIC X(02).
           05  TTTXRT                         PIC 9(02)V9(03).
      *
       01  ZZFT01-I-INDIC.
           COPY DDS-INDIC-AREA OF WTRNTYPD.
           05  TTDESC                         PIC X(30).
           05  TTACTV                         PIC X(01).
           05  TTDRCR                         PIC X(01).
           05  TTTXCD                         PIC X(02).
           05  TTTXRT                         PIC 9(02)V9(03).
      *
      *    RECORD FORMAT ZZCNF1 - DELETE CONFIRMATION - INPUT
       01  ZZCNF1-I.
