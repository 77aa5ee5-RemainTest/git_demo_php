      *****************************************************************
      *  DDS-GLSNTHR OF GLSNTH                                        *
      *  GL-SENT HISTORY. A PERMANENT COPY OF EVERY "D" DETAIL LINE   *
      *  GLEXTR HAS WRITTEN TO GLTRNH, KEYED BY TRANSACTION KEY +     *
      *  EXTRACT RUN DATE AND TIME + LINE TYPE ("S" SALE, "X" TAX),   *
      *  SO THE GL SIDE CAN BE PROVED AFTER GLTRNH IS OVERWRITTEN.    *
      *  GH-XWE4NB IS THE PERIOD THE TRANSACTION CARRIED WHEN SENT.   *
      *  GH-FULL-EXTRACT "F" MARKS A LINE SENT BY A FULL EXTRACT.     *
      *  GH-SEND-COUNT IS THE NUMBER OF TIMES THE LINE WENT INTO THE  *
      *  ONE EXTRACT FILE - MORE THAN 1 ONLY WHEN A RESTARTED RUN     *
      *  WROTE A DETAIL AGAIN THAT HAD NOT YET BEEN CHECKPOINTED.     *
      *  GH-REJ-STATUS: BLANK = ACCEPTED BY THE GL, "R" = REJECTED ON *
      *  THE GLRSP RESPONSE FILE (GLREJUPD), "C" = REJECT CORRECTED   *
      *  ON CBREJWRK AND WAITING TO GO TO THE GL AGAIN.               *
      *****************************************************************
           05  GLSNTHR.
               10  EXTERNALLY-DESCRIBED-KEY.
                   15  XWBCCD                 PIC X(11).
                   15  XWORDN                 PIC 9(07).
                   15  GH-RUN-DATE            PIC 9(08).
                   15  GH-RUN-TIME            PIC 9(06).
                   15  GH-LINE-TYPE           PIC X(01).
               10  GH-XWE4NB                  PIC 9(04).
               10  GH-CUSNO                   PIC X(06).
               10  GH-XWC8DT                  PIC 9(08).
               10  GH-XWTTYP                  PIC X(02).
               10  GH-DRCR-IND                PIC X(01).
               10  GH-XWAMNT                  PIC S9(07)V99.
               10  GH-TXCD                    PIC X(02).
               10  GH-FULL-EXTRACT            PIC X(01).
               10  GH-SEND-COUNT              PIC 9(03).
               10  GH-REJ-STATUS              PIC X(01).
               10  GH-REJ-DATE                PIC 9(08).
               10  GH-REJ-CODE                PIC X(04).
               10  GH-REJ-TEXT                PIC X(40).
               10  GH-CLR-DATE                PIC 9(08).
               10  GH-CLR-OPERATOR            PIC X(10).
