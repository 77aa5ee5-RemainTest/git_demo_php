              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS GLTRNH-FILE-STATUS.

           SELECT GLSNTH-FILE
              ASSIGN TO DATABASE-GLSNTH
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                     OF GLSNTH-RECORD
              FILE STATUS  IS GLSNTH-FILE-STATUS.

           SELECT GLEXCTL-FILE
              ASSIGN TO DATABASE-GLEXCTL
              ORGANIZATION IS INDEXED
       01  GLTRNH-RECORD.
           COPY DDS-GLTRNHR      OF  GLTRNH.

       FD  GLSNTH-FILE
           LABEL RECORDS ARE STANDARD.
       01  GLSNTH-RECORD.
           COPY DDS-GLSNTHR      OF  GLSNTH.

       FD  GLEXCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  GLEXCTL-RECORD.
       01  TRNHST-FILE-STATUS                     PIC X(2).
       01  CUSTS-FILE-STATUS                      PIC X(2).
       01  GLTRNH-FILE-STATUS                     PIC X(2).
       01  GLSNTH-FILE-STATUS                     PIC X(2).
       01  GLEXCTL-FILE-STATUS                    PIC X(2).
       01  TRNHSTAUD-FILE-STATUS                  PIC X(2).

      *    WOULD BE SENT BY THAT RUN AND AGAIN BY THE NEXT NIGHT'S.
      *    A RESTORED ARCHIVE RECORD OR A BATCH-LOADED TRANSACTION
      *    MAY CARRY AN OLD DEAL DATE, SO ONLY ITS "RESTOR" OR "ADD"
      *    AUDIT ENTRY CAN BRING IT TO THE GL. THE SAME HOLDS FOR A
      *    REVERSAL ("REVRSE") OR CORRECTED REPLACEMENT ("CORRCT")
      *    OF A CLOSED-PERIOD TRANSACTION, WHICH KEEP THE ORIGINAL'S
      *    DATES.
           IF AUD-EOF-IND NOT = YES
                AND (AUD-ACTION = "CHANGE" OR AUD-ACTION = "RESTOR"
                  OR AUD-ACTION = "ADD"    OR AUD-ACTION = "REVRSE"
                  OR AUD-ACTION = "CORRCT")
                AND (AUD-DATE > CTL-LAST-RUN-DATE
                  OR (AUD-DATE = CTL-LAST-RUN-DATE
                       AND AUD-TIME NOT < CTL-LAST-RUN-TIME))
           OPEN INPUT CUSTS-FILE.
           OPEN INPUT TRNHSTAUD-FILE.
           OPEN I-O   GLEXCTL-FILE.
           OPEN I-O   GLSNTH-FILE.

      *    PICK UP WHERE THE ABENDED RUN LEFT OFF: KEEP ITS RUN DATE
      *    AND RUNNING TOTALS, EXTEND THE HALF-WRITTEN GLTRNH FILE
           MOVE XWC8DT OF TRNHST-RECORD    TO GL-XWC8DT.
           MOVE XWTTYP OF TRNHST-RECORD    TO GL-XWTTYP.
           MOVE XWAMNT OF TRNHST-RECORD    TO GL-XWAMNT.
           MOVE "S"                        TO GL-LINE-TYPE.
           MOVE XWTXCD OF TRNHST-RECORD    TO GL-TXCD.
      *    A CORRECTION LINK GOES OUT ON BOTH LINES OF THE
      *    TRANSACTION, SO THE GL CAN MATCH A REVERSAL'S SALE AND TAX
      *    AGAINST THE ORIGINAL IT CANCELS.
           MOVE XWLKTP OF TRNHST-RECORD    TO GL-LINK-TYPE.
           MOVE XWLKBC OF TRNHST-RECORD    TO GL-LINK-XWBCCD.
           MOVE XWLKOR OF TRNHST-RECORD    TO GL-LINK-XWORDN.
           IF XWAMNT OF TRNHST-RECORD NOT < ZEROS
             MOVE "D" TO GL-DRCR-IND
           ELSE
             MOVE "C" TO GL-DRCR-IND
           END-IF.
           WRITE GLTRNH-RECORD.
           PERFORM 320-WRITE-SENT-HISTORY.
           ADD 1 TO WS-RECORD-COUNT.
           ADD XWAMNT OF TRNHST-RECORD TO WS-AMOUNT-TOTAL.
      *    THE SALES TAX GOES AS ITS OWN DETAIL LINE UNDER THE SAME
      *    KEY SO THE GL POSTS IT TO THE TAX LIABILITY ACCOUNT. BOTH
      *    LINES ARE WRITTEN BEFORE THE CHECKPOINT IS TAKEN, SO A
      *    RESTART NEVER SPLITS A TRANSACTION FROM ITS TAX.
           IF XWTAXA OF TRNHST-RECORD NOT = ZEROS
             MOVE "X"                      TO GL-LINE-TYPE
             MOVE XWTAXA OF TRNHST-RECORD  TO GL-XWAMNT
             IF XWTAXA OF TRNHST-RECORD NOT < ZEROS
               MOVE "D" TO GL-DRCR-IND
             ELSE
               MOVE "C" TO GL-DRCR-IND
             END-IF
             WRITE GLTRNH-RECORD
             PERFORM 320-WRITE-SENT-HISTORY
             ADD 1 TO WS-RECORD-COUNT
             ADD XWTAXA OF TRNHST-RECORD TO WS-AMOUNT-TOTAL
           END-IF.

      *    EVERY DETAIL LINE THAT GOES INTO GLTRNH IS ALSO KEPT ON
      *    THE GLSNTH HISTORY, STAMPED WITH THE RUN DATE AND TIME, SO
      *    WHAT WAS SENT CAN STILL BE PROVED ONCE THE GL SIDE HAS
      *    TAKEN THE EXTRACT AND THE NEXT RUN HAS OVERWRITTEN IT. A
      *    LINE ALREADY ON FILE FOR THIS RUN CAN ONLY BE A RESTART
      *    WRITING AGAIN A DETAIL THAT WAS NOT YET CHECKPOINTED: IT
      *    HAS NOW GONE INTO THE EXTRACT TWICE, AND ITS SEND COUNT
      *    SAYS SO. A LINE THAT CANNOT BE RECORDED ENDS THE JOB LIKE
      *    A FAILED CHECKPOINT, SO THE RESTART SENDS IT AGAIN.
       320-WRITE-SENT-HISTORY.
           INITIALIZE GLSNTH-RECORD
              REPLACING NUMERIC BY ZEROS ALPHANUMERIC BY SPACES.
           MOVE GL-XWBCCD              TO XWBCCD OF GLSNTH-RECORD.
           MOVE GL-XWORDN              TO XWORDN OF GLSNTH-RECORD.
           MOVE WS-RUN-DATE            TO GH-RUN-DATE.
           MOVE WS-RUN-TIME            TO GH-RUN-TIME.
           MOVE GL-LINE-TYPE           TO GH-LINE-TYPE.
           MOVE XWE4NB OF TRNHST-RECORD TO GH-XWE4NB.
           MOVE GL-CUSNO               TO GH-CUSNO.
           MOVE GL-XWC8DT              TO GH-XWC8DT.
           MOVE GL-XWTTYP              TO GH-XWTTYP.
           MOVE GL-DRCR-IND            TO GH-DRCR-IND.
           MOVE GL-XWAMNT              TO GH-XWAMNT.
           MOVE GL-TXCD                TO GH-TXCD.
           IF WS-FULL-EXTRACT = YES
             MOVE "F"                  TO GH-FULL-EXTRACT
           END-IF.
           MOVE 1                      TO GH-SEND-COUNT.
           WRITE GLSNTH-RECORD
               INVALID KEY
                   PERFORM 325-COUNT-RESEND
           END-WRITE.
           IF GLSNTH-FILE-STATUS NOT = "00"
             DISPLAY "GLEXTR ended - GLSNTH history write failed.."
             MOVE "ABENDED" TO WS-RL-STATUS
             PERFORM 680-LOG-RUN-END
             PERFORM 500-CLOSE-FILES
             STOP RUN
           END-IF.

       325-COUNT-RESEND.
           READ GLSNTH-FILE
               INVALID KEY
                   DISPLAY "Unable to read GLSNTH file..".
           IF GLSNTH-FILE-STATUS = "00"
             ADD 1 TO GH-SEND-COUNT
             REWRITE GLSNTH-RECORD
                 INVALID KEY
                     DISPLAY "Unable to rewrite GLSNTH file.."
             END-REWRITE
           END-IF.

      *    THE CHECKPOINT IS TAKEN AFTER EVERY DETAIL WRITE, SO A
      *    RESTART RESUMES ON THE FIRST RECORD THAT HAD NOT YET
           CLOSE CUSTS-FILE.
           CLOSE TRNHSTAUD-FILE.
           CLOSE GLEXCTL-FILE.
           CLOSE GLSNTH-FILE.
           IF WS-ALREADY-COMPLETE NOT = YES
             CLOSE GLTRNH-FILE
           END-IF.
