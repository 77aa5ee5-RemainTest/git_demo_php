                                     OF TRNHST-RECORD
              FILE STATUS  IS TRNHST-FILE-STATUS.

           SELECT GLSNTH-FILE
              ASSIGN TO DATABASE-GLSNTH
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                     OF GLSNTH-RECORD
              FILE STATUS  IS GLSNTH-FILE-STATUS.

           SELECT REJPRN
              ASSIGN TO PRINTER-QPRINT
              ORGANIZATION IS SEQUENTIAL
       01  TRNHST-RECORD.
           COPY DDS-TRNHSTR      OF  TRNHST.

       FD  GLSNTH-FILE
           LABEL RECORDS ARE STANDARD.
       01  GLSNTH-RECORD.
           COPY DDS-GLSNTHR      OF  GLSNTH.

       FD  REJPRN
           LABEL RECORDS ARE OMITTED.
       01  FD-REJPRN-RECORD       PIC X(132).
       01  FILE-STATUS                            PIC X(2).
       01  GLRSP-FILE-STATUS                      PIC X(2).
       01  TRNHST-FILE-STATUS                     PIC X(2).
       01  GLSNTH-FILE-STATUS                     PIC X(2).

       01  WORK-FIELDS.
           05  EOF-IND                  PIC X(03) VALUE SPACES.
           05  WS-NOTFND-COUNT          PIC 9(09) VALUE ZEROS.
           05  WS-UPDFAIL-COUNT         PIC 9(09) VALUE ZEROS.
           05  WS-REWRITE-FAIL          PIC X(03) VALUE SPACES.
           05  WS-NOHIST-COUNT          PIC 9(09) VALUE ZEROS.
           05  WS-HIST-EOF              PIC X(03) VALUE SPACES.
           05  WS-HIST-FOUND            PIC X(03) VALUE SPACES.
           05  WS-HIST-RUN-DATE         PIC 9(08) VALUE ZEROS.
           05  WS-HIST-RUN-TIME         PIC 9(06) VALUE ZEROS.
           05  WS-PAGE-NO               PIC 9(05) VALUE ZEROS.
           05  WS-LINE-COUNT            PIC 9(03) VALUE ZEROS.
           05  WS-MAX-LINES-PER-PAGE    PIC 9(03) VALUE 060.
               10  WS-RUN-YYYY             PIC 9(04).
               10  WS-RUN-MM               PIC 9(02).
               10  WS-RUN-DD               PIC 9(02).
           05  WS-RUN-DATE-N  REDEFINES WS-RUN-DATE
                                        PIC 9(08).

           05  WS-HEADING-LINE.
               10  FILLER            PIC X(15) VALUE SPACES.
               10  FILLER                         PIC X(40)  VALUE
               "  *******   END OF REPORT   *******   ".

       01  WS-RUNLOG-PARMS.
           05  WS-RL-PROGRAM            PIC X(10) VALUE "GLREJUPD".
           05  WS-RL-EVENT              PIC X(05) VALUE SPACES.
           05  WS-RL-STATUS             PIC X(10) VALUE SPACES.
           05  WS-RL-READ-COUNT         PIC 9(09) VALUE ZEROS.
           05  WS-RL-WRITE-COUNT        PIC 9(09) VALUE ZEROS.
           05  WS-RL-ERROR-COUNT        PIC 9(09) VALUE ZEROS.

       PROCEDURE DIVISION.

       START-PROGRAM.
           PERFORM 200-PROCESS-GLRSP-RECORDS
               UNTIL EOF-IND = YES.
           PERFORM 600-PRINT-FOOTER.
           PERFORM 620-LOG-RUN-END.
           PERFORM 500-CLOSE-FILES.
           STOP RUN.

       100-INITIALIZATION.
           PERFORM 150-OPEN-FILES.
           PERFORM 610-LOG-RUN-START.
           MOVE SPACES TO EOF-IND.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
       150-OPEN-FILES.
           OPEN INPUT GLRSP-FILE.
           OPEN I-O   TRNHST-FILE.
           OPEN I-O   GLSNTH-FILE.
           OPEN OUTPUT REJPRN.

       200-PROCESS-GLRSP-RECORDS.
               MOVE "FLAGGED"   TO WS-DTL-DISP
               ADD 1 TO WS-FLAGGED-COUNT
           END-EVALUATE.
           PERFORM 240-MARK-SENT-HISTORY.
           PERFORM 300-PRINT-RECORD.

      *    THE REJECT IS ALSO MARKED AGAINST THE SEND IT ANSWERS ON
      *    THE GLSNTH HISTORY: THE LATEST SEND OF THE TRANSACTION
      *    FROM THE EXTRACT RUN DATED ON THE RESPONSE, OR SIMPLY THE
      *    LATEST SEND WHEN THE RESPONSE CARRIES NO RUN DATE. BOTH
      *    THE SALE AND THE TAX LINE OF THAT SEND ARE MARKED - THE
      *    GL TAKES OR REFUSES A TRANSACTION WHOLE. A REJECT WITH NO
      *    SEND ON THE HISTORY IS COUNTED FOR THE FOOTER.
       240-MARK-SENT-HISTORY.
           MOVE SPACES TO WS-HIST-FOUND.
           MOVE GR-XWBCCD TO XWBCCD OF GLSNTH-RECORD.
           MOVE GR-XWORDN TO XWORDN OF GLSNTH-RECORD.
           MOVE ZEROS     TO GH-RUN-DATE.
           MOVE ZEROS     TO GH-RUN-TIME.
           MOVE SPACES    TO GH-LINE-TYPE.
           PERFORM 250-START-HISTORY.
           PERFORM 255-FIND-REJECTED-SEND
               UNTIL WS-HIST-EOF = YES.
           IF WS-HIST-FOUND NOT = YES
             ADD 1 TO WS-NOHIST-COUNT
           ELSE
             MOVE GR-XWBCCD        TO XWBCCD OF GLSNTH-RECORD
             MOVE GR-XWORDN        TO XWORDN OF GLSNTH-RECORD
             MOVE WS-HIST-RUN-DATE TO GH-RUN-DATE
             MOVE WS-HIST-RUN-TIME TO GH-RUN-TIME
             MOVE SPACES           TO GH-LINE-TYPE
             PERFORM 250-START-HISTORY
             PERFORM 260-MARK-REJECTED-LINE
                 UNTIL WS-HIST-EOF = YES
           END-IF.

       250-START-HISTORY.
           MOVE SPACES TO WS-HIST-EOF.
           START GLSNTH-FILE KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF GLSNTH-RECORD
                   INVALID KEY
                       MOVE YES TO WS-HIST-EOF.

       255-FIND-REJECTED-SEND.
           READ GLSNTH-FILE NEXT RECORD
               AT END
                   MOVE YES TO WS-HIST-EOF.
           IF WS-HIST-EOF NOT = YES
             IF XWBCCD OF GLSNTH-RECORD NOT = GR-XWBCCD
                  OR XWORDN OF GLSNTH-RECORD NOT = GR-XWORDN
               MOVE YES TO WS-HIST-EOF
             ELSE
               IF GR-RUN-DATE = ZEROS
                    OR GH-RUN-DATE = GR-RUN-DATE
                 MOVE YES         TO WS-HIST-FOUND
                 MOVE GH-RUN-DATE TO WS-HIST-RUN-DATE
                 MOVE GH-RUN-TIME TO WS-HIST-RUN-TIME
               END-IF
             END-IF
           END-IF.

       260-MARK-REJECTED-LINE.
           READ GLSNTH-FILE NEXT RECORD
               AT END
                   MOVE YES TO WS-HIST-EOF.
           IF WS-HIST-EOF NOT = YES
             IF XWBCCD OF GLSNTH-RECORD NOT = GR-XWBCCD
                  OR XWORDN OF GLSNTH-RECORD NOT = GR-XWORDN
                  OR GH-RUN-DATE NOT = WS-HIST-RUN-DATE
                  OR GH-RUN-TIME NOT = WS-HIST-RUN-TIME
               MOVE YES TO WS-HIST-EOF
             ELSE
               MOVE "R"           TO GH-REJ-STATUS
               MOVE WS-RUN-DATE-N TO GH-REJ-DATE
               MOVE GR-REJ-CODE   TO GH-REJ-CODE
               MOVE GR-REJ-TEXT   TO GH-REJ-TEXT
               MOVE ZEROS         TO GH-CLR-DATE
               MOVE SPACES        TO GH-CLR-OPERATOR
               REWRITE GLSNTH-RECORD
                   INVALID KEY
                       DISPLAY "Unable to rewrite GLSNTH file.."
               END-REWRITE
             END-IF
           END-IF.

       300-PRINT-RECORD.
           IF WS-LINE-COUNT NOT < WS-MAX-LINES-PER-PAGE
             PERFORM 110-PRINT-HEADINGS
       500-CLOSE-FILES.
           CLOSE GLRSP-FILE.
           CLOSE TRNHST-FILE.
           CLOSE GLSNTH-FILE.
           CLOSE REJPRN.

       600-PRINT-FOOTER.
           MOVE WS-UPDFAIL-COUNT TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO FD-REJPRN-RECORD.
           WRITE FD-REJPRN-RECORD AFTER ADVANCING 1.
           MOVE "REJECTS NOT ON GLSNTH...." TO WS-TOT-LITERAL.
           MOVE WS-NOHIST-COUNT  TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO FD-REJPRN-RECORD.
           WRITE FD-REJPRN-RECORD AFTER ADVANCING 1.
           IF WS-TRAILER-SEEN = YES
             IF WS-TRAILER-COUNT = WS-DETAIL-COUNT
               MOVE "RESPONSE TRAILER COUNT IN BALANCE"
           WRITE FD-REJPRN-RECORD AFTER ADVANCING 1.
           MOVE WS-FOOTER-LINE  TO FD-REJPRN-RECORD.
           WRITE FD-REJPRN-RECORD AFTER ADVANCING 2.

       610-LOG-RUN-START.
           MOVE "START"  TO WS-RL-EVENT.
           MOVE "ACTIVE" TO WS-RL-STATUS.
           MOVE ZEROS TO WS-RL-READ-COUNT.
           MOVE ZEROS TO WS-RL-WRITE-COUNT.
           MOVE ZEROS TO WS-RL-ERROR-COUNT.
           CALL "RUNLOGWRT" USING WS-RUNLOG-PARMS.
           CANCEL "RUNLOGWRT".

      *    REJECTS THAT COULD NOT BE FLAGGED, OR A RESPONSE FILE
      *    WHOSE TRAILER IS MISSING OR OUT OF BALANCE, STILL NEED THE
      *    DESK'S ATTENTION, SO THE RUN ENDS "EXCEPTIONS".
       620-LOG-RUN-END.
           MOVE "END" TO WS-RL-EVENT.
           COMPUTE WS-RL-ERROR-COUNT = WS-NOTFND-COUNT
                                     + WS-UPDFAIL-COUNT.
           IF WS-RL-ERROR-COUNT > ZEROS
                OR WS-TRAILER-SEEN NOT = YES
                OR WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
             MOVE "EXCEPTIONS" TO WS-RL-STATUS
           ELSE
             MOVE "COMPLETED"  TO WS-RL-STATUS
           END-IF.
           MOVE WS-DETAIL-COUNT  TO WS-RL-READ-COUNT.
           MOVE WS-FLAGGED-COUNT TO WS-RL-WRITE-COUNT.
           CALL "RUNLOGWRT" USING WS-RUNLOG-PARMS.
           CANCEL "RUNLOGWRT".
