
       01  WORK-FIELDS.
           05  WS-OPERATOR              PIC X(10) VALUE SPACES.
           05  WS-RUNLOG-EOF            PIC X(03) VALUE SPACES.
           05  WS-TIME-RAW.
               10  WS-TIME-HHMMSS       PIC 9(06).
               10  WS-TIME-CENTS        PIC 9(02).
           05  LS-READ-COUNT                       PIC 9(09).
           05  LS-WRITE-COUNT                      PIC 9(09).
           05  LS-ERROR-COUNT                      PIC 9(09).
      *    ONLY THE "LAST" INQUIRY LOOKS AT THE FIELDS BELOW; A
      *    CALLER LOGGING A START OR END NEED NOT PASS THEM.
           05  LS-FROM-DATE                        PIC 9(08).
           05  LS-FROM-TIME                        PIC 9(06).

      *    STAMPS AND FILES ONE RUN LOG ENTRY FOR THE CALLER. THE
      *    FILE IS OPENED AND CLOSED ON EVERY CALL SO THE ENTRY IS
      *    ON DISK THE MOMENT CONTROL RETURNS - A LOG THAT ONLY
      *    SURFACES WHEN THE JOB ENDS CLEANLY WOULD MISS EXACTLY
      *    THE RUNS THE MORNING OPERATOR NEEDS TO SEE.
      *    AN EVENT OF "LAST" WRITES NOTHING: IT HANDS BACK THE
      *    STATUS AND COUNTS OF THE CALLER-NAMED PROGRAM'S LATEST
      *    ENTRY STAMPED ON OR AFTER LS-FROM-DATE / LS-FROM-TIME, SO
      *    A DRIVER CAN TELL HOW THE STEP IT JUST CALLED ENDED.
       PROCEDURE DIVISION USING LS-RUNLOG-PARMS.

       START-PROGRAM.
           IF LS-EVENT = "LAST"
             PERFORM FIND-LAST-ENTRY
             GO END-PROGRAM
           END-IF.
           OPEN EXTEND RUNLOG-FILE.
           IF RUNLOG-FILE-STATUS NOT = "00"
                AND RUNLOG-FILE-STATUS NOT = "05"
           CLOSE RUNLOG-FILE.
       END-PROGRAM.
           GOBACK.

      *    "ACTIVE" COMES BACK WHEN THE STEP LOGGED ITS START BUT
      *    NEVER ITS END; "NOT LOGGED" WHEN IT LEFT NO ENTRY AT ALL
      *    IN THE WINDOW.
       FIND-LAST-ENTRY.
           MOVE "NOT LOGGED" TO LS-STATUS.
           MOVE ZEROS TO LS-READ-COUNT.
           MOVE ZEROS TO LS-WRITE-COUNT.
           MOVE ZEROS TO LS-ERROR-COUNT.
           MOVE SPACES TO WS-RUNLOG-EOF.
           OPEN INPUT RUNLOG-FILE.
           IF RUNLOG-FILE-STATUS = "00"
             PERFORM READ-RUNLOG-ENTRY
                 UNTIL WS-RUNLOG-EOF = "YES"
             CLOSE RUNLOG-FILE
           ELSE
             DISPLAY "Unable to open RUNLOG file.."
           END-IF.

       READ-RUNLOG-ENTRY.
           READ RUNLOG-FILE
               AT END
                   MOVE "YES" TO WS-RUNLOG-EOF.
           IF WS-RUNLOG-EOF NOT = "YES"
                AND RL-PROGRAM = LS-PROGRAM
                AND (RL-DATE > LS-FROM-DATE
                  OR (RL-DATE = LS-FROM-DATE
                    AND RL-TIME NOT < LS-FROM-TIME))
             MOVE RL-STATUS      TO LS-STATUS
             MOVE RL-READ-COUNT  TO LS-READ-COUNT
             MOVE RL-WRITE-COUNT TO LS-WRITE-COUNT
             MOVE RL-ERROR-COUNT TO LS-ERROR-COUNT
           END-IF.
