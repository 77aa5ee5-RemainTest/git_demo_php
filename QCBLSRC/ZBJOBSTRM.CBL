       IDENTIFICATION DIVISION.
       PROGRAM-ID.    JOBSTRM.
       INSTALLATION.  DATABOROUGH INDIA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT JOBSTM-FILE
              ASSIGN TO DATABASE-JOBSTM
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                     OF JOBSTM-RECORD
              FILE STATUS  IS JOBSTM-FILE-STATUS.

           SELECT JOBSTS-FILE
              ASSIGN TO DATABASE-JOBSTS
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                     OF JOBSTS-RECORD
              FILE STATUS  IS JOBSTS-FILE-STATUS.

           SELECT JOBPRN
              ASSIGN TO PRINTER-QPRINT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  JOBSTM-FILE
           LABEL RECORDS ARE STANDARD.
       01  JOBSTM-RECORD.
           COPY DDS-JOBSTMR      OF  JOBSTM.

       FD  JOBSTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  JOBSTS-RECORD.
           COPY DDS-JOBSTSR      OF  JOBSTS.

       FD  JOBPRN
           LABEL RECORDS ARE OMITTED.
       01  FD-JOBPRN-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.

       01  PROGRAM-CONSTANTS.
           05  YES                                PIC X(3) VALUE "YES".

       01  FILE-STATUS                            PIC X(2).
       01  JOBSTM-FILE-STATUS                     PIC X(2).
       01  JOBSTS-FILE-STATUS                     PIC X(2).

       01  WORK-FIELDS.
           05  EOF-IND                  PIC X(03) VALUE SPACES.
           05  WS-RUN-HALTED            PIC X(03) VALUE SPACES.
           05  WS-RUN-CANCELLED         PIC X(03) VALUE SPACES.
           05  WS-RESTART               PIC X(03) VALUE SPACES.
           05  WS-STEP-HELD             PIC X(03) VALUE SPACES.
           05  WS-CALL-FAILED           PIC X(03) VALUE SPACES.
           05  WS-STEP-FOUND            PIC X(03) VALUE SPACES.
           05  WS-DEP-STATUS            PIC X(10) VALUE SPACES.
           05  WS-DEP-ACTIVE            PIC X(01) VALUE SPACES.
           05  WS-SRCH-SEQ              PIC 9(03) VALUE ZEROS.
           05  WS-MSG-SEQ               PIC 9(03) VALUE ZEROS.
           05  WS-RESUME-SEQ            PIC 9(03) VALUE ZEROS.
           05  WS-CYCLE-DATE            PIC 9(08) VALUE ZEROS.
           05  WS-CALL-PROGRAM          PIC X(10) VALUE SPACES.
           05  WS-CALL-PARM             PIC X(50) VALUE SPACES.
           05  WS-PAGE-NO               PIC 9(05) VALUE ZEROS.
           05  WS-LINE-COUNT            PIC 9(03) VALUE ZEROS.
           05  WS-MAX-LINES-PER-PAGE    PIC 9(03) VALUE 060.
           05  WS-ACTIVE-COUNT          PIC 9(03) VALUE ZEROS.
           05  WS-DONE-COUNT            PIC 9(03) VALUE ZEROS.
           05  WS-PENDING-COUNT         PIC 9(03) VALUE ZEROS.
           05  WS-RAN-COUNT             PIC 9(09) VALUE ZEROS.
           05  WS-COMPLETED-COUNT       PIC 9(09) VALUE ZEROS.
           05  WS-EXCEPTION-COUNT       PIC 9(09) VALUE ZEROS.
           05  WS-FAILED-COUNT          PIC 9(09) VALUE ZEROS.
           05  WS-HELD-COUNT            PIC 9(09) VALUE ZEROS.
           05  WS-EARLIER-COUNT         PIC 9(09) VALUE ZEROS.
           05  WS-BYPASSED-COUNT        PIC 9(09) VALUE ZEROS.
           05  WS-TIME-RAW.
               10  WS-TIME-HHMMSS       PIC 9(06).
               10  WS-TIME-CENTS        PIC 9(02).
           05  WS-RUN-DATE.
               10  WS-RUN-YYYY             PIC 9(04).
               10  WS-RUN-MM               PIC 9(02).
               10  WS-RUN-DD               PIC 9(02).
           05  WS-RUN-DATE-N  REDEFINES WS-RUN-DATE
                                        PIC 9(08).
           05  WS-SHOW-DATE.
               10  WS-SHOW-YYYY            PIC 9(04).
               10  WS-SHOW-MM              PIC 9(02).
               10  WS-SHOW-DD              PIC 9(02).
           05  WS-SHOW-DATE-N  REDEFINES WS-SHOW-DATE
                                        PIC 9(08).

      *    THE WHOLE STREAM IS HELD IN STORAGE: DEPENDENCIES ARE
      *    CHECKED AGAINST THE STATUS EARLIER STEPS ENDED WITH, AND
      *    A STREAM IS A FEW DOZEN STEPS AT MOST.
       01  WS-STEP-TABLE.
           05  WS-STEP-COUNT            PIC 9(03) VALUE ZEROS.
           05  WS-MAX-STEPS             PIC 9(03) VALUE 099.
           05  WS-STP-TAB  OCCURS 99 TIMES
                           INDEXED BY WS-STP-IDX WS-FND-IDX.
               10  WS-STP-SEQ           PIC 9(03).
               10  WS-STP-PROGRAM       PIC X(10).
               10  WS-STP-DESC          PIC X(30).
               10  WS-STP-PARM          PIC X(50).
               10  WS-STP-DEPENDS.
                   15  WS-STP-DEP       PIC 9(03) OCCURS 5 TIMES
                                        INDEXED BY WS-DEP-IDX.
               10  WS-STP-RUNLOG        PIC X(01).
               10  WS-STP-ACTIVE        PIC X(01).
               10  WS-STP-ON-FILE       PIC X(03).
               10  WS-STP-STATUS        PIC X(10).
               10  WS-STP-CYCLE-DATE    PIC 9(08).
               10  WS-STP-START-DATE    PIC 9(08).
               10  WS-STP-START-TIME    PIC 9(06).
               10  WS-STP-END-DATE      PIC 9(08).
               10  WS-STP-END-TIME      PIC 9(06).
               10  WS-STP-READ-COUNT    PIC 9(09).
               10  WS-STP-WRITE-COUNT   PIC 9(09).
               10  WS-STP-ERROR-COUNT   PIC 9(09).

       01  PRINT-LINES.
           05  WS-HEADING-LINE.
               10  FILLER            PIC X(15) VALUE SPACES.
               10  FILLER            PIC X(30) VALUE
               "JOB STREAM SUMMARY".
               10  FILLER            PIC X(09) VALUE " AS OF   ".
               10  WS-HEAD-MM        PIC 99.
               10  FILLER            PIC X(01) VALUE "/".
               10  WS-HEAD-DD        PIC 99.
               10  FILLER            PIC X(01) VALUE "/".
               10  WS-HEAD-YYYY      PIC 9999.
               10  FILLER            PIC X(09) VALUE SPACES.
               10  FILLER            PIC X(05) VALUE "PAGE ".
               10  WS-HEAD-PAGE-NO   PIC ZZZZ9.

           05  WS-SELECT-LINE.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  FILLER            PIC X(08)  VALUE "STREAM  ".
               10  WS-SEL-STREAM     PIC X(10).
               10  FILLER            PIC X(15)  VALUE "  CYCLE OF     ".
               10  WS-SEL-MM         PIC 99.
               10  FILLER            PIC X(01)  VALUE "/".
               10  WS-SEL-DD         PIC 99.
               10  FILLER            PIC X(01)  VALUE "/".
               10  WS-SEL-YYYY       PIC 9999.
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  WS-SEL-MODE       PIC X(07).

           05  WS-COLUMN-HEADING.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  FILLER            PIC X(05)  VALUE "STEP".
               10  FILLER            PIC X(12)  VALUE "PROGRAM".
               10  FILLER            PIC X(27)  VALUE "DESCRIPTION".
               10  FILLER            PIC X(22)  VALUE "DEPENDS ON".
               10  FILLER            PIC X(14)  VALUE "ACTION".
               10  FILLER            PIC X(12)  VALUE "STATUS".
               10  FILLER            PIC X(10)  VALUE "STARTED".
               10  FILLER            PIC X(10)  VALUE "ENDED".
               10  FILLER            PIC X(07)  VALUE " ERRORS".

           05  WS-DETAIL-LINE.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  WS-DTL-SEQ        PIC 9(03).
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  WS-DTL-PROGRAM    PIC X(10).
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  WS-DTL-DESC       PIC X(25).
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  WS-DTL-DEPENDS.
                   15  WS-DTL-DEP-ENTRY  OCCURS 5 TIMES.
                       20  WS-DTL-DEP    PIC ZZZ.
                       20  FILLER        PIC X(01).
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  WS-DTL-ACTION     PIC X(12).
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  WS-DTL-STATUS     PIC X(10).
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  WS-DTL-START      PIC 99B99B99.
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  WS-DTL-END        PIC 99B99B99.
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  WS-DTL-ERRORS     PIC ZZZ,ZZ9.

           05  WS-TOTAL-LINE.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  WS-TOT-LITERAL    PIC X(30).
               10  WS-TOT-COUNT      PIC ZZZ,ZZZ,ZZ9.

           05  WS-MESSAGE-LINE.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  WS-MSG-TEXT       PIC X(90).

           05  WS-FOOTER-LINE.
               10  FILLER                         PIC X(40)  VALUE
               "  *******   END OF REPORT   *******   ".

       01  WS-RUNLOG-PARMS.
           05  WS-RL-PROGRAM            PIC X(10) VALUE "JOBSTRM".
           05  WS-RL-EVENT              PIC X(05) VALUE SPACES.
           05  WS-RL-STATUS             PIC X(10) VALUE SPACES.
           05  WS-RL-READ-COUNT         PIC 9(09) VALUE ZEROS.
           05  WS-RL-WRITE-COUNT        PIC 9(09) VALUE ZEROS.
           05  WS-RL-ERROR-COUNT        PIC 9(09) VALUE ZEROS.

      *    PARAMETER AREA FOR THE RUNLOGWRT "LAST" INQUIRY THAT
      *    FETCHES HOW A STEP ENDED.
       01  WS-STEP-LOG-PARMS.
           05  WS-SL-PROGRAM            PIC X(10) VALUE SPACES.
           05  WS-SL-EVENT              PIC X(05) VALUE "LAST".
           05  WS-SL-STATUS             PIC X(10) VALUE SPACES.
           05  WS-SL-READ-COUNT         PIC 9(09) VALUE ZEROS.
           05  WS-SL-WRITE-COUNT        PIC 9(09) VALUE ZEROS.
           05  WS-SL-ERROR-COUNT        PIC 9(09) VALUE ZEROS.
           05  WS-SL-FROM-DATE          PIC 9(08) VALUE ZEROS.
           05  WS-SL-FROM-TIME          PIC 9(06) VALUE ZEROS.

      *    LS-MODE "FRESH" STARTS THE STREAM AGAIN FROM THE TOP EVEN
      *    WHEN THE LAST CYCLE DID NOT FINISH - FOR USE ONLY ONCE THE
      *    FAILED STEP HAS BEEN PUT RIGHT BY HAND. ANYTHING ELSE LETS
      *    THE DRIVER DECIDE: A FINISHED CYCLE STARTS A NEW ONE, AN
      *    UNFINISHED ONE IS RESUMED.
       LINKAGE SECTION.
       01  LS-SELECT-PARMS.
           05  LS-STREAM                           PIC X(10).
           05  LS-MODE                             PIC X(05).

       PROCEDURE DIVISION USING LS-SELECT-PARMS.

       START-PROGRAM.
           PERFORM 100-INITIALIZATION.
           IF WS-RUN-HALTED NOT = YES
             PERFORM 200-LOAD-STREAM
           END-IF.
           IF WS-RUN-HALTED NOT = YES
             PERFORM 250-SET-UP-CYCLE
             PERFORM 300-RUN-STEP THRU 300-RUN-EXIT
                 VARYING WS-STP-IDX FROM 1 BY 1
                 UNTIL WS-STP-IDX > WS-STEP-COUNT
           END-IF.
           PERFORM 600-PRINT-FOOTER.
           PERFORM 620-LOG-RUN-END.
           PERFORM 500-CLOSE-FILES.
           STOP RUN.

       100-INITIALIZATION.
           PERFORM 150-OPEN-FILES.
           PERFORM 610-LOG-RUN-START.
           MOVE SPACES TO EOF-IND.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-MM   TO WS-HEAD-MM.
           MOVE WS-RUN-DD   TO WS-HEAD-DD.
           MOVE WS-RUN-YYYY TO WS-HEAD-YYYY.

           MOVE LS-STREAM TO WS-SEL-STREAM.
           MOVE ZEROS     TO WS-SEL-MM.
           MOVE ZEROS     TO WS-SEL-DD.
           MOVE ZEROS     TO WS-SEL-YYYY.
           MOVE SPACES    TO WS-SEL-MODE.
           IF LS-STREAM = SPACES
             MOVE YES TO WS-RUN-HALTED
             MOVE YES TO WS-RUN-CANCELLED
             PERFORM 110-PRINT-HEADINGS
             MOVE "** RUN CANCELLED - NO STREAM NAME GIVEN **"
                                      TO WS-MSG-TEXT
             PERFORM 330-PRINT-MESSAGE
           END-IF.

       110-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO TO WS-HEAD-PAGE-NO.
           MOVE WS-HEADING-LINE TO FD-JOBPRN-RECORD.
           WRITE FD-JOBPRN-RECORD AFTER ADVANCING PAGE.
           MOVE  SPACES  TO  FD-JOBPRN-RECORD.
           WRITE FD-JOBPRN-RECORD AFTER ADVANCING 1.
           MOVE WS-SELECT-LINE TO FD-JOBPRN-RECORD.
           WRITE FD-JOBPRN-RECORD AFTER ADVANCING 1.
           MOVE  SPACES  TO  FD-JOBPRN-RECORD.
           WRITE FD-JOBPRN-RECORD AFTER ADVANCING 1.
           MOVE WS-COLUMN-HEADING TO FD-JOBPRN-RECORD.
           WRITE FD-JOBPRN-RECORD AFTER ADVANCING 1.
           MOVE  SPACES  TO  FD-JOBPRN-RECORD.
           WRITE FD-JOBPRN-RECORD AFTER ADVANCING 1.
           MOVE ZEROS TO WS-LINE-COUNT.

       150-OPEN-FILES.
           OPEN INPUT JOBSTM-FILE.
           OPEN I-O   JOBSTS-FILE.
           OPEN OUTPUT JOBPRN.

      *    THE STREAM'S STEPS ARE READ IN SEQUENCE ORDER WITH THE
      *    STATUS EACH ENDED WITH IN THE CURRENT CYCLE. A STEP MAY
      *    ONLY DEPEND ON A STEP THAT RUNS BEFORE IT; A DEFINITION
      *    THAT BREAKS THIS, OR AN EMPTY OR OVERSIZED STREAM, CANCELS
      *    THE RUN BEFORE ANYTHING IS CALLED.
       200-LOAD-STREAM.
           MOVE ZEROS TO WS-STEP-COUNT.
           MOVE SPACES TO EOF-IND.
           MOVE LS-STREAM TO JS-STREAM.
           MOVE ZEROS     TO JS-STEP-SEQ.
           START JOBSTM-FILE KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF JOBSTM-RECORD
                   INVALID KEY
                       MOVE YES TO EOF-IND.
           IF EOF-IND NOT = YES
             PERFORM 400-READ-JOBSTM
           END-IF.
           PERFORM 220-LOAD-ONE-STEP THRU 220-LOAD-EXIT
               UNTIL EOF-IND = YES.
           IF WS-RUN-HALTED NOT = YES
                AND WS-STEP-COUNT = ZEROS
             MOVE YES TO WS-RUN-HALTED
             MOVE "** RUN CANCELLED - STREAM HAS NO STEPS ON JOBSTM **"
                                      TO WS-MSG-TEXT
           END-IF.
           IF WS-RUN-HALTED = YES
             MOVE YES TO WS-RUN-CANCELLED
             PERFORM 110-PRINT-HEADINGS
             PERFORM 330-PRINT-MESSAGE
           END-IF.

       220-LOAD-ONE-STEP.
           IF WS-STEP-COUNT NOT < WS-MAX-STEPS
             MOVE YES TO WS-RUN-HALTED
             MOVE YES TO EOF-IND
             MOVE JS-STEP-SEQ TO WS-MSG-SEQ
             MOVE SPACES TO WS-MSG-TEXT
             STRING "** RUN CANCELLED - STREAM TOO LONG AT STEP "
                    WS-MSG-SEQ " **"
                    DELIMITED BY SIZE INTO WS-MSG-TEXT
             GO 220-LOAD-EXIT
           END-IF.
           ADD 1 TO WS-STEP-COUNT.
           SET WS-STP-IDX TO WS-STEP-COUNT.
           MOVE JS-STEP-SEQ   TO WS-STP-SEQ(WS-STP-IDX).
           MOVE JS-PROGRAM    TO WS-STP-PROGRAM(WS-STP-IDX).
           MOVE JS-DESC       TO WS-STP-DESC(WS-STP-IDX).
           MOVE JS-PARM       TO WS-STP-PARM(WS-STP-IDX).
           MOVE JS-DEPENDS    TO WS-STP-DEPENDS(WS-STP-IDX).
           MOVE JS-RUNLOG     TO WS-STP-RUNLOG(WS-STP-IDX).
           MOVE JS-ACTIVE     TO WS-STP-ACTIVE(WS-STP-IDX).
           MOVE ZEROS TO WS-STP-START-DATE(WS-STP-IDX).
           MOVE ZEROS TO WS-STP-START-TIME(WS-STP-IDX).
           MOVE ZEROS TO WS-STP-END-DATE(WS-STP-IDX).
           MOVE ZEROS TO WS-STP-END-TIME(WS-STP-IDX).
           MOVE ZEROS TO WS-STP-READ-COUNT(WS-STP-IDX).
           MOVE ZEROS TO WS-STP-WRITE-COUNT(WS-STP-IDX).
           MOVE ZEROS TO WS-STP-ERROR-COUNT(WS-STP-IDX).
           MOVE ZEROS TO WS-STP-CYCLE-DATE(WS-STP-IDX).
           MOVE "PENDING" TO WS-STP-STATUS(WS-STP-IDX).
           MOVE SPACES TO WS-STP-ON-FILE(WS-STP-IDX).

           MOVE LS-STREAM   TO JT-STREAM.
           MOVE JS-STEP-SEQ TO JT-STEP-SEQ.
           READ JOBSTS-FILE
               NOT INVALID KEY
                   MOVE YES TO WS-STP-ON-FILE(WS-STP-IDX)
                   MOVE JT-STATUS TO WS-STP-STATUS(WS-STP-IDX)
                   MOVE JT-CYCLE-DATE
                                TO WS-STP-CYCLE-DATE(WS-STP-IDX)
                   MOVE JT-START-DATE
                                TO WS-STP-START-DATE(WS-STP-IDX)
                   MOVE JT-START-TIME
                                TO WS-STP-START-TIME(WS-STP-IDX)
                   MOVE JT-END-DATE
                                TO WS-STP-END-DATE(WS-STP-IDX)
                   MOVE JT-END-TIME
                                TO WS-STP-END-TIME(WS-STP-IDX)
                   MOVE JT-READ-COUNT
                                TO WS-STP-READ-COUNT(WS-STP-IDX)
                   MOVE JT-WRITE-COUNT
                                TO WS-STP-WRITE-COUNT(WS-STP-IDX)
                   MOVE JT-ERROR-COUNT
                                TO WS-STP-ERROR-COUNT(WS-STP-IDX)
           END-READ.

           PERFORM 230-CHECK-ONE-DEPENDENCY
               VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > 5.
           IF WS-RUN-HALTED = YES
             MOVE YES TO EOF-IND
             MOVE JS-STEP-SEQ TO WS-MSG-SEQ
             MOVE SPACES TO WS-MSG-TEXT
             STRING "** RUN CANCELLED - STEP " WS-MSG-SEQ
                    " DEPENDS ON A STEP THAT DOES NOT RUN BEFORE IT **"
                    DELIMITED BY SIZE INTO WS-MSG-TEXT
             GO 220-LOAD-EXIT
           END-IF.
           PERFORM 400-READ-JOBSTM.
       220-LOAD-EXIT. EXIT.

       230-CHECK-ONE-DEPENDENCY.
           IF WS-STP-DEP(WS-STP-IDX, WS-DEP-IDX) NOT = ZEROS
             MOVE WS-STP-DEP(WS-STP-IDX, WS-DEP-IDX) TO WS-SRCH-SEQ
             MOVE SPACES TO WS-STEP-FOUND
             IF WS-SRCH-SEQ < WS-STP-SEQ(WS-STP-IDX)
               PERFORM 290-FIND-STEP
                   VARYING WS-FND-IDX FROM 1 BY 1
                   UNTIL WS-FND-IDX > WS-STEP-COUNT
             END-IF
             IF WS-STEP-FOUND NOT = YES
               MOVE YES TO WS-RUN-HALTED
             END-IF
           END-IF.

      *    A CYCLE THAT FINISHED - EVERY ACTIVE STEP "COMPLETED" OR
      *    "EXCEPTIONS" - OR THAT NEVER BEGAN IS REPLACED BY A NEW
      *    ONE: EVERY STEP GOES BACK TO "PENDING". OTHERWISE THE LAST
      *    CYCLE IS RESUMED. ITS FINISHED STEPS KEEP THEIR STATUS AND
      *    ARE NOT CALLED AGAIN - RERUNNING A POSTING STEP WOULD POST
      *    TWICE - AND EVERYTHING ELSE IS RUN FROM THE FIRST STEP NOT
      *    FINISHED, WHICH IS WHERE THE LAST START FAILED.
       250-SET-UP-CYCLE.
           MOVE ZEROS TO WS-ACTIVE-COUNT.
           MOVE ZEROS TO WS-DONE-COUNT.
           MOVE ZEROS TO WS-PENDING-COUNT.
           PERFORM 255-COUNT-ONE-STEP
               VARYING WS-STP-IDX FROM 1 BY 1
               UNTIL WS-STP-IDX > WS-STEP-COUNT.
           IF LS-MODE = "FRESH"
                OR WS-DONE-COUNT = WS-ACTIVE-COUNT
                OR WS-PENDING-COUNT = WS-ACTIVE-COUNT
             MOVE SPACES TO WS-RESTART
             MOVE WS-RUN-DATE-N TO WS-CYCLE-DATE
             MOVE "NEW    " TO WS-SEL-MODE
           ELSE
             MOVE YES TO WS-RESTART
             MOVE "RESTART" TO WS-SEL-MODE
           END-IF.
           MOVE ZEROS TO WS-RESUME-SEQ.
           PERFORM 260-PREPARE-ONE-STEP
               VARYING WS-STP-IDX FROM 1 BY 1
               UNTIL WS-STP-IDX > WS-STEP-COUNT.
           MOVE WS-CYCLE-DATE TO WS-SHOW-DATE-N.
           MOVE WS-SHOW-MM    TO WS-SEL-MM.
           MOVE WS-SHOW-DD    TO WS-SEL-DD.
           MOVE WS-SHOW-YYYY  TO WS-SEL-YYYY.
           PERFORM 110-PRINT-HEADINGS.
           IF WS-RESTART = YES
                AND WS-RESUME-SEQ NOT = ZEROS
             MOVE WS-RESUME-SEQ TO WS-MSG-SEQ
             MOVE SPACES TO WS-MSG-TEXT
             STRING "** RESTART - CYCLE RESUMED AT STEP " WS-MSG-SEQ
                    " - FINISHED STEPS ARE NOT RERUN **"
                    DELIMITED BY SIZE INTO WS-MSG-TEXT
             PERFORM 330-PRINT-MESSAGE
           END-IF.

       255-COUNT-ONE-STEP.
           IF WS-STP-ACTIVE(WS-STP-IDX) NOT = "I"
             ADD 1 TO WS-ACTIVE-COUNT
             IF WS-STP-STATUS(WS-STP-IDX) = "COMPLETED"
                  OR WS-STP-STATUS(WS-STP-IDX) = "EXCEPTIONS"
               ADD 1 TO WS-DONE-COUNT
             END-IF
             IF WS-STP-STATUS(WS-STP-IDX) = "PENDING"
               ADD 1 TO WS-PENDING-COUNT
             END-IF
             IF WS-STP-CYCLE-DATE(WS-STP-IDX) > WS-CYCLE-DATE
               MOVE WS-STP-CYCLE-DATE(WS-STP-IDX) TO WS-CYCLE-DATE
             END-IF
           END-IF.

      *    ON A RESTART A STEP LEFT "RUNNING" WAS CALLED WHEN THE
      *    LAST START WENT DOWN. ITS OWN RUNLOG ENTRIES SAY WHETHER IT
      *    GOT AS FAR AS ITS END ENTRY BEFORE THAT HAPPENED.
       260-PREPARE-ONE-STEP.
           IF WS-RESTART = YES
             IF WS-STP-STATUS(WS-STP-IDX) = "RUNNING"
               IF WS-STP-RUNLOG(WS-STP-IDX) = "N"
                 MOVE "ABENDED" TO WS-STP-STATUS(WS-STP-IDX)
               ELSE
                 PERFORM 340-READ-STEP-RUNLOG
               END-IF
             END-IF
             IF WS-STP-STATUS(WS-STP-IDX) NOT = "COMPLETED"
                  AND WS-STP-STATUS(WS-STP-IDX) NOT = "EXCEPTIONS"
               MOVE "PENDING" TO WS-STP-STATUS(WS-STP-IDX)
               IF WS-RESUME-SEQ = ZEROS
                    AND WS-STP-ACTIVE(WS-STP-IDX) NOT = "I"
                 MOVE WS-STP-SEQ(WS-STP-IDX) TO WS-RESUME-SEQ
               END-IF
             END-IF
           ELSE
             MOVE "PENDING" TO WS-STP-STATUS(WS-STP-IDX)
             MOVE ZEROS TO WS-STP-START-DATE(WS-STP-IDX)
             MOVE ZEROS TO WS-STP-START-TIME(WS-STP-IDX)
             MOVE ZEROS TO WS-STP-END-DATE(WS-STP-IDX)
             MOVE ZEROS TO WS-STP-END-TIME(WS-STP-IDX)
             MOVE ZEROS TO WS-STP-READ-COUNT(WS-STP-IDX)
             MOVE ZEROS TO WS-STP-WRITE-COUNT(WS-STP-IDX)
             MOVE ZEROS TO WS-STP-ERROR-COUNT(WS-STP-IDX)
           END-IF.
           MOVE WS-CYCLE-DATE TO WS-STP-CYCLE-DATE(WS-STP-IDX).
           PERFORM 380-UPDATE-JOBSTS.

      *    STEPS ALREADY FINISHED IN THIS CYCLE AND BYPASSED STEPS
      *    ARE ONLY LISTED. A STEP WHOSE EARLIER STEPS DID NOT ALL
      *    FINISH IS HELD; ANY OTHER STEP IS CALLED, SO ONE FAILURE
      *    STOPS ONLY THE WORK THAT RELIES ON IT.
       300-RUN-STEP.
           IF WS-STP-ACTIVE(WS-STP-IDX) = "I"
             ADD 1 TO WS-BYPASSED-COUNT
             MOVE "BYPASSED" TO WS-DTL-ACTION
             PERFORM 350-PRINT-STEP-LINE
             GO 300-RUN-EXIT
           END-IF.
           IF WS-STP-STATUS(WS-STP-IDX) = "COMPLETED"
                OR WS-STP-STATUS(WS-STP-IDX) = "EXCEPTIONS"
             ADD 1 TO WS-EARLIER-COUNT
             MOVE "DONE EARLIER" TO WS-DTL-ACTION
             PERFORM 350-PRINT-STEP-LINE
             GO 300-RUN-EXIT
           END-IF.
           MOVE SPACES TO WS-STEP-HELD.
           PERFORM 310-CHECK-DEPENDENCY
               VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > 5.
           IF WS-STEP-HELD = YES
             ADD 1 TO WS-HELD-COUNT
             MOVE "HELD" TO WS-STP-STATUS(WS-STP-IDX)
             PERFORM 380-UPDATE-JOBSTS
             MOVE "NOT RUN" TO WS-DTL-ACTION
             PERFORM 350-PRINT-STEP-LINE
             GO 300-RUN-EXIT
           END-IF.
           PERFORM 320-CALL-STEP.
           ADD 1 TO WS-RAN-COUNT.
           EVALUATE WS-STP-STATUS(WS-STP-IDX)
             WHEN "COMPLETED"
               ADD 1 TO WS-COMPLETED-COUNT
             WHEN "EXCEPTIONS"
               ADD 1 TO WS-EXCEPTION-COUNT
             WHEN OTHER
               ADD 1 TO WS-FAILED-COUNT
           END-EVALUATE.
           IF WS-CALL-FAILED = YES
             MOVE "CALL FAILED" TO WS-DTL-ACTION
           ELSE
             MOVE "RUN" TO WS-DTL-ACTION
           END-IF.
           PERFORM 350-PRINT-STEP-LINE.
       300-RUN-EXIT. EXIT.

       310-CHECK-DEPENDENCY.
           IF WS-STP-DEP(WS-STP-IDX, WS-DEP-IDX) NOT = ZEROS
             MOVE WS-STP-DEP(WS-STP-IDX, WS-DEP-IDX) TO WS-SRCH-SEQ
             MOVE SPACES TO WS-STEP-FOUND
             PERFORM 290-FIND-STEP
                 VARYING WS-FND-IDX FROM 1 BY 1
                 UNTIL WS-FND-IDX > WS-STEP-COUNT
             IF WS-DEP-ACTIVE NOT = "I"
                  AND WS-DEP-STATUS NOT = "COMPLETED"
                  AND WS-DEP-STATUS NOT = "EXCEPTIONS"
               MOVE YES TO WS-STEP-HELD
             END-IF
           END-IF.

       290-FIND-STEP.
           IF WS-STP-SEQ(WS-FND-IDX) = WS-SRCH-SEQ
             MOVE YES TO WS-STEP-FOUND
             MOVE WS-STP-STATUS(WS-FND-IDX) TO WS-DEP-STATUS
             MOVE WS-STP-ACTIVE(WS-FND-IDX) TO WS-DEP-ACTIVE
           END-IF.

      *    THE STEP IS MARKED "RUNNING" ON JOBSTS BEFORE IT IS CALLED
      *    SO A DRIVER THAT GOES DOWN WITH IT LEAVES A TRACE. EACH
      *    STEP PROGRAM RUNS IN ITS OWN ACTIVATION GROUP, SO ITS STOP
      *    RUN HANDS CONTROL BACK HERE. HOW IT ENDED IS THEN TAKEN
      *    FROM THE RUNLOG END ENTRY IT WROTE DURING THIS CALL.
       320-CALL-STEP.
           ACCEPT WS-STP-START-DATE(WS-STP-IDX) FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-STP-START-TIME(WS-STP-IDX).
           MOVE ZEROS TO WS-STP-END-DATE(WS-STP-IDX).
           MOVE ZEROS TO WS-STP-END-TIME(WS-STP-IDX).
           MOVE "RUNNING" TO WS-STP-STATUS(WS-STP-IDX).
           PERFORM 380-UPDATE-JOBSTS.

           MOVE WS-STP-PROGRAM(WS-STP-IDX) TO WS-CALL-PROGRAM.
           MOVE WS-STP-PARM(WS-STP-IDX)    TO WS-CALL-PARM.
           MOVE SPACES TO WS-CALL-FAILED.
           CALL WS-CALL-PROGRAM USING WS-CALL-PARM
               ON EXCEPTION
                   MOVE YES TO WS-CALL-FAILED
           END-CALL.
           IF WS-CALL-FAILED NOT = YES
             CANCEL WS-CALL-PROGRAM
           END-IF.

           MOVE ZEROS TO WS-STP-READ-COUNT(WS-STP-IDX).
           MOVE ZEROS TO WS-STP-WRITE-COUNT(WS-STP-IDX).
           MOVE ZEROS TO WS-STP-ERROR-COUNT(WS-STP-IDX).
           EVALUATE TRUE
             WHEN WS-CALL-FAILED = YES
               MOVE "ABENDED" TO WS-STP-STATUS(WS-STP-IDX)
             WHEN WS-STP-RUNLOG(WS-STP-IDX) = "N"
               MOVE "COMPLETED" TO WS-STP-STATUS(WS-STP-IDX)
             WHEN OTHER
               PERFORM 340-READ-STEP-RUNLOG
           END-EVALUATE.
           ACCEPT WS-STP-END-DATE(WS-STP-IDX) FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-STP-END-TIME(WS-STP-IDX).
           PERFORM 380-UPDATE-JOBSTS.

       330-PRINT-MESSAGE.
           IF WS-LINE-COUNT NOT < WS-MAX-LINES-PER-PAGE
             PERFORM 110-PRINT-HEADINGS
           END-IF.
           MOVE WS-MESSAGE-LINE TO FD-JOBPRN-RECORD.
           WRITE FD-JOBPRN-RECORD AFTER ADVANCING 2.
           ADD 2 TO WS-LINE-COUNT.

      *    A STEP THAT LOGGED ITS START BUT NO END ("ACTIVE"), OR
      *    NOTHING AT ALL, FELL OVER PART WAY AND COUNTS AS ABENDED.
       340-READ-STEP-RUNLOG.
           MOVE WS-STP-PROGRAM(WS-STP-IDX)    TO WS-SL-PROGRAM.
           MOVE "LAST"                        TO WS-SL-EVENT.
           MOVE WS-STP-START-DATE(WS-STP-IDX) TO WS-SL-FROM-DATE.
           MOVE WS-STP-START-TIME(WS-STP-IDX) TO WS-SL-FROM-TIME.
           CALL "RUNLOGWRT" USING WS-STEP-LOG-PARMS.
           CANCEL "RUNLOGWRT".
           EVALUATE WS-SL-STATUS
             WHEN "COMPLETED"
             WHEN "EXCEPTIONS"
             WHEN "HALTED"
             WHEN "CANCELLED"
             WHEN "ABENDED"
               MOVE WS-SL-STATUS TO WS-STP-STATUS(WS-STP-IDX)
             WHEN OTHER
               MOVE "ABENDED" TO WS-STP-STATUS(WS-STP-IDX)
           END-EVALUATE.
           MOVE WS-SL-READ-COUNT  TO WS-STP-READ-COUNT(WS-STP-IDX).
           MOVE WS-SL-WRITE-COUNT TO WS-STP-WRITE-COUNT(WS-STP-IDX).
           MOVE WS-SL-ERROR-COUNT TO WS-STP-ERROR-COUNT(WS-STP-IDX).

       350-PRINT-STEP-LINE.
           IF WS-LINE-COUNT NOT < WS-MAX-LINES-PER-PAGE
             PERFORM 110-PRINT-HEADINGS
           END-IF.
           MOVE WS-STP-SEQ(WS-STP-IDX)     TO WS-DTL-SEQ.
           MOVE WS-STP-PROGRAM(WS-STP-IDX) TO WS-DTL-PROGRAM.
           MOVE WS-STP-DESC(WS-STP-IDX)    TO WS-DTL-DESC.
           MOVE SPACES TO WS-DTL-DEPENDS.
           PERFORM 355-EDIT-ONE-DEPENDENCY
               VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > 5.
           IF WS-STP-ACTIVE(WS-STP-IDX) = "I"
             MOVE SPACES TO WS-DTL-STATUS
           ELSE
             MOVE WS-STP-STATUS(WS-STP-IDX) TO WS-DTL-STATUS
           END-IF.
           MOVE WS-STP-START-TIME(WS-STP-IDX)  TO WS-DTL-START.
           MOVE WS-STP-END-TIME(WS-STP-IDX)    TO WS-DTL-END.
           MOVE WS-STP-ERROR-COUNT(WS-STP-IDX) TO WS-DTL-ERRORS.
           MOVE WS-DETAIL-LINE TO FD-JOBPRN-RECORD.
           WRITE FD-JOBPRN-RECORD AFTER ADVANCING 1.
           ADD 1 TO WS-LINE-COUNT.

       355-EDIT-ONE-DEPENDENCY.
           IF WS-STP-DEP(WS-STP-IDX, WS-DEP-IDX) NOT = ZEROS
             MOVE WS-STP-DEP(WS-STP-IDX, WS-DEP-IDX)
                               TO WS-DTL-DEP(WS-DEP-IDX)
           END-IF.

       380-UPDATE-JOBSTS.
           MOVE LS-STREAM                      TO JT-STREAM.
           MOVE WS-STP-SEQ(WS-STP-IDX)         TO JT-STEP-SEQ.
           MOVE WS-STP-STATUS(WS-STP-IDX)      TO JT-STATUS.
           MOVE WS-STP-CYCLE-DATE(WS-STP-IDX)  TO JT-CYCLE-DATE.
           MOVE WS-STP-START-DATE(WS-STP-IDX)  TO JT-START-DATE.
           MOVE WS-STP-START-TIME(WS-STP-IDX)  TO JT-START-TIME.
           MOVE WS-STP-END-DATE(WS-STP-IDX)    TO JT-END-DATE.
           MOVE WS-STP-END-TIME(WS-STP-IDX)    TO JT-END-TIME.
           MOVE WS-STP-READ-COUNT(WS-STP-IDX)  TO JT-READ-COUNT.
           MOVE WS-STP-WRITE-COUNT(WS-STP-IDX) TO JT-WRITE-COUNT.
           MOVE WS-STP-ERROR-COUNT(WS-STP-IDX) TO JT-ERROR-COUNT.
           IF WS-STP-ON-FILE(WS-STP-IDX) = YES
             REWRITE JOBSTS-RECORD
                 INVALID KEY
                     DISPLAY "Unable to update JOBSTS file.."
             END-REWRITE
           ELSE
             WRITE JOBSTS-RECORD
                 INVALID KEY
                     DISPLAY "Unable to write JOBSTS file.."
                 NOT INVALID KEY
                     MOVE YES TO WS-STP-ON-FILE(WS-STP-IDX)
             END-WRITE
           END-IF.

       400-READ-JOBSTM.
           READ JOBSTM-FILE NEXT RECORD
               AT END
                   MOVE YES TO EOF-IND.
           IF EOF-IND NOT = YES
                AND JS-STREAM NOT = LS-STREAM
             MOVE YES TO EOF-IND
           END-IF.

       500-CLOSE-FILES.
           CLOSE JOBSTM-FILE.
           CLOSE JOBSTS-FILE.
           CLOSE JOBPRN.

      *    THE LAST LINE TELLS THE NIGHT SHIFT WHETHER THE CYCLE IS
      *    FINISHED OR WHERE THE NEXT START WILL PICK IT UP.
       600-PRINT-FOOTER.
           MOVE "STEPS RUN...................." TO WS-TOT-LITERAL.
           MOVE WS-RAN-COUNT TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO FD-JOBPRN-RECORD.
           WRITE FD-JOBPRN-RECORD AFTER ADVANCING 2.
           MOVE "  COMPLETED.................." TO WS-TOT-LITERAL.
           MOVE WS-COMPLETED-COUNT TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO FD-JOBPRN-RECORD.
           WRITE FD-JOBPRN-RECORD AFTER ADVANCING 1.
           MOVE "  ENDED WITH EXCEPTIONS......" TO WS-TOT-LITERAL.
           MOVE WS-EXCEPTION-COUNT TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO FD-JOBPRN-RECORD.
           WRITE FD-JOBPRN-RECORD AFTER ADVANCING 1.
           MOVE "  FAILED....................." TO WS-TOT-LITERAL.
           MOVE WS-FAILED-COUNT TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO FD-JOBPRN-RECORD.
           WRITE FD-JOBPRN-RECORD AFTER ADVANCING 1.
           MOVE "STEPS HELD..................." TO WS-TOT-LITERAL.
           MOVE WS-HELD-COUNT TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO FD-JOBPRN-RECORD.
           WRITE FD-JOBPRN-RECORD AFTER ADVANCING 1.
           MOVE "STEPS DONE IN AN EARLIER RUN." TO WS-TOT-LITERAL.
           MOVE WS-EARLIER-COUNT TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO FD-JOBPRN-RECORD.
           WRITE FD-JOBPRN-RECORD AFTER ADVANCING 1.
           MOVE "STEPS BYPASSED..............." TO WS-TOT-LITERAL.
           MOVE WS-BYPASSED-COUNT TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO FD-JOBPRN-RECORD.
           WRITE FD-JOBPRN-RECORD AFTER ADVANCING 1.
           IF WS-RUN-CANCELLED NOT = YES
             IF WS-FAILED-COUNT = ZEROS
                  AND WS-HELD-COUNT = ZEROS
               MOVE "STREAM CYCLE FINISHED - NEXT START BEGINS ANEW"
                                        TO WS-MSG-TEXT
             ELSE
               PERFORM 650-FIND-RESUME-STEP
               MOVE WS-RESUME-SEQ TO WS-MSG-SEQ
               MOVE SPACES TO WS-MSG-TEXT
               STRING "** STREAM NOT FINISHED - NEXT START RESUMES AT "
                      "STEP " WS-MSG-SEQ " **"
                      DELIMITED BY SIZE INTO WS-MSG-TEXT
             END-IF
             MOVE WS-MESSAGE-LINE TO FD-JOBPRN-RECORD
             WRITE FD-JOBPRN-RECORD AFTER ADVANCING 2
           END-IF.
           MOVE WS-FOOTER-LINE  TO FD-JOBPRN-RECORD.
           WRITE FD-JOBPRN-RECORD AFTER ADVANCING 2.

       610-LOG-RUN-START.
           MOVE "START"  TO WS-RL-EVENT.
           MOVE "ACTIVE" TO WS-RL-STATUS.
           MOVE ZEROS TO WS-RL-READ-COUNT.
           MOVE ZEROS TO WS-RL-WRITE-COUNT.
           MOVE ZEROS TO WS-RL-ERROR-COUNT.
           CALL "RUNLOGWRT" USING WS-RUNLOG-PARMS.
           CANCEL "RUNLOGWRT".

      *    A FAILED OR HELD STEP LEAVES THE CYCLE UNFINISHED, SO THE
      *    DRIVER ITSELF ENDS "HALTED"; STEPS THAT ONLY REPORTED
      *    EXCEPTIONS MAKE THE STREAM END "EXCEPTIONS".
       620-LOG-RUN-END.
           MOVE "END" TO WS-RL-EVENT.
           COMPUTE WS-RL-ERROR-COUNT = WS-FAILED-COUNT
                                     + WS-HELD-COUNT.
           EVALUATE TRUE
             WHEN WS-RUN-CANCELLED = YES
               MOVE "CANCELLED"  TO WS-RL-STATUS
             WHEN WS-RL-ERROR-COUNT > ZEROS
               MOVE "HALTED"     TO WS-RL-STATUS
             WHEN WS-EXCEPTION-COUNT > ZEROS
               MOVE "EXCEPTIONS" TO WS-RL-STATUS
             WHEN OTHER
               MOVE "COMPLETED"  TO WS-RL-STATUS
           END-EVALUATE.
           MOVE WS-STEP-COUNT TO WS-RL-READ-COUNT.
           MOVE WS-RAN-COUNT  TO WS-RL-WRITE-COUNT.
           CALL "RUNLOGWRT" USING WS-RUNLOG-PARMS.
           CANCEL "RUNLOGWRT".

       650-FIND-RESUME-STEP.
           MOVE ZEROS TO WS-RESUME-SEQ.
           PERFORM 655-CHECK-RESUME-STEP
               VARYING WS-STP-IDX FROM 1 BY 1
               UNTIL WS-STP-IDX > WS-STEP-COUNT
                  OR WS-RESUME-SEQ NOT = ZEROS.

       655-CHECK-RESUME-STEP.
           IF WS-STP-ACTIVE(WS-STP-IDX) NOT = "I"
                AND WS-STP-STATUS(WS-STP-IDX) NOT = "COMPLETED"
                AND WS-STP-STATUS(WS-STP-IDX) NOT = "EXCEPTIONS"
             MOVE WS-STP-SEQ(WS-STP-IDX) TO WS-RESUME-SEQ
           END-IF.
