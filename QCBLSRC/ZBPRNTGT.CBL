       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRNTGT.
       INSTALLATION.  DATABOROUGH INDIA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TRNHST-FILE
              ASSIGN TO DATABASE-TRNHST
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS SEQUENTIAL
              RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                     OF TRNHST-RECORD
              FILE STATUS  IS TRNHST-FILE-STATUS.

           SELECT SLSTGT-FILE
              ASSIGN TO DATABASE-SLSTGT
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS SEQUENTIAL
              RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                     OF SLSTGT-RECORD
              FILE STATUS  IS SLSTGT-FILE-STATUS.

           SELECT SLMEN-FILE
              ASSIGN TO DATABASE-SLMEN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY OF SLMEN-RECORD
                                     WITH DUPLICATES
              FILE STATUS  IS SLMEN-FILE-STATUS.

           SELECT TRNTYP-FILE
              ASSIGN TO DATABASE-TRNTYP
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                     OF TRNTYP-RECORD
              FILE STATUS  IS TRNTYP-FILE-STATUS.

           SELECT PERSTS-FILE
              ASSIGN TO DATABASE-PERSTS
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                     OF PERSTS-RECORD
              FILE STATUS  IS PERSTS-FILE-STATUS.

           SELECT TGTPRN
              ASSIGN TO PRINTER-QPRINT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  TRNHST-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRNHST-RECORD.
           COPY DDS-TRNHSTR      OF  TRNHST.

       FD  SLSTGT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SLSTGT-RECORD.
           COPY DDS-SLSTGTR      OF  SLSTGT.

       FD  SLMEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SLMEN-RECORD.
           COPY DDS-RSLMEN       OF  SLMEN.

       FD  TRNTYP-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRNTYP-RECORD.
           COPY DDS-TRNTYPR      OF  TRNTYP.

       FD  PERSTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  PERSTS-RECORD.
           COPY DDS-PERSTSR      OF  PERSTS.

       FD  TGTPRN
           LABEL RECORDS ARE OMITTED.
       01  FD-TGTPRN-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.

       01  PROGRAM-CONSTANTS.
           05  YES                                PIC X(3) VALUE "YES".

       01  FILE-STATUS                            PIC X(2).
       01  TRNHST-FILE-STATUS                     PIC X(2).
       01  SLSTGT-FILE-STATUS                     PIC X(2).
       01  SLMEN-FILE-STATUS                      PIC X(2).
       01  TRNTYP-FILE-STATUS                     PIC X(2).
       01  PERSTS-FILE-STATUS                     PIC X(2).

       01  WORK-FIELDS.
           05  EOF-IND                  PIC X(03) VALUE SPACES.
           05  WS-RUN-CANCELLED         PIC X(03) VALUE SPACES.
           05  WS-RUN-HALTED            PIC X(03) VALUE SPACES.
           05  WS-SUM-FOUND             PIC X(03) VALUE SPACES.
           05  RECORD-FOUND-PERSTS      PIC X(03) VALUE SPACES.
           05  RECORD-FOUND-SLMEN       PIC X(03) VALUE SPACES.
           05  RECORD-FOUND-TRNTYP      PIC X(03) VALUE SPACES.
           05  WS-IN-RANGE              PIC X(03) VALUE SPACES.
           05  WS-CUR-PERSON            PIC X(03) VALUE SPACES.
           05  WS-FIRST-GROUP           PIC X(03) VALUE SPACES.
           05  WS-PAGE-NO               PIC 9(05) VALUE ZEROS.
           05  WS-LINE-COUNT            PIC 9(03) VALUE ZEROS.
           05  WS-MAX-LINES-PER-PAGE    PIC 9(03) VALUE 060.
           05  WS-READ-COUNT            PIC 9(09) VALUE ZEROS.
           05  WS-TGT-READ-COUNT        PIC 9(09) VALUE ZEROS.
           05  WS-SLMN-COUNT            PIC 9(09) VALUE ZEROS.
           05  WS-UNDER-COUNT           PIC 9(09) VALUE ZEROS.
           05  WS-OPEN-PER-COUNT        PIC 9(09) VALUE ZEROS.
           05  WS-FLAG-PCT              PIC 9(03)V99 VALUE ZEROS.
           05  WS-SIGNED-AMOUNT         PIC S9(09)V99 VALUE ZEROS.
           05  WS-RUN-DATE.
               10  WS-RUN-YYYY             PIC 9(04).
               10  WS-RUN-MM               PIC 9(02).
               10  WS-RUN-DD               PIC 9(02).
           05  WS-RUN-DATE-N  REDEFINES WS-RUN-DATE
                                        PIC 9(08).

      *    THE YEAR TO DATE RUNS FROM PERIOD YY01 OF THE REPORTED
      *    PERIOD'S YEAR UP TO THE REPORTED PERIOD. EACH PERIOD IN
      *    THAT RANGE IS LOOKED UP ON PERSTS ONCE; ONE THAT IS NOT
      *    CLOSED IS LEFT OUT OF BOTH THE TARGET AND THE ACTUAL
      *    YEAR-TO-DATE FIGURES SO THEY STAY COMPARABLE.
       01  WS-PERIOD-FIELDS.
           05  WS-PER-XWE4NB            PIC 9(04) VALUE ZEROS.
           05  WS-PER-PARTS REDEFINES WS-PER-XWE4NB.
               10  WS-PER-YY            PIC 9(02).
               10  WS-PER-MM            PIC 9(02).
           05  WS-YTD-FROM-XWE4NB       PIC 9(04) VALUE ZEROS.
           05  WS-CHK-XWE4NB            PIC 9(04) VALUE ZEROS.
           05  WS-CHK-PARTS REDEFINES WS-CHK-XWE4NB.
               10  WS-CHK-YY            PIC 9(02).
               10  WS-CHK-MM            PIC 9(02).
           05  WS-CHK-SUB               PIC 9(02) VALUE ZEROS.
           05  WS-PER-CLOSED-TAB.
               10  WS-PER-CLOSED        PIC X(03) OCCURS 12 TIMES.

      *    FIGURES BY SALESMAN + TRANSACTION TYPE. A BLANK TYPE IS
      *    THE SALESMAN'S ALL-TYPES ENTRY: IT CARRIES THE BLANK-TYPE
      *    TARGET AND THE ACTUALS OF EVERY TYPE. A TYPED ENTRY
      *    CARRIES THAT TYPE'S TARGET AND ACTUALS. THE KEY COLLATES
      *    SALESMAN THEN TYPE, SO THE ALL-TYPES ENTRY COMES FIRST.
       01  WS-SUMMARY-TABLE.
           05  WS-SUM-COUNT             PIC 9(05) VALUE ZEROS.
           05  WS-MAX-SUM-RECS          PIC 9(05) VALUE 09999.
           05  WS-SUM-TAB  OCCURS 9999 TIMES
                           INDEXED BY WS-SUM-IDX.
               10  WS-SUM-KEY.
                   15  WS-SUM-PERSON    PIC X(03).
                   15  WS-SUM-XWTTYP    PIC X(02).
               10  WS-SUM-HAS-TGT       PIC X(01).
               10  WS-SUM-TGT-PER       PIC S9(09)V99.
               10  WS-SUM-TGT-YTD       PIC S9(09)V99.
               10  WS-SUM-ACT-PER       PIC S9(09)V99.
               10  WS-SUM-ACT-YTD       PIC S9(09)V99.
               10  WS-SUM-PRINTED       PIC X(01).
       01  WS-SRCH-KEY                  PIC X(05) VALUE SPACES.
       01  WS-LOW-KEY                   PIC X(05) VALUE SPACES.
       01  WS-LOW-FOUND                 PIC X(03) VALUE SPACES.
       01  WS-LOW-SUB                   PIC 9(05) VALUE ZEROS.
       01  WS-ADD-TGT-PER               PIC S9(09)V99 VALUE ZEROS.
       01  WS-ADD-TGT-YTD               PIC S9(09)V99 VALUE ZEROS.
       01  WS-ADD-ACT-PER               PIC S9(09)V99 VALUE ZEROS.
       01  WS-ADD-ACT-YTD               PIC S9(09)V99 VALUE ZEROS.
       01  WS-ADD-HAS-TGT               PIC X(01) VALUE SPACES.

      *    SALESMAN TOTALS. THE ALL-TYPES ENTRY IS HELD UNTIL THE
      *    SALESMAN BREAK; TYPED TARGETS ARE ADDED AS THEY PRINT.
      *    A BLANK-TYPE TARGET, WHEN THERE IS ONE, IS THE TARGET THE
      *    SALESMAN IS MEASURED ON AGAINST ALL SALES; OTHERWISE THE
      *    TYPED TARGETS ARE ADDED UP AND MEASURED AGAINST THE SALES
      *    OF THOSE TYPES ONLY.
       01  WS-SALESMAN-TOTALS.
           05  WS-ALL-HAS-TGT           PIC X(01) VALUE SPACES.
           05  WS-ALL-TGT-PER           PIC S9(09)V99 VALUE ZEROS.
           05  WS-ALL-TGT-YTD           PIC S9(09)V99 VALUE ZEROS.
           05  WS-ALL-ACT-PER           PIC S9(09)V99 VALUE ZEROS.
           05  WS-ALL-ACT-YTD           PIC S9(09)V99 VALUE ZEROS.
           05  WS-TYP-HAS-TGT           PIC X(01) VALUE SPACES.
           05  WS-TYP-TGT-PER           PIC S9(09)V99 VALUE ZEROS.
           05  WS-TYP-TGT-YTD           PIC S9(09)V99 VALUE ZEROS.
           05  WS-TYP-ACT-PER           PIC S9(09)V99 VALUE ZEROS.
           05  WS-TYP-ACT-YTD           PIC S9(09)V99 VALUE ZEROS.

       01  WS-GRAND-TOTALS.
           05  WS-GRAND-TGT-PER         PIC S9(09)V99 VALUE ZEROS.
           05  WS-GRAND-TGT-YTD         PIC S9(09)V99 VALUE ZEROS.
           05  WS-GRAND-ACT-PER         PIC S9(09)V99 VALUE ZEROS.
           05  WS-GRAND-ACT-YTD         PIC S9(09)V99 VALUE ZEROS.

      *    ONE LINE'S FIGURES, LOADED BEFORE 380-FORMAT-VARIANCE.
       01  WS-LINE-FIGURES.
           05  WS-LN-TGT-PER            PIC S9(09)V99 VALUE ZEROS.
           05  WS-LN-TGT-YTD            PIC S9(09)V99 VALUE ZEROS.
           05  WS-LN-ACT-PER            PIC S9(09)V99 VALUE ZEROS.
           05  WS-LN-ACT-YTD            PIC S9(09)V99 VALUE ZEROS.
           05  WS-LN-VAR-PER            PIC S9(09)V99 VALUE ZEROS.
           05  WS-LN-VAR-YTD            PIC S9(09)V99 VALUE ZEROS.
           05  WS-LN-PCT-PER            PIC S9(05)V9  VALUE ZEROS.
           05  WS-LN-PCT-YTD            PIC S9(05)V9  VALUE ZEROS.
           05  WS-LN-UNDER-PER          PIC X(03) VALUE SPACES.
           05  WS-LN-UNDER-YTD          PIC X(03) VALUE SPACES.

       01  WS-RUNLOG-PARMS.
           05  WS-RL-PROGRAM            PIC X(10) VALUE "PRNTGT".
           05  WS-RL-EVENT              PIC X(05) VALUE SPACES.
           05  WS-RL-STATUS             PIC X(10) VALUE SPACES.
           05  WS-RL-READ-COUNT         PIC 9(09) VALUE ZEROS.
           05  WS-RL-WRITE-COUNT        PIC 9(09) VALUE ZEROS.
           05  WS-RL-ERROR-COUNT        PIC 9(09) VALUE ZEROS.

       01  PRINT-LINES.
           05  WS-HEADING-LINE.
               10  FILLER            PIC X(15) VALUE SPACES.
               10  FILLER            PIC X(30) VALUE
               "SALES TARGET VARIANCE REPORT  ".
               10  FILLER            PIC X(09) VALUE " AS OF   ".
               10  WS-HEAD-MM        PIC 99.
               10  FILLER            PIC X(01) VALUE "/".
               10  WS-HEAD-DD        PIC 99.
               10  FILLER            PIC X(01) VALUE "/".
               10  WS-HEAD-YYYY      PIC 9999.
               10  FILLER            PIC X(09) VALUE SPACES.
               10  FILLER            PIC X(05) VALUE "PAGE ".
               10  WS-HEAD-PAGE-NO   PIC ZZZZ9.

           05  WS-PERIOD-LINE.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  FILLER            PIC X(08)  VALUE "PERIOD  ".
               10  WS-PER-HEAD-XWE4NB PIC 9(04).
               10  FILLER            PIC X(17)  VALUE
                   "   YEAR TO DATE  ".
               10  WS-PER-HEAD-FROM  PIC 9(04).
               10  FILLER            PIC X(04)  VALUE " TO ".
               10  WS-PER-HEAD-TO    PIC 9(04).
               10  FILLER            PIC X(22)  VALUE
                   "   FLAG WHEN UNDER BY ".
               10  WS-PER-HEAD-PCT   PIC ZZ9.99.
               10  FILLER            PIC X(01)  VALUE "%".

           05  WS-SALESMAN-LINE.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  FILLER            PIC X(10)  VALUE "SALESMAN  ".
               10  WS-SLM-PERSON     PIC X(03).
               10  FILLER            PIC X(03)  VALUE SPACES.
               10  WS-SLM-PNAME      PIC X(30).

           05  WS-COLUMN-HEADING-1.
               10  FILLER            PIC X(09)  VALUE SPACES.
               10  FILLER            PIC X(52)  VALUE
               "---------------------- PERIOD ----------------------".
               10  FILLER            PIC X(52)  VALUE
               "------------------- YEAR TO DATE -------------------".

           05  WS-COLUMN-HEADING-2.
               10  FILLER            PIC X(09)  VALUE " TYPE".
               10  FILLER            PIC X(52)  VALUE
               "        TARGET        ACTUAL      VARIANCE     VAR %".
               10  FILLER            PIC X(52)  VALUE
               "        TARGET        ACTUAL      VARIANCE     VAR %".
               10  FILLER            PIC X(10)  VALUE "  FLAG".

           05  WS-DETAIL-LINE.
               10  FILLER            PIC X(01)  VALUE SPACES.
               10  WS-DTL-LABEL      PIC X(08).
               10  WS-DTL-TGT-PER    PIC ZZ,ZZZ,ZZ9.99-.
               10  WS-DTL-ACT-PER    PIC ZZ,ZZZ,ZZ9.99-.
               10  WS-DTL-VAR-PER    PIC ZZ,ZZZ,ZZ9.99-.
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  WS-DTL-PCT-PER    PIC X(08).
               10  WS-DTL-TGT-YTD    PIC ZZ,ZZZ,ZZ9.99-.
               10  WS-DTL-ACT-YTD    PIC ZZ,ZZZ,ZZ9.99-.
               10  WS-DTL-VAR-YTD    PIC ZZ,ZZZ,ZZ9.99-.
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  WS-DTL-PCT-YTD    PIC X(08).
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  WS-DTL-FLAG       PIC X(16).

           05  WS-PCT-EDIT           PIC ZZZZ9.9-.

           05  WS-MESSAGE-LINE.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  WS-MSG-TEXT       PIC X(60).

           05  WS-COUNT-LINE.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  WS-CNT-LITERAL    PIC X(30).
               10  WS-CNT-VALUE      PIC ZZZ,ZZZ,ZZ9.

           05  WS-FOOTER-LINE.
               10  FILLER                         PIC X(40)  VALUE
               "  *******   END OF REPORT   *******   ".

       LINKAGE SECTION.
       01  LS-SELECT-PARMS.
           05  LS-XWE4NB                           PIC 9(04).
           05  LS-FLAG-PCT                         PIC 9(03)V99.

       PROCEDURE DIVISION USING LS-SELECT-PARMS.

       START-PROGRAM.
           PERFORM 100-INITIALIZATION.
           IF WS-RUN-CANCELLED NOT = YES
             PERFORM 200-SWEEP-TRNHST
           END-IF.
           IF WS-RUN-CANCELLED NOT = YES
                AND WS-RUN-HALTED NOT = YES
             PERFORM 250-LOAD-TARGETS
           END-IF.
           IF WS-RUN-CANCELLED NOT = YES
                AND WS-RUN-HALTED NOT = YES
             PERFORM 300-PRINT-VARIANCE
           END-IF.
           PERFORM 600-PRINT-FOOTER.
           PERFORM 620-LOG-RUN-END.
           PERFORM 500-CLOSE-FILES.
           STOP RUN.

      *    ACTUALS ARE ONLY COMPARED WHEN PERSTS SAYS THE PERIOD IS
      *    CLOSED, THE SAME RULE THE COMMISSION RUN APPLIES. A ZERO
      *    FLAG PERCENTAGE DEFAULTS TO 10%.
       100-INITIALIZATION.
           PERFORM 150-OPEN-FILES.
           PERFORM 610-LOG-RUN-START.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-MM   TO WS-HEAD-MM.
           MOVE WS-RUN-DD   TO WS-HEAD-DD.
           MOVE WS-RUN-YYYY TO WS-HEAD-YYYY.

           IF LS-FLAG-PCT = ZEROS
             MOVE 10 TO WS-FLAG-PCT
           ELSE
             MOVE LS-FLAG-PCT TO WS-FLAG-PCT
           END-IF.
           MOVE LS-XWE4NB TO WS-PER-XWE4NB.
           MOVE WS-PER-YY TO WS-CHK-YY.
           MOVE 01        TO WS-CHK-MM.
           MOVE WS-CHK-XWE4NB TO WS-YTD-FROM-XWE4NB.
           MOVE LS-XWE4NB          TO WS-PER-HEAD-XWE4NB.
           MOVE WS-YTD-FROM-XWE4NB TO WS-PER-HEAD-FROM.
           MOVE LS-XWE4NB          TO WS-PER-HEAD-TO.
           MOVE WS-FLAG-PCT        TO WS-PER-HEAD-PCT.

           PERFORM 110-PRINT-HEADINGS.

           IF WS-PER-MM < 01 OR WS-PER-MM > 12
             MOVE YES TO WS-RUN-CANCELLED
             MOVE "** RUN CANCELLED - PERIOD MUST BE YYMM **"
                                      TO WS-MSG-TEXT
             PERFORM 330-PRINT-MESSAGE
           ELSE
             PERFORM 120-CHECK-PERIOD
                 VARYING WS-CHK-SUB FROM 1 BY 1
                 UNTIL WS-CHK-SUB > WS-PER-MM
             IF WS-PER-CLOSED(WS-PER-MM) NOT = YES
               MOVE YES TO WS-RUN-CANCELLED
               MOVE "** RUN CANCELLED - PERIOD IS NOT CLOSED **"
                                        TO WS-MSG-TEXT
               PERFORM 330-PRINT-MESSAGE
             END-IF
           END-IF.

       110-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO TO WS-HEAD-PAGE-NO.
           MOVE WS-HEADING-LINE TO FD-TGTPRN-RECORD.
           WRITE FD-TGTPRN-RECORD AFTER ADVANCING PAGE.
           MOVE  SPACES  TO  FD-TGTPRN-RECORD.
           WRITE FD-TGTPRN-RECORD AFTER ADVANCING 1.
           MOVE WS-PERIOD-LINE TO FD-TGTPRN-RECORD.
           WRITE FD-TGTPRN-RECORD AFTER ADVANCING 1.
           MOVE  SPACES  TO  FD-TGTPRN-RECORD.
           WRITE FD-TGTPRN-RECORD AFTER ADVANCING 1.
           MOVE ZEROS TO WS-LINE-COUNT.

      *    AN EARLIER PERIOD OF THE YEAR THAT IS STILL OPEN (OR WAS
      *    REOPENED) IS NAMED ON THE REPORT AND LEFT OUT OF THE
      *    YEAR TO DATE.
       120-CHECK-PERIOD.
           MOVE WS-CHK-SUB TO WS-CHK-MM.
           MOVE WS-CHK-XWE4NB TO XWE4NB OF PERSTS-RECORD.
           MOVE YES TO RECORD-FOUND-PERSTS.
           READ PERSTS-FILE
                   INVALID KEY
                       MOVE SPACES TO RECORD-FOUND-PERSTS.
           IF RECORD-FOUND-PERSTS = YES
                AND PS-STATUS = "C"
             MOVE YES TO WS-PER-CLOSED(WS-CHK-SUB)
           ELSE
             MOVE SPACES TO WS-PER-CLOSED(WS-CHK-SUB)
             IF WS-CHK-SUB < WS-PER-MM
               ADD 1 TO WS-OPEN-PER-COUNT
               MOVE SPACES TO WS-MSG-TEXT
               STRING "** PERIOD " WS-CHK-XWE4NB
                      " NOT CLOSED - LEFT OUT OF YEAR TO DATE **"
                      DELIMITED BY SIZE INTO WS-MSG-TEXT
               PERFORM 330-PRINT-MESSAGE
             END-IF
           END-IF.

       150-OPEN-FILES.
           OPEN INPUT TRNHST-FILE.
           OPEN INPUT SLSTGT-FILE.
           OPEN INPUT SLMEN-FILE.
           OPEN INPUT TRNTYP-FILE.
           OPEN INPUT PERSTS-FILE.
           OPEN OUTPUT TGTPRN.

       200-SWEEP-TRNHST.
           MOVE SPACES TO EOF-IND.
           PERFORM 400-READ-TRNHST.
           PERFORM 210-ACCUM-TRNHST
               UNTIL EOF-IND = YES.

      *    ACTUALS ARE NETTED ON THE TYPE'S TTDRCR SIDE AS THE
      *    COMMISSION RUN NETS THEM. EACH LINE COUNTS TOWARDS ITS
      *    OWN TYPE AND THE SALESMAN'S ALL-TYPES ENTRY.
       210-ACCUM-TRNHST.
           MOVE XWE4NB OF TRNHST-RECORD TO WS-CHK-XWE4NB.
           PERFORM 220-CHECK-RANGE.
           IF WS-IN-RANGE = YES
             ADD 1 TO WS-READ-COUNT
             MOVE XWTTYP OF TRNHST-RECORD TO XWTTYP OF TRNTYP-RECORD
             MOVE YES TO RECORD-FOUND-TRNTYP
             READ TRNTYP-FILE
                     INVALID KEY
                         MOVE SPACES TO RECORD-FOUND-TRNTYP
             END-READ
             IF RECORD-FOUND-TRNTYP = YES
                  AND TTDRCR OF TRNTYP-RECORD = "C"
               COMPUTE WS-SIGNED-AMOUNT = 0 - XWAMNT OF TRNHST-RECORD
             ELSE
               MOVE XWAMNT OF TRNHST-RECORD TO WS-SIGNED-AMOUNT
             END-IF
             MOVE ZEROS  TO WS-ADD-TGT-PER WS-ADD-TGT-YTD
             MOVE SPACES TO WS-ADD-HAS-TGT
             MOVE WS-SIGNED-AMOUNT TO WS-ADD-ACT-YTD
             IF XWE4NB OF TRNHST-RECORD = LS-XWE4NB
               MOVE WS-SIGNED-AMOUNT TO WS-ADD-ACT-PER
             ELSE
               MOVE ZEROS TO WS-ADD-ACT-PER
             END-IF
             MOVE PERSON OF TRNHST-RECORD TO WS-SRCH-KEY(1:3)
             MOVE XWTTYP OF TRNHST-RECORD TO WS-SRCH-KEY(4:2)
             PERFORM 230-ACCUM-SUMMARY
             MOVE SPACES TO WS-SRCH-KEY(4:2)
             PERFORM 230-ACCUM-SUMMARY
           END-IF.
           PERFORM 400-READ-TRNHST.

      *    WS-CHK-XWE4NB IS SET BY THE CALLER. IN RANGE MEANS IN
      *    THE YEAR TO DATE AND IN A PERIOD THAT IS CLOSED.
       220-CHECK-RANGE.
           MOVE SPACES TO WS-IN-RANGE.
           IF WS-CHK-XWE4NB NOT < WS-YTD-FROM-XWE4NB
                AND WS-CHK-XWE4NB NOT > LS-XWE4NB
             IF WS-PER-CLOSED(WS-CHK-MM) = YES
               MOVE YES TO WS-IN-RANGE
             END-IF
           END-IF.

       230-ACCUM-SUMMARY.
           MOVE SPACES TO WS-SUM-FOUND.
           PERFORM 240-SEARCH-SUMMARY
               VARYING WS-SUM-IDX FROM 1 BY 1
               UNTIL WS-SUM-IDX > WS-SUM-COUNT
                  OR WS-SUM-FOUND = YES.
           IF WS-SUM-FOUND NOT = YES
             IF WS-SUM-COUNT < WS-MAX-SUM-RECS
               ADD 1 TO WS-SUM-COUNT
               SET WS-SUM-IDX TO WS-SUM-COUNT
               MOVE WS-SRCH-KEY    TO WS-SUM-KEY(WS-SUM-IDX)
               MOVE WS-ADD-HAS-TGT TO WS-SUM-HAS-TGT(WS-SUM-IDX)
               MOVE WS-ADD-TGT-PER TO WS-SUM-TGT-PER(WS-SUM-IDX)
               MOVE WS-ADD-TGT-YTD TO WS-SUM-TGT-YTD(WS-SUM-IDX)
               MOVE WS-ADD-ACT-PER TO WS-SUM-ACT-PER(WS-SUM-IDX)
               MOVE WS-ADD-ACT-YTD TO WS-SUM-ACT-YTD(WS-SUM-IDX)
               MOVE SPACE TO WS-SUM-PRINTED(WS-SUM-IDX)
             ELSE
               MOVE "** RUN HALTED - SUMMARY TABLE FULL **"
                                        TO WS-MSG-TEXT
               PERFORM 330-PRINT-MESSAGE
               MOVE YES TO WS-RUN-HALTED
               MOVE YES TO EOF-IND
             END-IF
           END-IF.

       240-SEARCH-SUMMARY.
           IF WS-SUM-KEY(WS-SUM-IDX) = WS-SRCH-KEY
             ADD WS-ADD-TGT-PER TO WS-SUM-TGT-PER(WS-SUM-IDX)
             ADD WS-ADD-TGT-YTD TO WS-SUM-TGT-YTD(WS-SUM-IDX)
             ADD WS-ADD-ACT-PER TO WS-SUM-ACT-PER(WS-SUM-IDX)
             ADD WS-ADD-ACT-YTD TO WS-SUM-ACT-YTD(WS-SUM-IDX)
             IF WS-ADD-HAS-TGT = "Y"
               MOVE "Y" TO WS-SUM-HAS-TGT(WS-SUM-IDX)
             END-IF
             MOVE YES TO WS-SUM-FOUND
           END-IF.

      *    TARGETS FOR THE SAME CLOSED PERIODS ARE ADDED TO THE
      *    ENTRY FOR THEIR OWN SALESMAN + TYPE.
       250-LOAD-TARGETS.
           MOVE SPACES TO EOF-IND.
           PERFORM 410-READ-SLSTGT.
           PERFORM 260-ACCUM-TARGET
               UNTIL EOF-IND = YES.

       260-ACCUM-TARGET.
           MOVE XWE4NB OF SLSTGT-RECORD TO WS-CHK-XWE4NB.
           PERFORM 220-CHECK-RANGE.
           IF WS-IN-RANGE = YES
             ADD 1 TO WS-TGT-READ-COUNT
             MOVE ZEROS TO WS-ADD-ACT-PER WS-ADD-ACT-YTD
             MOVE "Y"   TO WS-ADD-HAS-TGT
             MOVE TG-AMOUNT OF SLSTGT-RECORD TO WS-ADD-TGT-YTD
             IF XWE4NB OF SLSTGT-RECORD = LS-XWE4NB
               MOVE TG-AMOUNT OF SLSTGT-RECORD TO WS-ADD-TGT-PER
             ELSE
               MOVE ZEROS TO WS-ADD-TGT-PER
             END-IF
             MOVE PERSON OF SLSTGT-RECORD TO WS-SRCH-KEY(1:3)
             MOVE XWTTYP OF SLSTGT-RECORD TO WS-SRCH-KEY(4:2)
             PERFORM 230-ACCUM-SUMMARY
           END-IF.
           PERFORM 410-READ-SLSTGT.

      *    THE TABLE IS NOT BUILT IN KEY ORDER, SO EACH PASS PULLS
      *    THE LOWEST UNPRINTED KEY UNTIL NONE REMAIN.
       300-PRINT-VARIANCE.
           MOVE SPACES TO WS-CUR-PERSON.
           MOVE SPACES TO WS-FIRST-GROUP.
           MOVE SPACES TO WS-LOW-FOUND.
           PERFORM 310-PRINT-LOW-ENTRY
               UNTIL WS-LOW-FOUND = "END".
           IF WS-FIRST-GROUP = YES
             PERFORM 340-SALESMAN-BREAK
           END-IF.

       310-PRINT-LOW-ENTRY.
           MOVE SPACES TO WS-LOW-FOUND.
           MOVE HIGH-VALUES TO WS-LOW-KEY.
           MOVE ZEROS TO WS-LOW-SUB.
           PERFORM 315-SCAN-LOW-ENTRY
               VARYING WS-SUM-IDX FROM 1 BY 1
               UNTIL WS-SUM-IDX > WS-SUM-COUNT.
           IF WS-LOW-SUB = ZEROS
             MOVE "END" TO WS-LOW-FOUND
           ELSE
             SET WS-SUM-IDX TO WS-LOW-SUB
             MOVE YES TO WS-SUM-PRINTED(WS-SUM-IDX)
             PERFORM 320-PRINT-SUMMARY-ENTRY
           END-IF.

       315-SCAN-LOW-ENTRY.
           IF WS-SUM-PRINTED(WS-SUM-IDX) NOT = "Y"
                AND WS-SUM-KEY(WS-SUM-IDX) < WS-LOW-KEY
             MOVE WS-SUM-KEY(WS-SUM-IDX) TO WS-LOW-KEY
             SET WS-LOW-SUB TO WS-SUM-IDX
           END-IF.

      *    THE ALL-TYPES ENTRY IS HELD FOR THE SALESMAN BREAK. A
      *    TYPED ENTRY PRINTS ONLY WHEN IT HAS A TARGET - TYPES SOLD
      *    WITHOUT ONE ARE ALREADY IN THE ALL-TYPES ACTUALS.
       320-PRINT-SUMMARY-ENTRY.
           IF WS-FIRST-GROUP = YES
                AND WS-SUM-PERSON(WS-SUM-IDX) NOT = WS-CUR-PERSON
             PERFORM 340-SALESMAN-BREAK
           END-IF.
           IF WS-SUM-PERSON(WS-SUM-IDX) NOT = WS-CUR-PERSON
             PERFORM 360-PRINT-SALESMAN-HEADING
           END-IF.
           MOVE WS-SUM-PERSON(WS-SUM-IDX) TO WS-CUR-PERSON.
           MOVE YES TO WS-FIRST-GROUP.
           IF WS-SUM-XWTTYP(WS-SUM-IDX) = SPACES
             MOVE WS-SUM-HAS-TGT(WS-SUM-IDX) TO WS-ALL-HAS-TGT
             MOVE WS-SUM-TGT-PER(WS-SUM-IDX) TO WS-ALL-TGT-PER
             MOVE WS-SUM-TGT-YTD(WS-SUM-IDX) TO WS-ALL-TGT-YTD
             MOVE WS-SUM-ACT-PER(WS-SUM-IDX) TO WS-ALL-ACT-PER
             MOVE WS-SUM-ACT-YTD(WS-SUM-IDX) TO WS-ALL-ACT-YTD
           ELSE
             IF WS-SUM-HAS-TGT(WS-SUM-IDX) = "Y"
               MOVE "Y" TO WS-TYP-HAS-TGT
               ADD WS-SUM-TGT-PER(WS-SUM-IDX) TO WS-TYP-TGT-PER
               ADD WS-SUM-TGT-YTD(WS-SUM-IDX) TO WS-TYP-TGT-YTD
               ADD WS-SUM-ACT-PER(WS-SUM-IDX) TO WS-TYP-ACT-PER
               ADD WS-SUM-ACT-YTD(WS-SUM-IDX) TO WS-TYP-ACT-YTD
               MOVE WS-SUM-TGT-PER(WS-SUM-IDX) TO WS-LN-TGT-PER
               MOVE WS-SUM-TGT-YTD(WS-SUM-IDX) TO WS-LN-TGT-YTD
               MOVE WS-SUM-ACT-PER(WS-SUM-IDX) TO WS-LN-ACT-PER
               MOVE WS-SUM-ACT-YTD(WS-SUM-IDX) TO WS-LN-ACT-YTD
               PERFORM 380-FORMAT-VARIANCE
               MOVE SPACES TO WS-DTL-LABEL
               MOVE WS-SUM-XWTTYP(WS-SUM-IDX) TO WS-DTL-LABEL(2:2)
               MOVE SPACES TO WS-DTL-FLAG
               PERFORM 350-PRINT-DETAIL-LINE
             END-IF
           END-IF.

      *    THE SALESMAN LINE IS THE ONE THE UNDER-TARGET FLAG IS
      *    RAISED ON. A SALESMAN WITH SALES BUT NO TARGET AT ALL
      *    STILL PRINTS, MARKED, SO THE COMPANY ACTUAL IS COMPLETE.
       340-SALESMAN-BREAK.
           EVALUATE TRUE
             WHEN WS-ALL-HAS-TGT = "Y"
               MOVE WS-ALL-TGT-PER TO WS-LN-TGT-PER
               MOVE WS-ALL-TGT-YTD TO WS-LN-TGT-YTD
               MOVE WS-ALL-ACT-PER TO WS-LN-ACT-PER
               MOVE WS-ALL-ACT-YTD TO WS-LN-ACT-YTD
             WHEN WS-TYP-HAS-TGT = "Y"
               MOVE WS-TYP-TGT-PER TO WS-LN-TGT-PER
               MOVE WS-TYP-TGT-YTD TO WS-LN-TGT-YTD
               MOVE WS-TYP-ACT-PER TO WS-LN-ACT-PER
               MOVE WS-TYP-ACT-YTD TO WS-LN-ACT-YTD
             WHEN OTHER
               MOVE ZEROS          TO WS-LN-TGT-PER
               MOVE ZEROS          TO WS-LN-TGT-YTD
               MOVE WS-ALL-ACT-PER TO WS-LN-ACT-PER
               MOVE WS-ALL-ACT-YTD TO WS-LN-ACT-YTD
           END-EVALUATE.
           PERFORM 380-FORMAT-VARIANCE.
           MOVE "TOTAL" TO WS-DTL-LABEL.
           EVALUATE TRUE
             WHEN WS-ALL-HAS-TGT NOT = "Y"
                  AND WS-TYP-HAS-TGT NOT = "Y"
               MOVE "NO TARGET"       TO WS-DTL-FLAG
             WHEN WS-LN-UNDER-PER = YES AND WS-LN-UNDER-YTD = YES
               MOVE "** UNDER PER+YTD" TO WS-DTL-FLAG
             WHEN WS-LN-UNDER-PER = YES
               MOVE "** UNDER PERIOD" TO WS-DTL-FLAG
             WHEN WS-LN-UNDER-YTD = YES
               MOVE "** UNDER YTD"    TO WS-DTL-FLAG
             WHEN OTHER
               MOVE SPACES            TO WS-DTL-FLAG
           END-EVALUATE.
           IF WS-LN-UNDER-PER = YES OR WS-LN-UNDER-YTD = YES
             ADD 1 TO WS-UNDER-COUNT
           END-IF.
           ADD 1 TO WS-SLMN-COUNT.
           PERFORM 350-PRINT-DETAIL-LINE.
           ADD WS-LN-TGT-PER TO WS-GRAND-TGT-PER.
           ADD WS-LN-TGT-YTD TO WS-GRAND-TGT-YTD.
           ADD WS-LN-ACT-PER TO WS-GRAND-ACT-PER.
           ADD WS-LN-ACT-YTD TO WS-GRAND-ACT-YTD.
           INITIALIZE WS-SALESMAN-TOTALS
              REPLACING NUMERIC BY ZEROS ALPHANUMERIC BY SPACES.

       350-PRINT-DETAIL-LINE.
           IF WS-LINE-COUNT NOT < WS-MAX-LINES-PER-PAGE
             PERFORM 110-PRINT-HEADINGS
             PERFORM 365-PRINT-COLUMN-HEADINGS
           END-IF.
           MOVE WS-DETAIL-LINE TO FD-TGTPRN-RECORD.
           WRITE FD-TGTPRN-RECORD AFTER ADVANCING 1.
           ADD 1 TO WS-LINE-COUNT.

       360-PRINT-SALESMAN-HEADING.
           MOVE WS-SUM-PERSON(WS-SUM-IDX) TO WS-SLM-PERSON.
           MOVE WS-SUM-PERSON(WS-SUM-IDX) TO PERSON OF SLMEN-RECORD.
           MOVE YES TO RECORD-FOUND-SLMEN.
           READ SLMEN-FILE
                   INVALID KEY
                       MOVE SPACES TO RECORD-FOUND-SLMEN.
           IF RECORD-FOUND-SLMEN = YES
             MOVE PNAME OF SLMEN-RECORD TO WS-SLM-PNAME
           ELSE
             MOVE ALL "-" TO WS-SLM-PNAME
           END-IF.
           IF WS-LINE-COUNT NOT < WS-MAX-LINES-PER-PAGE - 4
             PERFORM 110-PRINT-HEADINGS
           END-IF.
           MOVE SPACES TO FD-TGTPRN-RECORD.
           WRITE FD-TGTPRN-RECORD AFTER ADVANCING 1.
           MOVE WS-SALESMAN-LINE TO FD-TGTPRN-RECORD.
           WRITE FD-TGTPRN-RECORD AFTER ADVANCING 1.
           ADD 2 TO WS-LINE-COUNT.
           PERFORM 365-PRINT-COLUMN-HEADINGS.

       365-PRINT-COLUMN-HEADINGS.
           MOVE WS-COLUMN-HEADING-1 TO FD-TGTPRN-RECORD.
           WRITE FD-TGTPRN-RECORD AFTER ADVANCING 1.
           MOVE WS-COLUMN-HEADING-2 TO FD-TGTPRN-RECORD.
           WRITE FD-TGTPRN-RECORD AFTER ADVANCING 1.
           ADD 2 TO WS-LINE-COUNT.

      *    VARIANCE IS ACTUAL LESS TARGET, SO A SHORTFALL IS
      *    NEGATIVE. THE PERCENTAGE IS OF THE TARGET AND IS LEFT
      *    BLANK WHERE THE TARGET IS ZERO. A SHORTFALL OF MORE THAN
      *    THE FLAG PERCENTAGE MARKS THE LINE UNDER TARGET.
       380-FORMAT-VARIANCE.
           COMPUTE WS-LN-VAR-PER = WS-LN-ACT-PER - WS-LN-TGT-PER.
           COMPUTE WS-LN-VAR-YTD = WS-LN-ACT-YTD - WS-LN-TGT-YTD.
           MOVE SPACES TO WS-LN-UNDER-PER WS-LN-UNDER-YTD.
           MOVE SPACES TO WS-DTL-PCT-PER WS-DTL-PCT-YTD.
           IF WS-LN-TGT-PER > ZEROS
             COMPUTE WS-LN-PCT-PER ROUNDED =
                     (WS-LN-VAR-PER * 100) / WS-LN-TGT-PER
                 ON SIZE ERROR
                     MOVE 99999.9 TO WS-LN-PCT-PER
             END-COMPUTE
             MOVE WS-LN-PCT-PER TO WS-PCT-EDIT
             MOVE WS-PCT-EDIT   TO WS-DTL-PCT-PER
             IF WS-LN-PCT-PER < ZEROS
                  AND (0 - WS-LN-PCT-PER) > WS-FLAG-PCT
               MOVE YES TO WS-LN-UNDER-PER
             END-IF
           END-IF.
           IF WS-LN-TGT-YTD > ZEROS
             COMPUTE WS-LN-PCT-YTD ROUNDED =
                     (WS-LN-VAR-YTD * 100) / WS-LN-TGT-YTD
                 ON SIZE ERROR
                     MOVE 99999.9 TO WS-LN-PCT-YTD
             END-COMPUTE
             MOVE WS-LN-PCT-YTD TO WS-PCT-EDIT
             MOVE WS-PCT-EDIT   TO WS-DTL-PCT-YTD
             IF WS-LN-PCT-YTD < ZEROS
                  AND (0 - WS-LN-PCT-YTD) > WS-FLAG-PCT
               MOVE YES TO WS-LN-UNDER-YTD
             END-IF
           END-IF.
           MOVE WS-LN-TGT-PER TO WS-DTL-TGT-PER.
           MOVE WS-LN-ACT-PER TO WS-DTL-ACT-PER.
           MOVE WS-LN-VAR-PER TO WS-DTL-VAR-PER.
           MOVE WS-LN-TGT-YTD TO WS-DTL-TGT-YTD.
           MOVE WS-LN-ACT-YTD TO WS-DTL-ACT-YTD.
           MOVE WS-LN-VAR-YTD TO WS-DTL-VAR-YTD.

       330-PRINT-MESSAGE.
           IF WS-LINE-COUNT NOT < WS-MAX-LINES-PER-PAGE
             PERFORM 110-PRINT-HEADINGS
           END-IF.
           MOVE WS-MESSAGE-LINE TO FD-TGTPRN-RECORD.
           WRITE FD-TGTPRN-RECORD AFTER ADVANCING 2.
           ADD 2 TO WS-LINE-COUNT.

       400-READ-TRNHST.
           READ TRNHST-FILE NEXT RECORD
               AT END
                   MOVE YES TO EOF-IND.

       410-READ-SLSTGT.
           READ SLSTGT-FILE NEXT RECORD
               AT END
                   MOVE YES TO EOF-IND.

       500-CLOSE-FILES.
           CLOSE TRNHST-FILE.
           CLOSE SLSTGT-FILE.
           CLOSE SLMEN-FILE.
           CLOSE TRNTYP-FILE.
           CLOSE PERSTS-FILE.
           CLOSE TGTPRN.

      *    THE COMPANY TOTAL IS THE SUM OF THE SALESMAN LINES.
       600-PRINT-FOOTER.
           IF WS-RUN-CANCELLED NOT = YES
                AND WS-RUN-HALTED NOT = YES
             MOVE WS-GRAND-TGT-PER TO WS-LN-TGT-PER
             MOVE WS-GRAND-TGT-YTD TO WS-LN-TGT-YTD
             MOVE WS-GRAND-ACT-PER TO WS-LN-ACT-PER
             MOVE WS-GRAND-ACT-YTD TO WS-LN-ACT-YTD
             PERFORM 380-FORMAT-VARIANCE
             MOVE "COMPANY" TO WS-DTL-LABEL
             MOVE SPACES    TO WS-DTL-FLAG
             MOVE WS-DETAIL-LINE TO FD-TGTPRN-RECORD
             WRITE FD-TGTPRN-RECORD AFTER ADVANCING 2
             MOVE "SALESMEN REPORTED............" TO WS-CNT-LITERAL
             MOVE WS-SLMN-COUNT TO WS-CNT-VALUE
             MOVE WS-COUNT-LINE TO FD-TGTPRN-RECORD
             WRITE FD-TGTPRN-RECORD AFTER ADVANCING 2
             MOVE "SALESMEN UNDER TARGET........" TO WS-CNT-LITERAL
             MOVE WS-UNDER-COUNT TO WS-CNT-VALUE
             MOVE WS-COUNT-LINE TO FD-TGTPRN-RECORD
             WRITE FD-TGTPRN-RECORD AFTER ADVANCING 1
           END-IF.
           MOVE WS-FOOTER-LINE  TO FD-TGTPRN-RECORD.
           WRITE FD-TGTPRN-RECORD AFTER ADVANCING 2.

       610-LOG-RUN-START.
           MOVE "START"  TO WS-RL-EVENT.
           MOVE "ACTIVE" TO WS-RL-STATUS.
           MOVE ZEROS TO WS-RL-READ-COUNT.
           MOVE ZEROS TO WS-RL-WRITE-COUNT.
           MOVE ZEROS TO WS-RL-ERROR-COUNT.
           CALL "RUNLOGWRT" USING WS-RUNLOG-PARMS.
           CANCEL "RUNLOGWRT".

      *    A YEAR TO DATE THAT HAD TO LEAVE OUT AN OPEN PERIOD ENDS
      *    THE RUN "EXCEPTIONS" SO THE FIGURES ARE NOT TAKEN AS THE
      *    FULL YEAR.
       620-LOG-RUN-END.
           MOVE "END" TO WS-RL-EVENT.
           EVALUATE TRUE
             WHEN WS-RUN-CANCELLED = YES
               MOVE "CANCELLED"  TO WS-RL-STATUS
             WHEN WS-RUN-HALTED = YES
               MOVE "HALTED"     TO WS-RL-STATUS
             WHEN WS-OPEN-PER-COUNT > ZEROS
               MOVE "EXCEPTIONS" TO WS-RL-STATUS
             WHEN OTHER
               MOVE "COMPLETED"  TO WS-RL-STATUS
           END-EVALUATE.
           COMPUTE WS-RL-READ-COUNT = WS-READ-COUNT
                                    + WS-TGT-READ-COUNT.
           MOVE WS-SLMN-COUNT      TO WS-RL-WRITE-COUNT.
           MOVE WS-OPEN-PER-COUNT  TO WS-RL-ERROR-COUNT.
           CALL "RUNLOGWRT" USING WS-RUNLOG-PARMS.
           CANCEL "RUNLOGWRT".
