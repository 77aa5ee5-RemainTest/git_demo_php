       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRNTAX.
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

           SELECT TAXPRN
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

       FD  TRNTYP-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRNTYP-RECORD.
           COPY DDS-TRNTYPR      OF  TRNTYP.

       FD  PERSTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  PERSTS-RECORD.
           COPY DDS-PERSTSR      OF  PERSTS.

       FD  TAXPRN
           LABEL RECORDS ARE OMITTED.
       01  FD-TAXPRN-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.

       01  PROGRAM-CONSTANTS.
           05  YES                                PIC X(3) VALUE "YES".

       01  FILE-STATUS                            PIC X(2).
       01  TRNHST-FILE-STATUS                     PIC X(2).
       01  TRNTYP-FILE-STATUS                     PIC X(2).
       01  PERSTS-FILE-STATUS                     PIC X(2).

       01  WORK-FIELDS.
           05  EOF-IND                  PIC X(03) VALUE SPACES.
           05  WS-RUN-CANCELLED         PIC X(03) VALUE SPACES.
           05  WS-RUN-HALTED            PIC X(03) VALUE SPACES.
           05  WS-SUM-FOUND             PIC X(03) VALUE SPACES.
           05  RECORD-FOUND-PERSTS      PIC X(03) VALUE SPACES.
           05  RECORD-FOUND-TRNTYP      PIC X(03) VALUE SPACES.
           05  WS-PAGE-NO               PIC 9(05) VALUE ZEROS.
           05  WS-LINE-COUNT            PIC 9(03) VALUE ZEROS.
           05  WS-MAX-LINES-PER-PAGE    PIC 9(03) VALUE 060.
           05  WS-READ-COUNT            PIC 9(09) VALUE ZEROS.
           05  WS-PRINT-COUNT           PIC 9(09) VALUE ZEROS.
           05  WS-SIGNED-AMOUNT         PIC S9(09)V99 VALUE ZEROS.
           05  WS-SIGNED-TAX            PIC S9(09)V99 VALUE ZEROS.
           05  WS-GRAND-COUNT           PIC 9(09) VALUE ZEROS.
           05  WS-GRAND-TAXABLE         PIC S9(09)V99 VALUE ZEROS.
           05  WS-GRAND-EXEMPT          PIC S9(09)V99 VALUE ZEROS.
           05  WS-GRAND-TAX             PIC S9(09)V99 VALUE ZEROS.
           05  WS-RUN-DATE.
               10  WS-RUN-YYYY             PIC 9(04).
               10  WS-RUN-MM               PIC 9(02).
               10  WS-RUN-DD               PIC 9(02).

      *    PERIOD TOTALS BY TAX CODE. A BLANK CODE COLLECTS THE SALES
      *    BOOKED UNDER TYPES THAT CARRY NO TAX. THE TABLE IS PRINTED
      *    IN CODE ORDER BY REPEATED LOW-KEY SCANS.
       01  WS-SUMMARY-TABLE.
           05  WS-SUM-COUNT             PIC 9(05) VALUE ZEROS.
           05  WS-MAX-SUM-RECS          PIC 9(05) VALUE 00999.
           05  WS-SUM-TAB  OCCURS 999 TIMES
                           INDEXED BY WS-SUM-IDX.
               10  WS-SUM-KEY.
                   15  WS-SUM-XWTXCD    PIC X(02).
               10  WS-SUM-TRN-COUNT     PIC 9(09).
               10  WS-SUM-TAXABLE       PIC S9(09)V99.
               10  WS-SUM-EXEMPT        PIC S9(09)V99.
               10  WS-SUM-TAX           PIC S9(09)V99.
               10  WS-SUM-PRINTED       PIC X(01).
       01  WS-SRCH-KEY                  PIC X(02) VALUE SPACES.
       01  WS-LOW-KEY                   PIC X(02) VALUE SPACES.
       01  WS-LOW-FOUND                 PIC X(03) VALUE SPACES.
       01  WS-LOW-SUB                   PIC 9(05) VALUE ZEROS.

       01  WS-RUNLOG-PARMS.
           05  WS-RL-PROGRAM            PIC X(10) VALUE "PRNTAX".
           05  WS-RL-EVENT              PIC X(05) VALUE SPACES.
           05  WS-RL-STATUS             PIC X(10) VALUE SPACES.
           05  WS-RL-READ-COUNT         PIC 9(09) VALUE ZEROS.
           05  WS-RL-WRITE-COUNT        PIC 9(09) VALUE ZEROS.
           05  WS-RL-ERROR-COUNT        PIC 9(09) VALUE ZEROS.

       01  PRINT-LINES.
           05  WS-HEADING-LINE.
               10  FILLER            PIC X(15) VALUE SPACES.
               10  FILLER            PIC X(30) VALUE
               "SALES TAX BY TAX CODE         ".
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
               10  WS-PER-XWE4NB     PIC 9(04).

           05  WS-COLUMN-HEADING.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  FILLER            PIC X(08)  VALUE "TAX CODE".
               10  FILLER            PIC X(09)  VALUE SPACES.
               10  FILLER            PIC X(05)  VALUE "COUNT".
               10  FILLER            PIC X(06)  VALUE SPACES.
               10  FILLER            PIC X(13)  VALUE "TAXABLE SALES".
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  FILLER            PIC X(12)  VALUE "EXEMPT SALES".
               10  FILLER            PIC X(04)  VALUE SPACES.
               10  FILLER            PIC X(13)  VALUE "TAX COLLECTED".

           05  WS-DETAIL-LINE.
               10  FILLER            PIC X(08)  VALUE SPACES.
               10  WS-DTL-XWTXCD     PIC X(04).
               10  FILLER            PIC X(08)  VALUE SPACES.
               10  WS-DTL-COUNT      PIC ZZZ,ZZZ,ZZ9.
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  WS-DTL-TAXABLE    PIC Z,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  WS-DTL-EXEMPT     PIC Z,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  WS-DTL-TAX        PIC Z,ZZZ,ZZZ,ZZ9.99-.

           05  WS-TOTAL-LINE.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  WS-TOT-LITERAL    PIC X(15).
               10  WS-TOT-COUNT      PIC ZZZ,ZZZ,ZZ9.
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  WS-TOT-TAXABLE    PIC Z,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  WS-TOT-EXEMPT     PIC Z,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  WS-TOT-TAX        PIC Z,ZZZ,ZZZ,ZZ9.99-.

           05  WS-MESSAGE-LINE.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  WS-MSG-TEXT       PIC X(60).

           05  WS-FOOTER-LINE.
               10  FILLER                         PIC X(40)  VALUE
               "  *******   END OF REPORT   *******   ".

       LINKAGE SECTION.
       01  LS-SELECT-PARMS.
           05  LS-XWE4NB                           PIC 9(04).

       PROCEDURE DIVISION USING LS-SELECT-PARMS.

       START-PROGRAM.
           PERFORM 100-INITIALIZATION.
           IF WS-RUN-CANCELLED NOT = YES
             PERFORM 200-SWEEP-TRNHST
             IF WS-RUN-HALTED NOT = YES
               PERFORM 300-PRINT-SUMMARY
             END-IF
           END-IF.
           PERFORM 600-PRINT-FOOTER.
           PERFORM 620-LOG-RUN-END.
           PERFORM 500-CLOSE-FILES.
           STOP RUN.

      *    TAX IS ONLY REPORTED FOR A PERIOD PERSTS SAYS IS CLOSED,
      *    SO THE FIGURES SENT TO THE TAX AUTHORITY CANNOT MOVE ONCE
      *    THE RETURN IS MADE. AN OPEN PERIOD CANCELS THE RUN.
       100-INITIALIZATION.
           PERFORM 150-OPEN-FILES.
           PERFORM 610-LOG-RUN-START.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-MM   TO WS-HEAD-MM.
           MOVE WS-RUN-DD   TO WS-HEAD-DD.
           MOVE WS-RUN-YYYY TO WS-HEAD-YYYY.
           MOVE LS-XWE4NB   TO WS-PER-XWE4NB.

           PERFORM 110-PRINT-HEADINGS.

           MOVE LS-XWE4NB TO XWE4NB OF PERSTS-RECORD.
           MOVE YES TO RECORD-FOUND-PERSTS.
           READ PERSTS-FILE
                   INVALID KEY
                       MOVE SPACES TO RECORD-FOUND-PERSTS.
           IF RECORD-FOUND-PERSTS NOT = YES
                OR PS-STATUS NOT = "C"
             MOVE YES TO WS-RUN-CANCELLED
             MOVE "** RUN CANCELLED - PERIOD IS NOT CLOSED **"
                                      TO WS-MSG-TEXT
             PERFORM 330-PRINT-MESSAGE
           END-IF.

       110-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO TO WS-HEAD-PAGE-NO.
           MOVE WS-HEADING-LINE TO FD-TAXPRN-RECORD.
           WRITE FD-TAXPRN-RECORD AFTER ADVANCING PAGE.
           MOVE  SPACES  TO  FD-TAXPRN-RECORD.
           WRITE FD-TAXPRN-RECORD AFTER ADVANCING 1.
           MOVE WS-PERIOD-LINE TO FD-TAXPRN-RECORD.
           WRITE FD-TAXPRN-RECORD AFTER ADVANCING 1.
           MOVE  SPACES  TO  FD-TAXPRN-RECORD.
           WRITE FD-TAXPRN-RECORD AFTER ADVANCING 1.
           MOVE WS-COLUMN-HEADING TO FD-TAXPRN-RECORD.
           WRITE FD-TAXPRN-RECORD AFTER ADVANCING 1.
           MOVE ZEROS TO WS-LINE-COUNT.

       150-OPEN-FILES.
           OPEN INPUT TRNHST-FILE.
           OPEN INPUT TRNTYP-FILE.
           OPEN INPUT PERSTS-FILE.
           OPEN OUTPUT TAXPRN.

       200-SWEEP-TRNHST.
           MOVE SPACES TO EOF-IND.
           PERFORM 400-READ-TRNHST.
           PERFORM 210-ACCUM-TRNHST
               UNTIL EOF-IND = YES.

       210-ACCUM-TRNHST.
           IF XWE4NB OF TRNHST-RECORD = LS-XWE4NB
             ADD 1 TO WS-READ-COUNT
             PERFORM 230-ACCUM-SUMMARY THRU 230-ACCUM-EXIT
           END-IF.
           PERFORM 400-READ-TRNHST.

      *    AMOUNTS ARE NETTED ON THE TYPE'S TTDRCR SIDE, SO A CREDIT
      *    NOTE RAISED UNDER A TAX CODE REDUCES THE SALES AND THE TAX
      *    OF THAT CODE. A CREDIT TYPE WITH NO TAX CODE IS CASH OR AN
      *    ADJUSTMENT, NOT A SALE, AND IS LEFT OFF THE REPORT. A TYPE
      *    MISSING FROM TRNTYP COUNTS ON THE DEBIT SIDE, AS THE AGED
      *    BALANCE REPORT DOES.
       230-ACCUM-SUMMARY.
           MOVE XWTTYP OF TRNHST-RECORD TO XWTTYP OF TRNTYP-RECORD.
           MOVE YES TO RECORD-FOUND-TRNTYP.
           READ TRNTYP-FILE
                   INVALID KEY
                       MOVE SPACES TO RECORD-FOUND-TRNTYP.
           IF RECORD-FOUND-TRNTYP = YES
                AND TTDRCR OF TRNTYP-RECORD = "C"
             IF XWTXCD OF TRNHST-RECORD = SPACES
               GO 230-ACCUM-EXIT
             END-IF
             COMPUTE WS-SIGNED-AMOUNT = 0 - XWAMNT OF TRNHST-RECORD
             COMPUTE WS-SIGNED-TAX    = 0 - XWTAXA OF TRNHST-RECORD
           ELSE
             MOVE XWAMNT OF TRNHST-RECORD TO WS-SIGNED-AMOUNT
             MOVE XWTAXA OF TRNHST-RECORD TO WS-SIGNED-TAX
           END-IF.
           MOVE SPACES TO WS-SUM-FOUND.
           MOVE XWTXCD OF TRNHST-RECORD TO WS-SRCH-KEY.
           PERFORM 240-SEARCH-SUMMARY
               VARYING WS-SUM-IDX FROM 1 BY 1
               UNTIL WS-SUM-IDX > WS-SUM-COUNT
                  OR WS-SUM-FOUND = YES.
           IF WS-SUM-FOUND NOT = YES
             IF WS-SUM-COUNT < WS-MAX-SUM-RECS
               ADD 1 TO WS-SUM-COUNT
               SET WS-SUM-IDX TO WS-SUM-COUNT
               MOVE WS-SRCH-KEY TO WS-SUM-KEY(WS-SUM-IDX)
               MOVE ZEROS TO WS-SUM-TRN-COUNT(WS-SUM-IDX)
                             WS-SUM-TAXABLE(WS-SUM-IDX)
                             WS-SUM-EXEMPT(WS-SUM-IDX)
                             WS-SUM-TAX(WS-SUM-IDX)
               MOVE SPACE TO WS-SUM-PRINTED(WS-SUM-IDX)
               PERFORM 250-ADD-TO-ENTRY
             ELSE
               MOVE "** RUN HALTED - SUMMARY TABLE FULL **"
                                        TO WS-MSG-TEXT
               PERFORM 330-PRINT-MESSAGE
               MOVE YES TO WS-RUN-HALTED
               MOVE YES TO EOF-IND
             END-IF
           END-IF.
       230-ACCUM-EXIT. EXIT.

       240-SEARCH-SUMMARY.
           IF WS-SUM-KEY(WS-SUM-IDX) = WS-SRCH-KEY
             PERFORM 250-ADD-TO-ENTRY
             MOVE YES TO WS-SUM-FOUND
           END-IF.

      *    A SALE UNDER A TAX CODE IS TAXABLE UNLESS THE CUSTOMER WAS
      *    EXEMPT WHEN IT WAS BOOKED. A SALE UNDER A TYPE WITH NO TAX
      *    CODE IS REPORTED AS EXEMPT AGAINST THE BLANK CODE.
       250-ADD-TO-ENTRY.
           ADD 1 TO WS-SUM-TRN-COUNT(WS-SUM-IDX).
           IF XWTXCD OF TRNHST-RECORD = SPACES
                OR XWTXEX OF TRNHST-RECORD = "Y"
             ADD WS-SIGNED-AMOUNT TO WS-SUM-EXEMPT(WS-SUM-IDX)
           ELSE
             ADD WS-SIGNED-AMOUNT TO WS-SUM-TAXABLE(WS-SUM-IDX)
           END-IF.
           ADD WS-SIGNED-TAX TO WS-SUM-TAX(WS-SUM-IDX).

      *    THE TABLE IS NOT BUILT IN KEY ORDER, SO EACH PASS PULLS
      *    THE LOWEST UNPRINTED KEY UNTIL NONE REMAIN.
       300-PRINT-SUMMARY.
           MOVE SPACES TO WS-LOW-FOUND.
           PERFORM 310-PRINT-LOW-ENTRY
               UNTIL WS-LOW-FOUND = "END".

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

       320-PRINT-SUMMARY-ENTRY.
           IF WS-LINE-COUNT NOT < WS-MAX-LINES-PER-PAGE
             PERFORM 110-PRINT-HEADINGS
           END-IF.
           IF WS-SUM-XWTXCD(WS-SUM-IDX) = SPACES
             MOVE "NONE" TO WS-DTL-XWTXCD
           ELSE
             MOVE WS-SUM-XWTXCD(WS-SUM-IDX) TO WS-DTL-XWTXCD
           END-IF.
           MOVE WS-SUM-TRN-COUNT(WS-SUM-IDX) TO WS-DTL-COUNT.
           MOVE WS-SUM-TAXABLE(WS-SUM-IDX)   TO WS-DTL-TAXABLE.
           MOVE WS-SUM-EXEMPT(WS-SUM-IDX)    TO WS-DTL-EXEMPT.
           MOVE WS-SUM-TAX(WS-SUM-IDX)       TO WS-DTL-TAX.
           MOVE WS-DETAIL-LINE TO FD-TAXPRN-RECORD.
           WRITE FD-TAXPRN-RECORD AFTER ADVANCING 1.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-PRINT-COUNT.
           ADD WS-SUM-TRN-COUNT(WS-SUM-IDX) TO WS-GRAND-COUNT.
           ADD WS-SUM-TAXABLE(WS-SUM-IDX)   TO WS-GRAND-TAXABLE.
           ADD WS-SUM-EXEMPT(WS-SUM-IDX)    TO WS-GRAND-EXEMPT.
           ADD WS-SUM-TAX(WS-SUM-IDX)       TO WS-GRAND-TAX.

       330-PRINT-MESSAGE.
           IF WS-LINE-COUNT NOT < WS-MAX-LINES-PER-PAGE
             PERFORM 110-PRINT-HEADINGS
           END-IF.
           MOVE WS-MESSAGE-LINE TO FD-TAXPRN-RECORD.
           WRITE FD-TAXPRN-RECORD AFTER ADVANCING 2.
           ADD 2 TO WS-LINE-COUNT.

       400-READ-TRNHST.
           READ TRNHST-FILE NEXT RECORD
               AT END
                   MOVE YES TO EOF-IND.

       500-CLOSE-FILES.
           CLOSE TRNHST-FILE.
           CLOSE TRNTYP-FILE.
           CLOSE PERSTS-FILE.
           CLOSE TAXPRN.

       600-PRINT-FOOTER.
           IF WS-RUN-CANCELLED NOT = YES
                AND WS-RUN-HALTED NOT = YES
             MOVE "PERIOD TOTAL..." TO WS-TOT-LITERAL
             MOVE WS-GRAND-COUNT   TO WS-TOT-COUNT
             MOVE WS-GRAND-TAXABLE TO WS-TOT-TAXABLE
             MOVE WS-GRAND-EXEMPT  TO WS-TOT-EXEMPT
             MOVE WS-GRAND-TAX     TO WS-TOT-TAX
             MOVE WS-TOTAL-LINE TO FD-TAXPRN-RECORD
             WRITE FD-TAXPRN-RECORD AFTER ADVANCING 2
           END-IF.
           MOVE WS-FOOTER-LINE  TO FD-TAXPRN-RECORD.
           WRITE FD-TAXPRN-RECORD AFTER ADVANCING 2.

       610-LOG-RUN-START.
           MOVE "START"  TO WS-RL-EVENT.
           MOVE "ACTIVE" TO WS-RL-STATUS.
           MOVE ZEROS TO WS-RL-READ-COUNT.
           MOVE ZEROS TO WS-RL-WRITE-COUNT.
           MOVE ZEROS TO WS-RL-ERROR-COUNT.
           CALL "RUNLOGWRT" USING WS-RUNLOG-PARMS.
           CANCEL "RUNLOGWRT".

       620-LOG-RUN-END.
           MOVE "END" TO WS-RL-EVENT.
           EVALUATE TRUE
             WHEN WS-RUN-CANCELLED = YES
               MOVE "CANCELLED"  TO WS-RL-STATUS
             WHEN WS-RUN-HALTED = YES
               MOVE "HALTED"     TO WS-RL-STATUS
             WHEN OTHER
               MOVE "COMPLETED"  TO WS-RL-STATUS
           END-EVALUATE.
           MOVE WS-READ-COUNT  TO WS-RL-READ-COUNT.
           MOVE WS-PRINT-COUNT TO WS-RL-WRITE-COUNT.
           MOVE ZEROS          TO WS-RL-ERROR-COUNT.
           CALL "RUNLOGWRT" USING WS-RUNLOG-PARMS.
           CANCEL "RUNLOGWRT".
