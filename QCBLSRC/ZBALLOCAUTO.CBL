       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ALLOCAUTO.
       INSTALLATION.  DATABOROUGH INDIA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TRNHSTL3-FILE
              ASSIGN TO DATABASE-TRNHSTL3
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS SEQUENTIAL
              RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                     OF TRNHSTL3-RECORD
                                     WITH DUPLICATES
              FILE STATUS  IS TRNHSTL3-FILE-STATUS.

           SELECT TRNHST-FILE
              ASSIGN TO DATABASE-TRNHST
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
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

           SELECT ALLOC-FILE
              ASSIGN TO DATABASE-ALLOC
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                     OF ALLOC-RECORD
              FILE STATUS  IS ALLOC-FILE-STATUS.

           SELECT ALCPRN
              ASSIGN TO PRINTER-QPRINT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  TRNHSTL3-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRNHSTL3-RECORD.
           COPY DDS-TRNHSTR      OF  TRNHSTL3.

       FD  TRNHST-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRNHST-RECORD.
           COPY DDS-TRNHSTR      OF  TRNHST.

       FD  TRNTYP-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRNTYP-RECORD.
           COPY DDS-TRNTYPR      OF  TRNTYP.

       FD  ALLOC-FILE
           LABEL RECORDS ARE STANDARD.
       01  ALLOC-RECORD.
           COPY DDS-ALLOCR       OF  ALLOC.

       FD  ALCPRN
           LABEL RECORDS ARE OMITTED.
       01  FD-ALCPRN-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.

       01  PROGRAM-CONSTANTS.
           05  YES                                PIC X(3) VALUE "YES".

       01  FILE-STATUS                            PIC X(2).
       01  TRNHSTL3-FILE-STATUS                   PIC X(2).
       01  TRNHST-FILE-STATUS                     PIC X(2).
       01  TRNTYP-FILE-STATUS                     PIC X(2).
       01  ALLOC-FILE-STATUS                      PIC X(2).

       01  WORK-FIELDS.
           05  EOF-IND                  PIC X(03) VALUE SPACES.
           05  WS-RUN-CANCELLED         PIC X(03) VALUE SPACES.
           05  WS-CODE-OVERFLOW         PIC X(03) VALUE SPACES.
           05  RECORD-FOUND-TRNTYP      PIC X(03) VALUE SPACES.
           05  RECORD-FOUND-TRNHST      PIC X(03) VALUE SPACES.
           05  RECORD-FOUND-ALLOC       PIC X(03) VALUE SPACES.
           05  WS-CUR-XWBCCD            PIC X(11) VALUE SPACES.
           05  WS-OPERATOR              PIC X(10) VALUE SPACES.
           05  WS-PAGE-NO               PIC 9(05) VALUE ZEROS.
           05  WS-LINE-COUNT            PIC 9(03) VALUE ZEROS.
           05  WS-MAX-LINES-PER-PAGE    PIC 9(03) VALUE 060.
           05  WS-READ-COUNT            PIC 9(09) VALUE ZEROS.
           05  WS-MATCH-COUNT           PIC 9(09) VALUE ZEROS.
           05  WS-MATCH-AMOUNT          PIC S9(09)V99 VALUE ZEROS.
           05  WS-RESET-COUNT           PIC 9(09) VALUE ZEROS.
           05  WS-ALLOC-READ-COUNT      PIC 9(09) VALUE ZEROS.
           05  WS-ERROR-COUNT           PIC 9(09) VALUE ZEROS.
           05  WS-OPEN-DR-COUNT         PIC 9(05) VALUE ZEROS.
           05  WS-LAST-DR               PIC 9(05) VALUE ZEROS.
           05  WS-ALC-AMOUNT            PIC S9(07)V99 VALUE ZEROS.
           05  WS-OPEN-TARGET           PIC S9(07)V99 VALUE ZEROS.
           05  WS-ALC-DR-XWORDN         PIC 9(07) VALUE ZEROS.
           05  WS-ALC-CR-XWORDN         PIC 9(07) VALUE ZEROS.
           05  WS-ALC-TIME-RAW.
               10  WS-ALC-TIME-HHMMSS   PIC 9(06).
               10  WS-ALC-TIME-CENTS    PIC 9(02).
           05  WS-RUN-DATE.
               10  WS-RUN-YYYY             PIC 9(04).
               10  WS-RUN-MM               PIC 9(02).
               10  WS-RUN-DD               PIC 9(02).
           05  WS-RUN-DATE-N  REDEFINES WS-RUN-DATE
                                        PIC 9(08).

      *    THE OPEN DEBITS AND CREDITS OF ONE BILLING CODE ARE HELD
      *    HERE WHILE THE CODE IS MATCHED, IN ORDER-NUMBER SEQUENCE,
      *    SO THE OLDEST DEBIT OF AN EQUAL AMOUNT IS PAID FIRST. A
      *    CODE WITH MORE OPEN ITEMS THAN THE TABLE HOLDS IS LEFT
      *    UNMATCHED AND LISTED FOR THE ALLOCATION SCREEN.
       01  WS-DR-TABLE.
           05  WS-DR-COUNT              PIC 9(05) VALUE ZEROS.
           05  WS-MAX-DR-RECS           PIC 9(05) VALUE 00999.
           05  WS-DR-TAB  OCCURS 999 TIMES
                          INDEXED BY WS-DR-IDX.
               10  WS-DR-XWORDN         PIC 9(07).
               10  WS-DR-OPEN           PIC S9(07)V99.

       01  WS-CR-TABLE.
           05  WS-CR-COUNT              PIC 9(05) VALUE ZEROS.
           05  WS-MAX-CR-RECS           PIC 9(05) VALUE 00999.
           05  WS-CR-TAB  OCCURS 999 TIMES
                          INDEXED BY WS-CR-IDX.
               10  WS-CR-XWORDN         PIC 9(07).
               10  WS-CR-OPEN           PIC S9(07)V99.

       01  WS-RUNLOG-PARMS.
           05  WS-RL-PROGRAM            PIC X(10) VALUE "ALLOCAUTO".
           05  WS-RL-EVENT              PIC X(05) VALUE SPACES.
           05  WS-RL-STATUS             PIC X(10) VALUE SPACES.
           05  WS-RL-READ-COUNT         PIC 9(09) VALUE ZEROS.
           05  WS-RL-WRITE-COUNT        PIC 9(09) VALUE ZEROS.
           05  WS-RL-ERROR-COUNT        PIC 9(09) VALUE ZEROS.

       01  PRINT-LINES.
           05  WS-HEADING-LINE.
               10  FILLER            PIC X(15) VALUE SPACES.
               10  FILLER            PIC X(30) VALUE
               "AUTOMATIC CASH MATCH REGISTER ".
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
               10  FILLER            PIC X(10)  VALUE "FUNCTION: ".
               10  WS-SEL-FUNCTION   PIC X(07).

           05  WS-COLUMN-HEADING.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  FILLER            PIC X(11)  VALUE "BILL CODE".
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  FILLER            PIC X(08)  VALUE "CREDIT  ".
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  FILLER            PIC X(08)  VALUE "DEBIT   ".
               10  FILLER            PIC X(07)  VALUE SPACES.
               10  FILLER            PIC X(06)  VALUE "AMOUNT".
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  FILLER            PIC X(11)  VALUE "DISPOSITION".

           05  WS-DETAIL-LINE.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  WS-DTL-XWBCCD     PIC X(11).
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  WS-DTL-CR-XWORDN  PIC Z(06)9.
               10  FILLER            PIC X(03)  VALUE SPACES.
               10  WS-DTL-DR-XWORDN  PIC Z(06)9.
               10  FILLER            PIC X(03)  VALUE SPACES.
               10  WS-DTL-AMOUNT     PIC Z,ZZZ,ZZ9.99-.
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  WS-DTL-DISP       PIC X(30).

           05  WS-TOTAL-LINE.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  WS-TOT-LITERAL    PIC X(26).
               10  WS-TOT-COUNT      PIC ZZZ,ZZZ,ZZ9.
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  WS-TOT-AMOUNT     PIC Z,ZZZ,ZZZ,ZZ9.99-.

           05  WS-ERROR-LINE.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  FILLER            PIC X(48)  VALUE
                   "** RUN CANCELLED - FUNCTION NOT MATCH/REBUILD **".

           05  WS-FOOTER-LINE.
               10  FILLER                         PIC X(40)  VALUE
               "  *******   END OF REPORT   *******   ".

       LINKAGE SECTION.
       01  LS-SELECT-PARMS.
           05  LS-FUNCTION                         PIC X(07).

      *    MATCH   - PAYS OPEN DEBITS FROM UNALLOCATED CASH WHERE THE
      *              MATCH IS NOT IN DOUBT (SEE 300-MATCH-BILLCD).
      *    REBUILD - SETS EVERY XWOPEN BACK FROM XWAMNT LESS WHAT IS
      *              ON ALLOC. RUN ONCE WHEN OPEN-ITEM PROCESSING IS
      *              TAKEN ON, AND AFTER ANY RESTORE OF ALLOC OR
      *              TRNHST, WITH THE ALLOCATION SCREEN NOT IN USE.
       PROCEDURE DIVISION USING LS-SELECT-PARMS.

       START-PROGRAM.
           PERFORM 100-INITIALIZATION.
           IF WS-RUN-CANCELLED NOT = YES
             IF LS-FUNCTION = "REBUILD"
               PERFORM 700-REBUILD-OPEN-AMOUNTS
             ELSE
               PERFORM 200-PROCESS-TRNHST-RECORDS
                   UNTIL EOF-IND = YES
               PERFORM 300-MATCH-BILLCD
             END-IF
             PERFORM 600-PRINT-TOTALS
           END-IF.
           PERFORM 610-PRINT-FOOTER.
           PERFORM 620-LOG-RUN-END.
           PERFORM 500-CLOSE-FILES.
           STOP RUN.

       100-INITIALIZATION.
           PERFORM 150-OPEN-FILES.
           PERFORM 615-LOG-RUN-START.
           MOVE SPACES TO EOF-IND.
           MOVE SPACES TO WS-CUR-XWBCCD.
           MOVE ZEROS TO WS-DR-COUNT.
           MOVE ZEROS TO WS-CR-COUNT.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-MM   TO WS-HEAD-MM.
           MOVE WS-RUN-DD   TO WS-HEAD-DD.
           MOVE WS-RUN-YYYY TO WS-HEAD-YYYY.
           MOVE LS-FUNCTION TO WS-SEL-FUNCTION.

           CALL "RTNUSRID" USING WS-OPERATOR.
           CANCEL "RTNUSRID".

           IF LS-FUNCTION NOT = "MATCH"
                AND LS-FUNCTION NOT = "REBUILD"
             MOVE YES TO WS-RUN-CANCELLED
           END-IF.

           PERFORM 110-PRINT-HEADINGS.
           IF WS-RUN-CANCELLED = YES
             MOVE WS-ERROR-LINE TO FD-ALCPRN-RECORD
             WRITE FD-ALCPRN-RECORD AFTER ADVANCING 2
           ELSE
             IF LS-FUNCTION = "MATCH"
               PERFORM 400-READ-TRNHSTL3
             END-IF
           END-IF.

       110-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO TO WS-HEAD-PAGE-NO.
           MOVE WS-HEADING-LINE TO FD-ALCPRN-RECORD.
           WRITE FD-ALCPRN-RECORD AFTER ADVANCING PAGE.
           MOVE WS-SELECT-LINE TO FD-ALCPRN-RECORD.
           WRITE FD-ALCPRN-RECORD AFTER ADVANCING 1.
           MOVE  SPACES  TO  FD-ALCPRN-RECORD.
           WRITE FD-ALCPRN-RECORD AFTER ADVANCING 1.
           MOVE WS-COLUMN-HEADING TO FD-ALCPRN-RECORD.
           WRITE FD-ALCPRN-RECORD AFTER ADVANCING 1.
           MOVE  SPACES  TO  FD-ALCPRN-RECORD.
           WRITE FD-ALCPRN-RECORD AFTER ADVANCING 1.
           MOVE ZEROS TO WS-LINE-COUNT.

       150-OPEN-FILES.
           OPEN INPUT TRNHSTL3-FILE.
           OPEN I-O   TRNHST-FILE.
           OPEN INPUT TRNTYP-FILE.
           OPEN I-O   ALLOC-FILE.
           OPEN OUTPUT ALCPRN.

      *    THE SWEEP RUNS OVER THE BILLING-CODE LOGICAL, SO THE LIVE
      *    TRNHST FILE IS ONLY TOUCHED BY RANDOM UPDATES AND ITS
      *    POSITION NEVER MATTERS. ONLY ITEMS WITH SOMETHING STILL
      *    OPEN GO INTO THE TABLES.
       200-PROCESS-TRNHST-RECORDS.
           ADD 1 TO WS-READ-COUNT.
           IF XWBCCD OF TRNHSTL3-RECORD NOT = WS-CUR-XWBCCD
             PERFORM 300-MATCH-BILLCD
             MOVE XWBCCD OF TRNHSTL3-RECORD TO WS-CUR-XWBCCD
           END-IF.
           IF XWOPEN OF TRNHSTL3-RECORD > ZEROS
             PERFORM 250-LOOKUP-TRNTYPE
             IF RECORD-FOUND-TRNTYP = YES
                  AND TTDRCR OF TRNTYP-RECORD = "C"
               PERFORM 210-LOAD-CREDIT
             ELSE
               PERFORM 220-LOAD-DEBIT
             END-IF
           END-IF.
           PERFORM 400-READ-TRNHSTL3.

       210-LOAD-CREDIT.
           IF WS-CR-COUNT < WS-MAX-CR-RECS
             ADD 1 TO WS-CR-COUNT
             SET WS-CR-IDX TO WS-CR-COUNT
             MOVE XWORDN OF TRNHSTL3-RECORD
                               TO WS-CR-XWORDN(WS-CR-IDX)
             MOVE XWOPEN OF TRNHSTL3-RECORD
                               TO WS-CR-OPEN(WS-CR-IDX)
           ELSE
             MOVE YES TO WS-CODE-OVERFLOW
           END-IF.

       220-LOAD-DEBIT.
           IF WS-DR-COUNT < WS-MAX-DR-RECS
             ADD 1 TO WS-DR-COUNT
             SET WS-DR-IDX TO WS-DR-COUNT
             MOVE XWORDN OF TRNHSTL3-RECORD
                               TO WS-DR-XWORDN(WS-DR-IDX)
             MOVE XWOPEN OF TRNHSTL3-RECORD
                               TO WS-DR-OPEN(WS-DR-IDX)
           ELSE
             MOVE YES TO WS-CODE-OVERFLOW
           END-IF.

       250-LOOKUP-TRNTYPE.
           MOVE XWTTYP OF TRNHSTL3-RECORD TO XWTTYP OF TRNTYP-RECORD.
           MOVE YES TO RECORD-FOUND-TRNTYP.
           READ TRNTYP-FILE
                   INVALID KEY
                       MOVE SPACES TO RECORD-FOUND-TRNTYP.

      *    ONLY TWO CASES ARE MATCHED WITHOUT AN OPERATOR:
      *    1. A CREDIT WHOSE UNALLOCATED CASH EQUALS THE OUTSTANDING
      *       AMOUNT OF AN OPEN DEBIT EXACTLY - THE OLDEST SUCH
      *       DEBIT IS PAID.
      *    2. WHAT IS LEFT WHEN ONLY ONE DEBIT REMAINS OPEN - EVERY
      *       OPEN CREDIT GOES AGAINST IT UNTIL ONE SIDE RUNS OUT.
      *    ANYTHING ELSE NEEDS A DECISION AND IS LEFT FOR CBALLOC.
       300-MATCH-BILLCD.
           IF WS-CUR-XWBCCD NOT = SPACES
             IF WS-CODE-OVERFLOW = YES
               MOVE ZEROS TO WS-DTL-CR-XWORDN
               MOVE ZEROS TO WS-DTL-DR-XWORDN
               MOVE ZEROS TO WS-DTL-AMOUNT
               MOVE "** TOO MANY OPEN ITEMS **" TO WS-DTL-DISP
               PERFORM 350-PRINT-DETAIL
               ADD 1 TO WS-ERROR-COUNT
             ELSE
               IF WS-CR-COUNT > ZEROS AND WS-DR-COUNT > ZEROS
                 PERFORM 310-EXACT-MATCH-CREDIT
                     VARYING WS-CR-IDX FROM 1 BY 1
                     UNTIL WS-CR-IDX > WS-CR-COUNT
                 PERFORM 320-COUNT-OPEN-DEBITS
                     VARYING WS-DR-IDX FROM 1 BY 1
                     UNTIL WS-DR-IDX > WS-DR-COUNT
                 IF WS-OPEN-DR-COUNT = 1
                   SET WS-DR-IDX TO WS-LAST-DR
                   PERFORM 330-SINGLE-ITEM-CREDIT
                       VARYING WS-CR-IDX FROM 1 BY 1
                       UNTIL WS-CR-IDX > WS-CR-COUNT
                 END-IF
               END-IF
             END-IF
           END-IF.
           MOVE ZEROS  TO WS-DR-COUNT.
           MOVE ZEROS  TO WS-CR-COUNT.
           MOVE SPACES TO WS-CODE-OVERFLOW.

       310-EXACT-MATCH-CREDIT.
           IF WS-CR-OPEN(WS-CR-IDX) > ZEROS
             SET WS-DR-IDX TO 1
             SEARCH WS-DR-TAB
               AT END
                 CONTINUE
               WHEN WS-DR-IDX > WS-DR-COUNT
                 CONTINUE
               WHEN WS-DR-OPEN(WS-DR-IDX) = WS-CR-OPEN(WS-CR-IDX)
                 MOVE WS-CR-OPEN(WS-CR-IDX) TO WS-ALC-AMOUNT
                 MOVE "EXACT AMOUNT" TO WS-DTL-DISP
                 PERFORM 340-APPLY-MATCH THRU 340-APPLY-EXIT
             END-SEARCH
           END-IF.

       320-COUNT-OPEN-DEBITS.
           IF WS-DR-IDX = 1
             MOVE ZEROS TO WS-OPEN-DR-COUNT
           END-IF.
           IF WS-DR-OPEN(WS-DR-IDX) > ZEROS
             ADD 1 TO WS-OPEN-DR-COUNT
             SET WS-LAST-DR TO WS-DR-IDX
           END-IF.

       330-SINGLE-ITEM-CREDIT.
           IF WS-CR-OPEN(WS-CR-IDX) > ZEROS
                AND WS-DR-OPEN(WS-DR-IDX) > ZEROS
             IF WS-CR-OPEN(WS-CR-IDX) < WS-DR-OPEN(WS-DR-IDX)
               MOVE WS-CR-OPEN(WS-CR-IDX) TO WS-ALC-AMOUNT
             ELSE
               MOVE WS-DR-OPEN(WS-DR-IDX) TO WS-ALC-AMOUNT
             END-IF
             MOVE "SINGLE OPEN ITEM" TO WS-DTL-DISP
             PERFORM 340-APPLY-MATCH THRU 340-APPLY-EXIT
           END-IF.

      *    THE DEBIT IS RE-READ AND REDUCED FIRST, THEN THE CREDIT,
      *    THEN THE MATCH IS ADDED TO ALLOC. AN ITEM THAT NO LONGER
      *    HAS THE OPEN AMOUNT THE SWEEP SAW - AN OPERATOR ALLOCATED
      *    IT ON THE SCREEN MEANWHILE - IS LISTED AND LEFT ALONE.
       340-APPLY-MATCH.
           MOVE WS-DR-XWORDN(WS-DR-IDX) TO WS-ALC-DR-XWORDN.
           MOVE WS-CR-XWORDN(WS-CR-IDX) TO WS-ALC-CR-XWORDN.
           MOVE WS-ALC-DR-XWORDN TO XWORDN OF TRNHST-RECORD.
           PERFORM 410-READ-TRNHST.
           IF RECORD-FOUND-TRNHST NOT = YES
                OR XWOPEN OF TRNHST-RECORD < WS-ALC-AMOUNT
             MOVE "** DEBIT CHANGED - SKIPPED **" TO WS-DTL-DISP
             MOVE ZEROS TO WS-DR-OPEN(WS-DR-IDX)
             PERFORM 345-PRINT-FAILED
             GO 340-APPLY-EXIT
           END-IF.
           MOVE WS-ALC-CR-XWORDN TO XWORDN OF TRNHST-RECORD.
           PERFORM 410-READ-TRNHST.
           IF RECORD-FOUND-TRNHST NOT = YES
                OR XWOPEN OF TRNHST-RECORD < WS-ALC-AMOUNT
             MOVE "** CREDIT CHANGED - SKIPPED **" TO WS-DTL-DISP
             MOVE ZEROS TO WS-CR-OPEN(WS-CR-IDX)
             PERFORM 345-PRINT-FAILED
             GO 340-APPLY-EXIT
           END-IF.

           MOVE WS-ALC-DR-XWORDN TO XWORDN OF TRNHST-RECORD.
           PERFORM 410-READ-TRNHST.
           SUBTRACT WS-ALC-AMOUNT FROM XWOPEN OF TRNHST-RECORD.
           REWRITE TRNHST-RECORD
               INVALID KEY
                   MOVE "** TRNHST REWRITE FAILED **" TO WS-DTL-DISP
                   MOVE ZEROS TO WS-DR-OPEN(WS-DR-IDX)
                   PERFORM 345-PRINT-FAILED
                   GO 340-APPLY-EXIT
           END-REWRITE.
           MOVE WS-ALC-CR-XWORDN TO XWORDN OF TRNHST-RECORD.
           PERFORM 410-READ-TRNHST.
           SUBTRACT WS-ALC-AMOUNT FROM XWOPEN OF TRNHST-RECORD.
           REWRITE TRNHST-RECORD
               INVALID KEY
                   DISPLAY "Unable to rewrite TRNHST file.."
           END-REWRITE.

           MOVE WS-CUR-XWBCCD    TO AL-XWBCCD.
           MOVE WS-ALC-DR-XWORDN TO AL-DR-XWORDN.
           MOVE WS-ALC-CR-XWORDN TO AL-CR-XWORDN.
           MOVE YES TO RECORD-FOUND-ALLOC.
           READ ALLOC-FILE
                   INVALID KEY
                       MOVE SPACES TO RECORD-FOUND-ALLOC.
           IF RECORD-FOUND-ALLOC = YES
             ADD WS-ALC-AMOUNT TO AL-AMOUNT
             PERFORM 360-STAMP-ALLOC
             REWRITE ALLOC-RECORD
                 INVALID KEY
                     DISPLAY "Unable to rewrite ALLOC file.."
             END-REWRITE
           ELSE
             MOVE WS-ALC-AMOUNT TO AL-AMOUNT
             PERFORM 360-STAMP-ALLOC
             WRITE ALLOC-RECORD
                 INVALID KEY
                     DISPLAY "Unable to write ALLOC file.."
             END-WRITE
           END-IF.

           SUBTRACT WS-ALC-AMOUNT FROM WS-DR-OPEN(WS-DR-IDX).
           SUBTRACT WS-ALC-AMOUNT FROM WS-CR-OPEN(WS-CR-IDX).
           ADD 1 TO WS-MATCH-COUNT.
           ADD WS-ALC-AMOUNT TO WS-MATCH-AMOUNT.
           PERFORM 350-PRINT-DETAIL.
       340-APPLY-EXIT. EXIT.

      *    THE ITEM THAT FAILED IS LEFT AT ZERO IN ITS TABLE SO IT
      *    IS NOT TRIED AGAIN IN THIS RUN.
       345-PRINT-FAILED.
           PERFORM 350-PRINT-DETAIL.
           ADD 1 TO WS-ERROR-COUNT.

       350-PRINT-DETAIL.
           IF WS-LINE-COUNT NOT < WS-MAX-LINES-PER-PAGE
             PERFORM 110-PRINT-HEADINGS
           END-IF.
           MOVE WS-CUR-XWBCCD    TO WS-DTL-XWBCCD.
           IF WS-DTL-DISP NOT = "** TOO MANY OPEN ITEMS **"
             MOVE WS-ALC-CR-XWORDN TO WS-DTL-CR-XWORDN
             MOVE WS-ALC-DR-XWORDN TO WS-DTL-DR-XWORDN
             MOVE WS-ALC-AMOUNT    TO WS-DTL-AMOUNT
           END-IF.
           MOVE WS-DETAIL-LINE TO FD-ALCPRN-RECORD.
           WRITE FD-ALCPRN-RECORD AFTER ADVANCING 1.
           ADD 1 TO WS-LINE-COUNT.

       360-STAMP-ALLOC.
           MOVE WS-RUN-DATE-N TO AL-DATE.
           ACCEPT WS-ALC-TIME-RAW FROM TIME.
           MOVE WS-ALC-TIME-HHMMSS TO AL-TIME.
           MOVE WS-OPERATOR TO AL-OPERATOR.
           MOVE "A" TO AL-METHOD.

       400-READ-TRNHSTL3.
           READ TRNHSTL3-FILE NEXT RECORD
               AT END
                   MOVE YES TO EOF-IND.

       410-READ-TRNHST.
           MOVE WS-CUR-XWBCCD TO XWBCCD OF TRNHST-RECORD.
           MOVE YES TO RECORD-FOUND-TRNHST.
           READ TRNHST-FILE
                   INVALID KEY
                       MOVE SPACES TO RECORD-FOUND-TRNHST.

       500-CLOSE-FILES.
           CLOSE TRNHSTL3-FILE.
           CLOSE TRNHST-FILE.
           CLOSE TRNTYP-FILE.
           CLOSE ALLOC-FILE.
           CLOSE ALCPRN.

       600-PRINT-TOTALS.
           MOVE "TRANSACTIONS READ........" TO WS-TOT-LITERAL.
           MOVE WS-READ-COUNT TO WS-TOT-COUNT.
           MOVE ZEROS TO WS-TOT-AMOUNT.
           MOVE WS-TOTAL-LINE TO FD-ALCPRN-RECORD.
           WRITE FD-ALCPRN-RECORD AFTER ADVANCING 2.
           IF LS-FUNCTION = "REBUILD"
             MOVE "OPEN AMOUNTS RESET......." TO WS-TOT-LITERAL
             MOVE WS-RESET-COUNT TO WS-TOT-COUNT
             MOVE ZEROS TO WS-TOT-AMOUNT
             MOVE WS-TOTAL-LINE TO FD-ALCPRN-RECORD
             WRITE FD-ALCPRN-RECORD AFTER ADVANCING 1
             MOVE "ALLOCATIONS APPLIED......" TO WS-TOT-LITERAL
             MOVE WS-ALLOC-READ-COUNT TO WS-TOT-COUNT
             MOVE WS-MATCH-AMOUNT TO WS-TOT-AMOUNT
             MOVE WS-TOTAL-LINE TO FD-ALCPRN-RECORD
             WRITE FD-ALCPRN-RECORD AFTER ADVANCING 1
             MOVE "ALLOCATIONS NOT MATCHED.." TO WS-TOT-LITERAL
           ELSE
             MOVE "MATCHES MADE............." TO WS-TOT-LITERAL
             MOVE WS-MATCH-COUNT TO WS-TOT-COUNT
             MOVE WS-MATCH-AMOUNT TO WS-TOT-AMOUNT
             MOVE WS-TOTAL-LINE TO FD-ALCPRN-RECORD
             WRITE FD-ALCPRN-RECORD AFTER ADVANCING 1
             MOVE "ITEMS SKIPPED............" TO WS-TOT-LITERAL
           END-IF.
           MOVE WS-ERROR-COUNT TO WS-TOT-COUNT.
           MOVE ZEROS TO WS-TOT-AMOUNT.
           MOVE WS-TOTAL-LINE TO FD-ALCPRN-RECORD.
           WRITE FD-ALCPRN-RECORD AFTER ADVANCING 1.

       610-PRINT-FOOTER.
           MOVE WS-FOOTER-LINE  TO FD-ALCPRN-RECORD.
           WRITE FD-ALCPRN-RECORD AFTER ADVANCING 2.

       615-LOG-RUN-START.
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
             WHEN WS-ERROR-COUNT > ZEROS
               MOVE "EXCEPTIONS" TO WS-RL-STATUS
             WHEN OTHER
               MOVE "COMPLETED"  TO WS-RL-STATUS
           END-EVALUATE.
           MOVE WS-READ-COUNT  TO WS-RL-READ-COUNT.
           IF LS-FUNCTION = "REBUILD"
             MOVE WS-RESET-COUNT TO WS-RL-WRITE-COUNT
           ELSE
             MOVE WS-MATCH-COUNT TO WS-RL-WRITE-COUNT
           END-IF.
           MOVE WS-ERROR-COUNT TO WS-RL-ERROR-COUNT.
           CALL "RUNLOGWRT" USING WS-RUNLOG-PARMS.
           CANCEL "RUNLOGWRT".

      *    REBUILD WORKS IN TWO PASSES. EVERY TRANSACTION IS FIRST
      *    SET FULLY OPEN (XWOPEN = XWAMNT) - EXCEPT BOTH HALVES OF A
      *    REVERSAL PAIR, WHICH SETTLE EACH OTHER AND STAY AT ZERO
      *    OPEN WITHOUT ANY ALLOC RECORD; EACH ALLOC RECORD IS
      *    THEN TAKEN OFF BOTH ITS DEBIT AND ITS CREDIT. AN ALLOC
      *    RECORD WHOSE TRANSACTION IS NO LONGER ON TRNHST (IT HAS
      *    BEEN ARCHIVED OR RE-KEYED) IS LISTED.
       700-REBUILD-OPEN-AMOUNTS.
           MOVE SPACES TO EOF-IND.
           MOVE LOW-VALUES TO EXTERNALLY-DESCRIBED-KEY
                                      OF TRNHST-RECORD.
           START TRNHST-FILE KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                      OF TRNHST-RECORD
               INVALID KEY
                   MOVE YES TO EOF-IND.
           PERFORM 710-RESET-TRNHST
               UNTIL EOF-IND = YES.
           MOVE SPACES TO EOF-IND.
           MOVE LOW-VALUES TO EXTERNALLY-DESCRIBED-KEY
                                      OF ALLOC-RECORD.
           START ALLOC-FILE KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                      OF ALLOC-RECORD
               INVALID KEY
                   MOVE YES TO EOF-IND.
           PERFORM 720-APPLY-ALLOC
               UNTIL EOF-IND = YES.

       710-RESET-TRNHST.
           READ TRNHST-FILE NEXT RECORD
               AT END
                   MOVE YES TO EOF-IND.
           IF EOF-IND NOT = YES
             ADD 1 TO WS-READ-COUNT
             IF XWLKTP OF TRNHST-RECORD = "R" OR "V"
               MOVE ZEROS TO WS-OPEN-TARGET
             ELSE
               MOVE XWAMNT OF TRNHST-RECORD TO WS-OPEN-TARGET
             END-IF
             IF XWOPEN OF TRNHST-RECORD NOT = WS-OPEN-TARGET
               MOVE WS-OPEN-TARGET TO XWOPEN OF TRNHST-RECORD
               REWRITE TRNHST-RECORD
                   INVALID KEY
                       DISPLAY "Unable to rewrite TRNHST file.."
               END-REWRITE
               ADD 1 TO WS-RESET-COUNT
             END-IF
           END-IF.

       720-APPLY-ALLOC.
           READ ALLOC-FILE NEXT RECORD
               AT END
                   MOVE YES TO EOF-IND.
           IF EOF-IND NOT = YES
             ADD 1 TO WS-ALLOC-READ-COUNT
             ADD AL-AMOUNT TO WS-MATCH-AMOUNT
             MOVE AL-XWBCCD    TO WS-CUR-XWBCCD
             MOVE AL-DR-XWORDN TO WS-ALC-DR-XWORDN
             MOVE AL-CR-XWORDN TO WS-ALC-CR-XWORDN
             MOVE AL-AMOUNT    TO WS-ALC-AMOUNT
             MOVE WS-ALC-DR-XWORDN TO XWORDN OF TRNHST-RECORD
             MOVE "** DEBIT NOT ON TRNHST **" TO WS-DTL-DISP
             PERFORM 730-TAKE-OFF-OPEN
             MOVE WS-ALC-CR-XWORDN TO XWORDN OF TRNHST-RECORD
             MOVE "** CREDIT NOT ON TRNHST **" TO WS-DTL-DISP
             PERFORM 730-TAKE-OFF-OPEN
           END-IF.

       730-TAKE-OFF-OPEN.
           PERFORM 410-READ-TRNHST.
           IF RECORD-FOUND-TRNHST = YES
             SUBTRACT WS-ALC-AMOUNT FROM XWOPEN OF TRNHST-RECORD
             REWRITE TRNHST-RECORD
                 INVALID KEY
                     DISPLAY "Unable to rewrite TRNHST file.."
             END-REWRITE
           ELSE
             PERFORM 350-PRINT-DETAIL
             ADD 1 TO WS-ERROR-COUNT
           END-IF.
