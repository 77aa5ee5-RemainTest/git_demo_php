       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRNUNALC.
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

           SELECT CUSTS-FILE
              ASSIGN TO DATABASE-CUSTS
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                     OF CUSTS-RECORD
              FILE STATUS  IS CUSTS-FILE-STATUS.

           SELECT UNAPRN
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

       FD  CUSTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTS-RECORD.
           COPY DDS-CUSTSR       OF  CUSTS.

       FD  UNAPRN
           LABEL RECORDS ARE OMITTED.
       01  FD-UNAPRN-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.

       01  PROGRAM-CONSTANTS.
           05  YES                                PIC X(3) VALUE "YES".

       01  FILE-STATUS                            PIC X(2).
       01  TRNHST-FILE-STATUS                     PIC X(2).
       01  TRNTYP-FILE-STATUS                     PIC X(2).
       01  CUSTS-FILE-STATUS                      PIC X(2).

       01  WORK-FIELDS.
           05  EOF-IND                  PIC X(03) VALUE SPACES.
           05  RECORD-FOUND-TRNTYP      PIC X(03) VALUE SPACES.
           05  RECORD-FOUND-CUSTS       PIC X(03) VALUE SPACES.
           05  WS-CUR-XWBCCD            PIC X(11) VALUE SPACES.
           05  WS-PAGE-NO               PIC 9(05) VALUE ZEROS.
           05  WS-LINE-COUNT            PIC 9(03) VALUE ZEROS.
           05  WS-MAX-LINES-PER-PAGE    PIC 9(03) VALUE 060.
           05  WS-READ-COUNT            PIC 9(09) VALUE ZEROS.
           05  WS-CREDIT-COUNT          PIC 9(09) VALUE ZEROS.
           05  WS-BC-CREDIT-COUNT       PIC 9(05) VALUE ZEROS.
           05  WS-BC-UNALLOCATED        PIC S9(09)V99 VALUE ZEROS.
           05  WS-GR-UNALLOCATED        PIC S9(09)V99 VALUE ZEROS.
           05  WS-RUN-DATE.
               10  WS-RUN-YYYY             PIC 9(04).
               10  WS-RUN-MM               PIC 9(02).
               10  WS-RUN-DD               PIC 9(02).

       01  PRINT-LINES.
           05  WS-HEADING-LINE.
               10  FILLER            PIC X(15) VALUE SPACES.
               10  FILLER            PIC X(30) VALUE
               "UNALLOCATED CASH BY BILL CODE ".
               10  FILLER            PIC X(09) VALUE " AS OF   ".
               10  WS-HEAD-MM        PIC 99.
               10  FILLER            PIC X(01) VALUE "/".
               10  WS-HEAD-DD        PIC 99.
               10  FILLER            PIC X(01) VALUE "/".
               10  WS-HEAD-YYYY      PIC 9999.
               10  FILLER            PIC X(09) VALUE SPACES.
               10  FILLER            PIC X(05) VALUE "PAGE ".
               10  WS-HEAD-PAGE-NO   PIC ZZZZ9.

           05  WS-COLUMN-HEADING.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  FILLER            PIC X(11)  VALUE "BILL CODE".
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  FILLER            PIC X(08)  VALUE "ORDER NO".
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  FILLER            PIC X(04)  VALUE "PER ".
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  FILLER            PIC X(08)  VALUE "TRN DATE".
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  FILLER            PIC X(04)  VALUE "TYPE".
               10  FILLER            PIC X(09)  VALUE SPACES.
               10  FILLER            PIC X(06)  VALUE "AMOUNT".
               10  FILLER            PIC X(04)  VALUE SPACES.
               10  FILLER            PIC X(11)  VALUE "UNALLOCATED".

           05  WS-BILLCD-LINE.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  WS-BCL-XWBCCD     PIC X(11).
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  WS-BCL-CNAME      PIC X(40).

           05  WS-DETAIL-LINE.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  FILLER            PIC X(11)  VALUE SPACES.
               10  FILLER            PIC X(03)  VALUE SPACES.
               10  WS-DTL-XWORDN     PIC Z(06)9.
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  WS-DTL-XWE4NB     PIC 9(04).
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  WS-DTL-XWC8DT     PIC 9(08).
               10  FILLER            PIC X(03)  VALUE SPACES.
               10  WS-DTL-XWTTYP     PIC X(02).
               10  FILLER            PIC X(03)  VALUE SPACES.
               10  WS-DTL-XWAMNT     PIC Z,ZZZ,ZZ9.99-.
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  WS-DTL-XWOPEN     PIC Z,ZZZ,ZZ9.99-.

           05  WS-BC-TOTAL-LINE.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  FILLER            PIC X(11)  VALUE SPACES.
               10  FILLER            PIC X(03)  VALUE SPACES.
               10  FILLER            PIC X(26)  VALUE
                   "TOTAL FOR BILL CODE".
               10  WS-BCT-COUNT      PIC ZZZZ9.
               10  FILLER            PIC X(11)  VALUE SPACES.
               10  WS-BCT-XWOPEN     PIC Z,ZZZ,ZZZ,ZZ9.99-.

           05  WS-TOTAL-LINE.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  WS-TOT-LITERAL    PIC X(26).
               10  WS-TOT-COUNT      PIC ZZZ,ZZZ,ZZ9.
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  WS-TOT-AMOUNT     PIC Z,ZZZ,ZZZ,ZZ9.99-.

           05  WS-FOOTER-LINE.
               10  FILLER                         PIC X(40)  VALUE
               "  *******   END OF REPORT   *******   ".

       01  WS-RUNLOG-PARMS.
           05  WS-RL-PROGRAM            PIC X(10) VALUE "PRNUNALC".
           05  WS-RL-EVENT              PIC X(05) VALUE SPACES.
           05  WS-RL-STATUS             PIC X(10) VALUE SPACES.
           05  WS-RL-READ-COUNT         PIC 9(09) VALUE ZEROS.
           05  WS-RL-WRITE-COUNT        PIC 9(09) VALUE ZEROS.
           05  WS-RL-ERROR-COUNT        PIC 9(09) VALUE ZEROS.

       LINKAGE SECTION.
       01  LS-SELECT-PARMS.
           05  LS-XWBCCD                           PIC X(11).

      *    LISTS EVERY CREDIT STILL HOLDING CASH NOT MATCHED TO A
      *    DEBIT, BY BILLING CODE. A BLANK PARAMETER LISTS ALL CODES;
      *    A KEYED BILLING CODE LISTS THAT CODE ONLY.
       PROCEDURE DIVISION USING LS-SELECT-PARMS.

       START-PROGRAM.
           PERFORM 100-INITIALIZATION.
           PERFORM 200-PROCESS-TRNHST-RECORDS
               UNTIL EOF-IND = YES.
           PERFORM 300-PRINT-BILLCD-TOTAL.
           PERFORM 600-PRINT-FOOTER.
           PERFORM 620-LOG-RUN-END.
           PERFORM 500-CLOSE-FILES.
           STOP RUN.

       100-INITIALIZATION.
           PERFORM 150-OPEN-FILES.
           PERFORM 610-LOG-RUN-START.
           MOVE SPACES TO EOF-IND.
           MOVE SPACES TO WS-CUR-XWBCCD.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-MM   TO WS-HEAD-MM.
           MOVE WS-RUN-DD   TO WS-HEAD-DD.
           MOVE WS-RUN-YYYY TO WS-HEAD-YYYY.
           PERFORM 110-PRINT-HEADINGS.

           MOVE LS-XWBCCD TO XWBCCD OF TRNHST-RECORD.
           MOVE ZEROS     TO XWORDN OF TRNHST-RECORD.
           START TRNHST-FILE KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                      OF TRNHST-RECORD
               INVALID KEY
                   MOVE YES TO EOF-IND.
           IF EOF-IND NOT = YES
             PERFORM 400-READ-TRNHST
           END-IF.

       110-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO TO WS-HEAD-PAGE-NO.
           MOVE WS-HEADING-LINE TO FD-UNAPRN-RECORD.
           WRITE FD-UNAPRN-RECORD AFTER ADVANCING PAGE.
           MOVE  SPACES  TO  FD-UNAPRN-RECORD.
           WRITE FD-UNAPRN-RECORD AFTER ADVANCING 1.
           MOVE WS-COLUMN-HEADING TO FD-UNAPRN-RECORD.
           WRITE FD-UNAPRN-RECORD AFTER ADVANCING 1.
           MOVE  SPACES  TO  FD-UNAPRN-RECORD.
           WRITE FD-UNAPRN-RECORD AFTER ADVANCING 1.
           MOVE ZEROS TO WS-LINE-COUNT.

       150-OPEN-FILES.
           OPEN INPUT TRNHST-FILE.
           OPEN INPUT TRNTYP-FILE.
           OPEN INPUT CUSTS-FILE.
           OPEN OUTPUT UNAPRN.

      *    ONLY CREDIT TYPES ARE LISTED. A CREDIT WITH A NEGATIVE
      *    OPEN AMOUNT HAS HAD MORE TAKEN OFF IT THAN IT CARRIED
      *    (ITS AMOUNT WAS LOWERED AFTER ALLOCATION) AND IS LISTED
      *    TOO, SO THE OVER-ALLOCATION IS SEEN AND PUT RIGHT.
       200-PROCESS-TRNHST-RECORDS.
           ADD 1 TO WS-READ-COUNT.
           IF XWOPEN OF TRNHST-RECORD NOT = ZEROS
             PERFORM 250-LOOKUP-TRNTYPE
             IF RECORD-FOUND-TRNTYP = YES
                  AND TTDRCR OF TRNTYP-RECORD = "C"
               IF XWBCCD OF TRNHST-RECORD NOT = WS-CUR-XWBCCD
                 PERFORM 300-PRINT-BILLCD-TOTAL
                 MOVE XWBCCD OF TRNHST-RECORD TO WS-CUR-XWBCCD
                 PERFORM 310-PRINT-BILLCD-HEADING
               END-IF
               PERFORM 320-PRINT-CREDIT
             END-IF
           END-IF.
           PERFORM 400-READ-TRNHST.

       250-LOOKUP-TRNTYPE.
           MOVE XWTTYP OF TRNHST-RECORD TO XWTTYP OF TRNTYP-RECORD.
           MOVE YES TO RECORD-FOUND-TRNTYP.
           READ TRNTYP-FILE
                   INVALID KEY
                       MOVE SPACES TO RECORD-FOUND-TRNTYP.

       300-PRINT-BILLCD-TOTAL.
           IF WS-CUR-XWBCCD NOT = SPACES
             MOVE WS-BC-CREDIT-COUNT TO WS-BCT-COUNT
             MOVE WS-BC-UNALLOCATED  TO WS-BCT-XWOPEN
             MOVE WS-BC-TOTAL-LINE TO FD-UNAPRN-RECORD
             WRITE FD-UNAPRN-RECORD AFTER ADVANCING 1
             MOVE  SPACES  TO  FD-UNAPRN-RECORD
             WRITE FD-UNAPRN-RECORD AFTER ADVANCING 1
             ADD 2 TO WS-LINE-COUNT
             ADD WS-BC-UNALLOCATED TO WS-GR-UNALLOCATED
           END-IF.
           MOVE ZEROS TO WS-BC-CREDIT-COUNT.
           MOVE ZEROS TO WS-BC-UNALLOCATED.

       310-PRINT-BILLCD-HEADING.
           IF WS-LINE-COUNT NOT < WS-MAX-LINES-PER-PAGE
             PERFORM 110-PRINT-HEADINGS
           END-IF.
           MOVE WS-CUR-XWBCCD TO XWBCCD OF CUSTS-RECORD.
           MOVE YES TO RECORD-FOUND-CUSTS.
           READ CUSTS-FILE
                   INVALID KEY
                       MOVE SPACES TO RECORD-FOUND-CUSTS.
           IF RECORD-FOUND-CUSTS = YES
             MOVE CNAME OF CUSTS-RECORD TO WS-BCL-CNAME
           ELSE
             MOVE "** NOT ON CUSTS **" TO WS-BCL-CNAME
           END-IF.
           MOVE WS-CUR-XWBCCD TO WS-BCL-XWBCCD.
           MOVE WS-BILLCD-LINE TO FD-UNAPRN-RECORD.
           WRITE FD-UNAPRN-RECORD AFTER ADVANCING 1.
           ADD 1 TO WS-LINE-COUNT.

       320-PRINT-CREDIT.
           IF WS-LINE-COUNT NOT < WS-MAX-LINES-PER-PAGE
             PERFORM 110-PRINT-HEADINGS
           END-IF.
           MOVE XWORDN OF TRNHST-RECORD TO WS-DTL-XWORDN.
           MOVE XWE4NB OF TRNHST-RECORD TO WS-DTL-XWE4NB.
           MOVE XWC8DT OF TRNHST-RECORD TO WS-DTL-XWC8DT.
           MOVE XWTTYP OF TRNHST-RECORD TO WS-DTL-XWTTYP.
           MOVE XWAMNT OF TRNHST-RECORD TO WS-DTL-XWAMNT.
           MOVE XWOPEN OF TRNHST-RECORD TO WS-DTL-XWOPEN.
           MOVE WS-DETAIL-LINE TO FD-UNAPRN-RECORD.
           WRITE FD-UNAPRN-RECORD AFTER ADVANCING 1.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-BC-CREDIT-COUNT.
           ADD 1 TO WS-CREDIT-COUNT.
           ADD XWOPEN OF TRNHST-RECORD TO WS-BC-UNALLOCATED.

       400-READ-TRNHST.
           READ TRNHST-FILE NEXT RECORD
               AT END
                   MOVE YES TO EOF-IND.
           IF EOF-IND NOT = YES
                AND LS-XWBCCD NOT = SPACES
                AND XWBCCD OF TRNHST-RECORD NOT = LS-XWBCCD
             MOVE YES TO EOF-IND
           END-IF.

       500-CLOSE-FILES.
           CLOSE TRNHST-FILE.
           CLOSE TRNTYP-FILE.
           CLOSE CUSTS-FILE.
           CLOSE UNAPRN.

       600-PRINT-FOOTER.
           MOVE "TRANSACTIONS READ........." TO WS-TOT-LITERAL.
           MOVE WS-READ-COUNT TO WS-TOT-COUNT.
           MOVE ZEROS TO WS-TOT-AMOUNT.
           MOVE WS-TOTAL-LINE TO FD-UNAPRN-RECORD.
           WRITE FD-UNAPRN-RECORD AFTER ADVANCING 2.
           MOVE "CREDITS UNALLOCATED......." TO WS-TOT-LITERAL.
           MOVE WS-CREDIT-COUNT TO WS-TOT-COUNT.
           MOVE WS-GR-UNALLOCATED TO WS-TOT-AMOUNT.
           MOVE WS-TOTAL-LINE TO FD-UNAPRN-RECORD.
           WRITE FD-UNAPRN-RECORD AFTER ADVANCING 1.
           MOVE WS-FOOTER-LINE  TO FD-UNAPRN-RECORD.
           WRITE FD-UNAPRN-RECORD AFTER ADVANCING 2.

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
           MOVE "COMPLETED"     TO WS-RL-STATUS.
           MOVE WS-READ-COUNT   TO WS-RL-READ-COUNT.
           MOVE WS-CREDIT-COUNT TO WS-RL-WRITE-COUNT.
           MOVE ZEROS           TO WS-RL-ERROR-COUNT.
           CALL "RUNLOGWRT" USING WS-RUNLOG-PARMS.
           CANCEL "RUNLOGWRT".
