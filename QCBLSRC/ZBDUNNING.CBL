       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DUNNING.
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

           SELECT CUSFL3-FILE
              ASSIGN TO DATABASE-CUSFL3
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                     OF CUSFL3-RECORD
              FILE STATUS  IS CUSFL3-FILE-STATUS.

           SELECT CUSFL4-FILE
              ASSIGN TO DATABASE-CUSFL4
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                     OF CUSFL4-RECORD
              FILE STATUS  IS CUSFL4-FILE-STATUS.

           SELECT DUNHST-FILE
              ASSIGN TO DATABASE-DUNHST
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                     OF DUNHST-RECORD
              FILE STATUS  IS DUNHST-FILE-STATUS.

           SELECT LTRPRN
              ASSIGN TO PRINTER-QPRINT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FILE-STATUS.

           SELECT REGPRN
              ASSIGN TO PRINTER-QPRINT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS REGPRN-FILE-STATUS.
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

       FD  CUSFL3-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSFL3-RECORD.
           COPY DDS-RCUSF        OF  CUSFL3.

       FD  CUSFL4-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSFL4-RECORD.
           COPY DDS-RCUSF        OF  CUSFL4.

       FD  DUNHST-FILE
           LABEL RECORDS ARE STANDARD.
       01  DUNHST-RECORD.
           COPY DDS-DUNHSTR      OF  DUNHST.

       FD  LTRPRN
           LABEL RECORDS ARE OMITTED.
       01  FD-LTRPRN-RECORD       PIC X(132).

       FD  REGPRN
           LABEL RECORDS ARE OMITTED.
       01  FD-REGPRN-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.

       01  PROGRAM-CONSTANTS.
           05  YES                                PIC X(3) VALUE "YES".

       01  FILE-STATUS                            PIC X(2).
       01  REGPRN-FILE-STATUS                     PIC X(2).
       01  TRNHST-FILE-STATUS                     PIC X(2).
       01  TRNTYP-FILE-STATUS                     PIC X(2).
       01  CUSTS-FILE-STATUS                      PIC X(2).
       01  CUSFL3-FILE-STATUS                     PIC X(2).
       01  CUSFL4-FILE-STATUS                     PIC X(2).
       01  DUNHST-FILE-STATUS                     PIC X(2).

      *    DUNNING RULES. AN ITEM FALLS DUE WS-TERMS-DAYS AFTER ITS
      *    CONTRACT DATE. THE LETTER LEVEL THE OLDEST OVERDUE ITEM
      *    ALLOWS RISES AT WS-SECOND-DAYS AND WS-FINAL-DAYS PAST DUE,
      *    BUT LETTERS STEP UP ONE LEVEL AT A TIME AND NEVER LESS
      *    THAN WS-MIN-GAP-DAYS APART, SO EVERY CUSTOMER HAS HAD BOTH
      *    NOTICES BEFORE A FINAL DEMAND PUTS THEM ON HOLD. A NET
      *    AMOUNT DUE BELOW WS-MIN-DUN-AMOUNT IS NOT CHASED.
       01  WORK-FIELDS.
           05  EOF-IND                  PIC X(03) VALUE SPACES.
           05  WS-RUN-CANCELLED         PIC X(03) VALUE SPACES.
           05  WS-DUNHST-END            PIC X(03) VALUE SPACES.
           05  RECORD-FOUND-TRNTYP      PIC X(03) VALUE SPACES.
           05  RECORD-FOUND-CUSTS       PIC X(03) VALUE SPACES.
           05  RECORD-FOUND-CUSFL3      PIC X(03) VALUE SPACES.
           05  RECORD-FOUND-CUSFL4      PIC X(03) VALUE SPACES.
           05  WS-TERMS-DAYS            PIC 9(03) VALUE 030.
           05  WS-SECOND-DAYS           PIC 9(03) VALUE 030.
           05  WS-FINAL-DAYS            PIC 9(03) VALUE 060.
           05  WS-MIN-GAP-DAYS          PIC 9(03) VALUE 014.
           05  WS-MIN-DUN-AMOUNT        PIC 9(03)V99 VALUE 1.00.
           05  WS-OPERATOR              PIC X(10) VALUE SPACES.
           05  WS-CUR-XWBCCD            PIC X(11) VALUE SPACES.
           05  WS-PAGE-NO               PIC 9(05) VALUE ZEROS.
           05  WS-REG-PAGE-NO           PIC 9(05) VALUE ZEROS.
           05  WS-LINE-COUNT            PIC 9(03) VALUE ZEROS.
           05  WS-REG-LINE-COUNT        PIC 9(03) VALUE ZEROS.
           05  WS-MAX-LINES-PER-PAGE    PIC 9(03) VALUE 060.
           05  WS-READ-COUNT            PIC 9(09) VALUE ZEROS.
           05  WS-OVERDUE-BC-COUNT      PIC 9(09) VALUE ZEROS.
           05  WS-COVERED-COUNT         PIC 9(09) VALUE ZEROS.
           05  WS-NOT-DUE-COUNT         PIC 9(09) VALUE ZEROS.
           05  WS-AT-FINAL-COUNT        PIC 9(09) VALUE ZEROS.
           05  WS-LETTER-COUNT          PIC 9(09) VALUE ZEROS.
           05  WS-LEVEL-COUNT           PIC 9(09) VALUE ZEROS
                                        OCCURS 3 TIMES.
           05  WS-HOLD-COUNT            PIC 9(09) VALUE ZEROS.
           05  WS-ERROR-COUNT           PIC 9(09) VALUE ZEROS.
           05  WS-GR-NET-DUE            PIC S9(09)V99 VALUE ZEROS.
           05  WS-BC-OVERDUE            PIC S9(09)V99 VALUE ZEROS.
           05  WS-BC-UNAPPLIED          PIC S9(09)V99 VALUE ZEROS.
           05  WS-BC-NET-DUE            PIC S9(09)V99 VALUE ZEROS.
           05  WS-BC-DAYS-OVER          PIC S9(07) VALUE ZEROS.
           05  WS-BC-DUE-SERIAL         PIC S9(07) VALUE ZEROS.
           05  WS-BC-OLDEST-XWORDN      PIC 9(07) VALUE ZEROS.
           05  WS-BC-OLDEST-C8DT        PIC 9(08) VALUE ZEROS.
           05  WS-BC-ITEM-COUNT         PIC 9(05) VALUE ZEROS.
           05  WS-BC-MORE-COUNT         PIC 9(05) VALUE ZEROS.
           05  WS-ALLOWED-LEVEL         PIC 9(01) VALUE ZEROS.
           05  WS-NEXT-LEVEL            PIC 9(01) VALUE ZEROS.
           05  WS-LAST-LEVEL            PIC 9(01) VALUE ZEROS.
           05  WS-LAST-SERIAL           PIC S9(07) VALUE ZEROS.
           05  WS-HIST-SERIAL           PIC S9(07) VALUE ZEROS.
           05  WS-REG-STATUS            PIC X(18) VALUE SPACES.
           05  WS-DAYS-OVER             PIC S9(07) VALUE ZEROS.
           05  WS-ASOF-SERIAL           PIC S9(07) VALUE ZEROS.
           05  WS-TRN-SERIAL            PIC S9(07) VALUE ZEROS.
           05  WS-SERIAL-DAYS           PIC S9(07) VALUE ZEROS.
           05  WS-SERIAL-YYYY           PIC 9(04) VALUE ZEROS.
           05  WS-SERIAL-MM             PIC 9(02) VALUE ZEROS.
           05  WS-SERIAL-WORK           PIC 9(09) VALUE ZEROS.
           05  WS-SERIAL-T1             PIC 9(07) VALUE ZEROS.
           05  WS-SERIAL-T2             PIC 9(05) VALUE ZEROS.
           05  WS-ASOF-MAX-DAY          PIC 9(02) VALUE ZEROS.
           05  WS-ASOF-LEAP-QUOT        PIC 9(04) VALUE ZEROS.
           05  WS-ASOF-LEAP-REM         PIC 9(03) VALUE ZEROS.
           05  WS-TXT-IDX               PIC 9(02) VALUE ZEROS.
           05  WS-DUN-TIME-RAW.
               10  WS-DUN-TIME-HHMMSS   PIC 9(06).
               10  WS-DUN-TIME-CENTS    PIC 9(02).
           05  WS-RUN-DATE.
               10  WS-RUN-YYYY             PIC 9(04).
               10  WS-RUN-MM               PIC 9(02).
               10  WS-RUN-DD               PIC 9(02).
           05  WS-RUN-DATE-N  REDEFINES WS-RUN-DATE
                                        PIC 9(08).
           05  WS-ASOF-DATE.
               10  WS-ASOF-YYYY            PIC 9(04).
               10  WS-ASOF-MM              PIC 9(02).
               10  WS-ASOF-DD              PIC 9(02).
           05  WS-ASOF-DATE-N  REDEFINES WS-ASOF-DATE
                                        PIC 9(08).
           05  WS-WORK-DATE.
               10  WS-WORK-YYYY            PIC 9(04).
               10  WS-WORK-MM              PIC 9(02).
               10  WS-WORK-DD              PIC 9(02).
           05  WS-WORK-DATE-N  REDEFINES WS-WORK-DATE
                                        PIC 9(08).

      *    THE OVERDUE ITEMS OF THE BILLING CODE IN HAND, HELD UNTIL
      *    THE CODE BREAKS SO THE LETTER CAN LIST THEM. ANY BEYOND
      *    THE TABLE ARE COUNTED AND SHOWN AS ONE "FURTHER ITEMS" LINE.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY            OCCURS 30 TIMES
                                        INDEXED BY WS-ITEM-IDX.
               10  WS-ITM-XWORDN        PIC 9(07).
               10  WS-ITM-XWC8DT        PIC 9(08).
               10  WS-ITM-XWTTYP        PIC X(02).
               10  WS-ITM-DAYS-OVER     PIC S9(07).
               10  WS-ITM-XWAMNT        PIC S9(07)V99.
               10  WS-ITM-XWOPEN        PIC S9(07)V99.

      *    LETTER WORDING, THREE LINES FOR EACH LEVEL.
       01  WS-LETTER-TEXT-VALUES.
           05  FILLER                   PIC X(50) VALUE
               "OUR RECORDS SHOW THAT THE ITEMS BELOW ARE NOW".
           05  FILLER                   PIC X(50) VALUE
               "PAST DUE. IF YOU HAVE ALREADY PAID, PLEASE".
           05  FILLER                   PIC X(50) VALUE
               "DISREGARD THIS NOTICE. OTHERWISE PLEASE REMIT.".
           05  FILLER                   PIC X(50) VALUE
               "THIS IS OUR SECOND REMINDER. THE ITEMS BELOW".
           05  FILLER                   PIC X(50) VALUE
               "REMAIN UNPAID. PLEASE SETTLE THE AMOUNT NOW DUE".
           05  FILLER                   PIC X(50) VALUE
               "WITHIN 14 DAYS TO AVOID A HOLD ON YOUR CREDIT.".
           05  FILLER                   PIC X(50) VALUE
               "FINAL DEMAND. DESPITE OUR EARLIER REMINDERS THE".
           05  FILLER                   PIC X(50) VALUE
               "ITEMS BELOW REMAIN UNPAID. YOUR ACCOUNT IS NOW".
           05  FILLER                   PIC X(50) VALUE
               "ON CREDIT HOLD - NO NEW CHARGES WILL BE ACCEPTED.".
       01  WS-LETTER-TEXT-TABLE  REDEFINES WS-LETTER-TEXT-VALUES.
           05  WS-LETTER-TEXT           PIC X(50) OCCURS 9 TIMES.

       01  WS-LEVEL-NAME-VALUES.
           05  FILLER                   PIC X(20) VALUE
               "FIRST NOTICE".
           05  FILLER                   PIC X(20) VALUE
               "SECOND NOTICE".
           05  FILLER                   PIC X(20) VALUE
               "FINAL DEMAND".
       01  WS-LEVEL-NAME-TABLE  REDEFINES WS-LEVEL-NAME-VALUES.
           05  WS-LEVEL-NAME            PIC X(20) OCCURS 3 TIMES.

       01  PRINT-LINES.
           05  WS-LTR-HEADING-LINE.
               10  FILLER            PIC X(15) VALUE SPACES.
               10  WS-LTR-HEAD-LEVEL PIC X(20).
               10  FILLER            PIC X(10) VALUE SPACES.
               10  FILLER            PIC X(09) VALUE " DATED   ".
               10  WS-LTR-HEAD-MM    PIC 99.
               10  FILLER            PIC X(01) VALUE "/".
               10  WS-LTR-HEAD-DD    PIC 99.
               10  FILLER            PIC X(01) VALUE "/".
               10  WS-LTR-HEAD-YYYY  PIC 9999.

           05  WS-BILLCD-LINE.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  FILLER            PIC X(11)  VALUE
                   "BILL CODE  ".
               10  WS-BC-XWBCCD      PIC X(11).
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  FILLER            PIC X(11)  VALUE
                   "CUSTOMER   ".
               10  WS-BC-CUSNO       PIC X(06).

           05  WS-NAME-LINE.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  WS-NAME-CNAME     PIC X(40).

           05  WS-ADDR-LINE.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  WS-ADDR-TEXT      PIC X(20).

           05  WS-TEXT-LINE.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  WS-TEXT-TEXT      PIC X(50).

           05  WS-LTR-COLUMN-HEADING.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  FILLER            PIC X(09)  VALUE "ORDER NO".
               10  FILLER            PIC X(03)  VALUE SPACES.
               10  FILLER            PIC X(13)  VALUE "CONTRACT DATE".
               10  FILLER            PIC X(03)  VALUE SPACES.
               10  FILLER            PIC X(03)  VALUE "TYP".
               10  FILLER            PIC X(03)  VALUE SPACES.
               10  FILLER            PIC X(12)  VALUE "DAYS OVERDUE".
               10  FILLER            PIC X(08)  VALUE SPACES.
               10  FILLER            PIC X(06)  VALUE "AMOUNT".
               10  FILLER            PIC X(07)  VALUE SPACES.
               10  FILLER            PIC X(07)  VALUE "UNPAID".

           05  WS-LTR-DETAIL-LINE.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  WS-LTD-XWORDN     PIC Z(06)9.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  WS-LTD-XWC8DT     PIC 9(08).
               10  FILLER            PIC X(08)  VALUE SPACES.
               10  WS-LTD-XWTTYP     PIC X(02).
               10  FILLER            PIC X(08)  VALUE SPACES.
               10  WS-LTD-DAYS-OVER  PIC ZZZZ9.
               10  FILLER            PIC X(04)  VALUE SPACES.
               10  WS-LTD-XWAMNT     PIC Z,ZZZ,ZZ9.99-.
               10  FILLER            PIC X(01)  VALUE SPACES.
               10  WS-LTD-XWOPEN     PIC Z,ZZZ,ZZ9.99-.

           05  WS-LTR-MORE-LINE.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  FILLER            PIC X(04)  VALUE "AND ".
               10  WS-LTM-COUNT      PIC ZZZZ9.
               10  FILLER            PIC X(39)  VALUE
                   " FURTHER OVERDUE ITEMS, INCLUDED BELOW".

           05  WS-LTR-TOTAL-LINE.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  WS-LTT-LITERAL    PIC X(30).
               10  FILLER            PIC X(28)  VALUE SPACES.
               10  WS-LTT-AMOUNT     PIC Z,ZZZ,ZZZ,ZZ9.99-.

           05  WS-REG-HEADING-LINE.
               10  FILLER            PIC X(15) VALUE SPACES.
               10  FILLER            PIC X(30) VALUE
               "DUNNING REGISTER              ".
               10  FILLER            PIC X(09) VALUE " AS OF   ".
               10  WS-REG-HEAD-MM    PIC 99.
               10  FILLER            PIC X(01) VALUE "/".
               10  WS-REG-HEAD-DD    PIC 99.
               10  FILLER            PIC X(01) VALUE "/".
               10  WS-REG-HEAD-YYYY  PIC 9999.
               10  FILLER            PIC X(09) VALUE SPACES.
               10  FILLER            PIC X(05) VALUE "PAGE ".
               10  WS-REG-HEAD-PAGE-NO PIC ZZZZ9.

           05  WS-REG-COLUMN-HEADING.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  FILLER            PIC X(11)  VALUE "BILL CODE".
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  FILLER            PIC X(06)  VALUE "CUSTNO".
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  FILLER            PIC X(30)  VALUE "NAME".
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  FILLER            PIC X(04)  VALUE "DAYS".
               10  FILLER            PIC X(09)  VALUE SPACES.
               10  FILLER            PIC X(07)  VALUE "OVERDUE".
               10  FILLER            PIC X(07)  VALUE SPACES.
               10  FILLER            PIC X(07)  VALUE "NET DUE".
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  FILLER            PIC X(18)  VALUE "ACTION".

           05  WS-REG-DETAIL-LINE.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  WS-RGD-XWBCCD     PIC X(11).
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  WS-RGD-CUSNO      PIC X(06).
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  WS-RGD-CNAME      PIC X(30).
               10  FILLER            PIC X(01)  VALUE SPACES.
               10  WS-RGD-DAYS-OVER  PIC ZZZZ9.
               10  FILLER            PIC X(01)  VALUE SPACES.
               10  WS-RGD-OVERDUE    PIC ZZ,ZZZ,ZZ9.99-.
               10  FILLER            PIC X(01)  VALUE SPACES.
               10  WS-RGD-NET-DUE    PIC ZZ,ZZZ,ZZ9.99-.
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  WS-RGD-STATUS     PIC X(18).

           05  WS-TOTAL-LINE.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  WS-TOT-LITERAL    PIC X(30).
               10  WS-TOT-COUNT      PIC ZZZ,ZZZ,ZZ9.
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  WS-TOT-AMOUNT     PIC Z,ZZZ,ZZZ,ZZ9.99-.

           05  WS-ERROR-LINE.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  FILLER            PIC X(42)  VALUE
                   "** RUN CANCELLED - INVALID AS-OF DATE **".

           05  WS-FOOTER-LINE.
               10  FILLER                         PIC X(40)  VALUE
               "  *******   END OF REPORT   *******   ".

       01  WS-RUNLOG-PARMS.
           05  WS-RL-PROGRAM            PIC X(10) VALUE "DUNNING".
           05  WS-RL-EVENT              PIC X(05) VALUE SPACES.
           05  WS-RL-STATUS             PIC X(10) VALUE SPACES.
           05  WS-RL-READ-COUNT         PIC 9(09) VALUE ZEROS.
           05  WS-RL-WRITE-COUNT        PIC 9(09) VALUE ZEROS.
           05  WS-RL-ERROR-COUNT        PIC 9(09) VALUE ZEROS.

       01  WS-MSTJRN-PARMS.
           05  WS-MJ-FILE               PIC X(10) VALUE "CUSFL3".
           05  WS-MJ-ACTION             PIC X(06) VALUE "CHANGE".
           05  WS-MJ-PROGRAM            PIC X(10) VALUE "DUNNING".
           05  WS-MJ-KEY                PIC X(20) VALUE SPACES.
           05  WS-MJ-BEFORE             PIC X(200) VALUE SPACES.
           05  WS-MJ-AFTER              PIC X(200) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-SELECT-PARMS.
           05  LS-ASOF-DATE                        PIC 9(08).

      *    REMINDER LETTERS FOR OVERDUE ACCOUNTS. EACH BILLING CODE'S
      *    OPEN DEBITS PAST TERMS, LESS ITS UNAPPLIED CASH, IS THE
      *    AMOUNT CHASED. THE LETTER LEVEL FOLLOWS FROM HOW LONG THE
      *    OLDEST ITEM HAS BEEN OVERDUE AND FROM THE LAST LETTER ON
      *    DUNHST. A FINAL DEMAND PUTS THE CUSTOMER ON CREDIT HOLD.
      *    A ZERO PARAMETER DUNS AS OF THE RUN DATE.
       PROCEDURE DIVISION USING LS-SELECT-PARMS.

       START-PROGRAM.
           PERFORM 100-INITIALIZATION.
           IF EOF-IND NOT = YES
             PERFORM 200-PROCESS-TRNHST-RECORDS
                 UNTIL EOF-IND = YES
             PERFORM 300-DUN-BILLING-CODE THRU 300-DUN-EXIT
             PERFORM 600-PRINT-FOOTER
           END-IF.
           PERFORM 620-LOG-RUN-END.
           PERFORM 500-CLOSE-FILES.
           STOP RUN.

       100-INITIALIZATION.
           PERFORM 150-OPEN-FILES.
           PERFORM 610-LOG-RUN-START.
           MOVE SPACES TO EOF-IND.
           MOVE SPACES TO WS-CUR-XWBCCD.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           CALL "RTNUSRID" USING WS-OPERATOR.
           CANCEL "RTNUSRID".

           PERFORM 120-EDIT-ASOF-DATE THRU 120-EDIT-EXIT.
           MOVE WS-ASOF-MM   TO WS-REG-HEAD-MM.
           MOVE WS-ASOF-DD   TO WS-REG-HEAD-DD.
           MOVE WS-ASOF-YYYY TO WS-REG-HEAD-YYYY.
           MOVE WS-ASOF-MM   TO WS-LTR-HEAD-MM.
           MOVE WS-ASOF-DD   TO WS-LTR-HEAD-DD.
           MOVE WS-ASOF-YYYY TO WS-LTR-HEAD-YYYY.
           PERFORM 115-PRINT-REG-HEADINGS.
           IF EOF-IND = YES
             MOVE YES TO WS-RUN-CANCELLED
             MOVE WS-ERROR-LINE TO FD-REGPRN-RECORD
             WRITE FD-REGPRN-RECORD AFTER ADVANCING 2
           ELSE
             MOVE WS-ASOF-DATE TO WS-WORK-DATE
             PERFORM 130-DATE-TO-SERIAL
             MOVE WS-SERIAL-DAYS TO WS-ASOF-SERIAL
             PERFORM 210-RESET-BILLCD
             PERFORM 400-READ-TRNHST
           END-IF.

      *    EVERY LETTER STARTS A FRESH PAGE OF THE LETTER SPOOL.
       110-PRINT-LETTER-HEADING.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-LEVEL-NAME (WS-NEXT-LEVEL) TO WS-LTR-HEAD-LEVEL.
           MOVE WS-LTR-HEADING-LINE TO FD-LTRPRN-RECORD.
           WRITE FD-LTRPRN-RECORD AFTER ADVANCING PAGE.
           MOVE  SPACES  TO  FD-LTRPRN-RECORD.
           WRITE FD-LTRPRN-RECORD AFTER ADVANCING 1.
           MOVE 2 TO WS-LINE-COUNT.

       115-PRINT-REG-HEADINGS.
           ADD 1 TO WS-REG-PAGE-NO.
           MOVE WS-REG-PAGE-NO TO WS-REG-HEAD-PAGE-NO.
           MOVE WS-REG-HEADING-LINE TO FD-REGPRN-RECORD.
           WRITE FD-REGPRN-RECORD AFTER ADVANCING PAGE.
           MOVE  SPACES  TO  FD-REGPRN-RECORD.
           WRITE FD-REGPRN-RECORD AFTER ADVANCING 1.
           MOVE WS-REG-COLUMN-HEADING TO FD-REGPRN-RECORD.
           WRITE FD-REGPRN-RECORD AFTER ADVANCING 1.
           MOVE  SPACES  TO  FD-REGPRN-RECORD.
           WRITE FD-REGPRN-RECORD AFTER ADVANCING 1.
           MOVE ZEROS TO WS-REG-LINE-COUNT.

      *    A KEYED AS-OF DATE MUST BE A PLAUSIBLE CALENDAR DATE OR THE
      *    RUN IS CANCELLED - A MIS-KEYED DATE WOULD OTHERWISE SEND
      *    LETTERS, AND HOLDS, TO CUSTOMERS WHO ARE NOT OVERDUE.
       120-EDIT-ASOF-DATE.
           IF LS-ASOF-DATE = ZEROS
             MOVE WS-RUN-DATE-N TO WS-ASOF-DATE-N
             GO 120-EDIT-EXIT
           END-IF.
           MOVE LS-ASOF-DATE TO WS-ASOF-DATE-N.
           IF WS-ASOF-MM < 01 OR WS-ASOF-MM > 12
             MOVE YES TO EOF-IND
           END-IF.
           IF EOF-IND NOT = YES
             PERFORM 125-ASOF-MONTH-LENGTH
             IF WS-ASOF-DD < 01
                  OR WS-ASOF-DD > WS-ASOF-MAX-DAY
               MOVE YES TO EOF-IND
             END-IF
           END-IF.
       120-EDIT-EXIT. EXIT.

       125-ASOF-MONTH-LENGTH.
           EVALUATE WS-ASOF-MM
             WHEN 4  WHEN 6  WHEN 9  WHEN 11
               MOVE 30 TO WS-ASOF-MAX-DAY
             WHEN 2
               PERFORM 127-ASOF-LEAP-YEAR
             WHEN OTHER
               MOVE 31 TO WS-ASOF-MAX-DAY
           END-EVALUATE.

       127-ASOF-LEAP-YEAR.
           MOVE 28 TO WS-ASOF-MAX-DAY.
           DIVIDE WS-ASOF-YYYY BY 400 GIVING WS-ASOF-LEAP-QUOT
                                   REMAINDER WS-ASOF-LEAP-REM.
           IF WS-ASOF-LEAP-REM = 0
             MOVE 29 TO WS-ASOF-MAX-DAY
           ELSE
             DIVIDE WS-ASOF-YYYY BY 100 GIVING WS-ASOF-LEAP-QUOT
                                     REMAINDER WS-ASOF-LEAP-REM
             IF WS-ASOF-LEAP-REM NOT = 0
               DIVIDE WS-ASOF-YYYY BY 4 GIVING WS-ASOF-LEAP-QUOT
                                       REMAINDER WS-ASOF-LEAP-REM
               IF WS-ASOF-LEAP-REM = 0
                 MOVE 29 TO WS-ASOF-MAX-DAY
               END-IF
             END-IF
           END-IF.

      *    WHOLE-DAY SERIAL NUMBER FROM A CALENDAR DATE, AS IN
      *    PRNAGED. THE CALLER SETS WS-WORK-DATE FIRST.
       130-DATE-TO-SERIAL.
           IF WS-WORK-MM > 2
             MOVE WS-WORK-YYYY TO WS-SERIAL-YYYY
             COMPUTE WS-SERIAL-MM = WS-WORK-MM + 1
           ELSE
             COMPUTE WS-SERIAL-YYYY = WS-WORK-YYYY - 1
             COMPUTE WS-SERIAL-MM = WS-WORK-MM + 13
           END-IF.
           COMPUTE WS-SERIAL-WORK = 1461 * WS-SERIAL-YYYY.
           DIVIDE WS-SERIAL-WORK BY 4 GIVING WS-SERIAL-T1.
           COMPUTE WS-SERIAL-WORK = 306001 * WS-SERIAL-MM.
           DIVIDE WS-SERIAL-WORK BY 10000 GIVING WS-SERIAL-T2.
           COMPUTE WS-SERIAL-DAYS = WS-SERIAL-T1 + WS-SERIAL-T2
                                  + WS-WORK-DD.

       150-OPEN-FILES.
           OPEN INPUT TRNHST-FILE.
           OPEN INPUT TRNTYP-FILE.
           OPEN INPUT CUSTS-FILE.
           OPEN I-O   CUSFL3-FILE.
           OPEN INPUT CUSFL4-FILE.
           OPEN I-O   DUNHST-FILE.
           OPEN OUTPUT LTRPRN.
           OPEN OUTPUT REGPRN.

      *    ONLY OPEN AMOUNTS COUNT. A DEBIT'S UNPAID BALANCE IS AGED
      *    FROM ITS CONTRACT DATE; A CREDIT'S UNAPPLIED CASH (AND ANY
      *    DEBIT OVER-ALLOCATED BELOW ZERO) IS SET AGAINST THE
      *    OVERDUE TOTAL, SO A CUSTOMER WHO HAS PAID BUT NOT YET BEEN
      *    MATCHED IS NOT CHASED.
       200-PROCESS-TRNHST-RECORDS.
           ADD 1 TO WS-READ-COUNT.
           IF XWBCCD OF TRNHST-RECORD NOT = WS-CUR-XWBCCD
             PERFORM 300-DUN-BILLING-CODE THRU 300-DUN-EXIT
             PERFORM 210-RESET-BILLCD
             MOVE XWBCCD OF TRNHST-RECORD TO WS-CUR-XWBCCD
           END-IF.
           IF XWOPEN OF TRNHST-RECORD NOT = ZEROS
             PERFORM 250-LOOKUP-TRNTYPE
             IF RECORD-FOUND-TRNTYP = YES
               IF TTDRCR OF TRNTYP-RECORD = "C"
                 ADD XWOPEN OF TRNHST-RECORD TO WS-BC-UNAPPLIED
               ELSE
                 IF XWOPEN OF TRNHST-RECORD < ZEROS
                   SUBTRACT XWOPEN OF TRNHST-RECORD
                       FROM WS-BC-UNAPPLIED
                 ELSE
                   PERFORM 220-AGE-DEBIT
                 END-IF
               END-IF
             END-IF
           END-IF.
           PERFORM 400-READ-TRNHST.

       210-RESET-BILLCD.
           MOVE ZEROS TO WS-BC-OVERDUE.
           MOVE ZEROS TO WS-BC-UNAPPLIED.
           MOVE ZEROS TO WS-BC-NET-DUE.
           MOVE ZEROS TO WS-BC-DAYS-OVER.
           MOVE ZEROS TO WS-BC-DUE-SERIAL.
           MOVE ZEROS TO WS-BC-OLDEST-XWORDN.
           MOVE ZEROS TO WS-BC-OLDEST-C8DT.
           MOVE ZEROS TO WS-BC-ITEM-COUNT.
           MOVE ZEROS TO WS-BC-MORE-COUNT.

       220-AGE-DEBIT.
           MOVE XWC8DT OF TRNHST-RECORD TO WS-WORK-DATE-N.
           PERFORM 130-DATE-TO-SERIAL.
           MOVE WS-SERIAL-DAYS TO WS-TRN-SERIAL.
           COMPUTE WS-DAYS-OVER = WS-ASOF-SERIAL - WS-TRN-SERIAL
                                - WS-TERMS-DAYS.
           IF WS-DAYS-OVER > ZEROS
             ADD XWOPEN OF TRNHST-RECORD TO WS-BC-OVERDUE
             IF WS-DAYS-OVER > WS-BC-DAYS-OVER
               MOVE WS-DAYS-OVER TO WS-BC-DAYS-OVER
               COMPUTE WS-BC-DUE-SERIAL = WS-TRN-SERIAL
                                        + WS-TERMS-DAYS
               MOVE XWORDN OF TRNHST-RECORD TO WS-BC-OLDEST-XWORDN
               MOVE XWC8DT OF TRNHST-RECORD TO WS-BC-OLDEST-C8DT
             END-IF
             IF WS-BC-ITEM-COUNT < 30
               ADD 1 TO WS-BC-ITEM-COUNT
               SET WS-ITEM-IDX TO WS-BC-ITEM-COUNT
               MOVE XWORDN OF TRNHST-RECORD
                                    TO WS-ITM-XWORDN (WS-ITEM-IDX)
               MOVE XWC8DT OF TRNHST-RECORD
                                    TO WS-ITM-XWC8DT (WS-ITEM-IDX)
               MOVE XWTTYP OF TRNHST-RECORD
                                    TO WS-ITM-XWTTYP (WS-ITEM-IDX)
               MOVE WS-DAYS-OVER    TO WS-ITM-DAYS-OVER (WS-ITEM-IDX)
               MOVE XWAMNT OF TRNHST-RECORD
                                    TO WS-ITM-XWAMNT (WS-ITEM-IDX)
               MOVE XWOPEN OF TRNHST-RECORD
                                    TO WS-ITM-XWOPEN (WS-ITEM-IDX)
             ELSE
               ADD 1 TO WS-BC-MORE-COUNT
             END-IF
           END-IF.

       250-LOOKUP-TRNTYPE.
           MOVE XWTTYP OF TRNHST-RECORD TO XWTTYP OF TRNTYP-RECORD.
           MOVE YES TO RECORD-FOUND-TRNTYP.
           READ TRNTYP-FILE
                   INVALID KEY
                       MOVE SPACES TO RECORD-FOUND-TRNTYP.

      *    DECIDES AT THE BILLING-CODE BREAK WHETHER A LETTER GOES,
      *    AND AT WHICH LEVEL. A CODE ALREADY AT FINAL DEMAND GETS NO
      *    MORE LETTERS - IT STAYS ON HOLD UNTIL A PERAUTH OPERATOR
      *    RELEASES IT, WHICH STARTS THE ESCALATION AGAIN.
       300-DUN-BILLING-CODE.
           IF WS-CUR-XWBCCD = SPACES
                OR WS-BC-OVERDUE NOT > ZEROS
             GO 300-DUN-EXIT
           END-IF.
           ADD 1 TO WS-OVERDUE-BC-COUNT.
           COMPUTE WS-BC-NET-DUE = WS-BC-OVERDUE - WS-BC-UNAPPLIED.
           IF WS-BC-NET-DUE < WS-MIN-DUN-AMOUNT
             ADD 1 TO WS-COVERED-COUNT
             GO 300-DUN-EXIT
           END-IF.

           EVALUATE TRUE
             WHEN WS-BC-DAYS-OVER NOT < WS-FINAL-DAYS
               MOVE 3 TO WS-ALLOWED-LEVEL
             WHEN WS-BC-DAYS-OVER NOT < WS-SECOND-DAYS
               MOVE 2 TO WS-ALLOWED-LEVEL
             WHEN OTHER
               MOVE 1 TO WS-ALLOWED-LEVEL
           END-EVALUATE.

           PERFORM 320-FIND-LAST-LETTER.
           IF WS-LAST-LEVEL = 3
             ADD 1 TO WS-AT-FINAL-COUNT
             GO 300-DUN-EXIT
           END-IF.
           IF WS-LAST-LEVEL > ZEROS
                AND WS-ASOF-SERIAL - WS-LAST-SERIAL
                                     < WS-MIN-GAP-DAYS
             ADD 1 TO WS-NOT-DUE-COUNT
             GO 300-DUN-EXIT
           END-IF.
           COMPUTE WS-NEXT-LEVEL = WS-LAST-LEVEL + 1.
           IF WS-NEXT-LEVEL > WS-ALLOWED-LEVEL
             ADD 1 TO WS-NOT-DUE-COUNT
             GO 300-DUN-EXIT
           END-IF.

           PERFORM 330-LOOKUP-CUSTOMER.
           IF RECORD-FOUND-CUSTS NOT = YES
             MOVE "** NOT ON CUSTS **" TO WS-REG-STATUS
             ADD 1 TO WS-ERROR-COUNT
             PERFORM 380-PRINT-REGISTER-LINE
             GO 300-DUN-EXIT
           END-IF.

           PERFORM 340-PRINT-LETTER.
           PERFORM 360-WRITE-DUNHST.
           MOVE WS-LEVEL-NAME (WS-NEXT-LEVEL) TO WS-REG-STATUS.
           IF WS-NEXT-LEVEL = 3
             PERFORM 370-SET-CREDIT-HOLD
           END-IF.
           PERFORM 380-PRINT-REGISTER-LINE.
       300-DUN-EXIT. EXIT.

      *    ONLY LETTERS SENT SINCE THE OLDEST ITEM NOW OVERDUE FELL
      *    DUE BELONG TO THIS ROUND OF CHASING - EARLIER ONES WERE
      *    ABOUT DEBTS SINCE PAID. A RELEASE OF CREDIT HOLD CLEARS
      *    THE COUNT SO THE CUSTOMER STARTS AGAIN AT A FIRST NOTICE.
       320-FIND-LAST-LETTER.
           MOVE ZEROS  TO WS-LAST-LEVEL.
           MOVE ZEROS  TO WS-LAST-SERIAL.
           MOVE SPACES TO WS-DUNHST-END.
           MOVE WS-CUR-XWBCCD TO DH-XWBCCD.
           MOVE ZEROS TO DH-DATE.
           MOVE ZEROS TO DH-TIME.
           START DUNHST-FILE KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                       OF DUNHST-RECORD
               INVALID KEY
                   MOVE YES TO WS-DUNHST-END.
           IF WS-DUNHST-END NOT = YES
             PERFORM 325-READ-DUNHST
             PERFORM 322-APPLY-HISTORY
                 UNTIL WS-DUNHST-END = YES
           END-IF.

       322-APPLY-HISTORY.
           IF DH-ACTION = "R"
             MOVE ZEROS TO WS-LAST-LEVEL
             MOVE ZEROS TO WS-LAST-SERIAL
           ELSE
             MOVE DH-DATE TO WS-WORK-DATE-N
             PERFORM 130-DATE-TO-SERIAL
             MOVE WS-SERIAL-DAYS TO WS-HIST-SERIAL
             IF WS-HIST-SERIAL NOT < WS-BC-DUE-SERIAL
                  AND DH-ACTION NOT < "1"
                  AND DH-ACTION NOT > "3"
               MOVE DH-ACTION      TO WS-LAST-LEVEL
               MOVE WS-HIST-SERIAL TO WS-LAST-SERIAL
             END-IF
           END-IF.
           PERFORM 325-READ-DUNHST.

       325-READ-DUNHST.
           READ DUNHST-FILE NEXT RECORD
               AT END
                   MOVE YES TO WS-DUNHST-END.
           IF WS-DUNHST-END NOT = YES
                AND DH-XWBCCD NOT = WS-CUR-XWBCCD
             MOVE YES TO WS-DUNHST-END
           END-IF.

      *    NAME AND ADDRESS BLOCK FROM CUSF THROUGH THE CUSTS
      *    BILLING-CODE RECORD, THE SAME WAY PRNSTMT FINDS IT.
       330-LOOKUP-CUSTOMER.
           MOVE WS-CUR-XWBCCD TO XWBCCD OF CUSTS-RECORD.
           MOVE YES TO RECORD-FOUND-CUSTS.
           READ CUSTS-FILE
                   INVALID KEY
                       MOVE SPACES TO RECORD-FOUND-CUSTS.
           IF RECORD-FOUND-CUSTS NOT = YES
             MOVE ALL "-" TO CUSNO OF CUSTS-RECORD
             MOVE "** NOT ON CUSTS **" TO CNAME OF CUSTS-RECORD
           END-IF.
           MOVE CUSNO OF CUSTS-RECORD TO CUSNO OF CUSFL4-RECORD.
           MOVE YES TO RECORD-FOUND-CUSFL4.
           READ CUSFL4-FILE
                   INVALID KEY
                       MOVE SPACES TO RECORD-FOUND-CUSFL4.
           IF RECORD-FOUND-CUSFL4 NOT = YES
             MOVE CNAME OF CUSTS-RECORD TO CNAME OF CUSFL4-RECORD
             MOVE SPACES  TO ADD1 OF CUSFL4-RECORD
             MOVE SPACES  TO ADD2 OF CUSFL4-RECORD
             MOVE SPACES  TO ADD3 OF CUSFL4-RECORD
             MOVE SPACES  TO ADD4 OF CUSFL4-RECORD
           END-IF.

       340-PRINT-LETTER.
           PERFORM 110-PRINT-LETTER-HEADING.
           MOVE WS-CUR-XWBCCD         TO WS-BC-XWBCCD.
           MOVE CUSNO OF CUSTS-RECORD TO WS-BC-CUSNO.
           MOVE WS-BILLCD-LINE TO FD-LTRPRN-RECORD.
           WRITE FD-LTRPRN-RECORD AFTER ADVANCING 1.
           MOVE  SPACES  TO  FD-LTRPRN-RECORD.
           WRITE FD-LTRPRN-RECORD AFTER ADVANCING 1.
           PERFORM 342-PRINT-ADDRESS-BLOCK.
           COMPUTE WS-TXT-IDX = (WS-NEXT-LEVEL - 1) * 3 + 1.
           PERFORM 344-PRINT-TEXT-LINE 3 TIMES.
           MOVE  SPACES  TO  FD-LTRPRN-RECORD.
           WRITE FD-LTRPRN-RECORD AFTER ADVANCING 1.
           MOVE WS-LTR-COLUMN-HEADING TO FD-LTRPRN-RECORD.
           WRITE FD-LTRPRN-RECORD AFTER ADVANCING 1.
           MOVE  SPACES  TO  FD-LTRPRN-RECORD.
           WRITE FD-LTRPRN-RECORD AFTER ADVANCING 1.
           PERFORM 346-PRINT-ITEM
               VARYING WS-ITEM-IDX FROM 1 BY 1
                 UNTIL WS-ITEM-IDX > WS-BC-ITEM-COUNT.
           IF WS-BC-MORE-COUNT > ZEROS
             MOVE WS-BC-MORE-COUNT TO WS-LTM-COUNT
             MOVE WS-LTR-MORE-LINE TO FD-LTRPRN-RECORD
             WRITE FD-LTRPRN-RECORD AFTER ADVANCING 1
           END-IF.
           MOVE "TOTAL OVERDUE................" TO WS-LTT-LITERAL.
           MOVE WS-BC-OVERDUE TO WS-LTT-AMOUNT.
           MOVE WS-LTR-TOTAL-LINE TO FD-LTRPRN-RECORD.
           WRITE FD-LTRPRN-RECORD AFTER ADVANCING 2.
           IF WS-BC-UNAPPLIED NOT = ZEROS
             MOVE "LESS PAYMENTS NOT YET APPLIED." TO WS-LTT-LITERAL
             MOVE WS-BC-UNAPPLIED TO WS-LTT-AMOUNT
             MOVE WS-LTR-TOTAL-LINE TO FD-LTRPRN-RECORD
             WRITE FD-LTRPRN-RECORD AFTER ADVANCING 1
           END-IF.
           MOVE "AMOUNT NOW DUE..............." TO WS-LTT-LITERAL.
           MOVE WS-BC-NET-DUE TO WS-LTT-AMOUNT.
           MOVE WS-LTR-TOTAL-LINE TO FD-LTRPRN-RECORD.
           WRITE FD-LTRPRN-RECORD AFTER ADVANCING 1.
           ADD 1 TO WS-LETTER-COUNT.
           ADD 1 TO WS-LEVEL-COUNT (WS-NEXT-LEVEL).
           ADD WS-BC-NET-DUE TO WS-GR-NET-DUE.

       342-PRINT-ADDRESS-BLOCK.
           MOVE CNAME OF CUSFL4-RECORD TO WS-NAME-CNAME.
           MOVE WS-NAME-LINE TO FD-LTRPRN-RECORD.
           WRITE FD-LTRPRN-RECORD AFTER ADVANCING 1.
           MOVE ADD1 OF CUSFL4-RECORD TO WS-ADDR-TEXT.
           MOVE WS-ADDR-LINE TO FD-LTRPRN-RECORD.
           WRITE FD-LTRPRN-RECORD AFTER ADVANCING 1.
           MOVE ADD2 OF CUSFL4-RECORD TO WS-ADDR-TEXT.
           MOVE WS-ADDR-LINE TO FD-LTRPRN-RECORD.
           WRITE FD-LTRPRN-RECORD AFTER ADVANCING 1.
           MOVE ADD3 OF CUSFL4-RECORD TO WS-ADDR-TEXT.
           MOVE WS-ADDR-LINE TO FD-LTRPRN-RECORD.
           WRITE FD-LTRPRN-RECORD AFTER ADVANCING 1.
           MOVE ADD4 OF CUSFL4-RECORD TO WS-ADDR-TEXT.
           MOVE WS-ADDR-LINE TO FD-LTRPRN-RECORD.
           WRITE FD-LTRPRN-RECORD AFTER ADVANCING 1.
           MOVE  SPACES  TO  FD-LTRPRN-RECORD.
           WRITE FD-LTRPRN-RECORD AFTER ADVANCING 1.

       344-PRINT-TEXT-LINE.
           MOVE WS-LETTER-TEXT (WS-TXT-IDX) TO WS-TEXT-TEXT.
           MOVE WS-TEXT-LINE TO FD-LTRPRN-RECORD.
           WRITE FD-LTRPRN-RECORD AFTER ADVANCING 1.
           ADD 1 TO WS-TXT-IDX.

       346-PRINT-ITEM.
           MOVE WS-ITM-XWORDN (WS-ITEM-IDX)    TO WS-LTD-XWORDN.
           MOVE WS-ITM-XWC8DT (WS-ITEM-IDX)    TO WS-LTD-XWC8DT.
           MOVE WS-ITM-XWTTYP (WS-ITEM-IDX)    TO WS-LTD-XWTTYP.
           MOVE WS-ITM-DAYS-OVER (WS-ITEM-IDX) TO WS-LTD-DAYS-OVER.
           MOVE WS-ITM-XWAMNT (WS-ITEM-IDX)    TO WS-LTD-XWAMNT.
           MOVE WS-ITM-XWOPEN (WS-ITEM-IDX)    TO WS-LTD-XWOPEN.
           MOVE WS-LTR-DETAIL-LINE TO FD-LTRPRN-RECORD.
           WRITE FD-LTRPRN-RECORD AFTER ADVANCING 1.

       360-WRITE-DUNHST.
           MOVE WS-CUR-XWBCCD       TO DH-XWBCCD.
           MOVE WS-ASOF-DATE-N      TO DH-DATE.
           ACCEPT WS-DUN-TIME-RAW FROM TIME.
           MOVE WS-DUN-TIME-HHMMSS  TO DH-TIME.
           MOVE CUSNO OF CUSTS-RECORD TO DH-CUSNO.
           MOVE WS-NEXT-LEVEL       TO DH-ACTION.
           MOVE WS-BC-DAYS-OVER     TO DH-DAYS-OVER.
           MOVE WS-BC-NET-DUE       TO DH-OVERDUE.
           MOVE WS-BC-OLDEST-XWORDN TO DH-OLDEST-XWORDN.
           MOVE WS-BC-OLDEST-C8DT   TO DH-OLDEST-C8DT.
           MOVE WS-OPERATOR         TO DH-OPERATOR.
           MOVE WS-RL-PROGRAM       TO DH-PROGRAM.
           WRITE DUNHST-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT.

      *    THE HOLD IS ON THE CUSTOMER, NOT THE BILLING CODE, SO A
      *    FINAL DEMAND ON ANY ONE CODE STOPS NEW DEBITS ON ALL OF
      *    THAT CUSTOMER'S CODES. AN EXISTING HOLD KEEPS ITS DATE.
       370-SET-CREDIT-HOLD.
           MOVE CUSNO OF CUSTS-RECORD TO CUSNO OF CUSFL3-RECORD.
           MOVE YES TO RECORD-FOUND-CUSFL3.
           READ CUSFL3-FILE
                   INVALID KEY
                       MOVE SPACES TO RECORD-FOUND-CUSFL3.
           IF RECORD-FOUND-CUSFL3 NOT = YES
             MOVE "FINAL - NO CUSF" TO WS-REG-STATUS
             ADD 1 TO WS-ERROR-COUNT
           ELSE
             IF CRHOLD OF CUSFL3-RECORD = "Y"
               MOVE "FINAL - HELD" TO WS-REG-STATUS
             ELSE
               MOVE CUSFL3-RECORD  TO WS-MJ-BEFORE
               MOVE "Y"            TO CRHOLD OF CUSFL3-RECORD
               MOVE WS-ASOF-DATE-N TO CRHLDT OF CUSFL3-RECORD
               REWRITE CUSFL3-RECORD
                   INVALID KEY
                       ADD 1 TO WS-ERROR-COUNT
                   NOT INVALID KEY
                       MOVE CUSNO OF CUSFL3-RECORD TO WS-MJ-KEY
                       MOVE CUSFL3-RECORD TO WS-MJ-AFTER
                       CALL "MSTJRNWRT" USING WS-MSTJRN-PARMS
                       CANCEL "MSTJRNWRT"
               END-REWRITE
               MOVE "FINAL - HOLD SET" TO WS-REG-STATUS
               ADD 1 TO WS-HOLD-COUNT
             END-IF
           END-IF.

       380-PRINT-REGISTER-LINE.
           IF WS-REG-LINE-COUNT NOT < WS-MAX-LINES-PER-PAGE
             PERFORM 115-PRINT-REG-HEADINGS
           END-IF.
           MOVE WS-CUR-XWBCCD         TO WS-RGD-XWBCCD.
           MOVE CUSNO OF CUSTS-RECORD TO WS-RGD-CUSNO.
           MOVE CNAME OF CUSTS-RECORD TO WS-RGD-CNAME.
           MOVE WS-BC-DAYS-OVER       TO WS-RGD-DAYS-OVER.
           MOVE WS-BC-OVERDUE         TO WS-RGD-OVERDUE.
           MOVE WS-BC-NET-DUE         TO WS-RGD-NET-DUE.
           MOVE WS-REG-STATUS         TO WS-RGD-STATUS.
           MOVE WS-REG-DETAIL-LINE TO FD-REGPRN-RECORD.
           WRITE FD-REGPRN-RECORD AFTER ADVANCING 1.
           ADD 1 TO WS-REG-LINE-COUNT.

       400-READ-TRNHST.
           READ TRNHST-FILE NEXT RECORD
               AT END
                   MOVE YES TO EOF-IND.

       500-CLOSE-FILES.
           CLOSE TRNHST-FILE.
           CLOSE TRNTYP-FILE.
           CLOSE CUSTS-FILE.
           CLOSE CUSFL3-FILE.
           CLOSE CUSFL4-FILE.
           CLOSE DUNHST-FILE.
           CLOSE LTRPRN.
           CLOSE REGPRN.

       600-PRINT-FOOTER.
           MOVE ZEROS TO WS-TOT-AMOUNT.
           MOVE "TRANSACTIONS READ............" TO WS-TOT-LITERAL.
           MOVE WS-READ-COUNT TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO FD-REGPRN-RECORD.
           WRITE FD-REGPRN-RECORD AFTER ADVANCING 2.
           MOVE "BILL CODES OVERDUE..........." TO WS-TOT-LITERAL.
           MOVE WS-OVERDUE-BC-COUNT TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO FD-REGPRN-RECORD.
           WRITE FD-REGPRN-RECORD AFTER ADVANCING 1.
           MOVE "  COVERED BY UNAPPLIED CASH.." TO WS-TOT-LITERAL.
           MOVE WS-COVERED-COUNT TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO FD-REGPRN-RECORD.
           WRITE FD-REGPRN-RECORD AFTER ADVANCING 1.
           MOVE "  NO LETTER DUE YET.........." TO WS-TOT-LITERAL.
           MOVE WS-NOT-DUE-COUNT TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO FD-REGPRN-RECORD.
           WRITE FD-REGPRN-RECORD AFTER ADVANCING 1.
           MOVE "  ALREADY AT FINAL DEMAND...." TO WS-TOT-LITERAL.
           MOVE WS-AT-FINAL-COUNT TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO FD-REGPRN-RECORD.
           WRITE FD-REGPRN-RECORD AFTER ADVANCING 1.
           MOVE "FIRST NOTICES PRINTED........" TO WS-TOT-LITERAL.
           MOVE WS-LEVEL-COUNT (1) TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO FD-REGPRN-RECORD.
           WRITE FD-REGPRN-RECORD AFTER ADVANCING 2.
           MOVE "SECOND NOTICES PRINTED......." TO WS-TOT-LITERAL.
           MOVE WS-LEVEL-COUNT (2) TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO FD-REGPRN-RECORD.
           WRITE FD-REGPRN-RECORD AFTER ADVANCING 1.
           MOVE "FINAL DEMANDS PRINTED........" TO WS-TOT-LITERAL.
           MOVE WS-LEVEL-COUNT (3) TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO FD-REGPRN-RECORD.
           WRITE FD-REGPRN-RECORD AFTER ADVANCING 1.
           MOVE "CUSTOMERS PUT ON CREDIT HOLD." TO WS-TOT-LITERAL.
           MOVE WS-HOLD-COUNT TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO FD-REGPRN-RECORD.
           WRITE FD-REGPRN-RECORD AFTER ADVANCING 1.
           MOVE "LETTERS PRINTED / NET DUE...." TO WS-TOT-LITERAL.
           MOVE WS-LETTER-COUNT TO WS-TOT-COUNT.
           MOVE WS-GR-NET-DUE TO WS-TOT-AMOUNT.
           MOVE WS-TOTAL-LINE TO FD-REGPRN-RECORD.
           WRITE FD-REGPRN-RECORD AFTER ADVANCING 2.
           MOVE ZEROS TO WS-TOT-AMOUNT.
           MOVE "ERRORS......................." TO WS-TOT-LITERAL.
           MOVE WS-ERROR-COUNT TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO FD-REGPRN-RECORD.
           WRITE FD-REGPRN-RECORD AFTER ADVANCING 1.
           MOVE WS-FOOTER-LINE  TO FD-REGPRN-RECORD.
           WRITE FD-REGPRN-RECORD AFTER ADVANCING 2.

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
           IF WS-RUN-CANCELLED = YES
             MOVE "CANCELLED" TO WS-RL-STATUS
           ELSE
             IF WS-ERROR-COUNT > ZEROS
               MOVE "EXCEPTIONS" TO WS-RL-STATUS
             ELSE
               MOVE "COMPLETED" TO WS-RL-STATUS
             END-IF
           END-IF.
           MOVE WS-READ-COUNT   TO WS-RL-READ-COUNT.
           MOVE WS-LETTER-COUNT TO WS-RL-WRITE-COUNT.
           MOVE WS-ERROR-COUNT  TO WS-RL-ERROR-COUNT.
           CALL "RUNLOGWRT" USING WS-RUNLOG-PARMS.
           CANCEL "RUNLOGWRT".
