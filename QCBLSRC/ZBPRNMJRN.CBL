       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRNMJRN.
       INSTALLATION.  DATABOROUGH INDIA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MSTJRN-FILE
              ASSIGN TO DATABASE-MSTJRN
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS MSTJRN-FILE-STATUS.

           SELECT MJRPRN
              ASSIGN TO PRINTER-QPRINT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  MSTJRN-FILE
           LABEL RECORDS ARE STANDARD.
       01  MSTJRN-RECORD.
           COPY DDS-MSTJRNR      OF  MSTJRN.

       FD  MJRPRN
           LABEL RECORDS ARE OMITTED.
       01  FD-MJRPRN-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.

       01  PROGRAM-CONSTANTS.
           05  YES                                PIC X(3) VALUE "YES".

       01  FILE-STATUS                            PIC X(2).
       01  MSTJRN-FILE-STATUS                     PIC X(2).

       01  WORK-FIELDS.
           05  EOF-IND                  PIC X(03) VALUE SPACES.
           05  WS-RUN-CANCELLED         PIC X(03) VALUE SPACES.
           05  WS-RUN-HALTED            PIC X(03) VALUE SPACES.
           05  WS-AUDIT-FIELD           PIC X(03) VALUE SPACES.
           05  WS-READ-COUNT            PIC 9(09) VALUE ZEROS.
           05  WS-ENTRIES-PRINTED       PIC 9(09) VALUE ZEROS.
           05  WS-UNKNOWN-COUNT         PIC 9(09) VALUE ZEROS.
           05  WS-CLIMIT-COUNT          PIC 9(09) VALUE ZEROS.
           05  WS-PERSON-COUNT          PIC 9(09) VALUE ZEROS.
           05  WS-DRCR-COUNT            PIC 9(09) VALUE ZEROS.
           05  WS-RATE-COUNT            PIC 9(09) VALUE ZEROS.
           05  WS-TPLAMT-COUNT          PIC 9(09) VALUE ZEROS.
           05  WS-PAGE-NO               PIC 9(05) VALUE ZEROS.
           05  WS-LINE-COUNT            PIC 9(03) VALUE ZEROS.
           05  WS-MAX-LINES-PER-PAGE    PIC 9(03) VALUE 050.
           05  WS-RUN-DATE.
               10  WS-RUN-YYYY             PIC 9(04).
               10  WS-RUN-MM               PIC 9(02).
               10  WS-RUN-DD               PIC 9(02).
           05  WS-RUN-DATE-N  REDEFINES WS-RUN-DATE
                                        PIC 9(08).
           05  WS-PRF-DATE.
               10  WS-PRF-YYYY             PIC 9(04).
               10  WS-PRF-MM               PIC 9(02).
               10  WS-PRF-DD               PIC 9(02).
           05  WS-PRF-DATE-N  REDEFINES WS-PRF-DATE
                                        PIC 9(08).
           05  WS-PRF-MAX-DAY           PIC 9(02) VALUE ZEROS.
           05  WS-PRF-LEAP-QUOT         PIC 9(04) VALUE ZEROS.
           05  WS-PRF-LEAP-REM          PIC 9(03) VALUE ZEROS.

      *    THE JOURNAL CARRIES EACH MASTER RECORD AS A FLAT IMAGE.
      *    EVERY MASTER LAYOUT REDEFINES THE SAME AREA SO THE PROOF
      *    CAN SET THE TWO IMAGES OUT FIELD BY FIELD. THE CUSFL3
      *    LAYOUT COVERS THE CREDIT HOLD SET BY DUNNING AND RELEASED
      *    THROUGH CBTRNHST, WHICH UPDATE THE CUSTOMER THROUGH THAT
      *    VIEW RATHER THAN THE CUSF PHYSICAL FILE.
       01  WS-B-IMAGE                   PIC X(200).
       01  WS-B-CUSF    REDEFINES WS-B-IMAGE.
           COPY DDS-ALL-FORMATS  OF  CUSF.
       01  WS-B-CUSFL3  REDEFINES WS-B-IMAGE.
           COPY DDS-RCUSF        OF  CUSFL3.
       01  WS-B-CUSTS   REDEFINES WS-B-IMAGE.
           COPY DDS-CUSTSR       OF  CUSTS.
       01  WS-B-TRNTYP  REDEFINES WS-B-IMAGE.
           COPY DDS-TRNTYPR      OF  TRNTYP.
       01  WS-B-SLSRATE REDEFINES WS-B-IMAGE.
           COPY DDS-SLSRATER     OF  SLSRATE.
       01  WS-B-RECTPL  REDEFINES WS-B-IMAGE.
           COPY DDS-RECTPLR      OF  RECTPL.
       01  WS-B-SLMEN   REDEFINES WS-B-IMAGE.
           COPY DDS-RSLMEN       OF  SLMEN.
       01  WS-B-PERAUTH REDEFINES WS-B-IMAGE.
           COPY DDS-PERAUTHR     OF  PERAUTH.

       01  WS-A-IMAGE                   PIC X(200).
       01  WS-A-CUSF    REDEFINES WS-A-IMAGE.
           COPY DDS-ALL-FORMATS  OF  CUSF.
       01  WS-A-CUSFL3  REDEFINES WS-A-IMAGE.
           COPY DDS-RCUSF        OF  CUSFL3.
       01  WS-A-CUSTS   REDEFINES WS-A-IMAGE.
           COPY DDS-CUSTSR       OF  CUSTS.
       01  WS-A-TRNTYP  REDEFINES WS-A-IMAGE.
           COPY DDS-TRNTYPR      OF  TRNTYP.
       01  WS-A-SLSRATE REDEFINES WS-A-IMAGE.
           COPY DDS-SLSRATER     OF  SLSRATE.
       01  WS-A-RECTPL  REDEFINES WS-A-IMAGE.
           COPY DDS-RECTPLR      OF  RECTPL.
       01  WS-A-SLMEN   REDEFINES WS-A-IMAGE.
           COPY DDS-RSLMEN       OF  SLMEN.
       01  WS-A-PERAUTH REDEFINES WS-A-IMAGE.
           COPY DDS-PERAUTHR     OF  PERAUTH.

       01  PRINT-LINES.
           05  WS-HEADING-LINE.
               10  FILLER            PIC X(15) VALUE SPACES.
               10  FILLER            PIC X(30) VALUE
               "MASTER DATA CHANGE PROOF      ".
               10  FILLER            PIC X(09) VALUE " AS OF   ".
               10  WS-HEAD-MM        PIC 99.
               10  FILLER            PIC X(01) VALUE "/".
               10  WS-HEAD-DD        PIC 99.
               10  FILLER            PIC X(01) VALUE "/".
               10  WS-HEAD-YYYY      PIC 9999.
               10  FILLER            PIC X(09) VALUE SPACES.
               10  FILLER            PIC X(05) VALUE "PAGE ".
               10  WS-HEAD-PAGE-NO   PIC ZZZZ9.

           05  WS-DATE-LINE.
               10  FILLER            PIC X(15) VALUE SPACES.
               10  FILLER            PIC X(30) VALUE
               "CHANGES JOURNALLED ON         ".
               10  WS-PRF-HEAD-MM    PIC 99.
               10  FILLER            PIC X(01) VALUE "/".
               10  WS-PRF-HEAD-DD    PIC 99.
               10  FILLER            PIC X(01) VALUE "/".
               10  WS-PRF-HEAD-YYYY  PIC 9999.

           05  WS-ENTRY-LINE.
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  FILLER            PIC X(05)  VALUE "FILE ".
               10  WS-ENT-FILE       PIC X(10).
               10  FILLER            PIC X(09)  VALUE "  ACTION ".
               10  WS-ENT-ACTION     PIC X(06).
               10  FILLER            PIC X(07)  VALUE "  TIME ".
               10  WS-ENT-TIME       PIC 9(06).
               10  FILLER            PIC X(07)  VALUE "  OPER ".
               10  WS-ENT-OPER       PIC X(10).
               10  FILLER            PIC X(10)  VALUE "  PROGRAM ".
               10  WS-ENT-PROGRAM    PIC X(10).
               10  FILLER            PIC X(06)  VALUE "  KEY ".
               10  WS-ENT-KEY        PIC X(20).

           05  WS-COLUMN-HEADING.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  FILLER            PIC X(12)  VALUE "FIELD".
               10  FILLER            PIC X(41)  VALUE "BEFORE".
               10  FILLER            PIC X(41)  VALUE "AFTER".
               10  FILLER            PIC X(07)  VALUE "CHANGED".

           05  WS-FIELD-LINE.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  WS-FLD-NAME       PIC X(12).
               10  WS-FLD-BEFORE     PIC X(40).
               10  FILLER            PIC X(01)  VALUE SPACES.
               10  WS-FLD-AFTER      PIC X(40).
               10  FILLER            PIC X(01)  VALUE SPACES.
               10  WS-FLD-CHANGED    PIC X(03).

           05  WS-AMT-EDIT           PIC Z(06)9.99-.
           05  WS-PCT-EDIT           PIC ZZ9.99-.
           05  WS-RATE-EDIT          PIC Z9.999.
           05  WS-SEQ-EDIT           PIC ZZ9.

           05  WS-MSG-LINE.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  WS-MSG-TEXT       PIC X(60).

           05  WS-COUNT-LINE.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  WS-CNT-LITERAL    PIC X(30).
               10  WS-CNT-VALUE      PIC ZZZ,ZZZ,ZZ9.

           05  WS-SIGN-LINE-1.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  FILLER            PIC X(60)  VALUE
               "ALL CHANGES ABOVE AGREED TO THEIR SOURCE DOCUMENTS".

           05  WS-SIGN-LINE-2.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  FILLER            PIC X(42)  VALUE
               "SUPERVISOR ..............................".
               10  FILLER            PIC X(42)  VALUE
               "   SIGNED ...............................".
               10  FILLER            PIC X(25)  VALUE
               "   DATE ................".

           05  WS-FOOTER-LINE.
               10  FILLER                         PIC X(40)  VALUE
               "  *******   END OF REPORT   *******   ".

       01  WS-RUNLOG-PARMS.
           05  WS-RL-PROGRAM            PIC X(10) VALUE "PRNMJRN".
           05  WS-RL-EVENT              PIC X(05) VALUE SPACES.
           05  WS-RL-STATUS             PIC X(10) VALUE SPACES.
           05  WS-RL-READ-COUNT         PIC 9(09) VALUE ZEROS.
           05  WS-RL-WRITE-COUNT        PIC 9(09) VALUE ZEROS.
           05  WS-RL-ERROR-COUNT        PIC 9(09) VALUE ZEROS.

       LINKAGE SECTION.
       01  LS-SELECT-PARMS.
           05  LS-PROOF-DATE                       PIC 9(08).

      *    DAILY PROOF OF THE MASTER CHANGE JOURNAL. EVERY ENTRY
      *    STAMPED ON THE PROOF DATE PRINTS AS A BLOCK: THE ENTRY
      *    HEADER, THEN EACH FIELD OF THE MASTER RECORD WITH ITS
      *    BEFORE AND AFTER VALUES AND A "*" WHERE THEY DIFFER. THE
      *    FOOTER COUNTS THE CHANGES THE AUDITORS ASK FOR AND ENDS
      *    WITH THE LINES THE SUPERVISOR SIGNS. A ZERO PROOF DATE
      *    MEANS YESTERDAY, SO THE MORNING RUN NEEDS NO PARAMETER.
       PROCEDURE DIVISION USING LS-SELECT-PARMS.

       START-PROGRAM.
           PERFORM 100-INITIALIZATION.
           IF WS-RUN-CANCELLED NOT = YES
             PERFORM 200-PROCESS-JOURNAL
                 UNTIL EOF-IND = YES
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

           PERFORM 120-EDIT-PROOF-DATE THRU 120-EDIT-EXIT.
           MOVE WS-PRF-MM   TO WS-PRF-HEAD-MM.
           MOVE WS-PRF-DD   TO WS-PRF-HEAD-DD.
           MOVE WS-PRF-YYYY TO WS-PRF-HEAD-YYYY.

           PERFORM 110-PRINT-HEADINGS.

           IF WS-RUN-CANCELLED = YES
             MOVE "** RUN CANCELLED - PROOF DATE IS NOT VALID **"
                                      TO WS-MSG-TEXT
             PERFORM 330-PRINT-MESSAGE
           ELSE
             PERFORM 400-READ-MSTJRN
           END-IF.

       110-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO TO WS-HEAD-PAGE-NO.
           MOVE WS-HEADING-LINE TO FD-MJRPRN-RECORD.
           WRITE FD-MJRPRN-RECORD AFTER ADVANCING PAGE.
           MOVE  SPACES  TO  FD-MJRPRN-RECORD.
           WRITE FD-MJRPRN-RECORD AFTER ADVANCING 1.
           MOVE WS-DATE-LINE TO FD-MJRPRN-RECORD.
           WRITE FD-MJRPRN-RECORD AFTER ADVANCING 1.
           MOVE  SPACES  TO  FD-MJRPRN-RECORD.
           WRITE FD-MJRPRN-RECORD AFTER ADVANCING 1.
           MOVE ZEROS TO WS-LINE-COUNT.

      *    A ZERO PARAMETER STEPS BACK ONE DAY FROM TODAY, ACROSS A
      *    MONTH OR YEAR END WHERE NEED BE. A KEYED DATE MUST BE A
      *    REAL CALENDAR DATE OR THE RUN IS CANCELLED.
       120-EDIT-PROOF-DATE.
           IF LS-PROOF-DATE = ZEROS
             MOVE WS-RUN-DATE-N TO WS-PRF-DATE-N
             SUBTRACT 1 FROM WS-PRF-DD
             IF WS-PRF-DD = ZEROS
               SUBTRACT 1 FROM WS-PRF-MM
               IF WS-PRF-MM = ZEROS
                 MOVE 12 TO WS-PRF-MM
                 SUBTRACT 1 FROM WS-PRF-YYYY
               END-IF
               PERFORM 125-PROOF-MONTH-LENGTH
               MOVE WS-PRF-MAX-DAY TO WS-PRF-DD
             END-IF
             GO 120-EDIT-EXIT
           END-IF.
           MOVE LS-PROOF-DATE TO WS-PRF-DATE-N.
           IF WS-PRF-MM < 01 OR WS-PRF-MM > 12
             MOVE YES TO WS-RUN-CANCELLED
             GO 120-EDIT-EXIT
           END-IF.
           PERFORM 125-PROOF-MONTH-LENGTH.
           IF WS-PRF-DD < 01
                OR WS-PRF-DD > WS-PRF-MAX-DAY
             MOVE YES TO WS-RUN-CANCELLED
           END-IF.
       120-EDIT-EXIT. EXIT.

       125-PROOF-MONTH-LENGTH.
           EVALUATE WS-PRF-MM
             WHEN 4  WHEN 6  WHEN 9  WHEN 11
               MOVE 30 TO WS-PRF-MAX-DAY
             WHEN 2
               PERFORM 127-PROOF-LEAP-YEAR
             WHEN OTHER
               MOVE 31 TO WS-PRF-MAX-DAY
           END-EVALUATE.

       127-PROOF-LEAP-YEAR.
           MOVE 28 TO WS-PRF-MAX-DAY.
           DIVIDE WS-PRF-YYYY BY 400 GIVING WS-PRF-LEAP-QUOT
                                   REMAINDER WS-PRF-LEAP-REM.
           IF WS-PRF-LEAP-REM = 0
             MOVE 29 TO WS-PRF-MAX-DAY
           ELSE
             DIVIDE WS-PRF-YYYY BY 100 GIVING WS-PRF-LEAP-QUOT
                                     REMAINDER WS-PRF-LEAP-REM
             IF WS-PRF-LEAP-REM NOT = 0
               DIVIDE WS-PRF-YYYY BY 4 GIVING WS-PRF-LEAP-QUOT
                                       REMAINDER WS-PRF-LEAP-REM
               IF WS-PRF-LEAP-REM = 0
                 MOVE 29 TO WS-PRF-MAX-DAY
               END-IF
             END-IF
           END-IF.

       150-OPEN-FILES.
           OPEN INPUT MSTJRN-FILE.
           OPEN OUTPUT MJRPRN.

       200-PROCESS-JOURNAL.
           IF MJ-DATE = WS-PRF-DATE-N
             PERFORM 300-PRINT-ENTRY
           END-IF.
           PERFORM 400-READ-MSTJRN.

      *    THE SIDE OF THE ENTRY THAT DID NOT EXIST - BEFORE ON AN
      *    ADD, AFTER ON A DELETE - IS PRINTED BLANK BY
      *    310-PRINT-FIELD-PAIR. A LAYOUT WITH NUMERIC FIELDS FIRST
      *    CLEARS THAT SIDE TO ZERO AND SPACE THROUGH ITS OWN LAYOUT
      *    SO NO NUMERIC FIELD IS EDITED OUT OF A BLANK IMAGE.
       300-PRINT-ENTRY.
           IF WS-LINE-COUNT NOT < WS-MAX-LINES-PER-PAGE
             PERFORM 110-PRINT-HEADINGS
           END-IF.
           MOVE MJ-FILE      TO WS-ENT-FILE.
           MOVE MJ-ACTION    TO WS-ENT-ACTION.
           MOVE MJ-TIME      TO WS-ENT-TIME.
           MOVE MJ-OPERATOR  TO WS-ENT-OPER.
           MOVE MJ-PROGRAM   TO WS-ENT-PROGRAM.
           MOVE MJ-KEY       TO WS-ENT-KEY.
           MOVE WS-ENTRY-LINE TO FD-MJRPRN-RECORD.
           WRITE FD-MJRPRN-RECORD AFTER ADVANCING 2.
           MOVE WS-COLUMN-HEADING TO FD-MJRPRN-RECORD.
           WRITE FD-MJRPRN-RECORD AFTER ADVANCING 1.
           ADD 3 TO WS-LINE-COUNT.
           ADD 1 TO WS-ENTRIES-PRINTED.

           MOVE MJ-BEFORE TO WS-B-IMAGE.
           MOVE MJ-AFTER  TO WS-A-IMAGE.
           IF MJ-ACTION = "ADD"
             MOVE SPACES TO WS-B-IMAGE
           END-IF.
           IF MJ-ACTION = "DELETE"
             MOVE SPACES TO WS-A-IMAGE
           END-IF.

           EVALUATE MJ-FILE
             WHEN "CUSF"
               PERFORM 350-FIELDS-CUSF
             WHEN "CUSFL3"
               PERFORM 352-FIELDS-CUSFL3
             WHEN "CUSTS"
               PERFORM 354-FIELDS-CUSTS
             WHEN "TRNTYP"
               PERFORM 356-FIELDS-TRNTYP
             WHEN "SLSRATE"
               PERFORM 358-FIELDS-SLSRATE
             WHEN "RECTPL"
               PERFORM 360-FIELDS-RECTPL
             WHEN "SLMEN"
               PERFORM 362-FIELDS-SLMEN
             WHEN "PERAUTH"
               PERFORM 364-FIELDS-PERAUTH
             WHEN OTHER
               PERFORM 366-FIELDS-UNKNOWN
           END-EVALUATE.

      *    WS-AUDIT-FIELD IS SET BY THE CALLER FOR THE FIELDS THE
      *    AUDITORS TRACK; A DIFFERENCE ON ONE OF THEM IS COUNTED
      *    IN 315-COUNT-AUDIT-FIELD FOR THE FOOTER.
       310-PRINT-FIELD-PAIR.
           IF WS-FLD-BEFORE NOT = WS-FLD-AFTER
             MOVE " * " TO WS-FLD-CHANGED
           ELSE
             MOVE SPACES TO WS-FLD-CHANGED
           END-IF.
           IF MJ-ACTION = "ADD"
             MOVE SPACES TO WS-FLD-BEFORE
           END-IF.
           IF MJ-ACTION = "DELETE"
             MOVE SPACES TO WS-FLD-AFTER
           END-IF.
           IF WS-AUDIT-FIELD = YES
                AND WS-FLD-CHANGED NOT = SPACES
             PERFORM 315-COUNT-AUDIT-FIELD
           END-IF.
           MOVE SPACES TO WS-AUDIT-FIELD.
           MOVE WS-FIELD-LINE TO FD-MJRPRN-RECORD.
           WRITE FD-MJRPRN-RECORD AFTER ADVANCING 1.
           ADD 1 TO WS-LINE-COUNT.

       315-COUNT-AUDIT-FIELD.
           EVALUATE WS-FLD-NAME
             WHEN "CREDIT LIM"
               ADD 1 TO WS-CLIMIT-COUNT
             WHEN "SALESMAN"
               ADD 1 TO WS-PERSON-COUNT
             WHEN "DR/CR SIDE"
               ADD 1 TO WS-DRCR-COUNT
             WHEN "COMM RATE %"
               ADD 1 TO WS-RATE-COUNT
             WHEN "AMOUNT"
               ADD 1 TO WS-TPLAMT-COUNT
           END-EVALUATE.

       330-PRINT-MESSAGE.
           MOVE WS-MSG-LINE TO FD-MJRPRN-RECORD.
           WRITE FD-MJRPRN-RECORD AFTER ADVANCING 2.
           ADD 2 TO WS-LINE-COUNT.

       350-FIELDS-CUSF.
           IF MJ-ACTION = "ADD"
             INITIALIZE WS-B-CUSF
                REPLACING NUMERIC BY ZEROS ALPHANUMERIC BY SPACES
           END-IF.
           IF MJ-ACTION = "DELETE"
             INITIALIZE WS-A-CUSF
                REPLACING NUMERIC BY ZEROS ALPHANUMERIC BY SPACES
           END-IF.
           MOVE "CUST NO"    TO WS-FLD-NAME.
           MOVE CUSNO  OF WS-B-CUSF TO WS-FLD-BEFORE.
           MOVE CUSNO  OF WS-A-CUSF TO WS-FLD-AFTER.
           PERFORM 310-PRINT-FIELD-PAIR.
           MOVE "NAME"       TO WS-FLD-NAME.
           MOVE CNAME  OF WS-B-CUSF TO WS-FLD-BEFORE.
           MOVE CNAME  OF WS-A-CUSF TO WS-FLD-AFTER.
           PERFORM 310-PRINT-FIELD-PAIR.
           MOVE "USER NAME"  TO WS-FLD-NAME.
           MOVE USERNM OF WS-B-CUSF TO WS-FLD-BEFORE.
           MOVE USERNM OF WS-A-CUSF TO WS-FLD-AFTER.
           PERFORM 310-PRINT-FIELD-PAIR.
           MOVE "ADDRESS 1"  TO WS-FLD-NAME.
           MOVE ADD1   OF WS-B-CUSF TO WS-FLD-BEFORE.
           MOVE ADD1   OF WS-A-CUSF TO WS-FLD-AFTER.
           PERFORM 310-PRINT-FIELD-PAIR.
           MOVE "ADDRESS 2"  TO WS-FLD-NAME.
           MOVE ADD2   OF WS-B-CUSF TO WS-FLD-BEFORE.
           MOVE ADD2   OF WS-A-CUSF TO WS-FLD-AFTER.
           PERFORM 310-PRINT-FIELD-PAIR.
           MOVE "ADDRESS 3"  TO WS-FLD-NAME.
           MOVE ADD3   OF WS-B-CUSF TO WS-FLD-BEFORE.
           MOVE ADD3   OF WS-A-CUSF TO WS-FLD-AFTER.
           PERFORM 310-PRINT-FIELD-PAIR.
           MOVE "ADDRESS 4"  TO WS-FLD-NAME.
           MOVE ADD4   OF WS-B-CUSF TO WS-FLD-BEFORE.
           MOVE ADD4   OF WS-A-CUSF TO WS-FLD-AFTER.
           PERFORM 310-PRINT-FIELD-PAIR.
           MOVE "POST CODE"  TO WS-FLD-NAME.
           MOVE PRPCDE OF WS-B-CUSF TO WS-FLD-BEFORE.
           MOVE PRPCDE OF WS-A-CUSF TO WS-FLD-AFTER.
           PERFORM 310-PRINT-FIELD-PAIR.
           MOVE "DISTRICT"   TO WS-FLD-NAME.
           MOVE DSDCDE OF WS-B-CUSF TO WS-FLD-BEFORE.
           MOVE DSDCDE OF WS-A-CUSF TO WS-FLD-AFTER.
           PERFORM 310-PRINT-FIELD-PAIR.
           MOVE "CREDIT LIM" TO WS-FLD-NAME.
           MOVE CLIMIT OF WS-B-CUSF TO WS-AMT-EDIT.
           MOVE WS-AMT-EDIT  TO WS-FLD-BEFORE.
           MOVE CLIMIT OF WS-A-CUSF TO WS-AMT-EDIT.
           MOVE WS-AMT-EDIT  TO WS-FLD-AFTER.
           MOVE YES TO WS-AUDIT-FIELD.
           PERFORM 310-PRINT-FIELD-PAIR.
           MOVE "CREDIT HOLD" TO WS-FLD-NAME.
           MOVE CRHOLD OF WS-B-CUSF TO WS-FLD-BEFORE.
           MOVE CRHOLD OF WS-A-CUSF TO WS-FLD-AFTER.
           PERFORM 310-PRINT-FIELD-PAIR.
           MOVE "HOLD DATE"  TO WS-FLD-NAME.
           MOVE CRHLDT OF WS-B-CUSF TO WS-FLD-BEFORE.
           MOVE CRHLDT OF WS-A-CUSF TO WS-FLD-AFTER.
           PERFORM 310-PRINT-FIELD-PAIR.
           MOVE "TAX EXEMPT" TO WS-FLD-NAME.
           MOVE CTXEXM OF WS-B-CUSF TO WS-FLD-BEFORE.
           MOVE CTXEXM OF WS-A-CUSF TO WS-FLD-AFTER.
           PERFORM 310-PRINT-FIELD-PAIR.

       352-FIELDS-CUSFL3.
           IF MJ-ACTION = "ADD"
             INITIALIZE WS-B-CUSFL3
                REPLACING NUMERIC BY ZEROS ALPHANUMERIC BY SPACES
           END-IF.
           IF MJ-ACTION = "DELETE"
             INITIALIZE WS-A-CUSFL3
                REPLACING NUMERIC BY ZEROS ALPHANUMERIC BY SPACES
           END-IF.
           MOVE "CUST NO"    TO WS-FLD-NAME.
           MOVE CUSNO  OF WS-B-CUSFL3 TO WS-FLD-BEFORE.
           MOVE CUSNO  OF WS-A-CUSFL3 TO WS-FLD-AFTER.
           PERFORM 310-PRINT-FIELD-PAIR.
           MOVE "POST CODE"  TO WS-FLD-NAME.
           MOVE PRPCDE OF WS-B-CUSFL3 TO WS-FLD-BEFORE.
           MOVE PRPCDE OF WS-A-CUSFL3 TO WS-FLD-AFTER.
           PERFORM 310-PRINT-FIELD-PAIR.
           MOVE "DISTRICT"   TO WS-FLD-NAME.
           MOVE DSDCDE OF WS-B-CUSFL3 TO WS-FLD-BEFORE.
           MOVE DSDCDE OF WS-A-CUSFL3 TO WS-FLD-AFTER.
           PERFORM 310-PRINT-FIELD-PAIR.
           MOVE "CREDIT LIM" TO WS-FLD-NAME.
           MOVE CLIMIT OF WS-B-CUSFL3 TO WS-AMT-EDIT.
           MOVE WS-AMT-EDIT  TO WS-FLD-BEFORE.
           MOVE CLIMIT OF WS-A-CUSFL3 TO WS-AMT-EDIT.
           MOVE WS-AMT-EDIT  TO WS-FLD-AFTER.
           MOVE YES TO WS-AUDIT-FIELD.
           PERFORM 310-PRINT-FIELD-PAIR.
           MOVE "CREDIT HOLD" TO WS-FLD-NAME.
           MOVE CRHOLD OF WS-B-CUSFL3 TO WS-FLD-BEFORE.
           MOVE CRHOLD OF WS-A-CUSFL3 TO WS-FLD-AFTER.
           PERFORM 310-PRINT-FIELD-PAIR.
           MOVE "HOLD DATE"  TO WS-FLD-NAME.
           MOVE CRHLDT OF WS-B-CUSFL3 TO WS-FLD-BEFORE.
           MOVE CRHLDT OF WS-A-CUSFL3 TO WS-FLD-AFTER.
           PERFORM 310-PRINT-FIELD-PAIR.
           MOVE "TAX EXEMPT" TO WS-FLD-NAME.
           MOVE CTXEXM OF WS-B-CUSFL3 TO WS-FLD-BEFORE.
           MOVE CTXEXM OF WS-A-CUSFL3 TO WS-FLD-AFTER.
           PERFORM 310-PRINT-FIELD-PAIR.

       354-FIELDS-CUSTS.
           MOVE "BILL CODE"  TO WS-FLD-NAME.
           MOVE XWBCCD OF WS-B-CUSTS TO WS-FLD-BEFORE.
           MOVE XWBCCD OF WS-A-CUSTS TO WS-FLD-AFTER.
           PERFORM 310-PRINT-FIELD-PAIR.
           MOVE "CUST NO"    TO WS-FLD-NAME.
           MOVE CUSNO  OF WS-B-CUSTS TO WS-FLD-BEFORE.
           MOVE CUSNO  OF WS-A-CUSTS TO WS-FLD-AFTER.
           PERFORM 310-PRINT-FIELD-PAIR.
           MOVE "SALESMAN"   TO WS-FLD-NAME.
           MOVE PERSON OF WS-B-CUSTS TO WS-FLD-BEFORE.
           MOVE PERSON OF WS-A-CUSTS TO WS-FLD-AFTER.
           MOVE YES TO WS-AUDIT-FIELD.
           PERFORM 310-PRINT-FIELD-PAIR.
           MOVE "NAME"       TO WS-FLD-NAME.
           MOVE CNAME  OF WS-B-CUSTS TO WS-FLD-BEFORE.
           MOVE CNAME  OF WS-A-CUSTS TO WS-FLD-AFTER.
           PERFORM 310-PRINT-FIELD-PAIR.

       356-FIELDS-TRNTYP.
           IF MJ-ACTION = "ADD"
             INITIALIZE WS-B-TRNTYP
                REPLACING NUMERIC BY ZEROS ALPHANUMERIC BY SPACES
           END-IF.
           IF MJ-ACTION = "DELETE"
             INITIALIZE WS-A-TRNTYP
                REPLACING NUMERIC BY ZEROS ALPHANUMERIC BY SPACES
           END-IF.
           MOVE "TRANS TYPE" TO WS-FLD-NAME.
           MOVE XWTTYP OF WS-B-TRNTYP TO WS-FLD-BEFORE.
           MOVE XWTTYP OF WS-A-TRNTYP TO WS-FLD-AFTER.
           PERFORM 310-PRINT-FIELD-PAIR.
           MOVE "DESCRIPTION" TO WS-FLD-NAME.
           MOVE TTDESC OF WS-B-TRNTYP TO WS-FLD-BEFORE.
           MOVE TTDESC OF WS-A-TRNTYP TO WS-FLD-AFTER.
           PERFORM 310-PRINT-FIELD-PAIR.
           MOVE "ACTIVE"     TO WS-FLD-NAME.
           MOVE TTACTV OF WS-B-TRNTYP TO WS-FLD-BEFORE.
           MOVE TTACTV OF WS-A-TRNTYP TO WS-FLD-AFTER.
           PERFORM 310-PRINT-FIELD-PAIR.
           MOVE "DR/CR SIDE" TO WS-FLD-NAME.
           MOVE TTDRCR OF WS-B-TRNTYP TO WS-FLD-BEFORE.
           MOVE TTDRCR OF WS-A-TRNTYP TO WS-FLD-AFTER.
           MOVE YES TO WS-AUDIT-FIELD.
           PERFORM 310-PRINT-FIELD-PAIR.
           MOVE "TAX CODE"   TO WS-FLD-NAME.
           MOVE TTTXCD OF WS-B-TRNTYP TO WS-FLD-BEFORE.
           MOVE TTTXCD OF WS-A-TRNTYP TO WS-FLD-AFTER.
           PERFORM 310-PRINT-FIELD-PAIR.
           MOVE "TAX RATE %" TO WS-FLD-NAME.
           MOVE TTTXRT OF WS-B-TRNTYP TO WS-RATE-EDIT.
           MOVE WS-RATE-EDIT TO WS-FLD-BEFORE.
           MOVE TTTXRT OF WS-A-TRNTYP TO WS-RATE-EDIT.
           MOVE WS-RATE-EDIT TO WS-FLD-AFTER.
           PERFORM 310-PRINT-FIELD-PAIR.

       358-FIELDS-SLSRATE.
           IF MJ-ACTION = "ADD"
             INITIALIZE WS-B-SLSRATE
                REPLACING NUMERIC BY ZEROS ALPHANUMERIC BY SPACES
           END-IF.
           IF MJ-ACTION = "DELETE"
             INITIALIZE WS-A-SLSRATE
                REPLACING NUMERIC BY ZEROS ALPHANUMERIC BY SPACES
           END-IF.
           MOVE "SALESMAN NO" TO WS-FLD-NAME.
           MOVE PERSON OF WS-B-SLSRATE TO WS-FLD-BEFORE.
           MOVE PERSON OF WS-A-SLSRATE TO WS-FLD-AFTER.
           PERFORM 310-PRINT-FIELD-PAIR.
           MOVE "TRANS TYPE" TO WS-FLD-NAME.
           MOVE XWTTYP OF WS-B-SLSRATE TO WS-FLD-BEFORE.
           MOVE XWTTYP OF WS-A-SLSRATE TO WS-FLD-AFTER.
           PERFORM 310-PRINT-FIELD-PAIR.
           MOVE "COMM RATE %" TO WS-FLD-NAME.
           MOVE SR-RATE-PCT OF WS-B-SLSRATE TO WS-PCT-EDIT.
           MOVE WS-PCT-EDIT  TO WS-FLD-BEFORE.
           MOVE SR-RATE-PCT OF WS-A-SLSRATE TO WS-PCT-EDIT.
           MOVE WS-PCT-EDIT  TO WS-FLD-AFTER.
           MOVE YES TO WS-AUDIT-FIELD.
           PERFORM 310-PRINT-FIELD-PAIR.

       360-FIELDS-RECTPL.
           IF MJ-ACTION = "ADD"
             INITIALIZE WS-B-RECTPL
                REPLACING NUMERIC BY ZEROS ALPHANUMERIC BY SPACES
           END-IF.
           IF MJ-ACTION = "DELETE"
             INITIALIZE WS-A-RECTPL
                REPLACING NUMERIC BY ZEROS ALPHANUMERIC BY SPACES
           END-IF.
           MOVE "BILL CODE"  TO WS-FLD-NAME.
           MOVE RT-XWBCCD OF WS-B-RECTPL TO WS-FLD-BEFORE.
           MOVE RT-XWBCCD OF WS-A-RECTPL TO WS-FLD-AFTER.
           PERFORM 310-PRINT-FIELD-PAIR.
           MOVE "SEQUENCE"   TO WS-FLD-NAME.
           MOVE RT-SEQNO  OF WS-B-RECTPL TO WS-SEQ-EDIT.
           MOVE WS-SEQ-EDIT  TO WS-FLD-BEFORE.
           MOVE RT-SEQNO  OF WS-A-RECTPL TO WS-SEQ-EDIT.
           MOVE WS-SEQ-EDIT  TO WS-FLD-AFTER.
           PERFORM 310-PRINT-FIELD-PAIR.
           MOVE "TRANS TYPE" TO WS-FLD-NAME.
           MOVE RT-XWTTYP OF WS-B-RECTPL TO WS-FLD-BEFORE.
           MOVE RT-XWTTYP OF WS-A-RECTPL TO WS-FLD-AFTER.
           PERFORM 310-PRINT-FIELD-PAIR.
           MOVE "AMOUNT"     TO WS-FLD-NAME.
           MOVE RT-XWAMNT OF WS-B-RECTPL TO WS-AMT-EDIT.
           MOVE WS-AMT-EDIT  TO WS-FLD-BEFORE.
           MOVE RT-XWAMNT OF WS-A-RECTPL TO WS-AMT-EDIT.
           MOVE WS-AMT-EDIT  TO WS-FLD-AFTER.
           MOVE YES TO WS-AUDIT-FIELD.
           PERFORM 310-PRINT-FIELD-PAIR.
           MOVE "SALESMAN NO" TO WS-FLD-NAME.
           MOVE RT-PERSON OF WS-B-RECTPL TO WS-FLD-BEFORE.
           MOVE RT-PERSON OF WS-A-RECTPL TO WS-FLD-AFTER.
           PERFORM 310-PRINT-FIELD-PAIR.
           MOVE "FREQUENCY"  TO WS-FLD-NAME.
           MOVE RT-FREQ   OF WS-B-RECTPL TO WS-FLD-BEFORE.
           MOVE RT-FREQ   OF WS-A-RECTPL TO WS-FLD-AFTER.
           PERFORM 310-PRINT-FIELD-PAIR.
           MOVE "NEXT DUE"   TO WS-FLD-NAME.
           MOVE RT-NEXT-DUE OF WS-B-RECTPL TO WS-FLD-BEFORE.
           MOVE RT-NEXT-DUE OF WS-A-RECTPL TO WS-FLD-AFTER.
           PERFORM 310-PRINT-FIELD-PAIR.
           MOVE "ACTIVE"     TO WS-FLD-NAME.
           MOVE RT-ACTV   OF WS-B-RECTPL TO WS-FLD-BEFORE.
           MOVE RT-ACTV   OF WS-A-RECTPL TO WS-FLD-AFTER.
           PERFORM 310-PRINT-FIELD-PAIR.

       362-FIELDS-SLMEN.
           MOVE "SALESMAN NO" TO WS-FLD-NAME.
           MOVE PERSON OF WS-B-SLMEN TO WS-FLD-BEFORE.
           MOVE PERSON OF WS-A-SLMEN TO WS-FLD-AFTER.
           PERFORM 310-PRINT-FIELD-PAIR.
           MOVE "NAME"       TO WS-FLD-NAME.
           MOVE PNAME  OF WS-B-SLMEN TO WS-FLD-BEFORE.
           MOVE PNAME  OF WS-A-SLMEN TO WS-FLD-AFTER.
           PERFORM 310-PRINT-FIELD-PAIR.
           MOVE "ACTIVE"     TO WS-FLD-NAME.
           MOVE PACTV  OF WS-B-SLMEN TO WS-FLD-BEFORE.
           MOVE PACTV  OF WS-A-SLMEN TO WS-FLD-AFTER.
           PERFORM 310-PRINT-FIELD-PAIR.

       364-FIELDS-PERAUTH.
           MOVE "OPERATOR"   TO WS-FLD-NAME.
           MOVE AUTH-OPERATOR OF WS-B-PERAUTH TO WS-FLD-BEFORE.
           MOVE AUTH-OPERATOR OF WS-A-PERAUTH TO WS-FLD-AFTER.
           PERFORM 310-PRINT-FIELD-PAIR.
           MOVE "NAME"       TO WS-FLD-NAME.
           MOVE AUTH-NAME OF WS-B-PERAUTH TO WS-FLD-BEFORE.
           MOVE AUTH-NAME OF WS-A-PERAUTH TO WS-FLD-AFTER.
           PERFORM 310-PRINT-FIELD-PAIR.

      *    AN ENTRY FOR A FILE THIS PROOF HAS NO LAYOUT FOR IS STILL
      *    SHOWN, AS THE FIRST 80 BYTES OF EACH IMAGE, AND COUNTED
      *    SO THE RUN ENDS "EXCEPTIONS" UNTIL THE LAYOUT IS ADDED.
       366-FIELDS-UNKNOWN.
           ADD 1 TO WS-UNKNOWN-COUNT.
           MOVE "IMAGE 1-40" TO WS-FLD-NAME.
           MOVE MJ-BEFORE (1:40) TO WS-FLD-BEFORE.
           MOVE MJ-AFTER  (1:40) TO WS-FLD-AFTER.
           PERFORM 310-PRINT-FIELD-PAIR.
           MOVE "IMAGE 41-80" TO WS-FLD-NAME.
           MOVE MJ-BEFORE (41:40) TO WS-FLD-BEFORE.
           MOVE MJ-AFTER  (41:40) TO WS-FLD-AFTER.
           PERFORM 310-PRINT-FIELD-PAIR.

       400-READ-MSTJRN.
           READ MSTJRN-FILE NEXT RECORD
               AT END
                   MOVE YES TO EOF-IND.
           IF EOF-IND NOT = YES
             ADD 1 TO WS-READ-COUNT
           END-IF.

       500-CLOSE-FILES.
           CLOSE MSTJRN-FILE.
           CLOSE MJRPRN.

      *    THE SIGN-OFF LINES PRINT EVEN ON A DAY WITH NO CHANGES -
      *    THE SUPERVISOR STILL SIGNS TO SAY THE JOURNAL WAS LOOKED
      *    AT AND WAS EMPTY.
       600-PRINT-FOOTER.
           IF WS-RUN-CANCELLED NOT = YES
             IF WS-ENTRIES-PRINTED = ZEROS
               MOVE "** NO MASTER DATA CHANGES ON THIS DATE **"
                                        TO WS-MSG-TEXT
               PERFORM 330-PRINT-MESSAGE
             END-IF
             MOVE "JOURNAL ENTRIES..............." TO WS-CNT-LITERAL
             MOVE WS-ENTRIES-PRINTED TO WS-CNT-VALUE
             MOVE WS-COUNT-LINE TO FD-MJRPRN-RECORD
             WRITE FD-MJRPRN-RECORD AFTER ADVANCING 3
             MOVE "CREDIT LIMIT CHANGES.........." TO WS-CNT-LITERAL
             MOVE WS-CLIMIT-COUNT TO WS-CNT-VALUE
             MOVE WS-COUNT-LINE TO FD-MJRPRN-RECORD
             WRITE FD-MJRPRN-RECORD AFTER ADVANCING 1
             MOVE "CUSTOMER SALESMAN CHANGES....." TO WS-CNT-LITERAL
             MOVE WS-PERSON-COUNT TO WS-CNT-VALUE
             MOVE WS-COUNT-LINE TO FD-MJRPRN-RECORD
             WRITE FD-MJRPRN-RECORD AFTER ADVANCING 1
             MOVE "TYPE DEBIT/CREDIT CHANGES....." TO WS-CNT-LITERAL
             MOVE WS-DRCR-COUNT TO WS-CNT-VALUE
             MOVE WS-COUNT-LINE TO FD-MJRPRN-RECORD
             WRITE FD-MJRPRN-RECORD AFTER ADVANCING 1
             MOVE "COMMISSION RATE CHANGES......." TO WS-CNT-LITERAL
             MOVE WS-RATE-COUNT TO WS-CNT-VALUE
             MOVE WS-COUNT-LINE TO FD-MJRPRN-RECORD
             WRITE FD-MJRPRN-RECORD AFTER ADVANCING 1
             MOVE "TEMPLATE AMOUNT CHANGES......." TO WS-CNT-LITERAL
             MOVE WS-TPLAMT-COUNT TO WS-CNT-VALUE
             MOVE WS-COUNT-LINE TO FD-MJRPRN-RECORD
             WRITE FD-MJRPRN-RECORD AFTER ADVANCING 1
             IF WS-UNKNOWN-COUNT > ZEROS
               MOVE "ENTRIES WITH NO LAYOUT........" TO WS-CNT-LITERAL
               MOVE WS-UNKNOWN-COUNT TO WS-CNT-VALUE
               MOVE WS-COUNT-LINE TO FD-MJRPRN-RECORD
               WRITE FD-MJRPRN-RECORD AFTER ADVANCING 1
             END-IF
             MOVE WS-SIGN-LINE-1 TO FD-MJRPRN-RECORD
             WRITE FD-MJRPRN-RECORD AFTER ADVANCING 3
             MOVE WS-SIGN-LINE-2 TO FD-MJRPRN-RECORD
             WRITE FD-MJRPRN-RECORD AFTER ADVANCING 3
           END-IF.
           MOVE WS-FOOTER-LINE  TO FD-MJRPRN-RECORD.
           WRITE FD-MJRPRN-RECORD AFTER ADVANCING 2.

       610-LOG-RUN-START.
           MOVE "START"  TO WS-RL-EVENT.
           MOVE "ACTIVE" TO WS-RL-STATUS.
           MOVE ZEROS TO WS-RL-READ-COUNT.
           MOVE ZEROS TO WS-RL-WRITE-COUNT.
           MOVE ZEROS TO WS-RL-ERROR-COUNT.
           CALL "RUNLOGWRT" USING WS-RUNLOG-PARMS.
           CANCEL "RUNLOGWRT".

      *    AN ENTRY THE PROOF COULD NOT LAY OUT ENDS THE RUN
      *    "EXCEPTIONS" SO IT IS NOT SIGNED OFF UNREAD.
       620-LOG-RUN-END.
           MOVE "END" TO WS-RL-EVENT.
           MOVE WS-UNKNOWN-COUNT TO WS-RL-ERROR-COUNT.
           EVALUATE TRUE
             WHEN WS-RUN-CANCELLED = YES
               MOVE "CANCELLED"  TO WS-RL-STATUS
             WHEN WS-RUN-HALTED = YES
               MOVE "HALTED"     TO WS-RL-STATUS
             WHEN WS-RL-ERROR-COUNT > ZEROS
               MOVE "EXCEPTIONS" TO WS-RL-STATUS
             WHEN OTHER
               MOVE "COMPLETED"  TO WS-RL-STATUS
           END-EVALUATE.
           MOVE WS-READ-COUNT      TO WS-RL-READ-COUNT.
           MOVE WS-ENTRIES-PRINTED TO WS-RL-WRITE-COUNT.
           CALL "RUNLOGWRT" USING WS-RUNLOG-PARMS.
           CANCEL "RUNLOGWRT".
