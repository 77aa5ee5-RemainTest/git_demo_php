       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TERRMOV.
       INSTALLATION.  DATABOROUGH INDIA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTS-FILE
              ASSIGN TO DATABASE-CUSTS
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                     OF CUSTS-RECORD
              FILE STATUS  IS CUSTS-FILE-STATUS.

           SELECT SLMEN-FILE
              ASSIGN TO DATABASE-SLMEN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY OF SLMEN-RECORD
                                     WITH DUPLICATES
              FILE STATUS  IS SLMEN-FILE-STATUS.

           SELECT RECTPL-FILE
              ASSIGN TO DATABASE-RECTPL
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                     OF RECTPL-RECORD
              FILE STATUS  IS RECTPL-FILE-STATUS.

           SELECT TRNHST-FILE
              ASSIGN TO DATABASE-TRNHST
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                     OF TRNHST-RECORD
              FILE STATUS  IS TRNHST-FILE-STATUS.

           SELECT PERSTS-FILE
              ASSIGN TO DATABASE-PERSTS
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                     OF PERSTS-RECORD
              FILE STATUS  IS PERSTS-FILE-STATUS.

           SELECT PERAUTH-FILE
              ASSIGN TO DATABASE-PERAUTH
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                     OF PERAUTH-RECORD
              FILE STATUS  IS PERAUTH-FILE-STATUS.

           SELECT SLMASG-FILE
              ASSIGN TO DATABASE-SLMASG
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                     OF SLMASG-RECORD
              FILE STATUS  IS SLMASG-FILE-STATUS.

           SELECT TERRSEL-FILE
              ASSIGN TO DATABASE-TERRSEL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS TERRSEL-FILE-STATUS.

           SELECT TRNHSTAUD-FILE
              ASSIGN TO DATABASE-TRNHSTAUD
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS TRNHSTAUD-FILE-STATUS.

           SELECT TMVPRN
              ASSIGN TO PRINTER-QPRINT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CUSTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTS-RECORD.
           COPY DDS-CUSTSR       OF  CUSTS.

       FD  SLMEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SLMEN-RECORD.
           COPY DDS-RSLMEN       OF  SLMEN.

       FD  RECTPL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECTPL-RECORD.
           COPY DDS-RECTPLR      OF  RECTPL.

       FD  TRNHST-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRNHST-RECORD.
           COPY DDS-TRNHSTR      OF  TRNHST.

       FD  PERSTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  PERSTS-RECORD.
           COPY DDS-PERSTSR      OF  PERSTS.

       FD  PERAUTH-FILE
           LABEL RECORDS ARE STANDARD.
       01  PERAUTH-RECORD.
           COPY DDS-PERAUTHR     OF  PERAUTH.

       FD  SLMASG-FILE
           LABEL RECORDS ARE STANDARD.
       01  SLMASG-RECORD.
           COPY DDS-SLMASGR      OF  SLMASG.

       FD  TERRSEL-FILE
           LABEL RECORDS ARE STANDARD.
       01  TERRSEL-RECORD.
           COPY DDS-TERRSELR     OF  TERRSEL.

       FD  TRNHSTAUD-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRNHSTAUD-RECORD.
           COPY DDS-TRNHSTAUDR   OF  TRNHSTAUD.

       FD  TMVPRN
           LABEL RECORDS ARE OMITTED.
       01  FD-TMVPRN-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.

       01  PROGRAM-CONSTANTS.
           05  YES                                PIC X(3) VALUE "YES".

       01  FILE-STATUS                            PIC X(2).
       01  CUSTS-FILE-STATUS                      PIC X(2).
       01  SLMEN-FILE-STATUS                      PIC X(2).
       01  RECTPL-FILE-STATUS                     PIC X(2).
       01  TRNHST-FILE-STATUS                     PIC X(2).
       01  PERSTS-FILE-STATUS                     PIC X(2).
       01  PERAUTH-FILE-STATUS                    PIC X(2).
       01  SLMASG-FILE-STATUS                     PIC X(2).
       01  TERRSEL-FILE-STATUS                    PIC X(2).
       01  TRNHSTAUD-FILE-STATUS                  PIC X(2).

       01  WORK-FIELDS.
           05  EOF-IND                  PIC X(03) VALUE SPACES.
           05  WS-TPL-EOF               PIC X(03) VALUE SPACES.
           05  WS-TRN-EOF               PIC X(03) VALUE SPACES.
           05  WS-RUN-HALTED            PIC X(03) VALUE SPACES.
           05  WS-RUN-CANCELLED         PIC X(03) VALUE SPACES.
           05  RECORD-FOUND-PERAUTH     PIC X(03) VALUE SPACES.
           05  RECORD-FOUND-CUSTS       PIC X(03) VALUE SPACES.
           05  RECORD-FOUND-SLMEN       PIC X(03) VALUE SPACES.
           05  RECORD-FOUND-PERSTS      PIC X(03) VALUE SPACES.
           05  WS-REWRITE-FAIL          PIC X(03) VALUE SPACES.
           05  WS-PERIOD-OPEN           PIC X(03) VALUE SPACES.
           05  WS-LAST-XWE4NB           PIC 9(04) VALUE ZEROS.
           05  WS-OPERATOR              PIC X(10) VALUE SPACES.
           05  WS-PAGE-NO               PIC 9(05) VALUE ZEROS.
           05  WS-LINE-COUNT            PIC 9(03) VALUE ZEROS.
           05  WS-MAX-LINES-PER-PAGE    PIC 9(03) VALUE 060.
           05  WS-SEL-READ-COUNT        PIC 9(09) VALUE ZEROS.
           05  WS-CUS-MOVED-COUNT       PIC 9(09) VALUE ZEROS.
           05  WS-CUS-SKIPPED-COUNT     PIC 9(09) VALUE ZEROS.
           05  WS-TPL-MOVED-COUNT       PIC 9(09) VALUE ZEROS.
           05  WS-TRN-MOVED-COUNT       PIC 9(09) VALUE ZEROS.
           05  WS-TRN-CLOSED-COUNT      PIC 9(09) VALUE ZEROS.
           05  WS-ERROR-COUNT           PIC 9(09) VALUE ZEROS.
           05  WS-CUS-TPL-COUNT         PIC 9(05) VALUE ZEROS.
           05  WS-CUS-TRN-COUNT         PIC 9(07) VALUE ZEROS.
           05  WS-AUD-TIME-RAW.
               10  WS-AUD-TIME-HHMMSS   PIC 9(06).
               10  WS-AUD-TIME-CENTS    PIC 9(02).
           05  WS-RUN-TIME              PIC 9(06) VALUE ZEROS.
           05  WS-RUN-DATE.
               10  WS-RUN-YYYY             PIC 9(04).
               10  WS-RUN-MM               PIC 9(02).
               10  WS-RUN-DD               PIC 9(02).
           05  WS-RUN-DATE-N  REDEFINES WS-RUN-DATE
                                        PIC 9(08).
           05  WS-EFF-DATE.
               10  WS-EFF-YYYY             PIC 9(04).
               10  WS-EFF-MM               PIC 9(02).
               10  WS-EFF-DD               PIC 9(02).
           05  WS-EFF-DATE-N  REDEFINES WS-EFF-DATE
                                        PIC 9(08).
           05  WS-EFF-CC                PIC 9(02) VALUE ZEROS.
           05  WS-EFF-YY                PIC 9(02) VALUE ZEROS.
           05  WS-EFF-XWE4NB            PIC 9(04) VALUE ZEROS.
           05  WS-FROM-PNAME            PIC X(30) VALUE SPACES.
           05  WS-TO-PNAME              PIC X(30) VALUE SPACES.
           05  WS-CANCEL-MSG            PIC X(60) VALUE SPACES.

       01  PRINT-LINES.
           05  WS-HEADING-LINE.
               10  FILLER            PIC X(15) VALUE SPACES.
               10  FILLER            PIC X(32) VALUE
               "SALESMAN TERRITORY MOVE REGISTER".
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
               10  FILLER            PIC X(06)  VALUE "FROM  ".
               10  WS-SEL-FROM       PIC X(03).
               10  FILLER            PIC X(01)  VALUE SPACES.
               10  WS-SEL-FROM-NAME  PIC X(30).
               10  FILLER            PIC X(06)  VALUE "  TO  ".
               10  WS-SEL-TO         PIC X(03).
               10  FILLER            PIC X(01)  VALUE SPACES.
               10  WS-SEL-TO-NAME    PIC X(30).

           05  WS-OPTION-LINE.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  FILLER            PIC X(11)  VALUE "EFFECTIVE  ".
               10  WS-OPT-MM         PIC 99.
               10  FILLER            PIC X(01)  VALUE "/".
               10  WS-OPT-DD         PIC 99.
               10  FILLER            PIC X(01)  VALUE "/".
               10  WS-OPT-YYYY       PIC 9999.
               10  FILLER            PIC X(09)  VALUE "  CODES  ".
               10  WS-OPT-SCOPE      PIC X(04).
               10  FILLER            PIC X(13)  VALUE "  TEMPLATES  ".
               10  WS-OPT-TEMPLATES  PIC X(01).
               10  FILLER            PIC X(10)  VALUE "  TRANS   ".
               10  WS-OPT-TRNHST     PIC X(01).
               10  FILLER            PIC X(12)  VALUE "  OPERATOR  ".
               10  WS-OPT-OPERATOR   PIC X(10).

           05  WS-COLUMN-HEADING.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  FILLER            PIC X(13)  VALUE "BILLING CODE".
               10  FILLER            PIC X(08)  VALUE "CUSNO".
               10  FILLER            PIC X(32)  VALUE "CUSTOMER NAME".
               10  FILLER            PIC X(11)  VALUE "TEMPLATES".
               10  FILLER            PIC X(10)  VALUE "  TRANS".
               10  FILLER            PIC X(22)  VALUE "DISPOSITION".

           05  WS-DETAIL-LINE.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  WS-DTL-XWBCCD     PIC X(11).
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  WS-DTL-CUSNO      PIC X(06).
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  WS-DTL-CNAME      PIC X(30).
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  WS-DTL-TEMPLATES  PIC ZZZZ9.
               10  FILLER            PIC X(06)  VALUE SPACES.
               10  WS-DTL-TRANS      PIC Z,ZZZ,ZZ9.
               10  FILLER            PIC X(03)  VALUE SPACES.
               10  WS-DTL-DISP       PIC X(22).

           05  WS-TOTAL-LINE.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  WS-TOT-LITERAL    PIC X(30).
               10  WS-TOT-COUNT      PIC ZZZ,ZZZ,ZZ9.

           05  WS-MESSAGE-LINE.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  WS-MSG-TEXT       PIC X(60).

           05  WS-FOOTER-LINE.
               10  FILLER                         PIC X(40)  VALUE
               "  *******   END OF REPORT   *******   ".

       01  WS-RUNLOG-PARMS.
           05  WS-RL-PROGRAM            PIC X(10) VALUE "TERRMOV".
           05  WS-RL-EVENT              PIC X(05) VALUE SPACES.
           05  WS-RL-STATUS             PIC X(10) VALUE SPACES.
           05  WS-RL-READ-COUNT         PIC 9(09) VALUE ZEROS.
           05  WS-RL-WRITE-COUNT        PIC 9(09) VALUE ZEROS.
           05  WS-RL-ERROR-COUNT        PIC 9(09) VALUE ZEROS.

       01  WS-MSTJRN-PARMS.
           05  WS-MJ-FILE               PIC X(10) VALUE SPACES.
           05  WS-MJ-ACTION             PIC X(06) VALUE SPACES.
           05  WS-MJ-PROGRAM            PIC X(10) VALUE "TERRMOV".
           05  WS-MJ-KEY                PIC X(20) VALUE SPACES.
           05  WS-MJ-BEFORE             PIC X(200) VALUE SPACES.
           05  WS-MJ-AFTER              PIC X(200) VALUE SPACES.

      *    LS-SCOPE "L" MOVES ONLY THE BILLING CODES KEYED ON THE
      *    TERRSEL LIST; ANYTHING ELSE MOVES EVERY CODE THE FROM
      *    SALESMAN HOLDS. LS-EFF-DATE ZERO MEANS TODAY. THE TWO
      *    FLAGS ("Y" = YES) ASK FOR RECTPL TEMPLATES AND OPEN-PERIOD
      *    TRNHST TRANSACTIONS TO BE RE-POINTED WITH THE CUSTOMER.
       LINKAGE SECTION.
       01  LS-SELECT-PARMS.
           05  LS-FROM-PERSON                      PIC X(03).
           05  LS-TO-PERSON                        PIC X(03).
           05  LS-EFF-DATE                         PIC 9(08).
           05  LS-SCOPE                            PIC X(01).
           05  LS-MOVE-TEMPLATES                   PIC X(01).
           05  LS-MOVE-TRNHST                      PIC X(01).

       PROCEDURE DIVISION USING LS-SELECT-PARMS.

       START-PROGRAM.
           PERFORM 100-INITIALIZATION.
           IF WS-RUN-HALTED NOT = YES
             IF LS-SCOPE = "L"
               PERFORM 200-MOVE-LISTED-CODES
             ELSE
               PERFORM 250-MOVE-ALL-CODES
             END-IF
           END-IF.
           PERFORM 600-PRINT-FOOTER.
           PERFORM 620-LOG-RUN-END.
           PERFORM 500-CLOSE-FILES.
           STOP RUN.

      *    HANDING CUSTOMERS TO ANOTHER SALESMAN CHANGES WHO IS PAID
      *    COMMISSION ON THEM, SO ONLY PERAUTH OPERATORS MAY RUN IT.
      *    BOTH SALESMEN MUST BE KEYED AND MUST DIFFER. THE TARGET
      *    MUST BE ON SLMEN AND NOT MARKED INACTIVE - CUSTOMERS ARE
      *    NEVER HANDED TO A REP WHO HAS LEFT. THE FROM SALESMAN MAY
      *    ALREADY BE GONE FROM SLMEN. THE EFFECTIVE DATE MAY LIE IN
      *    THE PAST BUT NOT IN THE FUTURE: CUSTS CHANGES AT ONCE.
       100-INITIALIZATION.
           PERFORM 150-OPEN-FILES.
           PERFORM 610-LOG-RUN-START.
           MOVE SPACES TO EOF-IND.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-TIME-RAW FROM TIME.
           MOVE WS-AUD-TIME-HHMMSS TO WS-RUN-TIME.
           MOVE WS-RUN-MM   TO WS-HEAD-MM.
           MOVE WS-RUN-DD   TO WS-HEAD-DD.
           MOVE WS-RUN-YYYY TO WS-HEAD-YYYY.

           CALL "RTNUSRID" USING WS-OPERATOR.
           CANCEL "RTNUSRID".

           MOVE "** RUN CANCELLED - CHECK AUTHORITY AND SALESMEN **"
                                    TO WS-CANCEL-MSG.
           MOVE WS-OPERATOR TO AUTH-OPERATOR OF PERAUTH-RECORD.
           MOVE YES TO RECORD-FOUND-PERAUTH.
           READ PERAUTH-FILE
                   INVALID KEY
                       MOVE SPACES TO RECORD-FOUND-PERAUTH.
           IF RECORD-FOUND-PERAUTH NOT = YES
             MOVE YES TO WS-RUN-HALTED
           END-IF.

           IF WS-RUN-HALTED NOT = YES
             IF LS-FROM-PERSON = SPACES
                  OR LS-TO-PERSON = SPACES
                  OR LS-FROM-PERSON = LS-TO-PERSON
               MOVE YES TO WS-RUN-HALTED
             END-IF
           END-IF.

           MOVE LS-FROM-PERSON TO PERSON OF SLMEN-RECORD.
           MOVE YES TO RECORD-FOUND-SLMEN.
           READ SLMEN-FILE
                   INVALID KEY
                       MOVE SPACES TO RECORD-FOUND-SLMEN.
           IF RECORD-FOUND-SLMEN = YES
             MOVE PNAME OF SLMEN-RECORD TO WS-FROM-PNAME
           ELSE
             MOVE "** NOT ON SLMEN **" TO WS-FROM-PNAME
           END-IF.

           MOVE LS-TO-PERSON TO PERSON OF SLMEN-RECORD.
           MOVE YES TO RECORD-FOUND-SLMEN.
           READ SLMEN-FILE
                   INVALID KEY
                       MOVE SPACES TO RECORD-FOUND-SLMEN.
           IF RECORD-FOUND-SLMEN = YES
             MOVE PNAME OF SLMEN-RECORD TO WS-TO-PNAME
           ELSE
             MOVE "** NOT ON SLMEN **" TO WS-TO-PNAME
           END-IF.
           IF WS-RUN-HALTED NOT = YES
             IF RECORD-FOUND-SLMEN NOT = YES
               MOVE YES TO WS-RUN-HALTED
             ELSE
               IF PACTV OF SLMEN-RECORD = "I"
                 MOVE YES TO WS-RUN-HALTED
                 MOVE "** RUN CANCELLED - TARGET SALESMAN INACTIVE **"
                                          TO WS-CANCEL-MSG
               END-IF
             END-IF
           END-IF.

           IF LS-EFF-DATE = ZEROS
             MOVE WS-RUN-DATE-N TO WS-EFF-DATE-N
           ELSE
             MOVE LS-EFF-DATE TO WS-EFF-DATE-N
           END-IF.
           IF WS-RUN-HALTED NOT = YES
             IF WS-EFF-DATE-N > WS-RUN-DATE-N
                  OR WS-EFF-MM < 1 OR WS-EFF-MM > 12
                  OR WS-EFF-DD < 1 OR WS-EFF-DD > 31
               MOVE YES TO WS-RUN-HALTED
               MOVE "** RUN CANCELLED - CHECK EFFECTIVE DATE **"
                                        TO WS-CANCEL-MSG
             END-IF
           END-IF.
           DIVIDE WS-EFF-YYYY BY 100 GIVING WS-EFF-CC
                                   REMAINDER WS-EFF-YY.
           COMPUTE WS-EFF-XWE4NB = (WS-EFF-YY * 100) + WS-EFF-MM.

           MOVE LS-FROM-PERSON TO WS-SEL-FROM.
           MOVE WS-FROM-PNAME  TO WS-SEL-FROM-NAME.
           MOVE LS-TO-PERSON   TO WS-SEL-TO.
           MOVE WS-TO-PNAME    TO WS-SEL-TO-NAME.
           MOVE WS-EFF-MM      TO WS-OPT-MM.
           MOVE WS-EFF-DD      TO WS-OPT-DD.
           MOVE WS-EFF-YYYY    TO WS-OPT-YYYY.
           IF LS-SCOPE = "L"
             MOVE "LIST" TO WS-OPT-SCOPE
           ELSE
             MOVE "ALL " TO WS-OPT-SCOPE
           END-IF.
           IF LS-MOVE-TEMPLATES = "Y"
             MOVE "Y" TO WS-OPT-TEMPLATES
           ELSE
             MOVE "N" TO WS-OPT-TEMPLATES
           END-IF.
           IF LS-MOVE-TRNHST = "Y"
             MOVE "Y" TO WS-OPT-TRNHST
           ELSE
             MOVE "N" TO WS-OPT-TRNHST
           END-IF.
           MOVE WS-OPERATOR TO WS-OPT-OPERATOR.
           PERFORM 110-PRINT-HEADINGS.
           IF WS-RUN-HALTED = YES
             MOVE YES TO WS-RUN-CANCELLED
             MOVE WS-CANCEL-MSG TO WS-MSG-TEXT
             PERFORM 330-PRINT-MESSAGE
           END-IF.

       110-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO TO WS-HEAD-PAGE-NO.
           MOVE WS-HEADING-LINE TO FD-TMVPRN-RECORD.
           WRITE FD-TMVPRN-RECORD AFTER ADVANCING PAGE.
           MOVE  SPACES  TO  FD-TMVPRN-RECORD.
           WRITE FD-TMVPRN-RECORD AFTER ADVANCING 1.
           MOVE WS-SELECT-LINE TO FD-TMVPRN-RECORD.
           WRITE FD-TMVPRN-RECORD AFTER ADVANCING 1.
           MOVE WS-OPTION-LINE TO FD-TMVPRN-RECORD.
           WRITE FD-TMVPRN-RECORD AFTER ADVANCING 1.
           MOVE  SPACES  TO  FD-TMVPRN-RECORD.
           WRITE FD-TMVPRN-RECORD AFTER ADVANCING 1.
           MOVE WS-COLUMN-HEADING TO FD-TMVPRN-RECORD.
           WRITE FD-TMVPRN-RECORD AFTER ADVANCING 1.
           MOVE  SPACES  TO  FD-TMVPRN-RECORD.
           WRITE FD-TMVPRN-RECORD AFTER ADVANCING 1.
           MOVE ZEROS TO WS-LINE-COUNT.

       150-OPEN-FILES.
           OPEN I-O   CUSTS-FILE.
           OPEN INPUT SLMEN-FILE.
           OPEN I-O   RECTPL-FILE.
           OPEN I-O   TRNHST-FILE.
           OPEN INPUT PERSTS-FILE.
           OPEN INPUT PERAUTH-FILE.
           OPEN I-O   SLMASG-FILE.
           OPEN EXTEND TRNHSTAUD-FILE.
           OPEN OUTPUT TMVPRN.

      *    LIST MODE: EACH CODE ON TERRSEL IS LOOKED UP ON CUSTS. A
      *    CODE NOT ON FILE, OR HELD BY SOMEONE OTHER THAN THE FROM
      *    SALESMAN, IS SHOWN ON THE REGISTER AND LEFT ALONE, SO A
      *    MIS-KEYED LIST CANNOT TAKE ANOTHER REP'S CUSTOMER.
       200-MOVE-LISTED-CODES.
           OPEN INPUT TERRSEL-FILE.
           MOVE SPACES TO EOF-IND.
           PERFORM 410-READ-TERRSEL.
           PERFORM 220-MOVE-ONE-LISTED THRU 220-MOVE-EXIT
               UNTIL EOF-IND = YES.
           CLOSE TERRSEL-FILE.

       220-MOVE-ONE-LISTED.
           ADD 1 TO WS-SEL-READ-COUNT.
           MOVE TM-XWBCCD TO XWBCCD OF CUSTS-RECORD.
           MOVE YES TO RECORD-FOUND-CUSTS.
           READ CUSTS-FILE
                   INVALID KEY
                       MOVE SPACES TO RECORD-FOUND-CUSTS.
           IF RECORD-FOUND-CUSTS NOT = YES
             ADD 1 TO WS-CUS-SKIPPED-COUNT
             MOVE TM-XWBCCD TO WS-DTL-XWBCCD
             MOVE SPACES    TO WS-DTL-CUSNO
             MOVE SPACES    TO WS-DTL-CNAME
             MOVE ZEROS     TO WS-DTL-TEMPLATES
             MOVE ZEROS     TO WS-DTL-TRANS
             MOVE "** NOT ON CUSTS **" TO WS-DTL-DISP
             PERFORM 340-PRINT-DETAIL-LINE
             PERFORM 410-READ-TERRSEL
             GO 220-MOVE-EXIT
           END-IF.
           IF PERSON OF CUSTS-RECORD NOT = LS-FROM-PERSON
             ADD 1 TO WS-CUS-SKIPPED-COUNT
             MOVE XWBCCD OF CUSTS-RECORD TO WS-DTL-XWBCCD
             MOVE CUSNO  OF CUSTS-RECORD TO WS-DTL-CUSNO
             MOVE CNAME  OF CUSTS-RECORD TO WS-DTL-CNAME
             MOVE ZEROS     TO WS-DTL-TEMPLATES
             MOVE ZEROS     TO WS-DTL-TRANS
             MOVE "** HELD BY ANOTHER REP **" TO WS-DTL-DISP
             PERFORM 340-PRINT-DETAIL-LINE
             PERFORM 410-READ-TERRSEL
             GO 220-MOVE-EXIT
           END-IF.
           PERFORM 300-MOVE-CUSTOMER THRU 300-MOVE-EXIT.
           PERFORM 410-READ-TERRSEL.
       220-MOVE-EXIT. EXIT.

      *    ALL MODE: A FULL SWEEP OF CUSTS FOR THE FROM SALESMAN.
      *    THE RECORD JUST READ IS REWRITTEN IN PLACE, WHICH LEAVES
      *    THE SEQUENTIAL POSITION WHERE IT WAS.
       250-MOVE-ALL-CODES.
           MOVE SPACES TO EOF-IND.
           MOVE LOW-VALUES TO XWBCCD OF CUSTS-RECORD.
           START CUSTS-FILE KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF CUSTS-RECORD
                   INVALID KEY
                       MOVE YES TO EOF-IND.
           IF EOF-IND NOT = YES
             PERFORM 400-READ-CUSTS
           END-IF.
           PERFORM 260-MOVE-ONE-SWEPT
               UNTIL EOF-IND = YES.

       260-MOVE-ONE-SWEPT.
           IF PERSON OF CUSTS-RECORD = LS-FROM-PERSON
             PERFORM 300-MOVE-CUSTOMER THRU 300-MOVE-EXIT
           END-IF.
           PERFORM 400-READ-CUSTS.

      *    ONE CUSTOMER CHANGES HANDS: CUSTS FIRST, THEN ITS
      *    TEMPLATES AND OPEN-PERIOD TRANSACTIONS WHEN ASKED FOR, AND
      *    LAST THE ASSIGNMENT HISTORY RECORD, WHICH CARRIES THE
      *    COUNTS SO THE HISTORY SHOWS HOW FAR EACH MOVE REACHED.
       300-MOVE-CUSTOMER.
           MOVE ZEROS TO WS-CUS-TPL-COUNT.
           MOVE ZEROS TO WS-CUS-TRN-COUNT.
           MOVE CUSTS-RECORD TO WS-MJ-BEFORE.
           MOVE LS-TO-PERSON TO PERSON OF CUSTS-RECORD.
           MOVE SPACES TO WS-REWRITE-FAIL.
           REWRITE CUSTS-RECORD
               INVALID KEY
                   MOVE YES TO WS-REWRITE-FAIL
               NOT INVALID KEY
                   MOVE "CUSTS"      TO WS-MJ-FILE
                   MOVE XWBCCD OF CUSTS-RECORD TO WS-MJ-KEY
                   MOVE CUSTS-RECORD TO WS-MJ-AFTER
                   PERFORM 630-WRITE-MASTER-JOURNAL
           END-REWRITE.
           MOVE XWBCCD OF CUSTS-RECORD TO WS-DTL-XWBCCD.
           MOVE CUSNO  OF CUSTS-RECORD TO WS-DTL-CUSNO.
           MOVE CNAME  OF CUSTS-RECORD TO WS-DTL-CNAME.
           IF WS-REWRITE-FAIL = YES
             DISPLAY "Unable to update CUSTS file.."
             ADD 1 TO WS-ERROR-COUNT
             MOVE ZEROS TO WS-DTL-TEMPLATES
             MOVE ZEROS TO WS-DTL-TRANS
             MOVE "** CUSTS NOT UPDATED **" TO WS-DTL-DISP
             PERFORM 340-PRINT-DETAIL-LINE
             GO 300-MOVE-EXIT
           END-IF.
           ADD 1 TO WS-CUS-MOVED-COUNT.
           IF LS-MOVE-TEMPLATES = "Y"
             PERFORM 310-MOVE-TEMPLATES
           END-IF.
           IF LS-MOVE-TRNHST = "Y"
             PERFORM 350-MOVE-TRANSACTIONS
           END-IF.
           PERFORM 380-WRITE-SLMASG.
           MOVE WS-CUS-TPL-COUNT TO WS-DTL-TEMPLATES.
           MOVE WS-CUS-TRN-COUNT TO WS-DTL-TRANS.
           MOVE "MOVED" TO WS-DTL-DISP.
           PERFORM 340-PRINT-DETAIL-LINE.
       300-MOVE-EXIT. EXIT.

      *    ONLY TEMPLATES STILL CARRYING THE FROM SALESMAN FOLLOW THE
      *    CUSTOMER; ONE ALREADY POINTED AT A THIRD REP WAS SET THAT
      *    WAY ON PURPOSE THROUGH CBRECTPL AND IS LEFT AS IT IS.
       310-MOVE-TEMPLATES.
           MOVE SPACES TO WS-TPL-EOF.
           MOVE XWBCCD OF CUSTS-RECORD TO RT-XWBCCD.
           MOVE ZEROS                  TO RT-SEQNO.
           START RECTPL-FILE KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF RECTPL-RECORD
                   INVALID KEY
                       MOVE YES TO WS-TPL-EOF.
           IF WS-TPL-EOF NOT = YES
             PERFORM 420-READ-RECTPL
           END-IF.
           PERFORM 315-MOVE-ONE-TEMPLATE
               UNTIL WS-TPL-EOF = YES.

       315-MOVE-ONE-TEMPLATE.
           IF RT-PERSON = LS-FROM-PERSON
             MOVE RECTPL-RECORD TO WS-MJ-BEFORE
             MOVE LS-TO-PERSON TO RT-PERSON
             REWRITE RECTPL-RECORD
                 INVALID KEY
                     DISPLAY "Unable to update RECTPL file.."
                     ADD 1 TO WS-ERROR-COUNT
                 NOT INVALID KEY
                     ADD 1 TO WS-CUS-TPL-COUNT
                     ADD 1 TO WS-TPL-MOVED-COUNT
                     MOVE "RECTPL"      TO WS-MJ-FILE
                     MOVE EXTERNALLY-DESCRIBED-KEY OF RECTPL-RECORD
                                        TO WS-MJ-KEY
                     MOVE RECTPL-RECORD TO WS-MJ-AFTER
                     PERFORM 630-WRITE-MASTER-JOURNAL
             END-REWRITE
           END-IF.
           PERFORM 420-READ-RECTPL.

      *    A TRANSACTION FOLLOWS THE CUSTOMER WHEN IT STILL CARRIES
      *    THE FROM SALESMAN, ITS DEAL DATE IS ON OR AFTER THE
      *    EFFECTIVE DATE AND ITS PERIOD IS STILL OPEN. CLOSED
      *    PERIODS HAVE BEEN SNAPSHOT TO TRNSUM AND COMMISSION HAS
      *    BEEN PAID ON THEM, SO THEY ARE NEVER RE-POINTED; THEY ARE
      *    COUNTED FOR THE FOOTER INSTEAD.
       350-MOVE-TRANSACTIONS.
           MOVE SPACES TO WS-TRN-EOF.
           MOVE XWBCCD OF CUSTS-RECORD TO XWBCCD OF TRNHST-RECORD.
           MOVE ZEROS                  TO XWORDN OF TRNHST-RECORD.
           START TRNHST-FILE KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF TRNHST-RECORD
                   INVALID KEY
                       MOVE YES TO WS-TRN-EOF.
           IF WS-TRN-EOF NOT = YES
             PERFORM 430-READ-TRNHST
           END-IF.
           PERFORM 360-MOVE-ONE-TRANSACTION THRU 360-MOVE-EXIT
               UNTIL WS-TRN-EOF = YES.

       360-MOVE-ONE-TRANSACTION.
           IF PERSON OF TRNHST-RECORD NOT = LS-FROM-PERSON
                OR XWDLDT OF TRNHST-RECORD < WS-EFF-DATE-N
             PERFORM 430-READ-TRNHST
             GO 360-MOVE-EXIT
           END-IF.
           PERFORM 370-CHECK-PERIOD-OPEN.
           IF WS-PERIOD-OPEN NOT = YES
             ADD 1 TO WS-TRN-CLOSED-COUNT
             PERFORM 430-READ-TRNHST
             GO 360-MOVE-EXIT
           END-IF.
           MOVE LS-TO-PERSON TO PERSON OF TRNHST-RECORD.
           MOVE SPACES TO WS-REWRITE-FAIL.
           REWRITE TRNHST-RECORD
               INVALID KEY
                   MOVE YES TO WS-REWRITE-FAIL
           END-REWRITE.
           IF WS-REWRITE-FAIL = YES
             DISPLAY "Unable to update TRNHST file.."
             ADD 1 TO WS-ERROR-COUNT
           ELSE
             ADD 1 TO WS-CUS-TRN-COUNT
             ADD 1 TO WS-TRN-MOVED-COUNT
             PERFORM 390-WRITE-AUDIT-REASGN
           END-IF.
           PERFORM 430-READ-TRNHST.
       360-MOVE-EXIT. EXIT.

      *    ONE CUSTOMER'S TRANSACTIONS RUN IN ORDER NUMBER, NOT BY
      *    PERIOD, BUT MOST SHARE A HANDFUL OF PERIODS - THE LAST
      *    ANSWER IS KEPT SO PERSTS IS ONLY READ ON A CHANGE.
       370-CHECK-PERIOD-OPEN.
           IF XWE4NB OF TRNHST-RECORD NOT = WS-LAST-XWE4NB
                OR WS-PERIOD-OPEN = SPACES
             MOVE XWE4NB OF TRNHST-RECORD TO WS-LAST-XWE4NB
             MOVE XWE4NB OF TRNHST-RECORD TO XWE4NB OF PERSTS-RECORD
             MOVE YES TO RECORD-FOUND-PERSTS
             READ PERSTS-FILE
                     INVALID KEY
                         MOVE SPACES TO RECORD-FOUND-PERSTS
             END-READ
             IF RECORD-FOUND-PERSTS = YES
                  AND PS-STATUS = "C"
               MOVE "NO " TO WS-PERIOD-OPEN
             ELSE
               MOVE YES TO WS-PERIOD-OPEN
             END-IF
           END-IF.

       380-WRITE-SLMASG.
           INITIALIZE SLMASG-RECORD.
           MOVE XWBCCD OF CUSTS-RECORD TO SA-XWBCCD.
           MOVE WS-EFF-DATE-N          TO SA-EFF-DATE.
           MOVE WS-RUN-DATE-N          TO SA-RUN-DATE.
           MOVE WS-RUN-TIME            TO SA-RUN-TIME.
           MOVE WS-EFF-XWE4NB          TO SA-EFF-XWE4NB.
           MOVE CUSNO OF CUSTS-RECORD  TO SA-CUSNO.
           MOVE LS-FROM-PERSON         TO SA-OLD-PERSON.
           MOVE LS-TO-PERSON           TO SA-NEW-PERSON.
           MOVE WS-CUS-TPL-COUNT       TO SA-TPL-COUNT.
           MOVE WS-CUS-TRN-COUNT       TO SA-TRN-COUNT.
           MOVE WS-OPERATOR            TO SA-OPERATOR.
           MOVE WS-RL-PROGRAM          TO SA-PROGRAM.
           WRITE SLMASG-RECORD
               INVALID KEY
                   DISPLAY "Unable to write SLMASG file.."
                   ADD 1 TO WS-ERROR-COUNT
           END-WRITE.

      *    THE AUDIT ENTRY SHOWS THE SALESMAN BEFORE AND AFTER WITH
      *    EVERY OTHER FIELD UNCHANGED. "REASGN" IS NOT ONE OF THE
      *    ACTIONS GLEXTR PICKS UP, SO A CHANGE OF REP DOES NOT SEND
      *    THE TRANSACTION TO THE GL A SECOND TIME.
       390-WRITE-AUDIT-REASGN.
           MOVE "REASGN" TO AUD-ACTION.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-TIME-RAW FROM TIME.
           MOVE WS-AUD-TIME-HHMMSS TO AUD-TIME.
           MOVE WS-OPERATOR TO AUD-OPERATOR.
           MOVE SPACES TO AUD-APPROVER.
           MOVE XWBCCD OF TRNHST-RECORD TO AUD-XWBCCD.
           MOVE XWORDN OF TRNHST-RECORD TO AUD-XWORDN.
           MOVE XWE4NB OF TRNHST-RECORD TO AUD-B-XWE4NB.
           MOVE XWDLDT OF TRNHST-RECORD TO AUD-B-XWDLDT.
           MOVE XWC8DT OF TRNHST-RECORD TO AUD-B-XWC8DT.
           MOVE LS-FROM-PERSON          TO AUD-B-PERSON.
           MOVE CUSNO  OF TRNHST-RECORD TO AUD-B-CUSNO.
           MOVE XWTTYP OF TRNHST-RECORD TO AUD-B-XWTTYP.
           MOVE XWAMNT OF TRNHST-RECORD TO AUD-B-XWAMNT.
           MOVE XWE4NB OF TRNHST-RECORD TO AUD-A-XWE4NB.
           MOVE XWDLDT OF TRNHST-RECORD TO AUD-A-XWDLDT.
           MOVE XWC8DT OF TRNHST-RECORD TO AUD-A-XWC8DT.
           MOVE PERSON OF TRNHST-RECORD TO AUD-A-PERSON.
           MOVE CUSNO  OF TRNHST-RECORD TO AUD-A-CUSNO.
           MOVE XWTTYP OF TRNHST-RECORD TO AUD-A-XWTTYP.
           MOVE XWAMNT OF TRNHST-RECORD TO AUD-A-XWAMNT.
           WRITE TRNHSTAUD-RECORD.
           IF TRNHSTAUD-FILE-STATUS NOT = "00"
              DISPLAY "Unable to write TRNHST audit record.."
           END-IF.

       330-PRINT-MESSAGE.
           IF WS-LINE-COUNT NOT < WS-MAX-LINES-PER-PAGE
             PERFORM 110-PRINT-HEADINGS
           END-IF.
           MOVE WS-MESSAGE-LINE TO FD-TMVPRN-RECORD.
           WRITE FD-TMVPRN-RECORD AFTER ADVANCING 2.
           ADD 2 TO WS-LINE-COUNT.

       340-PRINT-DETAIL-LINE.
           IF WS-LINE-COUNT NOT < WS-MAX-LINES-PER-PAGE
             PERFORM 110-PRINT-HEADINGS
           END-IF.
           MOVE WS-DETAIL-LINE TO FD-TMVPRN-RECORD.
           WRITE FD-TMVPRN-RECORD AFTER ADVANCING 1.
           ADD 1 TO WS-LINE-COUNT.

       400-READ-CUSTS.
           READ CUSTS-FILE NEXT RECORD
               AT END
                   MOVE YES TO EOF-IND.

       410-READ-TERRSEL.
           READ TERRSEL-FILE
               AT END
                   MOVE YES TO EOF-IND.

       420-READ-RECTPL.
           READ RECTPL-FILE NEXT RECORD
               AT END
                   MOVE YES TO WS-TPL-EOF.
           IF WS-TPL-EOF NOT = YES
                AND RT-XWBCCD NOT = XWBCCD OF CUSTS-RECORD
             MOVE YES TO WS-TPL-EOF
           END-IF.

       430-READ-TRNHST.
           READ TRNHST-FILE NEXT RECORD
               AT END
                   MOVE YES TO WS-TRN-EOF.
           IF WS-TRN-EOF NOT = YES
                AND XWBCCD OF TRNHST-RECORD NOT = XWBCCD OF CUSTS-RECORD
             MOVE YES TO WS-TRN-EOF
           END-IF.

       500-CLOSE-FILES.
           CLOSE CUSTS-FILE.
           CLOSE SLMEN-FILE.
           CLOSE RECTPL-FILE.
           CLOSE TRNHST-FILE.
           CLOSE PERSTS-FILE.
           CLOSE PERAUTH-FILE.
           CLOSE SLMASG-FILE.
           CLOSE TRNHSTAUD-FILE.
           CLOSE TMVPRN.

       600-PRINT-FOOTER.
           MOVE "CUSTOMERS MOVED.............." TO WS-TOT-LITERAL.
           MOVE WS-CUS-MOVED-COUNT TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO FD-TMVPRN-RECORD.
           WRITE FD-TMVPRN-RECORD AFTER ADVANCING 2.
           MOVE "LISTED CODES NOT MOVED......." TO WS-TOT-LITERAL.
           MOVE WS-CUS-SKIPPED-COUNT TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO FD-TMVPRN-RECORD.
           WRITE FD-TMVPRN-RECORD AFTER ADVANCING 1.
           MOVE "RECTPL TEMPLATES RE-POINTED.." TO WS-TOT-LITERAL.
           MOVE WS-TPL-MOVED-COUNT TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO FD-TMVPRN-RECORD.
           WRITE FD-TMVPRN-RECORD AFTER ADVANCING 1.
           MOVE "TRNHST RECORDS RE-POINTED...." TO WS-TOT-LITERAL.
           MOVE WS-TRN-MOVED-COUNT TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO FD-TMVPRN-RECORD.
           WRITE FD-TMVPRN-RECORD AFTER ADVANCING 1.
           MOVE "TRNHST LEFT IN CLOSED PERIODS" TO WS-TOT-LITERAL.
           MOVE WS-TRN-CLOSED-COUNT TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO FD-TMVPRN-RECORD.
           WRITE FD-TMVPRN-RECORD AFTER ADVANCING 1.
           MOVE "UPDATE ERRORS................" TO WS-TOT-LITERAL.
           MOVE WS-ERROR-COUNT TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO FD-TMVPRN-RECORD.
           WRITE FD-TMVPRN-RECORD AFTER ADVANCING 1.
           MOVE WS-FOOTER-LINE  TO FD-TMVPRN-RECORD.
           WRITE FD-TMVPRN-RECORD AFTER ADVANCING 2.

       610-LOG-RUN-START.
           MOVE "START"  TO WS-RL-EVENT.
           MOVE "ACTIVE" TO WS-RL-STATUS.
           MOVE ZEROS TO WS-RL-READ-COUNT.
           MOVE ZEROS TO WS-RL-WRITE-COUNT.
           MOVE ZEROS TO WS-RL-ERROR-COUNT.
           CALL "RUNLOGWRT" USING WS-RUNLOG-PARMS.
           CANCEL "RUNLOGWRT".

      *    LISTED CODES THAT COULD NOT BE MOVED AND FAILED UPDATES
      *    BOTH LEAVE THE TERRITORY PART-DONE, SO EITHER ENDS THE RUN
      *    "EXCEPTIONS" FOR THE SUPERVISOR TO FOLLOW UP.
       620-LOG-RUN-END.
           MOVE "END" TO WS-RL-EVENT.
           COMPUTE WS-RL-ERROR-COUNT = WS-ERROR-COUNT
                                     + WS-CUS-SKIPPED-COUNT.
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
           MOVE WS-SEL-READ-COUNT TO WS-RL-READ-COUNT.
           COMPUTE WS-RL-WRITE-COUNT = WS-CUS-MOVED-COUNT
                                     + WS-TPL-MOVED-COUNT
                                     + WS-TRN-MOVED-COUNT.
           CALL "RUNLOGWRT" USING WS-RUNLOG-PARMS.
           CANCEL "RUNLOGWRT".

      *    FILES ONE ENTRY ON THE COMMON MASTER CHANGE JOURNAL. THE
      *    CALLER HAS SET THE FILE, KEY AND BOTH IMAGES; A TERRITORY
      *    MOVE ONLY EVER CHANGES RECORDS THAT ARE ALREADY ON FILE.
       630-WRITE-MASTER-JOURNAL.
           MOVE "CHANGE" TO WS-MJ-ACTION.
           CALL "MSTJRNWRT" USING WS-MSTJRN-PARMS.
           CANCEL "MSTJRNWRT".
