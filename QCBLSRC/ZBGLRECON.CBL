       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GLRECON.
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

           SELECT GLSNTH-FILE
              ASSIGN TO DATABASE-GLSNTH
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS SEQUENTIAL
              RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                     OF GLSNTH-RECORD
              FILE STATUS  IS GLSNTH-FILE-STATUS.

           SELECT TRNSUM-FILE
              ASSIGN TO DATABASE-TRNSUM
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                     OF TRNSUM-RECORD
              FILE STATUS  IS TRNSUM-FILE-STATUS.

           SELECT PERSTS-FILE
              ASSIGN TO DATABASE-PERSTS
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                     OF PERSTS-RECORD
              FILE STATUS  IS PERSTS-FILE-STATUS.

           SELECT TRNHSTARC-FILE
              ASSIGN TO DATABASE-TRNHSTARC
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                     OF TRNHSTARC-RECORD
              FILE STATUS  IS TRNHSTARC-FILE-STATUS.

           SELECT TRNHSTAUD-FILE
              ASSIGN TO DATABASE-TRNHSTAUD
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS TRNHSTAUD-FILE-STATUS.

           SELECT RCNPRN
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

       FD  GLSNTH-FILE
           LABEL RECORDS ARE STANDARD.
       01  GLSNTH-RECORD.
           COPY DDS-GLSNTHR      OF  GLSNTH.

       FD  TRNSUM-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRNSUM-RECORD.
           COPY DDS-TRNSUMR      OF  TRNSUM.

       FD  PERSTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  PERSTS-RECORD.
           COPY DDS-PERSTSR      OF  PERSTS.

       FD  TRNHSTARC-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRNHSTARC-RECORD.
           COPY DDS-TRNHSTARCR   OF  TRNHSTARC.

       FD  TRNHSTAUD-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRNHSTAUD-RECORD.
           COPY DDS-TRNHSTAUDR   OF  TRNHSTAUD.

       FD  RCNPRN
           LABEL RECORDS ARE OMITTED.
       01  FD-RCNPRN-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.

       01  PROGRAM-CONSTANTS.
           05  YES                                PIC X(3) VALUE "YES".

       01  FILE-STATUS                            PIC X(2).
       01  TRNHST-FILE-STATUS                     PIC X(2).
       01  GLSNTH-FILE-STATUS                     PIC X(2).
       01  TRNSUM-FILE-STATUS                     PIC X(2).
       01  PERSTS-FILE-STATUS                     PIC X(2).
       01  TRNHSTARC-FILE-STATUS                  PIC X(2).
       01  TRNHSTAUD-FILE-STATUS                  PIC X(2).

       01  WORK-FIELDS.
           05  EOF-IND                  PIC X(03) VALUE SPACES.
           05  WS-GH-EOF                PIC X(03) VALUE SPACES.
           05  AUD-EOF-IND              PIC X(03) VALUE SPACES.
           05  WS-SUM-EOF               PIC X(03) VALUE SPACES.
           05  WS-RUN-CANCELLED         PIC X(03) VALUE SPACES.
           05  WS-RUN-HALTED            PIC X(03) VALUE SPACES.
           05  WS-SUM-FOUND             PIC X(03) VALUE SPACES.
           05  WS-HIT-SUB               PIC 9(05) VALUE ZEROS.
           05  RECORD-FOUND-PERSTS      PIC X(03) VALUE SPACES.
           05  RECORD-FOUND-ARC         PIC X(03) VALUE SPACES.
           05  WS-PAGE-NO               PIC 9(05) VALUE ZEROS.
           05  WS-LINE-COUNT            PIC 9(03) VALUE ZEROS.
           05  WS-MAX-LINES-PER-PAGE    PIC 9(03) VALUE 060.
           05  WS-TRN-READ-COUNT        PIC 9(09) VALUE ZEROS.
           05  WS-GH-READ-COUNT         PIC 9(09) VALUE ZEROS.
           05  WS-SNAP-READ-COUNT       PIC 9(09) VALUE ZEROS.
           05  WS-SUM-LINE-COUNT        PIC 9(09) VALUE ZEROS.
           05  WS-DIFF-COUNT            PIC 9(09) VALUE ZEROS.
           05  WS-NOTSENT-COUNT         PIC 9(09) VALUE ZEROS.
           05  WS-REJECT-COUNT          PIC 9(09) VALUE ZEROS.
           05  WS-TWICE-COUNT           PIC 9(09) VALUE ZEROS.
           05  WS-CHGCLS-COUNT          PIC 9(09) VALUE ZEROS.
           05  WS-NOTLIVE-COUNT         PIC 9(09) VALUE ZEROS.
           05  WS-GLDIFF-COUNT          PIC 9(09) VALUE ZEROS.
           05  WS-OUTBAL-COUNT          PIC 9(09) VALUE ZEROS.
           05  WS-REASON-COUNT          PIC 9(03) VALUE ZEROS.
           05  WS-CLOSE-DATE            PIC 9(08) VALUE ZEROS.
           05  WS-CLOSE-DATE-PARTS REDEFINES WS-CLOSE-DATE.
               10  WS-CLOSE-YYYY        PIC 9(04).
               10  WS-CLOSE-MM          PIC 9(02).
               10  WS-CLOSE-DD          PIC 9(02).
           05  WS-PER-XWE4NB            PIC 9(04) VALUE ZEROS.
           05  WS-PER-PARTS REDEFINES WS-PER-XWE4NB.
               10  WS-PER-YY            PIC 9(02).
               10  WS-PER-MM            PIC 9(02).
           05  WS-RUN-DATE.
               10  WS-RUN-YYYY             PIC 9(04).
               10  WS-RUN-MM               PIC 9(02).
               10  WS-RUN-DD               PIC 9(02).
           05  WS-CUR-HEAD-1            PIC X(132) VALUE SPACES.
           05  WS-CUR-HEAD-2            PIC X(132) VALUE SPACES.

      *    THE TWO FILES ARE MATCHED ON TRANSACTION KEY. AT END OF
      *    FILE A KEY GOES TO HIGH-VALUES SO THE OTHER FILE DRAINS.
       01  WS-MATCH-KEYS.
           05  WS-TRN-KEY.
               10  WS-TRN-XWBCCD        PIC X(11).
               10  WS-TRN-XWORDN        PIC 9(07).
           05  WS-GRP-KEY.
               10  WS-GRP-XWBCCD        PIC X(11).
               10  WS-GRP-XWORDN        PIC 9(07).
           05  WS-CUR-KEY.
               10  WS-CUR-XWBCCD        PIC X(11).
               10  WS-CUR-XWORDN        PIC 9(07).
           05  WS-ON-TRNHST             PIC X(03) VALUE SPACES.
           05  WS-ON-GLSNTH             PIC X(03) VALUE SPACES.
           05  WS-LIVE-IN-PER           PIC X(03) VALUE SPACES.
           05  WS-GL-IN-PER             PIC X(03) VALUE SPACES.
           05  WS-SENT-IN-PER           PIC X(03) VALUE SPACES.

      *    WHAT THE GL-SENT HISTORY SAYS ABOUT ONE TRANSACTION. ONLY
      *    THE SALE LINES ARE WEIGHED: TRNSUM AND TRNHST CARRY
      *    XWAMNT NET OF TAX, SO THE TAX LINES HAVE NOTHING TO
      *    RECONCILE AGAINST. THE GL HOLDS A TRANSACTION BY BILLING
      *    CODE + ORDER NUMBER, THE WAY ITS RESPONSE FILE KEYS IT,
      *    AND A RE-SEND REPLACES WHAT IT HELD, SO THE ACCEPTED
      *    FIGURE IS THE LATEST SEND THE GL DID NOT REJECT.
      *    A DUPLICATE IS A SEND THAT WENT INTO ONE EXTRACT FILE
      *    TWICE, OR AN ACCEPTED SEND THAT REPEATS THE ACCEPTED SEND
      *    BEFORE IT UNCHANGED WITHOUT A REJECT BETWEEN THEM. A FULL
      *    EXTRACT RESENDS EVERYTHING BY DESIGN AND IS NOT COUNTED.
       01  WS-GL-GROUP.
           05  WS-GRP-SENT              PIC X(03) VALUE SPACES.
           05  WS-GRP-LAST-XWE4NB       PIC 9(04) VALUE ZEROS.
           05  WS-GRP-LAST-STATUS       PIC X(01) VALUE SPACES.
           05  WS-GRP-LAST-REJ-TEXT     PIC X(40) VALUE SPACES.
           05  WS-GRP-PREV-REJ          PIC X(03) VALUE SPACES.
           05  WS-GRP-DUP-COUNT         PIC 9(05) VALUE ZEROS.
           05  WS-GRP-ACC-FOUND         PIC X(03) VALUE SPACES.
           05  WS-GRP-ACC-XWE4NB        PIC 9(04) VALUE ZEROS.
           05  WS-GRP-ACC-XWTTYP        PIC X(02) VALUE SPACES.
           05  WS-GRP-ACC-XWAMNT        PIC S9(07)V99 VALUE ZEROS.
           05  WS-GRP-ACC-CUSNO         PIC X(06) VALUE SPACES.
           05  WS-GRP-ACC-XWC8DT        PIC 9(08) VALUE ZEROS.

      *    TRNHSTAUD ENTRIES DATED AFTER THE PERIOD WAS CLOSED THAT
      *    TOUCH A TRANSACTION OF THE PERIOD, EITHER SIDE OF THE
      *    CHANGE. A TABLE THAT OVERFLOWS HALTS THE RUN RATHER THAN
      *    REPORT A CLOSED PERIOD AS UNTOUCHED WHEN IT MAY NOT BE.
       01  WS-AUDIT-TABLE.
           05  WS-AUD-COUNT             PIC 9(05) VALUE ZEROS.
           05  WS-MAX-AUD-RECS          PIC 9(05) VALUE 09999.
           05  WS-AUD-TAB  OCCURS 9999 TIMES
                           INDEXED BY WS-AUD-IDX.
               10  WS-AUD-KEY           PIC X(18).
               10  WS-AUD-ACTION        PIC X(06).
               10  WS-AUD-DATE          PIC 9(08).
       01  WS-AUD-HIT-SUB               PIC 9(05) VALUE ZEROS.

      *    THE THREE FIGURES BY BILLING CODE + TRANSACTION TYPE. THE
      *    KEY COLLATES BILLING CODE THEN TYPE SO THE SUMMARY CAN BE
      *    PULLED IN ORDER BY REPEATED LOW-KEY SCANS.
       01  WS-SUMMARY-TABLE.
           05  WS-SUM-COUNT             PIC 9(05) VALUE ZEROS.
           05  WS-MAX-SUM-RECS          PIC 9(05) VALUE 09999.
           05  WS-SUM-TAB  OCCURS 9999 TIMES
                           INDEXED BY WS-SUM-IDX.
               10  WS-SUM-KEY.
                   15  WS-SUM-XWBCCD    PIC X(11).
                   15  WS-SUM-XWTTYP    PIC X(02).
               10  WS-SUM-SNAP-COUNT    PIC 9(09).
               10  WS-SUM-SNAP-AMOUNT   PIC S9(09)V99.
               10  WS-SUM-LIVE-COUNT    PIC 9(09).
               10  WS-SUM-LIVE-AMOUNT   PIC S9(09)V99.
               10  WS-SUM-GL-COUNT      PIC 9(09).
               10  WS-SUM-GL-AMOUNT     PIC S9(09)V99.
               10  WS-SUM-PRINTED       PIC X(01).
       01  WS-SRCH-KEY.
           05  WS-SRCH-XWBCCD           PIC X(11) VALUE SPACES.
           05  WS-SRCH-XWTTYP           PIC X(02) VALUE SPACES.
       01  WS-LOW-KEY                   PIC X(13) VALUE SPACES.
       01  WS-LOW-FOUND                 PIC X(03) VALUE SPACES.
       01  WS-LOW-SUB                   PIC 9(05) VALUE ZEROS.
       01  WS-ADD-FIGURE                PIC X(01) VALUE SPACES.
       01  WS-ADD-COUNT                 PIC 9(09) VALUE ZEROS.
       01  WS-ADD-AMOUNT                PIC S9(09)V99 VALUE ZEROS.

       01  WS-GRAND-TOTALS.
           05  WS-GRAND-SNAP-COUNT      PIC 9(09) VALUE ZEROS.
           05  WS-GRAND-SNAP-AMOUNT     PIC S9(09)V99 VALUE ZEROS.
           05  WS-GRAND-LIVE-COUNT      PIC 9(09) VALUE ZEROS.
           05  WS-GRAND-LIVE-AMOUNT     PIC S9(09)V99 VALUE ZEROS.
           05  WS-GRAND-GL-COUNT        PIC 9(09) VALUE ZEROS.
           05  WS-GRAND-GL-AMOUNT       PIC S9(09)V99 VALUE ZEROS.

       01  WS-RUNLOG-PARMS.
           05  WS-RL-PROGRAM            PIC X(10) VALUE "GLRECON".
           05  WS-RL-EVENT              PIC X(05) VALUE SPACES.
           05  WS-RL-STATUS             PIC X(10) VALUE SPACES.
           05  WS-RL-READ-COUNT         PIC 9(09) VALUE ZEROS.
           05  WS-RL-WRITE-COUNT        PIC 9(09) VALUE ZEROS.
           05  WS-RL-ERROR-COUNT        PIC 9(09) VALUE ZEROS.

       01  PRINT-LINES.
           05  WS-HEADING-LINE.
               10  FILLER            PIC X(15) VALUE SPACES.
               10  FILLER            PIC X(30) VALUE
               "SUBLEDGER TO GL RECONCILIATION".
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
               10  FILLER            PIC X(14)  VALUE
                   "   CLOSED ON  ".
               10  WS-PER-HEAD-MM    PIC 99.
               10  FILLER            PIC X(01)  VALUE "/".
               10  WS-PER-HEAD-DD    PIC 99.
               10  FILLER            PIC X(01)  VALUE "/".
               10  WS-PER-HEAD-YYYY  PIC 9999.

           05  WS-SECTION-LINE.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  WS-SECT-TEXT      PIC X(60)  VALUE SPACES.

           05  WS-DIFF-HEADING.
               10  FILLER            PIC X(01)  VALUE SPACES.
               10  FILLER            PIC X(11)  VALUE "BILL CODE".
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  FILLER            PIC X(07)  VALUE "  ORDER".
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  FILLER            PIC X(02)  VALUE "TY".
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  FILLER            PIC X(14)  VALUE
                   "    TRNHST AMT".
               10  FILLER            PIC X(01)  VALUE SPACES.
               10  FILLER            PIC X(14)  VALUE
                   "        GL AMT".
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  FILLER            PIC X(24)  VALUE "DIFFERENCE".
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  FILLER            PIC X(45)  VALUE "DETAIL".

           05  WS-DIFF-LINE.
               10  FILLER            PIC X(01)  VALUE SPACES.
               10  WS-DIF-XWBCCD     PIC X(11).
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  WS-DIF-XWORDN     PIC Z(06)9.
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  WS-DIF-XWTTYP     PIC X(02).
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  WS-DIF-LIVE       PIC X(14).
               10  FILLER            PIC X(01)  VALUE SPACES.
               10  WS-DIF-GL         PIC X(14).
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  WS-DIF-REASON     PIC X(24).
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  WS-DIF-DETAIL     PIC X(45).

           05  WS-AMT-EDIT           PIC ZZ,ZZZ,ZZ9.99-.
           05  WS-CNT-EDIT           PIC ZZZZ9.

           05  WS-SUMMARY-HEADING-1.
               10  FILLER            PIC X(18)  VALUE SPACES.
               10  FILLER            PIC X(25)  VALUE
                   "---- TRNSUM SNAPSHOT ----".
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  FILLER            PIC X(25)  VALUE
                   "------ LIVE TRNHST ------".
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  FILLER            PIC X(25)  VALUE
                   "------ GL ACCEPTED ------".

           05  WS-SUMMARY-HEADING-2.
               10  FILLER            PIC X(01)  VALUE SPACES.
               10  FILLER            PIC X(11)  VALUE "BILL CODE".
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  FILLER            PIC X(02)  VALUE "TY".
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  FILLER            PIC X(25)  VALUE
                   "    COUNT          AMOUNT".
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  FILLER            PIC X(25)  VALUE
                   "    COUNT          AMOUNT".
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  FILLER            PIC X(25)  VALUE
                   "    COUNT          AMOUNT".

           05  WS-SUMMARY-LINE.
               10  WS-SML-LABEL.
                   15  FILLER        PIC X(01).
                   15  WS-SML-XWBCCD PIC X(11).
                   15  FILLER        PIC X(02).
                   15  WS-SML-XWTTYP PIC X(02).
                   15  FILLER        PIC X(02).
               10  WS-SML-SNAP-COUNT PIC Z,ZZZ,ZZ9.
               10  FILLER            PIC X(01)  VALUE SPACES.
               10  WS-SML-SNAP-AMOUNT PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  WS-SML-LIVE-COUNT PIC Z,ZZZ,ZZ9.
               10  FILLER            PIC X(01)  VALUE SPACES.
               10  WS-SML-LIVE-AMOUNT PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  WS-SML-GL-COUNT   PIC Z,ZZZ,ZZ9.
               10  FILLER            PIC X(01)  VALUE SPACES.
               10  WS-SML-GL-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  WS-SML-FLAG       PIC X(20).

           05  WS-MESSAGE-LINE.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  WS-MSG-TEXT       PIC X(60).

           05  WS-COUNT-LINE.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  WS-CNT-LITERAL    PIC X(32).
               10  WS-CNT-VALUE      PIC ZZZ,ZZZ,ZZ9.

           05  WS-FOOTER-LINE.
               10  FILLER                         PIC X(40)  VALUE
               "  *******   END OF REPORT   *******   ".

       LINKAGE SECTION.
       01  LS-SELECT-PARMS.
           05  LS-XWE4NB                           PIC 9(04).

      *    PROVES A CLOSED PERIOD AGAINST THE GL. THREE FIGURES ARE
      *    SET SIDE BY SIDE BY BILLING CODE AND TRANSACTION TYPE: THE
      *    TRNSUM SNAPSHOT TAKEN WHEN THE PERIOD WAS CLOSED, THE LIVE
      *    TRNHST FILE AS IT STANDS TODAY, AND THE NET AMOUNT THE GL
      *    ACCEPTED ACCORDING TO THE GLSNTH GL-SENT HISTORY. EVERY
      *    TRANSACTION BEHIND A DIFFERENCE IS LISTED FIRST: NEVER
      *    SENT, STILL REJECTED, SENT TWICE, CHANGED AFTER THE CLOSE,
      *    OFF TRNHST, OR HELD BY THE GL DIFFERENTLY.
      *    A PERIOD WHOSE TRANSACTIONS WERE EXTRACTED BEFORE GLSNTH
      *    WAS KEPT HAS NO GL-SENT HISTORY AND CANNOT BE PROVED HERE.
       PROCEDURE DIVISION USING LS-SELECT-PARMS.

       START-PROGRAM.
           PERFORM 100-INITIALIZATION.
           IF WS-RUN-CANCELLED NOT = YES
             PERFORM 200-LOAD-SNAPSHOT
           END-IF.
           IF WS-RUN-CANCELLED NOT = YES
                AND WS-RUN-HALTED NOT = YES
             PERFORM 210-LOAD-AUDIT-CHANGES
           END-IF.
           IF WS-RUN-CANCELLED NOT = YES
                AND WS-RUN-HALTED NOT = YES
             PERFORM 250-MATCH-TRANSACTIONS
           END-IF.
           IF WS-RUN-CANCELLED NOT = YES
                AND WS-RUN-HALTED NOT = YES
             PERFORM 300-PRINT-SUMMARY
           END-IF.
           PERFORM 600-PRINT-FOOTER.
           PERFORM 620-LOG-RUN-END.
           PERFORM 500-CLOSE-FILES.
           STOP RUN.

      *    ONLY A CLOSED PERIOD HAS A SNAPSHOT TO PROVE, SO THE RUN
      *    IS CANCELLED UNLESS PERSTS SAYS THE PERIOD IS CLOSED.
       100-INITIALIZATION.
           PERFORM 150-OPEN-FILES.
           PERFORM 610-LOG-RUN-START.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-MM   TO WS-HEAD-MM.
           MOVE WS-RUN-DD   TO WS-HEAD-DD.
           MOVE WS-RUN-YYYY TO WS-HEAD-YYYY.

           MOVE LS-XWE4NB TO WS-PER-XWE4NB.
           MOVE LS-XWE4NB TO XWE4NB OF PERSTS-RECORD.
           MOVE YES TO RECORD-FOUND-PERSTS.
           READ PERSTS-FILE
                   INVALID KEY
                       MOVE SPACES TO RECORD-FOUND-PERSTS.
           IF RECORD-FOUND-PERSTS = YES
                AND PS-STATUS = "C"
             MOVE PS-CLOSE-DATE TO WS-CLOSE-DATE
           END-IF.
           MOVE LS-XWE4NB     TO WS-PER-HEAD-XWE4NB.
           MOVE WS-CLOSE-MM   TO WS-PER-HEAD-MM.
           MOVE WS-CLOSE-DD   TO WS-PER-HEAD-DD.
           MOVE WS-CLOSE-YYYY TO WS-PER-HEAD-YYYY.

           PERFORM 110-PRINT-HEADINGS.

           IF WS-PER-MM < 01 OR WS-PER-MM > 12
             MOVE YES TO WS-RUN-CANCELLED
             MOVE "** RUN CANCELLED - PERIOD MUST BE YYMM **"
                                      TO WS-MSG-TEXT
             PERFORM 330-PRINT-MESSAGE
           ELSE
             IF RECORD-FOUND-PERSTS NOT = YES
                  OR PS-STATUS NOT = "C"
               MOVE YES TO WS-RUN-CANCELLED
               MOVE "** RUN CANCELLED - PERIOD IS NOT CLOSED **"
                                        TO WS-MSG-TEXT
               PERFORM 330-PRINT-MESSAGE
             END-IF
           END-IF.

      *    THE COLUMN HEADINGS OF THE SECTION BEING PRINTED ARE
      *    CARRIED ONTO EVERY NEW PAGE.
       110-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO TO WS-HEAD-PAGE-NO.
           MOVE WS-HEADING-LINE TO FD-RCNPRN-RECORD.
           WRITE FD-RCNPRN-RECORD AFTER ADVANCING PAGE.
           MOVE  SPACES  TO  FD-RCNPRN-RECORD.
           WRITE FD-RCNPRN-RECORD AFTER ADVANCING 1.
           MOVE WS-PERIOD-LINE TO FD-RCNPRN-RECORD.
           WRITE FD-RCNPRN-RECORD AFTER ADVANCING 1.
           MOVE  SPACES  TO  FD-RCNPRN-RECORD.
           WRITE FD-RCNPRN-RECORD AFTER ADVANCING 1.
           MOVE ZEROS TO WS-LINE-COUNT.
           IF WS-SECT-TEXT NOT = SPACES
             MOVE WS-SECTION-LINE TO FD-RCNPRN-RECORD
             WRITE FD-RCNPRN-RECORD AFTER ADVANCING 1
             MOVE SPACES TO FD-RCNPRN-RECORD
             WRITE FD-RCNPRN-RECORD AFTER ADVANCING 1
             ADD 2 TO WS-LINE-COUNT
           END-IF.
           IF WS-CUR-HEAD-1 NOT = SPACES
             MOVE WS-CUR-HEAD-1 TO FD-RCNPRN-RECORD
             WRITE FD-RCNPRN-RECORD AFTER ADVANCING 1
             ADD 1 TO WS-LINE-COUNT
           END-IF.
           IF WS-CUR-HEAD-2 NOT = SPACES
             MOVE WS-CUR-HEAD-2 TO FD-RCNPRN-RECORD
             WRITE FD-RCNPRN-RECORD AFTER ADVANCING 1
             ADD 1 TO WS-LINE-COUNT
           END-IF.

       150-OPEN-FILES.
           OPEN INPUT TRNHST-FILE.
           OPEN INPUT GLSNTH-FILE.
           OPEN INPUT TRNSUM-FILE.
           OPEN INPUT PERSTS-FILE.
           OPEN INPUT TRNHSTARC-FILE.
           OPEN INPUT TRNHSTAUD-FILE.
           OPEN OUTPUT RCNPRN.

       200-LOAD-SNAPSHOT.
           MOVE SPACES    TO WS-SUM-EOF.
           MOVE LS-XWE4NB TO XWE4NB OF TRNSUM-RECORD.
           MOVE SPACES    TO XWBCCD OF TRNSUM-RECORD.
           MOVE SPACES    TO XWTTYP OF TRNSUM-RECORD.
           START TRNSUM-FILE KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF TRNSUM-RECORD
                   INVALID KEY
                       MOVE YES TO WS-SUM-EOF.
           PERFORM 205-READ-SNAPSHOT
               UNTIL WS-SUM-EOF = YES
                  OR WS-RUN-HALTED = YES.
           IF WS-SNAP-READ-COUNT = ZEROS
             MOVE "** NO TRNSUM SNAPSHOT ON FILE FOR THE PERIOD **"
                                      TO WS-MSG-TEXT
             PERFORM 330-PRINT-MESSAGE
           END-IF.

       205-READ-SNAPSHOT.
           READ TRNSUM-FILE NEXT RECORD
               AT END
                   MOVE YES TO WS-SUM-EOF.
           IF WS-SUM-EOF NOT = YES
             IF XWE4NB OF TRNSUM-RECORD NOT = LS-XWE4NB
               MOVE YES TO WS-SUM-EOF
             ELSE
               ADD 1 TO WS-SNAP-READ-COUNT
               MOVE XWBCCD OF TRNSUM-RECORD TO WS-SRCH-XWBCCD
               MOVE XWTTYP OF TRNSUM-RECORD TO WS-SRCH-XWTTYP
               MOVE "S"                     TO WS-ADD-FIGURE
               MOVE TS-TRN-COUNT            TO WS-ADD-COUNT
               MOVE TS-AMOUNT-TOTAL         TO WS-ADD-AMOUNT
               PERFORM 230-ADD-TO-SUMMARY
             END-IF
           END-IF.

      *    CBTRNHST REFUSES CHANGES TO A CLOSED PERIOD, BUT A
      *    RESTORE, A RE-KEY OR A REOPEN-AND-CHANGE CAN STILL REACH
      *    ONE. ANY AUDIT ENTRY DATED AFTER THE CLOSE THAT TOUCHES A
      *    TRANSACTION OF THE PERIOD IS KEPT HERE.
       210-LOAD-AUDIT-CHANGES.
           MOVE SPACES TO AUD-EOF-IND.
           PERFORM 215-STORE-AUDIT-CHANGE
               UNTIL AUD-EOF-IND = YES.

       215-STORE-AUDIT-CHANGE.
           READ TRNHSTAUD-FILE NEXT RECORD
               AT END
                   MOVE YES TO AUD-EOF-IND.
           IF AUD-EOF-IND NOT = YES
                AND AUD-DATE > WS-CLOSE-DATE
                AND (AUD-B-XWE4NB = LS-XWE4NB
                  OR AUD-A-XWE4NB = LS-XWE4NB)
             IF WS-AUD-COUNT < WS-MAX-AUD-RECS
               ADD 1 TO WS-AUD-COUNT
               SET WS-AUD-IDX TO WS-AUD-COUNT
               MOVE AUD-KEY    TO WS-AUD-KEY(WS-AUD-IDX)
               MOVE AUD-ACTION TO WS-AUD-ACTION(WS-AUD-IDX)
               MOVE AUD-DATE   TO WS-AUD-DATE(WS-AUD-IDX)
             ELSE
               MOVE "** RUN HALTED - AUDIT CHANGE TABLE FULL **"
                                        TO WS-MSG-TEXT
               PERFORM 330-PRINT-MESSAGE
               MOVE YES TO WS-RUN-HALTED
               MOVE YES TO AUD-EOF-IND
             END-IF
           END-IF.

      *    THE CALLER SETS THE SEARCH KEY, WHICH FIGURE TO ADD TO
      *    ("S" SNAPSHOT, "L" LIVE, "G" GL) AND THE COUNT AND AMOUNT.
       230-ADD-TO-SUMMARY.
           MOVE SPACES TO WS-SUM-FOUND.
           PERFORM 235-SEARCH-SUMMARY
               VARYING WS-SUM-IDX FROM 1 BY 1
               UNTIL WS-SUM-IDX > WS-SUM-COUNT
                  OR WS-SUM-FOUND = YES.
           IF WS-SUM-FOUND NOT = YES
             IF WS-SUM-COUNT < WS-MAX-SUM-RECS
               ADD 1 TO WS-SUM-COUNT
               SET WS-SUM-IDX TO WS-SUM-COUNT
               MOVE WS-SRCH-KEY TO WS-SUM-KEY(WS-SUM-IDX)
               MOVE ZEROS TO WS-SUM-SNAP-COUNT(WS-SUM-IDX)
               MOVE ZEROS TO WS-SUM-SNAP-AMOUNT(WS-SUM-IDX)
               MOVE ZEROS TO WS-SUM-LIVE-COUNT(WS-SUM-IDX)
               MOVE ZEROS TO WS-SUM-LIVE-AMOUNT(WS-SUM-IDX)
               MOVE ZEROS TO WS-SUM-GL-COUNT(WS-SUM-IDX)
               MOVE ZEROS TO WS-SUM-GL-AMOUNT(WS-SUM-IDX)
               MOVE SPACE TO WS-SUM-PRINTED(WS-SUM-IDX)
               SET WS-HIT-SUB TO WS-SUM-IDX
               MOVE YES TO WS-SUM-FOUND
             ELSE
               MOVE "** RUN HALTED - SUMMARY TABLE FULL **"
                                        TO WS-MSG-TEXT
               PERFORM 330-PRINT-MESSAGE
               MOVE YES TO WS-RUN-HALTED
             END-IF
           END-IF.
           IF WS-SUM-FOUND = YES
             SET WS-SUM-IDX TO WS-HIT-SUB
             EVALUATE WS-ADD-FIGURE
               WHEN "S"
                 ADD WS-ADD-COUNT  TO WS-SUM-SNAP-COUNT(WS-SUM-IDX)
                 ADD WS-ADD-AMOUNT TO WS-SUM-SNAP-AMOUNT(WS-SUM-IDX)
               WHEN "L"
                 ADD WS-ADD-COUNT  TO WS-SUM-LIVE-COUNT(WS-SUM-IDX)
                 ADD WS-ADD-AMOUNT TO WS-SUM-LIVE-AMOUNT(WS-SUM-IDX)
               WHEN "G"
                 ADD WS-ADD-COUNT  TO WS-SUM-GL-COUNT(WS-SUM-IDX)
                 ADD WS-ADD-AMOUNT TO WS-SUM-GL-AMOUNT(WS-SUM-IDX)
             END-EVALUATE
           END-IF.

       235-SEARCH-SUMMARY.
           IF WS-SUM-KEY(WS-SUM-IDX) = WS-SRCH-KEY
             MOVE YES TO WS-SUM-FOUND
             SET WS-HIT-SUB TO WS-SUM-IDX
           END-IF.

      *    THE LATEST AUDIT ENTRY FOR THE TRANSACTION WINS.
       240-SEARCH-AUDIT.
           IF WS-AUD-KEY(WS-AUD-IDX) = WS-CUR-KEY
             SET WS-AUD-HIT-SUB TO WS-AUD-IDX
           END-IF.

      *    TRNHST AND THE GL-SENT HISTORY ARE BOTH IN TRANSACTION KEY
      *    ORDER, SO ONE MATCHED PASS OVER THE TWO FILES BRINGS EACH
      *    TRANSACTION TOGETHER WITH EVERYTHING SENT FOR IT - AND
      *    FINDS WHAT WAS SENT FOR A TRANSACTION NO LONGER ON TRNHST.
       250-MATCH-TRANSACTIONS.
           MOVE "DIFFERENCES BY TRANSACTION" TO WS-SECT-TEXT.
           MOVE WS-DIFF-HEADING TO WS-CUR-HEAD-1.
           MOVE SPACES          TO WS-CUR-HEAD-2.
           PERFORM 110-PRINT-HEADINGS.
           MOVE SPACES TO EOF-IND.
           MOVE SPACES TO WS-GH-EOF.
           PERFORM 400-READ-TRNHST.
           PERFORM 420-READ-GLSNTH.
           PERFORM 410-BUILD-GL-GROUP.
           PERFORM 260-MATCH-ONE-KEY
               UNTIL (WS-TRN-KEY = HIGH-VALUES
                  AND WS-GRP-KEY = HIGH-VALUES)
                  OR WS-RUN-HALTED = YES.
           IF WS-DIFF-COUNT = ZEROS
             MOVE "** NO DIFFERENCES FOUND **" TO WS-MSG-TEXT
             PERFORM 330-PRINT-MESSAGE
           END-IF.

       260-MATCH-ONE-KEY.
           EVALUATE TRUE
             WHEN WS-TRN-KEY < WS-GRP-KEY
               MOVE YES    TO WS-ON-TRNHST
               MOVE SPACES TO WS-ON-GLSNTH
               MOVE WS-TRN-KEY TO WS-CUR-KEY
               PERFORM 270-CHECK-TRANSACTION THRU 270-CHECK-EXIT
               PERFORM 400-READ-TRNHST
             WHEN WS-TRN-KEY = WS-GRP-KEY
               MOVE YES    TO WS-ON-TRNHST
               MOVE YES    TO WS-ON-GLSNTH
               MOVE WS-TRN-KEY TO WS-CUR-KEY
               PERFORM 270-CHECK-TRANSACTION THRU 270-CHECK-EXIT
               PERFORM 400-READ-TRNHST
               PERFORM 410-BUILD-GL-GROUP
             WHEN OTHER
               MOVE SPACES TO WS-ON-TRNHST
               MOVE YES    TO WS-ON-GLSNTH
               MOVE WS-GRP-KEY TO WS-CUR-KEY
               PERFORM 270-CHECK-TRANSACTION THRU 270-CHECK-EXIT
               PERFORM 410-BUILD-GL-GROUP
           END-EVALUATE.

      *    A TRANSACTION BELONGS TO THE RECONCILIATION WHEN IT IS ON
      *    TRNHST IN THE PERIOD, WHEN THE GL HOLDS IT IN THE PERIOD,
      *    OR WHEN ITS LATEST SEND WAS FOR THE PERIOD.
       270-CHECK-TRANSACTION.
           MOVE SPACES TO WS-LIVE-IN-PER.
           MOVE SPACES TO WS-GL-IN-PER.
           MOVE SPACES TO WS-SENT-IN-PER.
           MOVE ZEROS  TO WS-REASON-COUNT.
           IF WS-ON-TRNHST = YES
             ADD 1 TO WS-TRN-READ-COUNT
             IF XWE4NB OF TRNHST-RECORD = LS-XWE4NB
               MOVE YES TO WS-LIVE-IN-PER
             END-IF
           END-IF.
           IF WS-ON-GLSNTH = YES
             IF WS-GRP-ACC-FOUND = YES
                  AND WS-GRP-ACC-XWE4NB = LS-XWE4NB
               MOVE YES TO WS-GL-IN-PER
             END-IF
             IF WS-GRP-SENT = YES
                  AND WS-GRP-LAST-XWE4NB = LS-XWE4NB
               MOVE YES TO WS-SENT-IN-PER
             END-IF
           END-IF.
           IF WS-LIVE-IN-PER NOT = YES
                AND WS-GL-IN-PER NOT = YES
                AND WS-SENT-IN-PER NOT = YES
             GO 270-CHECK-EXIT
           END-IF.

           IF WS-LIVE-IN-PER = YES
             MOVE WS-CUR-XWBCCD          TO WS-SRCH-XWBCCD
             MOVE XWTTYP OF TRNHST-RECORD TO WS-SRCH-XWTTYP
             MOVE "L"                    TO WS-ADD-FIGURE
             MOVE 1                      TO WS-ADD-COUNT
             MOVE XWAMNT OF TRNHST-RECORD TO WS-ADD-AMOUNT
             PERFORM 230-ADD-TO-SUMMARY
           END-IF.
           IF WS-GL-IN-PER = YES
             MOVE WS-CUR-XWBCCD          TO WS-SRCH-XWBCCD
             MOVE WS-GRP-ACC-XWTTYP      TO WS-SRCH-XWTTYP
             MOVE "G"                    TO WS-ADD-FIGURE
             MOVE 1                      TO WS-ADD-COUNT
             MOVE WS-GRP-ACC-XWAMNT      TO WS-ADD-AMOUNT
             PERFORM 230-ADD-TO-SUMMARY
           END-IF.

           IF WS-LIVE-IN-PER = YES
                AND (WS-ON-GLSNTH NOT = YES
                  OR WS-GRP-SENT NOT = YES)
             MOVE "NEVER SENT TO GL" TO WS-DIF-REASON
             MOVE SPACES             TO WS-DIF-DETAIL
             ADD 1 TO WS-NOTSENT-COUNT
             PERFORM 340-PRINT-DIFFERENCE
           END-IF.

           IF WS-ON-GLSNTH = YES
                AND WS-GRP-SENT = YES
                AND (WS-GRP-LAST-STATUS = "R"
                  OR WS-GRP-LAST-STATUS = "C")
             MOVE "STILL REJECTED"   TO WS-DIF-REASON
             IF WS-GRP-LAST-STATUS = "C"
               MOVE "CORRECTED - NOT YET SENT AGAIN"
                                     TO WS-DIF-DETAIL
             ELSE
               MOVE WS-GRP-LAST-REJ-TEXT TO WS-DIF-DETAIL
             END-IF
             ADD 1 TO WS-REJECT-COUNT
             PERFORM 340-PRINT-DIFFERENCE
           ELSE
             IF WS-ON-TRNHST = YES
                  AND XWRJST OF TRNHST-RECORD = "R"
               MOVE "STILL REJECTED"   TO WS-DIF-REASON
               MOVE XWRJRS OF TRNHST-RECORD TO WS-DIF-DETAIL
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 340-PRINT-DIFFERENCE
             END-IF
           END-IF.

           IF WS-ON-GLSNTH = YES
                AND WS-GRP-DUP-COUNT > ZEROS
             MOVE "SENT TWICE"       TO WS-DIF-REASON
             MOVE WS-GRP-DUP-COUNT   TO WS-CNT-EDIT
             MOVE SPACES             TO WS-DIF-DETAIL
             STRING "EXTRA SENDS OF THE SAME IMAGE: " WS-CNT-EDIT
                    DELIMITED BY SIZE INTO WS-DIF-DETAIL
             ADD 1 TO WS-TWICE-COUNT
             PERFORM 340-PRINT-DIFFERENCE
           END-IF.

           MOVE ZEROS TO WS-AUD-HIT-SUB.
           PERFORM 240-SEARCH-AUDIT
               VARYING WS-AUD-IDX FROM 1 BY 1
               UNTIL WS-AUD-IDX > WS-AUD-COUNT.
           IF WS-AUD-HIT-SUB NOT = ZEROS
             SET WS-AUD-IDX TO WS-AUD-HIT-SUB
             MOVE "CHANGED AFTER CLOSE" TO WS-DIF-REASON
             MOVE SPACES             TO WS-DIF-DETAIL
             STRING WS-AUD-ACTION(WS-AUD-IDX) " ON "
                    WS-AUD-DATE(WS-AUD-IDX)
                    DELIMITED BY SIZE INTO WS-DIF-DETAIL
             ADD 1 TO WS-CHGCLS-COUNT
             PERFORM 340-PRINT-DIFFERENCE
           END-IF.

           IF WS-GL-IN-PER = YES
                AND WS-LIVE-IN-PER NOT = YES
             MOVE "NOT ON TRNHST IN PERIOD" TO WS-DIF-REASON
             MOVE SPACES             TO WS-DIF-DETAIL
             IF WS-ON-TRNHST = YES
               STRING "NOW IN PERIOD " XWE4NB OF TRNHST-RECORD
                      DELIMITED BY SIZE INTO WS-DIF-DETAIL
             ELSE
               PERFORM 280-CHECK-ARCHIVE
               IF RECORD-FOUND-ARC = YES
                 STRING "ARCHIVED ON " XWARDT OF TRNHSTARC-RECORD
                        DELIMITED BY SIZE INTO WS-DIF-DETAIL
               ELSE
                 MOVE "DELETED OR RE-KEYED" TO WS-DIF-DETAIL
               END-IF
             END-IF
             ADD 1 TO WS-NOTLIVE-COUNT
             PERFORM 340-PRINT-DIFFERENCE
           END-IF.

      *    A DISAGREEMENT NOT ALREADY EXPLAINED ABOVE - TYPICALLY A
      *    CHANGE THE GL EXTRACT NEVER PICKED UP.
           IF WS-REASON-COUNT = ZEROS
                AND WS-LIVE-IN-PER = YES
                AND WS-GRP-ACC-FOUND = YES
                AND (WS-GRP-ACC-XWE4NB NOT = LS-XWE4NB
                  OR WS-GRP-ACC-XWTTYP NOT = XWTTYP OF TRNHST-RECORD
                  OR WS-GRP-ACC-XWAMNT NOT = XWAMNT OF TRNHST-RECORD)
             MOVE "GL DIFFERS FROM TRNHST" TO WS-DIF-REASON
             MOVE SPACES             TO WS-DIF-DETAIL
             STRING "GL HOLDS PERIOD " WS-GRP-ACC-XWE4NB
                    " TYPE " WS-GRP-ACC-XWTTYP
                    DELIMITED BY SIZE INTO WS-DIF-DETAIL
             ADD 1 TO WS-GLDIFF-COUNT
             PERFORM 340-PRINT-DIFFERENCE
           END-IF.
       270-CHECK-EXIT. EXIT.

       280-CHECK-ARCHIVE.
           MOVE SPACES TO RECORD-FOUND-ARC.
           MOVE WS-CUR-XWBCCD TO XWBCCD OF TRNHSTARC-RECORD.
           MOVE WS-CUR-XWORDN TO XWORDN OF TRNHSTARC-RECORD.
           MOVE ZEROS         TO XWARDT OF TRNHSTARC-RECORD.
           MOVE YES TO RECORD-FOUND-ARC.
           START TRNHSTARC-FILE KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                            OF TRNHSTARC-RECORD
                   INVALID KEY
                       MOVE SPACES TO RECORD-FOUND-ARC.
           IF RECORD-FOUND-ARC = YES
             READ TRNHSTARC-FILE NEXT RECORD
                 AT END
                     MOVE SPACES TO RECORD-FOUND-ARC
             END-READ
           END-IF.
           IF RECORD-FOUND-ARC = YES
             IF XWBCCD OF TRNHSTARC-RECORD NOT = WS-CUR-XWBCCD
                  OR XWORDN OF TRNHSTARC-RECORD NOT = WS-CUR-XWORDN
               MOVE SPACES TO RECORD-FOUND-ARC
             END-IF
           END-IF.

      *    THE SUMMARY PUTS THE THREE FIGURES SIDE BY SIDE. A LINE
      *    WHERE THEY DO NOT ALL AGREE, ON COUNT OR AMOUNT, IS FLAGGED.
       300-PRINT-SUMMARY.
           MOVE "FIGURES BY BILLING CODE AND TYPE" TO WS-SECT-TEXT.
           MOVE WS-SUMMARY-HEADING-1 TO WS-CUR-HEAD-1.
           MOVE WS-SUMMARY-HEADING-2 TO WS-CUR-HEAD-2.
           PERFORM 110-PRINT-HEADINGS.
           MOVE SPACES TO WS-LOW-FOUND.
           PERFORM 310-TAKE-LOW-ENTRY
               UNTIL WS-LOW-FOUND = "END".
           MOVE SPACES TO WS-SML-LABEL.
           MOVE "PERIOD TOTAL" TO WS-SML-LABEL.
           MOVE WS-GRAND-SNAP-COUNT  TO WS-SML-SNAP-COUNT.
           MOVE WS-GRAND-SNAP-AMOUNT TO WS-SML-SNAP-AMOUNT.
           MOVE WS-GRAND-LIVE-COUNT  TO WS-SML-LIVE-COUNT.
           MOVE WS-GRAND-LIVE-AMOUNT TO WS-SML-LIVE-AMOUNT.
           MOVE WS-GRAND-GL-COUNT    TO WS-SML-GL-COUNT.
           MOVE WS-GRAND-GL-AMOUNT   TO WS-SML-GL-AMOUNT.
           IF WS-GRAND-SNAP-COUNT  NOT = WS-GRAND-LIVE-COUNT
                OR WS-GRAND-SNAP-AMOUNT NOT = WS-GRAND-LIVE-AMOUNT
                OR WS-GRAND-LIVE-COUNT  NOT = WS-GRAND-GL-COUNT
                OR WS-GRAND-LIVE-AMOUNT NOT = WS-GRAND-GL-AMOUNT
             MOVE "* OUT OF BALANCE" TO WS-SML-FLAG
           ELSE
             MOVE SPACES TO WS-SML-FLAG
           END-IF.
           MOVE WS-SUMMARY-LINE TO FD-RCNPRN-RECORD.
           WRITE FD-RCNPRN-RECORD AFTER ADVANCING 2.
           ADD 2 TO WS-LINE-COUNT.
           MOVE SPACES TO WS-SECT-TEXT.
           MOVE SPACES TO WS-CUR-HEAD-1.
           MOVE SPACES TO WS-CUR-HEAD-2.

       310-TAKE-LOW-ENTRY.
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
             MOVE "Y" TO WS-SUM-PRINTED(WS-SUM-IDX)
             PERFORM 320-PUT-SUMMARY-ENTRY
           END-IF.

       315-SCAN-LOW-ENTRY.
           IF WS-SUM-PRINTED(WS-SUM-IDX) NOT = "Y"
                AND WS-SUM-KEY(WS-SUM-IDX) < WS-LOW-KEY
             MOVE WS-SUM-KEY(WS-SUM-IDX) TO WS-LOW-KEY
             SET WS-LOW-SUB TO WS-SUM-IDX
           END-IF.

       320-PUT-SUMMARY-ENTRY.
           IF WS-LINE-COUNT NOT < WS-MAX-LINES-PER-PAGE
             PERFORM 110-PRINT-HEADINGS
           END-IF.
           MOVE SPACES TO WS-SML-LABEL.
           MOVE WS-SUM-XWBCCD(WS-SUM-IDX)      TO WS-SML-XWBCCD.
           MOVE WS-SUM-XWTTYP(WS-SUM-IDX)      TO WS-SML-XWTTYP.
           MOVE WS-SUM-SNAP-COUNT(WS-SUM-IDX)  TO WS-SML-SNAP-COUNT.
           MOVE WS-SUM-SNAP-AMOUNT(WS-SUM-IDX) TO WS-SML-SNAP-AMOUNT.
           MOVE WS-SUM-LIVE-COUNT(WS-SUM-IDX)  TO WS-SML-LIVE-COUNT.
           MOVE WS-SUM-LIVE-AMOUNT(WS-SUM-IDX) TO WS-SML-LIVE-AMOUNT.
           MOVE WS-SUM-GL-COUNT(WS-SUM-IDX)    TO WS-SML-GL-COUNT.
           MOVE WS-SUM-GL-AMOUNT(WS-SUM-IDX)   TO WS-SML-GL-AMOUNT.
           IF WS-SUM-SNAP-COUNT(WS-SUM-IDX)
                         NOT = WS-SUM-LIVE-COUNT(WS-SUM-IDX)
                OR WS-SUM-SNAP-AMOUNT(WS-SUM-IDX)
                         NOT = WS-SUM-LIVE-AMOUNT(WS-SUM-IDX)
                OR WS-SUM-LIVE-COUNT(WS-SUM-IDX)
                         NOT = WS-SUM-GL-COUNT(WS-SUM-IDX)
                OR WS-SUM-LIVE-AMOUNT(WS-SUM-IDX)
                         NOT = WS-SUM-GL-AMOUNT(WS-SUM-IDX)
             MOVE "* OUT OF BALANCE" TO WS-SML-FLAG
             ADD 1 TO WS-OUTBAL-COUNT
           ELSE
             MOVE SPACES TO WS-SML-FLAG
           END-IF.
           MOVE WS-SUMMARY-LINE TO FD-RCNPRN-RECORD.
           WRITE FD-RCNPRN-RECORD AFTER ADVANCING 1.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-SUM-LINE-COUNT.
           ADD WS-SUM-SNAP-COUNT(WS-SUM-IDX)  TO WS-GRAND-SNAP-COUNT.
           ADD WS-SUM-SNAP-AMOUNT(WS-SUM-IDX) TO WS-GRAND-SNAP-AMOUNT.
           ADD WS-SUM-LIVE-COUNT(WS-SUM-IDX)  TO WS-GRAND-LIVE-COUNT.
           ADD WS-SUM-LIVE-AMOUNT(WS-SUM-IDX) TO WS-GRAND-LIVE-AMOUNT.
           ADD WS-SUM-GL-COUNT(WS-SUM-IDX)    TO WS-GRAND-GL-COUNT.
           ADD WS-SUM-GL-AMOUNT(WS-SUM-IDX)   TO WS-GRAND-GL-AMOUNT.

       330-PRINT-MESSAGE.
           IF WS-LINE-COUNT NOT < WS-MAX-LINES-PER-PAGE
             PERFORM 110-PRINT-HEADINGS
           END-IF.
           MOVE WS-MESSAGE-LINE TO FD-RCNPRN-RECORD.
           WRITE FD-RCNPRN-RECORD AFTER ADVANCING 2.
           ADD 2 TO WS-LINE-COUNT.

      *    THE CALLER SETS THE REASON AND DETAIL. THE AMOUNTS ARE
      *    LEFT BLANK ON THE SIDE THAT DOES NOT HOLD THE TRANSACTION
      *    IN THE PERIOD.
       340-PRINT-DIFFERENCE.
           IF WS-LINE-COUNT NOT < WS-MAX-LINES-PER-PAGE
             PERFORM 110-PRINT-HEADINGS
           END-IF.
           MOVE WS-CUR-XWBCCD TO WS-DIF-XWBCCD.
           MOVE WS-CUR-XWORDN TO WS-DIF-XWORDN.
           IF WS-LIVE-IN-PER = YES
             MOVE XWTTYP OF TRNHST-RECORD TO WS-DIF-XWTTYP
             MOVE XWAMNT OF TRNHST-RECORD TO WS-AMT-EDIT
             MOVE WS-AMT-EDIT             TO WS-DIF-LIVE
           ELSE
             MOVE WS-GRP-ACC-XWTTYP       TO WS-DIF-XWTTYP
             MOVE SPACES                  TO WS-DIF-LIVE
           END-IF.
           IF WS-GL-IN-PER = YES
             MOVE WS-GRP-ACC-XWAMNT       TO WS-AMT-EDIT
             MOVE WS-AMT-EDIT             TO WS-DIF-GL
           ELSE
             MOVE SPACES                  TO WS-DIF-GL
           END-IF.
           MOVE WS-DIFF-LINE TO FD-RCNPRN-RECORD.
           WRITE FD-RCNPRN-RECORD AFTER ADVANCING 1.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-DIFF-COUNT.
           ADD 1 TO WS-REASON-COUNT.

       400-READ-TRNHST.
           READ TRNHST-FILE NEXT RECORD
               AT END
                   MOVE YES TO EOF-IND.
           IF EOF-IND = YES
             MOVE HIGH-VALUES TO WS-TRN-KEY
           ELSE
             MOVE XWBCCD OF TRNHST-RECORD TO WS-TRN-XWBCCD
             MOVE XWORDN OF TRNHST-RECORD TO WS-TRN-XWORDN
           END-IF.

      *    GATHERS EVERY HISTORY LINE OF THE NEXT TRANSACTION. THE
      *    LINES COME IN RUN DATE AND TIME ORDER, OLDEST FIRST.
       410-BUILD-GL-GROUP.
           IF WS-GH-EOF = YES
             MOVE HIGH-VALUES TO WS-GRP-KEY
           ELSE
             INITIALIZE WS-GL-GROUP
             MOVE XWBCCD OF GLSNTH-RECORD TO WS-GRP-XWBCCD
             MOVE XWORDN OF GLSNTH-RECORD TO WS-GRP-XWORDN
             PERFORM 415-ACCUM-GL-LINE
                 UNTIL WS-GH-EOF = YES
                    OR XWBCCD OF GLSNTH-RECORD NOT = WS-GRP-XWBCCD
                    OR XWORDN OF GLSNTH-RECORD NOT = WS-GRP-XWORDN
           END-IF.

       415-ACCUM-GL-LINE.
           IF GH-LINE-TYPE = "S"
             MOVE YES           TO WS-GRP-SENT
             MOVE GH-XWE4NB     TO WS-GRP-LAST-XWE4NB
             MOVE GH-REJ-STATUS TO WS-GRP-LAST-STATUS
             MOVE GH-REJ-TEXT   TO WS-GRP-LAST-REJ-TEXT
             IF GH-SEND-COUNT > 1
               COMPUTE WS-GRP-DUP-COUNT = WS-GRP-DUP-COUNT
                                        + GH-SEND-COUNT - 1
             END-IF
             IF GH-REJ-STATUS = SPACE
               IF WS-GRP-ACC-FOUND = YES
                    AND WS-GRP-PREV-REJ NOT = YES
                    AND GH-FULL-EXTRACT NOT = "F"
                    AND GH-XWE4NB = WS-GRP-ACC-XWE4NB
                    AND GH-XWTTYP = WS-GRP-ACC-XWTTYP
                    AND GH-XWAMNT = WS-GRP-ACC-XWAMNT
                    AND GH-CUSNO  = WS-GRP-ACC-CUSNO
                    AND GH-XWC8DT = WS-GRP-ACC-XWC8DT
                 ADD 1 TO WS-GRP-DUP-COUNT
               END-IF
               MOVE YES       TO WS-GRP-ACC-FOUND
               MOVE SPACES    TO WS-GRP-PREV-REJ
               MOVE GH-XWE4NB TO WS-GRP-ACC-XWE4NB
               MOVE GH-XWTTYP TO WS-GRP-ACC-XWTTYP
               MOVE GH-XWAMNT TO WS-GRP-ACC-XWAMNT
               MOVE GH-CUSNO  TO WS-GRP-ACC-CUSNO
               MOVE GH-XWC8DT TO WS-GRP-ACC-XWC8DT
             ELSE
               MOVE YES       TO WS-GRP-PREV-REJ
             END-IF
           END-IF.
           PERFORM 420-READ-GLSNTH.

       420-READ-GLSNTH.
           READ GLSNTH-FILE NEXT RECORD
               AT END
                   MOVE YES TO WS-GH-EOF.
           IF WS-GH-EOF NOT = YES
             ADD 1 TO WS-GH-READ-COUNT
           END-IF.

       500-CLOSE-FILES.
           CLOSE TRNHST-FILE.
           CLOSE GLSNTH-FILE.
           CLOSE TRNSUM-FILE.
           CLOSE PERSTS-FILE.
           CLOSE TRNHSTARC-FILE.
           CLOSE TRNHSTAUD-FILE.
           CLOSE RCNPRN.

       600-PRINT-FOOTER.
           IF WS-RUN-CANCELLED NOT = YES
                AND WS-RUN-HALTED NOT = YES
             MOVE "NEVER SENT TO GL................" TO WS-CNT-LITERAL
             MOVE WS-NOTSENT-COUNT TO WS-CNT-VALUE
             MOVE WS-COUNT-LINE TO FD-RCNPRN-RECORD
             WRITE FD-RCNPRN-RECORD AFTER ADVANCING 2
             MOVE "STILL REJECTED.................." TO WS-CNT-LITERAL
             MOVE WS-REJECT-COUNT  TO WS-CNT-VALUE
             MOVE WS-COUNT-LINE TO FD-RCNPRN-RECORD
             WRITE FD-RCNPRN-RECORD AFTER ADVANCING 1
             MOVE "SENT TWICE......................" TO WS-CNT-LITERAL
             MOVE WS-TWICE-COUNT   TO WS-CNT-VALUE
             MOVE WS-COUNT-LINE TO FD-RCNPRN-RECORD
             WRITE FD-RCNPRN-RECORD AFTER ADVANCING 1
             MOVE "CHANGED AFTER CLOSE............." TO WS-CNT-LITERAL
             MOVE WS-CHGCLS-COUNT  TO WS-CNT-VALUE
             MOVE WS-COUNT-LINE TO FD-RCNPRN-RECORD
             WRITE FD-RCNPRN-RECORD AFTER ADVANCING 1
             MOVE "NOT ON TRNHST IN PERIOD........." TO WS-CNT-LITERAL
             MOVE WS-NOTLIVE-COUNT TO WS-CNT-VALUE
             MOVE WS-COUNT-LINE TO FD-RCNPRN-RECORD
             WRITE FD-RCNPRN-RECORD AFTER ADVANCING 1
             MOVE "GL DIFFERS FROM TRNHST.........." TO WS-CNT-LITERAL
             MOVE WS-GLDIFF-COUNT  TO WS-CNT-VALUE
             MOVE WS-COUNT-LINE TO FD-RCNPRN-RECORD
             WRITE FD-RCNPRN-RECORD AFTER ADVANCING 1
             MOVE "CODE/TYPE LINES OUT OF BALANCE.." TO WS-CNT-LITERAL
             MOVE WS-OUTBAL-COUNT  TO WS-CNT-VALUE
             MOVE WS-COUNT-LINE TO FD-RCNPRN-RECORD
             WRITE FD-RCNPRN-RECORD AFTER ADVANCING 1
             IF WS-DIFF-COUNT = ZEROS
                  AND WS-OUTBAL-COUNT = ZEROS
               MOVE "** SNAPSHOT, TRNHST AND GL AGREE FOR THE PERIOD **"
                                      TO WS-MSG-TEXT
             ELSE
               MOVE "** PERIOD DOES NOT RECONCILE - SEE DIFFERENCES **"
                                      TO WS-MSG-TEXT
             END-IF
             MOVE WS-MESSAGE-LINE TO FD-RCNPRN-RECORD
             WRITE FD-RCNPRN-RECORD AFTER ADVANCING 2
           END-IF.
           MOVE WS-FOOTER-LINE  TO FD-RCNPRN-RECORD.
           WRITE FD-RCNPRN-RECORD AFTER ADVANCING 2.

       610-LOG-RUN-START.
           MOVE "START"  TO WS-RL-EVENT.
           MOVE "ACTIVE" TO WS-RL-STATUS.
           MOVE ZEROS TO WS-RL-READ-COUNT.
           MOVE ZEROS TO WS-RL-WRITE-COUNT.
           MOVE ZEROS TO WS-RL-ERROR-COUNT.
           CALL "RUNLOGWRT" USING WS-RUNLOG-PARMS.
           CANCEL "RUNLOGWRT".

      *    A PERIOD THAT DOES NOT RECONCILE ENDS THE RUN "EXCEPTIONS"
      *    SO IT IS NOT TAKEN AS PROVED.
       620-LOG-RUN-END.
           MOVE "END" TO WS-RL-EVENT.
           EVALUATE TRUE
             WHEN WS-RUN-CANCELLED = YES
               MOVE "CANCELLED"  TO WS-RL-STATUS
             WHEN WS-RUN-HALTED = YES
               MOVE "HALTED"     TO WS-RL-STATUS
             WHEN WS-DIFF-COUNT > ZEROS
                  OR WS-OUTBAL-COUNT > ZEROS
               MOVE "EXCEPTIONS" TO WS-RL-STATUS
             WHEN OTHER
               MOVE "COMPLETED"  TO WS-RL-STATUS
           END-EVALUATE.
           COMPUTE WS-RL-READ-COUNT = WS-TRN-READ-COUNT
                                    + WS-GH-READ-COUNT.
           MOVE WS-SUM-LINE-COUNT TO WS-RL-WRITE-COUNT.
           COMPUTE WS-RL-ERROR-COUNT = WS-DIFF-COUNT
                                     + WS-OUTBAL-COUNT.
           CALL "RUNLOGWRT" USING WS-RUNLOG-PARMS.
           CANCEL "RUNLOGWRT".
