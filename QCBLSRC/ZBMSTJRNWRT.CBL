       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MSTJRNWRT.
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
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  MSTJRN-FILE
           LABEL RECORDS ARE STANDARD.
       01  MSTJRN-RECORD.
           COPY DDS-MSTJRNR      OF  MSTJRN.

       WORKING-STORAGE SECTION.

       01  MSTJRN-FILE-STATUS                     PIC X(2).

       01  WORK-FIELDS.
           05  WS-OPERATOR              PIC X(10) VALUE SPACES.
           05  WS-TIME-RAW.
               10  WS-TIME-HHMMSS       PIC 9(06).
               10  WS-TIME-CENTS        PIC 9(02).

       LINKAGE SECTION.
       01  LS-MSTJRN-PARMS.
           05  LS-FILE                             PIC X(10).
           05  LS-ACTION                           PIC X(06).
           05  LS-PROGRAM                          PIC X(10).
           05  LS-KEY                              PIC X(20).
           05  LS-BEFORE                           PIC X(200).
           05  LS-AFTER                            PIC X(200).

      *    STAMPS AND FILES ONE MASTER CHANGE JOURNAL ENTRY FOR THE
      *    CALLER, WHICH PASSES THE MASTER FILE NAME, ITS KEY AND THE
      *    RECORD IMAGES EITHER SIDE OF THE UPDATE. THE FILE IS
      *    OPENED AND CLOSED ON EVERY CALL, AS RUNLOGWRT DOES, SO AN
      *    ENTRY IS NEVER LOST TO A SCREEN SESSION THAT ENDS BADLY.
      *    A "CHANGE" THAT LEFT THE RECORD AS IT WAS IS NOT FILED -
      *    AN OPERATOR WHO PRESSES ENTER THROUGH A MAINTENANCE SCREEN
      *    HAS CHANGED NOTHING THE SUPERVISOR NEEDS TO SIGN FOR.
       PROCEDURE DIVISION USING LS-MSTJRN-PARMS.

       START-PROGRAM.
           IF LS-ACTION = "CHANGE"
                AND LS-BEFORE = LS-AFTER
             GO END-PROGRAM
           END-IF.
           OPEN EXTEND MSTJRN-FILE.
           IF MSTJRN-FILE-STATUS NOT = "00"
                AND MSTJRN-FILE-STATUS NOT = "05"
             DISPLAY "Unable to open MSTJRN file.."
             GO END-PROGRAM
           END-IF.
           INITIALIZE MSTJRN-RECORD
              REPLACING NUMERIC BY ZEROS ALPHANUMERIC BY SPACES.
           ACCEPT MJ-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-HHMMSS TO MJ-TIME.
           CALL "RTNUSRID" USING WS-OPERATOR.
           CANCEL "RTNUSRID".
           MOVE WS-OPERATOR    TO MJ-OPERATOR.
           MOVE LS-FILE        TO MJ-FILE.
           MOVE LS-ACTION      TO MJ-ACTION.
           MOVE LS-PROGRAM     TO MJ-PROGRAM.
           MOVE LS-KEY         TO MJ-KEY.
           MOVE LS-BEFORE      TO MJ-BEFORE.
           MOVE LS-AFTER       TO MJ-AFTER.
           WRITE MSTJRN-RECORD.
           IF MSTJRN-FILE-STATUS NOT = "00"
             DISPLAY "Unable to write MSTJRN file.."
           END-IF.
           CLOSE MSTJRN-FILE.
       END-PROGRAM.
           GOBACK.
