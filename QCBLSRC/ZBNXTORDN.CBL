       IDENTIFICATION DIVISION.
       PROGRAM-ID.    NXTORDN.
       INSTALLATION.  DATABOROUGH INDIA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ORDCTL-FILE
              ASSIGN TO DATABASE-ORDCTL
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                     OF ORDCTL-RECORD
              FILE STATUS  IS ORDCTL-FILE-STATUS.

           SELECT TRNHST-FILE
              ASSIGN TO DATABASE-TRNHST
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS SEQUENTIAL
              RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                     OF TRNHST-RECORD
              FILE STATUS  IS TRNHST-FILE-STATUS.

           SELECT TRNHSTARC-FILE
              ASSIGN TO DATABASE-TRNHSTARC
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS SEQUENTIAL
              RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                     OF TRNHSTARC-RECORD
              FILE STATUS  IS TRNHSTARC-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  ORDCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  ORDCTL-RECORD.
           COPY DDS-ORDCTLR      OF  ORDCTL.

       FD  TRNHST-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRNHST-RECORD.
           COPY DDS-TRNHSTR      OF  TRNHST.

       FD  TRNHSTARC-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRNHSTARC-RECORD.
           COPY DDS-TRNHSTARCR   OF  TRNHSTARC.

       WORKING-STORAGE SECTION.

       01  PROGRAM-CONSTANTS.
           05  YES                                PIC X(3) VALUE "YES".
           05  WS-CTL-KEY               PIC X(10) VALUE "XWORDN".
           05  WS-MAX-XWORDN            PIC 9(07) VALUE 9999999.

       01  ORDCTL-FILE-STATUS                     PIC X(2).
       01  TRNHST-FILE-STATUS                     PIC X(2).
       01  TRNHSTARC-FILE-STATUS                  PIC X(2).

       01  WORK-FIELDS.
           05  EOF-IND                  PIC X(03) VALUE SPACES.
           05  RECORD-FOUND-ORDCTL      PIC X(03) VALUE SPACES.
           05  WS-HIGH-XWORDN           PIC 9(07) VALUE ZEROS.
           05  WS-OPERATOR              PIC X(10) VALUE SPACES.
           05  WS-TIME-RAW.
               10  WS-TIME-HHMMSS       PIC 9(06).
               10  WS-TIME-CENTS        PIC 9(02).

       LINKAGE SECTION.
       01  LS-ORDN-PARMS.
           05  LS-PROGRAM                          PIC X(10).
           05  LS-XWORDN                           PIC 9(07).
           05  LS-RETURN-CODE                      PIC X(02).

      *    HANDS THE CALLER THE NEXT TRNHST ORDER NUMBER. THE CONTROL
      *    RECORD IS READ FOR UPDATE, SO IT STAYS LOCKED UNTIL THE
      *    REWRITE AND TWO JOBS TAKING NUMBERS AT THE SAME MOMENT ARE
      *    SERIALISED ON IT. THE FILE IS OPENED AND CLOSED ON EVERY
      *    CALL, AS RUNLOGWRT DOES, SO A LONG BATCH RUN NEVER HOLDS
      *    THE LOCK AGAINST THE SCREEN BETWEEN ITS OWN RECORDS.
      *    LS-RETURN-CODE "00" = NUMBER ASSIGNED; ANYTHING ELSE MEANS
      *    NO NUMBER WAS TAKEN AND THE CALLER MUST NOT WRITE.
       PROCEDURE DIVISION USING LS-ORDN-PARMS.

       START-PROGRAM.
           MOVE ZEROS TO LS-XWORDN.
           MOVE "99"  TO LS-RETURN-CODE.
           OPEN I-O ORDCTL-FILE.
           IF ORDCTL-FILE-STATUS NOT = "00"
             DISPLAY "Unable to open ORDCTL file.."
             GO END-PROGRAM
           END-IF.
           PERFORM 100-READ-CONTROL.
           IF RECORD-FOUND-ORDCTL NOT = YES
             PERFORM 200-SEED-CONTROL
           END-IF.
           IF RECORD-FOUND-ORDCTL = YES
             PERFORM 300-ASSIGN-NUMBER
           END-IF.
           CLOSE ORDCTL-FILE.
       END-PROGRAM.
           GOBACK.

       100-READ-CONTROL.
           MOVE WS-CTL-KEY TO OC-ID.
           MOVE YES TO RECORD-FOUND-ORDCTL.
           READ ORDCTL-FILE
                   INVALID KEY
                       MOVE SPACES TO RECORD-FOUND-ORDCTL.

      *    THE VERY FIRST CALL FINDS NO CONTROL RECORD. IT IS SEEDED
      *    ONCE FROM THE HIGHEST ORDER NUMBER ALREADY BOOKED, LIVE OR
      *    ARCHIVED, SO NUMBERS HANDED OUT FROM HERE ON CANNOT CLASH
      *    WITH ANY TRANSACTION WRITTEN BEFORE THE FILE EXISTED OR
      *    WITH ONE LATER RESTORED FROM THE ARCHIVE. IF ANOTHER JOB
      *    SEEDS IT FIRST THE WRITE FAILS AND THAT RECORD IS USED.
       200-SEED-CONTROL.
           MOVE ZEROS TO WS-HIGH-XWORDN.
           OPEN INPUT TRNHST-FILE.
           IF TRNHST-FILE-STATUS = "00"
             MOVE SPACES TO EOF-IND
             PERFORM 210-SCAN-TRNHST
                 UNTIL EOF-IND = YES
             CLOSE TRNHST-FILE
           END-IF.
           OPEN INPUT TRNHSTARC-FILE.
           IF TRNHSTARC-FILE-STATUS = "00"
             MOVE SPACES TO EOF-IND
             PERFORM 220-SCAN-TRNHSTARC
                 UNTIL EOF-IND = YES
             CLOSE TRNHSTARC-FILE
           END-IF.
           INITIALIZE ORDCTL-RECORD
              REPLACING NUMERIC BY ZEROS ALPHANUMERIC BY SPACES.
           MOVE WS-CTL-KEY     TO OC-ID.
           MOVE WS-HIGH-XWORDN TO OC-LAST-XWORDN.
           WRITE ORDCTL-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           PERFORM 100-READ-CONTROL.
           IF RECORD-FOUND-ORDCTL NOT = YES
             DISPLAY "Unable to write ORDCTL file.."
           END-IF.

       210-SCAN-TRNHST.
           READ TRNHST-FILE NEXT RECORD
               AT END
                   MOVE YES TO EOF-IND.
           IF EOF-IND NOT = YES
                AND XWORDN OF TRNHST-RECORD > WS-HIGH-XWORDN
             MOVE XWORDN OF TRNHST-RECORD TO WS-HIGH-XWORDN
           END-IF.

       220-SCAN-TRNHSTARC.
           READ TRNHSTARC-FILE NEXT RECORD
               AT END
                   MOVE YES TO EOF-IND.
           IF EOF-IND NOT = YES
                AND XWORDN OF TRNHSTARC-RECORD > WS-HIGH-XWORDN
             MOVE XWORDN OF TRNHSTARC-RECORD TO WS-HIGH-XWORDN
           END-IF.

      *    THE ORDER NUMBER NEVER WRAPS: ONCE THE LAST NUMBER HAS GONE
      *    THE CALLER IS REFUSED RATHER THAN HANDED A NUMBER THAT MAY
      *    ALREADY BE ON FILE.
       300-ASSIGN-NUMBER.
           IF OC-LAST-XWORDN NOT < WS-MAX-XWORDN
             DISPLAY "Order numbers exhausted on ORDCTL file.."
           ELSE
             ADD 1 TO OC-LAST-XWORDN
             ACCEPT OC-LAST-DATE FROM DATE YYYYMMDD
             ACCEPT WS-TIME-RAW FROM TIME
             MOVE WS-TIME-HHMMSS TO OC-LAST-TIME
             MOVE LS-PROGRAM     TO OC-LAST-PROGRAM
             CALL "RTNUSRID" USING WS-OPERATOR
             CANCEL "RTNUSRID"
             MOVE WS-OPERATOR    TO OC-LAST-OPERATOR
             REWRITE ORDCTL-RECORD
                 INVALID KEY
                     DISPLAY "Unable to rewrite ORDCTL file.."
                 NOT INVALID KEY
                     MOVE OC-LAST-XWORDN TO LS-XWORDN
                     MOVE "00"           TO LS-RETURN-CODE
             END-REWRITE
           END-IF.
