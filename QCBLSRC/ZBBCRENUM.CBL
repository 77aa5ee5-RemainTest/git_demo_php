                                     OF TRNHSTARC-RECORD
              FILE STATUS  IS TRNHSTARC-FILE-STATUS.

           SELECT ALLOC-FILE
              ASSIGN TO DATABASE-ALLOC
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                     OF ALLOC-RECORD
              FILE STATUS  IS ALLOC-FILE-STATUS.

           SELECT PERAUTH-FILE
              ASSIGN TO DATABASE-PERAUTH
              ORGANIZATION IS INDEXED
       01  TRNHSTARC-RECORD.
           COPY DDS-TRNHSTARCR   OF  TRNHSTARC.

       FD  ALLOC-FILE
           LABEL RECORDS ARE STANDARD.
       01  ALLOC-RECORD.
           COPY DDS-ALLOCR       OF  ALLOC.

       FD  PERAUTH-FILE
           LABEL RECORDS ARE STANDARD.
       01  PERAUTH-RECORD.
       01  CUSTS-FILE-STATUS                      PIC X(2).
       01  TRNSUM-FILE-STATUS                     PIC X(2).
       01  TRNHSTARC-FILE-STATUS                  PIC X(2).
       01  ALLOC-FILE-STATUS                      PIC X(2).
       01  PERAUTH-FILE-STATUS                    PIC X(2).
       01  TRNHSTAUD-FILE-STATUS                  PIC X(2).

       01  WS-NEW-ARC-REC.
           COPY DDS-TRNHSTARCR   OF  TRNHSTARC.

       01  WS-NEW-ALLOC-REC.
           COPY DDS-ALLOCR       OF  ALLOC.

       01  WORK-FIELDS.
           05  EOF-IND                  PIC X(03) VALUE SPACES.
           05  WS-RUN-HALTED            PIC X(03) VALUE SPACES.
           05  WS-SUM-MERGED-COUNT      PIC 9(09) VALUE ZEROS.
           05  WS-ARC-MOVED-COUNT       PIC 9(09) VALUE ZEROS.
           05  WS-ARC-CLASH-COUNT       PIC 9(09) VALUE ZEROS.
           05  WS-ALC-MOVED-COUNT       PIC 9(09) VALUE ZEROS.
           05  WS-ALC-HELD-COUNT        PIC 9(09) VALUE ZEROS.
           05  WS-ALC-TRN-LEFT          PIC X(03) VALUE SPACES.
           05  WS-AUD-TIME-RAW.
               10  WS-AUD-TIME-HHMMSS   PIC 9(06).
               10  WS-AUD-TIME-CENTS    PIC 9(02).
           05  WS-RL-WRITE-COUNT        PIC 9(09) VALUE ZEROS.
           05  WS-RL-ERROR-COUNT        PIC 9(09) VALUE ZEROS.

       01  WS-MSTJRN-PARMS.
           05  WS-MJ-FILE               PIC X(10) VALUE "CUSTS".
           05  WS-MJ-ACTION             PIC X(06) VALUE SPACES.
           05  WS-MJ-PROGRAM            PIC X(10) VALUE "BCRENUM".
           05  WS-MJ-KEY                PIC X(20) VALUE SPACES.
           05  WS-MJ-BEFORE             PIC X(200) VALUE SPACES.
           05  WS-MJ-AFTER              PIC X(200) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-SELECT-PARMS.
           05  LS-OLD-XWBCCD                       PIC X(11).
             IF WS-RUN-HALTED NOT = YES
               PERFORM 320-REKEY-TRNSUM-TABLE
               PERFORM 350-REKEY-TRNHSTARC
               PERFORM 380-REKEY-ALLOC
               PERFORM 370-REKEY-CUSTS THRU 370-REKEY-EXIT
             END-IF
           END-IF.
           OPEN I-O   CUSTS-FILE.
           OPEN I-O   TRNSUM-FILE.
           OPEN I-O   TRNHSTARC-FILE.
           OPEN I-O   ALLOC-FILE.
           OPEN INPUT PERAUTH-FILE.
           OPEN EXTEND TRNHSTAUD-FILE.
           OPEN OUTPUT RENPRN.
           MOVE LS-NEW-XWBCCD TO XWBCCD OF WS-NEW-TRNHST-REC.
           MOVE XWORDN OF TRNHST-RECORD
                             TO XWORDN OF WS-NEW-TRNHST-REC.
      *    A REVERSAL PAIR SITS UNDER ONE CODE AND MOVES AS A WHOLE,
      *    SO A LINK TO THE OLD CODE NOW POINTS AT THE NEW ONE.
           IF XWLKBC OF WS-NEW-TRNHST-REC = LS-OLD-XWBCCD
             MOVE LS-NEW-XWBCCD TO XWLKBC OF WS-NEW-TRNHST-REC
           END-IF.
           MOVE SPACES TO WS-WRITE-FAIL.
           WRITE TRNHST-RECORD FROM WS-NEW-TRNHST-REC
               INVALID KEY
           ACCEPT WS-AUD-TIME-RAW FROM TIME.
           MOVE WS-AUD-TIME-HHMMSS TO AUD-TIME.
           MOVE WS-OPERATOR TO AUD-OPERATOR.
           MOVE SPACES TO AUD-APPROVER.
           MOVE LS-OLD-XWBCCD TO AUD-XWBCCD.
           MOVE XWORDN OF WS-NEW-TRNHST-REC TO AUD-XWORDN.
           MOVE XWE4NB OF WS-NEW-TRNHST-REC TO AUD-B-XWE4NB.
                             TO XWORDN OF WS-NEW-ARC-REC.
           MOVE XWARDT OF TRNHSTARC-RECORD
                             TO XWARDT OF WS-NEW-ARC-REC.
           IF XWLKBC OF WS-NEW-ARC-REC = LS-OLD-XWBCCD
             MOVE LS-NEW-XWBCCD TO XWLKBC OF WS-NEW-ARC-REC
           END-IF.
           MOVE SPACES TO WS-WRITE-FAIL.
           WRITE TRNHSTARC-RECORD FROM WS-NEW-ARC-REC
               INVALID KEY
               DISPLAY "Unable to write CUSTS file.."
               GO 370-REKEY-EXIT
             END-IF
             MOVE "ADD"         TO WS-MJ-ACTION
             MOVE LS-NEW-XWBCCD TO WS-MJ-KEY
             MOVE SPACES        TO WS-MJ-BEFORE
             MOVE CUSTS-RECORD  TO WS-MJ-AFTER
             PERFORM 630-WRITE-MASTER-JOURNAL
           END-IF.
           MOVE LS-OLD-XWBCCD TO XWBCCD OF CUSTS-RECORD.
           MOVE CUSTS-RECORD  TO WS-MJ-BEFORE.
           DELETE CUSTS-FILE
               INVALID KEY
                   DISPLAY "Unable to delete CUSTS file.."
               NOT INVALID KEY
                   MOVE "DELETE"      TO WS-MJ-ACTION
                   MOVE LS-OLD-XWBCCD TO WS-MJ-KEY
                   MOVE SPACES        TO WS-MJ-AFTER
                   PERFORM 630-WRITE-MASTER-JOURNAL
           END-DELETE.
           MOVE "CUSTS" TO WS-DTL-FILE.
           MOVE WS-KEY-BUILD TO WS-DTL-KEY.
           PERFORM 340-PRINT-DETAIL-LINE.
       370-REKEY-EXIT. EXIT.

      *    CASH ALLOCATIONS FOLLOW THEIR TRANSACTIONS TO THE NEW
      *    CODE. AN ALLOCATION WHOSE DEBIT OR CREDIT WAS HELD BACK
      *    UNDER THE OLD CODE BY AN ORDER NUMBER CLASH STAYS WITH IT,
      *    SO BOTH SIDES OF EVERY MATCH ALWAYS SHARE ONE CODE. ALLOC
      *    COLLATES BILLING CODE FIRST, SO THE SAME SWEEP IS USED.
       380-REKEY-ALLOC.
           MOVE SPACES TO EOF-IND.
           MOVE LS-OLD-XWBCCD TO AL-XWBCCD OF ALLOC-RECORD.
           MOVE ZEROS         TO AL-DR-XWORDN OF ALLOC-RECORD.
           MOVE ZEROS         TO AL-CR-XWORDN OF ALLOC-RECORD.
           START ALLOC-FILE KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF ALLOC-RECORD
                   INVALID KEY
                       MOVE YES TO EOF-IND.
           IF EOF-IND NOT = YES
             PERFORM 420-READ-ALLOC
           END-IF.
           PERFORM 385-REKEY-ONE-ALLOC THRU 385-REKEY-EXIT
               UNTIL EOF-IND = YES.

       385-REKEY-ONE-ALLOC.
           IF AL-XWBCCD OF ALLOC-RECORD NOT = LS-OLD-XWBCCD
             MOVE YES TO EOF-IND
             GO 385-REKEY-EXIT
           END-IF.
           MOVE CORR ALLOCR OF ALLOC-RECORD
                             TO ALLOCR OF WS-NEW-ALLOC-REC.
           MOVE LS-NEW-XWBCCD TO AL-XWBCCD OF WS-NEW-ALLOC-REC.
           MOVE AL-DR-XWORDN OF ALLOC-RECORD
                             TO AL-DR-XWORDN OF WS-NEW-ALLOC-REC.
           MOVE AL-CR-XWORDN OF ALLOC-RECORD
                             TO AL-CR-XWORDN OF WS-NEW-ALLOC-REC.
           MOVE LS-OLD-XWBCCD TO WS-KEY-XWBCCD.
           MOVE AL-DR-XWORDN OF ALLOC-RECORD TO WS-KEY-DETAIL.
           MOVE SPACES TO WS-ALC-TRN-LEFT.
           MOVE LS-OLD-XWBCCD TO XWBCCD OF TRNHST-RECORD.
           MOVE AL-DR-XWORDN OF ALLOC-RECORD
                             TO XWORDN OF TRNHST-RECORD.
           READ TRNHST-FILE
               NOT INVALID KEY
                   MOVE YES TO WS-ALC-TRN-LEFT
           END-READ.
           MOVE AL-CR-XWORDN OF ALLOC-RECORD
                             TO XWORDN OF TRNHST-RECORD.
           READ TRNHST-FILE
               NOT INVALID KEY
                   MOVE YES TO WS-ALC-TRN-LEFT
           END-READ.
           IF WS-ALC-TRN-LEFT = YES
             ADD 1 TO WS-ALC-HELD-COUNT
             MOVE "ALLOC" TO WS-DTL-FILE
             MOVE WS-KEY-BUILD TO WS-DTL-KEY
             MOVE "** LEFT WITH TRN **" TO WS-DTL-DISP
             PERFORM 340-PRINT-DETAIL-LINE
             PERFORM 420-READ-ALLOC
             GO 385-REKEY-EXIT
           END-IF.
           MOVE SPACES TO WS-WRITE-FAIL.
           WRITE ALLOC-RECORD FROM WS-NEW-ALLOC-REC
               INVALID KEY
                   MOVE YES TO WS-WRITE-FAIL
           END-WRITE.
           IF WS-WRITE-FAIL = YES
             ADD 1 TO WS-ALC-HELD-COUNT
             MOVE "ALLOC" TO WS-DTL-FILE
             MOVE WS-KEY-BUILD TO WS-DTL-KEY
             MOVE "** ALLOC CLASH **" TO WS-DTL-DISP
             PERFORM 340-PRINT-DETAIL-LINE
           ELSE
             MOVE LS-OLD-XWBCCD TO AL-XWBCCD OF ALLOC-RECORD
             MOVE AL-DR-XWORDN OF WS-NEW-ALLOC-REC
                               TO AL-DR-XWORDN OF ALLOC-RECORD
             MOVE AL-CR-XWORDN OF WS-NEW-ALLOC-REC
                               TO AL-CR-XWORDN OF ALLOC-RECORD
             MOVE SPACES TO WS-DEL-FAIL
             DELETE ALLOC-FILE
                 INVALID KEY
                     DISPLAY "Unable to delete ALLOC file.."
                     MOVE YES TO WS-DEL-FAIL
             END-DELETE
             IF WS-DEL-FAIL NOT = YES
               ADD 1 TO WS-ALC-MOVED-COUNT
               MOVE "ALLOC" TO WS-DTL-FILE
               MOVE WS-KEY-BUILD TO WS-DTL-KEY
               MOVE "MOVED" TO WS-DTL-DISP
               PERFORM 340-PRINT-DETAIL-LINE
             END-IF
           END-IF.
           PERFORM 420-READ-ALLOC.
       385-REKEY-EXIT. EXIT.

       330-PRINT-MESSAGE.
           IF WS-LINE-COUNT NOT < WS-MAX-LINES-PER-PAGE
             PERFORM 110-PRINT-HEADINGS
               AT END
                   MOVE YES TO EOF-IND.

       420-READ-ALLOC.
           READ ALLOC-FILE NEXT RECORD
               AT END
                   MOVE YES TO EOF-IND.

       500-CLOSE-FILES.
           CLOSE TRNHST-FILE.
           CLOSE CUSTS-FILE.
           CLOSE TRNSUM-FILE.
           CLOSE TRNHSTARC-FILE.
           CLOSE ALLOC-FILE.
           CLOSE PERAUTH-FILE.
           CLOSE TRNHSTAUD-FILE.
           CLOSE RENPRN.
           MOVE WS-ARC-CLASH-COUNT TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO FD-RENPRN-RECORD.
           WRITE FD-RENPRN-RECORD AFTER ADVANCING 1.
           MOVE "ALLOC RECORDS MOVED.........." TO WS-TOT-LITERAL.
           MOVE WS-ALC-MOVED-COUNT TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO FD-RENPRN-RECORD.
           WRITE FD-RENPRN-RECORD AFTER ADVANCING 1.
           MOVE "ALLOC RECORDS LEFT ON OLD...." TO WS-TOT-LITERAL.
           MOVE WS-ALC-HELD-COUNT TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO FD-RENPRN-RECORD.
           WRITE FD-RENPRN-RECORD AFTER ADVANCING 1.
           MOVE WS-FOOTER-LINE  TO FD-RENPRN-RECORD.
           WRITE FD-RENPRN-RECORD AFTER ADVANCING 2.

       620-LOG-RUN-END.
           MOVE "END" TO WS-RL-EVENT.
           COMPUTE WS-RL-ERROR-COUNT = WS-TRN-CLASH-COUNT
                                     + WS-ARC-CLASH-COUNT
                                     + WS-ALC-HELD-COUNT.
           EVALUATE TRUE
             WHEN WS-RUN-CANCELLED = YES
               MOVE "CANCELLED"  TO WS-RL-STATUS
           COMPUTE WS-RL-WRITE-COUNT = WS-TRN-MOVED-COUNT
                                     + WS-SUM-MOVED-COUNT
                                     + WS-SUM-MERGED-COUNT
                                     + WS-ARC-MOVED-COUNT
                                     + WS-ALC-MOVED-COUNT.
           CALL "RUNLOGWRT" USING WS-RUNLOG-PARMS.
           CANCEL "RUNLOGWRT".

      *    FILES ONE ENTRY ON THE COMMON MASTER CHANGE JOURNAL. THE
      *    CALLER HAS SET THE FILE, ACTION, KEY AND BOTH IMAGES.
       630-WRITE-MASTER-JOURNAL.
           CALL "MSTJRNWRT" USING WS-MSTJRN-PARMS.
           CANCEL "MSTJRNWRT".
