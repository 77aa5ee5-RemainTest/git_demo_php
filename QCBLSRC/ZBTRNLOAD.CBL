           05  RECORD-FOUND-SLMEN       PIC X(03) VALUE SPACES.
           05  RECORD-FOUND-TRNTYP      PIC X(03) VALUE SPACES.
           05  RECORD-FOUND-PERSTS      PIC X(03) VALUE SPACES.
           05  WS-PERIOD-CLOSED         PIC X(03) VALUE SPACES.
           05  RECORD-FOUND-TRNHST      PIC X(03) VALUE SPACES.
           05  WS-TRNHST-EOF            PIC X(03) VALUE SPACES.
           05  WS-OPERATOR              PIC X(10) VALUE SPACES.
           05  WS-PAGE-NO               PIC 9(05) VALUE ZEROS.
           05  WS-LINE-COUNT            PIC 9(03) VALUE ZEROS.
               10  FILLER                         PIC X(40)  VALUE
               "  *******   END OF REPORT   *******   ".

       01  WS-ORDN-PARMS.
           05  WS-ORDN-PROGRAM          PIC X(10) VALUE "TRNLOAD".
           05  WS-NEXT-ORDN             PIC 9(07) VALUE ZEROS.
           05  WS-ORDN-RETURN-CODE      PIC X(02) VALUE SPACES.

       01  WS-RUNLOG-PARMS.
           05  WS-RL-PROGRAM            PIC X(10) VALUE "TRNLOAD".
           05  WS-RL-EVENT              PIC X(05) VALUE SPACES.
      *    SAME ORDER, SO A TRANSACTION THE SCREEN WOULD REFUSE CAN
      *    NEVER ARRIVE THROUGH THE BATCH DOOR. THE FIRST FAILURE
      *    SETTLES THE RECORD - THE BRANCH CORRECTS AND RESENDS.
      *    THE ORDER NUMBER ON THE LOAD RECORD IS THE BRANCH'S OWN
      *    REFERENCE; THE TRNHST NUMBER IS ASSIGNED FROM ORDCTL WHEN
      *    THE RECORD IS WRITTEN, AND THE REFERENCE KEPT IN XWBRRF.
      *    THE REFERENCE IS WHAT STOPS A RERUN OF THE SAME LOAD FILE
      *    POSTING ITS TRANSACTIONS A SECOND TIME.
       220-EDIT-INPUT-RECORD.
           MOVE SPACES TO WS-REJECTED.
           MOVE SPACES TO WS-DTL-REASON.
           MOVE ZEROS  TO WS-NEXT-ORDN.

           IF LD-XWORDN = ZEROS
             MOVE YES TO WS-REJECTED
             MOVE "TYPE IS INACTIVE" TO WS-DTL-REASON
             GO 220-EDIT-EXIT
           END-IF.
      *    A CUSTOMER ON CREDIT HOLD TAKES NO NEW DEBITS UNTIL A
      *    PERAUTH OPERATOR RELEASES IT ON CBTRNHST. CREDITS STILL
      *    LOAD SO PAYMENTS ARE NOT HELD UP.
           IF CRHOLD OF CUSFL3-RECORD = "Y"
                AND TTDRCR OF TRNTYP-RECORD NOT = "C"
             MOVE YES TO WS-REJECTED
             MOVE "CUSTOMER ON CREDIT HOLD" TO WS-DTL-REASON
             GO 220-EDIT-EXIT
           END-IF.

           MOVE LD-XWDLDT TO WS-VALIDT-DATE.
           PERFORM 230-CHECK-DATE-VALID THRU 230-CHECK-EXIT.
             GO 220-EDIT-EXIT
           END-IF.

           PERFORM 225-CHECK-ALREADY-LOADED THRU 225-CHECK-EXIT.
           IF RECORD-FOUND-TRNHST = YES
             MOVE YES TO WS-REJECTED
             MOVE "ALREADY ON TRNHST" TO WS-DTL-REASON
           END-IF.
       220-EDIT-EXIT. EXIT.

      *    A TRANSACTION IS ALREADY LOADED WHEN ONE UNDER THE SAME
      *    BILLING CODE CARRIES THE SAME BRANCH REFERENCE. THE
      *    BILLING CODE'S TRANSACTIONS ARE READ IN KEY ORDER FROM
      *    THE FIRST ORDER NUMBER UNDER IT.
       225-CHECK-ALREADY-LOADED.
           MOVE SPACES TO RECORD-FOUND-TRNHST.
           MOVE SPACES TO WS-TRNHST-EOF.
           MOVE LD-XWBCCD TO XWBCCD OF TRNHST-RECORD.
           MOVE ZEROS     TO XWORDN OF TRNHST-RECORD.
           START TRNHST-FILE KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF TRNHST-RECORD
                   INVALID KEY
                       GO 225-CHECK-EXIT.
           PERFORM 227-READ-NEXT-TRNHST
               UNTIL WS-TRNHST-EOF = YES
                  OR RECORD-FOUND-TRNHST = YES.
       225-CHECK-EXIT. EXIT.

       227-READ-NEXT-TRNHST.
           READ TRNHST-FILE NEXT RECORD
               AT END
                   MOVE YES TO WS-TRNHST-EOF
           END-READ.
           IF WS-TRNHST-EOF NOT = YES
             IF XWBCCD OF TRNHST-RECORD NOT = LD-XWBCCD
               MOVE YES TO WS-TRNHST-EOF
             ELSE
               IF XWBRRF OF TRNHST-RECORD = LD-XWORDN
                 MOVE YES TO RECORD-FOUND-TRNHST
               END-IF
             END-IF
           END-IF.

       230-CHECK-DATE-VALID.
           MOVE "Y" TO WS-VALIDT-OK.
           IF WS-VALIDT-MM < 1 OR WS-VALIDT-MM > 12
             MOVE YES TO WS-PERIOD-CLOSED
           END-IF.

      *    THE ORDER NUMBER IS TAKEN FROM ORDCTL THROUGH NXTORDN,
      *    THE SAME SOURCE AS THE CBTRNHST SCREEN AND RECGEN, ONLY
      *    ONCE THE RECORD HAS PASSED ITS EDITS.
       240-WRITE-TRNHST.
           MOVE SPACES TO WS-ORDN-RETURN-CODE.
           CALL "NXTORDN" USING WS-ORDN-PARMS.
           CANCEL "NXTORDN".
           IF WS-ORDN-RETURN-CODE NOT = "00"
             MOVE ZEROS TO WS-NEXT-ORDN
             MOVE YES TO WS-REJECTED
             MOVE "NO ORDER NUMBER AVAILABLE" TO WS-DTL-REASON
           ELSE
             PERFORM 245-BUILD-AND-WRITE
           END-IF.

       245-BUILD-AND-WRITE.
           INITIALIZE TRNHST-RECORD
              REPLACING NUMERIC BY ZEROS ALPHANUMERIC BY SPACES.
           MOVE LD-XWBCCD TO XWBCCD OF TRNHST-RECORD.
           MOVE WS-NEXT-ORDN TO XWORDN OF TRNHST-RECORD.
           MOVE LD-XWORDN TO XWBRRF OF TRNHST-RECORD.
           MOVE LD-XWE4NB TO XWE4NB OF TRNHST-RECORD.
           MOVE LD-XWDLDT TO XWDLDT OF TRNHST-RECORD.
           MOVE LD-XWC8DT TO XWC8DT OF TRNHST-RECORD.
           MOVE LD-CUSNO  TO CUSNO  OF TRNHST-RECORD.
           MOVE LD-XWTTYP TO XWTTYP OF TRNHST-RECORD.
           MOVE LD-XWAMNT TO XWAMNT OF TRNHST-RECORD.
           MOVE LD-XWAMNT TO XWOPEN OF TRNHST-RECORD.
           PERFORM 247-CALCULATE-TAX.
           WRITE TRNHST-RECORD
               INVALID KEY
                   MOVE YES TO WS-REJECTED
                   PERFORM 250-WRITE-AUDIT-ADD
           END-WRITE.

      *    SALES TAX COMES FROM THE TYPE'S TAX CODE AND RATE, THE
      *    SAME AS ON THE CBTRNHST SCREEN. A TAX EXEMPT CUSTOMER IS
      *    CHARGED NONE. THE TRNTYP AND CUSFL3 RECORDS ARE STILL THE
      *    ONES READ BY THE EDITS.
       247-CALCULATE-TAX.
           MOVE TTTXCD OF TRNTYP-RECORD TO XWTXCD OF TRNHST-RECORD.
           MOVE SPACE TO XWTXEX OF TRNHST-RECORD.
           IF CTXEXM OF CUSFL3-RECORD = "Y"
             MOVE "Y" TO XWTXEX OF TRNHST-RECORD
           END-IF.
           IF XWTXCD OF TRNHST-RECORD = SPACES
                OR XWTXEX OF TRNHST-RECORD = "Y"
             MOVE ZEROS TO XWTAXA OF TRNHST-RECORD
           ELSE
             COMPUTE XWTAXA OF TRNHST-RECORD ROUNDED =
                     LD-XWAMNT * TTTXRT OF TRNTYP-RECORD / 100
           END-IF.

      *    A LOADED TRANSACTION IS LOGGED LIKE A SCREEN ENTRY: NO
      *    BEFORE IMAGE, THE LOADED FIELDS AS THE AFTER IMAGE. THE
      *    ENTRY ALSO PUTS THE RECORD ON THE NEXT GLEXTR SELECTION
           ACCEPT WS-AUD-TIME-RAW FROM TIME.
           MOVE WS-AUD-TIME-HHMMSS TO AUD-TIME.
           MOVE WS-OPERATOR TO AUD-OPERATOR.
           MOVE SPACES TO AUD-APPROVER.
           MOVE EXTERNALLY-DESCRIBED-KEY OF TRNHST-RECORD
                                             TO AUD-KEY.
           INITIALIZE AUD-BEFORE.
             PERFORM 110-PRINT-HEADINGS
           END-IF.
           MOVE LD-XWBCCD TO WS-DTL-XWBCCD.
      *    A REJECT IS SHOWN UNDER THE BRANCH'S OWN REFERENCE SO IT
      *    CAN BE FOUND AND RESENT; AN ACCEPTED RECORD UNDER THE
      *    ORDER NUMBER IT WAS BOOKED AS.
           IF WS-REJECTED = YES
             MOVE LD-XWORDN    TO WS-DTL-XWORDN
           ELSE
             MOVE WS-NEXT-ORDN TO WS-DTL-XWORDN
           END-IF.
           MOVE LD-XWTTYP TO WS-DTL-XWTTYP.
           MOVE LD-XWAMNT TO WS-DTL-XWAMNT.
           MOVE WS-DETAIL-LINE  TO FD-EDTPRN-RECORD.
