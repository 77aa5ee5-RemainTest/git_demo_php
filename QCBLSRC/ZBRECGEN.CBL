                                     OF CUSTS-RECORD
              FILE STATUS  IS CUSTS-FILE-STATUS.

           SELECT CUSFL3-FILE
              ASSIGN TO DATABASE-CUSFL3
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                     OF CUSFL3-RECORD
              FILE STATUS  IS CUSFL3-FILE-STATUS.

           SELECT SLMEN-FILE
              ASSIGN TO DATABASE-SLMEN
              ORGANIZATION IS INDEXED
       01  CUSTS-RECORD.
           COPY DDS-CUSTSR       OF  CUSTS.

       FD  CUSFL3-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSFL3-RECORD.
           COPY DDS-RCUSF        OF  CUSFL3.

       FD  SLMEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SLMEN-RECORD.
       01  RECTPL-FILE-STATUS                     PIC X(2).
       01  TRNHST-FILE-STATUS                     PIC X(2).
       01  CUSTS-FILE-STATUS                      PIC X(2).
       01  CUSFL3-FILE-STATUS                     PIC X(2).
       01  SLMEN-FILE-STATUS                      PIC X(2).
       01  TRNTYP-FILE-STATUS                     PIC X(2).
       01  PERSTS-FILE-STATUS                     PIC X(2).
           05  WS-TPL-REJECTED          PIC X(03) VALUE SPACES.
           05  WS-TPL-GENERATED         PIC X(03) VALUE SPACES.
           05  RECORD-FOUND-CUSTS       PIC X(03) VALUE SPACES.
           05  RECORD-FOUND-CUSFL3      PIC X(03) VALUE SPACES.
           05  RECORD-FOUND-SLMEN       PIC X(03) VALUE SPACES.
           05  RECORD-FOUND-TRNTYP      PIC X(03) VALUE SPACES.
           05  RECORD-FOUND-PERSTS      PIC X(03) VALUE SPACES.
           05  WS-PERIOD-CLOSED         PIC X(03) VALUE SPACES.
           05  WS-OPERATOR              PIC X(10) VALUE SPACES.
           05  WS-PAGE-NO               PIC 9(05) VALUE ZEROS.
           05  WS-LINE-COUNT            PIC 9(03) VALUE ZEROS.
           05  WS-GEN-COUNT             PIC 9(09) VALUE ZEROS.
           05  WS-REJ-COUNT             PIC 9(09) VALUE ZEROS.
           05  WS-GEN-AMOUNT            PIC S9(09)V99 VALUE ZEROS.
           05  WS-GEN-XWE4NB            PIC 9(04) VALUE ZEROS.
           05  WS-DUE-CC                PIC 9(02) VALUE ZEROS.
           05  WS-DUE-YY                PIC 9(02) VALUE ZEROS.
           05  WS-DUE-DATE-N  REDEFINES WS-DUE-DATE
                                        PIC 9(08).

       01  WS-ORDN-PARMS.
           05  WS-ORDN-PROGRAM          PIC X(10) VALUE "RECGEN".
           05  WS-NEXT-ORDN             PIC 9(07) VALUE ZEROS.
           05  WS-ORDN-RETURN-CODE      PIC X(02) VALUE SPACES.

       01  WS-RUNLOG-PARMS.
           05  WS-RL-PROGRAM            PIC X(10) VALUE "RECGEN".
           05  WS-RL-EVENT              PIC X(05) VALUE SPACES.
               10  FILLER                         PIC X(40)  VALUE
               "  *******   END OF REPORT   *******   ".

       01  WS-MSTJRN-PARMS.
           05  WS-MJ-FILE               PIC X(10) VALUE "RECTPL".
           05  WS-MJ-ACTION             PIC X(06) VALUE "CHANGE".
           05  WS-MJ-PROGRAM            PIC X(10) VALUE "RECGEN".
           05  WS-MJ-KEY                PIC X(20) VALUE SPACES.
           05  WS-MJ-BEFORE             PIC X(200) VALUE SPACES.
           05  WS-MJ-AFTER              PIC X(200) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-SELECT-PARMS.
           05  LS-GEN-DATE                         PIC 9(08).
           OPEN I-O   RECTPL-FILE.
           OPEN I-O   TRNHST-FILE.
           OPEN INPUT CUSTS-FILE.
           OPEN INPUT CUSFL3-FILE.
           OPEN INPUT SLMEN-FILE.
           OPEN INPUT TRNTYP-FILE.
           OPEN INPUT PERSTS-FILE.
       220-GENERATE-TEMPLATE.
           MOVE SPACES TO WS-TPL-REJECTED.
           MOVE SPACES TO WS-TPL-GENERATED.
           MOVE RECTPL-RECORD TO WS-MJ-BEFORE.
           PERFORM 230-GENERATE-ONE-DUE THRU 230-GENERATE-EXIT
               UNTIL WS-TPL-REJECTED = YES
                  OR RT-NEXT-DUE > WS-GEN-DATE-N.
             REWRITE RECTPL-RECORD
                 INVALID KEY
                     DISPLAY "Unable to rewrite RECTPL file.."
                 NOT INVALID KEY
                     PERFORM 630-WRITE-MASTER-JOURNAL
             END-REWRITE
           END-IF.
       220-GENERATE-EXIT. EXIT.

      *    EVERY GENERATED TRANSACTION PASSES THE SAME CHECKS AS A
      *    KEYED ONE: THE CUSTOMER, SALESMAN AND TYPE MUST BE ON
      *    FILE, THE TYPE ACTIVE, NO DEBIT FOR A CUSTOMER ON CREDIT
      *    HOLD, AND THE BOOKING PERIOD - YYPP FROM THE DUE DATE -
      *    MUST NOT BE CLOSED. A HELD TEMPLATE KEEPS ITS DUE DATE,
      *    SO IT CATCHES UP ON THE FIRST RUN AFTER THE RELEASE.
       230-GENERATE-ONE-DUE.
           MOVE RT-XWBCCD TO XWBCCD OF CUSTS-RECORD.
           MOVE YES TO RECORD-FOUND-CUSTS.
             GO 230-GENERATE-EXIT
           END-IF.

           MOVE CUSNO OF CUSTS-RECORD TO CUSNO OF CUSFL3-RECORD.
           MOVE YES TO RECORD-FOUND-CUSFL3.
           READ CUSFL3-FILE
                   INVALID KEY
                       MOVE SPACES TO RECORD-FOUND-CUSFL3.
           IF TTDRCR OF TRNTYP-RECORD NOT = "C"
                AND RECORD-FOUND-CUSFL3 = YES
                AND CRHOLD OF CUSFL3-RECORD = "Y"
             MOVE "CUSTOMER ON CREDIT HOLD" TO WS-DTL-DISP
             PERFORM 250-PRINT-REJECT
             GO 230-GENERATE-EXIT
           END-IF.

           MOVE RT-NEXT-DUE TO WS-DUE-DATE-N.
           DIVIDE WS-DUE-YYYY BY 100 GIVING WS-DUE-CC
                                   REMAINDER WS-DUE-YY.
           END-IF.

           PERFORM 260-NEXT-ORDER-NUMBER.
           IF WS-ORDN-RETURN-CODE NOT = "00"
             MOVE "NO ORDER NUMBER AVAILABLE" TO WS-DTL-DISP
             PERFORM 250-PRINT-REJECT
             GO 230-GENERATE-EXIT
           END-IF.
           INITIALIZE TRNHST-RECORD
              REPLACING NUMERIC BY ZEROS ALPHANUMERIC BY SPACES.
           MOVE RT-XWBCCD     TO XWBCCD OF TRNHST-RECORD.
           MOVE CUSNO OF CUSTS-RECORD TO CUSNO OF TRNHST-RECORD.
           MOVE RT-XWTTYP     TO XWTTYP OF TRNHST-RECORD.
           MOVE RT-XWAMNT     TO XWAMNT OF TRNHST-RECORD.
           MOVE RT-XWAMNT     TO XWOPEN OF TRNHST-RECORD.
           PERFORM 240-CALCULATE-TAX.
           WRITE TRNHST-RECORD
               INVALID KEY
                   MOVE "TRNHST WRITE FAILED" TO WS-DTL-DISP
           PERFORM 280-ADVANCE-NEXT-DUE.
       230-GENERATE-EXIT. EXIT.

      *    SALES TAX COMES FROM THE TYPE'S TAX CODE AND RATE, THE
      *    SAME AS ON THE CBTRNHST SCREEN. A TAX EXEMPT CUSTOMER IS
      *    CHARGED NONE.
       240-CALCULATE-TAX.
           MOVE TTTXCD OF TRNTYP-RECORD TO XWTXCD OF TRNHST-RECORD.
           MOVE SPACE TO XWTXEX OF TRNHST-RECORD.
           IF RECORD-FOUND-CUSFL3 = YES
                AND CTXEXM OF CUSFL3-RECORD = "Y"
             MOVE "Y" TO XWTXEX OF TRNHST-RECORD
           END-IF.
           IF XWTXCD OF TRNHST-RECORD = SPACES
                OR XWTXEX OF TRNHST-RECORD = "Y"
             MOVE ZEROS TO XWTAXA OF TRNHST-RECORD
           ELSE
             COMPUTE XWTAXA OF TRNHST-RECORD ROUNDED =
                     RT-XWAMNT * TTTXRT OF TRNTYP-RECORD / 100
           END-IF.

       250-PRINT-REJECT.
           MOVE YES TO WS-TPL-REJECTED.
           ADD 1 TO WS-REJ-COUNT.
           MOVE ZEROS TO WS-DTL-XWORDN.
           PERFORM 300-PRINT-RECORD.

      *    FRESH ORDER NUMBERS COME FROM THE ORDCTL CONTROL FILE
      *    THROUGH NXTORDN, THE SAME SOURCE THE CBTRNHST SCREEN AND
      *    TRNLOAD USE, SO A RUN CAN NEVER COLLIDE WITH KEYED OR
      *    LOADED TRANSACTIONS. THE NUMBER IS TAKEN ONLY AFTER THE
      *    TEMPLATE HAS PASSED ITS CHECKS, SO REJECTS LEAVE NO GAPS.
       260-NEXT-ORDER-NUMBER.
           MOVE ZEROS  TO WS-NEXT-ORDN.
           MOVE SPACES TO WS-ORDN-RETURN-CODE.
           CALL "NXTORDN" USING WS-ORDN-PARMS.
           CANCEL "NXTORDN".

      *    A GENERATED TRANSACTION IS LOGGED LIKE A SCREEN ENTRY:
      *    NO BEFORE IMAGE, THE GENERATED FIELDS AS THE AFTER
           ACCEPT WS-AUD-TIME-RAW FROM TIME.
           MOVE WS-AUD-TIME-HHMMSS TO AUD-TIME.
           MOVE WS-OPERATOR TO AUD-OPERATOR.
           MOVE SPACES TO AUD-APPROVER.
           MOVE EXTERNALLY-DESCRIBED-KEY OF TRNHST-RECORD
                                             TO AUD-KEY.
           INITIALIZE AUD-BEFORE.
           CLOSE RECTPL-FILE.
           CLOSE TRNHST-FILE.
           CLOSE CUSTS-FILE.
           CLOSE CUSFL3-FILE.
           CLOSE SLMEN-FILE.
           CLOSE TRNTYP-FILE.
           CLOSE PERSTS-FILE.
           MOVE WS-REJ-COUNT      TO WS-RL-ERROR-COUNT.
           CALL "RUNLOGWRT" USING WS-RUNLOG-PARMS.
           CANCEL "RUNLOGWRT".

      *    THE ROLL OF RT-NEXT-DUE IS A CHANGE TO THE TEMPLATE LIKE
      *    ANY OTHER, SO IT GOES ON THE MASTER CHANGE JOURNAL WITH
      *    THE IMAGE TAKEN BEFORE THE FIRST DUE DATE WAS GENERATED.
       630-WRITE-MASTER-JOURNAL.
           MOVE EXTERNALLY-DESCRIBED-KEY OF RECTPL-RECORD
                                      TO WS-MJ-KEY.
           MOVE RECTPL-RECORD TO WS-MJ-AFTER.
           CALL "MSTJRNWRT" USING WS-MSTJRN-PARMS.
           CANCEL "MSTJRNWRT".
