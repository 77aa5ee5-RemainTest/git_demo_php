               10  FILLER            PIC X(03)  VALUE "TYP".
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  FILLER            PIC X(12)  VALUE "AMOUNT".
               10  FILLER            PIC X(03)  VALUE SPACES.
               10  FILLER            PIC X(09)  VALUE "REFERENCE".

           05  WS-DETAIL-LINE.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  WS-DTL-XWTTYP     PIC X(02).
               10  FILLER            PIC X(04)  VALUE SPACES.
               10  WS-DTL-XWAMNT     PIC Z(06)9.99-.
               10  FILLER            PIC X(03)  VALUE SPACES.
               10  WS-DTL-LINK-TEXT  PIC X(12).
               10  WS-DTL-LINK-ORDN  PIC Z(06)9 BLANK WHEN ZERO.
               10  FILLER            PIC X(01)  VALUE SPACES.
               10  WS-DTL-LINK-BCCD  PIC X(11).

           05  WS-TOTAL-LINE.
               10  FILLER            PIC X(05)  VALUE SPACES.
           MOVE XWC8DT OF TRNHSTL3-RECORD TO WS-DTL-XWC8DT.
           MOVE XWTTYP OF TRNHSTL3-RECORD TO WS-DTL-XWTTYP.
           MOVE XWAMNT OF TRNHSTL3-RECORD TO WS-DTL-XWAMNT.
           PERFORM 310-SET-LINK-REFERENCE.
           MOVE WS-DETAIL-LINE  TO FD-STMTPRN-RECORD.
           WRITE FD-STMTPRN-RECORD AFTER ADVANCING 1.
           ADD 1 TO WS-LINE-COUNT.
             ADD XWAMNT OF TRNHSTL3-RECORD TO WS-STMT-CR-AMOUNT
           END-IF.

      *    A CLOSED-PERIOD CORRECTION PRINTS AS A LINKED PAIR: THE
      *    ORIGINAL NAMES THE ORDER THAT REVERSED IT AND THE REVERSAL
      *    THE ORDER IT CANCELS, SO THE CUSTOMER SEES THE TWO NET
      *    OFF. A REPLACEMENT NAMES THE ORDER IT CORRECTS, WITH THAT
      *    ORDER'S BILLING CODE WHEN IT WAS BOOKED TO ANOTHER ONE.
       310-SET-LINK-REFERENCE.
           MOVE SPACES TO WS-DTL-LINK-TEXT.
           MOVE ZEROS  TO WS-DTL-LINK-ORDN.
           MOVE SPACES TO WS-DTL-LINK-BCCD.
           EVALUATE XWLKTP OF TRNHSTL3-RECORD
             WHEN "V"
               MOVE "REVERSED BY"  TO WS-DTL-LINK-TEXT
             WHEN "R"
               MOVE "REVERSAL OF"  TO WS-DTL-LINK-TEXT
             WHEN "C"
               MOVE "CORRECTS"     TO WS-DTL-LINK-TEXT
               IF XWLKBC OF TRNHSTL3-RECORD NOT = WS-CUR-XWBCCD
                 MOVE XWLKBC OF TRNHSTL3-RECORD TO WS-DTL-LINK-BCCD
               END-IF
           END-EVALUATE.
           IF WS-DTL-LINK-TEXT NOT = SPACES
             MOVE XWLKOR OF TRNHSTL3-RECORD TO WS-DTL-LINK-ORDN
           END-IF.

       320-PRINT-STATEMENT-TOTALS.
           MOVE "DEBIT TOTAL..........." TO WS-TOT-LITERAL.
           MOVE WS-STMT-DR-AMOUNT TO WS-TOT-AMOUNT.
