           05  WS-MAX-LINES-PER-PAGE    PIC 9(03) VALUE 060.
           05  WS-READ-COUNT            PIC 9(09) VALUE ZEROS.
           05  WS-TYPE-NOTFND-COUNT     PIC 9(09) VALUE ZEROS.
           05  WS-OPEN-COUNT            PIC 9(09) VALUE ZEROS.
           05  WS-PAIR-TOTAL            PIC 9(09) VALUE ZEROS.
           05  WS-SIGNED-AMOUNT         PIC S9(07)V99 VALUE ZEROS.
           05  WS-AGE-DAYS              PIC S9(07) VALUE ZEROS.
           05  WS-ASOF-SERIAL           PIC S9(07) VALUE ZEROS.
           05  WS-BC-AGE30              PIC S9(09)V99 VALUE ZEROS.
           05  WS-BC-AGE60              PIC S9(09)V99 VALUE ZEROS.
           05  WS-BC-AGE90              PIC S9(09)V99 VALUE ZEROS.
           05  WS-BC-UNAPPLIED          PIC S9(09)V99 VALUE ZEROS.
           05  WS-BC-BALANCE            PIC S9(09)V99 VALUE ZEROS.

       01  GRAND-BUCKETS.
           05  WS-GR-AGE30              PIC S9(09)V99 VALUE ZEROS.
           05  WS-GR-AGE60              PIC S9(09)V99 VALUE ZEROS.
           05  WS-GR-AGE90              PIC S9(09)V99 VALUE ZEROS.
           05  WS-GR-UNAPPLIED          PIC S9(09)V99 VALUE ZEROS.
           05  WS-GR-BALANCE            PIC S9(09)V99 VALUE ZEROS.

      *    A CLOSED-PERIOD TRANSACTION REVERSED INTO A LATER PERIOD
      *    AND ITS REVERSAL BOTH CARRY A ZERO XWOPEN AND SO NEVER
      *    REACH A BUCKET. THE PAIRS OF THE CURRENT BILLING CODE ARE
      *    HELD HERE AND LISTED UNDER ITS LINE, SO THE REPORT SHOWS
      *    WHAT WAS NETTED OFF; PAIRS BEYOND THE TABLE ARE COUNTED.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-COUNT            PIC 9(03) VALUE ZEROS.
           05  WS-MAX-PAIRS             PIC 9(03) VALUE 020.
           05  WS-PAIR-MORE             PIC 9(05) VALUE ZEROS.
           05  WS-PAIR-ENTRY OCCURS 20 TIMES
                                        INDEXED BY WS-PAIR-IDX.
               10  WS-PAIR-ORIG-XWORDN  PIC 9(07).
               10  WS-PAIR-REV-XWORDN   PIC 9(07).

       01  PRINT-LINES.
           05  WS-HEADING-LINE.
               10  FILLER            PIC X(15) VALUE SPACES.
               10  FILLER            PIC X(07)  VALUE "60 DAYS".
               10  FILLER            PIC X(11)  VALUE SPACES.
               10  FILLER            PIC X(08)  VALUE "90+ DAYS".
               10  FILLER            PIC X(10)  VALUE SPACES.
               10  FILLER            PIC X(09)  VALUE "UNAPPLIED".
               10  FILLER            PIC X(12)  VALUE SPACES.
               10  FILLER            PIC X(07)  VALUE "BALANCE".

               10  FILLER            PIC X(02)  VALUE SPACES.
               10  WS-DTL-AGE90      PIC Z,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  WS-DTL-UNAPPLIED  PIC Z,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER            PIC X(02)  VALUE SPACES.
               10  WS-DTL-BALANCE    PIC Z,ZZZ,ZZZ,ZZ9.99-.

           05  WS-PAIR-LINE.
               10  FILLER            PIC X(18)  VALUE SPACES.
               10  FILLER            PIC X(06)  VALUE "ORDER ".
               10  WS-PAIR-ORIG      PIC Z(06)9.
               10  FILLER            PIC X(13)  VALUE " REVERSED BY ".
               10  WS-PAIR-REV       PIC Z(06)9.
               10  FILLER            PIC X(25)  VALUE
                   " - PAIR NETTED, NOT AGED".

           05  WS-PAIR-MORE-LINE.
               10  FILLER            PIC X(18)  VALUE SPACES.
               10  FILLER            PIC X(03)  VALUE "** ".
               10  WS-PAIR-MORE-CNT  PIC ZZZZ9.
               10  FILLER            PIC X(34)  VALUE
                   " MORE REVERSAL PAIRS NOT LISTED **".

           05  WS-TOTAL-LINE.
               10  FILLER            PIC X(05)  VALUE SPACES.
               10  WS-TOT-LITERAL    PIC X(26).
             PERFORM 300-PRINT-BILLCD-LINE
             MOVE XWBCCD OF TRNHST-RECORD TO WS-CUR-XWBCCD
           END-IF.
           IF XWLKTP OF TRNHST-RECORD = "V"
             PERFORM 230-COLLECT-PAIR
           END-IF.
           PERFORM 220-AGE-TRANSACTION THRU 220-AGE-EXIT.
           PERFORM 400-READ-TRNHST.

      *    OPEN ITEMS ARE AGED, NOT THE NETTED BALANCE. EACH DEBIT
      *    IS BUCKETED BY ITS OWN DATE ON WHAT IS STILL OUTSTANDING
      *    AGAINST IT (XWOPEN), SO A PAYMENT ALLOCATED TO AN OLD
      *    INVOICE CLEARS THAT INVOICE'S BUCKET RATHER THAN THE
      *    NEWEST ONE. CASH NOT YET ALLOCATED TO ANY DEBIT IS SHOWN
      *    IN ITS OWN UNAPPLIED COLUMN AND TAKEN OFF THE BALANCE.
      *    ITEMS SETTLED IN FULL ARE PASSED OVER. A TYPE MISSING
      *    FROM TRNTYP IS COUNTED ON THE DEBIT SIDE AND TALLIED IN
      *    THE FOOTER, SO THE EXCEPTION IS VISIBLE INSTEAD OF
      *    SILENTLY DROPPED FROM THE BALANCE.
       220-AGE-TRANSACTION.
           IF XWOPEN OF TRNHST-RECORD = ZEROS
             GO 220-AGE-EXIT
           END-IF.
           ADD 1 TO WS-OPEN-COUNT.
           PERFORM 250-LOOKUP-TRNTYPE.
           IF RECORD-FOUND-TRNTYP = YES
                AND TTDRCR OF TRNTYP-RECORD = "C"
             ADD XWOPEN OF TRNHST-RECORD TO WS-BC-UNAPPLIED
             SUBTRACT XWOPEN OF TRNHST-RECORD FROM WS-BC-BALANCE
             GO 220-AGE-EXIT
           END-IF.
           MOVE XWOPEN OF TRNHST-RECORD TO WS-SIGNED-AMOUNT.
           MOVE XWC8DT OF TRNHST-RECORD TO WS-WORK-DATE.
           PERFORM 130-DATE-TO-SERIAL.
           MOVE WS-SERIAL-DAYS TO WS-TRN-SERIAL.
               ADD WS-SIGNED-AMOUNT TO WS-BC-AGE90
           END-EVALUATE.
           ADD WS-SIGNED-AMOUNT TO WS-BC-BALANCE.
       220-AGE-EXIT. EXIT.

      *    THE REVERSED ORIGINAL CARRIES THE LINK TO ITS REVERSAL,
      *    SO EACH PAIR IS TAKEN ONCE, FROM THE ORIGINAL.
       230-COLLECT-PAIR.
           ADD 1 TO WS-PAIR-TOTAL.
           IF WS-PAIR-COUNT < WS-MAX-PAIRS
             ADD 1 TO WS-PAIR-COUNT
             SET WS-PAIR-IDX TO WS-PAIR-COUNT
             MOVE XWORDN OF TRNHST-RECORD
                               TO WS-PAIR-ORIG-XWORDN(WS-PAIR-IDX)
             MOVE XWLKOR OF TRNHST-RECORD
                               TO WS-PAIR-REV-XWORDN(WS-PAIR-IDX)
           ELSE
             ADD 1 TO WS-PAIR-MORE
           END-IF.

       250-LOOKUP-TRNTYPE.
           MOVE XWTTYP OF TRNHST-RECORD TO XWTTYP OF TRNTYP-RECORD.
             MOVE WS-BC-AGE30    TO WS-DTL-AGE30
             MOVE WS-BC-AGE60    TO WS-DTL-AGE60
             MOVE WS-BC-AGE90    TO WS-DTL-AGE90
             MOVE WS-BC-UNAPPLIED TO WS-DTL-UNAPPLIED
             MOVE WS-BC-BALANCE  TO WS-DTL-BALANCE
             MOVE WS-DETAIL-LINE TO FD-AGEPRN-RECORD
             WRITE FD-AGEPRN-RECORD AFTER ADVANCING 1
             ADD WS-BC-AGE30   TO WS-GR-AGE30
             ADD WS-BC-AGE60   TO WS-GR-AGE60
             ADD WS-BC-AGE90   TO WS-GR-AGE90
             ADD WS-BC-UNAPPLIED TO WS-GR-UNAPPLIED
             ADD WS-BC-BALANCE TO WS-GR-BALANCE
             PERFORM 305-PRINT-PAIR-LINE
                 VARYING WS-PAIR-IDX FROM 1 BY 1
                 UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
             IF WS-PAIR-MORE > ZEROS
               MOVE WS-PAIR-MORE TO WS-PAIR-MORE-CNT
               MOVE WS-PAIR-MORE-LINE TO FD-AGEPRN-RECORD
               WRITE FD-AGEPRN-RECORD AFTER ADVANCING 1
               ADD 1 TO WS-LINE-COUNT
             END-IF
           END-IF.
           MOVE ZEROS TO WS-PAIR-COUNT.
           MOVE ZEROS TO WS-PAIR-MORE.
           MOVE ZEROS TO WS-BC-CURRENT.
           MOVE ZEROS TO WS-BC-AGE30.
           MOVE ZEROS TO WS-BC-AGE60.
           MOVE ZEROS TO WS-BC-AGE90.
           MOVE ZEROS TO WS-BC-UNAPPLIED.
           MOVE ZEROS TO WS-BC-BALANCE.

       305-PRINT-PAIR-LINE.
           IF WS-LINE-COUNT NOT < WS-MAX-LINES-PER-PAGE
             PERFORM 110-PRINT-HEADINGS
           END-IF.
           MOVE WS-PAIR-ORIG-XWORDN(WS-PAIR-IDX) TO WS-PAIR-ORIG.
           MOVE WS-PAIR-REV-XWORDN(WS-PAIR-IDX)  TO WS-PAIR-REV.
           MOVE WS-PAIR-LINE TO FD-AGEPRN-RECORD.
           WRITE FD-AGEPRN-RECORD AFTER ADVANCING 1.
           ADD 1 TO WS-LINE-COUNT.

       310-PRINT-GRAND-LINE.
           IF WS-LINE-COUNT NOT < WS-MAX-LINES-PER-PAGE
             PERFORM 110-PRINT-HEADINGS
           MOVE WS-GR-AGE30    TO WS-DTL-AGE30.
           MOVE WS-GR-AGE60    TO WS-DTL-AGE60.
           MOVE WS-GR-AGE90    TO WS-DTL-AGE90.
           MOVE WS-GR-UNAPPLIED TO WS-DTL-UNAPPLIED.
           MOVE WS-GR-BALANCE  TO WS-DTL-BALANCE.
           MOVE WS-DETAIL-LINE TO FD-AGEPRN-RECORD.
           WRITE FD-AGEPRN-RECORD AFTER ADVANCING 2.
           CLOSE AGEPRN.

       600-PRINT-FOOTER.
           MOVE "TRANSACTIONS READ........." TO WS-TOT-LITERAL.
           MOVE WS-READ-COUNT TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO FD-AGEPRN-RECORD.
           WRITE FD-AGEPRN-RECORD AFTER ADVANCING 2.
           MOVE "OPEN ITEMS AGED..........." TO WS-TOT-LITERAL.
           MOVE WS-OPEN-COUNT TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO FD-AGEPRN-RECORD.
           WRITE FD-AGEPRN-RECORD AFTER ADVANCING 1.
           MOVE "REVERSAL PAIRS NETTED....." TO WS-TOT-LITERAL.
           MOVE WS-PAIR-TOTAL TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO FD-AGEPRN-RECORD.
           WRITE FD-AGEPRN-RECORD AFTER ADVANCING 1.
           MOVE "TYPES NOT ON TRNTYP......." TO WS-TOT-LITERAL.
           MOVE WS-TYPE-NOTFND-COUNT TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO FD-AGEPRN-RECORD.
