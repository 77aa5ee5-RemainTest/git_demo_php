               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS TRNHSTAUD-FILE-STATUS.

           SELECT GLSNTH-FILE
               ASSIGN TO DATABASE-GLSNTH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF GLSNTH-RECORD
               FILE STATUS IS GLSNTH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       01  TRNHSTAUD-RECORD.
           COPY DDS-TRNHSTAUDR   OF  TRNHSTAUD.

       FD  GLSNTH-FILE
           LABEL RECORDS ARE STANDARD.
       01  GLSNTH-RECORD.
           COPY DDS-GLSNTHR      OF  GLSNTH.

       WORKING-STORAGE SECTION.
       01  MSGID                       PIC X(7).
       01  WS-ERRMSG                   PIC X(132).
       01  WS-SFL-SKIP-COUNT           PIC 9(07) VALUE ZEROS.
       01  TRNHST-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  TRNHSTAUD-FILE-STATUS       PIC X(2) VALUE SPACES.
       01  GLSNTH-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  WS-AUD-BEFORE-REC.
           COPY DDS-TRNHSTR            OF  TRNHST.
       01  WS-AUD-TIME-RAW.
       01  WS-VALIDT-YEAR-FUTURE-TOL   PIC 9(02) VALUE 02.
       01  WS-VALIDT-YEAR-LOW          PIC 9(04).
       01  WS-VALIDT-YEAR-HIGH         PIC 9(04).
       01  WS-ALLOCATED                PIC S9(07)V99 VALUE ZEROS.
       01  WS-NEW-TXCD                 PIC X(02) VALUE SPACES.
       01  WS-NEW-TXRT                 PIC 9(02)V9(03) VALUE ZEROS.

       01  WS-VARIABLES.
           02  WS-ERROR                PIC X   VALUE SPACE.
           02  WS-PERIOD-CLOSED        PIC X VALUE SPACES.
           02  WS-RELOAD               PIC X VALUE SPACES.
           02  WS-SAVED                PIC X VALUE SPACES.
           02  WS-HIST-EOF             PIC X VALUE SPACES.

       01  WS-FLAGS.
           02  SFL-STATUS PIC XX.
                            TRNTYP-FILE
                            PERSTS-FILE
                     I-O    TRNHST-FILE
                            GLSNTH-FILE
                            DISPLAY-FILE
                     EXTEND TRNHSTAUD-FILE.

                       TRNTYP-FILE
                       PERSTS-FILE
                       TRNHSTAUD-FILE
                       GLSNTH-FILE
                       DISPLAY-FILE.

       DISPLAY-SFLCTL-FILE.
           MOVE  WS-AUD-TIME-HHMMSS  TO  AUD-TIME.
           CALL  "RTNUSRID"  USING  AUD-OPERATOR.
           CANCEL  "RTNUSRID".
           MOVE  SPACES  TO  AUD-APPROVER.
       STAUD-EXIT.  EXIT.

      *    THE CHANGE ENTRY ALSO PUTS THE CORRECTED RECORD ON THE
           END-IF.
       WRAUDC-EXIT.  EXIT.

      *    THE SENDS THE GL REJECTED ARE MARKED CORRECTED ON THE
      *    GLSNTH HISTORY, WITH THE DATE AND OPERATOR FROM THE AUDIT
      *    ENTRY JUST WRITTEN. THE CORRECTED TRANSACTION ITSELF GOES
      *    ON THE HISTORY AGAIN WHEN THE NEXT GLEXTR RUN SENDS IT.
       CLEAR-SENT-HISTORY.
           MOVE XWBCCD OF TRNHST-RECORD  TO  XWBCCD OF GLSNTH-RECORD.
           MOVE XWORDN OF TRNHST-RECORD  TO  XWORDN OF GLSNTH-RECORD.
           MOVE ZEROS   TO  GH-RUN-DATE.
           MOVE ZEROS   TO  GH-RUN-TIME.
           MOVE SPACES  TO  GH-LINE-TYPE.
           MOVE SPACE   TO  WS-HIST-EOF.
           START GLSNTH-FILE KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF GLSNTH-RECORD
                   INVALID KEY
                       MOVE "Y" TO WS-HIST-EOF.
           PERFORM CLEAR-SENT-LINE  THRU  CLRSL-EXIT
                    UNTIL WS-HIST-EOF = "Y".
       CLRSH-EXIT.  EXIT.

       CLEAR-SENT-LINE.
           READ GLSNTH-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-HIST-EOF
                   GO CLRSL-EXIT.
           IF XWBCCD OF GLSNTH-RECORD NOT = XWBCCD OF TRNHST-RECORD
                OR XWORDN OF GLSNTH-RECORD NOT = XWORDN OF TRNHST-RECORD
              MOVE "Y" TO WS-HIST-EOF
              GO CLRSL-EXIT
           END-IF.
           IF GH-REJ-STATUS = "R"
              MOVE "C"           TO  GH-REJ-STATUS
              MOVE AUD-DATE      TO  GH-CLR-DATE
              MOVE AUD-OPERATOR  TO  GH-CLR-OPERATOR
              REWRITE GLSNTH-RECORD
                  INVALID KEY
                      DISPLAY "Unable to rewrite GLSNTH file.."
              END-REWRITE
           END-IF.
       CLRSL-EXIT.  EXIT.

       CHGREC-ROUTINE.
           MOVE SPACE TO WS-SAVED.
           MOVE SPACES TO TRNHST-FILE-STATUS.
                MOVE CUSNO  OF ZZFT01-I TO CUSNO  OF TRNHST-RECORD
                MOVE XWTTYP OF ZZFT01-I TO XWTTYP OF TRNHST-RECORD
                MOVE XWAMNT OF ZZFT01-I TO XWAMNT OF TRNHST-RECORD
                COMPUTE XWOPEN OF TRNHST-RECORD =
                        XWOPEN OF TRNHST-RECORD
                      + XWAMNT OF TRNHST-RECORD
                      - XWAMNT OF WS-AUD-BEFORE-REC
      *         THE TAX FOLLOWS THE CORRECTED TYPE AND AMOUNT; THE
      *         CUSTOMER'S EXEMPTION STAYS AS IT WAS WHEN BOOKED
                MOVE WS-NEW-TXCD TO XWTXCD OF TRNHST-RECORD
                IF WS-NEW-TXCD = SPACES
                     OR XWTXEX OF TRNHST-RECORD = "Y"
                   MOVE ZEROS TO XWTAXA OF TRNHST-RECORD
                ELSE
                   COMPUTE XWTAXA OF TRNHST-RECORD ROUNDED =
                           XWAMNT OF TRNHST-RECORD * WS-NEW-TXRT / 100
                END-IF
      *         A CORRECTED TRANSACTION GOES BACK TO THE GL CLEAN
                MOVE SPACE  TO XWRJST OF TRNHST-RECORD
                MOVE SPACES TO XWRJRS OF TRNHST-RECORD
                                           TO ZMSAGE OF ZZTR01-O
                  NOT INVALID KEY
                    PERFORM WRITE-AUDIT-CHANGE  THRU  WRAUDC-EXIT
                    PERFORM CLEAR-SENT-HISTORY  THRU  CLRSH-EXIT
                    MOVE "Y" TO WS-SAVED
                    MOVE "Reject corrected and released to the GL.."
                                           TO ZMSAGE OF ZZTR01-O
             GO VALIDT-EXIT
           END-IF.
           MOVE TTDESC OF TRNTYP-RECORD  TO  TTYPDS OF ZZFT01-O.
           MOVE TTTXCD OF TRNTYP-RECORD  TO  WS-NEW-TXCD.
           MOVE TTTXRT OF TRNTYP-RECORD  TO  WS-NEW-TXRT.

      * A TRANSACTION ALREADY MATCHED ON ALLOC KEEPS ITS TYPE, AND ITS
      * AMOUNT MAY NOT DROP BELOW THE PART ALREADY ALLOCATED
           COMPUTE WS-ALLOCATED = XWAMNT OF TRNHST-RECORD
                                - XWOPEN OF TRNHST-RECORD.
           IF WS-ALLOCATED NOT = ZEROS
              IF XWTTYP OF ZZFT01-I NOT = XWTTYP OF TRNHST-RECORD
                MOVE "Y" TO WS-ERROR
                MOVE INDIC-ON TO IN45 OF ZZFT01-O-INDIC
                MOVE "Cash is allocated - type may not change.."
                                           TO  ZMSAGE  OF  ZZFT01-O
                GO VALIDT-EXIT
              END-IF
              IF XWAMNT OF ZZFT01-I < WS-ALLOCATED
                MOVE "Y" TO WS-ERROR
                MOVE "Amount is below the amount already allocated.."
                                           TO  ZMSAGE  OF  ZZFT01-O
                GO VALIDT-EXIT
              END-IF
           END-IF.

      * EITHER HALF OF A REVERSAL PAIR KEEPS ITS TYPE AND AMOUNT - THE
      * REVERSAL MUST STAY THE EXACT MIRROR OF ITS ORIGINAL
           IF XWLKTP OF TRNHST-RECORD = "R" OR "V"
              IF XWTTYP OF ZZFT01-I NOT = XWTTYP OF TRNHST-RECORD
                   OR XWAMNT OF ZZFT01-I NOT = XWAMNT OF TRNHST-RECORD
                MOVE "Y" TO WS-ERROR
                MOVE INDIC-ON TO IN45 OF ZZFT01-O-INDIC
                MOVE "Reversal pair - type and amount may not change.."
                                           TO  ZMSAGE  OF  ZZFT01-O
                GO VALIDT-EXIT
              END-IF
           END-IF.

      * DEAL DATE MUST BE A VALID CALENDAR DATE
           MOVE XWDLDT OF ZZFT01-I  TO  WS-VALIDT-DATE.
