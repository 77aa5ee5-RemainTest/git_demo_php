               88  SUBFILE-CLEAR       VALUE B"1".
               88  SUBFILE-CLEAR-NOT   VALUE B"0".

       01  WS-MSTJRN-PARMS.
           05  WS-MJ-FILE               PIC X(10) VALUE "TRNTYP".
           05  WS-MJ-ACTION             PIC X(06) VALUE SPACES.
           05  WS-MJ-PROGRAM            PIC X(10) VALUE "CBTRNTYP".
           05  WS-MJ-KEY                PIC X(20) VALUE SPACES.
           05  WS-MJ-BEFORE             PIC X(200) VALUE SPACES.
           05  WS-MJ-AFTER              PIC X(200) VALUE SPACES.

       01  SCRN-CONTROL.
           02 FUNCT       PIC XX.
           02 DEVICEFILE  PIC X(10).
                    MOVE "Y2U0003" TO  MSGID
                    CALL "RTNMSGTEXT" USING  MSGID  WS-ERRMSG
                    MOVE  WS-ERRMSG  TO  ZMSAGE  OF  ZZTR01-O
                  NOT INVALID KEY
                    MOVE "ADD"    TO WS-MJ-ACTION
                    MOVE SPACES   TO WS-MJ-BEFORE
                    MOVE TRNTYP-RECORD TO WS-MJ-AFTER
                    PERFORM WRITE-MASTER-JOURNAL  THRU  WRTMJ-EXIT
             END-WRITE
           END-IF.
           MOVE INDIC-OFF TO IN06 OF WS-INDIC-AREA.
                       MOVE "N" TO RECORD-FOUND-TRNTYP
             END-READ
             IF RECORD-FOUND-TRNTYP = "Y"
                MOVE TRNTYP-RECORD TO WS-MJ-BEFORE
                MOVE TTDESC OF ZZFT01-I TO TTDESC OF TRNTYP-RECORD
                MOVE TTACTV OF ZZFT01-I TO TTACTV OF TRNTYP-RECORD
                MOVE TTDRCR OF ZZFT01-I TO TTDRCR OF TRNTYP-RECORD
                MOVE TTTXCD OF ZZFT01-I TO TTTXCD OF TRNTYP-RECORD
                MOVE TTTXRT OF ZZFT01-I TO TTTXRT OF TRNTYP-RECORD
                REWRITE TRNTYP-RECORD
                     INVALID KEY
                       MOVE "Update on TRNTYP file Invalid.."
                                              TO ZMSAGE OF ZZFT01-O
                       WRITE DISPLAY-REC FORMAT IS "ZZTR01"
                       END-WRITE
                     NOT INVALID KEY
                       MOVE "CHANGE" TO WS-MJ-ACTION
                       MOVE TRNTYP-RECORD TO WS-MJ-AFTER
                       PERFORM WRITE-MASTER-JOURNAL  THRU  WRTMJ-EXIT
                END-REWRITE
             ELSE
                MOVE "Record is not available for update.."
                 WRITE  DISPLAY-REC  FORMAT "ZZCNF1"
                 READ   DISPLAY-FILE  RECORD
                 MOVE CORR ZZCNF1-I-INDIC  TO  WS-INDIC-AREA
                 MOVE TRNTYP-RECORD TO WS-MJ-BEFORE
                 DELETE TRNTYP-FILE
                     INVALID
                         DISPLAY "Unable to delete TRNTYP file.."
                     NOT INVALID
                         MOVE "DELETE" TO WS-MJ-ACTION
                         MOVE SPACES   TO WS-MJ-AFTER
                         PERFORM WRITE-MASTER-JOURNAL  THRU  WRTMJ-EXIT
                 END-DELETE
              END-IF
           END-IF.
       DELREC-EXIT. EXIT.

      *    FILES THE BEFORE AND AFTER IMAGES OF THE TRNTYP RECORD ON
      *    THE COMMON MASTER CHANGE JOURNAL FOR THE DAILY PROOF.
       WRITE-MASTER-JOURNAL.
           MOVE EXTERNALLY-DESCRIBED-KEY OF TRNTYP-RECORD
                                      TO WS-MJ-KEY.
           CALL "MSTJRNWRT" USING WS-MSTJRN-PARMS.
           CANCEL "MSTJRNWRT".
       WRTMJ-EXIT. EXIT.

      *    TRNHST HAS NO VIEW KEYED BY TYPE, SO THE FILE IS SWEPT
      *    FRONT TO BACK. THE SCAN STOPS ON THE FIRST TRANSACTION
      *    THAT STILL CARRIES THE TYPE.
           MOVE SPACE TO ZMSAGE OF ZZFT01-O.
           MOVE INDIC-OFF  TO  IN40 OF ZZFT01-O-INDIC
                               IN41 OF ZZFT01-O-INDIC
                               IN42 OF ZZFT01-O-INDIC
                               IN43 OF ZZFT01-O-INDIC.

      * TYPE CODE MUST NOT BE BLANK
           IF XWTTYP OF ZZFT01-I = SPACES
                                        TO ZMSAGE OF ZZFT01-O
             GO VALIDT-EXIT
           END-IF.

      * A TAX CODE NEEDS A RATE, AND A RATE NEEDS A TAX CODE. A
      * BLANK CODE WITH A ZERO RATE MARKS THE TYPE NOT TAXABLE.
           IF TTTXCD OF ZZFT01-I NOT = SPACES
                AND TTTXRT OF ZZFT01-I = ZEROS
             MOVE "Y" TO WS-ERROR
             MOVE INDIC-ON TO IN43 OF ZZFT01-O-INDIC
             MOVE "Tax code needs a tax rate.."
                                        TO ZMSAGE OF ZZFT01-O
             GO VALIDT-EXIT
           END-IF.
           IF TTTXCD OF ZZFT01-I = SPACES
                AND TTTXRT OF ZZFT01-I NOT = ZEROS
             MOVE "Y" TO WS-ERROR
             MOVE INDIC-ON TO IN43 OF ZZFT01-O-INDIC
             MOVE "Tax rate needs a tax code.."
                                        TO ZMSAGE OF ZZFT01-O
             GO VALIDT-EXIT
           END-IF.
       VALIDT-EXIT. EXIT.
