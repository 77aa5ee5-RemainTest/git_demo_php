               88  SUBFILE-CLEAR       VALUE B"1".
               88  SUBFILE-CLEAR-NOT   VALUE B"0".

       01  WS-MSTJRN-PARMS.
           05  WS-MJ-FILE               PIC X(10) VALUE "PERAUTH".
           05  WS-MJ-ACTION             PIC X(06) VALUE SPACES.
           05  WS-MJ-PROGRAM            PIC X(10) VALUE "CBPERAUTH".
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
                    MOVE PERAUTH-RECORD TO WS-MJ-AFTER
                    PERFORM WRITE-MASTER-JOURNAL  THRU  WRTMJ-EXIT
             END-WRITE
           END-IF.
           MOVE INDIC-OFF TO IN06 OF WS-INDIC-AREA.
                       MOVE "N" TO RECORD-FOUND-PERAUTH
             END-READ
             IF RECORD-FOUND-PERAUTH = "Y"
                MOVE PERAUTH-RECORD TO WS-MJ-BEFORE
                MOVE AUNAME OF ZZFT01-I
                                TO AUTH-NAME OF PERAUTH-RECORD
                REWRITE PERAUTH-RECORD
                       MOVE "Update on PERAUTH file Invalid.."
                                              TO ZMSAGE OF ZZFT01-O
                       WRITE DISPLAY-REC FORMAT IS "ZZTR01"
                       END-WRITE
                     NOT INVALID KEY
                       MOVE "CHANGE" TO WS-MJ-ACTION
                       MOVE PERAUTH-RECORD TO WS-MJ-AFTER
                       PERFORM WRITE-MASTER-JOURNAL  THRU  WRTMJ-EXIT
                END-REWRITE
             ELSE
                MOVE "Record is not available for update.."
              WRITE  DISPLAY-REC  FORMAT "ZZCNF1"
              READ   DISPLAY-FILE  RECORD
              MOVE CORR ZZCNF1-I-INDIC  TO  WS-INDIC-AREA
              MOVE PERAUTH-RECORD TO WS-MJ-BEFORE
              DELETE PERAUTH-FILE
                  INVALID
                      DISPLAY "Unable to delete PERAUTH file.."
                  NOT INVALID
                      MOVE "DELETE" TO WS-MJ-ACTION
                      MOVE SPACES   TO WS-MJ-AFTER
                      PERFORM WRITE-MASTER-JOURNAL  THRU  WRTMJ-EXIT
              END-DELETE
           END-IF.
       DELREC-EXIT. EXIT.

      *    FILES THE BEFORE AND AFTER IMAGES OF THE PERAUTH RECORD ON
      *    THE COMMON MASTER CHANGE JOURNAL FOR THE DAILY PROOF.
       WRITE-MASTER-JOURNAL.
           MOVE EXTERNALLY-DESCRIBED-KEY OF PERAUTH-RECORD
                                      TO WS-MJ-KEY.
           CALL "MSTJRNWRT" USING WS-MSTJRN-PARMS.
           CANCEL "MSTJRNWRT".
       WRTMJ-EXIT. EXIT.

       DSPREC-ROUTINE.
           MOVE SPACES TO PERAUTH-FILE-STATUS.
           MOVE INDIC-ON  TO  IN34 OF ZZFT01-O-INDIC.
