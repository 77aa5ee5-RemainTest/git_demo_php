               88  SUBFILE-CLEAR       VALUE B"1".
               88  SUBFILE-CLEAR-NOT   VALUE B"0".

       01  WS-MSTJRN-PARMS.
           05  WS-MJ-FILE               PIC X(10) VALUE "SLMEN".
           05  WS-MJ-ACTION             PIC X(06) VALUE SPACES.
           05  WS-MJ-PROGRAM            PIC X(10) VALUE "CBSLMEN".
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
                    MOVE SLMEN-RECORD TO WS-MJ-AFTER
                    PERFORM WRITE-MASTER-JOURNAL  THRU  WRTMJ-EXIT
             END-WRITE
           END-IF.
           MOVE INDIC-OFF TO IN06 OF WS-INDIC-AREA.
                       MOVE "N" TO RECORD-FOUND-SLMEN
             END-READ
             IF RECORD-FOUND-SLMEN = "Y"
                MOVE SLMEN-RECORD TO WS-MJ-BEFORE
                MOVE PNAME OF ZZFT01-I TO PNAME OF SLMEN-RECORD
                MOVE PACTV OF ZZFT01-I TO PACTV OF SLMEN-RECORD
                REWRITE SLMEN-RECORD
                       MOVE "Update on SLMEN file Invalid.."
                                              TO ZMSAGE OF ZZFT01-O
                       WRITE DISPLAY-REC FORMAT IS "ZZTR01"
                       END-WRITE
                     NOT INVALID KEY
                       MOVE "CHANGE" TO WS-MJ-ACTION
                       MOVE SLMEN-RECORD TO WS-MJ-AFTER
                       PERFORM WRITE-MASTER-JOURNAL  THRU  WRTMJ-EXIT
                END-REWRITE
             ELSE
                MOVE "Record is not available for update.."
                 WRITE  DISPLAY-REC  FORMAT "ZZCNF1"
                 READ   DISPLAY-FILE  RECORD
                 MOVE CORR ZZCNF1-I-INDIC  TO  WS-INDIC-AREA
                 MOVE SLMEN-RECORD TO WS-MJ-BEFORE
                 DELETE SLMEN-FILE
                     INVALID
                         DISPLAY "Unable to delete SLMEN file.."
                     NOT INVALID
                         MOVE "DELETE" TO WS-MJ-ACTION
                         MOVE SPACES   TO WS-MJ-AFTER
                         PERFORM WRITE-MASTER-JOURNAL  THRU  WRTMJ-EXIT
                 END-DELETE
              END-IF
           END-IF.
       DELREC-EXIT. EXIT.

      *    FILES THE BEFORE AND AFTER IMAGES OF THE SLMEN RECORD ON
      *    THE COMMON MASTER CHANGE JOURNAL FOR THE DAILY PROOF.
       WRITE-MASTER-JOURNAL.
           MOVE EXTERNALLY-DESCRIBED-KEY OF SLMEN-RECORD
                                      TO WS-MJ-KEY.
           CALL "MSTJRNWRT" USING WS-MSTJRN-PARMS.
           CANCEL "MSTJRNWRT".
       WRTMJ-EXIT. EXIT.

      *    TRNHST HAS NO VIEW KEYED BY SALESMAN, SO THE FILE IS SWEPT
      *    FRONT TO BACK. THE SCAN STOPS ON THE FIRST TRANSACTION
      *    THAT STILL CARRIES THE SALESMAN.
