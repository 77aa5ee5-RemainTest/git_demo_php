       PROCESS DATETIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBSLSTGT.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      *    SALES TARGET MAINTENANCE. TARGETS ARE KEYED BY SALESMAN,
      *    PERIOD AND OPTIONALLY TRANSACTION TYPE, ONE PERIOD AT A
      *    TIME, OR ON ADD SPREAD EVENLY OVER THE TWELVE PERIODS OF
      *    A YEAR. A SPREAD REPLACES ANY TARGETS ALREADY KEYED FOR
      *    THE SAME SALESMAN AND TYPE IN THAT YEAR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       SPECIAL-NAMES. LOCAL-DATA IS LOCALDATA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DISPLAY-FILE
               ASSIGN TO WORKSTATION-WSLSTGTD
               ORGANIZATION TRANSACTION
               ACCESS MODE DYNAMIC
               RELATIVE KEY RECNO
               FILE STATUS IS SFL-STATUS
               CONTROL-AREA SCRN-CONTROL.

           SELECT SLSTGT-FILE
               ASSIGN TO DATABASE-SLSTGT
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF SLSTGT-RECORD
               FILE STATUS IS SLSTGT-FILE-STATUS.

           SELECT SLMEN-FILE
               ASSIGN TO DATABASE-SLMEN
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF SLMEN-RECORD
               FILE STATUS IS SLMEN-FILE-STATUS.

           SELECT TRNTYP-FILE
               ASSIGN TO DATABASE-TRNTYP
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF TRNTYP-RECORD
               FILE STATUS IS TRNTYP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DISPLAY-FILE
           LABEL RECORDS STANDARD.
       01  DISPLAY-REC.
           COPY  DDS-ALL-FORMATS  OF  WSLSTGTD.

       FD  SLSTGT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SLSTGT-RECORD.
           COPY DDS-SLSTGTR       OF  SLSTGT.

       FD  SLMEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SLMEN-RECORD.
           COPY DDS-RSLMEN        OF  SLMEN.

       FD  TRNTYP-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRNTYP-RECORD.
           COPY DDS-TRNTYPR       OF  TRNTYP.

       WORKING-STORAGE SECTION.
       01  MSGID                       PIC X(7).
       01  WS-ERRMSG                   PIC X(132).
       01  WS-PAGENO                   PIC S9(2).
       01  WS-SFL-MORE-FWD             PIC X(03) VALUE "NO ".
       01  WS-SFL-SKIP-COUNT           PIC 9(07) VALUE ZEROS.
       01  SLSTGT-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  SLMEN-FILE-STATUS           PIC X(2) VALUE SPACES.
       01  TRNTYP-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  WS-OPR-USERID               PIC X(10) VALUE SPACES.
       01  WS-TODAY                    PIC 9(08) VALUE ZEROS.

      *    A PERIOD IS YYMM. A SPREAD WRITES PERIODS YY01 TO YY12
      *    FOR THE YEAR OF THE KEYED PERIOD; ELEVEN PERIODS TAKE AN
      *    EQUAL SHARE TO THE CENT AND PERIOD 12 TAKES WHAT IS LEFT,
      *    SO THE TWELVE ADD BACK TO THE AMOUNT KEYED.
       01  WS-PERIOD-FIELDS.
           02  WS-PER-XWE4NB           PIC 9(04) VALUE ZEROS.
           02  WS-PER-PARTS REDEFINES WS-PER-XWE4NB.
               03  WS-PER-YY           PIC 9(02).
               03  WS-PER-MM           PIC 9(02).
           02  WS-SPREAD-MM            PIC 9(02) VALUE ZEROS.
           02  WS-SPREAD-AMOUNT        PIC S9(09)V99 VALUE ZEROS.
           02  WS-SPREAD-LAST          PIC S9(09)V99 VALUE ZEROS.
           02  WS-SPREAD-COUNT         PIC 9(02) VALUE ZEROS.

       01  WS-VARIABLES.
           02  WS-ERROR                PIC X   VALUE SPACE.
           02  NO-ERR-SFL              PIC X   VALUE SPACE.
           02  WS-STATUS               PIC X   VALUE SPACE.
           02  RECNO                   PIC 99 VALUE 0.
           02  RECORD-FOUND-SFL        PIC X VALUE SPACES.
           02  WS-RELOAD               PIC X VALUE SPACES.
           02  RECORD-FOUND            PIC X VALUE SPACES.
           02  RECORD-FOUND-SLSTGT     PIC X VALUE SPACES.
           02  RECORD-FOUND-SLMEN      PIC X VALUE SPACES.
           02  RECORD-FOUND-TRNTYP     PIC X VALUE SPACES.

       01  WS-FLAGS.
           02  SFL-STATUS PIC XX.
              88 SFL-FULL VALUE "9M".
           02  INDIC-ON      PIC 1 VALUE B"1".
           02  INDIC-OFF     PIC 1 VALUE B"0".

       01  WS-CONSTANTS.
           02  MAX-SFL-RECORDS  PIC 99 VALUE 50.

       01  WS-OPR-SWITCH.
           02  OPR-SW1                  PIC 1  VALUE B"0".
               88  CHANGE-MODE          VALUE B"1".
               88  CHANGE-MODE-OFF      VALUE B"0".
           02  OPR-SW2                  PIC 1  VALUE B"0".
               88  ADD-REC-MODE         VALUE B"1".
               88  ADD-REC-MODE-OFF     VALUE B"0".

       01  WS-INDIC-AREA.
           02  IN03                    PIC 1  INDIC 03.
               88  EXIT-KEY            VALUE B"1".
           02  IN06                    PIC 1  INDIC 06.
               88  ADD-MODE            VALUE B"1".
           02  IN12                    PIC 1  INDIC 12.
               88  CANCEL-KEY          VALUE B"1".
           02  IN23                    PIC 1  INDIC 23.
               88  DELETE-F23          VALUE B"1".
           02  IN25                    PIC 1  INDIC 25.
               88  ROLLUP-KEY          VALUE B"1".
           02  IN26                    PIC 1  INDIC 26.
               88  ROLLDOWN-KEY        VALUE B"1".
           02  IN31                    PIC 1  INDIC 31.
               88  SUBFILE-END         VALUE B"1".
           02  IN71                    PIC 1  INDIC 71.
               88  SUBFILE-DSP         VALUE B"1".
           02  IN72                    PIC 1  INDIC 72.
               88  SUBFILE-CTL         VALUE B"1".
           02  IN74                    PIC 1  INDIC 74.
               88  SUBFILE-CLEAR       VALUE B"1".
               88  SUBFILE-CLEAR-NOT   VALUE B"0".

       01  SCRN-CONTROL.
           02 FUNCT       PIC XX.
           02 DEVICEFILE  PIC X(10).
           02 RECFORMAT   PIC X(10).

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM OPEN-FILES.
           PERFORM INIT-ROUTINE  THRU  INIT-EXIT.
           PERFORM PROCESS-ROUTINE   THRU  PR-EXIT
                       UNTIL  EXIT-KEY.

       PROGRAM-EXIT.
           PERFORM CLOSE-FILES.
           STOP RUN.

       PROCESS-ROUTINE.
           PERFORM   DISPLAY-SFLCTL-FILE     THRU   DSFCF-EXIT.
           EVALUATE  TRUE
           WHEN  EXIT-KEY
                 CONTINUE
           WHEN  CANCEL-KEY
                 PERFORM INITIALIZE-SFLCTL
           WHEN  WS-RELOAD = "Y"
                 PERFORM BUILD-SUBFILE  THRU  BSFL-EXIT
           WHEN  ROLLUP-KEY
                      PERFORM  LOAD-FORWARD-FILE
                                THRU  LFMSTF-EXIT
           WHEN  ROLLDOWN-KEY
                      PERFORM  LOAD-BACKWARD-FILE
                                 THRU  LBMSTF-EXIT
           WHEN  ADD-MODE
                 PERFORM ADDREC-ROUTINE  THRU  ADDREC-EXIT
           WHEN  OTHER
                 PERFORM BUILD-SUBFILE  THRU  BSFL-EXIT
           END-EVALUATE.
       PR-EXIT. EXIT.

       LOAD-FORWARD-FILE.
           IF WS-SFL-MORE-FWD NOT = "YES"
              MOVE "No more records are available."
                                        TO  ZMSAGE OF ZZTR01-O
              GO LFMSTF-EXIT
           END-IF.
           COMPUTE WS-SFL-SKIP-COUNT =
                   (WS-PAGENO * MAX-SFL-RECORDS) + 1.
           PERFORM START-SLSTGT-FILE  THRU  STSTGT-EXIT.
           IF RECORD-FOUND-SLSTGT = "Y"
              PERFORM READ-NEXT-SLSTGT-FILE  THRU  RNDTLF-EXIT
                      WS-SFL-SKIP-COUNT TIMES
           END-IF.
           IF RECORD-FOUND-SLSTGT = "N"
              MOVE "No more records are available."
                                        TO  ZMSAGE OF ZZTR01-O
              GO LFMSTF-EXIT
           END-IF.
           ADD 1 TO WS-PAGENO.
           PERFORM CREATE-SFL-FILE    THRU    CSFLF-EXIT.
           IF  RECNO > 0
              PERFORM DISPLAY-SUBFILE  THRU  DSFL-EXIT
                            UNTIL  EXIT-KEY OR CANCEL-KEY
                               OR  WS-RELOAD = "Y"
           END-IF.
       LFMSTF-EXIT. EXIT.

       LOAD-BACKWARD-FILE.
           IF WS-PAGENO NOT > 1
              MOVE "Already at the first page."
                                        TO  ZMSAGE OF ZZTR01-O
              GO LBMSTF-EXIT
           END-IF.
           SUBTRACT 1 FROM WS-PAGENO.
           COMPUTE WS-SFL-SKIP-COUNT =
                   ((WS-PAGENO - 1) * MAX-SFL-RECORDS) + 1.
           PERFORM START-SLSTGT-FILE  THRU  STSTGT-EXIT.
           IF RECORD-FOUND-SLSTGT = "Y"
              PERFORM READ-NEXT-SLSTGT-FILE  THRU  RNDTLF-EXIT
                      WS-SFL-SKIP-COUNT TIMES
           END-IF.
           IF RECORD-FOUND-SLSTGT = "N"
              MOVE "Unable to reposition to the prior page."
                                        TO  ZMSAGE OF ZZTR01-O
              GO LBMSTF-EXIT
           END-IF.
           PERFORM CREATE-SFL-FILE    THRU    CSFLF-EXIT.
           IF  RECNO > 0
              PERFORM DISPLAY-SUBFILE  THRU  DSFL-EXIT
                            UNTIL  EXIT-KEY OR CANCEL-KEY
                               OR  WS-RELOAD = "Y"
           END-IF.
       LBMSTF-EXIT.  EXIT.

      *    A RECORD ADDED WHILE THE LIST IS DISPLAYED RELOADS THE
      *    LIST FROM THE TOP SO THE NEW RECORD IS VISIBLE.
       BUILD-SUBFILE.
           MOVE SPACE TO WS-RELOAD.
           MOVE 0 TO RECNO.
           MOVE 1 TO WS-PAGENO.
           PERFORM START-SLSTGT-FILE  THRU  STSTGT-EXIT.
           IF RECORD-FOUND-SLSTGT = "N"
              GO BSFL-EXIT
           END-IF.
           READ  SLSTGT-FILE  NEXT RECORD
                    AT END
                       MOVE "N"  TO  RECORD-FOUND-SLSTGT
                       GO BSFL-EXIT.

           IF  RECORD-FOUND-SLSTGT = "Y"
               PERFORM CREATE-SFL-FILE    THRU    CSFLF-EXIT
           ELSE
               MOVE  "No Records are available."  TO ZMSAGE OF ZZTR01-O
               GO BSFL-EXIT
           END-IF.
           IF  RECNO > 0
              PERFORM DISPLAY-SUBFILE  THRU  DSFL-EXIT
                            UNTIL  EXIT-KEY OR CANCEL-KEY
                               OR  WS-RELOAD = "Y"
           END-IF.
       BSFL-EXIT.  EXIT.

       START-SLSTGT-FILE.
           MOVE SPACES TO PERSON OF SLSTGT-RECORD.
           MOVE ZEROS  TO XWE4NB OF SLSTGT-RECORD.
           MOVE SPACES TO XWTTYP OF SLSTGT-RECORD.
           MOVE "Y" TO RECORD-FOUND-SLSTGT.
           START SLSTGT-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                             OF SLSTGT-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-SLSTGT.
       STSTGT-EXIT. EXIT.

       CREATE-SFL-FILE.
           MOVE  0  TO  RECNO.
           MOVE  SPACES  TO  WS-STATUS.
           MOVE  "NO "   TO  WS-SFL-MORE-FWD.
           PERFORM  FILL-SFL-FILE     THRU   FSFLF-EXIT
                    UNTIL  RECORD-FOUND-SLSTGT = "N".
       CSFLF-EXIT.   EXIT.

       FILL-SFL-FILE.
           IF  RECNO >= MAX-SFL-RECORDS
               MOVE "YES" TO  WS-SFL-MORE-FWD
               MOVE "N"   TO  RECORD-FOUND-SLSTGT
               GO  FSFLF-EXIT.
           PERFORM  MOVE-SLSTGT-TO-SFL        THRU   MCTSFL-EXIT.
           ADD  1  TO  RECNO
           PERFORM   WRITE-SUBFILE-RECORD     THRU   WSFLR-EXIT.
           PERFORM   READ-NEXT-SLSTGT-FILE    THRU   RNDTLF-EXIT.
       FSFLF-EXIT. EXIT.

       DISPLAY-SUBFILE.
           MOVE CORR WS-INDIC-AREA TO ZZCT01-O-INDIC.
           PERFORM    WRITE-READ-SFC      THRU    WRSFC-EXIT.
           MOVE  0  TO   RECNO.
           MOVE "Y" TO   RECORD-FOUND-SFL  NO-ERR-SFL.
           EVALUATE  TRUE
             WHEN EXIT-KEY
                CONTINUE
             WHEN CANCEL-KEY
                CONTINUE
             WHEN ADD-MODE
                PERFORM ADDREC-ROUTINE  THRU  ADDREC-EXIT
                IF NOT EXIT-KEY AND NOT CANCEL-KEY
                  MOVE "Y" TO WS-RELOAD
                END-IF
             WHEN OTHER
                PERFORM PROCESS-SUBFILE-RECORD  THRU  PSFLR-EXIT
                          UNTIL  RECORD-FOUND-SFL = "N"
           END-EVALUATE.
       DSFL-EXIT.   EXIT.

       PROCESS-SUBFILE-RECORD.
           PERFORM READ-NEXT-SFL-FILE   THRU   RNSFLF-EXIT.
           IF  RECORD-FOUND-SFL = "N"
               GO PSFLR-EXIT.
           EVALUATE  TRUE
             WHEN  DSSEL OF ZZSF01-I = "2"
               SET CHANGE-MODE TO TRUE
               PERFORM CHGREC-ROUTINE  THRU  CHGREC-EXIT
               SET CHANGE-MODE-OFF TO TRUE
             WHEN  DSSEL OF ZZSF01-I = "4"
               PERFORM DELREC-ROUTINE  THRU  DELREC-EXIT
             WHEN  DSSEL OF ZZSF01-I = "5"
               PERFORM DSPREC-ROUTINE  THRU  DSPREC-EXIT
           END-EVALUATE.
           MOVE  SPACES TO DSSEL OF ZZSF01-I.
           PERFORM REWRITE-SFL-RECORD   THRU    RWSFLR-EXIT.
       PSFLR-EXIT.   EXIT.

       READ-NEXT-SFL-FILE.
           ADD 1 TO RECNO.
           MOVE "Y" TO RECORD-FOUND-SFL.
           READ SUBFILE DISPLAY-FILE FORMAT "ZZSF01"
             INVALID MOVE "N" TO RECORD-FOUND-SFL
                     GO RNSFLF-EXIT.
       RNSFLF-EXIT.   EXIT.

       WRITE-SUBFILE-RECORD.
           WRITE SUBFILE DISPLAY-REC  FORMAT "ZZSF01"
                 INVALID KEY
                      DISPLAY "PROBLEM IN SUBFILE WRITING-P1 ".
           INITIALIZE  ZZSF01-O  REPLACING ALPHANUMERIC BY SPACES
                                        NUMERIC BY ZEROS.
       WSFLR-EXIT.  EXIT.

       WRITE-READ-SFC.
           IF SHWREC  OF ZZCT01-O  = 0
             MOVE  1  TO   SHWREC  OF  ZZCT01-O.
           WRITE  DISPLAY-REC  FORMAT "ZZCT01".
           IF IN74 OF ZZCT01-O-INDIC = INDIC-OFF
             READ   DISPLAY-FILE  RECORD
           END-IF
           MOVE CORR ZZCT01-I-INDIC  TO  WS-INDIC-AREA.
           MOVE    SPACES   TO    ZMSAGE OF ZZTR01-O.
       WRSFC-EXIT.   EXIT.

       REWRITE-SFL-RECORD.
           REWRITE SUBFILE DISPLAY-REC   FORMAT "ZZSF01"
              INVALID KEY DISPLAY "PROBLEM IN SUBFILE REWRITING-P2"
                 MOVE B"1"  TO  IN03 OF  WS-INDIC-AREA
           END-REWRITE.
       RWSFLR-EXIT.  EXIT.

       INIT-ROUTINE.
           MOVE ALL B"0"  TO  WS-INDIC-AREA.
           INITIALIZE  ZZSF01-I  ZZSF01-O  ZZCT01-O
                       ZZTR01-O WS-VARIABLES
              REPLACING NUMERIC BY ZEROS ALPHANUMERIC BY SPACES.
           CALL  "RTNUSRID"  USING  WS-OPR-USERID.
           CANCEL  "RTNUSRID".
           PERFORM  INITIALIZE-SFLCTL.
       INIT-EXIT.  EXIT.

       OPEN-FILES.
               OPEN  INPUT  SLMEN-FILE
                            TRNTYP-FILE
                     I-O    SLSTGT-FILE
                            DISPLAY-FILE.

       CLOSE-FILES.
               CLOSE   SLSTGT-FILE
                       SLMEN-FILE
                       TRNTYP-FILE
                       DISPLAY-FILE.

       READ-NEXT-SLSTGT-FILE.
           MOVE "Y"   TO RECORD-FOUND-SLSTGT.
           READ  SLSTGT-FILE  NEXT RECORD
              AT END
                   MOVE "N"  TO  RECORD-FOUND-SLSTGT
                   GO RNDTLF-EXIT.
       RNDTLF-EXIT. EXIT.

       DISPLAY-SFLCTL-FILE.
           SET SUBFILE-CTL TO TRUE.
           SET SUBFILE-CLEAR TO TRUE.
           WRITE  DISPLAY-REC  FORMAT "ZZTR01".
           MOVE CORR WS-INDIC-AREA   TO  ZZCT01-O-INDIC.
           PERFORM WRITE-READ-SFC    THRU  WRSFC-EXIT.
           MOVE CORR ZZCT01-I-INDIC  TO  WS-INDIC-AREA.
           SET SUBFILE-DSP TO TRUE.
           SET SUBFILE-END TO TRUE.
           SET SUBFILE-CLEAR-NOT TO TRUE.
       DSFCF-EXIT.   EXIT.

       MOVE-SLSTGT-TO-SFL.
           INITIALIZE  ZZSF01-O.
           MOVE PERSON    OF SLSTGT-RECORD  TO  PERSON    OF ZZSF01-O.
           MOVE XWE4NB    OF SLSTGT-RECORD  TO  XWE4NB    OF ZZSF01-O.
           MOVE XWTTYP    OF SLSTGT-RECORD  TO  XWTTYP    OF ZZSF01-O.
           MOVE TG-AMOUNT OF SLSTGT-RECORD  TO  TG-AMOUNT OF ZZSF01-O.
       MCTSFL-EXIT.  EXIT.

       INITIALIZE-SFLCTL.
           INITIALIZE ZZCT01-O.
           MOVE "CBSLSTGT" TO ZZPGM OF ZZCT01-O.

       ADDREC-ROUTINE.
           MOVE INDIC-OFF  TO   IN34 OF ZZFT01-O-INDIC
                                IN37 OF ZZFT01-O-INDIC.
           MOVE INDIC-ON   TO   IN36 OF ZZFT01-O-INDIC.
           INITIALIZE ZZFT01-O
              REPLACING NUMERIC BY ZEROS ALPHANUMERIC BY SPACES.
           MOVE "ADD   " TO ACTDSP OF ZZFT01-O.
           MOVE "N" TO TGSPRD OF ZZFT01-O.
           SET ADD-REC-MODE TO TRUE.
           PERFORM DSPSCN-ROUTINE  THRU  DSPSCN-EXIT.
           SET ADD-REC-MODE-OFF TO TRUE.
           IF EXIT-KEY OR CANCEL-KEY
              GO ADDREC-EXIT
           END-IF.
           IF WS-ERROR NOT = "Y"
             ACCEPT WS-TODAY FROM DATE YYYYMMDD
             IF TGSPRD OF ZZFT01-I = "Y"
                PERFORM SPREAD-TARGET  THRU  SPREAD-EXIT
             ELSE
                INITIALIZE SLSTGT-RECORD
                   REPLACING NUMERIC BY ZEROS ALPHANUMERIC BY SPACES
                MOVE PERSON    OF ZZFT01-I TO PERSON OF SLSTGT-RECORD
                MOVE XWE4NB    OF ZZFT01-I TO XWE4NB OF SLSTGT-RECORD
                MOVE XWTTYP    OF ZZFT01-I TO XWTTYP OF SLSTGT-RECORD
                MOVE TG-AMOUNT OF ZZFT01-I
                                      TO TG-AMOUNT OF SLSTGT-RECORD
                MOVE WS-TODAY       TO TG-UPD-DATE OF SLSTGT-RECORD
                MOVE WS-OPR-USERID  TO TG-UPD-OPERATOR
                                                    OF SLSTGT-RECORD
                WRITE SLSTGT-RECORD
                     INVALID KEY
                       MOVE "Y2U0003" TO  MSGID
                       CALL "RTNMSGTEXT" USING  MSGID  WS-ERRMSG
                       MOVE  WS-ERRMSG  TO  ZMSAGE  OF  ZZTR01-O
                END-WRITE
             END-IF
           END-IF.
           MOVE INDIC-OFF TO IN06 OF WS-INDIC-AREA.
       ADDREC-EXIT. EXIT.

      *    ONE TARGET PER PERIOD OF THE YEAR. A PERIOD ALREADY ON
      *    FILE FOR THE SAME SALESMAN AND TYPE IS REWRITTEN WITH ITS
      *    SHARE, SO RE-SPREADING A REVISED ANNUAL BUDGET REPLACES
      *    THE OLD ONE.
       SPREAD-TARGET.
           MOVE XWE4NB OF ZZFT01-I TO WS-PER-XWE4NB.
           COMPUTE WS-SPREAD-AMOUNT = TG-AMOUNT OF ZZFT01-I / 12.
           COMPUTE WS-SPREAD-LAST = TG-AMOUNT OF ZZFT01-I
                                  - (WS-SPREAD-AMOUNT * 11).
           MOVE ZEROS TO WS-SPREAD-COUNT.
           PERFORM WRITE-SPREAD-PERIOD  THRU  WSPRD-EXIT
                   VARYING WS-SPREAD-MM FROM 1 BY 1
                   UNTIL WS-SPREAD-MM > 12.
           IF WS-SPREAD-COUNT = 12
              MOVE "Target spread over periods 01 to 12 of the year."
                                        TO  ZMSAGE  OF  ZZTR01-O
           ELSE
              MOVE "Target spread incomplete - check the list.."
                                        TO  ZMSAGE  OF  ZZTR01-O
           END-IF.
       SPREAD-EXIT. EXIT.

       WRITE-SPREAD-PERIOD.
           MOVE WS-SPREAD-MM TO WS-PER-MM.
           MOVE PERSON OF ZZFT01-I TO PERSON OF SLSTGT-RECORD.
           MOVE WS-PER-XWE4NB      TO XWE4NB OF SLSTGT-RECORD.
           MOVE XWTTYP OF ZZFT01-I TO XWTTYP OF SLSTGT-RECORD.
           MOVE "Y" TO RECORD-FOUND-SLSTGT.
           READ SLSTGT-FILE
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND-SLSTGT.
           IF WS-SPREAD-MM = 12
              MOVE WS-SPREAD-LAST   TO TG-AMOUNT OF SLSTGT-RECORD
           ELSE
              MOVE WS-SPREAD-AMOUNT TO TG-AMOUNT OF SLSTGT-RECORD
           END-IF.
           MOVE WS-TODAY       TO TG-UPD-DATE     OF SLSTGT-RECORD.
           MOVE WS-OPR-USERID  TO TG-UPD-OPERATOR OF SLSTGT-RECORD.
           IF RECORD-FOUND-SLSTGT = "Y"
              REWRITE SLSTGT-RECORD
                   INVALID KEY
                       GO WSPRD-EXIT
              END-REWRITE
           ELSE
              WRITE SLSTGT-RECORD
                   INVALID KEY
                       GO WSPRD-EXIT
              END-WRITE
           END-IF.
           ADD 1 TO WS-SPREAD-COUNT.
       WSPRD-EXIT. EXIT.

       CHGREC-ROUTINE.
           MOVE SPACES TO SLSTGT-FILE-STATUS.
           MOVE INDIC-OFF  TO   IN34 OF ZZFT01-O-INDIC
                                IN36 OF ZZFT01-O-INDIC
                                IN37 OF ZZFT01-O-INDIC.
           INITIALIZE ZZFT01-O
              REPLACING NUMERIC BY ZEROS ALPHANUMERIC BY SPACES.
           MOVE "UPDATE" TO ACTDSP OF ZZFT01-O.
           PERFORM READ-SELECTED-TARGET  THRU  RDSEL-EXIT.

           PERFORM DSPSCN-ROUTINE  THRU  DSPSCN-EXIT.
           IF EXIT-KEY OR CANCEL-KEY
              GO CHGREC-EXIT
           END-IF.
           IF WS-ERROR NOT = "Y"
             MOVE PERSON OF ZZSF01-I TO PERSON OF SLSTGT-RECORD
             MOVE XWE4NB OF ZZSF01-I TO XWE4NB OF SLSTGT-RECORD
             MOVE XWTTYP OF ZZSF01-I TO XWTTYP OF SLSTGT-RECORD
             MOVE "Y" TO RECORD-FOUND-SLSTGT
             READ SLSTGT-FILE
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND-SLSTGT
             END-READ
             IF RECORD-FOUND-SLSTGT = "Y"
                MOVE TG-AMOUNT OF ZZFT01-I
                                      TO TG-AMOUNT OF SLSTGT-RECORD
                ACCEPT WS-TODAY FROM DATE YYYYMMDD
                MOVE WS-TODAY      TO TG-UPD-DATE OF SLSTGT-RECORD
                MOVE WS-OPR-USERID TO TG-UPD-OPERATOR
                                                    OF SLSTGT-RECORD
                REWRITE SLSTGT-RECORD
                     INVALID KEY
                       MOVE "Update on SLSTGT file Invalid.."
                                              TO ZMSAGE OF ZZFT01-O
                       WRITE DISPLAY-REC FORMAT IS "ZZTR01"
                     NOT INVALID KEY
                       MOVE TG-AMOUNT OF SLSTGT-RECORD
                                           TO TG-AMOUNT OF ZZSF01-I
                END-REWRITE
             ELSE
                MOVE "Record is not available for update.."
                                              TO ZMSAGE  OF ZZFT01-O
                WRITE DISPLAY-REC FORMAT IS "ZZTR01"
             END-IF
           END-IF.
       CHGREC-EXIT. EXIT.

       DELREC-ROUTINE.
           MOVE INDIC-OFF  TO   IN36 OF ZZFT01-O-INDIC.
           MOVE INDIC-ON   TO   IN34 OF ZZFT01-O-INDIC
                                IN37 OF ZZFT01-O-INDIC.
           INITIALIZE ZZFT01-O
              REPLACING NUMERIC BY ZEROS ALPHANUMERIC BY SPACES.
           MOVE "DELETE" TO ACTDSP OF ZZFT01-O.
           PERFORM READ-SELECTED-TARGET  THRU  RDSEL-EXIT.

           PERFORM DSPSCN-ROUTINE  THRU  DSPSCN-EXIT.

           IF DELETE-F23 AND RECORD-FOUND-SLSTGT = "Y"
              MOVE CORR ZZFT01-I  TO  ZZCNF1-O
              WRITE  DISPLAY-REC  FORMAT "ZZCNF1"
              READ   DISPLAY-FILE  RECORD
              MOVE CORR ZZCNF1-I-INDIC  TO  WS-INDIC-AREA
              DELETE SLSTGT-FILE
                  INVALID
                      DISPLAY "Unable to delete SLSTGT file.."
              END-DELETE
           END-IF.
       DELREC-EXIT. EXIT.

       DSPREC-ROUTINE.
           MOVE SPACES TO SLSTGT-FILE-STATUS.
           MOVE INDIC-ON  TO  IN34 OF ZZFT01-O-INDIC.
           MOVE INDIC-OFF TO  IN36 OF ZZFT01-O-INDIC
                              IN37 OF ZZFT01-O-INDIC.
           INITIALIZE ZZFT01-O
              REPLACING NUMERIC BY ZEROS ALPHANUMERIC BY SPACES.
           MOVE "DISPLAY" TO ACTDSP OF ZZFT01-O.
           PERFORM READ-SELECTED-TARGET  THRU  RDSEL-EXIT.
           PERFORM DSPSCN-ROUTINE  THRU  DSPSCN-EXIT.
       DSPREC-EXIT. EXIT.

      *    FILLS THE DETAIL FORMAT FROM THE TARGET PICKED ON THE
      *    LIST, WITH THE SALESMAN NAME AND TYPE DESCRIPTION.
       READ-SELECTED-TARGET.
           MOVE PERSON    OF ZZSF01-I  TO  PERSON    OF ZZFT01-O.
           MOVE XWE4NB    OF ZZSF01-I  TO  XWE4NB    OF ZZFT01-O.
           MOVE XWTTYP    OF ZZSF01-I  TO  XWTTYP    OF ZZFT01-O.
           MOVE TG-AMOUNT OF ZZSF01-I  TO  TG-AMOUNT OF ZZFT01-O.
           MOVE PERSON OF ZZSF01-I TO PERSON OF SLSTGT-RECORD.
           MOVE XWE4NB OF ZZSF01-I TO XWE4NB OF SLSTGT-RECORD.
           MOVE XWTTYP OF ZZSF01-I TO XWTTYP OF SLSTGT-RECORD.
           MOVE "Y" TO RECORD-FOUND-SLSTGT
           READ SLSTGT-FILE
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND-SLSTGT
                   NOT INVALID KEY
                       MOVE TG-AMOUNT OF SLSTGT-RECORD
                                           TO TG-AMOUNT OF ZZFT01-O
                       MOVE TG-UPD-DATE OF SLSTGT-RECORD
                                           TO TG-UPD-DATE OF ZZFT01-O
                       MOVE TG-UPD-OPERATOR OF SLSTGT-RECORD
                                       TO TG-UPD-OPERATOR OF ZZFT01-O.

           IF RECORD-FOUND-SLSTGT = "N"
              MOVE  "OES0115" TO MSGID
              CALL "RTNMSGTEXT" USING  MSGID WS-ERRMSG
              MOVE  WS-ERRMSG  TO  ZMSAGE  OF  ZZFT01-O
           END-IF.
           MOVE PERSON OF ZZSF01-I TO PERSON OF SLMEN-RECORD.
           READ SLMEN-FILE
                   INVALID KEY
                       MOVE ALL "-" TO PNAME OF ZZFT01-O
                   NOT INVALID KEY
                       MOVE PNAME OF SLMEN-RECORD TO PNAME OF ZZFT01-O.
           IF XWTTYP OF ZZSF01-I = SPACES
              MOVE "ALL TRANSACTION TYPES" TO TTDESC OF ZZFT01-O
           ELSE
              MOVE XWTTYP OF ZZSF01-I TO XWTTYP OF TRNTYP-RECORD
              READ TRNTYP-FILE
                   INVALID KEY
                       MOVE ALL "-" TO TTDESC OF ZZFT01-O
                   NOT INVALID KEY
                       MOVE TTDESC OF TRNTYP-RECORD
                                           TO TTDESC OF ZZFT01-O
              END-READ
           END-IF.
       RDSEL-EXIT. EXIT.

       DSPSCN-ROUTINE.
           WRITE  DISPLAY-REC  FORMAT "ZZFT01".
       DSPSCN-CONT.
           READ   DISPLAY-FILE  RECORD.
           MOVE CORR ZZFT01-I-INDIC  TO  WS-INDIC-AREA.

           CALL "XBCCLMSG".
           CANCEL "XBCCLMSG".

           IF EXIT-KEY OR CANCEL-KEY
              GO DSPSCN-EXIT
           END-IF.
           IF CHANGE-MODE OR ADD-REC-MODE
              PERFORM VALIDT-ROUTINE  THRU  VALIDT-EXIT
              IF WS-ERROR = "Y"
                GO DSPSCN-CONT
              ELSE
                GO DSPSCN-EXIT
              END-IF
           END-IF.
           IF DSSEL OF ZZSF01-I = "4"
                GO DSPSCN-EXIT
           END-IF.
           GO DSPSCN-CONT.
       DSPSCN-EXIT. EXIT.

      *    ON CHANGE ONLY THE AMOUNT IS INPUT-CAPABLE; THE KEY IS
      *    CHECKED ON ADD ONLY.
       VALIDT-ROUTINE.
           MOVE SPACE TO WS-ERROR.
           MOVE SPACE TO ZMSAGE OF ZZFT01-O.
           MOVE INDIC-OFF  TO  IN40 OF ZZFT01-O-INDIC
                               IN41 OF ZZFT01-O-INDIC
                               IN42 OF ZZFT01-O-INDIC
                               IN43 OF ZZFT01-O-INDIC
                               IN44 OF ZZFT01-O-INDIC.
           IF CHANGE-MODE
              GO VALIDT-AMOUNT
           END-IF.

      * SALESMAN MUST BE ON SLMEN AND STILL ACTIVE
           MOVE PERSON OF ZZFT01-I TO PERSON OF SLMEN-RECORD.
           MOVE "Y" TO RECORD-FOUND-SLMEN.
           READ SLMEN-FILE
                INVALID KEY
                   MOVE "N" TO RECORD-FOUND-SLMEN.
           IF PERSON OF ZZFT01-I = SPACES
                OR RECORD-FOUND-SLMEN = "N"
              MOVE "Y" TO WS-ERROR
              MOVE INDIC-ON TO IN40 OF ZZFT01-O-INDIC
              MOVE "Salesman is not on the salesman file.."
                                         TO ZMSAGE OF ZZFT01-O
              GO VALIDT-EXIT
           END-IF.
           IF PACTV OF SLMEN-RECORD = "I"
              MOVE "Y" TO WS-ERROR
              MOVE INDIC-ON TO IN40 OF ZZFT01-O-INDIC
              MOVE "Salesman is inactive - no new targets.."
                                         TO ZMSAGE OF ZZFT01-O
              GO VALIDT-EXIT
           END-IF.
           MOVE PNAME OF SLMEN-RECORD TO PNAME OF ZZFT01-O.

      * SPREAD FLAG MUST BE "Y" OR "N"
           IF TGSPRD OF ZZFT01-I NOT = "Y"
                AND TGSPRD OF ZZFT01-I NOT = "N"
              MOVE "Y" TO WS-ERROR
              MOVE INDIC-ON TO IN44 OF ZZFT01-O-INDIC
              MOVE "Spread over the year must be Y or N.."
                                         TO ZMSAGE OF ZZFT01-O
              GO VALIDT-EXIT
           END-IF.

      * PERIOD IS YYMM; WHEN SPREADING ONLY THE YEAR IS USED
           MOVE XWE4NB OF ZZFT01-I TO WS-PER-XWE4NB.
           IF TGSPRD OF ZZFT01-I NOT = "Y"
                AND (WS-PER-MM < 01 OR WS-PER-MM > 12)
              MOVE "Y" TO WS-ERROR
              MOVE INDIC-ON TO IN41 OF ZZFT01-O-INDIC
              MOVE "Period must be YYMM with a month of 01 to 12.."
                                         TO ZMSAGE OF ZZFT01-O
              GO VALIDT-EXIT
           END-IF.

      * TYPE IS BLANK (ALL TYPES) OR ON TRNTYP
           IF XWTTYP OF ZZFT01-I = SPACES
              MOVE "ALL TRANSACTION TYPES" TO TTDESC OF ZZFT01-O
           ELSE
              MOVE XWTTYP OF ZZFT01-I TO XWTTYP OF TRNTYP-RECORD
              MOVE "Y" TO RECORD-FOUND-TRNTYP
              READ TRNTYP-FILE
                   INVALID KEY
                      MOVE "N" TO RECORD-FOUND-TRNTYP
              END-READ
              IF RECORD-FOUND-TRNTYP = "N"
                 MOVE "Y" TO WS-ERROR
                 MOVE INDIC-ON TO IN42 OF ZZFT01-O-INDIC
                 MOVE "Transaction type is not on file.."
                                         TO ZMSAGE OF ZZFT01-O
                 GO VALIDT-EXIT
              END-IF
              MOVE TTDESC OF TRNTYP-RECORD TO TTDESC OF ZZFT01-O
           END-IF.

      * A SINGLE-PERIOD TARGET MUST NOT ALREADY EXIST
           IF TGSPRD OF ZZFT01-I NOT = "Y"
              MOVE PERSON OF ZZFT01-I TO PERSON OF SLSTGT-RECORD
              MOVE XWE4NB OF ZZFT01-I TO XWE4NB OF SLSTGT-RECORD
              MOVE XWTTYP OF ZZFT01-I TO XWTTYP OF SLSTGT-RECORD
              MOVE "Y" TO RECORD-FOUND
              START SLSTGT-FILE KEY EQUAL EXTERNALLY-DESCRIBED-KEY
                                             OF SLSTGT-RECORD
                   INVALID KEY
                      MOVE "N" TO RECORD-FOUND
              END-START
              IF RECORD-FOUND = "Y"
                MOVE "Y" TO WS-ERROR
                MOVE INDIC-ON TO IN41 OF ZZFT01-O-INDIC
                MOVE "Y2U0003" TO  MSGID
                CALL "RTNMSGTEXT"  USING  MSGID  WS-ERRMSG
                MOVE  WS-ERRMSG  TO  ZMSAGE  OF  ZZFT01-O
                GO VALIDT-EXIT
              END-IF
           END-IF.

       VALIDT-AMOUNT.
      * TARGET AMOUNT MAY NOT BE NEGATIVE
           IF TG-AMOUNT OF ZZFT01-I < ZEROS
             MOVE "Y" TO WS-ERROR
             MOVE INDIC-ON TO IN43 OF ZZFT01-O-INDIC
             MOVE "Target amount may not be negative.."
                                        TO ZMSAGE OF ZZFT01-O
             GO VALIDT-EXIT
           END-IF.
       VALIDT-EXIT. EXIT.
