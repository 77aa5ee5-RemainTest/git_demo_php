       PROCESS DATETIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBTRNAPR.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      *    DUAL-CONTROL APPROVAL OF LARGE TRANSACTION CHANGES. LISTS
      *    THE CHANGES, DELETES AND CLOSED-PERIOD CORRECTIONS THAT
      *    CBTRNHST HELD ON TRNPND BECAUSE THE AMOUNT WAS AT OR ABOVE
      *    THE APRCTL LIMIT. OPTION 1 APPROVES AND APPLIES A PROPOSAL,
      *    OPTION 4 REJECTS IT WITH A REASON, OPTION 5 DISPLAYS IT.
      *    ONLY A PERAUTH OPERATOR WHO DID NOT MAKE THE PROPOSAL MAY
      *    APPROVE OR REJECT IT. AN APPROVED CHANGE IS LOGGED ON
      *    TRNHSTAUD WITH THE PROPOSER AS AUD-OPERATOR AND THE
      *    APPROVER AS AUD-APPROVER, UNDER THE USUAL CHANGE/DELETE OR
      *    REVRSE/CORRCT ACTION SO THE GL EXTRACT PICKS IT UP AS
      *    BEFORE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       SPECIAL-NAMES. LOCAL-DATA IS LOCALDATA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DISPLAY-FILE
               ASSIGN TO WORKSTATION-WTRNAPRD
               ORGANIZATION TRANSACTION
               ACCESS MODE DYNAMIC
               RELATIVE KEY RECNO
               FILE STATUS IS SFL-STATUS
               CONTROL-AREA SCRN-CONTROL.

           SELECT TRNPND-FILE
               ASSIGN TO DATABASE-TRNPND
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF TRNPND-RECORD
               FILE STATUS IS TRNPND-FILE-STATUS.

           SELECT TRNHST-FILE
               ASSIGN TO DATABASE-TRNHST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF TRNHST-RECORD
               FILE STATUS IS TRNHST-FILE-STATUS.

           SELECT TRNHSTAUD-FILE
               ASSIGN TO DATABASE-TRNHSTAUD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS TRNHSTAUD-FILE-STATUS.

           SELECT PERAUTH-FILE
               ASSIGN TO DATABASE-PERAUTH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                      OF PERAUTH-RECORD.

           SELECT PERSTS-FILE
               ASSIGN TO DATABASE-PERSTS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                      OF PERSTS-RECORD.

           SELECT APRCTL-FILE
               ASSIGN TO DATABASE-APRCTL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                      OF APRCTL-RECORD.

       DATA DIVISION.
       FILE SECTION.

       FD  DISPLAY-FILE
           LABEL RECORDS STANDARD.
       01  DISPLAY-REC.
           COPY  DDS-ALL-FORMATS  OF  WTRNAPRD.

       FD  TRNPND-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRNPND-RECORD.
           COPY DDS-TRNPNDR       OF  TRNPND.

       FD  TRNHST-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRNHST-RECORD.
           COPY DDS-TRNHSTR       OF  TRNHST.

       FD  TRNHSTAUD-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRNHSTAUD-RECORD.
           COPY DDS-TRNHSTAUDR   OF  TRNHSTAUD.

       FD  PERAUTH-FILE
           LABEL RECORDS ARE STANDARD.
       01  PERAUTH-RECORD.
           COPY DDS-PERAUTHR      OF  PERAUTH.

       FD  PERSTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  PERSTS-RECORD.
           COPY DDS-PERSTSR       OF  PERSTS.

       FD  APRCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  APRCTL-RECORD.
           COPY DDS-APRCTLR       OF  APRCTL.

       WORKING-STORAGE SECTION.
       01  MSGID                       PIC X(7).
       01  WS-ERRMSG                   PIC X(132).
       01  WS-PAGENO                   PIC S9(2).
       01  WS-SFL-MORE-FWD             PIC X(03) VALUE "NO ".
       01  WS-SFL-SKIP-COUNT           PIC 9(07) VALUE ZEROS.
       01  TRNPND-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  TRNHST-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  TRNHSTAUD-FILE-STATUS       PIC X(2) VALUE SPACES.
       01  WS-OPR-USERID               PIC X(10) VALUE SPACES.
       01  WS-SEL-PROPOSER             PIC X(10) VALUE SPACES.
       01  WS-AUD-BEFORE-REC.
           COPY DDS-TRNHSTR            OF  TRNHST.
       01  WS-AUD-TIME-RAW.
           05  WS-AUD-TIME-HHMMSS      PIC 9(06).
           05  WS-AUD-TIME-CENTS       PIC 9(02).
       01  WS-AUD-ACTION               PIC X(06) VALUE SPACES.
       01  WS-ORDN-PARMS.
           05  WS-ORDN-PROGRAM         PIC X(10) VALUE "CBTRNAPR".
           05  WS-ORDN-XWORDN          PIC 9(07) VALUE ZEROS.
           05  WS-ORDN-RETURN-CODE     PIC X(02) VALUE SPACES.
       01  WS-COR-REV-XWORDN           PIC 9(07) VALUE ZEROS.

       01  WS-VARIABLES.
           02  WS-ERROR                PIC X   VALUE SPACE.
           02  NO-ERR-SFL              PIC X   VALUE SPACE.
           02  WS-STATUS               PIC X   VALUE SPACE.
           02  RECNO                   PIC 99 VALUE 0.
           02  RECORD-FOUND-SFL        PIC X VALUE SPACES.
           02  WS-RELOAD               PIC X VALUE SPACES.
           02  RECORD-FOUND            PIC X VALUE SPACES.
           02  RECORD-FOUND-TRNPND     PIC X VALUE SPACES.
           02  RECORD-FOUND-TRNHST     PIC X VALUE SPACES.
           02  RECORD-FOUND-PERSTS     PIC X VALUE SPACES.
           02  RECORD-FOUND-PERAUTH    PIC X VALUE SPACES.
           02  WS-OPR-AUTHORIZED       PIC X VALUE SPACES.
           02  WS-PERIOD-CLOSED        PIC X VALUE SPACES.

       01  WS-FLAGS.
           02  SFL-STATUS PIC XX.
              88 SFL-FULL VALUE "9M".
           02  INDIC-ON      PIC 1 VALUE B"1".
           02  INDIC-OFF     PIC 1 VALUE B"0".

       01  WS-CONSTANTS.
           02  MAX-SFL-RECORDS  PIC 99 VALUE 50.

       01  WS-OPR-SWITCH.
           02  OPR-SW1                  PIC 1  VALUE B"0".
               88  APPROVE-MODE         VALUE B"1".
               88  APPROVE-MODE-OFF     VALUE B"0".
           02  OPR-SW2                  PIC 1  VALUE B"0".
               88  REJECT-MODE          VALUE B"1".
               88  REJECT-MODE-OFF      VALUE B"0".

       01  WS-INDIC-AREA.
           02  IN03                    PIC 1  INDIC 03.
               88  EXIT-KEY            VALUE B"1".
           02  IN12                    PIC 1  INDIC 12.
               88  CANCEL-KEY          VALUE B"1".
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
           PERFORM START-TRNPND-FILE  THRU  STTPND-EXIT.
           IF RECORD-FOUND-TRNPND = "Y"
              PERFORM READ-NEXT-TRNPND-FILE  THRU  RNDTLF-EXIT
                      WS-SFL-SKIP-COUNT TIMES
           END-IF.
           IF RECORD-FOUND-TRNPND = "N"
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
           PERFORM START-TRNPND-FILE  THRU  STTPND-EXIT.
           IF RECORD-FOUND-TRNPND = "Y"
              PERFORM READ-NEXT-TRNPND-FILE  THRU  RNDTLF-EXIT
                      WS-SFL-SKIP-COUNT TIMES
           END-IF.
           IF RECORD-FOUND-TRNPND = "N"
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

      *    A PROPOSAL APPROVED OR REJECTED WHILE THE LIST IS SHOWN
      *    RELOADS THE LIST FROM THE TOP, SO IT DROPS OFF THE QUEUE.
       BUILD-SUBFILE.
           MOVE SPACE TO WS-RELOAD.
           MOVE 0 TO RECNO.
           MOVE 1 TO WS-PAGENO.
           PERFORM START-TRNPND-FILE  THRU  STTPND-EXIT.
           IF RECORD-FOUND-TRNPND = "N"
              GO BSFL-EXIT
           END-IF.
           PERFORM READ-NEXT-TRNPND-FILE  THRU  RNDTLF-EXIT.

           IF  RECORD-FOUND-TRNPND = "Y"
               PERFORM CREATE-SFL-FILE    THRU    CSFLF-EXIT
           ELSE
               MOVE  "No changes are awaiting approval."
                                               TO ZMSAGE OF ZZTR01-O
               GO BSFL-EXIT
           END-IF.
           IF  RECNO > 0
              PERFORM DISPLAY-SUBFILE  THRU  DSFL-EXIT
                            UNTIL  EXIT-KEY OR CANCEL-KEY
                               OR  WS-RELOAD = "Y"
           END-IF.
       BSFL-EXIT.  EXIT.

       START-TRNPND-FILE.
           MOVE SPACES TO PD-XWBCCD.
           MOVE ZEROS  TO PD-XWORDN.
           MOVE ZEROS  TO PD-PRP-DATE.
           MOVE ZEROS  TO PD-PRP-TIME.
           MOVE "Y" TO RECORD-FOUND-TRNPND.
           START TRNPND-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                             OF TRNPND-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-TRNPND.
       STTPND-EXIT. EXIT.

       CREATE-SFL-FILE.
           MOVE  0  TO  RECNO.
           MOVE  SPACES  TO  WS-STATUS.
           MOVE  "NO "   TO  WS-SFL-MORE-FWD.
           PERFORM  FILL-SFL-FILE     THRU   FSFLF-EXIT
                    UNTIL  RECORD-FOUND-TRNPND = "N".
       CSFLF-EXIT.   EXIT.

       FILL-SFL-FILE.
           IF  RECNO >= MAX-SFL-RECORDS
               MOVE "YES" TO  WS-SFL-MORE-FWD
               MOVE "N"   TO  RECORD-FOUND-TRNPND
               GO  FSFLF-EXIT.
           PERFORM  MOVE-TRNPND-TO-SFL        THRU   MCTSFL-EXIT.
           ADD  1  TO  RECNO
           PERFORM   WRITE-SUBFILE-RECORD     THRU   WSFLR-EXIT.
           PERFORM   READ-NEXT-TRNPND-FILE    THRU   RNDTLF-EXIT.
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
             WHEN  DSSEL OF ZZSF01-I = "1"
               SET APPROVE-MODE TO TRUE
               PERFORM APRREC-ROUTINE  THRU  APRREC-EXIT
               SET APPROVE-MODE-OFF TO TRUE
             WHEN  DSSEL OF ZZSF01-I = "4"
               SET REJECT-MODE TO TRUE
               PERFORM REJREC-ROUTINE  THRU  REJREC-EXIT
               SET REJECT-MODE-OFF TO TRUE
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
               OPEN  INPUT  PERAUTH-FILE
                            PERSTS-FILE
                            APRCTL-FILE
                     I-O    TRNPND-FILE
                            TRNHST-FILE
                            DISPLAY-FILE
                     EXTEND TRNHSTAUD-FILE.

       CLOSE-FILES.
               CLOSE   TRNPND-FILE
                       TRNHST-FILE
                       TRNHSTAUD-FILE
                       PERAUTH-FILE
                       PERSTS-FILE
                       APRCTL-FILE
                       DISPLAY-FILE.

      *    ONLY PROPOSALS STILL PENDING ARE LISTED; APPROVED AND
      *    REJECTED ONES STAY ON TRNPND AS HISTORY.
       READ-NEXT-TRNPND-FILE.
           MOVE "Y"   TO RECORD-FOUND-TRNPND.
           READ  TRNPND-FILE  NEXT RECORD
              AT END
                   MOVE "N"  TO  RECORD-FOUND-TRNPND
                   GO RNDTLF-EXIT.
           IF PD-STATUS NOT = "P"
               GO READ-NEXT-TRNPND-FILE
           END-IF.
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

       MOVE-TRNPND-TO-SFL.
           INITIALIZE  ZZSF01-O.
           MOVE PD-XWBCCD        TO  PDBCCD   OF ZZSF01-O.
           MOVE PD-XWORDN        TO  PDORDN   OF ZZSF01-O.
           MOVE PD-PRP-DATE      TO  PDPDAT   OF ZZSF01-O.
           MOVE PD-PRP-TIME      TO  PDPTIM   OF ZZSF01-O.
           MOVE PD-ACTION        TO  PDACTN   OF ZZSF01-O.
           MOVE PD-B-XWAMNT      TO  BXWAMNT  OF ZZSF01-O.
           MOVE PD-A-XWAMNT      TO  AXWAMNT  OF ZZSF01-O.
           MOVE PD-PRP-OPERATOR  TO  PDPOPR   OF ZZSF01-O.
       MCTSFL-EXIT.  EXIT.

      *    THE LIMIT IN FORCE IS SHOWN ON THE LIST HEADING.
       INITIALIZE-SFLCTL.
           INITIALIZE ZZCT01-O.
           MOVE "CBTRNAPR" TO ZZPGM OF ZZCT01-O.
           MOVE "TRNHST" TO AP-ID OF APRCTL-RECORD.
           READ  APRCTL-FILE
                   INVALID KEY
                       MOVE ZEROS TO AP-THRESHOLD OF APRCTL-RECORD.
           MOVE AP-THRESHOLD OF APRCTL-RECORD  TO  APTHRS OF ZZCT01-O.

      *    OPTION 1 - THE PROPOSAL IS SHOWN PROTECTED AND ENTER
      *    APPROVES IT, F12 RETURNS TO THE LIST UNCHANGED.
       APRREC-ROUTINE.
           MOVE INDIC-ON   TO   IN34 OF ZZFT01-O-INDIC.
           MOVE INDIC-OFF  TO   IN36 OF ZZFT01-O-INDIC
                                IN40 OF ZZFT01-O-INDIC.
           INITIALIZE ZZFT01-O
              REPLACING NUMERIC BY ZEROS ALPHANUMERIC BY SPACES.
           MOVE "APPROVE" TO ACTDSP OF ZZFT01-O.
           PERFORM READ-SELECTED-PROPOSAL  THRU  RDSEL-EXIT.
           IF RECORD-FOUND-TRNPND NOT = "Y"
              PERFORM DSPSCN-ROUTINE  THRU  DSPSCN-EXIT
              GO APRREC-EXIT
           END-IF.
           MOVE "Press Enter to approve and apply, F12 to return.."
                                        TO  ZMSAGE  OF  ZZFT01-O.

           PERFORM DSPSCN-ROUTINE  THRU  DSPSCN-EXIT.
           IF EXIT-KEY OR CANCEL-KEY
              GO APRREC-EXIT
           END-IF.
           IF WS-ERROR NOT = "Y"
              PERFORM APPLY-PROPOSAL  THRU  APPLY-EXIT
              WRITE DISPLAY-REC FORMAT IS "ZZTR01"
           END-IF.
       APRREC-EXIT. EXIT.

      *    OPTION 4 - ONLY THE REASON IS INPUT-CAPABLE. THE PROPOSAL
      *    IS MARKED REJECTED AND TRNHST IS NOT TOUCHED.
       REJREC-ROUTINE.
           MOVE INDIC-OFF  TO   IN34 OF ZZFT01-O-INDIC
                                IN40 OF ZZFT01-O-INDIC.
           MOVE INDIC-ON   TO   IN36 OF ZZFT01-O-INDIC.
           INITIALIZE ZZFT01-O
              REPLACING NUMERIC BY ZEROS ALPHANUMERIC BY SPACES.
           MOVE "REJECT" TO ACTDSP OF ZZFT01-O.
           PERFORM READ-SELECTED-PROPOSAL  THRU  RDSEL-EXIT.
           IF RECORD-FOUND-TRNPND NOT = "Y"
              MOVE INDIC-OFF  TO  IN36 OF ZZFT01-O-INDIC
              MOVE INDIC-ON   TO  IN34 OF ZZFT01-O-INDIC
              PERFORM DSPSCN-ROUTINE  THRU  DSPSCN-EXIT
              GO REJREC-EXIT
           END-IF.

           PERFORM DSPSCN-ROUTINE  THRU  DSPSCN-EXIT.
           IF EXIT-KEY OR CANCEL-KEY
              GO REJREC-EXIT
           END-IF.
           IF WS-ERROR = "Y"
              GO REJREC-EXIT
           END-IF.
           PERFORM REREAD-PROPOSAL  THRU  RRDPND-EXIT.
           IF RECORD-FOUND-TRNPND NOT = "Y"
              WRITE DISPLAY-REC FORMAT IS "ZZTR01"
              GO REJREC-EXIT
           END-IF.
           MOVE "R"                      TO  PD-STATUS.
           MOVE PDRESN OF ZZFT01-I  TO  PD-REASON.
           PERFORM STAMP-APPROVER  THRU  STAPR-EXIT.
           REWRITE TRNPND-RECORD
                INVALID KEY
                    MOVE "Proposal not updated - try again.."
                                        TO  ZMSAGE  OF  ZZTR01-O
                NOT INVALID KEY
                    MOVE "Proposal rejected - transaction unchanged.."
                                        TO  ZMSAGE  OF  ZZTR01-O
                    MOVE "Y" TO WS-RELOAD
           END-REWRITE.
           WRITE DISPLAY-REC FORMAT IS "ZZTR01".
       REJREC-EXIT. EXIT.

       DSPREC-ROUTINE.
           MOVE INDIC-ON  TO  IN34 OF ZZFT01-O-INDIC.
           MOVE INDIC-OFF TO  IN36 OF ZZFT01-O-INDIC
                              IN40 OF ZZFT01-O-INDIC.
           INITIALIZE ZZFT01-O
              REPLACING NUMERIC BY ZEROS ALPHANUMERIC BY SPACES.
           MOVE "DISPLAY" TO ACTDSP OF ZZFT01-O.
           PERFORM READ-SELECTED-PROPOSAL  THRU  RDSEL-EXIT.
           PERFORM DSPSCN-ROUTINE  THRU  DSPSCN-EXIT.
       DSPREC-EXIT. EXIT.

      *    FILLS THE DETAIL FORMAT FROM THE PROPOSAL PICKED ON THE
      *    LIST. A PROPOSAL ALREADY DEALT WITH FROM ANOTHER SCREEN
      *    SINCE THE LIST WAS BUILT IS SHOWN AS NO LONGER PENDING.
       READ-SELECTED-PROPOSAL.
           MOVE PDBCCD OF ZZSF01-I  TO  PDBCCD OF ZZFT01-O.
           MOVE PDORDN OF ZZSF01-I  TO  PDORDN OF ZZFT01-O.
           MOVE PDPDAT OF ZZSF01-I  TO  PDPDAT OF ZZFT01-O.
           MOVE PDPTIM OF ZZSF01-I  TO  PDPTIM OF ZZFT01-O.
           MOVE SPACES TO WS-SEL-PROPOSER.
           PERFORM REREAD-PROPOSAL  THRU  RRDPND-EXIT.
           IF RECORD-FOUND-TRNPND NOT = "Y"
              MOVE ZMSAGE OF ZZTR01-O  TO  ZMSAGE OF ZZFT01-O
              MOVE SPACES              TO  ZMSAGE OF ZZTR01-O
              GO RDSEL-EXIT
           END-IF.
           MOVE PD-PRP-OPERATOR  TO  WS-SEL-PROPOSER.
           MOVE PD-ACTION        TO  PDACTN   OF ZZFT01-O.
           MOVE PD-PRP-OPERATOR  TO  PDPOPR   OF ZZFT01-O.
           MOVE PD-B-XWE4NB      TO  BXWE4NB  OF ZZFT01-O.
           MOVE PD-B-XWDLDT      TO  BXWDLDT  OF ZZFT01-O.
           MOVE PD-B-XWC8DT      TO  BXWC8DT  OF ZZFT01-O.
           MOVE PD-B-PERSON      TO  BPERSON  OF ZZFT01-O.
           MOVE PD-B-XWTTYP      TO  BXWTTYP  OF ZZFT01-O.
           MOVE PD-B-XWAMNT      TO  BXWAMNT  OF ZZFT01-O.
           MOVE PD-A-XWE4NB      TO  AXWE4NB  OF ZZFT01-O.
           MOVE PD-A-XWDLDT      TO  AXWDLDT  OF ZZFT01-O.
           MOVE PD-A-XWC8DT      TO  AXWC8DT  OF ZZFT01-O.
           MOVE PD-A-PERSON      TO  APERSON  OF ZZFT01-O.
           MOVE PD-A-XWTTYP      TO  AXWTTYP  OF ZZFT01-O.
           MOVE PD-A-XWAMNT      TO  AXWAMNT  OF ZZFT01-O.
           MOVE PD-A-XWTAXA      TO  AXWTAXA  OF ZZFT01-O.
           MOVE PD-A-XWBCCD      TO  AXWBCCD  OF ZZFT01-O.
           MOVE PD-A-CUSNO       TO  ACUSNO   OF ZZFT01-O.
       RDSEL-EXIT. EXIT.

      *    READS THE PROPOSAL NAMED ON THE DETAIL FORMAT AND CHECKS
      *    IT IS STILL PENDING. THE MESSAGE FOR A FAILURE IS LEFT IN
      *    THE ZZTR01 MESSAGE LINE.
       REREAD-PROPOSAL.
           MOVE PDBCCD OF ZZFT01-O  TO  PD-XWBCCD.
           MOVE PDORDN OF ZZFT01-O  TO  PD-XWORDN.
           MOVE PDPDAT OF ZZFT01-O  TO  PD-PRP-DATE.
           MOVE PDPTIM OF ZZFT01-O  TO  PD-PRP-TIME.
           MOVE "Y" TO RECORD-FOUND-TRNPND.
           READ TRNPND-FILE
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND-TRNPND.
           IF RECORD-FOUND-TRNPND = "N"
              MOVE  "OES0115" TO MSGID
              CALL "RTNMSGTEXT" USING  MSGID WS-ERRMSG
              MOVE  WS-ERRMSG  TO  ZMSAGE  OF  ZZTR01-O
              GO RRDPND-EXIT
           END-IF.
           IF PD-STATUS NOT = "P"
              MOVE "N" TO RECORD-FOUND-TRNPND
              MOVE "Proposal is no longer pending.."
                                        TO  ZMSAGE  OF  ZZTR01-O
           END-IF.
       RRDPND-EXIT. EXIT.

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
           IF RECORD-FOUND-TRNPND NOT = "Y"
              GO DSPSCN-CONT
           END-IF.
           IF APPROVE-MODE OR REJECT-MODE
              PERFORM VALIDT-ROUTINE  THRU  VALIDT-EXIT
              IF WS-ERROR = "Y"
                GO DSPSCN-CONT
              ELSE
                GO DSPSCN-EXIT
              END-IF
           END-IF.
           GO DSPSCN-CONT.
       DSPSCN-EXIT. EXIT.

      *    THE FOUR-EYES RULE: THE OPERATOR MUST BE ON PERAUTH AND
      *    MUST NOT BE THE ONE WHO PROPOSED THE CHANGE. A REJECTION
      *    MUST SAY WHY.
       VALIDT-ROUTINE.
           MOVE SPACE TO WS-ERROR.
           MOVE SPACE TO ZMSAGE OF ZZFT01-O.
           MOVE INDIC-OFF  TO  IN40 OF ZZFT01-O-INDIC.
           PERFORM CHECK-OPR-AUTHORITY  THRU  CHKAUT-EXIT.
           IF WS-OPR-AUTHORIZED NOT = "Y"
              MOVE "Y" TO WS-ERROR
              MOVE "Operator is not authorised to approve changes.."
                                        TO  ZMSAGE  OF  ZZFT01-O
              GO VALIDT-EXIT
           END-IF.
           IF WS-OPR-USERID = WS-SEL-PROPOSER
              MOVE "Y" TO WS-ERROR
              MOVE "A second operator must approve or reject this.."
                                        TO  ZMSAGE  OF  ZZFT01-O
              GO VALIDT-EXIT
           END-IF.
           IF REJECT-MODE
                AND PDRESN OF ZZFT01-I = SPACES
              MOVE "Y" TO WS-ERROR
              MOVE INDIC-ON TO IN40 OF ZZFT01-O-INDIC
              MOVE "Enter the reason for the rejection.."
                                        TO  ZMSAGE  OF  ZZFT01-O
              GO VALIDT-EXIT
           END-IF.
       VALIDT-EXIT. EXIT.

       CHECK-OPR-AUTHORITY.
           MOVE SPACE TO WS-OPR-AUTHORIZED.
           MOVE WS-OPR-USERID
                           TO AUTH-OPERATOR OF PERAUTH-RECORD.
           MOVE "Y" TO RECORD-FOUND-PERAUTH.
           READ PERAUTH-FILE
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND-PERAUTH.
           IF RECORD-FOUND-PERAUTH = "Y"
             MOVE "Y" TO WS-OPR-AUTHORIZED
           END-IF.
       CHKAUT-EXIT. EXIT.

      *    APPLIES AN APPROVED PROPOSAL. THE TRANSACTION MUST STILL
      *    BE ON FILE EXACTLY AS IT WAS WHEN THE CHANGE WAS PROPOSED
      *    (ANY OTHER UPDATE SINCE, INCLUDING A CASH ALLOCATION,
      *    MEANS THE PROPOSAL IS STALE AND MUST BE REJECTED AND
      *    KEYED AGAIN), AND NEITHER ITS PERIOD NOR THE PROPOSED ONE
      *    MAY HAVE BEEN CLOSED IN THE MEANTIME. A CORRECTION IS
      *    CHECKED THE SAME WAY AND THEN POSTED BY APPLY-CORRECTION.
      *    THE RESULT MESSAGE IS LEFT IN ZZTR01 FOR THE CALLER.
       APPLY-PROPOSAL.
           PERFORM REREAD-PROPOSAL  THRU  RRDPND-EXIT.
           IF RECORD-FOUND-TRNPND NOT = "Y"
              GO APPLY-EXIT
           END-IF.
           MOVE PD-XWBCCD  TO  XWBCCD OF TRNHST-RECORD.
           MOVE PD-XWORDN  TO  XWORDN OF TRNHST-RECORD.
           MOVE "Y" TO RECORD-FOUND-TRNHST.
           READ TRNHST-FILE
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND-TRNHST.
           IF RECORD-FOUND-TRNHST = "N"
              MOVE "Transaction no longer on file - reject it.."
                                        TO  ZMSAGE  OF  ZZTR01-O
              GO APPLY-EXIT
           END-IF.
           IF XWE4NB OF TRNHST-RECORD NOT = PD-B-XWE4NB
                OR XWDLDT OF TRNHST-RECORD NOT = PD-B-XWDLDT
                OR XWC8DT OF TRNHST-RECORD NOT = PD-B-XWC8DT
                OR PERSON OF TRNHST-RECORD NOT = PD-B-PERSON
                OR CUSNO  OF TRNHST-RECORD NOT = PD-B-CUSNO
                OR XWTTYP OF TRNHST-RECORD NOT = PD-B-XWTTYP
                OR XWAMNT OF TRNHST-RECORD NOT = PD-B-XWAMNT
                OR XWOPEN OF TRNHST-RECORD NOT = PD-B-XWOPEN
              MOVE "Transaction changed since proposed - reject it.."
                                        TO  ZMSAGE  OF  ZZTR01-O
              GO APPLY-EXIT
           END-IF.
           IF PD-ACTION = "REVRSE" OR "CORRCT"
              PERFORM APPLY-CORRECTION  THRU  APLCOR-EXIT
              GO APPLY-EXIT
           END-IF.
           MOVE XWE4NB OF TRNHST-RECORD  TO  XWE4NB OF PERSTS-RECORD.
           PERFORM CHECK-PERIOD-CLOSED  THRU  CHKPCL-EXIT.
           IF WS-PERIOD-CLOSED NOT = "Y"
                AND PD-ACTION = "CHANGE"
              MOVE PD-A-XWE4NB  TO  XWE4NB OF PERSTS-RECORD
              PERFORM CHECK-PERIOD-CLOSED  THRU  CHKPCL-EXIT
           END-IF.
           IF WS-PERIOD-CLOSED = "Y"
              MOVE "OEM0035" TO  MSGID
              CALL "RTNMSGTEXT" USING  MSGID  WS-ERRMSG
              MOVE  WS-ERRMSG  TO  ZMSAGE  OF  ZZTR01-O
              GO APPLY-EXIT
           END-IF.

           MOVE TRNHST-RECORD  TO  WS-AUD-BEFORE-REC.
           IF PD-ACTION = "DELETE"
              DELETE TRNHST-FILE
                  INVALID
                      MOVE "Unable to delete TRNHST file.."
                                        TO  ZMSAGE  OF  ZZTR01-O
                      GO APPLY-EXIT
              END-DELETE
           ELSE
              MOVE PD-A-XWE4NB  TO  XWE4NB OF TRNHST-RECORD
              MOVE PD-A-XWDLDT  TO  XWDLDT OF TRNHST-RECORD
              MOVE PD-A-XWC8DT  TO  XWC8DT OF TRNHST-RECORD
              MOVE PD-A-PERSON  TO  PERSON OF TRNHST-RECORD
              MOVE PD-A-XWTTYP  TO  XWTTYP OF TRNHST-RECORD
              MOVE PD-A-XWAMNT  TO  XWAMNT OF TRNHST-RECORD
      *       THE OUTSTANDING AMOUNT MOVES WITH THE AMOUNT, AS ON
      *       CBTRNHST
              COMPUTE XWOPEN OF TRNHST-RECORD =
                      XWOPEN OF TRNHST-RECORD
                    + XWAMNT OF TRNHST-RECORD
                    - XWAMNT OF WS-AUD-BEFORE-REC
              MOVE PD-A-XWTXCD  TO  XWTXCD OF TRNHST-RECORD
              MOVE PD-A-XWTXEX  TO  XWTXEX OF TRNHST-RECORD
              MOVE PD-A-XWTAXA  TO  XWTAXA OF TRNHST-RECORD
              MOVE SPACE        TO  XWRJST OF TRNHST-RECORD
              MOVE SPACES       TO  XWRJRS OF TRNHST-RECORD
              REWRITE TRNHST-RECORD
                  INVALID KEY
                      MOVE "Update on TRNHST file Invalid.."
                                        TO  ZMSAGE  OF  ZZTR01-O
                      GO APPLY-EXIT
              END-REWRITE
           END-IF.
           PERFORM WRITE-AUDIT-ENTRY  THRU  WRAUD-EXIT.

           MOVE "A" TO PD-STATUS.
           PERFORM STAMP-APPROVER  THRU  STAPR-EXIT.
           REWRITE TRNPND-RECORD
                INVALID KEY
                    DISPLAY "Unable to update TRNPND file..".
           MOVE "Y" TO WS-RELOAD.
           IF PD-ACTION = "DELETE"
              MOVE "Delete approved - transaction removed.."
                                        TO  ZMSAGE  OF  ZZTR01-O
           ELSE
              MOVE "Change approved - transaction updated.."
                                        TO  ZMSAGE  OF  ZZTR01-O
           END-IF.
       APPLY-EXIT. EXIT.

      *    A CORRECTION HELD BY CBTRNHST OPTION 9. THE ORIGINAL MUST
      *    NOT HAVE BEEN REVERSED IN THE MEANTIME AND ITS PERIOD MUST
      *    STILL BE CLOSED - ONCE REOPENED IT IS CHANGED IN PLACE, SO
      *    THE PROPOSAL IS REJECTED. THE PERIODS THE REVERSAL AND ANY
      *    REPLACEMENT GO INTO MUST STILL BE OPEN. THE PAIR IS THEN
      *    POSTED AS CBTRNHST WOULD HAVE POSTED IT. ONCE THE REVERSAL
      *    IS WRITTEN THE PROPOSAL IS MARKED APPROVED WHATEVER
      *    HAPPENS NEXT, SO IT CANNOT BE POSTED A SECOND TIME.
       APPLY-CORRECTION.
           IF XWLKTP OF TRNHST-RECORD = "V" OR "R"
              MOVE "Transaction changed since proposed - reject it.."
                                        TO  ZMSAGE  OF  ZZTR01-O
              GO APLCOR-EXIT
           END-IF.
           MOVE XWE4NB OF TRNHST-RECORD  TO  XWE4NB OF PERSTS-RECORD.
           PERFORM CHECK-PERIOD-CLOSED  THRU  CHKPCL-EXIT.
           IF WS-PERIOD-CLOSED NOT = "Y"
              MOVE "Period is open again - reject and change instead.."
                                        TO  ZMSAGE  OF  ZZTR01-O
              GO APLCOR-EXIT
           END-IF.
           MOVE PD-R-XWE4NB  TO  XWE4NB OF PERSTS-RECORD.
           PERFORM CHECK-PERIOD-CLOSED  THRU  CHKPCL-EXIT.
           IF WS-PERIOD-CLOSED NOT = "Y"
                AND PD-ACTION = "CORRCT"
              MOVE PD-A-XWE4NB  TO  XWE4NB OF PERSTS-RECORD
              PERFORM CHECK-PERIOD-CLOSED  THRU  CHKPCL-EXIT
           END-IF.
           IF WS-PERIOD-CLOSED = "Y"
              MOVE "OEM0035" TO  MSGID
              CALL "RTNMSGTEXT" USING  MSGID  WS-ERRMSG
              MOVE  WS-ERRMSG  TO  ZMSAGE  OF  ZZTR01-O
              GO APLCOR-EXIT
           END-IF.

           MOVE TRNHST-RECORD  TO  WS-AUD-BEFORE-REC.
           MOVE SPACES TO WS-ORDN-RETURN-CODE.
           CALL "NXTORDN"  USING  WS-ORDN-PARMS.
           CANCEL "NXTORDN".
           IF WS-ORDN-RETURN-CODE NOT = "00"
              MOVE "No order number available - not reversed.."
                                        TO  ZMSAGE  OF  ZZTR01-O
              GO APLCOR-EXIT
           END-IF.
           MOVE WS-ORDN-XWORDN        TO  XWORDN OF TRNHST-RECORD.
           MOVE PD-R-XWE4NB           TO  XWE4NB OF TRNHST-RECORD.
           COMPUTE XWAMNT OF TRNHST-RECORD =
                   ZEROS - XWAMNT OF WS-AUD-BEFORE-REC.
           COMPUTE XWTAXA OF TRNHST-RECORD =
                   ZEROS - XWTAXA OF WS-AUD-BEFORE-REC.
           MOVE ZEROS                 TO  XWOPEN OF TRNHST-RECORD.
           MOVE SPACE                 TO  XWRJST OF TRNHST-RECORD.
           MOVE SPACES                TO  XWRJRS OF TRNHST-RECORD.
           MOVE ZEROS                 TO  XWBRRF OF TRNHST-RECORD.
           MOVE "R"                   TO  XWLKTP OF TRNHST-RECORD.
           MOVE XWBCCD OF WS-AUD-BEFORE-REC
                                      TO  XWLKBC OF TRNHST-RECORD.
           MOVE XWORDN OF WS-AUD-BEFORE-REC
                                      TO  XWLKOR OF TRNHST-RECORD.
           WRITE TRNHST-RECORD
               INVALID KEY
                   MOVE "Reversal to TRNHST file Invalid.."
                                        TO  ZMSAGE  OF  ZZTR01-O
                   GO APLCOR-EXIT
           END-WRITE.
           MOVE "REVRSE" TO WS-AUD-ACTION.
           PERFORM WRITE-AUDIT-CORRECTION  THRU  WRAUDK-EXIT.
           MOVE XWORDN OF TRNHST-RECORD  TO  WS-COR-REV-XWORDN.
           MOVE SPACES TO ZMSAGE OF ZZTR01-O.

      *    THE ORIGINAL POINTS AT ITS REVERSAL AND HAS NOTHING LEFT
      *    OPEN; ITS AMOUNT AND PERIOD ARE NOT TOUCHED.
           MOVE XWBCCD OF WS-AUD-BEFORE-REC
                                      TO  XWBCCD OF TRNHST-RECORD.
           MOVE XWORDN OF WS-AUD-BEFORE-REC
                                      TO  XWORDN OF TRNHST-RECORD.
           MOVE "Y" TO RECORD-FOUND-TRNHST.
           READ TRNHST-FILE
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND-TRNHST.
           IF RECORD-FOUND-TRNHST = "Y"
              MOVE "V"               TO  XWLKTP OF TRNHST-RECORD
              MOVE XWBCCD OF WS-AUD-BEFORE-REC
                                     TO  XWLKBC OF TRNHST-RECORD
              MOVE WS-COR-REV-XWORDN TO  XWLKOR OF TRNHST-RECORD
              MOVE ZEROS             TO  XWOPEN OF TRNHST-RECORD
              REWRITE TRNHST-RECORD
                INVALID KEY
                  MOVE "N" TO RECORD-FOUND-TRNHST
              END-REWRITE
           END-IF.
           IF RECORD-FOUND-TRNHST NOT = "Y"
              STRING "Reversal " WS-COR-REV-XWORDN
                     " posted but original not linked - see supervisor"
                     DELIMITED BY SIZE INTO ZMSAGE OF ZZTR01-O
              GO APLCOR-APPROVED
           END-IF.
           IF PD-ACTION NOT = "CORRCT"
              STRING "Reversal approved - reversed by order "
                     WS-COR-REV-XWORDN ".."
                     DELIMITED BY SIZE INTO ZMSAGE OF ZZTR01-O
              GO APLCOR-APPROVED
           END-IF.

           MOVE SPACES TO WS-ORDN-RETURN-CODE.
           CALL "NXTORDN"  USING  WS-ORDN-PARMS.
           CANCEL "NXTORDN".
           IF WS-ORDN-RETURN-CODE NOT = "00"
              STRING "Reversed by order " WS-COR-REV-XWORDN
                     " - no order number for the replacement.."
                     DELIMITED BY SIZE INTO ZMSAGE OF ZZTR01-O
              GO APLCOR-APPROVED
           END-IF.
           INITIALIZE TRNHST-RECORD
              REPLACING NUMERIC BY ZEROS ALPHANUMERIC BY SPACES.
           MOVE PD-A-XWBCCD           TO  XWBCCD OF TRNHST-RECORD.
           MOVE WS-ORDN-XWORDN        TO  XWORDN OF TRNHST-RECORD.
           MOVE PD-A-XWE4NB           TO  XWE4NB OF TRNHST-RECORD.
           MOVE PD-A-XWDLDT           TO  XWDLDT OF TRNHST-RECORD.
           MOVE PD-A-XWC8DT           TO  XWC8DT OF TRNHST-RECORD.
           MOVE PD-A-PERSON           TO  PERSON OF TRNHST-RECORD.
           MOVE PD-A-CUSNO            TO  CUSNO  OF TRNHST-RECORD.
           MOVE PD-A-XWTTYP           TO  XWTTYP OF TRNHST-RECORD.
           MOVE PD-A-XWAMNT           TO  XWAMNT OF TRNHST-RECORD.
           MOVE PD-A-XWAMNT           TO  XWOPEN OF TRNHST-RECORD.
           MOVE PD-A-XWTXCD           TO  XWTXCD OF TRNHST-RECORD.
           MOVE PD-A-XWTXEX           TO  XWTXEX OF TRNHST-RECORD.
           MOVE PD-A-XWTAXA           TO  XWTAXA OF TRNHST-RECORD.
           MOVE "C"                   TO  XWLKTP OF TRNHST-RECORD.
           MOVE XWBCCD OF WS-AUD-BEFORE-REC
                                      TO  XWLKBC OF TRNHST-RECORD.
           MOVE XWORDN OF WS-AUD-BEFORE-REC
                                      TO  XWLKOR OF TRNHST-RECORD.
           WRITE TRNHST-RECORD
             INVALID KEY
               STRING "Reversed by order " WS-COR-REV-XWORDN
                      " - replacement to TRNHST file Invalid.."
                      DELIMITED BY SIZE INTO ZMSAGE OF ZZTR01-O
             NOT INVALID KEY
               MOVE "CORRCT" TO WS-AUD-ACTION
               PERFORM WRITE-AUDIT-CORRECTION  THRU  WRAUDK-EXIT
               STRING "Correction approved - reversed by order "
                      WS-COR-REV-XWORDN ", corrected as order "
                      XWORDN OF TRNHST-RECORD ".."
                      DELIMITED BY SIZE INTO ZMSAGE OF ZZTR01-O
           END-WRITE.
       APLCOR-APPROVED.
           MOVE "A" TO PD-STATUS.
           PERFORM STAMP-APPROVER  THRU  STAPR-EXIT.
           REWRITE TRNPND-RECORD
                INVALID KEY
                    DISPLAY "Unable to update TRNPND file..".
           MOVE "Y" TO WS-RELOAD.
       APLCOR-EXIT. EXIT.

       STAMP-APPROVER.
           MOVE WS-OPR-USERID  TO  PD-APR-OPERATOR.
           ACCEPT  PD-APR-DATE  FROM  DATE  YYYYMMDD.
           ACCEPT  WS-AUD-TIME-RAW  FROM  TIME.
           MOVE  WS-AUD-TIME-HHMMSS  TO  PD-APR-TIME.
       STAPR-EXIT. EXIT.

      *    A PERIOD WITH NO PERSTS RECORD HAS NEVER BEEN CLOSED AND
      *    IS OPEN. THE CALLER SETS XWE4NB OF PERSTS-RECORD FIRST.
       CHECK-PERIOD-CLOSED.
           MOVE SPACE TO WS-PERIOD-CLOSED.
           MOVE "Y" TO RECORD-FOUND-PERSTS.
           READ  PERSTS-FILE
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND-PERSTS.
           IF RECORD-FOUND-PERSTS = "Y"
                AND PS-STATUS = "C"
             MOVE "Y" TO WS-PERIOD-CLOSED
           END-IF.
       CHKPCL-EXIT. EXIT.

      *    THE AUDIT ENTRY CARRIES BOTH OPERATORS: THE PROPOSER AS
      *    AUD-OPERATOR AND THE APPROVER AS AUD-APPROVER. THE ACTION
      *    IS THE ORDINARY CHANGE OR DELETE, SO GLEXTR RE-SENDS AN
      *    APPROVED CHANGE ON ITS NEXT RUN JUST AS IT WOULD A CHANGE
      *    MADE DIRECTLY ON CBTRNHST.
       WRITE-AUDIT-ENTRY.
           MOVE  PD-ACTION  TO  AUD-ACTION.
           ACCEPT  AUD-DATE  FROM  DATE  YYYYMMDD.
           ACCEPT  WS-AUD-TIME-RAW  FROM  TIME.
           MOVE  WS-AUD-TIME-HHMMSS  TO  AUD-TIME.
           MOVE  PD-PRP-OPERATOR  TO  AUD-OPERATOR.
           MOVE  WS-OPR-USERID    TO  AUD-APPROVER.
           MOVE  EXTERNALLY-DESCRIBED-KEY OF WS-AUD-BEFORE-REC
                                             TO  AUD-KEY.
           MOVE  XWE4NB  OF  WS-AUD-BEFORE-REC  TO  AUD-B-XWE4NB.
           MOVE  XWDLDT  OF  WS-AUD-BEFORE-REC  TO  AUD-B-XWDLDT.
           MOVE  XWC8DT  OF  WS-AUD-BEFORE-REC  TO  AUD-B-XWC8DT.
           MOVE  PERSON  OF  WS-AUD-BEFORE-REC  TO  AUD-B-PERSON.
           MOVE  CUSNO   OF  WS-AUD-BEFORE-REC  TO  AUD-B-CUSNO.
           MOVE  XWTTYP  OF  WS-AUD-BEFORE-REC  TO  AUD-B-XWTTYP.
           MOVE  XWAMNT  OF  WS-AUD-BEFORE-REC  TO  AUD-B-XWAMNT.
           IF PD-ACTION = "DELETE"
              INITIALIZE  AUD-AFTER
           ELSE
              MOVE  XWE4NB  OF  TRNHST-RECORD   TO  AUD-A-XWE4NB
              MOVE  XWDLDT  OF  TRNHST-RECORD   TO  AUD-A-XWDLDT
              MOVE  XWC8DT  OF  TRNHST-RECORD   TO  AUD-A-XWC8DT
              MOVE  PERSON  OF  TRNHST-RECORD   TO  AUD-A-PERSON
              MOVE  CUSNO   OF  TRNHST-RECORD   TO  AUD-A-CUSNO
              MOVE  XWTTYP  OF  TRNHST-RECORD   TO  AUD-A-XWTTYP
              MOVE  XWAMNT  OF  TRNHST-RECORD   TO  AUD-A-XWAMNT
           END-IF.
           WRITE  TRNHSTAUD-RECORD.
           IF TRNHSTAUD-FILE-STATUS NOT = "00"
              DISPLAY "Unable to write TRNHST audit record.."
           END-IF.
       WRAUD-EXIT.  EXIT.

      *    A REVERSAL OR REPLACEMENT IS LOGGED AGAINST ITS OWN NEW
      *    KEY WITH THE ORIGINAL AS THE BEFORE IMAGE, AS ON CBTRNHST,
      *    AND WITH BOTH OPERATORS AS ON ANY APPROVED CHANGE.
       WRITE-AUDIT-CORRECTION.
           MOVE  WS-AUD-ACTION  TO  AUD-ACTION.
           ACCEPT  AUD-DATE  FROM  DATE  YYYYMMDD.
           ACCEPT  WS-AUD-TIME-RAW  FROM  TIME.
           MOVE  WS-AUD-TIME-HHMMSS  TO  AUD-TIME.
           MOVE  PD-PRP-OPERATOR  TO  AUD-OPERATOR.
           MOVE  WS-OPR-USERID    TO  AUD-APPROVER.
           MOVE  EXTERNALLY-DESCRIBED-KEY OF TRNHST-RECORD
                                             TO  AUD-KEY.
           MOVE  XWE4NB  OF  WS-AUD-BEFORE-REC  TO  AUD-B-XWE4NB.
           MOVE  XWDLDT  OF  WS-AUD-BEFORE-REC  TO  AUD-B-XWDLDT.
           MOVE  XWC8DT  OF  WS-AUD-BEFORE-REC  TO  AUD-B-XWC8DT.
           MOVE  PERSON  OF  WS-AUD-BEFORE-REC  TO  AUD-B-PERSON.
           MOVE  CUSNO   OF  WS-AUD-BEFORE-REC  TO  AUD-B-CUSNO.
           MOVE  XWTTYP  OF  WS-AUD-BEFORE-REC  TO  AUD-B-XWTTYP.
           MOVE  XWAMNT  OF  WS-AUD-BEFORE-REC  TO  AUD-B-XWAMNT.
           MOVE  XWE4NB  OF  TRNHST-RECORD      TO  AUD-A-XWE4NB.
           MOVE  XWDLDT  OF  TRNHST-RECORD      TO  AUD-A-XWDLDT.
           MOVE  XWC8DT  OF  TRNHST-RECORD      TO  AUD-A-XWC8DT.
           MOVE  PERSON  OF  TRNHST-RECORD      TO  AUD-A-PERSON.
           MOVE  CUSNO   OF  TRNHST-RECORD      TO  AUD-A-CUSNO.
           MOVE  XWTTYP  OF  TRNHST-RECORD      TO  AUD-A-XWTTYP.
           MOVE  XWAMNT  OF  TRNHST-RECORD      TO  AUD-A-XWAMNT.
           WRITE  TRNHSTAUD-RECORD.
           IF TRNHSTAUD-FILE-STATUS NOT = "00"
              DISPLAY "Unable to write TRNHST audit record.."
           END-IF.
       WRAUDK-EXIT.  EXIT.
