               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                      OF PERAUTH-RECORD.

      *    A SECOND PATH OVER CUSFL3, OPENED FOR UPDATE AND READ ONLY
      *    AT THE MOMENT A CREDIT HOLD IS RELEASED, SO THE CUSTOMER
      *    RECORD IS NOT HELD LOCKED FOR THE WHOLE SCREEN SESSION.
           SELECT CUSHLD-FILE
               ASSIGN TO DATABASE-CUSFL3
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CUSHLD-RECORD.

           SELECT DUNHST-FILE
               ASSIGN TO DATABASE-DUNHST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                      OF DUNHST-RECORD
               FILE STATUS IS DUNHST-FILE-STATUS.

           SELECT TRNPND-FILE
               ASSIGN TO DATABASE-TRNPND
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                      OF TRNPND-RECORD
               FILE STATUS IS TRNPND-FILE-STATUS.

           SELECT APRCTL-FILE
               ASSIGN TO DATABASE-APRCTL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                      OF APRCTL-RECORD.

       DATA DIVISION.
       FILE SECTION.

       01  PERAUTH-RECORD.
           COPY DDS-PERAUTHR      OF  PERAUTH.

       FD  CUSHLD-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSHLD-RECORD.
           COPY DDS-RCUSF         OF  CUSFL3.

       FD  DUNHST-FILE
           LABEL RECORDS ARE STANDARD.
       01  DUNHST-RECORD.
           COPY DDS-DUNHSTR       OF  DUNHST.

       FD  TRNPND-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRNPND-RECORD.
           COPY DDS-TRNPNDR       OF  TRNPND.

       FD  APRCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  APRCTL-RECORD.
           COPY DDS-APRCTLR       OF  APRCTL.

       WORKING-STORAGE SECTION.
       01  MSGID                       PIC X(7).
       01  WS-ERRMSG                   PIC X(132).
       01  WS-SFL-SKIP-COUNT           PIC 9(07) VALUE ZEROS.
       01  TRNHST-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  TRNHSTAUD-FILE-STATUS       PIC X(2) VALUE SPACES.
       01  TRNPND-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  DUNHST-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  WS-AUD-BEFORE-REC.
           COPY DDS-TRNHSTR            OF  TRNHST.
       01  WS-AUD-TIME-RAW.
           02  WS-CRL-EOF              PIC X VALUE SPACES.
           02  WS-LIMIT-WARNED         PIC X VALUE SPACES.
           02  WS-NEW-DRCR             PIC X VALUE SPACES.
           02  WS-HAS-ALLOC            PIC X VALUE SPACES.
           02  WS-HAS-PENDING          PIC X VALUE SPACES.
           02  WS-PND-EOF              PIC X VALUE SPACES.
           02  WS-APR-NEEDED           PIC X VALUE SPACES.
           02  WS-IN-PAIR              PIC X VALUE SPACES.
           02  WS-COR-POSTED           PIC X VALUE SPACES.
           02  WS-COR-REPLACE          PIC X VALUE SPACES.
           02  WS-ENT-CODE-OPEN        PIC X VALUE SPACES.
       01  WS-XWG4TX                   PIC X(40).
       01  WS-OPR-USERID             PIC X(10) VALUE SPACES.
       01  WS-EXPOSURE                 PIC S9(09)V99 VALUE ZEROS.
       01  WS-CHG-ALLOCATED            PIC S9(07)V99 VALUE ZEROS.
       01  WS-CHG-OLD-XWTTYP           PIC X(02) VALUE SPACES.
       01  WS-CHG-OLD-XWAMNT           PIC S9(07)V99 VALUE ZEROS.
       01  WS-NEW-TXCD                 PIC X(02) VALUE SPACES.
       01  WS-NEW-TXEX                 PIC X(01) VALUE SPACES.
       01  WS-NEW-TAXA                 PIC S9(07)V99 VALUE ZEROS.
      *    DUAL-CONTROL LIMIT FROM APRCTL, READ ONCE AT START. ZERO
      *    MEANS NO CHANGE IS HELD FOR APPROVAL.
       01  WS-APR-THRESHOLD            PIC S9(07)V99 VALUE ZEROS.
       01  WS-APR-OLD-XWAMNT           PIC S9(07)V99 VALUE ZEROS.
       01  WS-APR-NEW-XWAMNT           PIC S9(07)V99 VALUE ZEROS.
       01  WS-PND-ACTION               PIC X(06) VALUE SPACES.
       01  WS-PND-TIME-RAW.
           05  WS-PND-TIME-HHMMSS      PIC 9(06).
           05  WS-PND-TIME-CENTS       PIC 9(02).
       01  WS-RLS-TIME-RAW.
           05  WS-RLS-TIME-HHMMSS      PIC 9(06).
           05  WS-RLS-TIME-CENTS       PIC 9(02).
       01  WS-RLS-CUSNO                PIC X(06) VALUE SPACES.
       01  WS-RLS-DATE                 PIC 9(08) VALUE ZEROS.
       01  WS-RLS-FAIL                 PIC X(01) VALUE SPACE.
       01  WS-ADD-TODAY.
           05  WS-ADD-CC               PIC 9(02).
           05  WS-ADD-YY               PIC 9(02).
           05  WS-ADD-MM               PIC 9(02).
           05  WS-ADD-DD               PIC 9(02).
       01  WS-ADD-TODAY-N  REDEFINES WS-ADD-TODAY
                                       PIC 9(08).
       01  WS-ORDN-PARMS.
           05  WS-ORDN-PROGRAM         PIC X(10) VALUE "CBTRNHST".
           05  WS-ORDN-XWORDN          PIC 9(07) VALUE ZEROS.
           05  WS-ORDN-RETURN-CODE     PIC X(02) VALUE SPACES.
      *    OPTION 9 HOLDS THE CLOSED-PERIOD TRANSACTION BEING CORRECTED
      *    HERE, AND THE REPLACEMENT ONCE KEYED, UNTIL THE PAIR IS
      *    POSTED OR SENT FOR APPROVAL.
       01  WS-COR-ORIG-REC.
           COPY DDS-TRNHSTR            OF  TRNHST.
       01  WS-COR-NEW-REC.
           COPY DDS-TRNHSTR            OF  TRNHST.
       01  WS-COR-REV-XWE4NB           PIC 9(04) VALUE ZEROS.
       01  WS-COR-REV-XWORDN           PIC 9(07) VALUE ZEROS.
       01  WS-COR-AUD-ACTION           PIC X(06) VALUE SPACES.
      *    THE BILLING CODE A NEW ENTRY IS BOOKED AND VALIDATED UNDER -
      *    THE CODE ON DISPLAY, EXCEPT WHILE A CORRECTED REPLACEMENT
      *    IS KEYED FOR ANOTHER CUSTOMER.
       01  WS-ENT-XWBCCD               PIC X(11) VALUE SPACES.

       01  WS-FLAGS.
           02  SFL-STATUS PIC XX.
           02  OPR-SW1                  PIC 1  VALUE B"0".
               88  CHANGE-MODE          VALUE B"1".
               88  CHANGE-MODE-OFF      VALUE B"0".
           02  OPR-SW2                  PIC 1  VALUE B"0".
               88  ENTRY-MODE           VALUE B"1".
               88  ENTRY-MODE-OFF       VALUE B"0".

       01  WS-INDIC-AREA.
           02  IN03                    PIC 1  INDIC 03.
               88  ADD-MODE            VALUE B"1".
           02  IN07                    PIC 1  INDIC 07.
               88  DTL-LINE            VALUE B"1".
           02  IN08                    PIC 1  INDIC 08.
               88  RELEASE-F8          VALUE B"1".
           02  IN12                    PIC 1  INDIC 12.
               88  CANCEL-KEY          VALUE B"1".
           02  IN23                    PIC 1  INDIC 23.
               88  SUBFILE-CLEAR       VALUE B"1".
               88  SUBFILE-CLEAR-NOT   VALUE B"0".

       01  WS-MSTJRN-PARMS.
           05  WS-MJ-FILE               PIC X(10) VALUE "CUSFL3".
           05  WS-MJ-ACTION             PIC X(06) VALUE "CHANGE".
           05  WS-MJ-PROGRAM            PIC X(10) VALUE "CBTRNHST".
           05  WS-MJ-KEY                PIC X(20) VALUE SPACES.
           05  WS-MJ-BEFORE             PIC X(200) VALUE SPACES.
           05  WS-MJ-AFTER              PIC X(200) VALUE SPACES.

       01  SCRN-CONTROL.
           02 FUNCT       PIC XX.
           02 DEVICEFILE  PIC X(10).
                 CONTINUE
           WHEN  CANCEL-KEY
                 PERFORM INITIALIZE-SFLCTL
           WHEN  ADD-MODE
                 PERFORM ADDREC-ROUTINE  THRU  ADDREC-EXIT
                 SET ENTRY-MODE-OFF TO TRUE
                 MOVE INDIC-OFF TO IN06 OF WS-INDIC-AREA
           WHEN  RELEASE-F8
                 PERFORM RLSHLD-ROUTINE  THRU  RLSHLD-EXIT
                 MOVE INDIC-OFF TO IN08 OF WS-INDIC-AREA
           WHEN  ROLLUP-KEY
                      PERFORM  LOAD-FORWARD-FILE
                                THRU  LFMSTF-EXIT
              INITIALIZE  ZZCT02-O
              MOVE CORR CUSTSR TO ZZCT02-O
              MOVE CORR RSLMEN TO ZZCT02-O
              MOVE CORR RCUSF OF CUSFL3-RECORD  TO ZZCT02-O
              MOVE PERSON OF CUSTS-RECORD TO  PERCUS
              MOVE PNAME OF SLMEN-RECORD  TO  SNAME OF ZZCT02-O
              MOVE "CBTRNHST" TO ZZPGM OF ZZCT02-O
              INITIALIZE  ZZCT02-O
              MOVE CORR CUSTSR TO ZZCT02-O
              MOVE CORR RSLMEN TO ZZCT02-O
              MOVE CORR RCUSF OF CUSFL3-RECORD  TO ZZCT02-O
              MOVE PERSON OF CUSTS-RECORD TO  PERCUS
              MOVE PNAME OF SLMEN-RECORD  TO  SNAME OF ZZCT02-O
              MOVE "CBTRNHST" TO ZZPGM OF ZZCT02-O
              INITIALIZE  ZZCT02-O
              MOVE CORR CUSTSR TO ZZCT02-O
              MOVE CORR RSLMEN TO ZZCT02-O
              MOVE CORR RCUSF OF CUSFL3-RECORD  TO ZZCT02-O
              MOVE PERSON OF CUSTS-RECORD TO  PERCUS
              MOVE PNAME OF SLMEN-RECORD  TO  SNAME OF ZZCT02-O
              MOVE "CBTRNHST" TO ZZPGM OF ZZCT02-O
                CONTINUE
             WHEN CANCEL-KEY
                CONTINUE
             WHEN ADD-MODE
                PERFORM ADDREC-ROUTINE  THRU  ADDREC-EXIT
                SET ENTRY-MODE-OFF TO TRUE
                MOVE INDIC-OFF TO IN06 OF WS-INDIC-AREA
             WHEN RELEASE-F8
                PERFORM RLSHLD-ROUTINE  THRU  RLSHLD-EXIT
                MOVE INDIC-OFF TO IN08 OF WS-INDIC-AREA
             WHEN OTHER
                PERFORM PROCESS-SUBFILE-RECORD  THRU  PSFLR-EXIT
                          UNTIL  RECORD-FOUND-SFL = "N"
             WHEN  DSSEL OF ZZSF02-I = "2"
               SET CHANGE-MODE TO TRUE
               PERFORM CHGREC-ROUTINE  THRU  CHGREC-EXIT
             WHEN  DSSEL OF ZZSF02-I = "4"
               PERFORM DELREC-ROUTINE  THRU  DELREC-EXIT
             WHEN  DSSEL OF ZZSF02-I = "5"
             WHEN  DSSEL OF ZZSF02-I = "7"
               MOVE SPACES TO WS-XWG4TX
               PERFORM ZLINES-ROUTINE  THRU  ZLINES-EXIT
             WHEN  DSSEL OF ZZSF02-I = "9"
               PERFORM CORREC-ROUTINE  THRU  CORREC-EXIT
               SET ENTRY-MODE-OFF TO TRUE
           END-EVALUATE.
           MOVE  SPACES TO DSSEL OF ZZSF02-I.
           PERFORM REWRITE-SFL-RECORD   THRU    RWSFLR-EXIT.

      *    MOVE ZEROS  TO XWORDN OF ZZSF02-O.
      *    MOVE BLANK  TO XWORDT OF ZZSF02-O.
           MOVE LS-SWBCCD TO  WS-ENT-XWBCCD.
           MOVE LS-SWBCCD TO  XWBCCD OF CUSTS-RECORD.
           MOVE "Y" TO RECORD-FOUND-CUSTS
           READ  CUSTS-FILE
           READ  SLMEN-FILE
                   INVALID KEY
                       MOVE ALL "-"  TO  PNAME OF SLMEN-RECORD.

           MOVE ZEROS TO WS-APR-THRESHOLD.
           MOVE "TRNHST" TO AP-ID OF APRCTL-RECORD.
           READ  APRCTL-FILE
                   INVALID KEY
                       MOVE ZEROS TO AP-THRESHOLD OF APRCTL-RECORD.
           IF AP-THRESHOLD OF APRCTL-RECORD > ZEROS
              MOVE AP-THRESHOLD OF APRCTL-RECORD TO WS-APR-THRESHOLD
           END-IF.
       INIT-EXIT.  EXIT.

       OPEN-FILES.
                            PERSTS-FILE
                            TRNHSTARC-FILE
                            PERAUTH-FILE
                            APRCTL-FILE
                     I-O    TRNHST-FILE
                            CUSHLD-FILE
                            DUNHST-FILE
                            TRNPND-FILE
                            DISPLAY-FILE
                     EXTEND TRNHSTAUD-FILE.

                       TRNTYP-FILE
                       PERSTS-FILE
                       TRNHSTARC-FILE
                       PERAUTH-FILE
                       CUSHLD-FILE
                       DUNHST-FILE
                       TRNPND-FILE
                       APRCTL-FILE.

       START-CUSTS-FILE.
           MOVE "Y"  TO RECORD-FOUND-CUSTS.
                 MOVE "N"  TO  RECORD-FOUND-CUSTS.
       RDTLF-EXIT. EXIT.

      *    BRINGS IN THE CUSTS AND CUSFL3 RECORDS OF WS-ENT-XWBCCD, SO
      *    A CORRECTED REPLACEMENT KEYED FOR ANOTHER CUSTOMER IS
      *    CHECKED AGAINST THAT CUSTOMER'S HOLD, LIMIT AND EXEMPTION,
      *    AND PUTS BACK THE CODE ON DISPLAY ONCE IT IS DONE.
       LOAD-ENTRY-CUSTOMER.
           MOVE WS-ENT-XWBCCD TO  XWBCCD OF CUSTS-RECORD.
           PERFORM READ-CUSTS-FILE  THRU  RDTLF-EXIT.
           MOVE CUSNO  OF CUSTS-RECORD  TO  CUSNO OF CUSFL3-RECORD.
           MOVE "Y" TO RECORD-FOUND-CUSFL3
           READ  CUSFL3-FILE
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CUSFL3.
       LDECUS-EXIT. EXIT.

      *    A PERIOD WITH NO PERSTS RECORD HAS NEVER BEEN CLOSED AND
      *    IS OPEN. THE CALLER SETS XWE4NB OF PERSTS-RECORD FIRST.
       CHECK-PERIOD-CLOSED.
           END-IF.
       CHKAUT-EXIT. EXIT.

      *    FOUR-EYES CONTROL: A CHANGE, DELETE OR CORRECTION WHERE
      *    THE AMOUNT BEFORE OR AFTER IS AT OR ABOVE THE APRCTL LIMIT,
      *    EITHER SIGN, NEEDS A SECOND PERAUTH OPERATOR ON CBTRNAPR.
      *    THE CALLER SETS THE OLD AND NEW AMOUNTS (NEW IS ZERO ON A
      *    DELETE OR A REVERSAL WITH NO REPLACEMENT).
       CHECK-APPROVAL-NEEDED.
           MOVE SPACE TO WS-APR-NEEDED.
           IF WS-APR-THRESHOLD = ZEROS
             GO CHKAPN-EXIT
           END-IF.
           IF WS-APR-OLD-XWAMNT NOT < WS-APR-THRESHOLD
                OR WS-APR-OLD-XWAMNT NOT > ZEROS - WS-APR-THRESHOLD
                OR WS-APR-NEW-XWAMNT NOT < WS-APR-THRESHOLD
                OR WS-APR-NEW-XWAMNT NOT > ZEROS - WS-APR-THRESHOLD
             MOVE "Y" TO WS-APR-NEEDED
           END-IF.
       CHKAPN-EXIT. EXIT.

      *    A TRANSACTION HAS A PROPOSAL PENDING WHEN ANY TRNPND
      *    RECORD UNDER ITS KEY IS STILL AT STATUS "P". THE CALLER
      *    HAS THE TRANSACTION IN TRNHST-RECORD.
       CHECK-PENDING.
           MOVE SPACE TO WS-HAS-PENDING.
           MOVE SPACE TO WS-PND-EOF.
           MOVE XWBCCD OF TRNHST-RECORD  TO  PD-XWBCCD.
           MOVE XWORDN OF TRNHST-RECORD  TO  PD-XWORDN.
           MOVE ZEROS                    TO  PD-PRP-DATE
                                             PD-PRP-TIME.
           START TRNPND-FILE KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF TRNPND-RECORD
                   INVALID KEY
                       GO CHKPND-EXIT.
           PERFORM SCAN-PENDING  THRU  SCNPND-EXIT
                    UNTIL WS-PND-EOF = "Y".
       CHKPND-EXIT. EXIT.

       SCAN-PENDING.
           READ TRNPND-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PND-EOF
                   GO SCNPND-EXIT.
           IF PD-XWBCCD NOT = XWBCCD OF TRNHST-RECORD
                OR PD-XWORDN NOT = XWORDN OF TRNHST-RECORD
             MOVE "Y" TO WS-PND-EOF
             GO SCNPND-EXIT
           END-IF.
           IF PD-STATUS = "P"
             MOVE "Y" TO WS-HAS-PENDING
             MOVE "Y" TO WS-PND-EOF
           END-IF.
       SCNPND-EXIT. EXIT.

      *    WRITES THE PROPOSAL: THE TRANSACTION AS IT STANDS FROM
      *    WS-AUD-BEFORE-REC AND, ON A CHANGE OR A CORRECTION WITH A
      *    REPLACEMENT, THE ACCEPTED NEW VALUES FROM TRNHST-RECORD. A
      *    CORRECTION ALSO CARRIES THE REVERSAL'S PERIOD AND THE
      *    REPLACEMENT'S BILLING CODE AND CUSTOMER. TRNHST ITSELF IS
      *    NOT UPDATED.
       PROPOSE-CHANGE.
           INITIALIZE TRNPND-RECORD
              REPLACING NUMERIC BY ZEROS ALPHANUMERIC BY SPACES.
           MOVE XWBCCD OF WS-AUD-BEFORE-REC  TO  PD-XWBCCD.
           MOVE XWORDN OF WS-AUD-BEFORE-REC  TO  PD-XWORDN.
           ACCEPT  PD-PRP-DATE  FROM  DATE  YYYYMMDD.
           ACCEPT  WS-PND-TIME-RAW  FROM  TIME.
           MOVE  WS-PND-TIME-HHMMSS  TO  PD-PRP-TIME.
           MOVE WS-PND-ACTION                TO  PD-ACTION.
           MOVE "P"                          TO  PD-STATUS.
           CALL  "RTNUSRID"  USING  PD-PRP-OPERATOR.
           CANCEL  "RTNUSRID".
           MOVE XWE4NB OF WS-AUD-BEFORE-REC  TO  PD-B-XWE4NB.
           MOVE XWDLDT OF WS-AUD-BEFORE-REC  TO  PD-B-XWDLDT.
           MOVE XWC8DT OF WS-AUD-BEFORE-REC  TO  PD-B-XWC8DT.
           MOVE PERSON OF WS-AUD-BEFORE-REC  TO  PD-B-PERSON.
           MOVE CUSNO  OF WS-AUD-BEFORE-REC  TO  PD-B-CUSNO.
           MOVE XWTTYP OF WS-AUD-BEFORE-REC  TO  PD-B-XWTTYP.
           MOVE XWAMNT OF WS-AUD-BEFORE-REC  TO  PD-B-XWAMNT.
           MOVE XWOPEN OF WS-AUD-BEFORE-REC  TO  PD-B-XWOPEN.
           IF WS-PND-ACTION = "CHANGE" OR "CORRCT"
             MOVE XWE4NB OF TRNHST-RECORD    TO  PD-A-XWE4NB
             MOVE XWDLDT OF TRNHST-RECORD    TO  PD-A-XWDLDT
             MOVE XWC8DT OF TRNHST-RECORD    TO  PD-A-XWC8DT
             MOVE PERSON OF TRNHST-RECORD    TO  PD-A-PERSON
             MOVE XWTTYP OF TRNHST-RECORD    TO  PD-A-XWTTYP
             MOVE XWAMNT OF TRNHST-RECORD    TO  PD-A-XWAMNT
             MOVE XWTXCD OF TRNHST-RECORD    TO  PD-A-XWTXCD
             MOVE XWTXEX OF TRNHST-RECORD    TO  PD-A-XWTXEX
             MOVE XWTAXA OF TRNHST-RECORD    TO  PD-A-XWTAXA
           END-IF.
           IF WS-PND-ACTION = "REVRSE" OR "CORRCT"
             MOVE WS-COR-REV-XWE4NB          TO  PD-R-XWE4NB
           END-IF.
           IF WS-PND-ACTION = "CORRCT"
             MOVE XWBCCD OF TRNHST-RECORD    TO  PD-A-XWBCCD
             MOVE CUSNO  OF TRNHST-RECORD    TO  PD-A-CUSNO
           END-IF.
           WRITE TRNPND-RECORD
             INVALID KEY
               MOVE "Proposal not written - try again.."
                                         TO  ZMSAGE  OF  ZZTR01-O
             NOT INVALID KEY
               MOVE "Over approval limit - sent for approval.."
                                         TO  ZMSAGE  OF  ZZTR01-O
           END-WRITE.
           WRITE DISPLAY-REC FORMAT IS "ZZTR01".
       PRPCHG-EXIT. EXIT.

      *    F8 ON THE LIST RELEASES THE CUSTOMER'S CREDIT HOLD SET BY
      *    A DUNNING FINAL DEMAND. ONLY A PERAUTH OPERATOR MAY DO IT.
      *    THE HOLD IS ON THE CUSTOMER, BUT DUNNING READS ITS HISTORY
      *    BY BILLING CODE, SO THE RELEASE IS WRITTEN TO DUNHST UNDER
      *    EVERY BILLING CODE OF THE CUSTOMER ON CUSTS, NOT ONLY THE
      *    ONE ON DISPLAY. THE NEXT DUNNING RUN THEN STARTS EACH OF
      *    THE CUSTOMER'S CODES AGAIN FROM A FIRST NOTICE.
       RLSHLD-ROUTINE.
           IF RECORD-FOUND-CUSFL3 NOT = "Y"
                OR CRHOLD OF CUSFL3-RECORD NOT = "Y"
              MOVE "Customer is not on credit hold.."
                                        TO  ZMSAGE  OF  ZZTR01-O
              WRITE DISPLAY-REC FORMAT IS "ZZTR01"
              GO RLSHLD-EXIT
           END-IF.
           PERFORM CHECK-OPR-AUTHORITY  THRU  CHKAUT-EXIT.
           IF WS-OPR-AUTHORIZED NOT = "Y"
              MOVE "Not authorised to release a credit hold.."
                                        TO  ZMSAGE  OF  ZZTR01-O
              WRITE DISPLAY-REC FORMAT IS "ZZTR01"
              GO RLSHLD-EXIT
           END-IF.
           MOVE CUSNO OF CUSTS-RECORD  TO  CUSNO OF CUSHLD-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ  CUSHLD-FILE
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND NOT = "Y"
              MOVE "Customer record not found - hold not released.."
                                        TO  ZMSAGE  OF  ZZTR01-O
              WRITE DISPLAY-REC FORMAT IS "ZZTR01"
              GO RLSHLD-EXIT
           END-IF.
           MOVE CUSHLD-RECORD TO WS-MJ-BEFORE.
           MOVE SPACE  TO CRHOLD OF CUSHLD-RECORD.
           MOVE ZEROS  TO CRHLDT OF CUSHLD-RECORD.
           REWRITE CUSHLD-RECORD
                   INVALID KEY
                       MOVE "Customer record not updated.."
                                        TO  ZMSAGE  OF  ZZTR01-O
                       WRITE DISPLAY-REC FORMAT IS "ZZTR01"
                       GO RLSHLD-EXIT.
           MOVE CUSNO OF CUSHLD-RECORD TO WS-MJ-KEY.
           MOVE CUSHLD-RECORD TO WS-MJ-AFTER.
           CALL "MSTJRNWRT" USING WS-MSTJRN-PARMS.
           CANCEL "MSTJRNWRT".
           MOVE SPACE  TO CRHOLD OF CUSFL3-RECORD.
           MOVE ZEROS  TO CRHLDT OF CUSFL3-RECORD.

           MOVE CORR RCUSF OF CUSFL3-RECORD  TO ZZCT02-O.

           MOVE CUSNO OF CUSHLD-RECORD TO  WS-RLS-CUSNO.
           ACCEPT  WS-RLS-DATE  FROM  DATE  YYYYMMDD.
           ACCEPT  WS-RLS-TIME-RAW  FROM  TIME.
           MOVE SPACE TO WS-RLS-FAIL.
           MOVE LOW-VALUES TO XWBCCD OF CUSTS-RECORD.
           PERFORM START-CUSTS-FILE  THRU  SDTLF-EXIT.
           PERFORM RLSHLD-SCAN-CUSTS  THRU  RLSCUS-EXIT
               UNTIL RECORD-FOUND-CUSTS NOT = "Y".
      *    PUT BACK THE CUSTS RECORD OF THE CODE ON DISPLAY
           MOVE LS-SWBCCD TO  XWBCCD OF CUSTS-RECORD.
           PERFORM READ-CUSTS-FILE  THRU  RDTLF-EXIT.
           IF WS-RLS-FAIL = "Y"
              MOVE "Hold released - DUNHST not written.."
                                        TO  ZMSAGE  OF  ZZTR01-O
              WRITE DISPLAY-REC FORMAT IS "ZZTR01"
              GO RLSHLD-EXIT
           END-IF.
           MOVE "Credit hold released.."
                                        TO  ZMSAGE  OF  ZZTR01-O.
           WRITE DISPLAY-REC FORMAT IS "ZZTR01".
       RLSHLD-EXIT. EXIT.

      *    READS CUSTS THROUGH IN BILLING-CODE ORDER AND FILES AN "R"
      *    DUNHST ENTRY FOR EACH CODE THAT BELONGS TO THE CUSTOMER.
       RLSHLD-SCAN-CUSTS.
           READ  CUSTS-FILE  NEXT RECORD
              AT END
                   MOVE "N"  TO  RECORD-FOUND-CUSTS
                   GO RLSCUS-EXIT.
           IF CUSNO OF CUSTS-RECORD NOT = WS-RLS-CUSNO
              GO RLSCUS-EXIT
           END-IF.
           INITIALIZE DUNHST-RECORD.
           MOVE XWBCCD OF CUSTS-RECORD TO  DH-XWBCCD.
           MOVE WS-RLS-DATE            TO  DH-DATE.
           MOVE WS-RLS-TIME-HHMMSS     TO  DH-TIME.
           MOVE WS-RLS-CUSNO           TO  DH-CUSNO.
           MOVE "R"                    TO  DH-ACTION.
           MOVE WS-OPR-USERID          TO  DH-OPERATOR.
           MOVE "CBTRNHST"             TO  DH-PROGRAM.
           MOVE SPACES TO DUNHST-FILE-STATUS.
           WRITE DUNHST-RECORD
                   INVALID KEY
                       MOVE "Y" TO WS-RLS-FAIL
                       GO RLSCUS-EXIT.
           IF DUNHST-FILE-STATUS NOT = "00"
              MOVE "Y" TO WS-RLS-FAIL
           END-IF.
       RLSCUS-EXIT. EXIT.

      *    THE OPEN EXPOSURE IS REBUILT FROM THE LIVE TRANSACTIONS
      *    UNDER THE BILLING CODE, NETTED ON EACH TYPE'S TTDRCR SIDE
      *    (DEBITS ADD, CREDITS REDUCE), WITH THE RECORD BEING
           END-IF.
           MOVE ZEROS TO WS-EXPOSURE.
           MOVE SPACE TO WS-CRL-EOF.
           MOVE WS-ENT-XWBCCD TO XWBCCD OF TRNHSTL3-RECORD.
           MOVE ZEROS         TO XWORDN OF TRNHSTL3-RECORD.
           START TRNHSTL3-FILE KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF TRNHSTL3-RECORD
                   INVALID KEY
               AT END
                   MOVE "Y" TO WS-CRL-EOF
                   GO SCNEXP-EXIT.
           IF XWBCCD OF TRNHSTL3-RECORD NOT = WS-ENT-XWBCCD
             MOVE "Y" TO WS-CRL-EOF
             GO SCNEXP-EXIT
           END-IF.
           MOVE  WS-AUD-TIME-HHMMSS  TO  AUD-TIME.
           CALL  "RTNUSRID"  USING  AUD-OPERATOR.
           CANCEL  "RTNUSRID".
           MOVE  SPACES  TO  AUD-APPROVER.
       STAUD-EXIT.  EXIT.

       WRITE-AUDIT-CHANGE.
           END-IF.
       WRAUDD-EXIT.  EXIT.

       WRITE-AUDIT-ADD.
           MOVE  "ADD"     TO  AUD-ACTION.
           PERFORM  STAMP-AUDIT-HEADER  THRU  STAUD-EXIT.
           MOVE  EXTERNALLY-DESCRIBED-KEY OF TRNHST-RECORD
                                             TO  AUD-KEY.
           INITIALIZE  AUD-BEFORE.
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
       WRAUDA-EXIT.  EXIT.

      *    A REVERSAL OR CORRECTED REPLACEMENT IS LOGGED AGAINST ITS
      *    OWN NEW KEY, WITH THE TRANSACTION IT CORRECTS AS THE
      *    BEFORE IMAGE, SO THE TRAIL SHOWS BOTH SIDES OF THE FIX.
       WRITE-AUDIT-CORRECTION.
           MOVE  WS-COR-AUD-ACTION  TO  AUD-ACTION.
           PERFORM  STAMP-AUDIT-HEADER  THRU  STAUD-EXIT.
           MOVE  EXTERNALLY-DESCRIBED-KEY OF TRNHST-RECORD
                                             TO  AUD-KEY.
           MOVE  XWE4NB  OF  WS-COR-ORIG-REC    TO  AUD-B-XWE4NB.
           MOVE  XWDLDT  OF  WS-COR-ORIG-REC    TO  AUD-B-XWDLDT.
           MOVE  XWC8DT  OF  WS-COR-ORIG-REC    TO  AUD-B-XWC8DT.
           MOVE  PERSON  OF  WS-COR-ORIG-REC    TO  AUD-B-PERSON.
           MOVE  CUSNO   OF  WS-COR-ORIG-REC    TO  AUD-B-CUSNO.
           MOVE  XWTTYP  OF  WS-COR-ORIG-REC    TO  AUD-B-XWTTYP.
           MOVE  XWAMNT  OF  WS-COR-ORIG-REC    TO  AUD-B-XWAMNT.
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

      *    F6 KEYS A NEW TRANSACTION UNDER THE BILLING CODE ON
      *    DISPLAY. THE SCREEN OPENS ON TODAY'S DATE AND PERIOD AND
      *    THE BILLING CODE'S OWN SALESMAN, AND THE ENTRY GOES
      *    THROUGH VALIDT-ROUTINE LIKE A CHANGE - CLOSED PERIOD,
      *    SALESMAN, TYPE, DATES AND CREDIT LIMIT. THE ORDER NUMBER
      *    IS ONLY TAKEN FROM ORDCTL ONCE THE ENTRY IS ACCEPTED, SO
      *    A CANCELLED ENTRY DOES NOT USE ONE UP.
       ADDREC-ROUTINE.
           SET CHANGE-MODE-OFF TO TRUE.
           SET ENTRY-MODE TO TRUE.
           MOVE SPACES TO TRNHST-FILE-STATUS.
           MOVE SPACE  TO WS-ERROR.
           MOVE SPACE  TO WS-LIMIT-WARNED.
           MOVE INDIC-OFF  TO   IN34 OF ZZFT01-O-INDIC
                                IN36 OF ZZFT01-O-INDIC
                                IN37 OF ZZFT01-O-INDIC
                                IN38 OF ZZFT01-O-INDIC.
           INITIALIZE  ZZFT01-O
              REPLACING NUMERIC BY ZEROS ALPHANUMERIC BY SPACES.
           MOVE "ADD" TO ACTDSP OF ZZFT01-O.
           MOVE LS-SWBCCD  TO  XWBCCD OF ZZFT01-O.
           ACCEPT  WS-ADD-TODAY-N  FROM  DATE  YYYYMMDD.
           MOVE WS-ADD-TODAY-N  TO  XWDLDT OF ZZFT01-O
                                    XWC8DT OF ZZFT01-O.
           COMPUTE XWE4NB OF ZZFT01-O = (WS-ADD-YY * 100) + WS-ADD-MM.
           MOVE PERSON OF CUSTS-RECORD  TO  PERSON OF ZZFT01-O
                                            PERSON OF SLMEN-RECORD.
           READ SLMEN-FILE
               INVALID KEY
                   MOVE ALL "-"  TO  PNAME OF SLMEN-RECORD
           END-READ.
           MOVE PNAME OF SLMEN-RECORD  TO  PNAME OF ZZFT01-O.

           PERFORM DSPSCN-ROUTINE  THRU  DSPSCN-EXIT.
           IF EXIT-KEY OR CANCEL-KEY
              GO ADDREC-EXIT
           END-IF.
           IF WS-ERROR = "Y"
              GO ADDREC-EXIT
           END-IF.

           MOVE SPACES TO WS-ORDN-RETURN-CODE.
           CALL "NXTORDN"  USING  WS-ORDN-PARMS.
           CANCEL "NXTORDN".
           IF WS-ORDN-RETURN-CODE NOT = "00"
              MOVE "No order number available - not added.."
                                         TO  ZMSAGE  OF  ZZTR01-O
              WRITE DISPLAY-REC FORMAT IS "ZZTR01"
              GO ADDREC-EXIT
           END-IF.
           INITIALIZE TRNHST-RECORD
              REPLACING NUMERIC BY ZEROS ALPHANUMERIC BY SPACES.
           MOVE LS-SWBCCD             TO  XWBCCD OF TRNHST-RECORD.
           MOVE WS-ORDN-XWORDN        TO  XWORDN OF TRNHST-RECORD.
           MOVE XWE4NB OF ZZFT01-I    TO  XWE4NB OF TRNHST-RECORD.
           MOVE XWDLDT OF ZZFT01-I    TO  XWDLDT OF TRNHST-RECORD.
           MOVE XWC8DT OF ZZFT01-I    TO  XWC8DT OF TRNHST-RECORD.
           MOVE PERSON OF ZZFT01-I    TO  PERSON OF TRNHST-RECORD.
           MOVE CUSNO  OF CUSTS-RECORD TO CUSNO  OF TRNHST-RECORD.
           MOVE XWTTYP OF ZZFT01-I    TO  XWTTYP OF TRNHST-RECORD.
           MOVE XWAMNT OF ZZFT01-I    TO  XWAMNT OF TRNHST-RECORD.
           MOVE XWAMNT OF ZZFT01-I    TO  XWOPEN OF TRNHST-RECORD.
           MOVE WS-NEW-TXCD           TO  XWTXCD OF TRNHST-RECORD.
           MOVE WS-NEW-TXEX           TO  XWTXEX OF TRNHST-RECORD.
           MOVE WS-NEW-TAXA           TO  XWTAXA OF TRNHST-RECORD.
           WRITE TRNHST-RECORD
             INVALID KEY
               MOVE "Add to TRNHST file Invalid.."
                                         TO  ZMSAGE  OF  ZZTR01-O
               WRITE DISPLAY-REC FORMAT IS "ZZTR01"
             NOT INVALID KEY
               PERFORM WRITE-AUDIT-ADD  THRU  WRAUDA-EXIT
               MOVE "Transaction added - F12 to refresh the list.."
                                         TO  ZMSAGE  OF  ZZTR01-O
               WRITE DISPLAY-REC FORMAT IS "ZZTR01"
           END-WRITE.
       ADDREC-EXIT. EXIT.

       CHGREC-ROUTINE.
           MOVE SPACES TO TRNHST-FILE-STATUS.
           MOVE SPACE  TO WS-HAS-PENDING.
           MOVE SPACE  TO WS-APR-NEEDED.
           MOVE SPACE  TO WS-LIMIT-WARNED.
           MOVE ZEROS  TO WS-CHG-ALLOCATED.
           MOVE SPACES TO WS-CHG-OLD-XWTTYP.
           MOVE ZEROS  TO WS-CHG-OLD-XWAMNT.
           MOVE INDIC-OFF  TO   IN34 OF ZZFT01-O-INDIC
                                IN36 OF ZZFT01-O-INDIC
                                IN37 OF ZZFT01-O-INDIC
                                IN38 OF ZZFT01-O-INDIC.
           MOVE "UPDATE" TO ACTDSP OF ZZFT01-O.

           MOVE CORR ZZSF02-I  TO  ZZFT01-O
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND-TRNHST
                   NOT INVALID KEY
                       MOVE CORR TRNHST-RECORD TO ZZFT01-O
                       COMPUTE WS-CHG-ALLOCATED =
                           XWAMNT OF TRNHST-RECORD
                         - XWOPEN OF TRNHST-RECORD
                       MOVE XWTTYP OF TRNHST-RECORD
                                       TO WS-CHG-OLD-XWTTYP
                       MOVE XWAMNT OF TRNHST-RECORD
                                       TO WS-CHG-OLD-XWAMNT.

           IF RECORD-FOUND-TRNHST = "N"
              MOVE  "OES0115" TO MSGID
                   MOVE  WS-ERRMSG  TO  ZMSAGE  OF  ZZFT01-O
                   WRITE DISPLAY-REC FORMAT IS "ZZTR01"
                ELSE
      *         A REVERSED ORIGINAL AND ITS REVERSAL STAY EXACT
      *         MIRRORS - A FURTHER FIX IS A NEW CORRECTION
                IF XWLKTP OF TRNHST-RECORD = "R" OR "V"
                   MOVE "Part of a reversal pair - may not be changed.."
                                              TO ZMSAGE OF ZZTR01-O
                   WRITE DISPLAY-REC FORMAT IS "ZZTR01"
                ELSE
                   MOVE CORR TRNHSTR OF TRNHST-RECORD
                                  TO TRNHSTR OF WS-AUD-BEFORE-REC
                   MOVE XWE4NB OF ZZFT01-I TO XWE4NB OF TRNHST-RECORD
                   MOVE XWDLDT OF ZZFT01-I TO XWDLDT OF TRNHST-RECORD
                   MOVE XWC8DT OF ZZFT01-I TO XWC8DT OF TRNHST-RECORD
                   MOVE PERSON OF ZZFT01-I TO PERSON OF TRNHST-RECORD
                   MOVE XWTTYP OF ZZFT01-I TO XWTTYP OF TRNHST-RECORD
                   MOVE XWAMNT OF ZZFT01-I TO XWAMNT OF TRNHST-RECORD
      *            THE OUTSTANDING AMOUNT MOVES WITH THE AMOUNT; WHAT
      *            IS ALREADY ALLOCATED ON ALLOC STAYS ALLOCATED
                   COMPUTE XWOPEN OF TRNHST-RECORD =
                           XWOPEN OF TRNHST-RECORD
                         + XWAMNT OF TRNHST-RECORD
                         - XWAMNT OF WS-AUD-BEFORE-REC
      *            THE TAX FOLLOWS THE NEW TYPE AND AMOUNT
                   MOVE WS-NEW-TXCD TO XWTXCD OF TRNHST-RECORD
                   MOVE WS-NEW-TXEX TO XWTXEX OF TRNHST-RECORD
                   MOVE WS-NEW-TAXA TO XWTAXA OF TRNHST-RECORD
      *            A CORRECTED TRANSACTION GOES BACK TO THE GL CLEAN:
      *            THE NEXT EXTRACT PICKS IT UP THROUGH THE AUDIT LOG
                   MOVE SPACE  TO XWRJST OF TRNHST-RECORD
                   MOVE SPACES TO XWRJRS OF TRNHST-RECORD
      *            A LARGE CHANGE IS HELD ON TRNPND FOR A SECOND
      *            OPERATOR AND TRNHST IS LEFT AS IT WAS
                   PERFORM CHECK-PENDING  THRU  CHKPND-EXIT
                   MOVE XWAMNT OF WS-AUD-BEFORE-REC
                                          TO WS-APR-OLD-XWAMNT
                   MOVE XWAMNT OF TRNHST-RECORD TO WS-APR-NEW-XWAMNT
                   PERFORM CHECK-APPROVAL-NEEDED  THRU  CHKAPN-EXIT
                   IF WS-HAS-PENDING = "Y"
                      MOVE "Change already awaiting approval.."
                                              TO ZMSAGE OF ZZTR01-O
                      WRITE DISPLAY-REC FORMAT IS "ZZTR01"
                   ELSE
                   IF WS-APR-NEEDED = "Y"
                      MOVE "CHANGE" TO WS-PND-ACTION
                      PERFORM PROPOSE-CHANGE  THRU  PRPCHG-EXIT
                   ELSE
                   REWRITE TRNHST-RECORD
                     INVALID KEY
                       MOVE "Update on TRNHST file Invalid.."
                     NOT INVALID KEY
                       PERFORM WRITE-AUDIT-CHANGE  THRU  WRAUDC-EXIT
                   END-REWRITE
                   END-IF
                   END-IF
                END-IF
                END-IF
             ELSE
                MOVE "Record is not available for update.."
           IF EXIT-KEY OR CANCEL-KEY
              GO DSPSCN-EXIT
           END-IF.
           IF CHANGE-MODE OR ENTRY-MODE
              PERFORM VALIDT-ROUTINE  THRU  VALIDT-EXIT
              IF WS-ERROR = "Y"
                GO DSPSCN-CONT
                               IN42 OF ZZFT01-O-INDIC
                               IN43 OF ZZFT01-O-INDIC
                               IN44 OF ZZFT01-O-INDIC
                               IN45 OF ZZFT01-O-INDIC
                               IN46 OF ZZFT01-O-INDIC.
      * A NEW TRANSACTION HAS NO SUBFILE LINE BEHIND IT - ITS FIELDS
      * AND AMOUNT ARE ALL TAKEN FROM THE ENTRY SCREEN, AND IT HAS NO
      * ORDER NUMBER UNTIL IT IS WRITTEN. A CORRECTED REPLACEMENT MAY
      * BE KEYED UNDER ANOTHER BILLING CODE, WHOSE CUSTOMER IS THEN
      * BROUGHT IN FOR THE CHECKS BELOW
           IF ENTRY-MODE
              IF WS-ENT-CODE-OPEN = "Y"
                   AND XWBCCD OF ZZFT01-I NOT = WS-ENT-XWBCCD
                 MOVE XWBCCD OF ZZFT01-I  TO  WS-ENT-XWBCCD
                 PERFORM LOAD-ENTRY-CUSTOMER  THRU  LDECUS-EXIT
              END-IF
              MOVE WS-ENT-XWBCCD       TO  XWBCCD OF TRNHST-RECORD
              MOVE ZEROS               TO  XWORDN OF TRNHST-RECORD
              MOVE XWE4NB OF ZZFT01-I  TO  XWE4NB OF TRNHST-RECORD
              MOVE XWDLDT OF ZZFT01-I  TO  XWDLDT OF TRNHST-RECORD
              MOVE XWC8DT OF ZZFT01-I  TO  XWC8DT OF TRNHST-RECORD
           ELSE
              MOVE XWE4NB OF ZZSF02-I  TO  XWE4NB OF TRNHST-RECORD
              MOVE XWDLDT OF ZZSF02-I  TO  XWDLDT OF TRNHST-RECORD
              MOVE XWC8DT OF ZZSF02-I  TO  XWC8DT OF TRNHST-RECORD
           END-IF.
      * A RECORD ONLY ON DISPLAY KEEPS ITS STORED AMOUNT AND TAX
           IF CHANGE-MODE OR ENTRY-MODE
              MOVE XWAMNT OF ZZFT01-I  TO  XWAMNT OF TRNHST-RECORD
           END-IF.

      * WHEN ADDING A TRANSACTION, PERIOD MUST NOT BE ZERO
           IF XWE4NB OF ZZFT01-O = ZEROS
              GO VALIDT-EXIT
           END-IF

      * CHANGES AND NEW ENTRIES MAY NOT BOOK INTO A CLOSED PERIOD
           IF CHANGE-MODE OR ENTRY-MODE
              MOVE XWE4NB OF ZZFT01-I  TO  XWE4NB OF PERSTS-RECORD
              PERFORM CHECK-PERIOD-CLOSED  THRU  CHKPCL-EXIT
              IF WS-PERIOD-CLOSED = "Y"
              END-IF
           END-IF

      * WHEN ADDING, THE BILLING CODE MUST BE ON CUSTS - THE NEW
      * TRANSACTION TAKES ITS CUSTOMER NUMBER FROM THERE. THE ORDER
      * NUMBER ITSELF COMES FROM ORDCTL AND CANNOT ALREADY EXIST.
           IF ENTRY-MODE
              IF RECORD-FOUND-CUSTS NOT = "Y"
                MOVE "Y" TO WS-ERROR
                MOVE INDIC-ON TO IN40 OF ZZFT01-O-INDIC
                MOVE "Billing code is not on the customer file.."
                                           TO  ZMSAGE  OF  ZZFT01-O
                GO VALIDT-EXIT
              END-IF
      * A NEW TRANSACTION MUST CARRY AN AMOUNT
              IF XWAMNT OF ZZFT01-I = ZEROS
                MOVE "Y" TO WS-ERROR
                MOVE INDIC-ON TO IN46 OF ZZFT01-O-INDIC
                MOVE "Amount must not be zero.."
                                           TO  ZMSAGE  OF  ZZFT01-O
                GO VALIDT-EXIT
              END-IF
           END-IF
           MOVE TTDESC OF TRNTYP-RECORD  TO  TTYPDS OF ZZFT01-O.
           MOVE TTDRCR OF TRNTYP-RECORD  TO  WS-NEW-DRCR.

      * SALES TAX IS WORKED OUT FROM THE TYPE'S TAX CODE AND RATE
      * UNLESS THE CUSTOMER IS TAX EXEMPT. IT IS HELD HERE BECAUSE
      * THE CREDIT LIMIT SCAN REUSES THE TRNTYP RECORD, AND STORED
      * WITH THE TRANSACTION WHEN THE ENTRY IS ACCEPTED.
           IF CHANGE-MODE OR ENTRY-MODE
              MOVE TTTXCD OF TRNTYP-RECORD  TO  WS-NEW-TXCD
              MOVE SPACE  TO  WS-NEW-TXEX
              IF RECORD-FOUND-CUSFL3 = "Y"
                   AND CTXEXM OF CUSFL3-RECORD = "Y"
                 MOVE "Y" TO WS-NEW-TXEX
              END-IF
              IF WS-NEW-TXCD = SPACES OR WS-NEW-TXEX = "Y"
                 MOVE ZEROS TO WS-NEW-TAXA
              ELSE
                 COMPUTE WS-NEW-TAXA ROUNDED =
                         XWAMNT OF ZZFT01-I * TTTXRT OF TRNTYP-RECORD
                       / 100
              END-IF
              MOVE WS-NEW-TAXA  TO  XWTAXA OF ZZFT01-O
           END-IF.

      * A CUSTOMER ON CREDIT HOLD TAKES NO NEW DEBITS - NOT A NEW
      * ONE, NOT A CREDIT TURNED INTO A DEBIT, NOT A DEBIT RAISED.
      * CREDITS AND REDUCTIONS STILL GO THROUGH SO THE ACCOUNT CAN
      * BE SETTLED - A NEW NEGATIVE DEBIT, SUCH AS THE REVERSAL OF
      * A CLOSED-PERIOD SALE, IS A REDUCTION. A PERAUTH OPERATOR
      * RELEASES THE HOLD WITH F8.
           IF (CHANGE-MODE OR ENTRY-MODE)
                AND RECORD-FOUND-CUSFL3 = "Y"
                AND CRHOLD OF CUSFL3-RECORD = "Y"
                AND WS-NEW-DRCR NOT = "C"
              IF (ENTRY-MODE
                   AND XWAMNT OF ZZFT01-I > ZEROS)
                   OR (CHANGE-MODE
                   AND (XWTTYP OF ZZFT01-I NOT = WS-CHG-OLD-XWTTYP
                     OR XWAMNT OF ZZFT01-I > WS-CHG-OLD-XWAMNT))
                MOVE "Y" TO WS-ERROR
                MOVE INDIC-ON TO IN45 OF ZZFT01-O-INDIC
                MOVE "Customer is on credit hold - debit refused.."
                                           TO  ZMSAGE  OF  ZZFT01-O
                GO VALIDT-EXIT
              END-IF
           END-IF.

      * A TRANSACTION ALREADY MATCHED ON ALLOC KEEPS ITS TYPE, AND ITS
      * AMOUNT MAY NOT DROP BELOW THE PART ALREADY ALLOCATED - THE
      * ALLOCATION MUST BE REVERSED ON CBALLOC FIRST
           IF CHANGE-MODE
                AND WS-CHG-ALLOCATED NOT = ZEROS
              IF XWTTYP OF ZZFT01-I NOT = WS-CHG-OLD-XWTTYP
                MOVE "Y" TO WS-ERROR
                MOVE INDIC-ON TO IN45 OF ZZFT01-O-INDIC
                MOVE "Cash is allocated - type may not change.."
                                           TO  ZMSAGE  OF  ZZFT01-O
                GO VALIDT-EXIT
              END-IF
              IF XWAMNT OF ZZFT01-I < WS-CHG-ALLOCATED
                MOVE "Y" TO WS-ERROR
                MOVE INDIC-ON TO IN46 OF ZZFT01-O-INDIC
                MOVE "Amount is below the amount already allocated.."
                                           TO  ZMSAGE  OF  ZZFT01-O
                GO VALIDT-EXIT
              END-IF
           END-IF.

      * DEAL DATE MUST BE A VALID CALENDAR DATE
           MOVE XWDLDT OF TRNHST-RECORD  TO  WS-VALIDT-DATE.
           PERFORM CHECK-DATE-VALID  THRU  CHKDTV-EXIT.

      * THE NEW EXPOSURE AGAINST THE CUSTOMER'S CREDIT LIMIT GOES
      * LAST, ONCE THE ENTERED FIELDS ARE OTHERWISE GOOD
           IF CHANGE-MODE OR ENTRY-MODE
              PERFORM CHECK-CREDIT-LIMIT  THRU  CHKCRL-EXIT
           END-IF.
      *    GO VALIDT-ROUTINE.
           MOVE CORR ZZSF02-I  TO  ZZFT01-O

           MOVE SPACE  TO WS-PERIOD-CLOSED.
           MOVE SPACE  TO WS-HAS-ALLOC.
           MOVE SPACE  TO WS-HAS-PENDING.
           MOVE SPACE  TO WS-APR-NEEDED.
           MOVE SPACE  TO WS-IN-PAIR.
           MOVE SPACES TO TRNHST-FILE-STATUS.
      *    MOVE XWORDN OF ZZSF02-I  TO  XWORDN OF TRNHST-RECORD.
      *    MOVE XWORDN OF ZZSF01-I  TO  XWORDN OF TRNHST-RECORD.
                 MOVE "Operator is not authorised to delete.."
                                     TO  ZMSAGE  OF  ZZFT01-O
              END-IF
      *       CASH MATCHED ON ALLOC MUST BE UNALLOCATED FIRST, SO THE
      *       OTHER SIDE OF THE MATCH IS NOT LEFT SHORT
              IF XWOPEN OF TRNHST-RECORD NOT = XWAMNT OF TRNHST-RECORD
                 MOVE "Y" TO WS-HAS-ALLOC
                 MOVE "Cash is allocated - unallocate before delete.."
                                     TO  ZMSAGE  OF  ZZFT01-O
              END-IF
      *       A TRANSACTION WITH A PROPOSAL WAITING ON CBTRNAPR IS
      *       NOT TOUCHED UNTIL THE PROPOSAL IS APPROVED OR REJECTED
              PERFORM CHECK-PENDING  THRU  CHKPND-EXIT
              IF WS-HAS-PENDING = "Y"
                 MOVE "Change already awaiting approval.."
                                     TO  ZMSAGE  OF  ZZFT01-O
              END-IF
      *       DELETING EITHER HALF OF A REVERSAL PAIR WOULD LEAVE
      *       THE OTHER HALF CANCELLING NOTHING
              IF XWLKTP OF TRNHST-RECORD = "R" OR "V"
                 MOVE "Y" TO WS-IN-PAIR
                 MOVE "Part of a reversal pair - may not be deleted.."
                                     TO  ZMSAGE  OF  ZZFT01-O
              END-IF
              MOVE XWAMNT OF TRNHST-RECORD TO WS-APR-OLD-XWAMNT
              MOVE ZEROS                   TO WS-APR-NEW-XWAMNT
              PERFORM CHECK-APPROVAL-NEEDED  THRU  CHKAPN-EXIT

           END-IF

              IF WS-OPR-AUTHORIZED NOT = "Y"
                 MOVE "Operator is not authorised to delete.."
                                     TO  ZMSAGE  OF  ZZTR01-O
              ELSE
              IF WS-HAS-ALLOC = "Y"
                 MOVE "Cash is allocated - unallocate before delete.."
                                     TO  ZMSAGE  OF  ZZTR01-O
              ELSE
              IF WS-HAS-PENDING = "Y"
                 MOVE "Change already awaiting approval.."
                                     TO  ZMSAGE  OF  ZZTR01-O
              ELSE
              IF WS-IN-PAIR = "Y"
                 MOVE "Part of a reversal pair - may not be deleted.."
                                     TO  ZMSAGE  OF  ZZTR01-O
              ELSE
                 MOVE CORR ZZFT01-I  TO  ZZCNF1-O
                 WRITE  DISPLAY-REC  FORMAT "ZZCNF1"
                 READ   DISPLAY-FILE  RECORD
                 MOVE CORR ZZCNF1-I-INDIC  TO  WS-INDIC-AREA
      *          A LARGE DELETE IS HELD ON TRNPND FOR A SECOND
      *          OPERATOR AND THE TRANSACTION STAYS ON FILE
                 IF WS-APR-NEEDED = "Y"
                    MOVE TRNHST-RECORD  TO  WS-AUD-BEFORE-REC
                    MOVE "DELETE" TO WS-PND-ACTION
                    PERFORM PROPOSE-CHANGE  THRU  PRPCHG-EXIT
                 ELSE
                 DELETE TRNHST-FILE
                     INVALID
                         DISPLAY "Unable to delete TRNHST file.."
                     NOT INVALID
                         PERFORM WRITE-AUDIT-DELETE  THRU  WRAUDD-EXIT
                 END-DELETE
                 END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
           END-IF.
       DELREC-EXIT. EXIT.

      *    OPTION 9 CORRECTS A TRANSACTION IN A CLOSED PERIOD WITHOUT
      *    REOPENING IT. AN EXACT REVERSAL - SAME TYPE, DATES,
      *    SALESMAN, CUSTOMER AND TAX CODE, AMOUNT AND TAX NEGATED -
      *    IS BOOKED INTO TODAY'S PERIOD, AND THE OPERATOR MAY THEN
      *    KEY A CORRECTED REPLACEMENT, UNDER ANOTHER BILLING CODE IF
      *    THE CUSTOMER WAS WRONG. BOTH GO THROUGH VALIDT-ROUTINE AS
      *    NEW ENTRIES AND TAKE THEIR ORDER NUMBERS FROM ORDCTL. THE
      *    ORIGINAL IS MARKED "V", THE REVERSAL "R" AND THE
      *    REPLACEMENT "C", EACH LINKED TO THE ORIGINAL (THE ORIGINAL
      *    TO ITS REVERSAL). THE PAIR SETTLES ITSELF: BOTH CARRY A
      *    ZERO XWOPEN, SO AN ORIGINAL WITH CASH ALLOCATED MUST BE
      *    UNALLOCATED FIRST. LIKE A DELETE, IT NEEDS PERAUTH. BOTH
      *    SCREENS ARE KEYED BEFORE ANYTHING IS POSTED: WHEN THE
      *    ORIGINAL OR THE REPLACEMENT IS AT OR ABOVE THE APRCTL
      *    LIMIT THE WHOLE CORRECTION IS HELD ON TRNPND FOR A SECOND
      *    OPERATOR, AS A LARGE CHANGE OR DELETE IS.
       CORREC-ROUTINE.
           MOVE SPACES TO TRNHST-FILE-STATUS.
           MOVE SPACE  TO WS-ERROR.
           MOVE SPACE  TO WS-HAS-PENDING.
           MOVE SPACE  TO WS-COR-POSTED.
           MOVE XWBCCD OF ZZSF02-I  TO  XWBCCD OF TRNHST-RECORD.
           MOVE XWORDN OF ZZSF02-I  TO  XWORDN OF TRNHST-RECORD.
           MOVE "Y" TO RECORD-FOUND-TRNHST
           READ TRNHST-FILE
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND-TRNHST.
           IF RECORD-FOUND-TRNHST = "N"
                OR TRNHST-FILE-STATUS NOT = "00"
              MOVE "Record is not available for correction.."
                                         TO  ZMSAGE  OF  ZZTR01-O
              WRITE DISPLAY-REC FORMAT IS "ZZTR01"
              GO CORREC-EXIT
           END-IF.
      *    AN OPEN PERIOD IS CORRECTED IN PLACE WITH OPTION 2
           MOVE XWE4NB OF TRNHST-RECORD  TO  XWE4NB OF PERSTS-RECORD.
           PERFORM CHECK-PERIOD-CLOSED  THRU  CHKPCL-EXIT.
           IF WS-PERIOD-CLOSED NOT = "Y"
              MOVE "Period is open - change the transaction instead.."
                                         TO  ZMSAGE  OF  ZZTR01-O
              WRITE DISPLAY-REC FORMAT IS "ZZTR01"
              GO CORREC-EXIT
           END-IF.
           PERFORM CHECK-OPR-AUTHORITY  THRU  CHKAUT-EXIT.
           IF WS-OPR-AUTHORIZED NOT = "Y"
              MOVE "Operator is not authorised to correct.."
                                         TO  ZMSAGE  OF  ZZTR01-O
              WRITE DISPLAY-REC FORMAT IS "ZZTR01"
              GO CORREC-EXIT
           END-IF.
           IF XWLKTP OF TRNHST-RECORD = "V"
              MOVE "Transaction has already been reversed.."
                                         TO  ZMSAGE  OF  ZZTR01-O
              WRITE DISPLAY-REC FORMAT IS "ZZTR01"
              GO CORREC-EXIT
           END-IF.
           IF XWLKTP OF TRNHST-RECORD = "R"
              MOVE "A reversal may not itself be corrected.."
                                         TO  ZMSAGE  OF  ZZTR01-O
              WRITE DISPLAY-REC FORMAT IS "ZZTR01"
              GO CORREC-EXIT
           END-IF.
           IF XWOPEN OF TRNHST-RECORD NOT = XWAMNT OF TRNHST-RECORD
              MOVE "Cash is allocated - unallocate before correcting.."
                                         TO  ZMSAGE  OF  ZZTR01-O
              WRITE DISPLAY-REC FORMAT IS "ZZTR01"
              GO CORREC-EXIT
           END-IF.
           PERFORM CHECK-PENDING  THRU  CHKPND-EXIT.
           IF WS-HAS-PENDING = "Y"
              MOVE "Change already awaiting approval.."
                                         TO  ZMSAGE  OF  ZZTR01-O
              WRITE DISPLAY-REC FORMAT IS "ZZTR01"
              GO CORREC-EXIT
           END-IF.
           MOVE TRNHST-RECORD  TO  WS-COR-ORIG-REC.

      *    THE REVERSAL IS SHOWN PROTECTED - ENTER GOES ON TO THE
      *    REPLACEMENT, F12 LEAVES THE ORIGINAL AS IT WAS
           SET CHANGE-MODE-OFF TO TRUE.
           SET ENTRY-MODE TO TRUE.
           MOVE SPACE  TO WS-LIMIT-WARNED.
           MOVE INDIC-ON   TO   IN34 OF ZZFT01-O-INDIC.
           MOVE INDIC-OFF  TO   IN36 OF ZZFT01-O-INDIC
                                IN37 OF ZZFT01-O-INDIC
                                IN38 OF ZZFT01-O-INDIC.
           INITIALIZE  ZZFT01-O
              REPLACING NUMERIC BY ZEROS ALPHANUMERIC BY SPACES.
           MOVE "REVERSE" TO ACTDSP OF ZZFT01-O.
           ACCEPT  WS-ADD-TODAY-N  FROM  DATE  YYYYMMDD.
           PERFORM LOAD-CORRECTION-SCREEN  THRU  LDCSCN-EXIT.
           COMPUTE XWAMNT OF ZZFT01-O =
                   ZEROS - XWAMNT OF WS-COR-ORIG-REC.
           STRING "Reverses order " XWORDN OF WS-COR-ORIG-REC
                  " - Enter to continue, F12 to cancel.."
                  DELIMITED BY SIZE INTO ZMSAGE OF ZZFT01-O.

           PERFORM DSPSCN-ROUTINE  THRU  DSPSCN-EXIT.
           IF EXIT-KEY OR CANCEL-KEY
              GO CORREC-EXIT
           END-IF.
           IF WS-ERROR = "Y"
              GO CORREC-EXIT
           END-IF.
           MOVE XWE4NB OF ZZFT01-I  TO  WS-COR-REV-XWE4NB.

      *    THE REPLACEMENT OPENS ON THE ORIGINAL'S VALUES IN TODAY'S
      *    PERIOD WITH THE BILLING CODE OPEN FOR KEYING. F12 GOES
      *    AHEAD WITH THE REVERSAL ALONE.
           MOVE SPACE  TO WS-ERROR.
           MOVE SPACE  TO WS-LIMIT-WARNED.
           MOVE SPACE  TO WS-COR-REPLACE.
           INITIALIZE  WS-COR-NEW-REC
              REPLACING NUMERIC BY ZEROS ALPHANUMERIC BY SPACES.
           MOVE INDIC-OFF  TO   IN34 OF ZZFT01-O-INDIC.
           MOVE INDIC-ON   TO   IN38 OF ZZFT01-O-INDIC.
           MOVE "Y"        TO   WS-ENT-CODE-OPEN.
           INITIALIZE  ZZFT01-O
              REPLACING NUMERIC BY ZEROS ALPHANUMERIC BY SPACES.
           MOVE "CORRECT" TO ACTDSP OF ZZFT01-O.
           PERFORM LOAD-CORRECTION-SCREEN  THRU  LDCSCN-EXIT.
           MOVE XWAMNT OF WS-COR-ORIG-REC  TO  XWAMNT OF ZZFT01-O.
           MOVE "Key the replacement, or F12 to reverse only.."
                                         TO  ZMSAGE  OF  ZZFT01-O.

           PERFORM DSPSCN-ROUTINE  THRU  DSPSCN-EXIT.
           IF EXIT-KEY OR CANCEL-KEY OR WS-ERROR = "Y"
              GO CORREC-POST
           END-IF.
           MOVE WS-ENT-XWBCCD         TO  XWBCCD OF WS-COR-NEW-REC.
           MOVE XWE4NB OF ZZFT01-I    TO  XWE4NB OF WS-COR-NEW-REC.
           MOVE XWDLDT OF ZZFT01-I    TO  XWDLDT OF WS-COR-NEW-REC.
           MOVE XWC8DT OF ZZFT01-I    TO  XWC8DT OF WS-COR-NEW-REC.
           MOVE PERSON OF ZZFT01-I    TO  PERSON OF WS-COR-NEW-REC.
           MOVE CUSNO  OF CUSTS-RECORD TO CUSNO  OF WS-COR-NEW-REC.
           MOVE XWTTYP OF ZZFT01-I    TO  XWTTYP OF WS-COR-NEW-REC.
           MOVE XWAMNT OF ZZFT01-I    TO  XWAMNT OF WS-COR-NEW-REC.
           MOVE XWAMNT OF ZZFT01-I    TO  XWOPEN OF WS-COR-NEW-REC.
           MOVE WS-NEW-TXCD           TO  XWTXCD OF WS-COR-NEW-REC.
           MOVE WS-NEW-TXEX           TO  XWTXEX OF WS-COR-NEW-REC.
           MOVE WS-NEW-TAXA           TO  XWTAXA OF WS-COR-NEW-REC.
           MOVE "C"                   TO  XWLKTP OF WS-COR-NEW-REC.
           MOVE XWBCCD OF WS-COR-ORIG-REC
                                      TO  XWLKBC OF WS-COR-NEW-REC.
           MOVE XWORDN OF WS-COR-ORIG-REC
                                      TO  XWLKOR OF WS-COR-NEW-REC.
           MOVE "Y" TO WS-COR-REPLACE.

      *    A LARGE CORRECTION - THE ORIGINAL OR THE REPLACEMENT AT OR
      *    ABOVE THE LIMIT - IS HELD ON TRNPND UNDER THE ORIGINAL'S
      *    KEY, WHICH ALSO BARS ANOTHER CORRECTION WHILE IT WAITS.
      *    CBTRNAPR POSTS IT ON APPROVAL.
       CORREC-POST.
           MOVE SPACES TO ZMSAGE OF ZZTR01-O.
           MOVE XWAMNT OF WS-COR-ORIG-REC  TO  WS-APR-OLD-XWAMNT.
           MOVE ZEROS                      TO  WS-APR-NEW-XWAMNT.
           IF WS-COR-REPLACE = "Y"
              MOVE XWAMNT OF WS-COR-NEW-REC  TO  WS-APR-NEW-XWAMNT
           END-IF.
           PERFORM CHECK-APPROVAL-NEEDED  THRU  CHKAPN-EXIT.
           IF WS-APR-NEEDED = "Y"
              MOVE WS-COR-ORIG-REC  TO  WS-AUD-BEFORE-REC
              MOVE WS-COR-NEW-REC   TO  TRNHST-RECORD
              MOVE "REVRSE"         TO  WS-PND-ACTION
              IF WS-COR-REPLACE = "Y"
                 MOVE "CORRCT"      TO  WS-PND-ACTION
              END-IF
              PERFORM PROPOSE-CHANGE  THRU  PRPCHG-EXIT
              GO CORREC-RESTORE
           END-IF.

           MOVE SPACES TO WS-ORDN-RETURN-CODE.
           CALL "NXTORDN"  USING  WS-ORDN-PARMS.
           CANCEL "NXTORDN".
           IF WS-ORDN-RETURN-CODE NOT = "00"
              MOVE "No order number available - not reversed.."
                                         TO  ZMSAGE  OF  ZZTR01-O
              WRITE DISPLAY-REC FORMAT IS "ZZTR01"
              GO CORREC-RESTORE
           END-IF.
           MOVE WS-COR-ORIG-REC       TO  TRNHST-RECORD.
           MOVE WS-ORDN-XWORDN        TO  XWORDN OF TRNHST-RECORD.
           MOVE WS-COR-REV-XWE4NB     TO  XWE4NB OF TRNHST-RECORD.
           COMPUTE XWAMNT OF TRNHST-RECORD =
                   ZEROS - XWAMNT OF WS-COR-ORIG-REC.
           COMPUTE XWTAXA OF TRNHST-RECORD =
                   ZEROS - XWTAXA OF WS-COR-ORIG-REC.
           MOVE ZEROS                 TO  XWOPEN OF TRNHST-RECORD.
           MOVE SPACE                 TO  XWRJST OF TRNHST-RECORD.
           MOVE SPACES                TO  XWRJRS OF TRNHST-RECORD.
           MOVE ZEROS                 TO  XWBRRF OF TRNHST-RECORD.
           MOVE "R"                   TO  XWLKTP OF TRNHST-RECORD.
           MOVE XWBCCD OF WS-COR-ORIG-REC
                                      TO  XWLKBC OF TRNHST-RECORD.
           MOVE XWORDN OF WS-COR-ORIG-REC
                                      TO  XWLKOR OF TRNHST-RECORD.
           WRITE TRNHST-RECORD
             INVALID KEY
               MOVE "Reversal to TRNHST file Invalid.."
                                         TO  ZMSAGE  OF  ZZTR01-O
               WRITE DISPLAY-REC FORMAT IS "ZZTR01"
             NOT INVALID KEY
               MOVE "Y" TO WS-COR-POSTED
               MOVE "REVRSE" TO WS-COR-AUD-ACTION
               PERFORM WRITE-AUDIT-CORRECTION  THRU  WRAUDK-EXIT
           END-WRITE.
           IF WS-COR-POSTED NOT = "Y"
              GO CORREC-RESTORE
           END-IF.
           MOVE XWORDN OF TRNHST-RECORD  TO  WS-COR-REV-XWORDN.

      *    THE ORIGINAL NOW POINTS AT ITS REVERSAL AND HAS NOTHING
      *    LEFT OPEN. ITS AMOUNT AND PERIOD ARE NOT TOUCHED, SO THE
      *    CLOSED PERIOD'S TRNSUM SNAPSHOT STILL AGREES WITH IT.
           MOVE XWBCCD OF WS-COR-ORIG-REC  TO  XWBCCD OF TRNHST-RECORD.
           MOVE XWORDN OF WS-COR-ORIG-REC  TO  XWORDN OF TRNHST-RECORD.
           MOVE "Y" TO RECORD-FOUND-TRNHST
           READ TRNHST-FILE
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND-TRNHST.
           IF RECORD-FOUND-TRNHST = "Y"
              MOVE "V"               TO  XWLKTP OF TRNHST-RECORD
              MOVE XWBCCD OF WS-COR-ORIG-REC
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
              WRITE DISPLAY-REC FORMAT IS "ZZTR01"
              GO CORREC-RESTORE
           END-IF.
           IF WS-COR-REPLACE NOT = "Y"
              STRING "Reversed by order " WS-COR-REV-XWORDN
                     " - no replacement keyed.."
                     DELIMITED BY SIZE INTO ZMSAGE OF ZZTR01-O
              WRITE DISPLAY-REC FORMAT IS "ZZTR01"
              GO CORREC-RESTORE
           END-IF.

           MOVE SPACES TO WS-ORDN-RETURN-CODE.
           CALL "NXTORDN"  USING  WS-ORDN-PARMS.
           CANCEL "NXTORDN".
           IF WS-ORDN-RETURN-CODE NOT = "00"
              STRING "Reversed by order " WS-COR-REV-XWORDN
                     " - no order number for the replacement.."
                     DELIMITED BY SIZE INTO ZMSAGE OF ZZTR01-O
              WRITE DISPLAY-REC FORMAT IS "ZZTR01"
              GO CORREC-RESTORE
           END-IF.
           MOVE WS-COR-NEW-REC        TO  TRNHST-RECORD.
           MOVE WS-ORDN-XWORDN        TO  XWORDN OF TRNHST-RECORD.
           WRITE TRNHST-RECORD
             INVALID KEY
               STRING "Reversed by order " WS-COR-REV-XWORDN
                      " - replacement to TRNHST file Invalid.."
                      DELIMITED BY SIZE INTO ZMSAGE OF ZZTR01-O
             NOT INVALID KEY
               MOVE "CORRCT" TO WS-COR-AUD-ACTION
               PERFORM WRITE-AUDIT-CORRECTION  THRU  WRAUDK-EXIT
               STRING "Reversed by order " WS-COR-REV-XWORDN
                      ", corrected as order " XWORDN OF TRNHST-RECORD
                      " - F12 to refresh.."
                      DELIMITED BY SIZE INTO ZMSAGE OF ZZTR01-O
           END-WRITE.
           WRITE DISPLAY-REC FORMAT IS "ZZTR01".
       CORREC-RESTORE.
           MOVE INDIC-OFF  TO   IN38 OF ZZFT01-O-INDIC.
           MOVE SPACE      TO   WS-ENT-CODE-OPEN.
           IF WS-ENT-XWBCCD NOT = LS-SWBCCD
              MOVE LS-SWBCCD  TO  WS-ENT-XWBCCD
              PERFORM LOAD-ENTRY-CUSTOMER  THRU  LDECUS-EXIT
           END-IF.
       CORREC-EXIT. EXIT.

      *    FILLS THE ENTRY SCREEN FROM THE TRANSACTION BEING
      *    CORRECTED, DATED INTO TODAY'S PERIOD. THE CALLER SETS THE
      *    AMOUNT.
       LOAD-CORRECTION-SCREEN.
           MOVE XWBCCD OF WS-COR-ORIG-REC  TO  XWBCCD OF ZZFT01-O.
           COMPUTE XWE4NB OF ZZFT01-O = (WS-ADD-YY * 100) + WS-ADD-MM.
           MOVE XWDLDT OF WS-COR-ORIG-REC  TO  XWDLDT OF ZZFT01-O.
           MOVE XWC8DT OF WS-COR-ORIG-REC  TO  XWC8DT OF ZZFT01-O.
           MOVE PERSON OF WS-COR-ORIG-REC  TO  PERSON OF ZZFT01-O
                                               PERSON OF SLMEN-RECORD.
           READ SLMEN-FILE
               INVALID KEY
                   MOVE ALL "-"  TO  PNAME OF SLMEN-RECORD
           END-READ.
           MOVE PNAME OF SLMEN-RECORD  TO  PNAME OF ZZFT01-O.
           MOVE XWTTYP OF WS-COR-ORIG-REC  TO  XWTTYP OF ZZFT01-O
                                               XWTTYP OF TRNHST-RECORD.
           PERFORM LOOKUP-TRNTYPE  THRU  LKTTYP-EXIT.
           MOVE XWTAXA OF WS-COR-ORIG-REC  TO  XWTAXA OF ZZFT01-O.
       LDCSCN-EXIT. EXIT.

       GETREC-ROUTINE.
           MOVE XWE4NB OF ZZSF02-I  TO  XWE4NB OF TRNHST-RECORD.
           MOVE XWDLDT OF ZZSF02-I  TO  XWDLDT OF TRNHST-RECORD.
