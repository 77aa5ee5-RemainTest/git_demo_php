       PROCESS DATETIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBALLOC.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       SPECIAL-NAMES. LOCAL-DATA IS LOCALDATA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DISPLAY-FILE
               ASSIGN TO WORKSTATION-WALLOCD
               ORGANIZATION TRANSACTION
               ACCESS MODE DYNAMIC
               RELATIVE KEY RECNO
               FILE STATUS IS SFL-STATUS
               CONTROL-AREA SCRN-CONTROL.

           SELECT TRNHST-FILE
               ASSIGN TO DATABASE-TRNHST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF TRNHST-RECORD
               FILE STATUS IS TRNHST-FILE-STATUS.

           SELECT TRNHSTL3-FILE
               ASSIGN TO DATABASE-TRNHSTL3
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF TRNHSTL3-RECORD
                                      WITH DUPLICATES.

           SELECT CUSTS-FILE
               ASSIGN TO DATABASE-CUSTS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CUSTS-RECORD.

           SELECT TRNTYP-FILE
               ASSIGN TO DATABASE-TRNTYP
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                      OF TRNTYP-RECORD.

           SELECT ALLOC-FILE
               ASSIGN TO DATABASE-ALLOC
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                      OF ALLOC-RECORD
               FILE STATUS IS ALLOC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DISPLAY-FILE
           LABEL RECORDS STANDARD.
       01  DISPLAY-REC.
           COPY  DDS-ALL-FORMATS  OF  WALLOCD.

       FD  TRNHST-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRNHST-RECORD.
           COPY DDS-TRNHSTR       OF  TRNHST.

       FD  TRNHSTL3-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRNHSTL3-RECORD.
           COPY DDS-TRNHSTR       OF  TRNHSTL3.

       FD  CUSTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTS-RECORD.
           COPY DDS-CUSTSR        OF  CUSTS.

       FD  TRNTYP-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRNTYP-RECORD.
           COPY DDS-TRNTYPR       OF  TRNTYP.

       FD  ALLOC-FILE
           LABEL RECORDS ARE STANDARD.
       01  ALLOC-RECORD.
           COPY DDS-ALLOCR        OF  ALLOC.

       WORKING-STORAGE SECTION.
       01  MSGID                       PIC X(7).
       01  WS-ERRMSG                   PIC X(132).
       01  WS-PAGENO                   PIC S9(2).
       01  WS-SFL-MORE-FWD             PIC X(03) VALUE "NO ".
       01  WS-SFL-SKIP-COUNT           PIC 9(07) VALUE ZEROS.
       01  TRNHST-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  ALLOC-FILE-STATUS           PIC X(2) VALUE SPACES.
       01  WS-ALC-TIME-RAW.
           05  WS-ALC-TIME-HHMMSS      PIC 9(06).
           05  WS-ALC-TIME-CENTS       PIC 9(02).
       01  WS-ALC-AMOUNT               PIC S9(07)V99 VALUE ZEROS.
       01  WS-RST-AMOUNT               PIC S9(07)V99 VALUE ZEROS.
       01  WS-CR-XWORDN                PIC 9(07) VALUE ZEROS.
       01  WS-DR-XWORDN                PIC 9(07) VALUE ZEROS.

       01  WS-VARIABLES.
           02  WS-ERROR                PIC X   VALUE SPACE.
           02  NO-ERR-SFL              PIC X   VALUE SPACE.
           02  WS-STATUS               PIC X   VALUE SPACE.
           02  RECNO                   PIC 99 VALUE 0.
           02  RECORD-FOUND-SFL        PIC X VALUE SPACES.
           02  WS-RELOAD               PIC X VALUE SPACES.
           02  RECORD-FOUND-CUSTS      PIC X VALUE SPACES.
           02  RECORD-FOUND-TRNHST     PIC X VALUE SPACES.
           02  RECORD-FOUND-TRNHSTL3   PIC X VALUE SPACES.
           02  RECORD-FOUND-TRNTYP     PIC X VALUE SPACES.
           02  RECORD-FOUND-ALLOC      PIC X VALUE SPACES.
           02  WS-ALLOC-CHANGED        PIC X VALUE SPACES.

       01  WS-FLAGS.
           02  SFL-STATUS PIC XX.
              88 SFL-FULL VALUE "9M".
           02  INDIC-ON      PIC 1 VALUE B"1".
           02  INDIC-OFF     PIC 1 VALUE B"0".

       01  WS-CONSTANTS.
           02  MAX-SFL-RECORDS  PIC 99 VALUE 50.

       01  WS-INDIC-AREA.
           02  IN03                    PIC 1  INDIC 03.
               88  EXIT-KEY            VALUE B"1".
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

       LINKAGE SECTION.
       01  LS-SWBCCD                   PIC X(11).

      *    CASH ALLOCATION FOR ONE BILLING CODE. THE LIST SHOWS EVERY
      *    TRANSACTION UNDER THE CODE THAT STILL HAS AN OPEN AMOUNT.
      *    OPTION 1 ON A CREDIT OPENS IT FOR ALLOCATION: THE OPERATOR
      *    KEYS A DEBIT ORDER NUMBER AND AN AMOUNT (ZERO TAKES THE MOST
      *    THAT BOTH SIDES CAN BEAR) AND MAY GO ON TO FURTHER DEBITS
      *    UNTIL THE CASH IS USED UP, SO ONE PAYMENT CAN SETTLE SEVERAL
      *    DEBITS AND A DEBIT CAN BE PART-PAID. F23 AGAINST A KEYED
      *    DEBIT TAKES THAT MATCH OFF AGAIN. EVERY MATCH IS HELD ON
      *    ALLOC AND BOTH SIDES' XWOPEN ARE REDUCED BY IT.
       PROCEDURE DIVISION
                  USING LS-SWBCCD.

       MAIN-PROCESSING.
           PERFORM OPEN-FILES.
           PERFORM INIT-ROUTINE  THRU  INIT-EXIT.
           PERFORM PROCESS-ROUTINE   THRU  PR-EXIT
                       UNTIL  EXIT-KEY.

       PROGRAM-EXIT.
           PERFORM CLOSE-FILES.
           GOBACK.

       PROCESS-ROUTINE.
           PERFORM   DISPLAY-SFLCTL-FILE     THRU   DSFCF-EXIT.
           EVALUATE  TRUE
           WHEN  EXIT-KEY
                 CONTINUE
           WHEN  CANCEL-KEY
                 PERFORM INITIALIZE-SFLCTL
                 MOVE INDIC-ON TO IN03 OF WS-INDIC-AREA
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
           PERFORM START-TRNHSTL3-FILE  THRU  STL3F-EXIT.
           IF RECORD-FOUND-TRNHSTL3 = "Y"
              PERFORM READ-NEXT-TRNHSTL3-FILE  THRU  RNDTLF-EXIT
                      WS-SFL-SKIP-COUNT TIMES
           END-IF.
           IF RECORD-FOUND-TRNHSTL3 = "N"
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
           PERFORM START-TRNHSTL3-FILE  THRU  STL3F-EXIT.
           IF RECORD-FOUND-TRNHSTL3 = "Y"
              PERFORM READ-NEXT-TRNHSTL3-FILE  THRU  RNDTLF-EXIT
                      WS-SFL-SKIP-COUNT TIMES
           END-IF.
           IF RECORD-FOUND-TRNHSTL3 = "N"
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

      *    AN ALLOCATION MADE FROM THE LIST RELOADS IT FROM THE TOP,
      *    SO ITEMS SETTLED IN FULL DROP OFF AND PART-PAID ONES SHOW
      *    THEIR NEW OPEN AMOUNT.
       BUILD-SUBFILE.
           MOVE SPACE TO WS-RELOAD.
           MOVE 0 TO RECNO.
           MOVE 1 TO WS-PAGENO.
           PERFORM START-TRNHSTL3-FILE  THRU  STL3F-EXIT.
           IF RECORD-FOUND-TRNHSTL3 = "Y"
              PERFORM READ-NEXT-TRNHSTL3-FILE  THRU  RNDTLF-EXIT
           END-IF.

           IF  RECORD-FOUND-TRNHSTL3 = "Y"
               PERFORM CREATE-SFL-FILE    THRU    CSFLF-EXIT
           ELSE
               MOVE  "No open items for this billing code."
                                          TO ZMSAGE OF ZZTR01-O
               GO BSFL-EXIT
           END-IF.
           IF  RECNO > 0
              PERFORM DISPLAY-SUBFILE  THRU  DSFL-EXIT
                            UNTIL  EXIT-KEY OR CANCEL-KEY
                               OR  WS-RELOAD = "Y"
           END-IF.
       BSFL-EXIT.  EXIT.

       CREATE-SFL-FILE.
           MOVE  0  TO  RECNO.
           MOVE  SPACES  TO  WS-STATUS.
           MOVE  "NO "   TO  WS-SFL-MORE-FWD.
           PERFORM  FILL-SFL-FILE     THRU   FSFLF-EXIT
                    UNTIL  RECORD-FOUND-TRNHSTL3 = "N".
       CSFLF-EXIT.   EXIT.

       FILL-SFL-FILE.
           IF  RECNO >= MAX-SFL-RECORDS
               MOVE "YES" TO  WS-SFL-MORE-FWD
               MOVE "N"   TO  RECORD-FOUND-TRNHSTL3
               GO  FSFLF-EXIT.
           PERFORM  MOVE-TRNHSTL3-TO-SFL      THRU   MCTSFL-EXIT.
           ADD  1  TO  RECNO
           PERFORM   WRITE-SUBFILE-RECORD     THRU   WSFLR-EXIT.
           PERFORM   READ-NEXT-TRNHSTL3-FILE  THRU   RNDTLF-EXIT.
       FSFLF-EXIT. EXIT.

       DISPLAY-SUBFILE.
           MOVE CORR WS-INDIC-AREA TO ZZCT01-O-INDIC.
           PERFORM    WRITE-READ-SFC      THRU    WRSFC-EXIT.
           MOVE  0  TO   RECNO.
           MOVE "Y" TO   RECORD-FOUND-SFL  NO-ERR-SFL.
           MOVE SPACE TO WS-ALLOC-CHANGED.
           EVALUATE  TRUE
             WHEN EXIT-KEY
                CONTINUE
             WHEN CANCEL-KEY
                CONTINUE
             WHEN OTHER
                PERFORM PROCESS-SUBFILE-RECORD  THRU  PSFLR-EXIT
                          UNTIL  RECORD-FOUND-SFL = "N"
                IF WS-ALLOC-CHANGED = "Y"
                   AND NOT EXIT-KEY
                  MOVE "Y" TO WS-RELOAD
                END-IF
           END-EVALUATE.
       DSFL-EXIT.   EXIT.

       PROCESS-SUBFILE-RECORD.
           PERFORM READ-NEXT-SFL-FILE   THRU   RNSFLF-EXIT.
           IF  RECORD-FOUND-SFL = "N"
               GO PSFLR-EXIT.
           EVALUATE  TRUE
             WHEN  DSSEL OF ZZSF01-I = "1"
               PERFORM ALCREC-ROUTINE  THRU  ALCREC-EXIT
               MOVE INDIC-OFF TO IN12 OF WS-INDIC-AREA
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
           MOVE LS-SWBCCD TO  XWBCCD OF CUSTS-RECORD.
           MOVE "Y" TO RECORD-FOUND-CUSTS
           READ  CUSTS-FILE
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CUSTS
                       MOVE ALL "-"  TO  CNAME OF CUSTS-RECORD.
           PERFORM  INITIALIZE-SFLCTL.
       INIT-EXIT.  EXIT.

       OPEN-FILES.
               OPEN  INPUT  CUSTS-FILE
                            TRNHSTL3-FILE
                            TRNTYP-FILE
                     I-O    TRNHST-FILE
                            ALLOC-FILE
                            DISPLAY-FILE.

       CLOSE-FILES.
               CLOSE   CUSTS-FILE
                       TRNHSTL3-FILE
                       TRNTYP-FILE
                       TRNHST-FILE
                       ALLOC-FILE
                       DISPLAY-FILE.

       START-TRNHSTL3-FILE.
           MOVE LS-SWBCCD TO  XWBCCD OF TRNHSTL3-RECORD.
           MOVE ZEROS     TO  XWORDN OF TRNHSTL3-RECORD.
           MOVE "Y" TO RECORD-FOUND-TRNHSTL3.
           START TRNHSTL3-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                             OF TRNHSTL3-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-TRNHSTL3.
       STL3F-EXIT.  EXIT.

      *    ITEMS ALREADY SETTLED IN FULL ARE PASSED OVER, SO THE LIST
      *    AND ITS PAGING COUNT ONLY THE OPEN ITEMS.
       READ-NEXT-TRNHSTL3-FILE.
           MOVE "Y"   TO RECORD-FOUND-TRNHSTL3.
           READ  TRNHSTL3-FILE   NEXT RECORD
              AT END
                   MOVE "N"  TO  RECORD-FOUND-TRNHSTL3
                   GO RNDTLF-EXIT.
           IF XWBCCD OF TRNHSTL3-RECORD NOT = LS-SWBCCD
               MOVE "N"  TO  RECORD-FOUND-TRNHSTL3
               GO RNDTLF-EXIT
           END-IF.
           IF XWOPEN OF TRNHSTL3-RECORD = ZEROS
               GO READ-NEXT-TRNHSTL3-FILE
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

       MOVE-TRNHSTL3-TO-SFL.
           INITIALIZE  ZZSF01-O.
           MOVE CORR TRNHSTR OF TRNHSTL3-RECORD  TO  ZZSF01-O.
           MOVE XWORDN OF TRNHSTL3-RECORD  TO  XWORDN OF ZZSF01-O.
           MOVE XWTTYP OF TRNHSTL3-RECORD  TO  XWTTYP OF TRNTYP-RECORD.
           PERFORM LOOKUP-TRNTYPE  THRU  LKTTYP-EXIT.
           MOVE TTDRCR OF TRNTYP-RECORD  TO  TTDRCR OF ZZSF01-O.
       MCTSFL-EXIT.  EXIT.

      *    A TYPE MISSING FROM TRNTYP IS TREATED AS A DEBIT, AS THE
      *    AGING AND STATEMENT PROGRAMS DO.
       LOOKUP-TRNTYPE.
           MOVE "Y" TO RECORD-FOUND-TRNTYP.
           READ  TRNTYP-FILE
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND-TRNTYP.
           IF RECORD-FOUND-TRNTYP = "N"
             MOVE "D"  TO  TTDRCR OF TRNTYP-RECORD
           END-IF.
       LKTTYP-EXIT. EXIT.

       INITIALIZE-SFLCTL.
           INITIALIZE ZZCT01-O.
           MOVE "CBALLOC" TO ZZPGM OF ZZCT01-O.
           MOVE LS-SWBCCD TO XWBCCD OF ZZCT01-O.
           MOVE CNAME OF CUSTS-RECORD  TO  CNAME OF ZZCT01-O.

       STAMP-ALLOC-HEADER.
           ACCEPT  AL-DATE  FROM  DATE  YYYYMMDD.
           ACCEPT  WS-ALC-TIME-RAW  FROM  TIME.
           MOVE  WS-ALC-TIME-HHMMSS  TO  AL-TIME.
           CALL  "RTNUSRID"  USING  AL-OPERATOR.
           CANCEL  "RTNUSRID".
           MOVE  "M"  TO  AL-METHOD.
       STALC-EXIT.  EXIT.

       ALCREC-ROUTINE.
           MOVE XWORDN OF ZZSF01-I  TO  WS-CR-XWORDN.
           PERFORM READ-CREDIT  THRU  RDCRD-EXIT.
           IF RECORD-FOUND-TRNHST = "N"
              MOVE  "OES0115" TO MSGID
              CALL "RTNMSGTEXT" USING  MSGID WS-ERRMSG
              MOVE  WS-ERRMSG  TO  ZMSAGE  OF  ZZTR01-O
              WRITE DISPLAY-REC FORMAT IS "ZZTR01"
              GO ALCREC-EXIT
           END-IF.
           MOVE XWTTYP OF TRNHST-RECORD  TO  XWTTYP OF TRNTYP-RECORD.
           PERFORM LOOKUP-TRNTYPE  THRU  LKTTYP-EXIT.
           IF TTDRCR OF TRNTYP-RECORD NOT = "C"
              MOVE "Select a credit (payment) line to allocate.."
                                         TO  ZMSAGE  OF  ZZTR01-O
              WRITE DISPLAY-REC FORMAT IS "ZZTR01"
              GO ALCREC-EXIT
           END-IF.
           IF XWOPEN OF TRNHST-RECORD NOT > ZEROS
              MOVE "Credit has no unallocated cash left.."
                                         TO  ZMSAGE  OF  ZZTR01-O
              WRITE DISPLAY-REC FORMAT IS "ZZTR01"
              GO ALCREC-EXIT
           END-IF.

           MOVE INDIC-OFF  TO   IN40 OF ZZFT01-O-INDIC
                                IN41 OF ZZFT01-O-INDIC.
           INITIALIZE  ZZFT01-O
              REPLACING NUMERIC BY ZEROS ALPHANUMERIC BY SPACES.
           MOVE "ALLOCATE" TO ACTDSP OF ZZFT01-O.
           MOVE LS-SWBCCD                TO  XWBCCD OF ZZFT01-O.
           MOVE WS-CR-XWORDN             TO  CRORDN OF ZZFT01-O.
           MOVE XWAMNT OF TRNHST-RECORD  TO  CRAMNT OF ZZFT01-O.
           MOVE XWOPEN OF TRNHST-RECORD  TO  CROPEN OF ZZFT01-O.
           PERFORM DSPSCN-ROUTINE  THRU  DSPSCN-EXIT.
       ALCREC-EXIT. EXIT.

      *    THE SCREEN STAYS UP AFTER EACH ALLOCATION SO THE SAME CASH
      *    CAN GO ON TO THE NEXT DEBIT. IT CLOSES BY ITSELF ONCE THE
      *    CREDIT IS FULLY ALLOCATED.
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
           MOVE DRORDN OF ZZFT01-I  TO  DRORDN OF ZZFT01-O.
           MOVE ALAMNT OF ZZFT01-I  TO  ALAMNT OF ZZFT01-O.
           IF DELETE-F23
              PERFORM UNALCREC-ROUTINE  THRU  UNALC-EXIT
           ELSE
              PERFORM VALIDT-ROUTINE  THRU  VALIDT-EXIT
              IF WS-ERROR NOT = "Y"
                 PERFORM APPLY-ALLOCATION  THRU  APPLY-EXIT
              END-IF
           END-IF.
           IF CROPEN OF ZZFT01-O NOT > ZEROS
              MOVE "Credit is now fully allocated.."
                                         TO  ZMSAGE  OF  ZZTR01-O
              WRITE DISPLAY-REC FORMAT IS "ZZTR01"
              GO DSPSCN-EXIT
           END-IF.
           GO DSPSCN-ROUTINE.
       DSPSCN-EXIT. EXIT.

       READ-CREDIT.
           MOVE LS-SWBCCD     TO  XWBCCD OF TRNHST-RECORD.
           MOVE WS-CR-XWORDN  TO  XWORDN OF TRNHST-RECORD.
           MOVE "Y" TO RECORD-FOUND-TRNHST.
           READ TRNHST-FILE
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND-TRNHST.
       RDCRD-EXIT. EXIT.

       READ-DEBIT.
           MOVE LS-SWBCCD     TO  XWBCCD OF TRNHST-RECORD.
           MOVE WS-DR-XWORDN  TO  XWORDN OF TRNHST-RECORD.
           MOVE "Y" TO RECORD-FOUND-TRNHST.
           READ TRNHST-FILE
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND-TRNHST.
       RDDBT-EXIT. EXIT.

       READ-ALLOC.
           MOVE LS-SWBCCD     TO  AL-XWBCCD.
           MOVE WS-DR-XWORDN  TO  AL-DR-XWORDN.
           MOVE WS-CR-XWORDN  TO  AL-CR-XWORDN.
           MOVE "Y" TO RECORD-FOUND-ALLOC.
           READ ALLOC-FILE
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND-ALLOC.
       RDALC-EXIT. EXIT.

       VALIDT-ROUTINE.
           MOVE SPACE TO WS-ERROR.
           MOVE SPACE TO ZMSAGE OF ZZFT01-O.
           MOVE INDIC-OFF  TO  IN40 OF ZZFT01-O-INDIC
                               IN41 OF ZZFT01-O-INDIC.
           MOVE ZEROS TO DRAMNT OF ZZFT01-O
                         DROPEN OF ZZFT01-O
                         ALPREV OF ZZFT01-O.

      * A DEBIT ORDER NUMBER MUST BE KEYED
           IF DRORDN OF ZZFT01-I = ZEROS
              MOVE "Y" TO WS-ERROR
              MOVE INDIC-ON TO IN40 OF ZZFT01-O-INDIC
              MOVE "Key the order number of the debit to pay.."
                                         TO ZMSAGE OF ZZFT01-O
              GO VALIDT-EXIT
           END-IF.

      * THE DEBIT MUST BE ON FILE UNDER THE SAME BILLING CODE
           MOVE DRORDN OF ZZFT01-I  TO  WS-DR-XWORDN.
           PERFORM READ-DEBIT  THRU  RDDBT-EXIT.
           IF RECORD-FOUND-TRNHST = "N"
              MOVE "Y" TO WS-ERROR
              MOVE INDIC-ON TO IN40 OF ZZFT01-O-INDIC
              MOVE "Order number is not on file for this billing code.."
                                         TO ZMSAGE OF ZZFT01-O
              GO VALIDT-EXIT
           END-IF.
           MOVE XWAMNT OF TRNHST-RECORD  TO  DRAMNT OF ZZFT01-O.
           MOVE XWOPEN OF TRNHST-RECORD  TO  DROPEN OF ZZFT01-O.
           PERFORM READ-ALLOC  THRU  RDALC-EXIT.
           IF RECORD-FOUND-ALLOC = "Y"
              MOVE AL-AMOUNT  TO  ALPREV OF ZZFT01-O
           END-IF.

      * CASH IS ONLY EVER MATCHED AGAINST A DEBIT
           MOVE XWTTYP OF TRNHST-RECORD  TO  XWTTYP OF TRNTYP-RECORD.
           PERFORM LOOKUP-TRNTYPE  THRU  LKTTYP-EXIT.
           IF TTDRCR OF TRNTYP-RECORD = "C"
              MOVE "Y" TO WS-ERROR
              MOVE INDIC-ON TO IN40 OF ZZFT01-O-INDIC
              MOVE "Order number is a credit, not a debit.."
                                         TO ZMSAGE OF ZZFT01-O
              GO VALIDT-EXIT
           END-IF.
           IF XWOPEN OF TRNHST-RECORD NOT > ZEROS
              MOVE "Y" TO WS-ERROR
              MOVE INDIC-ON TO IN40 OF ZZFT01-O-INDIC
              MOVE "Debit has nothing outstanding.."
                                         TO ZMSAGE OF ZZFT01-O
              GO VALIDT-EXIT
           END-IF.

      * A ZERO AMOUNT TAKES THE SMALLER OF THE TWO OPEN AMOUNTS
           IF ALAMNT OF ZZFT01-I < ZEROS
              MOVE "Y" TO WS-ERROR
              MOVE INDIC-ON TO IN41 OF ZZFT01-O-INDIC
              MOVE "Amount may not be negative.."
                                         TO ZMSAGE OF ZZFT01-O
              GO VALIDT-EXIT
           END-IF.
           IF ALAMNT OF ZZFT01-I = ZEROS
              IF XWOPEN OF TRNHST-RECORD < CROPEN OF ZZFT01-O
                 MOVE XWOPEN OF TRNHST-RECORD  TO  WS-ALC-AMOUNT
              ELSE
                 MOVE CROPEN OF ZZFT01-O       TO  WS-ALC-AMOUNT
              END-IF
           ELSE
              MOVE ALAMNT OF ZZFT01-I  TO  WS-ALC-AMOUNT
           END-IF.
           IF WS-ALC-AMOUNT > CROPEN OF ZZFT01-O
              MOVE "Y" TO WS-ERROR
              MOVE INDIC-ON TO IN41 OF ZZFT01-O-INDIC
              MOVE "Amount is more than the unallocated cash.."
                                         TO ZMSAGE OF ZZFT01-O
              GO VALIDT-EXIT
           END-IF.
           IF WS-ALC-AMOUNT > XWOPEN OF TRNHST-RECORD
              MOVE "Y" TO WS-ERROR
              MOVE INDIC-ON TO IN41 OF ZZFT01-O-INDIC
              MOVE "Amount is more than the debit outstanding.."
                                         TO ZMSAGE OF ZZFT01-O
              GO VALIDT-EXIT
           END-IF.
       VALIDT-EXIT. EXIT.

      *    BOTH SIDES ARE RE-READ FOR UPDATE AND CHECKED AGAIN, IN
      *    CASE ANOTHER OPERATOR OR THE ALLOCAUTO RUN TOOK SOME OF THE
      *    SAME CASH WHILE THE SCREEN WAS UP. THE DEBIT IS REDUCED
      *    FIRST, THEN THE CREDIT, THEN THE MATCH IS RECORDED. IF A
      *    LATER STEP FAILS, THE SIDES ALREADY REDUCED ARE PUT BACK,
      *    SO NO XWOPEN IS LEFT REDUCED WITHOUT AN ALLOC RECORD.
       APPLY-ALLOCATION.
           PERFORM READ-CREDIT  THRU  RDCRD-EXIT.
           IF RECORD-FOUND-TRNHST = "N"
                OR XWOPEN OF TRNHST-RECORD < WS-ALC-AMOUNT
              MOVE "Credit changed by another job - not allocated.."
                                         TO ZMSAGE OF ZZFT01-O
              GO APPLY-EXIT
           END-IF.
           PERFORM READ-DEBIT  THRU  RDDBT-EXIT.
           IF RECORD-FOUND-TRNHST = "N"
                OR XWOPEN OF TRNHST-RECORD < WS-ALC-AMOUNT
              MOVE "Debit changed by another job - not allocated.."
                                         TO ZMSAGE OF ZZFT01-O
              GO APPLY-EXIT
           END-IF.
           SUBTRACT WS-ALC-AMOUNT FROM XWOPEN OF TRNHST-RECORD.
           REWRITE TRNHST-RECORD
             INVALID KEY
               MOVE "Update on TRNHST file Invalid.."
                                         TO ZMSAGE OF ZZFT01-O
               GO APPLY-EXIT
           END-REWRITE.
           MOVE XWOPEN OF TRNHST-RECORD  TO  DROPEN OF ZZFT01-O.
           MOVE WS-ALC-AMOUNT  TO  WS-RST-AMOUNT.

      * THE CREDIT'S LOCK WENT WHEN THE DEBIT WAS READ, SO IT IS
      * CHECKED AGAIN NOW IT IS HELD FOR UPDATE
           PERFORM READ-CREDIT  THRU  RDCRD-EXIT.
           IF RECORD-FOUND-TRNHST = "N"
                OR XWOPEN OF TRNHST-RECORD < WS-ALC-AMOUNT
              MOVE "Credit changed by another job - not allocated.."
                                         TO ZMSAGE OF ZZFT01-O
              PERFORM RESTORE-DEBIT  THRU  RSDBT-EXIT
              GO APPLY-EXIT
           END-IF.
           SUBTRACT WS-ALC-AMOUNT FROM XWOPEN OF TRNHST-RECORD.
           REWRITE TRNHST-RECORD
             INVALID KEY
               MOVE "Update on TRNHST file Invalid.."
                                         TO ZMSAGE OF ZZFT01-O
               PERFORM RESTORE-DEBIT  THRU  RSDBT-EXIT
               GO APPLY-EXIT
           END-REWRITE.
           MOVE XWOPEN OF TRNHST-RECORD  TO  CROPEN OF ZZFT01-O.

           PERFORM READ-ALLOC  THRU  RDALC-EXIT.
           IF RECORD-FOUND-ALLOC = "Y"
              ADD WS-ALC-AMOUNT  TO  AL-AMOUNT
              PERFORM STAMP-ALLOC-HEADER  THRU  STALC-EXIT
              REWRITE ALLOC-RECORD
                INVALID KEY
                  MOVE "Update on ALLOC file Invalid.."
                                         TO ZMSAGE OF ZZFT01-O
                  PERFORM RESTORE-DEBIT   THRU  RSDBT-EXIT
                  PERFORM RESTORE-CREDIT  THRU  RSCRD-EXIT
                  GO APPLY-EXIT
              END-REWRITE
           ELSE
              MOVE WS-ALC-AMOUNT  TO  AL-AMOUNT
              PERFORM STAMP-ALLOC-HEADER  THRU  STALC-EXIT
              WRITE ALLOC-RECORD
                INVALID KEY
                  MOVE "Add to ALLOC file Invalid.."
                                         TO ZMSAGE OF ZZFT01-O
                  PERFORM RESTORE-DEBIT   THRU  RSDBT-EXIT
                  PERFORM RESTORE-CREDIT  THRU  RSCRD-EXIT
                  GO APPLY-EXIT
              END-WRITE
           END-IF.
           MOVE AL-AMOUNT  TO  ALPREV OF ZZFT01-O.
           MOVE ZEROS      TO  ALAMNT OF ZZFT01-O.
           MOVE "Y" TO WS-ALLOC-CHANGED.
           IF ZMSAGE OF ZZFT01-O = SPACES
              MOVE "Allocated - key the next debit or F12 to return.."
                                         TO ZMSAGE OF ZZFT01-O
           END-IF.
       APPLY-EXIT. EXIT.

      *    PUTS WS-RST-AMOUNT BACK ON THE DEBIT OR THE CREDIT WHEN AN
      *    ALLOCATE OR UNALLOCATE FAILS PART WAY - POSITIVE TO UNDO A
      *    REDUCTION, NEGATIVE TO UNDO AN INCREASE. IF EVEN THAT
      *    FAILS THE OPERATOR IS TOLD TO HAVE ALLOCAUTO REBUILD THE
      *    OPEN AMOUNTS FROM ALLOC.
       RESTORE-DEBIT.
           PERFORM READ-DEBIT  THRU  RDDBT-EXIT.
           IF RECORD-FOUND-TRNHST = "N"
              MOVE "Debit not restored - run ALLOCAUTO REBUILD.."
                                         TO ZMSAGE OF ZZFT01-O
              GO RSDBT-EXIT
           END-IF.
           ADD WS-RST-AMOUNT TO XWOPEN OF TRNHST-RECORD.
           REWRITE TRNHST-RECORD
             INVALID KEY
               MOVE "Debit not restored - run ALLOCAUTO REBUILD.."
                                         TO ZMSAGE OF ZZFT01-O
               GO RSDBT-EXIT
           END-REWRITE.
           MOVE XWOPEN OF TRNHST-RECORD  TO  DROPEN OF ZZFT01-O.
       RSDBT-EXIT. EXIT.

       RESTORE-CREDIT.
           PERFORM READ-CREDIT  THRU  RDCRD-EXIT.
           IF RECORD-FOUND-TRNHST = "N"
              MOVE "Credit not restored - run ALLOCAUTO REBUILD.."
                                         TO ZMSAGE OF ZZFT01-O
              GO RSCRD-EXIT
           END-IF.
           ADD WS-RST-AMOUNT TO XWOPEN OF TRNHST-RECORD.
           REWRITE TRNHST-RECORD
             INVALID KEY
               MOVE "Credit not restored - run ALLOCAUTO REBUILD.."
                                         TO ZMSAGE OF ZZFT01-O
               GO RSCRD-EXIT
           END-REWRITE.
           MOVE XWOPEN OF TRNHST-RECORD  TO  CROPEN OF ZZFT01-O.
       RSCRD-EXIT. EXIT.

      *    F23 TAKES THE WHOLE MATCH BETWEEN THIS CREDIT AND THE KEYED
      *    DEBIT OFF AGAIN, AFTER A CONFIRMATION, AND PUTS THE AMOUNT
      *    BACK ON BOTH SIDES' XWOPEN. THE ALLOC RECORD GOES ONLY ONCE
      *    BOTH SIDES HAVE TAKEN THE AMOUNT BACK; ON ANY FAILURE THE
      *    SIDE ALREADY UPDATED IS REDUCED AGAIN AND ALLOC IS KEPT.
       UNALCREC-ROUTINE.
           MOVE SPACE TO ZMSAGE OF ZZFT01-O.
           MOVE INDIC-OFF  TO  IN40 OF ZZFT01-O-INDIC
                               IN41 OF ZZFT01-O-INDIC.
           IF DRORDN OF ZZFT01-I = ZEROS
              MOVE INDIC-ON TO IN40 OF ZZFT01-O-INDIC
              MOVE "Key the debit order number to unallocate.."
                                         TO ZMSAGE OF ZZFT01-O
              GO UNALC-EXIT
           END-IF.
           MOVE DRORDN OF ZZFT01-I  TO  WS-DR-XWORDN.
           PERFORM READ-ALLOC  THRU  RDALC-EXIT.
           IF RECORD-FOUND-ALLOC = "N"
              MOVE INDIC-ON TO IN40 OF ZZFT01-O-INDIC
              MOVE "No allocation between this credit and debit.."
                                         TO ZMSAGE OF ZZFT01-O
              GO UNALC-EXIT
           END-IF.

           MOVE "UNALLOCATE"     TO  ACTDSP OF ZZCNF1-O.
           MOVE SPACES           TO  ZMSAGE OF ZZCNF1-O.
           MOVE LS-SWBCCD        TO  XWBCCD OF ZZCNF1-O.
           MOVE WS-CR-XWORDN     TO  CRORDN OF ZZCNF1-O.
           MOVE WS-DR-XWORDN     TO  DRORDN OF ZZCNF1-O.
           MOVE AL-AMOUNT        TO  ALPREV OF ZZCNF1-O.
           WRITE  DISPLAY-REC  FORMAT "ZZCNF1".
           READ   DISPLAY-FILE  RECORD.
           MOVE CORR ZZCNF1-I-INDIC  TO  WS-INDIC-AREA.
           IF EXIT-KEY OR CANCEL-KEY
              MOVE INDIC-OFF TO IN03 OF WS-INDIC-AREA
                                IN12 OF WS-INDIC-AREA
              MOVE "Unallocate cancelled.." TO ZMSAGE OF ZZFT01-O
              GO UNALC-EXIT
           END-IF.

           MOVE AL-AMOUNT  TO  WS-ALC-AMOUNT.
           COMPUTE WS-RST-AMOUNT = ZEROS - WS-ALC-AMOUNT.
           PERFORM READ-DEBIT  THRU  RDDBT-EXIT.
           IF RECORD-FOUND-TRNHST = "N"
              MOVE "Debit not found - allocation not removed.."
                                         TO ZMSAGE OF ZZFT01-O
              GO UNALC-EXIT
           END-IF.
           ADD WS-ALC-AMOUNT TO XWOPEN OF TRNHST-RECORD.
           REWRITE TRNHST-RECORD
             INVALID KEY
               MOVE "Update on TRNHST file Invalid.."
                                         TO ZMSAGE OF ZZFT01-O
               GO UNALC-EXIT
           END-REWRITE.
           MOVE XWAMNT OF TRNHST-RECORD  TO  DRAMNT OF ZZFT01-O.
           MOVE XWOPEN OF TRNHST-RECORD  TO  DROPEN OF ZZFT01-O.

           PERFORM READ-CREDIT  THRU  RDCRD-EXIT.
           IF RECORD-FOUND-TRNHST = "N"
              MOVE "Credit not found - allocation not removed.."
                                         TO ZMSAGE OF ZZFT01-O
              PERFORM RESTORE-DEBIT  THRU  RSDBT-EXIT
              GO UNALC-EXIT
           END-IF.
           ADD WS-ALC-AMOUNT TO XWOPEN OF TRNHST-RECORD.
           REWRITE TRNHST-RECORD
             INVALID KEY
               MOVE "Update on TRNHST file Invalid.."
                                         TO ZMSAGE OF ZZFT01-O
               PERFORM RESTORE-DEBIT  THRU  RSDBT-EXIT
               GO UNALC-EXIT
           END-REWRITE.
           MOVE XWOPEN OF TRNHST-RECORD  TO  CROPEN OF ZZFT01-O.

           PERFORM READ-ALLOC  THRU  RDALC-EXIT.
           IF RECORD-FOUND-ALLOC = "N"
              MOVE "Allocation changed by another job - not removed.."
                                         TO ZMSAGE OF ZZFT01-O
              PERFORM RESTORE-DEBIT   THRU  RSDBT-EXIT
              PERFORM RESTORE-CREDIT  THRU  RSCRD-EXIT
              GO UNALC-EXIT
           END-IF.
           DELETE ALLOC-FILE
               INVALID
                 MOVE "Unable to delete ALLOC file.."
                                         TO ZMSAGE OF ZZFT01-O
                 PERFORM RESTORE-DEBIT   THRU  RSDBT-EXIT
                 PERFORM RESTORE-CREDIT  THRU  RSCRD-EXIT
                 GO UNALC-EXIT
           END-DELETE.
           MOVE ZEROS TO ALPREV OF ZZFT01-O.
           MOVE "Y" TO WS-ALLOC-CHANGED.
           IF ZMSAGE OF ZZFT01-O = SPACES
              MOVE "Allocation removed.." TO ZMSAGE OF ZZFT01-O
           END-IF.
       UNALC-EXIT. EXIT.
