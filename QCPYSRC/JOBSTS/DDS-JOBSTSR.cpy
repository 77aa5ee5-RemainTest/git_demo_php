      *****************************************************************
      *  DDS-JOBSTSR OF JOBSTS                                        *
      *  JOB-STREAM STEP STATUS, WRITTEN BY THE JOBSTRM DRIVER. ONE   *
      *  RECORD PER JOBSTM STEP, SAME KEY, CARRYING HOW THE STEP      *
      *  ENDED IN THE CURRENT CYCLE OF THE STREAM. A CYCLE STARTS AT  *
      *  THE TOP OF THE STREAM AND LASTS UNTIL EVERY ACTIVE STEP HAS  *
      *  ENDED "COMPLETED" OR "EXCEPTIONS"; UNTIL THEN EACH START OF  *
      *  THE DRIVER RESUMES IT, RUNNING ONLY THE STEPS NOT YET DONE.  *
      *  JT-STATUS: "PENDING" (NOT YET RUN THIS CYCLE), "RUNNING"     *
      *  (CALLED, NOT YET RETURNED), "HELD" (AN EARLIER STEP IT       *
      *  DEPENDS ON FAILED), OR THE STEP'S RUNLOG END STATUS.         *
      *****************************************************************
           05  JOBSTSR.
               10  EXTERNALLY-DESCRIBED-KEY.
                   15  JT-STREAM              PIC X(10).
                   15  JT-STEP-SEQ            PIC 9(03).
               10  JT-STATUS                  PIC X(10).
               10  JT-CYCLE-DATE              PIC 9(08).
               10  JT-START-DATE              PIC 9(08).
               10  JT-START-TIME              PIC 9(06).
               10  JT-END-DATE                PIC 9(08).
               10  JT-END-TIME                PIC 9(06).
               10  JT-READ-COUNT              PIC 9(09).
               10  JT-WRITE-COUNT             PIC 9(09).
               10  JT-ERROR-COUNT             PIC 9(09).
