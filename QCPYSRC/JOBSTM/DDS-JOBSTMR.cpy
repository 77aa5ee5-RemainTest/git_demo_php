      *****************************************************************
      *  DDS-JOBSTMR OF JOBSTM                                        *
      *  JOB-STREAM DEFINITION FILE READ BY THE JOBSTRM DRIVER. ONE   *
      *  RECORD PER STEP, KEYED BY STREAM NAME + STEP SEQUENCE; THE   *
      *  STEPS RUN IN SEQUENCE ORDER.                                 *
      *  JS-PROGRAM: BATCH PROGRAM CALLED FOR THE STEP. JS-PARM IS    *
      *  PASSED TO IT AS ITS SELECTION PARAMETERS, LEFT-JUSTIFIED IN  *
      *  THE PROGRAM'S OWN PARAMETER LAYOUT (E.G. "CLOSE 2609" FOR    *
      *  PERCLOSE); BLANK FOR A PROGRAM THAT TAKES NONE.              *
      *  JS-DEP-1 TO JS-DEP-5: SEQUENCE NUMBERS OF EARLIER STEPS THIS *
      *  STEP DEPENDS ON; ZERO = UNUSED. A STEP IS HELD WHEN ANY OF   *
      *  THEM ENDED "HALTED", "ABENDED" OR "CANCELLED", OR WAS HELD.  *
      *  JS-RUNLOG: "N" = THE PROGRAM WRITES NO CBRUNLOG ENTRIES, SO  *
      *  A NORMAL RETURN IS TAKEN AS "COMPLETED"; OTHERWISE THE STEP  *
      *  ENDS WITH THE STATUS OF ITS RUNLOG END ENTRY.                *
      *  JS-ACTIVE: "I" = STEP BYPASSED (KEPT ON FILE, NOT RUN).      *
      *****************************************************************
           05  JOBSTMR.
               10  EXTERNALLY-DESCRIBED-KEY.
                   15  JS-STREAM              PIC X(10).
                   15  JS-STEP-SEQ            PIC 9(03).
               10  JS-PROGRAM                 PIC X(10).
               10  JS-DESC                    PIC X(30).
               10  JS-PARM                    PIC X(50).
               10  JS-DEPENDS.
                   15  JS-DEP-1               PIC 9(03).
                   15  JS-DEP-2               PIC 9(03).
                   15  JS-DEP-3               PIC 9(03).
                   15  JS-DEP-4               PIC 9(03).
                   15  JS-DEP-5               PIC 9(03).
               10  JS-RUNLOG                  PIC X(01).
               10  JS-ACTIVE                  PIC X(01).
