               10  WS-ENT-BCCD       PIC X(11).
               10  FILLER            PIC X(08)  VALUE "  ORDER ".
               10  WS-ENT-ORDN       PIC Z(06)9.
               10  FILLER            PIC X(11)  VALUE "  APPROVER ".
               10  WS-ENT-APPR       PIC X(10).

           05  WS-COLUMN-HEADING.
               10  FILLER            PIC X(05)  VALUE SPACES.
           MOVE AUD-OPERATOR TO WS-ENT-OPER.
           MOVE AUD-XWBCCD   TO WS-ENT-BCCD.
           MOVE AUD-XWORDN   TO WS-ENT-ORDN.
           MOVE AUD-APPROVER TO WS-ENT-APPR.
           MOVE WS-ENTRY-LINE TO FD-AUDPRN-RECORD.
           WRITE FD-AUDPRN-RECORD AFTER ADVANCING 2.
           MOVE WS-COLUMN-HEADING TO FD-AUDPRN-RECORD.
