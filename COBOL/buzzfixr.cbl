               03 FILLER PIC X.
               03 FOU-PROFILE PIC X(8).
               03 FILLER PIC X(64).
           01 FIX-OUT-HEADER.
               03 FOH-TYPE PIC X(4).
               03 FOH-SOURCE PIC X(8).
               03 FILLER PIC X.
               03 FOH-FILE-ID PIC X(16).
               03 FILLER PIC X.
               03 FOH-CREATED PIC X(8).
               03 FILLER PIC X(42).
           01 FIX-OUT-TRAILER.
               03 FOT-TYPE PIC X(4).
               03 FOT-RECORDS PIC 9(7).
               03 FILLER PIC X.
               03 FOT-HASH PIC 9(15).
               03 FILLER PIC X(53).

           FD FIX-RPT-FILE.
           01 FIX-RPT-RECORD PIC X(80).
           01 WS-UNRESOLVED-COUNT PIC 9(4) VALUE 0.
           01 WS-NEW-VALUE-X PIC X(7).
           01 WS-NEW-VALUE-NUM REDEFINES WS-NEW-VALUE-X PIC 9(7).
           01 WS-OUT-HASH PIC 9(15) VALUE 0.
           01 WS-CURRENT-DATETIME PIC X(21).

           01 WS-RPT-TITLE-LINE.
                       WS-FIXOUT-STATUS
                   MOVE "Y" TO WS-ABORT-SWITCH
               ELSE
                   MOVE SPACES TO FIX-OUT-HEADER
                   MOVE "HDR " TO FOH-TYPE
                   MOVE "BUZZFIXR" TO FOH-SOURCE
                   MOVE SPACES TO FOH-FILE-ID
                   STRING "FX" DELIMITED BY SIZE
                       WS-CURRENT-DATETIME (1:14) DELIMITED BY SIZE
                       INTO FOH-FILE-ID
                   END-STRING
                   MOVE WS-CURRENT-DATETIME (1:8) TO FOH-CREATED
                   WRITE FIX-OUT-HEADER
                   IF WS-FIXOUT-STATUS NOT = "00"
                       DISPLAY "ERROR: UNABLE TO WRITE REPAIRED FILE "
                           "HEADER, STATUS=" WS-FIXOUT-STATUS
                       MOVE "Y" TO WS-ABORT-SWITCH
                   END-IF
                   PERFORM WRITE-ONE-REPAIR
                       VARYING WS-REJ-SUB FROM 1 BY 1
                       UNTIL WS-REJ-SUB > FIX-REJECT-COUNT
                       OR WS-ABORT-SWITCH = "Y"
                   IF WS-ABORT-SWITCH NOT = "Y"
                       MOVE SPACES TO FIX-OUT-TRAILER
                       MOVE "TRL " TO FOT-TYPE
                       MOVE WS-REPAIRED-COUNT TO FOT-RECORDS
                       MOVE WS-OUT-HASH TO FOT-HASH
                       WRITE FIX-OUT-TRAILER
                       IF WS-FIXOUT-STATUS NOT = "00"
                           DISPLAY "ERROR: UNABLE TO WRITE REPAIRED "
                               "FILE TRAILER, STATUS=" WS-FIXOUT-STATUS
                           MOVE "Y" TO WS-ABORT-SWITCH
                       END-IF
                   END-IF
                   CLOSE FIX-OUT-FILE
               END-IF.

                   MOVE SPACES TO FIX-OUT-RECORD
                   MOVE FIX-VALUE (WS-REJ-SUB) TO FOU-VALUE
                   MOVE FIX-PROFILE (WS-REJ-SUB) TO FOU-PROFILE
                   MOVE FIX-VALUE (WS-REJ-SUB) TO WS-NEW-VALUE-X
                   INSPECT WS-NEW-VALUE-X
                       REPLACING LEADING SPACE BY ZERO
                   IF WS-NEW-VALUE-X NUMERIC
                       ADD WS-NEW-VALUE-NUM TO WS-OUT-HASH
                   END-IF
                   WRITE FIX-OUT-RECORD
                   IF WS-FIXOUT-STATUS NOT = "00"
                       DISPLAY "ERROR: UNABLE TO WRITE REPAIRED "
