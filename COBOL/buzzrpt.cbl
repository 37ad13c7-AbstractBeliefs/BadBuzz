           01 BUZZ-SRT-RECORD.
               03 BSRT-INCREMENT-X PIC X(7).
               03 FILLER PIC X.
               03 BSRT-CLASS PIC X(16).
               03 FILLER PIC X(24).

           FD RPRT-FILE.
           01 RPRT-RECORD.
           WORKING-STORAGE SECTION.
           01 RPT-CLASS-TABLE.
               03 RPT-CLASS-COUNT PIC 9(2) VALUE 0.
               03 RPT-CLASS-ENTRY OCCURS 41 TIMES.
                   05 RPT-CLASS-LABEL PIC X(16).
                   05 RPT-CLASS-TOTAL PIC 9(7).

           01 RPT-BLOCK-TABLE.
               03 RPT-BLOCK-ENTRY OCCURS 10000 TIMES.
                   05 RPT-BLOCK-USED PIC X.
                   05 RPT-BLOCK-TOTAL PIC 9(7).
                   05 RPT-BLOCK-CELL OCCURS 41 TIMES.
                       07 RPT-CELL-COUNT PIC 9(7).

           01 WS-FILE-STATUSES.
           01 WS-FOUND-SUB PIC 9(2) VALUE 0.
           01 WS-CLASS-SUB PIC 9(2) VALUE 0.
           01 WS-BLOCK-SUB PIC 9(5) VALUE 0.
           01 WS-LOOKUP-CLASS PIC X(16).
           01 WS-KEY-X PIC X(7).
           01 WS-KEY-NUM REDEFINES WS-KEY-X PIC 9(7).
           01 WS-GRAND-TOTAL PIC 9(7) VALUE 0.
               03 FILLER PIC X(86) VALUE SPACES.

           01 WS-A-DETAIL-LINE.
               03 WS-A-DTL-LABEL PIC X(16).
               03 WS-A-DTL-COUNT PIC Z(6)9.
               03 FILLER PIC X(3) VALUE SPACES.
               03 WS-A-DTL-PCT PIC ZZ9.99.

           01 WS-B-DETAIL-LINE.
               03 FILLER PIC X(2) VALUE SPACES.
               03 WS-B-DTL-LABEL PIC X(16).
               03 FILLER PIC X(2) VALUE SPACES.
               03 WS-B-DTL-COUNT PIC Z(6)9.
               03 FILLER PIC X(3) VALUE SPACES.
               03 WS-B-DTL-PCT PIC ZZ9.99.
               03 FILLER PIC X(85) VALUE SPACES.

           01 WS-BAD-LINE.
               03 FILLER PIC X(31)
                   END-IF
               END-PERFORM.
               IF WS-CLASS-FOUND NOT = "Y"
                   IF RPT-CLASS-COUNT < 41
                       ADD 1 TO RPT-CLASS-COUNT
                       MOVE RPT-CLASS-COUNT TO WS-FOUND-SUB
                       MOVE WS-LOOKUP-CLASS
