           01 XPF5-RECORD PIC X(48).

           FD XPRF-RPT-FILE.
           01 XPRF-RPT-RECORD PIC X(132).

           WORKING-STORAGE SECTION.
           01 XPF-FILE-TABLE.
                   05 XPF-GOT PIC X.
                   05 XPF-AT-MIN PIC X.
                   05 XPF-KEY PIC 9(7).
                   05 XPF-CLASS PIC X(16).
                   05 XPF-PROFILE PIC X(8).
                   05 XPF-TOTAL PIC 9(7).

           01 XPM-CLASS-TABLE.
               03 XPM-CLASS-COUNT PIC 9(2) VALUE 0.
               03 XPM-CLASS-ENTRY OCCURS 42 TIMES.
                   05 XPM-CLASS-LABEL PIC X(16).
                   05 XPM-CELL-COUNT OCCURS 5 TIMES PIC 9(7).

           01 WS-FILE-STATUSES.
           01 WS-XPF-RECORD.
               03 WS-XPF-INCREMENT-X PIC X(7).
               03 FILLER PIC X.
               03 WS-XPF-CLASS PIC X(16).
               03 FILLER PIC X(24).
           01 WS-XPF-HDR-VIEW REDEFINES WS-XPF-RECORD.
               03 FILLER PIC X(20).
               03 WS-XPF-HDR-PROFILE PIC X(8).
           01 WS-MIN-KEY PIC 9(7) VALUE 0.
           01 WS-MIN-FOUND PIC X VALUE "N".
           01 WS-HOLDER-COUNT PIC 9(2) VALUE 0.
           01 WS-FIRST-CLASS PIC X(16).
           01 WS-CLASSES-DIFFER PIC X VALUE "N".
           01 WS-CLASS-FOUND PIC X VALUE "N".
           01 WS-FOUND-SUB PIC 9(2) VALUE 0.
           01 WS-CLASS-SUB PIC 9(2) VALUE 0.
           01 WS-LOOKUP-CLASS PIC X(16).
           01 WS-DIFF-COUNT PIC 9(7) VALUE 0.
           01 WS-PCT PIC 9(3)V99 VALUE 0.
           01 WS-CURRENT-DATETIME PIC X(21).
               03 FILLER PIC X(40)
                   VALUE "COBUZZ CROSS-PROFILE COMPARISON REPORT".
               03 WS-RPT-DATETIME PIC X(14).
               03 FILLER PIC X(78) VALUE SPACES.

           01 WS-RPT-HEADING-LINE.
               03 FILLER PIC X(16) VALUE "CLASSIFICATION  ".
               03 WS-RPT-HDG-COL OCCURS 5 TIMES.
                   05 FILLER PIC X VALUE SPACE.
                   05 WS-RPT-HDG-NAME PIC X(8).
               03 FILLER PIC X(71) VALUE SPACES.

           01 WS-RPT-COUNT-LINE.
               03 WS-RPT-CNT-LABEL PIC X(16).
               03 WS-RPT-CNT-COL OCCURS 5 TIMES.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 WS-RPT-CNT-VALUE PIC Z(6)9.
               03 FILLER PIC X(71) VALUE SPACES.

           01 WS-RPT-PCT-LINE.
               03 FILLER PIC X(16) VALUE "  PCT           ".
               03 WS-RPT-PCT-COL OCCURS 5 TIMES.
                   05 FILLER PIC X(3) VALUE SPACES.
                   05 WS-RPT-PCT-VALUE PIC ZZ9.99.
               03 FILLER PIC X(71) VALUE SPACES.

           01 WS-RPT-DIFF-HEAD-LINE.
               03 FILLER PIC X(44) VALUE
                   "INCREMENTS CLASSIFIED DIFFERENTLY BY PROFILE".
               03 FILLER PIC X(88) VALUE SPACES.

           01 WS-RPT-DIFF-LINE.
               03 FILLER PIC X(10) VALUE "INCREMENT ".
               03 WS-RPT-DIF-INCREMENT PIC 9(7).
               03 WS-RPT-DIF-COL OCCURS 5 TIMES.
                   05 FILLER PIC X VALUE SPACE.
                   05 WS-RPT-DIF-CLASS PIC X(16).
               03 FILLER PIC X(30) VALUE SPACES.

           01 WS-RPT-COUNT-TEXT-LINE.
               03 WS-RPT-CTX-TEXT PIC X(30).
               03 WS-RPT-CTX-VALUE PIC Z(6)9.
               03 FILLER PIC X(95) VALUE SPACES.

           01 WS-RPT-RESULT-LINE.
               03 FILLER PIC X(8) VALUE "RESULT: ".
               03 WS-RPT-RESULT-TEXT PIC X(124).

           01 WS-RPT-BLANK-LINE PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
           MAIN-LOGIC.
                   END-IF
               END-PERFORM.
               IF WS-CLASS-FOUND NOT = "Y"
                   IF XPM-CLASS-COUNT < 42
                       ADD 1 TO XPM-CLASS-COUNT
                       MOVE XPM-CLASS-COUNT TO WS-FOUND-SUB
                       MOVE WS-LOOKUP-CLASS
