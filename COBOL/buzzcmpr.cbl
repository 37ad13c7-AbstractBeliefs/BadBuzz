           01 OLD-BUZZ-RECORD.
               03 OLD-INCREMENT-X PIC X(7).
               03 FILLER PIC X.
               03 OLD-CLASS PIC X(16).
               03 FILLER PIC X(24).

           FD NEW-BUZZ-FILE.
           01 NEW-BUZZ-RECORD.
               03 NEW-INCREMENT-X PIC X(7).
               03 FILLER PIC X.
               03 NEW-CLASS PIC X(16).
               03 FILLER PIC X(24).

           FD CMPR-RPT-FILE.
           01 CMPR-RPT-RECORD PIC X(80).
           WORKING-STORAGE SECTION.
           01 CMP-CLASS-TABLE.
               03 CMP-CLASS-COUNT PIC 9(2) VALUE 0.
               03 CMP-CLASS-ENTRY OCCURS 82 TIMES
                       INDEXED BY CMP-IDX.
                   05 CMP-CLASS-LABEL PIC X(16).
                   05 CMP-OLD-COUNT PIC 9(7).
                   05 CMP-NEW-COUNT PIC 9(7).
                   05 CMP-GAINED-COUNT PIC 9(7).
           01 WS-KEY-NUM REDEFINES WS-KEY-X PIC 9(7).
           01 WS-CLASS-FOUND PIC X VALUE "N".
           01 WS-FOUND-SUB PIC 9(2) VALUE 0.
           01 WS-LOOKUP-CLASS PIC X(16).
           01 WS-CHANGE-COUNT PIC 9(7) VALUE 0.
           01 WS-ONLY-OLD-COUNT PIC 9(7) VALUE 0.
           01 WS-ONLY-NEW-COUNT PIC 9(7) VALUE 0.
               03 FILLER PIC X(10) VALUE "INCREMENT ".
               03 WS-RPT-CHG-INCREMENT PIC 9(7).
               03 FILLER PIC X(5) VALUE " OLD=".
               03 WS-RPT-CHG-OLD PIC X(16).
               03 FILLER PIC X(5) VALUE " NEW=".
               03 WS-RPT-CHG-NEW PIC X(16).
               03 FILLER PIC X(21) VALUE SPACES.

           01 WS-RPT-HEADING-LINE.
               03 FILLER PIC X(16) VALUE "CLASSIFICATION  ".
               03 FILLER PIC X(28) VALUE SPACES.

           01 WS-RPT-CLASS-LINE.
               03 WS-RPT-CLS-LABEL PIC X(16).
               03 WS-RPT-CLS-OLD PIC Z(6)9.
               03 FILLER PIC X(3) VALUE SPACES.
               03 WS-RPT-CLS-NEW PIC Z(6)9.
                   END-IF
               END-PERFORM.
               IF WS-CLASS-FOUND NOT = "Y"
                   IF CMP-CLASS-COUNT < 82
                       ADD 1 TO CMP-CLASS-COUNT
                       MOVE CMP-CLASS-COUNT TO WS-FOUND-SUB
                       MOVE WS-LOOKUP-CLASS
