           01 BUZZ-OUT-RECORD.
               03 BOUT-INCREMENT PIC X(7).
               03 FILLER PIC X.
               03 BOUT-CLASS PIC X(16).
               03 FILLER PIC X(24).

           FD CSV-OUT-FILE.
           01 CSV-OUT-RECORD PIC X(25).
                   05 FILLER PIC X(7).
                   05 AUD-RULE-COUNT PIC X(7).
                   05 FILLER PIC X(27).
               03 AUD-WIDE-RULE-VIEW REDEFINES AUD-BODY.
                   05 FILLER PIC X(8).
                   05 AUD-WIDE-RULE-LABEL PIC X(16).
                   05 FILLER PIC X(13).
                   05 FILLER PIC X(7).
                   05 AUD-WIDE-RULE-COUNT PIC X(7).
                   05 FILLER PIC X(19).

           FD RECN-RPT-FILE.
           01 RECN-RPT-RECORD PIC X(80).
           WORKING-STORAGE SECTION.
           01 RCN-CLASS-TABLE.
               03 RCN-CLASS-COUNT PIC 9(2) VALUE 0.
               03 RCN-CLASS-ENTRY OCCURS 42 TIMES
                       INDEXED BY RCN-IDX.
                   05 RCN-CLASS-LABEL PIC X(16).
                   05 RCN-AUDIT-COUNT PIC 9(7).
                   05 RCN-OUT-COUNT PIC 9(7).
                   05 RCN-CSV-COUNT PIC 9(7).
           01 WS-MISMATCH-SWITCH PIC X VALUE "N".
           01 WS-CLASS-FOUND PIC X VALUE "N".
           01 WS-FOUND-SUB PIC 9(2) VALUE 0.
           01 WS-LOOKUP-CLASS PIC X(16).
           01 WS-COUNT-X PIC X(7).
           01 WS-COUNT-NUM REDEFINES WS-COUNT-X PIC 9(7).
           01 WS-AUDIT-RECORDS PIC 9(7) VALUE 0.
           01 WS-OUT-TOTAL PIC 9(7) VALUE 0.
           01 WS-CSV-TOTAL PIC 9(7) VALUE 0.
           01 WS-CSV-VALUE PIC X(7).
           01 WS-CSV-CLASS PIC X(16).
           01 WS-CURRENT-DATETIME PIC X(21).

           01 WS-RPT-TITLE-LINE.
               03 FILLER PIC X(28) VALUE SPACES.

           01 WS-RPT-CLASS-LINE.
               03 WS-RPT-CLASS-LABEL PIC X(16).
               03 WS-RPT-CLS-AUDIT PIC Z(6)9.
               03 FILLER PIC X(3) VALUE SPACES.
               03 WS-RPT-CLS-OUT PIC Z(6)9.
               END-IF.

           STORE-AUDIT-RULE.
               IF AUD-BODY (17:9) = " DIVISOR="
                   MOVE AUD-RULE-LABEL TO WS-LOOKUP-CLASS
                   MOVE AUD-RULE-COUNT TO WS-COUNT-X
               ELSE
                   MOVE AUD-WIDE-RULE-LABEL TO WS-LOOKUP-CLASS
                   MOVE AUD-WIDE-RULE-COUNT TO WS-COUNT-X
               END-IF.
               PERFORM FIND-OR-ADD-CLASS.
               INSPECT WS-COUNT-X REPLACING LEADING SPACE BY ZERO.
               IF WS-COUNT-X NUMERIC
                   ADD WS-COUNT-NUM
                   END-IF
               END-PERFORM.
               IF WS-CLASS-FOUND NOT = "Y"
                   IF RCN-CLASS-COUNT < 42
                       ADD 1 TO RCN-CLASS-COUNT
                       MOVE RCN-CLASS-COUNT TO WS-FOUND-SUB
                       MOVE WS-LOOKUP-CLASS
                           INTO WS-CSV-VALUE WS-CSV-CLASS
                       END-UNSTRING
                       ADD 1 TO WS-CSV-TOTAL
                       MOVE WS-CSV-CLASS TO WS-LOOKUP-CLASS
                       PERFORM FIND-OR-ADD-CLASS
                       ADD 1 TO RCN-CSV-COUNT (WS-FOUND-SUB)
                   END-IF
