           FD MST-HIST-FILE.
           01 MST-HIST-RECORD.
               03 HIS-INCREMENT PIC X(7).
               03 HIS-ACTION PIC X.
                   88 HIS-IS-ADD VALUE "A".
                   88 HIS-IS-BACKOUT VALUE "B" "D".
                   88 HIS-IS-BACKOUT-DELETE VALUE "D".
                   88 HIS-IS-PURGE VALUE "P".
               03 HIS-OLD-CLASS PIC X(16).
               03 FILLER PIC X.
               03 HIS-OLD-DIVISOR PIC X(4).
               03 FILLER PIC X.
               03 HIS-OLD-RUN-DATE PIC X(8).
               03 FILLER PIC X.
               03 HIS-NEW-CLASS PIC X(16).
               03 FILLER PIC X.
               03 HIS-NEW-RUN-NUMBER PIC X(6).
               03 FILLER PIC X.
               03 HIS-NEW-RUN-DATE PIC X(8).

           FD HIST-RPT-FILE.
           01 HIST-RPT-RECORD PIC X(132).

           WORKING-STORAGE SECTION.
           01 HST-PAIR-TABLE.
               03 HST-PAIR-COUNT PIC 9(2) VALUE 0.
               03 HST-PAIR-ENTRY OCCURS 42 TIMES
                       INDEXED BY HST-IDX.
                   05 HST-PAIR-OLD PIC X(16).
                   05 HST-PAIR-NEW PIC X(16).
                   05 HST-PAIR-TALLY PIC 9(7).

           01 WS-FILE-STATUSES.
           01 WS-PAIR-FOUND PIC X VALUE "N".
           01 WS-FOUND-SUB PIC 9(2) VALUE 0.
           01 WS-CHANGE-COUNT PIC 9(7) VALUE 0.
           01 WS-ADD-COUNT PIC 9(7) VALUE 0.
           01 WS-BACKOUT-COUNT PIC 9(7) VALUE 0.
           01 WS-PURGE-COUNT PIC 9(7) VALUE 0.
           01 WS-CURRENT-DATETIME PIC X(21).

           01 WS-RPT-TITLE-LINE.
               03 FILLER PIC X(40)
                   VALUE "COBUZZ MASTER CLASSIFICATION HISTORY".
               03 WS-RPT-DATETIME PIC X(14).
               03 FILLER PIC X(78) VALUE SPACES.

           01 WS-RPT-CHANGE-LINE.
               03 FILLER PIC X(10) VALUE "INCREMENT ".
               03 WS-RPT-CHG-INCREMENT PIC X(7).
               03 FILLER PIC X(5) VALUE " OLD=".
               03 WS-RPT-CHG-OLD PIC X(16).
               03 FILLER PIC X(5) VALUE " NEW=".
               03 WS-RPT-CHG-NEW PIC X(16).
               03 FILLER PIC X(9) VALUE " OLD-RUN=".
               03 WS-RPT-CHG-OLD-DATE PIC X(8).
               03 FILLER PIC X(5) VALUE " RUN=".
               03 WS-RPT-CHG-RUN PIC X(6).
               03 FILLER PIC X VALUE SPACE.
               03 WS-RPT-CHG-NOTE PIC X(8).
               03 FILLER PIC X(36) VALUE SPACES.

           01 WS-RPT-HEADING-LINE.
               03 FILLER PIC X(18) VALUE "OLD CLASS".
               03 FILLER PIC X(18) VALUE "NEW CLASS".
               03 FILLER PIC X(7) VALUE "CHANGES".
               03 FILLER PIC X(89) VALUE SPACES.

           01 WS-RPT-PAIR-LINE.
               03 WS-RPT-PAIR-OLD PIC X(16).
               03 FILLER PIC X(2) VALUE SPACES.
               03 WS-RPT-PAIR-NEW PIC X(16).
               03 FILLER PIC X(2) VALUE SPACES.
               03 WS-RPT-PAIR-TALLY PIC Z(6)9.
               03 FILLER PIC X(89) VALUE SPACES.

           01 WS-RPT-COUNT-LINE.
               03 WS-RPT-CNT-TEXT PIC X(30).
               03 WS-RPT-CNT-VALUE PIC Z(6)9.
               03 FILLER PIC X(95) VALUE SPACES.

           01 WS-RPT-RESULT-LINE.
               03 FILLER PIC X(8) VALUE "RESULT: ".
               03 WS-RPT-RESULT-TEXT PIC X(124).

           01 WS-RPT-BLANK-LINE PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
           MAIN-LOGIC.
                       MOVE "Y" TO WS-HIST-EOF
               END-READ.
               IF WS-HIST-EOF NOT = "Y"
                   IF HIS-IS-ADD
                       ADD 1 TO WS-ADD-COUNT
                   ELSE
                       PERFORM LIST-CLASS-CHANGE
                   END-IF
               END-IF.

           LIST-CLASS-CHANGE.
               ADD 1 TO WS-CHANGE-COUNT.
               MOVE HIS-INCREMENT TO WS-RPT-CHG-INCREMENT.
               MOVE HIS-OLD-CLASS TO WS-RPT-CHG-OLD.
               MOVE HIS-NEW-CLASS TO WS-RPT-CHG-NEW.
               IF HIS-IS-BACKOUT-DELETE OR HIS-IS-PURGE
                   MOVE "*DELETED*" TO WS-RPT-CHG-NEW
               END-IF.
               MOVE HIS-OLD-RUN-DATE TO WS-RPT-CHG-OLD-DATE.
               MOVE HIS-NEW-RUN-NUMBER TO WS-RPT-CHG-RUN.
               IF HIS-IS-BACKOUT
                   ADD 1 TO WS-BACKOUT-COUNT
                   MOVE "BACKOUT" TO WS-RPT-CHG-NOTE
               ELSE
                   IF HIS-IS-PURGE
                       ADD 1 TO WS-PURGE-COUNT
                       MOVE "PURGED" TO WS-RPT-CHG-NOTE
                   ELSE
                       MOVE SPACES TO WS-RPT-CHG-NOTE
                   END-IF
               END-IF.
               MOVE WS-RPT-CHANGE-LINE TO HIST-RPT-RECORD.
               WRITE HIST-RPT-RECORD.
               PERFORM TALLY-CLASS-PAIR.

           TALLY-CLASS-PAIR.
               MOVE "N" TO WS-PAIR-FOUND.
               MOVE WS-CHANGE-COUNT TO WS-RPT-CNT-VALUE.
               MOVE WS-RPT-COUNT-LINE TO HIST-RPT-RECORD.
               WRITE HIST-RPT-RECORD.
               MOVE "  OF WHICH BACKOUT REVERSALS: "
                   TO WS-RPT-CNT-TEXT.
               MOVE WS-BACKOUT-COUNT TO WS-RPT-CNT-VALUE.
               MOVE WS-RPT-COUNT-LINE TO HIST-RPT-RECORD.
               WRITE HIST-RPT-RECORD.
               MOVE "  OF WHICH RETENTION PURGES:  "
                   TO WS-RPT-CNT-TEXT.
               MOVE WS-PURGE-COUNT TO WS-RPT-CNT-VALUE.
               MOVE WS-RPT-COUNT-LINE TO HIST-RPT-RECORD.
               WRITE HIST-RPT-RECORD.
               MOVE "NEW MASTER RECORDS ADDED:     "
                   TO WS-RPT-CNT-TEXT.
               MOVE WS-ADD-COUNT TO WS-RPT-CNT-VALUE.
               MOVE WS-RPT-COUNT-LINE TO HIST-RPT-RECORD.
               WRITE HIST-RPT-RECORD.
