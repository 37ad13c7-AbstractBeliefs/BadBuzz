               SELECT BUZZ-IN-FILE ASSIGN TO "BUZZIN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BUZZIN-STATUS.
               SELECT BUZZ-IN-REG-FILE ASSIGN TO "BUZZINRG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BUZZINRG-STATUS.
               SELECT BUZZ-ERR-FILE ASSIGN TO "BUZZERR"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BUZZERR-STATUS.
               SELECT MST-HIST-FILE ASSIGN TO "MSTHIST"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MSTHIST-STATUS.
               SELECT PART-CTL-FILE ASSIGN TO "PARTCTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARTCTL-STATUS.
               SELECT SLICE-WORK-FILE ASSIGN TO "SLICEWK"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SLICEWK-STATUS.
               SELECT RUN-ACCT-FILE ASSIGN TO "RUNACCT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNACCT-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD BUZZ-OUT-FILE.
               03 FILLER PIC X.
               03 BUZZ-IN-PROFILE PIC X(8).
               03 FILLER PIC X(64).
           01 BUZZ-IN-HEADER.
               03 BUZZ-IN-HDR-TYPE PIC X(4).
               03 BUZZ-IN-HDR-SOURCE PIC X(8).
               03 FILLER PIC X.
               03 BUZZ-IN-HDR-FILE-ID PIC X(16).
               03 FILLER PIC X.
               03 BUZZ-IN-HDR-CREATED PIC X(8).
               03 FILLER PIC X(42).
           01 BUZZ-IN-TRAILER.
               03 BUZZ-IN-TRL-TYPE PIC X(4).
               03 BUZZ-IN-TRL-RECORDS PIC X(7).
               03 FILLER PIC X.
               03 BUZZ-IN-TRL-HASH PIC X(15).
               03 FILLER PIC X(53).

           FD BUZZ-IN-REG-FILE.
           01 BUZZ-IN-REG-RECORD.
               03 INR-SOURCE PIC X(8).
               03 FILLER PIC X.
               03 INR-FILE-ID PIC X(16).
               03 FILLER PIC X.
               03 INR-CREATED PIC X(8).
               03 FILLER PIC X.
               03 INR-RUN-NUMBER PIC 9(6).
               03 FILLER PIC X.
               03 INR-DATE PIC X(8).
               03 FILLER PIC X.
               03 INR-TIME PIC X(6).
               03 FILLER PIC X.
               03 INR-RECORDS PIC 9(7).
               03 FILLER PIC X(15).

           FD BUZZ-ERR-FILE.
           01 BUZZ-ERR-RECORD.
               03 CHKPT-REC-TYPE PIC X.
                   88 CHKPT-IS-HEADER VALUE "H".
                   88 CHKPT-IS-RULE VALUE "R".
                   88 CHKPT-IS-COMBO VALUE "C".
               03 CHKPT-HEADER-DATA.
                   05 CHKPT-INCREMENT PIC 9(7).
                   05 CHKPT-MAX-BUZZ PIC 9(7).
                   05 CHKPT-RULE-DIVISOR PIC 9(4).
                   05 CHKPT-RULE-LABEL PIC X(8).
                   05 CHKPT-RULE-MATCH-COUNT PIC 9(7).
                   05 CHKPT-RULE-MATCH-MODE PIC X.
               03 CHKPT-COMBO-DATA REDEFINES CHKPT-HEADER-DATA.
                   05 CHKPT-COMBO-DIVISOR PIC 9(4).
                   05 CHKPT-COMBO-LABEL PIC X(16).
                   05 CHKPT-COMBO-MATCH-COUNT PIC 9(7).

           FD AUDIT-FILE.
           01 AUDIT-RECORD PIC X(80).
           FD BUZZ-MST-FILE.
           01 MST-RECORD.
               03 MST-INCREMENT PIC 9(7).
               03 MST-CLASS PIC X(16).
               03 MST-RULE-DIVISOR PIC 9(4).
               03 MST-RUN-DATE PIC X(8).

           FD MST-HIST-FILE.
           01 MST-HIST-RECORD.
               03 HIS-INCREMENT PIC 9(7).
               03 HIS-ACTION PIC X.
               03 HIS-OLD-CLASS PIC X(16).
               03 FILLER PIC X.
               03 HIS-OLD-DIVISOR PIC 9(4).
               03 FILLER PIC X.
               03 HIS-OLD-RUN-DATE PIC X(8).
               03 FILLER PIC X.
               03 HIS-NEW-CLASS PIC X(16).
               03 FILLER PIC X.
               03 HIS-NEW-RUN-NUMBER PIC 9(6).
               03 FILLER PIC X.
               03 HIS-NEW-RUN-DATE PIC X(8).

           FD PART-CTL-FILE.
           01 PART-CTL-RECORD.
               03 PTC-REC-TYPE PIC X.
                   88 PTC-IS-HEADER VALUE "H".
                   88 PTC-IS-SLICE VALUE "S".
                   88 PTC-IS-RULE VALUE "R".
               03 FILLER PIC X.
               03 PTC-RUN-NUMBER PIC 9(6).
               03 FILLER PIC X.
               03 PTC-SLICE PIC 9(2).
               03 FILLER PIC X.
               03 PTC-RANGE-DATA.
                   05 PTC-START-VALUE PIC 9(7).
                   05 FILLER PIC X.
                   05 PTC-END-VALUE PIC 9(7).
               03 PTC-RULE-DATA REDEFINES PTC-RANGE-DATA.
                   05 PTC-RULE-DIVISOR PIC 9(4).
                   05 FILLER PIC X.
                   05 PTC-RULE-LABEL PIC X(8).
                   05 FILLER PIC X.
                   05 PTC-RULE-MATCH-MODE PIC X.
               03 FILLER PIC X.
               03 PTC-RUN-DATE PIC X(8).
               03 FILLER PIC X.
               03 PTC-PROFILE-NAME PIC X(8).
               03 FILLER PIC X.
               03 PTC-MAX-BUZZ PIC 9(7).
               03 FILLER PIC X.
               03 PTC-JOB-NAME PIC X(8).
               03 FILLER PIC X(18).

           FD SLICE-WORK-FILE.
           01 SLICE-WORK-RECORD.
               03 SLW-REC-TYPE PIC X.
                   88 SLW-IS-DETAIL VALUE "D".
                   88 SLW-IS-TRAILER VALUE "T".
               03 SLW-DETAIL-DATA.
                   05 SLW-INCREMENT PIC 9(7).
                   05 SLW-CLASS PIC X(16).
                   05 SLW-DIVISOR PIC 9(4).
                   05 SLW-MATCH-RULE PIC 9(2).
                   05 SLW-MATCH-COUNT PIC 9(2).
                   05 FILLER PIC X(8).
               03 SLW-TRAILER-DATA REDEFINES SLW-DETAIL-DATA.
                   05 SLW-SLICE PIC 9(2).
                   05 SLW-RUN-NUMBER PIC 9(6).
                   05 SLW-START-VALUE PIC 9(7).
                   05 SLW-END-VALUE PIC 9(7).
                   05 SLW-RECORDS PIC 9(7).
                   05 FILLER PIC X(10).

           FD RUN-ACCT-FILE.
           01 RUN-ACCT-RECORD.
               03 ACT-RUN-NUMBER PIC 9(6).
               03 FILLER PIC X.
               03 ACT-RUN-DATE PIC X(8).
               03 FILLER PIC X.
               03 ACT-TIME PIC X(6).
               03 FILLER PIC X.
               03 ACT-JOB-NAME PIC X(8).
               03 FILLER PIC X.
               03 ACT-PROFILE-NAME PIC X(8).
               03 FILLER PIC X.
               03 ACT-INPUT-MODE PIC X.
                   88 ACT-MODE-GENERATED VALUE "G".
                   88 ACT-MODE-INPUT VALUE "I".
                   88 ACT-MODE-TAGGED VALUE "T".
                   88 ACT-MODE-PARTITIONED VALUE "P".
               03 FILLER PIC X.
               03 ACT-RECORDS PIC 9(7).
               03 FILLER PIC X.
               03 ACT-READ PIC 9(7).
               03 FILLER PIC X.
               03 ACT-REJECTS PIC 9(7).
               03 FILLER PIC X.
               03 ACT-STATUS PIC X(8).
               03 FILLER PIC X(5).

           WORKING-STORAGE SECTION.
           COPY BUZZLNK.

                       07 RULE-LABEL PIC X(8).
                       07 RULE-COUNT PIC 9(7) VALUE 0.
                       07 RULE-EXEC-COUNT PIC 9(7) VALUE 0.
           01 WS-MATCH-MODE PIC X VALUE "F".
               88 WS-MODE-COMBINE VALUE "C".
           01 WS-COMBO-COUNT PIC 9(2) VALUE 0.
           01 COMBO-TABLE.
               03 COMBO-ENTRY OCCURS 20 TIMES
                       INDEXED BY COMBO-IDX.
                   05 COMBO-DIVISOR PIC 9(4).
                   05 COMBO-LABEL PIC X(16).
                   05 COMBO-COUNT PIC 9(7).
                   05 COMBO-EXEC-COUNT PIC 9(7).
           01 WS-CHKPT-COMBOS-SAVED PIC 9(2) VALUE 0.
           01 WS-CHKPT-COMBO-EOF PIC X VALUE "N".
           01 INCREMENT PIC 9(7) VALUE 1.
           01 WS-CLASSIFY-VALUE PIC 9(7) VALUE 0.
           01 WS-INPUT-MODE PIC X VALUE "N".
           01 WS-BUZZIN-EOF PIC X VALUE "N".
           01 WS-IN-VALUE-X PIC X(7).
           01 WS-IN-VALUE-NUM REDEFINES WS-IN-VALUE-X PIC 9(7).
           01 WS-INPUT-REFUSED PIC X VALUE "N".
           01 WS-REFUSE-REASON PIC X(24) VALUE SPACES.
           01 WS-INCTL-HDR-SEEN PIC X VALUE "N".
           01 WS-INCTL-TRL-SEEN PIC X VALUE "N".
           01 WS-INCTL-READ PIC 9(7) VALUE 0.
           01 WS-INCTL-DETAILS PIC 9(7) VALUE 0.
           01 WS-INCTL-HASH PIC 9(15) VALUE 0.
           01 WS-INCTL-SOURCE PIC X(8) VALUE SPACES.
           01 WS-INCTL-FILE-ID PIC X(16) VALUE SPACES.
           01 WS-INCTL-CREATED PIC X(8) VALUE SPACES.
           01 WS-INCTL-TRL-RECORDS-X PIC X(7).
           01 WS-INCTL-TRL-RECORDS REDEFINES WS-INCTL-TRL-RECORDS-X
                   PIC 9(7).
           01 WS-INCTL-TRL-HASH-X PIC X(15).
           01 WS-INCTL-TRL-HASH REDEFINES WS-INCTL-TRL-HASH-X
                   PIC 9(15).
           01 WS-INREG-EOF PIC X VALUE "N".
           01 WS-INREG-DUPLICATE PIC X VALUE "N".
           01 WS-ADHOC-RANGE PIC X VALUE "N".
           01 WS-RULES-MATCH PIC X VALUE "N".
           01 WS-PROCESSED-COUNT PIC 9(7) VALUE 0.
               03 WS-BUZZOUT-STATUS PIC X(2).
               03 WS-CSVOUT-STATUS PIC X(2).
               03 WS-BUZZIN-STATUS PIC X(2).
               03 WS-BUZZINRG-STATUS PIC X(2).
               03 WS-BUZZERR-STATUS PIC X(2).
               03 WS-CHKPT-STATUS PIC X(2).
               03 WS-AUDIT-STATUS PIC X(2).
               03 WS-STOPREQ-STATUS PIC X(2).
               03 WS-RUNLOCK-STATUS PIC X(2).
               03 WS-MSTHIST-STATUS PIC X(2).
               03 WS-PARTCTL-STATUS PIC X(2).
               03 WS-SLICEWK-STATUS PIC X(2).
               03 WS-RUNACCT-STATUS PIC X(2).

           01 WS-ABORT-SWITCH PIC X VALUE "N".
           01 WS-RESTART-SWITCH PIC X VALUE "N".
           01 WS-MST-ACTIVE PIC X VALUE "N".
           01 WS-HIST-ACTIVE PIC X VALUE "N".
           01 WS-MST-FOUND PIC X VALUE "N".
           01 WS-OLD-CLASS PIC X(16) VALUE SPACES.
           01 WS-OLD-DIVISOR PIC 9(4) VALUE 0.
           01 WS-OLD-RUN-DATE PIC X(8) VALUE SPACES.
           01 WS-HIST-ACTION PIC X VALUE "C".
           01 WS-CLASS-CHANGE-COUNT PIC 9(7) VALUE 0.
           01 WS-RUN-DATE PIC X(8).
           01 WS-BUZZOUT-DD PIC X(8) VALUE "BUZZOUT".
           01 WS-LOCK-HELD PIC X VALUE "N".
           01 WS-LOCK-BUSY PIC X VALUE "N".
           01 WS-JOB-NAME PIC X(8) VALUE "COBUZZ  ".
           01 WS-SLICE-MODE PIC X VALUE "N".
           01 WS-SLICE-NUMBER PIC 9(2) VALUE 0.
           01 WS-SLICE-X PIC X(2).
           01 WS-SLICE-NUM REDEFINES WS-SLICE-X PIC 9(2).
           01 WS-SLICE-START PIC 9(7) VALUE 0.
           01 WS-SLICE-END PIC 9(7) VALUE 0.
           01 WS-SLICE-FOUND PIC X VALUE "N".
           01 WS-PART-HDR-SEEN PIC X VALUE "N".
           01 WS-PART-MAX-BUZZ PIC 9(7) VALUE 0.
           01 WS-PART-RULE-COUNT PIC 9(2) VALUE 0.
           01 WS-PART-RULE-SUB PIC 9(2) VALUE 0.
           01 PART-RULE-TABLE.
               03 PRL-ENTRY OCCURS 20 TIMES.
                   05 PRL-DIVISOR PIC 9(4).
                   05 PRL-LABEL PIC X(8).
                   05 PRL-MATCH-MODE PIC X.
           01 WS-PARTCTL-EOF PIC X VALUE "N".
           01 WS-ACCT-INPUT-TAKEN PIC X VALUE "N".

           01 TAG-PROFILE-TABLE.
               03 TAG-PROFILE-ENTRY OCCURS 5 TIMES.
                       07 TAG-RULE-DIVISOR PIC 9(4).
                       07 TAG-RULE-LABEL PIC X(8).
                       07 TAG-RULE-TALLY PIC 9(7).
                   05 TAG-MATCH-MODE PIC X.
                   05 TAG-COMBO-COUNT PIC 9(2).
                   05 TAG-COMBO-ENTRY OCCURS 20 TIMES.
                       07 TAG-COMBO-DIVISOR PIC 9(4).
                       07 TAG-COMBO-LABEL PIC X(16).
                       07 TAG-COMBO-TALLY PIC 9(7).

           01 WS-OUT-HEADER-LINE.
               03 FILLER PIC X(4) VALUE "HDR ".
           01 WS-DETAIL-LINE.
               03 WS-DTL-INCREMENT PIC Z(6)9.
               03 FILLER PIC X VALUE SPACE.
               03 WS-DTL-CLASS PIC X(16).

           01 WS-CSV-INCREMENT-ED PIC Z(6)9.

           01 WS-SUMMARY-LINE.
               03 FILLER PIC X(8) VALUE "SUMMARY:".
               03 FILLER PIC X VALUE SPACE.
               03 WS-SUM-LABEL PIC X(16).
               03 FILLER PIC X VALUE "=".
               03 WS-SUM-COUNT PIC Z(6)9.

               03 FILLER PIC X(9) VALUE " REJECTS=".
               03 WS-AUD-REJECTS PIC Z(6)9.

           01 WS-AUDIT-INFILE-LINE.
               03 FILLER PIC X(24)
                   VALUE "RUN-AUDIT:   INPUT-FILE=".
               03 WS-AUD-IN-SOURCE PIC X(8).
               03 FILLER PIC X(4) VALUE " ID=".
               03 WS-AUD-IN-FILE-ID PIC X(16).
               03 FILLER PIC X(9) VALUE " CREATED=".
               03 WS-AUD-IN-CREATED PIC X(8).

           01 WS-AUDIT-MSTCHG-LINE.
               03 FILLER PIC X(28)
                   VALUE "RUN-AUDIT:   MASTER-CHANGES=".
               03 WS-AUD-MSTCHG-COUNT PIC Z(6)9.

           01 WS-AUDIT-MODE-LINE.
               03 FILLER PIC X(24)
                   VALUE "RUN-AUDIT:   MATCH-MODE=".
               03 FILLER PIC X(7) VALUE "COMBINE".

           01 WS-AUDIT-RULE-LINE.
               03 FILLER PIC X(18) VALUE "RUN-AUDIT:   RULE=".
               03 WS-AUD-RULE-LABEL PIC X(16).
               03 FILLER PIC X(9) VALUE " DIVISOR=".
               03 WS-AUD-RULE-DIVISOR PIC Z(3)9.
               03 FILLER PIC X(7) VALUE " COUNT=".
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF WS-INPUT-REFUSED = "Y"
                   IF WS-ALL-PROFILES = "Y"
                       MOVE 0 TO MAX-BUZZ
                       MOVE "*ALL" TO WS-LOADED-PROFILE
                   END-IF
                   PERFORM WRITE-AUDIT
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF WS-ALL-PROFILES = "Y"
                   IF WS-TAGGED-INPUT = "Y"
                       PERFORM RUN-TAGGED-INPUT
                       MOVE 2 TO RETURN-CODE
                   END-IF
               ELSE
                   IF WS-SLICE-MODE = "Y"
                       PERFORM RUN-SLICE
                   ELSE
                       PERFORM RUN-SINGLE-PROFILE
                   END-IF
               END-IF.
               IF WS-GOVERNED-STOP = "Y"
                   AND WS-ABORT-SWITCH NOT = "Y"
                       OR WS-GOVERNED-STOP = "Y"
                   CLOSE BUZZ-IN-FILE
                   CLOSE BUZZ-ERR-FILE
                   IF WS-BUZZIN-EOF = "Y"
                       PERFORM REGISTER-INPUT-FILE
                   END-IF
               ELSE
                   PERFORM GET-BUZZ
                       UNTIL INCREMENT > WS-END-VALUE
                   END-IF
               END-IF.

           RUN-SLICE.
               IF WS-RESTART-SWITCH = "Y"
                   OPEN EXTEND SLICE-WORK-FILE
               ELSE
                   DELETE FILE SLICE-WORK-FILE
                   OPEN OUTPUT SLICE-WORK-FILE
               END-IF.
               IF WS-SLICEWK-STATUS NOT = "00"
                   DISPLAY "ERROR: CANNOT OPEN SLICE WORK FILE, STATUS="
                       WS-SLICEWK-STATUS
                   CLOSE CHKPT-FILE
                   MOVE "Y" TO WS-ABORT-SWITCH
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM GET-BUZZ
                       UNTIL INCREMENT > WS-END-VALUE
                       OR WS-GOVERNED-STOP = "Y"
                   IF WS-GOVERNED-STOP NOT = "Y"
                       PERFORM WRITE-SLICE-TRAILER
                   END-IF
                   CLOSE SLICE-WORK-FILE
                   PERFORM WRITE-SUMMARY
                   IF WS-GOVERNED-STOP = "Y" OR WS-ABORT-SWITCH = "Y"
                       PERFORM WRITE-CHECKPOINT
                       CLOSE CHKPT-FILE
                   ELSE
                       CLOSE CHKPT-FILE
                       DELETE FILE CHKPT-FILE
                       DISPLAY "SLICE " WS-SLICE-NUMBER " COMPLETE: "
                           WS-PROCESSED-COUNT " RECORDS FOR RUN-NUMBER "
                           WS-RUN-NUMBER
                   END-IF
                   IF WS-ABORT-SWITCH = "Y"
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF.

           PROCESS-ONE-PROFILE.
               MOVE BRL-DIR-NAME (WS-PROFILE-SUB) TO WS-RUN-PROFILE.
               PERFORM LOAD-RULES-SUB.
                   OR WS-ABORT-SWITCH = "Y".
               CLOSE BUZZ-IN-FILE.
               CLOSE BUZZ-ERR-FILE.
               IF WS-BUZZIN-EOF = "Y" AND WS-ABORT-SWITCH NOT = "Y"
                   PERFORM REGISTER-INPUT-FILE
               END-IF.
               IF WS-ACTIVE-TAG-SUB > 0
                   PERFORM SAVE-TAG-COUNTS
                   CLOSE BUZZ-OUT-FILE
                   AT END
                       MOVE "Y" TO WS-BUZZIN-EOF
               END-READ.
               IF WS-BUZZIN-EOF NOT = "Y"
                   AND WS-READ-COUNT = WS-INCTL-DETAILS
                   MOVE "Y" TO WS-BUZZIN-EOF
               END-IF.
               IF WS-BUZZIN-EOF NOT = "Y"
                   ADD 1 TO WS-READ-COUNT
                   MOVE BUZZ-IN-VALUE TO WS-IN-VALUE-X
                       TO TAG-RULE-TALLY
                       (WS-ACTIVE-TAG-SUB WS-TAG-RULE-SUB)
               END-PERFORM.
               MOVE WS-MATCH-MODE TO TAG-MATCH-MODE (WS-ACTIVE-TAG-SUB).
               MOVE WS-COMBO-COUNT
                   TO TAG-COMBO-COUNT (WS-ACTIVE-TAG-SUB).
               PERFORM VARYING WS-TAG-RULE-SUB FROM 1 BY 1
                       UNTIL WS-TAG-RULE-SUB > WS-COMBO-COUNT
                   MOVE COMBO-DIVISOR (WS-TAG-RULE-SUB)
                       TO TAG-COMBO-DIVISOR
                       (WS-ACTIVE-TAG-SUB WS-TAG-RULE-SUB)
                   MOVE COMBO-LABEL (WS-TAG-RULE-SUB)
                       TO TAG-COMBO-LABEL
                       (WS-ACTIVE-TAG-SUB WS-TAG-RULE-SUB)
                   MOVE COMBO-COUNT (WS-TAG-RULE-SUB)
                       TO TAG-COMBO-TALLY
                       (WS-ACTIVE-TAG-SUB WS-TAG-RULE-SUB)
               END-PERFORM.

           RESTORE-TAG-COUNTS.
               MOVE BRL-DIR-NAME (WS-ACTIVE-TAG-SUB)
                       (WS-ACTIVE-TAG-SUB WS-TAG-RULE-SUB)
                       TO RULE-EXEC-COUNT (WS-TAG-RULE-SUB)
               END-PERFORM.
               MOVE TAG-MATCH-MODE (WS-ACTIVE-TAG-SUB) TO WS-MATCH-MODE.
               MOVE TAG-COMBO-COUNT (WS-ACTIVE-TAG-SUB)
                   TO WS-COMBO-COUNT.
               PERFORM VARYING WS-TAG-RULE-SUB FROM 1 BY 1
                       UNTIL WS-TAG-RULE-SUB > WS-COMBO-COUNT
                   MOVE TAG-COMBO-DIVISOR
                       (WS-ACTIVE-TAG-SUB WS-TAG-RULE-SUB)
                       TO COMBO-DIVISOR (WS-TAG-RULE-SUB)
                   MOVE TAG-COMBO-LABEL
                       (WS-ACTIVE-TAG-SUB WS-TAG-RULE-SUB)
                       TO COMBO-LABEL (WS-TAG-RULE-SUB)
                   MOVE TAG-COMBO-TALLY
                       (WS-ACTIVE-TAG-SUB WS-TAG-RULE-SUB)
                       TO COMBO-COUNT (WS-TAG-RULE-SUB)
                   MOVE TAG-COMBO-TALLY
                       (WS-ACTIVE-TAG-SUB WS-TAG-RULE-SUB)
                       TO COMBO-EXEC-COUNT (WS-TAG-RULE-SUB)
               END-PERFORM.

           FINISH-TAGGED-PROFILE.
               IF TAG-USED (WS-TAG-SUB) = "Y"
               MOVE WS-CURRENT-DATETIME (1:8) TO WS-RUN-DATE.
               PERFORM GET-CURRENT-SECS.
               MOVE WS-CUR-SECS TO WS-START-SECS.
               PERFORM READ-RUN-CONTROL.
               IF WS-SLICE-MODE = "Y"
                   PERFORM INITIALIZE-SLICE
               ELSE
                   IF WS-ABORT-SWITCH NOT = "Y"
                       PERFORM CHECK-RUN-LOCK
                   END-IF
                   IF WS-LOCK-BUSY NOT = "Y"
                       AND WS-ABORT-SWITCH NOT = "Y"
                       PERFORM ASSIGN-RUN-NUMBER
                       PERFORM WRITE-RUN-LOCK
                   END-IF
               END-IF.
               IF WS-LOCK-BUSY NOT = "Y"
                   AND WS-ABORT-SWITCH NOT = "Y"
                   AND WS-ALL-PROFILES = "Y"
                   AND WS-SLICE-MODE NOT = "Y"
                   PERFORM LIST-PROFILES-SUB
                   IF WS-ABORT-SWITCH NOT = "Y"
                       PERFORM CHECK-INPUT-MODE
               END-IF.
               IF WS-LOCK-BUSY NOT = "Y"
                   AND WS-ALL-PROFILES NOT = "Y"
                   AND WS-SLICE-MODE NOT = "Y"
                   IF WS-ABORT-SWITCH NOT = "Y"
                       PERFORM LOAD-RULES-SUB
                   END-IF
                   END-IF
               END-IF.

           INITIALIZE-SLICE.
               MOVE "N" TO WS-ALL-PROFILES.
               PERFORM READ-PARTITION-CONTROL.
               IF WS-ABORT-SWITCH NOT = "Y"
                   PERFORM CHECK-PARTITION-LOCK
               END-IF.
               IF WS-LOCK-BUSY NOT = "Y"
                   AND WS-ABORT-SWITCH NOT = "Y"
                   DISPLAY "SLICE " WS-SLICE-NUMBER " OF RUN-NUMBER "
                       WS-RUN-NUMBER " DATE " WS-RUN-DATE " PROFILE "
                       WS-RUN-PROFILE " RANGE " WS-SLICE-START "-"
                       WS-SLICE-END
                   PERFORM LOAD-RULES-SUB
                   IF WS-ABORT-SWITCH NOT = "Y"
                       AND MAX-BUZZ NOT = WS-PART-MAX-BUZZ
                       DISPLAY "ERROR: MAX-BUZZ " MAX-BUZZ " DIFFERS "
                           "FROM " WS-PART-MAX-BUZZ " IN PARTCTL - "
                           "PARMIN CHANGED SINCE THE PARTITIONED RUN "
                           "WAS SET UP"
                       MOVE "Y" TO WS-ABORT-SWITCH
                   END-IF
                   IF WS-ABORT-SWITCH NOT = "Y"
                       PERFORM VERIFY-PARTITION-RULES
                       IF WS-RULES-MATCH NOT = "Y"
                           DISPLAY "ERROR: RULE TABLE DIFFERS FROM THE "
                               WS-PART-RULE-COUNT " RULE(S) IN "
                               "PARTCTL - PARMIN CHANGED SINCE THE "
                               "PARTITIONED RUN WAS SET UP"
                           MOVE "Y" TO WS-ABORT-SWITCH
                       END-IF
                   END-IF
               END-IF.
               IF WS-LOCK-BUSY NOT = "Y"
                   AND WS-ABORT-SWITCH NOT = "Y"
                   MOVE WS-SLICE-START TO WS-START-VALUE
                   MOVE WS-SLICE-END TO WS-END-VALUE
                   MOVE "N" TO WS-ADHOC-RANGE
                   MOVE WS-START-VALUE TO INCREMENT
                   PERFORM VALIDATE-CONFIG
                   IF WS-ABORT-SWITCH NOT = "Y"
                       PERFORM CHECK-RESTART
                   END-IF
               END-IF.

           READ-PARTITION-CONTROL.
               MOVE "N" TO WS-PART-HDR-SEEN.
               MOVE 0 TO WS-PART-RULE-COUNT.
               MOVE "N" TO WS-SLICE-FOUND.
               MOVE "N" TO WS-PARTCTL-EOF.
               OPEN INPUT PART-CTL-FILE.
               IF WS-PARTCTL-STATUS NOT = "00"
                   DISPLAY "ERROR: CANNOT OPEN PARTCTL, STATUS="
                       WS-PARTCTL-STATUS
                   MOVE "Y" TO WS-ABORT-SWITCH
               ELSE
                   PERFORM READ-PARTITION-RECORD
                       UNTIL WS-PARTCTL-EOF = "Y"
                       OR WS-SLICE-FOUND = "Y"
                   CLOSE PART-CTL-FILE
                   IF WS-PART-HDR-SEEN NOT = "Y"
                       DISPLAY "ERROR: PARTCTL HAS NO HEADER RECORD - "
                           "RUN THE PARTITIONED DRIVER FIRST"
                       MOVE "Y" TO WS-ABORT-SWITCH
                   ELSE
                       IF WS-SLICE-FOUND NOT = "Y"
                           DISPLAY "ERROR: SLICE " WS-SLICE-NUMBER
                               " IS NOT DEFINED IN PARTCTL FOR "
                               "RUN-NUMBER " WS-RUN-NUMBER
                           MOVE "Y" TO WS-ABORT-SWITCH
                       END-IF
                   END-IF
               END-IF.

           READ-PARTITION-RECORD.
               READ PART-CTL-FILE
                   AT END
                       MOVE "Y" TO WS-PARTCTL-EOF
               END-READ.
               IF WS-PARTCTL-EOF NOT = "Y"
                   IF PTC-IS-HEADER
                       MOVE "Y" TO WS-PART-HDR-SEEN
                       MOVE PTC-RUN-NUMBER TO WS-RUN-NUMBER
                       MOVE PTC-RUN-DATE TO WS-RUN-DATE
                       MOVE PTC-PROFILE-NAME TO WS-RUN-PROFILE
                       MOVE PTC-MAX-BUZZ TO WS-PART-MAX-BUZZ
                       MOVE PTC-JOB-NAME TO WS-JOB-NAME
                       MOVE 0 TO WS-PART-RULE-COUNT
                   ELSE
                       IF PTC-IS-SLICE
                           AND WS-PART-HDR-SEEN = "Y"
                           AND PTC-SLICE = WS-SLICE-NUMBER
                           AND PTC-RUN-NUMBER = WS-RUN-NUMBER
                           MOVE "Y" TO WS-SLICE-FOUND
                           MOVE PTC-START-VALUE TO WS-SLICE-START
                           MOVE PTC-END-VALUE TO WS-SLICE-END
                       ELSE
                           IF PTC-IS-RULE
                               AND WS-PART-HDR-SEEN = "Y"
                               AND PTC-RUN-NUMBER = WS-RUN-NUMBER
                               PERFORM TAKE-PARTITION-RULE
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           TAKE-PARTITION-RULE.
               ADD 1 TO WS-PART-RULE-COUNT.
               IF WS-PART-RULE-COUNT NOT > 20
                   MOVE PTC-RULE-DIVISOR
                       TO PRL-DIVISOR (WS-PART-RULE-COUNT)
                   MOVE PTC-RULE-LABEL
                       TO PRL-LABEL (WS-PART-RULE-COUNT)
                   MOVE PTC-RULE-MATCH-MODE
                       TO PRL-MATCH-MODE (WS-PART-RULE-COUNT)
               END-IF.

           VERIFY-PARTITION-RULES.
               MOVE "Y" TO WS-RULES-MATCH.
               IF WS-PART-RULE-COUNT NOT = WS-RULE-COUNT
                   MOVE "N" TO WS-RULES-MATCH
               ELSE
                   PERFORM VARYING WS-PART-RULE-SUB FROM 1 BY 1
                           UNTIL WS-PART-RULE-SUB > WS-RULE-COUNT
                       IF PRL-DIVISOR (WS-PART-RULE-SUB)
                               NOT = RULE-DIVISOR (WS-PART-RULE-SUB)
                           OR PRL-LABEL (WS-PART-RULE-SUB)
                               NOT = RULE-LABEL (WS-PART-RULE-SUB)
                           OR PRL-MATCH-MODE (WS-PART-RULE-SUB)
                               NOT = WS-MATCH-MODE
                           MOVE "N" TO WS-RULES-MATCH
                       END-IF
                   END-PERFORM
               END-IF.

           CHECK-PARTITION-LOCK.
               MOVE "Y" TO WS-LOCK-BUSY.
               OPEN INPUT RUN-LOCK-FILE.
               IF WS-RUNLOCK-STATUS = "00"
                   READ RUN-LOCK-FILE
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-RUNLOCK-STATUS = "00"
                       IF LCK-RUN-NUMBER = WS-RUN-NUMBER
                           MOVE "N" TO WS-LOCK-BUSY
                       ELSE
                           DISPLAY "RUN LOCK HELD BY RUN-NUMBER "
                               LCK-RUN-NUMBER " DATE " LCK-DATE
                               " TIME " LCK-TIME " JOB " LCK-JOB-NAME
                       END-IF
                   END-IF
                   CLOSE RUN-LOCK-FILE
               END-IF.
               IF WS-LOCK-BUSY = "Y"
                   DISPLAY "RUN LOCK: NOT HELD FOR PARTITIONED "
                       "RUN-NUMBER " WS-RUN-NUMBER " - THIS SLICE "
                       "WILL NOT START"
                   DISPLAY "RUN LOCK: THE PARTITIONED RUN HAS ALREADY "
                       "BEEN MERGED OR ABANDONED - RUN THE DRIVER "
                       "AGAIN FOR A NEW ONE"
               END-IF.

           CHECK-RUN-LOCK.
               OPEN INPUT RUN-LOCK-FILE.
               IF WS-RUNLOCK-STATUS = "00"
                       UNTIL RULE-IDX > WS-RULE-COUNT
                   MOVE 0 TO RULE-EXEC-COUNT (RULE-IDX)
               END-PERFORM.
               PERFORM VARYING COMBO-IDX FROM 1 BY 1
                       UNTIL COMBO-IDX > WS-COMBO-COUNT
                   MOVE 0 TO COMBO-EXEC-COUNT (COMBO-IDX)
               END-PERFORM.
               MOVE WS-RUN-NUMBER TO WS-OHDR-RUN.
               MOVE WS-RUN-DATE TO WS-OHDR-DATE.
               MOVE WS-LOADED-PROFILE TO WS-OHDR-PROFILE.
                                           "VALUE NOT NUMERIC - "
                                           "IGNORED"
                                   END-IF
                               ELSE
                                   IF RC-KEYWORD = "SLICE   "
                                       PERFORM TAKE-SLICE-CARD
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           TAKE-SLICE-CARD.
               MOVE RC-VALUE (1:2) TO WS-SLICE-X.
               IF WS-SLICE-X NUMERIC
                   AND WS-SLICE-NUM > 0 AND WS-SLICE-NUM NOT > 20
                   MOVE "Y" TO WS-SLICE-MODE
                   MOVE WS-SLICE-NUM TO WS-SLICE-NUMBER
               ELSE
                   DISPLAY "ERROR: SLICE VALUE MUST BE 01 TO 20"
                   MOVE "Y" TO WS-ABORT-SWITCH
               END-IF.

           GET-CURRENT-SECS.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
               MOVE WS-CURRENT-DATETIME (9:6) TO WS-TIME-X.
                   MOVE BRL-RULE-COUNT TO WS-RULE-COUNT
                   MOVE BRL-START-VALUE TO WS-START-VALUE
                   MOVE BRL-END-VALUE TO WS-END-VALUE
                   MOVE BRL-MATCH-MODE TO WS-MATCH-MODE
                   MOVE 0 TO WS-COMBO-COUNT
                   PERFORM VARYING RULE-IDX FROM 1 BY 1
                           UNTIL RULE-IDX > WS-RULE-COUNT
                       MOVE BRL-RULE-DIVISOR (RULE-IDX)
               IF WS-BUZZIN-STATUS = "00"
                   MOVE "Y" TO WS-INPUT-MODE
                   DISPLAY "INPUT MODE: CLASSIFYING VALUES FROM BUZZIN"
                   PERFORM VERIFY-INPUT-CONTROL
               ELSE
                   MOVE "N" TO WS-INPUT-MODE
               END-IF.

           VERIFY-INPUT-CONTROL.
               MOVE 0 TO WS-INCTL-READ.
               MOVE 0 TO WS-INCTL-DETAILS.
               MOVE 0 TO WS-INCTL-HASH.
               MOVE "N" TO WS-INCTL-HDR-SEEN.
               MOVE "N" TO WS-INCTL-TRL-SEEN.
               PERFORM READ-INPUT-CONTROL
                   UNTIL WS-BUZZIN-EOF = "Y".
               CLOSE BUZZ-IN-FILE.
               MOVE "N" TO WS-BUZZIN-EOF.
               MOVE SPACES TO WS-REFUSE-REASON.
               IF WS-INCTL-HDR-SEEN NOT = "Y"
                   MOVE "NO HEADER RECORD" TO WS-REFUSE-REASON
               ELSE
                   IF WS-INCTL-TRL-SEEN NOT = "Y"
                       MOVE "NO TRAILER RECORD" TO WS-REFUSE-REASON
                   ELSE
                       IF WS-INCTL-TRL-RECORDS-X NOT NUMERIC
                           OR WS-INCTL-TRL-HASH-X NOT NUMERIC
                           MOVE "TRAILER NOT NUMERIC"
                               TO WS-REFUSE-REASON
                       ELSE
                           IF WS-INCTL-TRL-RECORDS
                               NOT = WS-INCTL-DETAILS
                               MOVE "RECORD COUNT MISMATCH"
                                   TO WS-REFUSE-REASON
                           ELSE
                               IF WS-INCTL-TRL-HASH NOT = WS-INCTL-HASH
                                   MOVE "HASH TOTAL MISMATCH"
                                       TO WS-REFUSE-REASON
                               ELSE
                                   PERFORM CHECK-INPUT-REGISTER
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF.
               IF WS-REFUSE-REASON NOT = SPACES
                   MOVE "Y" TO WS-INPUT-REFUSED
                   DISPLAY "ERROR: BUZZIN REFUSED - " WS-REFUSE-REASON
                   DISPLAY "BUZZIN CONTROL: SOURCE " WS-INCTL-SOURCE
                       " FILE " WS-INCTL-FILE-ID " DETAIL RECORDS "
                       WS-INCTL-DETAILS " HASH " WS-INCTL-HASH
                   DISPLAY "BUZZIN CONTROL: TRAILER RECORDS "
                       WS-INCTL-TRL-RECORDS-X " HASH "
                       WS-INCTL-TRL-HASH-X
               ELSE
                   DISPLAY "BUZZIN CONTROL: SOURCE " WS-INCTL-SOURCE
                       " FILE " WS-INCTL-FILE-ID " CREATED "
                       WS-INCTL-CREATED " IN BALANCE, "
                       WS-INCTL-DETAILS " RECORDS"
                   OPEN INPUT BUZZ-IN-FILE
                   READ BUZZ-IN-FILE
                       AT END
                           MOVE "Y" TO WS-BUZZIN-EOF
                   END-READ
               END-IF.

           READ-INPUT-CONTROL.
               READ BUZZ-IN-FILE
                   AT END
                       MOVE "Y" TO WS-BUZZIN-EOF
               END-READ.
               IF WS-BUZZIN-EOF NOT = "Y"
                   ADD 1 TO WS-INCTL-READ
                   IF WS-INCTL-READ = 1
                       IF BUZZ-IN-HDR-TYPE = "HDR "
                           MOVE "Y" TO WS-INCTL-HDR-SEEN
                           MOVE BUZZ-IN-HDR-SOURCE TO WS-INCTL-SOURCE
                           MOVE BUZZ-IN-HDR-FILE-ID TO WS-INCTL-FILE-ID
                           MOVE BUZZ-IN-HDR-CREATED TO WS-INCTL-CREATED
                       END-IF
                   ELSE
                       IF WS-INCTL-TRL-SEEN = "Y"
                           ADD 1 TO WS-INCTL-DETAILS
                           MOVE "N" TO WS-INCTL-TRL-SEEN
                       END-IF
                       IF BUZZ-IN-TRL-TYPE = "TRL "
                           MOVE "Y" TO WS-INCTL-TRL-SEEN
                           MOVE BUZZ-IN-TRL-RECORDS
                               TO WS-INCTL-TRL-RECORDS-X
                           MOVE BUZZ-IN-TRL-HASH TO WS-INCTL-TRL-HASH-X
                       ELSE
                           ADD 1 TO WS-INCTL-DETAILS
                           MOVE BUZZ-IN-VALUE TO WS-IN-VALUE-X
                           INSPECT WS-IN-VALUE-X
                               REPLACING LEADING SPACE BY ZERO
                           IF WS-IN-VALUE-X NUMERIC
                               ADD WS-IN-VALUE-NUM TO WS-INCTL-HASH
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           CHECK-INPUT-REGISTER.
               MOVE "N" TO WS-INREG-DUPLICATE.
               MOVE "N" TO WS-INREG-EOF.
               OPEN INPUT BUZZ-IN-REG-FILE.
               IF WS-BUZZINRG-STATUS NOT = "00"
                   DISPLAY "WARNING: BUZZIN REGISTER UNAVAILABLE, "
                       "STATUS=" WS-BUZZINRG-STATUS
                       " - DUPLICATE FILE CHECK NOT MADE"
               ELSE
                   PERFORM READ-INPUT-REGISTER
                       UNTIL WS-INREG-EOF = "Y"
                       OR WS-INREG-DUPLICATE = "Y"
                   CLOSE BUZZ-IN-REG-FILE
               END-IF.
               IF WS-INREG-DUPLICATE = "Y"
                   MOVE "DUPLICATE FILE ID" TO WS-REFUSE-REASON
                   DISPLAY "BUZZIN CONTROL: FILE ALREADY PROCESSED BY "
                       "RUN-NUMBER " INR-RUN-NUMBER " ON " INR-DATE
               END-IF.

           READ-INPUT-REGISTER.
               READ BUZZ-IN-REG-FILE
                   AT END
                       MOVE "Y" TO WS-INREG-EOF
               END-READ.
               IF WS-INREG-EOF NOT = "Y"
                   IF INR-SOURCE = WS-INCTL-SOURCE
                       AND INR-FILE-ID = WS-INCTL-FILE-ID
                       MOVE "Y" TO WS-INREG-DUPLICATE
                   END-IF
               END-IF.

           REGISTER-INPUT-FILE.
               OPEN EXTEND BUZZ-IN-REG-FILE.
               IF WS-BUZZINRG-STATUS NOT = "00"
                   OPEN OUTPUT BUZZ-IN-REG-FILE
               END-IF.
               IF WS-BUZZINRG-STATUS NOT = "00"
                   DISPLAY "WARNING: UNABLE TO OPEN BUZZIN REGISTER, "
                       "STATUS=" WS-BUZZINRG-STATUS
                       " - FILE NOT RECORDED AS PROCESSED"
               ELSE
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
                   MOVE SPACES TO BUZZ-IN-REG-RECORD
                   MOVE WS-INCTL-SOURCE TO INR-SOURCE
                   MOVE WS-INCTL-FILE-ID TO INR-FILE-ID
                   MOVE WS-INCTL-CREATED TO INR-CREATED
                   MOVE WS-RUN-NUMBER TO INR-RUN-NUMBER
                   MOVE WS-RUN-DATE TO INR-DATE
                   MOVE WS-CURRENT-DATETIME (9:6) TO INR-TIME
                   MOVE WS-INCTL-DETAILS TO INR-RECORDS
                   WRITE BUZZ-IN-REG-RECORD
                   IF WS-BUZZINRG-STATUS NOT = "00"
                       DISPLAY "WARNING: UNABLE TO WRITE BUZZIN "
                           "REGISTER, STATUS=" WS-BUZZINRG-STATUS
                           " - FILE NOT RECORDED AS PROCESSED"
                   END-IF
                   CLOSE BUZZ-IN-REG-FILE
               END-IF.

           RESOLVE-RANGE.
               IF WS-START-VALUE = 0 AND WS-END-VALUE = 0
                   MOVE 1 TO WS-START-VALUE
                                   TO WS-NUMBER-COUNT
                               PERFORM VERIFY-CHECKPOINT-RULES
                               IF WS-RULES-MATCH = "Y"
                                   PERFORM LOAD-CHECKPOINT-COMBOS
                                   MOVE "Y" TO WS-RESTART-SWITCH
                                   MOVE "Y" TO WS-CHKPT-RECS-EXIST
                                   DISPLAY "RESTARTING FROM CHECKPOINT "
                               NOT = RULE-DIVISOR (RULE-IDX)
                           OR CHKPT-RULE-LABEL
                               NOT = RULE-LABEL (RULE-IDX)
                           OR CHKPT-RULE-MATCH-MODE NOT = WS-MATCH-MODE
                           MOVE "N" TO WS-RULES-MATCH
                       ELSE
                           MOVE CHKPT-RULE-MATCH-COUNT
                   END-IF
               END-PERFORM.

           LOAD-CHECKPOINT-COMBOS.
               MOVE 0 TO WS-COMBO-COUNT.
               MOVE "N" TO WS-CHKPT-COMBO-EOF.
               PERFORM READ-CHECKPOINT-COMBO
                   UNTIL WS-CHKPT-COMBO-EOF = "Y".
               MOVE WS-COMBO-COUNT TO WS-CHKPT-COMBOS-SAVED.

           READ-CHECKPOINT-COMBO.
               COMPUTE WS-CHKPT-RRN
                   = WS-RULE-COUNT + WS-COMBO-COUNT + 2.
               READ CHKPT-FILE
                   INVALID KEY
                       MOVE "Y" TO WS-CHKPT-COMBO-EOF
               END-READ.
               IF WS-CHKPT-STATUS NOT = "00"
                   OR NOT CHKPT-IS-COMBO
                   OR WS-COMBO-COUNT >= 20
                   MOVE "Y" TO WS-CHKPT-COMBO-EOF
               ELSE
                   ADD 1 TO WS-COMBO-COUNT
                   MOVE CHKPT-COMBO-DIVISOR
                       TO COMBO-DIVISOR (WS-COMBO-COUNT)
                   MOVE CHKPT-COMBO-LABEL
                       TO COMBO-LABEL (WS-COMBO-COUNT)
                   MOVE CHKPT-COMBO-MATCH-COUNT
                       TO COMBO-COUNT (WS-COMBO-COUNT)
                   MOVE 0 TO COMBO-EXEC-COUNT (WS-COMBO-COUNT)
               END-IF.

           RESET-RUN-COUNTS.
               MOVE WS-START-VALUE TO INCREMENT.
               MOVE 0 TO WS-PROCESSED-COUNT.
                   MOVE 0 TO RULE-COUNT (RULE-IDX)
                   MOVE 0 TO RULE-EXEC-COUNT (RULE-IDX)
               END-PERFORM.
               MOVE 0 TO WS-COMBO-COUNT.
               MOVE 0 TO WS-CHKPT-COMBOS-SAVED.

           VALIDATE-CONFIG.
               IF WS-ADHOC-RANGE NOT = "Y"
                   AT END
                       MOVE "Y" TO WS-BUZZIN-EOF
               END-READ.
               IF WS-BUZZIN-EOF NOT = "Y"
                   AND WS-READ-COUNT = WS-INCTL-DETAILS
                   MOVE "Y" TO WS-BUZZIN-EOF
               END-IF.
               IF WS-BUZZIN-EOF NOT = "Y"
                   ADD 1 TO WS-READ-COUNT
                   MOVE BUZZ-IN-VALUE TO WS-IN-VALUE-X
                   ADD 1 TO WS-NUMBER-COUNT
                   ADD 1 TO WS-EXEC-NUMBER
               ELSE
                   IF BRL-MATCH-COUNT > 1
                       PERFORM TALLY-COMBINED-CLASS
                   ELSE
                       ADD 1 TO RULE-COUNT (BRL-MATCH-RULE)
                       ADD 1 TO RULE-EXEC-COUNT (BRL-MATCH-RULE)
                   END-IF
               END-IF.
               IF WS-SLICE-MODE = "Y"
                   PERFORM WRITE-SLICE-DETAIL
               ELSE
                   PERFORM WRITE-CLASSIFIED-OUTPUT
               END-IF.

           WRITE-CLASSIFIED-OUTPUT.
               MOVE WS-CLASSIFY-VALUE TO WS-DTL-INCREMENT.
               MOVE WS-DETAIL-LINE TO BUZZ-OUT-RECORD.
               WRITE BUZZ-OUT-RECORD.
                   PERFORM UPDATE-MASTER
               END-IF.

           WRITE-SLICE-DETAIL.
               MOVE SPACES TO SLICE-WORK-RECORD.
               MOVE "D" TO SLW-REC-TYPE.
               MOVE WS-CLASSIFY-VALUE TO SLW-INCREMENT.
               MOVE BRL-CLASS-LABEL TO SLW-CLASS.
               MOVE BRL-MATCH-DIVISOR TO SLW-DIVISOR.
               MOVE BRL-MATCH-RULE TO SLW-MATCH-RULE.
               MOVE BRL-MATCH-COUNT TO SLW-MATCH-COUNT.
               WRITE SLICE-WORK-RECORD.
               IF WS-SLICEWK-STATUS NOT = "00"
                   DISPLAY "ERROR: UNABLE TO WRITE SLICE WORK RECORD "
                       "FOR " WS-CLASSIFY-VALUE ", STATUS="
                       WS-SLICEWK-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

           WRITE-SLICE-TRAILER.
               MOVE SPACES TO SLICE-WORK-RECORD.
               MOVE "T" TO SLW-REC-TYPE.
               MOVE WS-SLICE-NUMBER TO SLW-SLICE.
               MOVE WS-RUN-NUMBER TO SLW-RUN-NUMBER.
               MOVE WS-START-VALUE TO SLW-START-VALUE.
               MOVE WS-END-VALUE TO SLW-END-VALUE.
               MOVE WS-PROCESSED-COUNT TO SLW-RECORDS.
               WRITE SLICE-WORK-RECORD.
               IF WS-SLICEWK-STATUS NOT = "00"
                   DISPLAY "ERROR: UNABLE TO WRITE SLICE WORK TRAILER, "
                       "STATUS=" WS-SLICEWK-STATUS
                       " - RESUBMIT THE SLICE TO FINISH IT"
                   MOVE "Y" TO WS-ABORT-SWITCH
               END-IF.

           TALLY-COMBINED-CLASS.
               PERFORM VARYING COMBO-IDX FROM 1 BY 1
                       UNTIL COMBO-IDX > WS-COMBO-COUNT
                       OR COMBO-LABEL (COMBO-IDX) = BRL-CLASS-LABEL
                   CONTINUE
               END-PERFORM.
               IF COMBO-IDX > WS-COMBO-COUNT
                   IF WS-COMBO-COUNT >= 20
                       DISPLAY "ERROR: MORE THAN 20 COMBINED CLASSES "
                           "IN PROFILE " WS-LOADED-PROFILE " - "
                           BRL-CLASS-LABEL " CANNOT BE COUNTED"
                       PERFORM RELEASE-RUN-LOCK
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-COMBO-COUNT
                   SET COMBO-IDX TO WS-COMBO-COUNT
                   MOVE BRL-CLASS-LABEL TO COMBO-LABEL (COMBO-IDX)
                   MOVE BRL-MATCH-DIVISOR TO COMBO-DIVISOR (COMBO-IDX)
                   MOVE 0 TO COMBO-COUNT (COMBO-IDX)
                   MOVE 0 TO COMBO-EXEC-COUNT (COMBO-IDX)
               END-IF.
               ADD 1 TO COMBO-COUNT (COMBO-IDX).
               ADD 1 TO COMBO-EXEC-COUNT (COMBO-IDX).

           UPDATE-MASTER.
               MOVE WS-CLASSIFY-VALUE TO MST-INCREMENT.
               MOVE "N" TO WS-MST-FOUND.
               END-READ.
               MOVE WS-CLASSIFY-VALUE TO MST-INCREMENT.
               MOVE WS-DTL-CLASS TO MST-CLASS.
               MOVE BRL-MATCH-DIVISOR TO MST-RULE-DIVISOR.
               MOVE WS-RUN-DATE TO MST-RUN-DATE.
               IF WS-MST-FOUND = "Y"
                   IF MST-CLASS NOT = WS-OLD-CLASS
                       ADD 1 TO WS-CLASS-CHANGE-COUNT
                       MOVE "C" TO WS-HIST-ACTION
                       PERFORM WRITE-MASTER-HISTORY
                   END-IF
                   REWRITE MST-RECORD
               ELSE
                   WRITE MST-RECORD
                   IF WS-MST-STATUS = "00"
                       MOVE SPACES TO WS-OLD-CLASS
                       MOVE 0 TO WS-OLD-DIVISOR
                       MOVE SPACES TO WS-OLD-RUN-DATE
                       MOVE "A" TO WS-HIST-ACTION
                       PERFORM WRITE-MASTER-HISTORY
                   END-IF
               END-IF.
               IF WS-MST-STATUS NOT = "00"
                   DISPLAY "WARNING: UNABLE TO UPDATE MASTER FOR "
               IF WS-HIST-ACTIVE = "Y"
                   MOVE SPACES TO MST-HIST-RECORD
                   MOVE MST-INCREMENT TO HIS-INCREMENT
                   MOVE WS-HIST-ACTION TO HIS-ACTION
                   MOVE WS-OLD-CLASS TO HIS-OLD-CLASS
                   MOVE WS-OLD-DIVISOR TO HIS-OLD-DIVISOR
                   MOVE WS-OLD-RUN-DATE TO HIS-OLD-RUN-DATE
                       MOVE RULE-LABEL (RULE-IDX) TO CHKPT-RULE-LABEL
                       MOVE RULE-COUNT (RULE-IDX)
                           TO CHKPT-RULE-MATCH-COUNT
                       MOVE WS-MATCH-MODE TO CHKPT-RULE-MATCH-MODE
                       COMPUTE WS-CHKPT-RRN = RULE-IDX + 1
                       IF WS-CHKPT-RECS-EXIST = "Y"
                           REWRITE CHKPT-RECORD
                               ", STATUS=" WS-CHKPT-STATUS
                       END-IF
                   END-PERFORM
                   PERFORM VARYING COMBO-IDX FROM 1 BY 1
                           UNTIL COMBO-IDX > WS-COMBO-COUNT
                       MOVE "C" TO CHKPT-REC-TYPE
                       MOVE COMBO-DIVISOR (COMBO-IDX)
                           TO CHKPT-COMBO-DIVISOR
                       MOVE COMBO-LABEL (COMBO-IDX)
                           TO CHKPT-COMBO-LABEL
                       MOVE COMBO-COUNT (COMBO-IDX)
                           TO CHKPT-COMBO-MATCH-COUNT
                       SET WS-CHKPT-RRN TO COMBO-IDX
                       ADD WS-RULE-COUNT 1 TO WS-CHKPT-RRN
                       IF COMBO-IDX > WS-CHKPT-COMBOS-SAVED
                           WRITE CHKPT-RECORD
                       ELSE
                           REWRITE CHKPT-RECORD
                       END-IF
                       IF WS-CHKPT-STATUS NOT = "00"
                           DISPLAY "WARNING: UNABLE TO WRITE "
                               "CHECKPOINT COMBINED CLASS "
                               COMBO-LABEL (COMBO-IDX)
                               ", STATUS=" WS-CHKPT-STATUS
                       END-IF
                   END-PERFORM
                   MOVE WS-COMBO-COUNT TO WS-CHKPT-COMBOS-SAVED
                   MOVE "Y" TO WS-CHKPT-RECS-EXIST
               END-IF.

                   MOVE RULE-COUNT (RULE-IDX) TO WS-SUM-COUNT
                   DISPLAY WS-SUMMARY-LINE
               END-PERFORM.
               PERFORM VARYING COMBO-IDX FROM 1 BY 1
                       UNTIL COMBO-IDX > WS-COMBO-COUNT
                   MOVE COMBO-LABEL (COMBO-IDX) TO WS-SUM-LABEL
                   MOVE COMBO-COUNT (COMBO-IDX) TO WS-SUM-COUNT
                   DISPLAY WS-SUMMARY-LINE
               END-PERFORM.
               MOVE WS-NUMBER-COUNT TO WS-SUM-NUMBER.
               DISPLAY WS-SUMMARY-NUMBER-LINE.
               IF WS-INPUT-MODE = "Y"
                   DISPLAY "WARNING: UNABLE TO WRITE AUDIT RUN-NUMBER "
                       "RECORD, STATUS=" WS-AUDIT-STATUS
               END-IF.
               IF WS-INPUT-REFUSED = "Y"
                   MOVE "REFUSED" TO WS-AUD-STATUS
                   MOVE " REASON=" TO WS-AUD-REASON-TAG
                   MOVE WS-REFUSE-REASON TO WS-AUD-STATUS-REASON
               ELSE
                   IF WS-GOVERNED-STOP = "Y"
                       MOVE "PARTIAL" TO WS-AUD-STATUS
                       MOVE " REASON=" TO WS-AUD-REASON-TAG
                       MOVE WS-STOP-REASON TO WS-AUD-STATUS-REASON
                   ELSE
                       MOVE "COMPLETE" TO WS-AUD-STATUS
                       MOVE SPACES TO WS-AUD-REASON-TAG
                       MOVE SPACES TO WS-AUD-STATUS-REASON
                   END-IF
               END-IF.
               MOVE WS-AUDIT-STATUS-LINE TO AUDIT-RECORD.
               WRITE AUDIT-RECORD.
                       DISPLAY "WARNING: UNABLE TO WRITE AUDIT INPUT "
                           "RECORD, STATUS=" WS-AUDIT-STATUS
                   END-IF
                   IF WS-INCTL-HDR-SEEN = "Y"
                       MOVE WS-INCTL-SOURCE TO WS-AUD-IN-SOURCE
                       MOVE WS-INCTL-FILE-ID TO WS-AUD-IN-FILE-ID
                       MOVE WS-INCTL-CREATED TO WS-AUD-IN-CREATED
                       MOVE WS-AUDIT-INFILE-LINE TO AUDIT-RECORD
                       WRITE AUDIT-RECORD
                       IF WS-AUDIT-STATUS NOT = "00"
                           DISPLAY "WARNING: UNABLE TO WRITE AUDIT "
                               "INPUT-FILE RECORD, STATUS="
                               WS-AUDIT-STATUS
                       END-IF
                   END-IF
               END-IF.
               IF WS-MST-ACTIVE = "Y"
                   MOVE WS-CLASS-CHANGE-COUNT TO WS-AUD-MSTCHG-COUNT
                           WS-AUDIT-STATUS
                   END-IF
               END-IF.
               IF WS-MODE-COMBINE
                   MOVE WS-AUDIT-MODE-LINE TO AUDIT-RECORD
                   WRITE AUDIT-RECORD
                   IF WS-AUDIT-STATUS NOT = "00"
                       DISPLAY "WARNING: UNABLE TO WRITE AUDIT "
                           "MATCH-MODE RECORD, STATUS="
                           WS-AUDIT-STATUS
                   END-IF
               END-IF.
               PERFORM VARYING RULE-IDX FROM 1 BY 1
                       UNTIL RULE-IDX > WS-RULE-COUNT
                   MOVE RULE-LABEL (RULE-IDX) TO WS-AUD-RULE-LABEL
                           WS-AUDIT-STATUS
                   END-IF
               END-PERFORM.
               PERFORM VARYING COMBO-IDX FROM 1 BY 1
                       UNTIL COMBO-IDX > WS-COMBO-COUNT
                   MOVE COMBO-LABEL (COMBO-IDX) TO WS-AUD-RULE-LABEL
                   MOVE COMBO-DIVISOR (COMBO-IDX)
                       TO WS-AUD-RULE-DIVISOR
                   MOVE COMBO-EXEC-COUNT (COMBO-IDX)
                       TO WS-AUD-RULE-COUNT
                   MOVE WS-AUDIT-RULE-LINE TO AUDIT-RECORD
                   WRITE AUDIT-RECORD
                   IF WS-AUDIT-STATUS NOT = "00"
                       DISPLAY "WARNING: UNABLE TO WRITE AUDIT RULE "
                           "RECORD FOR " COMBO-LABEL (COMBO-IDX)
                           ", STATUS=" WS-AUDIT-STATUS
                   END-IF
               END-PERFORM.
               CLOSE AUDIT-FILE.
               PERFORM WRITE-RUN-ACCOUNT.

           WRITE-RUN-ACCOUNT.
               MOVE SPACES TO RUN-ACCT-RECORD.
               MOVE WS-RUN-NUMBER TO ACT-RUN-NUMBER.
               MOVE WS-RUN-DATE TO ACT-RUN-DATE.
               MOVE WS-CURRENT-DATETIME (9:6) TO ACT-TIME.
               MOVE WS-JOB-NAME TO ACT-JOB-NAME.
               MOVE WS-LOADED-PROFILE TO ACT-PROFILE-NAME.
               MOVE WS-EXEC-PROCESSED TO ACT-RECORDS.
               MOVE 0 TO ACT-READ.
               MOVE 0 TO ACT-REJECTS.
               IF WS-TAGGED-INPUT = "Y"
                   MOVE "T" TO ACT-INPUT-MODE
               ELSE
                   IF WS-INPUT-MODE = "Y"
                       MOVE "I" TO ACT-INPUT-MODE
                   ELSE
                       MOVE "G" TO ACT-INPUT-MODE
                   END-IF
               END-IF.
               IF WS-INPUT-MODE = "Y" AND WS-ACCT-INPUT-TAKEN NOT = "Y"
                   MOVE WS-READ-COUNT TO ACT-READ
                   MOVE WS-REJECT-COUNT TO ACT-REJECTS
                   MOVE "Y" TO WS-ACCT-INPUT-TAKEN
               END-IF.
               MOVE WS-AUD-STATUS TO ACT-STATUS.
               OPEN EXTEND RUN-ACCT-FILE.
               IF WS-RUNACCT-STATUS NOT = "00"
                   OPEN OUTPUT RUN-ACCT-FILE
               END-IF.
               IF WS-RUNACCT-STATUS NOT = "00"
                   DISPLAY "WARNING: RUN ACCOUNTING FILE UNAVAILABLE, "
                       "STATUS=" WS-RUNACCT-STATUS " - RUN-NUMBER "
                       WS-RUN-NUMBER " NOT RECORDED FOR CHARGEBACK"
               ELSE
                   WRITE RUN-ACCT-RECORD
                   IF WS-RUNACCT-STATUS NOT = "00"
                       DISPLAY "WARNING: UNABLE TO WRITE RUN "
                           "ACCOUNTING RECORD, STATUS="
                           WS-RUNACCT-STATUS
                   END-IF
                   CLOSE RUN-ACCT-FILE
               END-IF.

