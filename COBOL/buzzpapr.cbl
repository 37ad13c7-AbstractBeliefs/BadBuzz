       IDENTIFICATION DIVISION.
       PROGRAM-ID. buzzpapr.
       AUTHOR. Maya Copeland.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PAPR-CTL-FILE ASSIGN TO "PAPRCTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PAPRCTL-STATUS.
               SELECT PEND-FILE ASSIGN TO "PARMPND"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PEND-STATUS.
               SELECT PEND-OUT-FILE ASSIGN TO "PNDOUT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PNDOUT-STATUS.
               SELECT REL-TXN-FILE ASSIGN TO "RELTXN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RELTXN-STATUS.
               SELECT RPT-FILE ASSIGN TO "PAPRRPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD PAPR-CTL-FILE.
           01 PAPR-CTL-RECORD.
               03 PCT-KEYWORD PIC X(8).
               03 PCT-EQUALS PIC X.
               03 PCT-VALUE PIC X(16).
               03 FILLER PIC X(55).

           FD PEND-FILE.
           01 PEND-RECORD PIC X(160).

           FD PEND-OUT-FILE.
           01 PEND-OUT-RECORD PIC X(160).

           FD REL-TXN-FILE.
           01 REL-TXN-RECORD.
               03 REL-TXN-DATA PIC X(42).
               03 REL-CHANGE-ID PIC 9(6).
               03 FILLER PIC X(32).

           FD RPT-FILE.
           01 RPT-RECORD PIC X(80).

           WORKING-STORAGE SECTION.
           COPY BUZZUID.

           01 PND-TABLE.
               03 PND-COUNT PIC 9(4) VALUE 0.
               03 PND-ENTRY OCCURS 1000 TIMES
                       INDEXED BY PND-IDX.
                   05 PND-CHANGE-ID PIC 9(6).
                   05 FILLER PIC X.
                   05 PND-STATUS PIC X.
                       88 PND-IS-PENDING VALUE "P".
                       88 PND-IS-APPROVED VALUE "A".
                       88 PND-IS-APPLIED VALUE "X".
                       88 PND-IS-REJECTED VALUE "J".
                       88 PND-IS-EXPIRED VALUE "E".
                   05 FILLER PIC X.
                   05 PND-TXN-DATA.
                       07 PND-TXN-ACTION PIC X(6).
                       07 PND-TXN-DIVISOR PIC X(4).
                       07 PND-TXN-LABEL PIC X(8).
                       07 PND-TXN-PROFILE PIC X(8).
                       07 PND-TXN-EFF-FROM PIC X(8).
                       07 PND-TXN-EFF-TO PIC X(8).
                   05 FILLER PIC X.
                   05 PND-REASON PIC X(38).
                   05 FILLER PIC X.
                   05 PND-REQ-USER PIC X(8).
                   05 FILLER PIC X.
                   05 PND-REQ-DATE PIC X(8).
                   05 FILLER PIC X.
                   05 PND-REQ-TIME PIC X(6).
                   05 FILLER PIC X.
                   05 PND-DEC-USER PIC X(8).
                   05 FILLER PIC X.
                   05 PND-DEC-DATE PIC X(8).
                   05 FILLER PIC X.
                   05 PND-DEC-TIME PIC X(6).
                   05 FILLER PIC X.
                   05 PND-APL-DATE PIC X(8).
                   05 FILLER PIC X.
                   05 PND-APL-TIME PIC X(6).
                   05 FILLER PIC X(4).

           01 DEC-TABLE.
               03 DEC-COUNT PIC 9(3) VALUE 0.
               03 DEC-ENTRY OCCURS 100 TIMES
                       INDEXED BY DEC-IDX.
                   05 DEC-ACTION PIC X(8).
                   05 DEC-CHANGE-ID PIC 9(6).

           01 WS-FILE-STATUSES.
               03 WS-PAPRCTL-STATUS PIC X(2).
               03 WS-PEND-STATUS PIC X(2).
               03 WS-PNDOUT-STATUS PIC X(2).
               03 WS-RELTXN-STATUS PIC X(2).
               03 WS-RPT-STATUS PIC X(2).

           01 WS-ABORT-SWITCH PIC X VALUE "N".
           01 WS-TABLE-FULL PIC X VALUE "N".
           01 WS-CTL-EOF PIC X VALUE "N".
           01 WS-PEND-EOF PIC X VALUE "N".
           01 WS-APPLIED-RUN PIC X VALUE "N".
           01 WS-ENTRY-FOUND PIC X VALUE "N".
           01 WS-FOUND-SUB PIC 9(4) VALUE 0.
           01 WS-APR-USER PIC X(8) VALUE SPACES.
           01 WS-EXPIRE-DAYS PIC 9(3) VALUE 14.
           01 WS-CTL-ERRORS PIC 9(3) VALUE 0.
           01 WS-DEC-ERRORS PIC 9(3) VALUE 0.
           01 WS-CTL-ID-X PIC X(6).
           01 WS-CTL-ID-NUM REDEFINES WS-CTL-ID-X PIC 9(6).
           01 WS-CTL-DAYS-X PIC X(3).
           01 WS-CTL-DAYS-NUM REDEFINES WS-CTL-DAYS-X PIC 9(3).
           01 WS-TODAY-X PIC X(8).
           01 WS-TODAY-NUM REDEFINES WS-TODAY-X PIC 9(8).
           01 WS-REQ-DATE-X PIC X(8).
           01 WS-REQ-DATE-NUM REDEFINES WS-REQ-DATE-X PIC 9(8).
           01 WS-AGE-DAYS PIC S9(7) VALUE 0.
           01 WS-LIST-STATUS PIC X.
           01 WS-CURRENT-DATETIME PIC X(21).

           01 WS-COUNTS.
               03 WS-APPROVED-COUNT PIC 9(4) VALUE 0.
               03 WS-REJECTED-COUNT PIC 9(4) VALUE 0.
               03 WS-EXPIRED-COUNT PIC 9(4) VALUE 0.
               03 WS-RELEASED-COUNT PIC 9(4) VALUE 0.
               03 WS-APPLIED-COUNT PIC 9(4) VALUE 0.

           01 WS-RPT-TITLE-LINE.
               03 FILLER PIC X(40)
                   VALUE "COBUZZ PARAMETER CHANGE APPROVALS".
               03 WS-RPT-DATETIME PIC X(14).
               03 FILLER PIC X(26) VALUE SPACES.

           01 WS-RPT-USER-LINE.
               03 FILLER PIC X(14) VALUE "APPROVAL BY:  ".
               03 WS-RPT-USER PIC X(8).
               03 FILLER PIC X(4) VALUE SPACES.
               03 FILLER PIC X(14) VALUE "EXPIRY DAYS:  ".
               03 WS-RPT-EXPIRE-DAYS PIC ZZ9.
               03 FILLER PIC X(37) VALUE SPACES.

           01 WS-RPT-DECISION-LINE.
               03 FILLER PIC X(10) VALUE "DECISION: ".
               03 WS-RPT-DEC-ACTION PIC X(8).
               03 FILLER PIC X VALUE SPACE.
               03 WS-RPT-DEC-ID PIC 9(6).
               03 FILLER PIC X(3) VALUE " - ".
               03 WS-RPT-DEC-RESULT PIC X(40).
               03 FILLER PIC X(12) VALUE SPACES.

           01 WS-RPT-SECTION-LINE.
               03 WS-RPT-SECTION-TEXT PIC X(40).
               03 FILLER PIC X(40) VALUE SPACES.

           01 WS-RPT-ENTRY-LINE.
               03 FILLER PIC X(2) VALUE SPACES.
               03 WS-RPT-ENT-ID PIC 9(6).
               03 FILLER PIC X(2) VALUE SPACES.
               03 WS-RPT-ENT-ACTION PIC X(6).
               03 FILLER PIC X(6) VALUE " PROF=".
               03 WS-RPT-ENT-PROFILE PIC X(8).
               03 FILLER PIC X(5) VALUE " DIV=".
               03 WS-RPT-ENT-DIVISOR PIC X(4).
               03 FILLER PIC X(7) VALUE " LABEL=".
               03 WS-RPT-ENT-LABEL PIC X(8).
               03 FILLER PIC X(5) VALUE " EFF=".
               03 WS-RPT-ENT-EFF-FROM PIC X(8).
               03 FILLER PIC X VALUE "-".
               03 WS-RPT-ENT-EFF-TO PIC X(8).
               03 FILLER PIC X(4) VALUE SPACES.

           01 WS-RPT-WHO-LINE.
               03 FILLER PIC X(10) VALUE SPACES.
               03 FILLER PIC X(4) VALUE "REQ ".
               03 WS-RPT-WHO-REQ-USER PIC X(8).
               03 FILLER PIC X VALUE SPACE.
               03 WS-RPT-WHO-REQ-DATE PIC X(8).
               03 FILLER PIC X VALUE SPACE.
               03 WS-RPT-WHO-REQ-TIME PIC X(6).
               03 FILLER PIC X(2) VALUE SPACES.
               03 FILLER PIC X(4) VALUE "DEC ".
               03 WS-RPT-WHO-DEC-USER PIC X(8).
               03 FILLER PIC X VALUE SPACE.
               03 WS-RPT-WHO-DEC-DATE PIC X(8).
               03 FILLER PIC X VALUE SPACE.
               03 WS-RPT-WHO-DEC-TIME PIC X(6).
               03 FILLER PIC X(2) VALUE SPACES.
               03 FILLER PIC X(4) VALUE "APL ".
               03 WS-RPT-WHO-APL-DATE PIC X(8).

           01 WS-RPT-REASON-LINE.
               03 FILLER PIC X(10) VALUE SPACES.
               03 FILLER PIC X(8) VALUE "REASON: ".
               03 WS-RPT-REASON PIC X(38).
               03 FILLER PIC X(24) VALUE SPACES.

           01 WS-RPT-COUNT-LINE.
               03 WS-RPT-CNT-TEXT PIC X(30).
               03 WS-RPT-CNT-VALUE PIC Z(6)9.
               03 FILLER PIC X(43) VALUE SPACES.

           01 WS-RPT-RESULT-LINE.
               03 FILLER PIC X(8) VALUE "RESULT: ".
               03 WS-RPT-RESULT-TEXT PIC X(72).

           01 WS-RPT-BLANK-LINE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
           MAIN-LOGIC.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
               MOVE WS-CURRENT-DATETIME (1:8) TO WS-TODAY-X.
               OPEN OUTPUT RPT-FILE.
               IF WS-RPT-STATUS NOT = "00"
                   DISPLAY "ERROR: CANNOT OPEN REPORT FILE, STATUS="
                       WS-RPT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE WS-CURRENT-DATETIME (1:14) TO WS-RPT-DATETIME.
               MOVE WS-RPT-TITLE-LINE TO RPT-RECORD.
               WRITE RPT-RECORD.
               PERFORM GET-APPROVER-USER.
               IF WS-APR-USER = SPACES
                   MOVE "NO SIGNED-ON USER ID - NOTHING CHANGED"
                       TO WS-RPT-RESULT-TEXT
                   MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-RESULT-AND-CLOSE
               END-IF.
               PERFORM READ-APPROVAL-CONTROL.
               IF WS-CTL-ERRORS > 0
                   MOVE "INVALID APPROVAL CONTROL - NOTHING CHANGED"
                       TO WS-RPT-RESULT-TEXT
                   MOVE 8 TO RETURN-CODE
                   PERFORM WRITE-RESULT-AND-CLOSE
               END-IF.
               MOVE WS-APR-USER TO WS-RPT-USER.
               MOVE WS-EXPIRE-DAYS TO WS-RPT-EXPIRE-DAYS.
               MOVE WS-RPT-USER-LINE TO RPT-RECORD.
               WRITE RPT-RECORD.
               PERFORM LOAD-PENDING-FILE.
               IF WS-ABORT-SWITCH = "Y"
                   MOVE "PENDING FILE UNAVAILABLE - NOTHING CHANGED"
                       TO WS-RPT-RESULT-TEXT
                   MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-RESULT-AND-CLOSE
               END-IF.
               IF WS-TABLE-FULL = "Y"
                   MOVE "PENDING FILE TOO LARGE - NOTHING CHANGED"
                       TO WS-RPT-RESULT-TEXT
                   MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-RESULT-AND-CLOSE
               END-IF.
               IF WS-APPLIED-RUN = "Y"
                   PERFORM MARK-APPLIED
                       VARYING PND-IDX FROM 1 BY 1
                       UNTIL PND-IDX > PND-COUNT
               ELSE
                   PERFORM EXPIRE-PENDING
                       VARYING PND-IDX FROM 1 BY 1
                       UNTIL PND-IDX > PND-COUNT
                   MOVE WS-RPT-BLANK-LINE TO RPT-RECORD
                   WRITE RPT-RECORD
                   PERFORM APPLY-DECISION
                       VARYING DEC-IDX FROM 1 BY 1
                       UNTIL DEC-IDX > DEC-COUNT
               END-IF.
               IF WS-DEC-ERRORS > 0
                   MOVE "DECISION ERRORS - NOTHING CHANGED OR RELEASED"
                       TO WS-RPT-RESULT-TEXT
                   MOVE 8 TO RETURN-CODE
                   PERFORM WRITE-RESULT-AND-CLOSE
               END-IF.
               PERFORM WRITE-PENDING-OUT.
               IF WS-APPLIED-RUN NOT = "Y"
                   AND WS-ABORT-SWITCH NOT = "Y"
                   PERFORM WRITE-RELEASED-TXNS
               END-IF.
               PERFORM WRITE-STATUS-LISTING.
               PERFORM WRITE-APPROVAL-SUMMARY.
               IF WS-ABORT-SWITCH = "Y"
                   MOVE "STOPPED ON AN I-O ERROR (SEE SYSOUT)"
                       TO WS-RPT-RESULT-TEXT
                   MOVE 12 TO RETURN-CODE
               ELSE
                   IF WS-APPLIED-RUN = "Y"
                       IF WS-APPLIED-COUNT = 0
                           MOVE "NO RELEASED CHANGES TO MARK APPLIED"
                               TO WS-RPT-RESULT-TEXT
                           MOVE 4 TO RETURN-CODE
                       ELSE
                           MOVE "RELEASED CHANGES MARKED APPLIED"
                               TO WS-RPT-RESULT-TEXT
                           MOVE 0 TO RETURN-CODE
                       END-IF
                   ELSE
                       IF WS-RELEASED-COUNT = 0
                           MOVE "NO APPROVED CHANGES TO RELEASE"
                               TO WS-RPT-RESULT-TEXT
                           MOVE 4 TO RETURN-CODE
                       ELSE
                           MOVE "APPROVED CHANGES RELEASED TO RELTXN"
                               TO WS-RPT-RESULT-TEXT
                           MOVE 0 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF.
               PERFORM WRITE-RESULT-AND-CLOSE.

           WRITE-RESULT-AND-CLOSE.
               MOVE WS-RPT-BLANK-LINE TO RPT-RECORD.
               WRITE RPT-RECORD.
               MOVE WS-RPT-RESULT-LINE TO RPT-RECORD.
               WRITE RPT-RECORD.
               CLOSE RPT-FILE.
               STOP RUN.

           GET-APPROVER-USER.
               CALL "buzzuser" USING BUZZUSER-PARMS.
               IF BUS-RC-OK
                   MOVE BUS-USERID TO WS-APR-USER
               ELSE
                   DISPLAY "ERROR: NO USER ID IN THE JOB'S SECURITY "
                       "ENVIRONMENT"
               END-IF.

           READ-APPROVAL-CONTROL.
               OPEN INPUT PAPR-CTL-FILE.
               IF WS-PAPRCTL-STATUS NOT = "00"
                   DISPLAY "ERROR: CANNOT OPEN APPROVAL CONTROL, "
                       "STATUS=" WS-PAPRCTL-STATUS
               ELSE
                   PERFORM READ-PAPRCTL-RECORD
                       UNTIL WS-CTL-EOF = "Y"
                   CLOSE PAPR-CTL-FILE
               END-IF.
               IF WS-APPLIED-RUN = "Y" AND DEC-COUNT > 0
                   DISPLAY "ERROR: AN APPLIED RUN MAY NOT CARRY "
                       "APPROVE OR REJECT RECORDS"
                   ADD 1 TO WS-CTL-ERRORS
               END-IF.

           READ-PAPRCTL-RECORD.
               READ PAPR-CTL-FILE
                   AT END
                       MOVE "Y" TO WS-CTL-EOF
               END-READ.
               IF WS-CTL-EOF NOT = "Y" AND PCT-EQUALS = "="
                   IF PCT-KEYWORD = "EXPDAYS "
                       PERFORM SET-EXPIRE-DAYS
                   ELSE
                       IF PCT-KEYWORD = "APPLIED "
                           AND PCT-VALUE (1:3) = "YES"
                           MOVE "Y" TO WS-APPLIED-RUN
                       ELSE
                           IF PCT-KEYWORD = "APPROVE "
                               OR PCT-KEYWORD = "REJECT  "
                               PERFORM TAKE-DECISION-CARD
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           SET-EXPIRE-DAYS.
               MOVE PCT-VALUE (1:3) TO WS-CTL-DAYS-X.
               IF WS-CTL-DAYS-X NUMERIC AND WS-CTL-DAYS-NUM > 0
                   MOVE WS-CTL-DAYS-NUM TO WS-EXPIRE-DAYS
               ELSE
                   DISPLAY "ERROR: EXPDAYS VALUE " WS-CTL-DAYS-X
                       " IS NOT A 3-DIGIT DAY COUNT"
                   ADD 1 TO WS-CTL-ERRORS
               END-IF.

           TAKE-DECISION-CARD.
               MOVE PCT-VALUE (1:6) TO WS-CTL-ID-X.
               IF WS-CTL-ID-X NOT NUMERIC
                   DISPLAY "ERROR: " PCT-KEYWORD " VALUE " WS-CTL-ID-X
                       " IS NOT A 6-DIGIT CHANGE ID"
                   ADD 1 TO WS-CTL-ERRORS
               ELSE
                   IF DEC-COUNT >= 100
                       DISPLAY "ERROR: MORE THAN 100 DECISIONS IN ONE "
                           "RUN"
                       ADD 1 TO WS-CTL-ERRORS
                   ELSE
                       ADD 1 TO DEC-COUNT
                       MOVE PCT-KEYWORD TO DEC-ACTION (DEC-COUNT)
                       MOVE WS-CTL-ID-NUM TO DEC-CHANGE-ID (DEC-COUNT)
                   END-IF
               END-IF.

           LOAD-PENDING-FILE.
               OPEN INPUT PEND-FILE.
               IF WS-PEND-STATUS NOT = "00"
                   DISPLAY "ERROR: CANNOT OPEN PENDING-CHANGE FILE, "
                       "STATUS=" WS-PEND-STATUS
                   MOVE "Y" TO WS-ABORT-SWITCH
               ELSE
                   PERFORM READ-PENDING-RECORD
                       UNTIL WS-PEND-EOF = "Y"
                       OR WS-TABLE-FULL = "Y"
                   CLOSE PEND-FILE
               END-IF.

           READ-PENDING-RECORD.
               READ PEND-FILE
                   AT END
                       MOVE "Y" TO WS-PEND-EOF
               END-READ.
               IF WS-PEND-EOF NOT = "Y"
                   IF PND-COUNT >= 1000
                       DISPLAY "ERROR: PENDING-CHANGE FILE HOLDS MORE "
                           "THAN 1000 ENTRIES"
                       MOVE "Y" TO WS-TABLE-FULL
                   ELSE
                       ADD 1 TO PND-COUNT
                       MOVE PEND-RECORD TO PND-ENTRY (PND-COUNT)
                   END-IF
               END-IF.

           EXPIRE-PENDING.
               IF PND-IS-PENDING (PND-IDX)
                   MOVE PND-REQ-DATE (PND-IDX) TO WS-REQ-DATE-X
                   IF WS-REQ-DATE-X NUMERIC
                       COMPUTE WS-AGE-DAYS =
                           FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
                           - FUNCTION INTEGER-OF-DATE (WS-REQ-DATE-NUM)
                   ELSE
                       MOVE 9999 TO WS-AGE-DAYS
                   END-IF
                   IF WS-AGE-DAYS > WS-EXPIRE-DAYS
                       MOVE "E" TO PND-STATUS (PND-IDX)
                       MOVE WS-APR-USER TO PND-DEC-USER (PND-IDX)
                       MOVE WS-CURRENT-DATETIME (1:8)
                           TO PND-DEC-DATE (PND-IDX)
                       MOVE WS-CURRENT-DATETIME (9:6)
                           TO PND-DEC-TIME (PND-IDX)
                       ADD 1 TO WS-EXPIRED-COUNT
                   END-IF
               END-IF.

           APPLY-DECISION.
               MOVE DEC-ACTION (DEC-IDX) TO WS-RPT-DEC-ACTION.
               MOVE DEC-CHANGE-ID (DEC-IDX) TO WS-RPT-DEC-ID.
               PERFORM FIND-PENDING-ENTRY.
               IF WS-ENTRY-FOUND NOT = "Y"
                   MOVE "ERROR: NO SUCH CHANGE ID" TO WS-RPT-DEC-RESULT
                   ADD 1 TO WS-DEC-ERRORS
               ELSE
                   IF DEC-ACTION (DEC-IDX) = "APPROVE "
                       PERFORM APPROVE-ENTRY
                   ELSE
                       PERFORM REJECT-ENTRY
                   END-IF
               END-IF.
               MOVE WS-RPT-DECISION-LINE TO RPT-RECORD.
               WRITE RPT-RECORD.

           APPROVE-ENTRY.
               IF PND-REQ-USER (WS-FOUND-SUB) = WS-APR-USER
                   MOVE "ERROR: APPROVER IS THE REQUESTER"
                       TO WS-RPT-DEC-RESULT
                   ADD 1 TO WS-DEC-ERRORS
               ELSE
                   PERFORM CHECK-AND-APPROVE
               END-IF.

           CHECK-AND-APPROVE.
               IF PND-IS-EXPIRED (WS-FOUND-SUB)
                   MOVE "ERROR: CHANGE HAS EXPIRED - RESUBMIT"
                       TO WS-RPT-DEC-RESULT
                   ADD 1 TO WS-DEC-ERRORS
               ELSE
                   IF NOT PND-IS-PENDING (WS-FOUND-SUB)
                       MOVE "ERROR: CHANGE IS NOT PENDING"
                           TO WS-RPT-DEC-RESULT
                       ADD 1 TO WS-DEC-ERRORS
                   ELSE
                       MOVE "A" TO PND-STATUS (WS-FOUND-SUB)
                       PERFORM STAMP-DECISION
                       ADD 1 TO WS-APPROVED-COUNT
                       MOVE "APPROVED FOR RELEASE" TO WS-RPT-DEC-RESULT
                   END-IF
               END-IF.

           REJECT-ENTRY.
               IF NOT PND-IS-PENDING (WS-FOUND-SUB)
                   AND NOT PND-IS-APPROVED (WS-FOUND-SUB)
                   MOVE "ERROR: CHANGE IS NOT PENDING OR APPROVED"
                       TO WS-RPT-DEC-RESULT
                   ADD 1 TO WS-DEC-ERRORS
               ELSE
                   MOVE "J" TO PND-STATUS (WS-FOUND-SUB)
                   PERFORM STAMP-DECISION
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "REJECTED" TO WS-RPT-DEC-RESULT
               END-IF.

           STAMP-DECISION.
               MOVE WS-APR-USER TO PND-DEC-USER (WS-FOUND-SUB).
               MOVE WS-CURRENT-DATETIME (1:8)
                   TO PND-DEC-DATE (WS-FOUND-SUB).
               MOVE WS-CURRENT-DATETIME (9:6)
                   TO PND-DEC-TIME (WS-FOUND-SUB).

           FIND-PENDING-ENTRY.
               MOVE "N" TO WS-ENTRY-FOUND.
               MOVE 0 TO WS-FOUND-SUB.
               PERFORM VARYING PND-IDX FROM 1 BY 1
                       UNTIL PND-IDX > PND-COUNT
                       OR WS-ENTRY-FOUND = "Y"
                   IF PND-CHANGE-ID (PND-IDX) = DEC-CHANGE-ID (DEC-IDX)
                       MOVE "Y" TO WS-ENTRY-FOUND
                       MOVE PND-IDX TO WS-FOUND-SUB
                   END-IF
               END-PERFORM.

           MARK-APPLIED.
               IF PND-IS-APPROVED (PND-IDX)
                   MOVE "X" TO PND-STATUS (PND-IDX)
                   MOVE WS-CURRENT-DATETIME (1:8)
                       TO PND-APL-DATE (PND-IDX)
                   MOVE WS-CURRENT-DATETIME (9:6)
                       TO PND-APL-TIME (PND-IDX)
                   ADD 1 TO WS-APPLIED-COUNT
               END-IF.

           WRITE-PENDING-OUT.
               OPEN OUTPUT PEND-OUT-FILE.
               IF WS-PNDOUT-STATUS NOT = "00"
                   DISPLAY "ERROR: CANNOT OPEN PNDOUT, STATUS="
                       WS-PNDOUT-STATUS
                   MOVE "Y" TO WS-ABORT-SWITCH
               ELSE
                   PERFORM VARYING PND-IDX FROM 1 BY 1
                           UNTIL PND-IDX > PND-COUNT
                           OR WS-ABORT-SWITCH = "Y"
                       MOVE PND-ENTRY (PND-IDX) TO PEND-OUT-RECORD
                       WRITE PEND-OUT-RECORD
                       IF WS-PNDOUT-STATUS NOT = "00"
                           DISPLAY "ERROR: UNABLE TO WRITE PENDING "
                               "CHANGE " PND-CHANGE-ID (PND-IDX)
                               ", STATUS=" WS-PNDOUT-STATUS
                           MOVE "Y" TO WS-ABORT-SWITCH
                       END-IF
                   END-PERFORM
                   CLOSE PEND-OUT-FILE
               END-IF.

           WRITE-RELEASED-TXNS.
               OPEN OUTPUT REL-TXN-FILE.
               IF WS-RELTXN-STATUS NOT = "00"
                   DISPLAY "ERROR: CANNOT OPEN RELEASED TRANSACTIONS, "
                       "STATUS=" WS-RELTXN-STATUS
                   MOVE "Y" TO WS-ABORT-SWITCH
               ELSE
                   PERFORM VARYING PND-IDX FROM 1 BY 1
                           UNTIL PND-IDX > PND-COUNT
                           OR WS-ABORT-SWITCH = "Y"
                       IF PND-IS-APPROVED (PND-IDX)
                           MOVE SPACES TO REL-TXN-RECORD
                           MOVE PND-TXN-DATA (PND-IDX) TO REL-TXN-DATA
                           MOVE PND-CHANGE-ID (PND-IDX) TO REL-CHANGE-ID
                           WRITE REL-TXN-RECORD
                           IF WS-RELTXN-STATUS NOT = "00"
                               DISPLAY "ERROR: CANNOT WRITE RELEASE, "
                                   "STATUS=" WS-RELTXN-STATUS
                               MOVE "Y" TO WS-ABORT-SWITCH
                           ELSE
                               ADD 1 TO WS-RELEASED-COUNT
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE REL-TXN-FILE
               END-IF.

           WRITE-STATUS-LISTING.
               MOVE "P" TO WS-LIST-STATUS.
               MOVE "PENDING APPROVAL" TO WS-RPT-SECTION-TEXT.
               PERFORM LIST-STATUS-SECTION.
               MOVE "A" TO WS-LIST-STATUS.
               MOVE "APPROVED - RELEASED, AWAITING APPLY"
                   TO WS-RPT-SECTION-TEXT.
               PERFORM LIST-STATUS-SECTION.
               MOVE "X" TO WS-LIST-STATUS.
               MOVE "APPROVED AND APPLIED TO PARMIN"
                   TO WS-RPT-SECTION-TEXT.
               PERFORM LIST-STATUS-SECTION.
               MOVE "J" TO WS-LIST-STATUS.
               MOVE "REJECTED" TO WS-RPT-SECTION-TEXT.
               PERFORM LIST-STATUS-SECTION.
               MOVE "E" TO WS-LIST-STATUS.
               MOVE "EXPIRED" TO WS-RPT-SECTION-TEXT.
               PERFORM LIST-STATUS-SECTION.

           LIST-STATUS-SECTION.
               MOVE WS-RPT-BLANK-LINE TO RPT-RECORD.
               WRITE RPT-RECORD.
               MOVE WS-RPT-SECTION-LINE TO RPT-RECORD.
               WRITE RPT-RECORD.
               PERFORM VARYING PND-IDX FROM 1 BY 1
                       UNTIL PND-IDX > PND-COUNT
                   IF PND-STATUS (PND-IDX) = WS-LIST-STATUS
                       PERFORM LIST-ONE-ENTRY
                   END-IF
               END-PERFORM.

           LIST-ONE-ENTRY.
               MOVE PND-CHANGE-ID (PND-IDX) TO WS-RPT-ENT-ID.
               MOVE PND-TXN-ACTION (PND-IDX) TO WS-RPT-ENT-ACTION.
               MOVE PND-TXN-PROFILE (PND-IDX) TO WS-RPT-ENT-PROFILE.
               MOVE PND-TXN-DIVISOR (PND-IDX) TO WS-RPT-ENT-DIVISOR.
               MOVE PND-TXN-LABEL (PND-IDX) TO WS-RPT-ENT-LABEL.
               MOVE PND-TXN-EFF-FROM (PND-IDX) TO WS-RPT-ENT-EFF-FROM.
               MOVE PND-TXN-EFF-TO (PND-IDX) TO WS-RPT-ENT-EFF-TO.
               MOVE WS-RPT-ENTRY-LINE TO RPT-RECORD.
               WRITE RPT-RECORD.
               MOVE PND-REQ-USER (PND-IDX) TO WS-RPT-WHO-REQ-USER.
               MOVE PND-REQ-DATE (PND-IDX) TO WS-RPT-WHO-REQ-DATE.
               MOVE PND-REQ-TIME (PND-IDX) TO WS-RPT-WHO-REQ-TIME.
               MOVE PND-DEC-USER (PND-IDX) TO WS-RPT-WHO-DEC-USER.
               MOVE PND-DEC-DATE (PND-IDX) TO WS-RPT-WHO-DEC-DATE.
               MOVE PND-DEC-TIME (PND-IDX) TO WS-RPT-WHO-DEC-TIME.
               MOVE PND-APL-DATE (PND-IDX) TO WS-RPT-WHO-APL-DATE.
               MOVE WS-RPT-WHO-LINE TO RPT-RECORD.
               WRITE RPT-RECORD.
               MOVE PND-REASON (PND-IDX) TO WS-RPT-REASON.
               MOVE WS-RPT-REASON-LINE TO RPT-RECORD.
               WRITE RPT-RECORD.

           WRITE-APPROVAL-SUMMARY.
               MOVE WS-RPT-BLANK-LINE TO RPT-RECORD.
               WRITE RPT-RECORD.
               MOVE "CHANGES APPROVED THIS RUN:    "
                   TO WS-RPT-CNT-TEXT.
               MOVE WS-APPROVED-COUNT TO WS-RPT-CNT-VALUE.
               MOVE WS-RPT-COUNT-LINE TO RPT-RECORD.
               WRITE RPT-RECORD.
               MOVE "CHANGES REJECTED THIS RUN:    "
                   TO WS-RPT-CNT-TEXT.
               MOVE WS-REJECTED-COUNT TO WS-RPT-CNT-VALUE.
               MOVE WS-RPT-COUNT-LINE TO RPT-RECORD.
               WRITE RPT-RECORD.
               MOVE "CHANGES EXPIRED THIS RUN:     "
                   TO WS-RPT-CNT-TEXT.
               MOVE WS-EXPIRED-COUNT TO WS-RPT-CNT-VALUE.
               MOVE WS-RPT-COUNT-LINE TO RPT-RECORD.
               WRITE RPT-RECORD.
               MOVE "CHANGES RELEASED TO RELTXN:   "
                   TO WS-RPT-CNT-TEXT.
               MOVE WS-RELEASED-COUNT TO WS-RPT-CNT-VALUE.
               MOVE WS-RPT-COUNT-LINE TO RPT-RECORD.
               WRITE RPT-RECORD.
               MOVE "CHANGES MARKED APPLIED:       "
                   TO WS-RPT-CNT-TEXT.
               MOVE WS-APPLIED-COUNT TO WS-RPT-CNT-VALUE.
               MOVE WS-RPT-COUNT-LINE TO RPT-RECORD.
               WRITE RPT-RECORD.
