       IDENTIFICATION DIVISION.
       PROGRAM-ID. buzzpreq.
       AUTHOR. Maya Copeland.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TXN-FILE ASSIGN TO "PARMTXN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TXN-STATUS.
               SELECT PEND-FILE ASSIGN TO "PARMPND"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PEND-STATUS.
               SELECT RPT-FILE ASSIGN TO "PREQRPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD TXN-FILE.
           01 TXN-RECORD.
               03 TXN-DATA.
                   05 TXN-ACTION PIC X(6).
                       88 TXN-IS-ADD VALUE "ADD   ".
                       88 TXN-IS-CHANGE VALUE "CHANGE".
                       88 TXN-IS-DELETE VALUE "DELETE".
                       88 TXN-IS-MODE VALUE "MODE  ".
                   05 TXN-DIVISOR-X PIC X(4).
                   05 TXN-LABEL PIC X(8).
                   05 TXN-PROFILE PIC X(8).
                   05 TXN-EFF-FROM PIC X(8).
                   05 TXN-EFF-TO PIC X(8).
               03 TXN-REASON PIC X(38).

           FD PEND-FILE.
           01 PEND-RECORD.
               03 PND-CHANGE-ID PIC 9(6).
               03 FILLER PIC X.
               03 PND-STATUS PIC X.
               03 FILLER PIC X.
               03 PND-TXN-DATA PIC X(42).
               03 FILLER PIC X.
               03 PND-REASON PIC X(38).
               03 FILLER PIC X.
               03 PND-REQ-USER PIC X(8).
               03 FILLER PIC X.
               03 PND-REQ-DATE PIC X(8).
               03 FILLER PIC X.
               03 PND-REQ-TIME PIC X(6).
               03 FILLER PIC X.
               03 PND-DEC-USER PIC X(8).
               03 FILLER PIC X.
               03 PND-DEC-DATE PIC X(8).
               03 FILLER PIC X.
               03 PND-DEC-TIME PIC X(6).
               03 FILLER PIC X.
               03 PND-APL-DATE PIC X(8).
               03 FILLER PIC X.
               03 PND-APL-TIME PIC X(6).
               03 FILLER PIC X(4).

           FD RPT-FILE.
           01 RPT-RECORD PIC X(80).

           WORKING-STORAGE SECTION.
           COPY BUZZUID.

           01 WS-FILE-STATUSES.
               03 WS-TXN-STATUS PIC X(2).
               03 WS-PEND-STATUS PIC X(2).
               03 WS-RPT-STATUS PIC X(2).

           01 REQ-TXN-TABLE.
               03 REQ-TXN-COUNT PIC 9(3) VALUE 0.
               03 REQ-TXN-ENTRY OCCURS 100 TIMES
                       INDEXED BY REQ-IDX.
                   05 REQ-TXN-DATA PIC X(42).
                   05 REQ-TXN-REASON PIC X(38).

           01 WS-ABORT-SWITCH PIC X VALUE "N".
           01 WS-TXN-EOF PIC X VALUE "N".
           01 WS-PEND-EOF PIC X VALUE "N".
           01 WS-TXN-OPEN-FAIL PIC X VALUE "N".
           01 WS-TXN-READ PIC 9(4) VALUE 0.
           01 WS-TXN-ERRORS PIC 9(4) VALUE 0.
           01 WS-STAGED-COUNT PIC 9(4) VALUE 0.
           01 WS-REQ-USER PIC X(8) VALUE SPACES.
           01 WS-LAST-CHANGE-ID PIC 9(6) VALUE 0.
           01 WS-CURRENT-DATETIME PIC X(21).

           01 WS-RPT-TITLE-LINE.
               03 FILLER PIC X(40)
                   VALUE "COBUZZ PARAMETER CHANGE REQUESTS".
               03 WS-RPT-DATETIME PIC X(14).
               03 FILLER PIC X(26) VALUE SPACES.

           01 WS-RPT-USER-LINE.
               03 FILLER PIC X(14) VALUE "REQUESTED BY: ".
               03 WS-RPT-USER PIC X(8).
               03 FILLER PIC X(58) VALUE SPACES.

           01 WS-RPT-TXN-LINE.
               03 FILLER PIC X(5) VALUE "TXN: ".
               03 WS-RPT-TXN-ACTION PIC X(6).
               03 FILLER PIC X(6) VALUE " PROF=".
               03 WS-RPT-TXN-PROFILE PIC X(8).
               03 FILLER PIC X(5) VALUE " DIV=".
               03 WS-RPT-TXN-DIVISOR PIC X(4).
               03 FILLER PIC X(7) VALUE " LABEL=".
               03 WS-RPT-TXN-LABEL PIC X(8).
               03 FILLER PIC X(3) VALUE " - ".
               03 WS-RPT-TXN-RESULT PIC X(28).

           01 WS-RPT-STAGED-RESULT.
               03 FILLER PIC X(14) VALUE "STAGED AS ID  ".
               03 WS-RPT-STG-ID PIC 9(6).
               03 FILLER PIC X(8) VALUE SPACES.

           01 WS-RPT-REASON-LINE.
               03 FILLER PIC X(13) VALUE "     REASON: ".
               03 WS-RPT-REASON PIC X(38).
               03 FILLER PIC X(29) VALUE SPACES.

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
               PERFORM GET-REQUEST-USER.
               IF WS-REQ-USER = SPACES
                   MOVE "NO SIGNED-ON USER ID - NOTHING STAGED"
                       TO WS-RPT-RESULT-TEXT
                   MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-RESULT-AND-CLOSE
               END-IF.
               MOVE WS-REQ-USER TO WS-RPT-USER.
               MOVE WS-RPT-USER-LINE TO RPT-RECORD.
               WRITE RPT-RECORD.
               MOVE WS-RPT-BLANK-LINE TO RPT-RECORD.
               WRITE RPT-RECORD.
               PERFORM LOAD-TRANSACTIONS.
               IF WS-TXN-OPEN-FAIL = "Y"
                   MOVE "TRANSACTION FILE UNREADABLE - NOTHING STAGED"
                       TO WS-RPT-RESULT-TEXT
                   MOVE 12 TO RETURN-CODE
                   PERFORM WRITE-RESULT-AND-CLOSE
               END-IF.
               IF WS-TXN-READ = 0
                   MOVE "NO TRANSACTIONS PRESENT - NOTHING STAGED"
                       TO WS-RPT-RESULT-TEXT
                   MOVE 4 TO RETURN-CODE
                   PERFORM WRITE-RESULT-AND-CLOSE
               END-IF.
               IF WS-TXN-ERRORS > 0
                   MOVE "TRANSACTION ERRORS - NOTHING STAGED"
                       TO WS-RPT-RESULT-TEXT
                   MOVE 8 TO RETURN-CODE
                   PERFORM WRITE-RESULT-AND-CLOSE
               END-IF.
               PERFORM FIND-LAST-CHANGE-ID.
               IF WS-ABORT-SWITCH = "Y"
                   MOVE "PENDING FILE UNAVAILABLE - NOTHING STAGED"
                       TO WS-RPT-RESULT-TEXT
                   MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-RESULT-AND-CLOSE
               END-IF.
               OPEN EXTEND PEND-FILE.
               IF WS-PEND-STATUS NOT = "00"
                   DISPLAY "ERROR: CANNOT EXTEND PENDING-CHANGE FILE, "
                       "STATUS=" WS-PEND-STATUS
                   MOVE "PENDING FILE UNAVAILABLE - NOTHING STAGED"
                       TO WS-RPT-RESULT-TEXT
                   MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-RESULT-AND-CLOSE
               END-IF.
               MOVE WS-RPT-BLANK-LINE TO RPT-RECORD.
               WRITE RPT-RECORD.
               PERFORM STAGE-TRANSACTION
                   VARYING REQ-IDX FROM 1 BY 1
                   UNTIL REQ-IDX > REQ-TXN-COUNT
                   OR WS-ABORT-SWITCH = "Y".
               CLOSE PEND-FILE.
               MOVE WS-RPT-BLANK-LINE TO RPT-RECORD.
               WRITE RPT-RECORD.
               MOVE "CHANGES STAGED FOR APPROVAL:  "
                   TO WS-RPT-CNT-TEXT.
               MOVE WS-STAGED-COUNT TO WS-RPT-CNT-VALUE.
               MOVE WS-RPT-COUNT-LINE TO RPT-RECORD.
               WRITE RPT-RECORD.
               IF WS-ABORT-SWITCH = "Y"
                   MOVE "STAGING STOPPED ON AN I-O ERROR (SEE SYSOUT)"
                       TO WS-RPT-RESULT-TEXT
                   MOVE 12 TO RETURN-CODE
               ELSE
                   MOVE "CHANGES STAGED - AWAITING APPROVAL"
                       TO WS-RPT-RESULT-TEXT
                   MOVE 0 TO RETURN-CODE
               END-IF.
               PERFORM WRITE-RESULT-AND-CLOSE.

           WRITE-RESULT-AND-CLOSE.
               MOVE WS-RPT-BLANK-LINE TO RPT-RECORD.
               WRITE RPT-RECORD.
               MOVE WS-RPT-RESULT-LINE TO RPT-RECORD.
               WRITE RPT-RECORD.
               CLOSE RPT-FILE.
               STOP RUN.

           GET-REQUEST-USER.
               CALL "buzzuser" USING BUZZUSER-PARMS.
               IF BUS-RC-OK
                   MOVE BUS-USERID TO WS-REQ-USER
               ELSE
                   DISPLAY "ERROR: NO USER ID IN THE JOB'S SECURITY "
                       "ENVIRONMENT"
               END-IF.

           LOAD-TRANSACTIONS.
               OPEN INPUT TXN-FILE.
               IF WS-TXN-STATUS NOT = "00"
                   DISPLAY "ERROR: CANNOT OPEN TRANSACTION FILE, "
                       "STATUS=" WS-TXN-STATUS
                   MOVE "Y" TO WS-TXN-OPEN-FAIL
               ELSE
                   PERFORM READ-AND-EDIT-TXN
                       UNTIL WS-TXN-EOF = "Y"
                   CLOSE TXN-FILE
               END-IF.

           READ-AND-EDIT-TXN.
               READ TXN-FILE
                   AT END
                       MOVE "Y" TO WS-TXN-EOF
               END-READ.
               IF WS-TXN-EOF NOT = "Y"
                   ADD 1 TO WS-TXN-READ
                   MOVE TXN-ACTION TO WS-RPT-TXN-ACTION
                   MOVE TXN-PROFILE TO WS-RPT-TXN-PROFILE
                   MOVE TXN-DIVISOR-X TO WS-RPT-TXN-DIVISOR
                   MOVE TXN-LABEL TO WS-RPT-TXN-LABEL
                   PERFORM EDIT-TXN
                   MOVE WS-RPT-TXN-LINE TO RPT-RECORD
                   WRITE RPT-RECORD
                   MOVE TXN-REASON TO WS-RPT-REASON
                   MOVE WS-RPT-REASON-LINE TO RPT-RECORD
                   WRITE RPT-RECORD
               END-IF.

           EDIT-TXN.
               IF NOT TXN-IS-ADD AND NOT TXN-IS-CHANGE
                   AND NOT TXN-IS-DELETE AND NOT TXN-IS-MODE
                   MOVE "ERROR: BAD ACTION" TO WS-RPT-TXN-RESULT
                   ADD 1 TO WS-TXN-ERRORS
               ELSE
                   IF TXN-REASON = SPACES
                       MOVE "ERROR: NO REASON GIVEN"
                           TO WS-RPT-TXN-RESULT
                       ADD 1 TO WS-TXN-ERRORS
                   ELSE
                       IF REQ-TXN-COUNT >= 100
                           MOVE "ERROR: OVER 100 IN ONE RUN"
                               TO WS-RPT-TXN-RESULT
                           ADD 1 TO WS-TXN-ERRORS
                       ELSE
                           ADD 1 TO REQ-TXN-COUNT
                           MOVE TXN-DATA
                               TO REQ-TXN-DATA (REQ-TXN-COUNT)
                           MOVE TXN-REASON
                               TO REQ-TXN-REASON (REQ-TXN-COUNT)
                           MOVE "ACCEPTED FOR STAGING"
                               TO WS-RPT-TXN-RESULT
                       END-IF
                   END-IF
               END-IF.

           FIND-LAST-CHANGE-ID.
               OPEN INPUT PEND-FILE.
               IF WS-PEND-STATUS NOT = "00"
                   DISPLAY "ERROR: CANNOT OPEN PENDING-CHANGE FILE, "
                       "STATUS=" WS-PEND-STATUS
                   MOVE "Y" TO WS-ABORT-SWITCH
               ELSE
                   PERFORM READ-PENDING-RECORD
                       UNTIL WS-PEND-EOF = "Y"
                   CLOSE PEND-FILE
               END-IF.

           READ-PENDING-RECORD.
               READ PEND-FILE
                   AT END
                       MOVE "Y" TO WS-PEND-EOF
               END-READ.
               IF WS-PEND-EOF NOT = "Y"
                   AND PND-CHANGE-ID NUMERIC
                   AND PND-CHANGE-ID > WS-LAST-CHANGE-ID
                   MOVE PND-CHANGE-ID TO WS-LAST-CHANGE-ID
               END-IF.

           STAGE-TRANSACTION.
               ADD 1 TO WS-LAST-CHANGE-ID.
               MOVE SPACES TO PEND-RECORD.
               MOVE WS-LAST-CHANGE-ID TO PND-CHANGE-ID.
               MOVE "P" TO PND-STATUS.
               MOVE REQ-TXN-DATA (REQ-IDX) TO PND-TXN-DATA.
               MOVE REQ-TXN-REASON (REQ-IDX) TO PND-REASON.
               MOVE WS-REQ-USER TO PND-REQ-USER.
               MOVE WS-CURRENT-DATETIME (1:8) TO PND-REQ-DATE.
               MOVE WS-CURRENT-DATETIME (9:6) TO PND-REQ-TIME.
               WRITE PEND-RECORD.
               IF WS-PEND-STATUS NOT = "00"
                   DISPLAY "ERROR: UNABLE TO WRITE PENDING CHANGE "
                       WS-LAST-CHANGE-ID ", STATUS=" WS-PEND-STATUS
                   MOVE "Y" TO WS-ABORT-SWITCH
               ELSE
                   ADD 1 TO WS-STAGED-COUNT
                   MOVE PND-TXN-DATA (1:6) TO WS-RPT-TXN-ACTION
                   MOVE PND-TXN-DATA (19:8) TO WS-RPT-TXN-PROFILE
                   MOVE PND-TXN-DATA (7:4) TO WS-RPT-TXN-DIVISOR
                   MOVE PND-TXN-DATA (11:8) TO WS-RPT-TXN-LABEL
                   MOVE WS-LAST-CHANGE-ID TO WS-RPT-STG-ID
                   MOVE WS-RPT-STAGED-RESULT TO WS-RPT-TXN-RESULT
                   MOVE WS-RPT-TXN-LINE TO RPT-RECORD
                   WRITE RPT-RECORD
               END-IF.
