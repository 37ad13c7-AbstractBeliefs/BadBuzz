       IDENTIFICATION DIVISION.
       PROGRAM-ID. buzzchrg.
       AUTHOR. Maya Copeland.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CHRG-CTL-FILE ASSIGN TO "CHRGCTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHRGCTL-STATUS.
               SELECT RATE-TBL-FILE ASSIGN TO "RATETBL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RATETBL-STATUS.
               SELECT RUN-ACCT-FILE ASSIGN TO "RUNACCT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNACCT-STATUS.
               SELECT CHRG-EXT-FILE ASSIGN TO "CHRGEXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHRGEXT-STATUS.
               SELECT CHRG-RPT-FILE ASSIGN TO "CHRGRPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHRGRPT-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD CHRG-CTL-FILE.
           01 CHRG-CTL-RECORD.
               03 CCT-KEYWORD PIC X(8).
               03 CCT-EQUALS PIC X.
               03 CCT-VALUE PIC X(16).
               03 FILLER PIC X(55).

           FD RATE-TBL-FILE.
           01 RATE-TBL-RECORD.
               03 RTB-JOB-NAME PIC X(8).
               03 FILLER PIC X.
               03 RTB-PROFILE-NAME PIC X(8).
               03 FILLER PIC X.
               03 RTB-DEPT PIC X(8).
               03 FILLER PIC X.
               03 RTB-RATE-X PIC X(7).
               03 RTB-RATE REDEFINES RTB-RATE-X PIC 9(5)V99.
               03 FILLER PIC X.
               03 RTB-DEPT-NAME PIC X(30).
               03 FILLER PIC X(15).

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

           FD CHRG-EXT-FILE.
           01 CHRG-EXT-HEADER.
               03 CHX-HDR-TYPE PIC X.
               03 FILLER PIC X.
               03 CHX-HDR-SOURCE PIC X(8).
               03 FILLER PIC X.
               03 CHX-HDR-MONTH PIC X(6).
               03 FILLER PIC X.
               03 CHX-HDR-CREATED PIC X(14).
               03 FILLER PIC X(48).
           01 CHRG-EXT-DETAIL.
               03 CHX-REC-TYPE PIC X.
               03 FILLER PIC X.
               03 CHX-MONTH PIC X(6).
               03 FILLER PIC X.
               03 CHX-DEPT PIC X(8).
               03 FILLER PIC X.
               03 CHX-JOB-NAME PIC X(8).
               03 FILLER PIC X.
               03 CHX-PROFILE-NAME PIC X(8).
               03 FILLER PIC X.
               03 CHX-RUNS PIC 9(5).
               03 FILLER PIC X.
               03 CHX-RECORDS PIC 9(9).
               03 FILLER PIC X.
               03 CHX-RATE PIC 9(5)V99.
               03 FILLER PIC X.
               03 CHX-AMOUNT PIC 9(9)V99.
               03 FILLER PIC X(9).
           01 CHRG-EXT-TRAILER.
               03 CHX-TRL-TYPE PIC X.
               03 FILLER PIC X.
               03 CHX-TRL-DETAILS PIC 9(7).
               03 FILLER PIC X.
               03 CHX-TRL-RECORDS PIC 9(11).
               03 FILLER PIC X.
               03 CHX-TRL-AMOUNT PIC 9(11)V99.
               03 FILLER PIC X(45).

           FD CHRG-RPT-FILE.
           01 CHRG-RPT-RECORD PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-FILE-STATUSES.
               03 WS-CHRGCTL-STATUS PIC X(2).
               03 WS-RATETBL-STATUS PIC X(2).
               03 WS-RUNACCT-STATUS PIC X(2).
               03 WS-CHRGEXT-STATUS PIC X(2).
               03 WS-CHRGRPT-STATUS PIC X(2).

           01 WS-CTL-ERROR PIC X VALUE "N".
           01 WS-CTL-EOF PIC X VALUE "N".
           01 WS-RATE-ERROR PIC X VALUE "N".
           01 WS-RATE-EOF PIC X VALUE "N".
           01 WS-ACCT-EOF PIC X VALUE "N".
           01 WS-TABLE-FULL PIC X VALUE "N".
           01 WS-CURRENT-DATETIME PIC X(21).
           01 WS-BILL-MONTH PIC X(6) VALUE SPACES.
           01 WS-MONTH-X PIC X(6).
           01 WS-MONTH-PARTS REDEFINES WS-MONTH-X.
               03 WS-MONTH-YYYY PIC 9(4).
               03 WS-MONTH-MM PIC 9(2).
           01 WS-UNRATED-DEPT PIC X(8) VALUE "UNRATED ".

           01 WS-RATE-COUNT PIC 9(3) VALUE 0.
           01 WS-RATE-SUB PIC 9(3) VALUE 0.
           01 WS-RATE-FOUND PIC 9(3) VALUE 0.
           01 RATE-TABLE.
               03 RTE-ENTRY OCCURS 200 TIMES.
                   05 RTE-JOB-NAME PIC X(8).
                   05 RTE-PROFILE-NAME PIC X(8).
                   05 RTE-DEPT PIC X(8).
                   05 RTE-RATE PIC 9(5)V99.

           01 WS-USAGE-COUNT PIC 9(3) VALUE 0.
           01 WS-USAGE-SUB PIC 9(3) VALUE 0.
           01 WS-USAGE-FOUND PIC 9(3) VALUE 0.
           01 WS-USAGE-SHIFT PIC 9(3) VALUE 0.
           01 USAGE-TABLE.
               03 USG-ENTRY OCCURS 500 TIMES.
                   05 USG-KEY.
                       07 USG-DEPT PIC X(8).
                       07 USG-JOB-NAME PIC X(8).
                       07 USG-PROFILE-NAME PIC X(8).
                   05 USG-RATE PIC 9(5)V99.
                   05 USG-RUNS PIC 9(5).
                   05 USG-PARTIAL-RUNS PIC 9(5).
                   05 USG-RECORDS PIC 9(9).
                   05 USG-READ PIC 9(9).
                   05 USG-REJECTS PIC 9(9).
                   05 USG-AMOUNT PIC 9(9)V99.

           01 WS-DEPT-COUNT PIC 9(3) VALUE 0.
           01 WS-DEPT-SUB PIC 9(3) VALUE 0.
           01 WS-DEPT-FOUND PIC 9(3) VALUE 0.
           01 DEPT-TABLE.
               03 DPT-ENTRY OCCURS 200 TIMES.
                   05 DPT-CODE PIC X(8).
                   05 DPT-NAME PIC X(30).

           01 WS-NEW-KEY.
               03 WS-NEW-DEPT PIC X(8).
               03 WS-NEW-JOB-NAME PIC X(8).
               03 WS-NEW-PROFILE-NAME PIC X(8).
           01 WS-NEW-RATE PIC 9(5)V99 VALUE 0.

           01 WS-COUNTS.
               03 WS-ACCT-READ PIC 9(7) VALUE 0.
               03 WS-ACCT-BILLED PIC 9(7) VALUE 0.
               03 WS-ACCT-OTHER-MONTH PIC 9(7) VALUE 0.
               03 WS-ACCT-INVALID PIC 9(7) VALUE 0.
               03 WS-UNRATED-RUNS PIC 9(7) VALUE 0.
               03 WS-EXT-DETAILS PIC 9(7) VALUE 0.

           01 WS-TOTALS.
               03 WS-DEPT-RUNS PIC 9(7) VALUE 0.
               03 WS-DEPT-RECORDS PIC 9(11) VALUE 0.
               03 WS-DEPT-AMOUNT PIC 9(11)V99 VALUE 0.
               03 WS-GRAND-RUNS PIC 9(7) VALUE 0.
               03 WS-GRAND-RECORDS PIC 9(11) VALUE 0.
               03 WS-GRAND-AMOUNT PIC 9(11)V99 VALUE 0.

           01 WS-RPT-TITLE-LINE.
               03 FILLER PIC X(40)
                   VALUE "COBUZZ CHARGEBACK INVOICE SUMMARY".
               03 WS-RPT-DATETIME PIC X(14).
               03 FILLER PIC X(26) VALUE SPACES.

           01 WS-RPT-MONTH-LINE.
               03 FILLER PIC X(15) VALUE "BILLING MONTH: ".
               03 WS-RPT-MONTH PIC X(6).
               03 FILLER PIC X(59) VALUE SPACES.

           01 WS-RPT-DEPT-LINE.
               03 FILLER PIC X(12) VALUE "DEPARTMENT: ".
               03 WS-RPT-DEPT PIC X(8).
               03 FILLER PIC X(2) VALUE SPACES.
               03 WS-RPT-DEPT-NAME PIC X(30).
               03 FILLER PIC X(28) VALUE SPACES.

           01 WS-RPT-HEADING.
               03 FILLER PIC X(10) VALUE "  JOB NAME".
               03 FILLER PIC X(10) VALUE "  PROFILE ".
               03 FILLER PIC X(8) VALUE "    RUNS".
               03 FILLER PIC X(8) VALUE " PARTIAL".
               03 FILLER PIC X(12) VALUE "     RECORDS".
               03 FILLER PIC X(11) VALUE "  RATE/1000".
               03 FILLER PIC X(16) VALUE "          AMOUNT".
               03 FILLER PIC X(5) VALUE SPACES.

           01 WS-RPT-DETAIL-LINE.
               03 FILLER PIC X(2) VALUE SPACES.
               03 WS-RPT-DTL-JOB-NAME PIC X(8).
               03 FILLER PIC X(2) VALUE SPACES.
               03 WS-RPT-DTL-PROFILE PIC X(8).
               03 WS-RPT-DTL-RUNS PIC Z(7)9.
               03 WS-RPT-DTL-PARTIAL PIC Z(7)9.
               03 WS-RPT-DTL-RECORDS PIC Z(11)9.
               03 WS-RPT-DTL-RATE PIC Z(7)9.99.
               03 WS-RPT-DTL-AMOUNT PIC Z(12)9.99.
               03 FILLER PIC X(5) VALUE SPACES.

           01 WS-RPT-TOTAL-LINE.
               03 WS-RPT-TOT-TEXT PIC X(20).
               03 WS-RPT-TOT-RUNS PIC Z(7)9.
               03 FILLER PIC X(8) VALUE SPACES.
               03 WS-RPT-TOT-RECORDS PIC Z(11)9.
               03 FILLER PIC X(11) VALUE SPACES.
               03 WS-RPT-TOT-AMOUNT PIC Z(12)9.99.
               03 FILLER PIC X(5) VALUE SPACES.

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
               OPEN OUTPUT CHRG-RPT-FILE.
               IF WS-CHRGRPT-STATUS NOT = "00"
                   DISPLAY "ERROR: CANNOT OPEN CHRGRPT, STATUS="
                       WS-CHRGRPT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE WS-CURRENT-DATETIME (1:14) TO WS-RPT-DATETIME.
               MOVE WS-RPT-TITLE-LINE TO CHRG-RPT-RECORD.
               WRITE CHRG-RPT-RECORD.
               PERFORM READ-CHARGE-CONTROL.
               IF WS-CTL-ERROR = "Y"
                   MOVE "INVALID CHRGCTL CARD - NOTHING BILLED"
                       TO WS-RPT-RESULT-TEXT
                   MOVE 12 TO RETURN-CODE
                   PERFORM WRITE-RESULT-AND-CLOSE
               END-IF.
               MOVE WS-BILL-MONTH TO WS-RPT-MONTH.
               MOVE WS-RPT-MONTH-LINE TO CHRG-RPT-RECORD.
               WRITE CHRG-RPT-RECORD.
               PERFORM LOAD-RATE-TABLE.
               IF WS-RATE-ERROR = "Y"
                   MOVE "RATE TABLE IN ERROR - NOTHING BILLED"
                       TO WS-RPT-RESULT-TEXT
                   MOVE 12 TO RETURN-CODE
                   PERFORM WRITE-RESULT-AND-CLOSE
               END-IF.
               OPEN INPUT RUN-ACCT-FILE.
               IF WS-RUNACCT-STATUS NOT = "00"
                   DISPLAY "ERROR: CANNOT OPEN RUNACCT, STATUS="
                       WS-RUNACCT-STATUS
                   MOVE "RUNACCT UNAVAILABLE - NOTHING BILLED"
                       TO WS-RPT-RESULT-TEXT
                   MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-RESULT-AND-CLOSE
               END-IF.
               PERFORM READ-ACCOUNT-RECORD
                   UNTIL WS-ACCT-EOF = "Y"
                   OR WS-TABLE-FULL = "Y".
               CLOSE RUN-ACCT-FILE.
               IF WS-TABLE-FULL = "Y"
                   MOVE "TOO MANY JOB/PROFILE PAIRS - NOTHING BILLED"
                       TO WS-RPT-RESULT-TEXT
                   MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-RESULT-AND-CLOSE
               END-IF.
               OPEN OUTPUT CHRG-EXT-FILE.
               IF WS-CHRGEXT-STATUS NOT = "00"
                   DISPLAY "ERROR: CANNOT OPEN CHRGEXT, STATUS="
                       WS-CHRGEXT-STATUS
                   MOVE "BILLING EXTRACT UNAVAILABLE - NOTHING BILLED"
                       TO WS-RPT-RESULT-TEXT
                   MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-RESULT-AND-CLOSE
               END-IF.
               PERFORM WRITE-EXTRACT-HEADER.
               PERFORM WRITE-DEPARTMENT-INVOICE
                   VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
               PERFORM WRITE-EXTRACT-TRAILER.
               CLOSE CHRG-EXT-FILE.
               PERFORM WRITE-CHARGE-SUMMARY.
               DISPLAY "CHARGEBACK " WS-BILL-MONTH ": " WS-ACCT-BILLED
                   " RUNS BILLED, " WS-UNRATED-RUNS " UNRATED".
               IF WS-ACCT-BILLED = 0
                   MOVE "NO RUNS RECORDED FOR THE MONTH - EMPTY EXTRACT"
                       TO WS-RPT-RESULT-TEXT
                   MOVE 4 TO RETURN-CODE
               ELSE
                   IF WS-UNRATED-RUNS > 0 OR WS-ACCT-INVALID > 0
                       MOVE "BILLED - UNRATED OR INVALID RUNS"
                           TO WS-RPT-RESULT-TEXT
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE "BILLED - CHRGEXT READY FOR FINANCE"
                           TO WS-RPT-RESULT-TEXT
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF.
               PERFORM WRITE-RESULT-AND-CLOSE.

           WRITE-RESULT-AND-CLOSE.
               MOVE WS-RPT-BLANK-LINE TO CHRG-RPT-RECORD.
               WRITE CHRG-RPT-RECORD.
               MOVE WS-RPT-RESULT-LINE TO CHRG-RPT-RECORD.
               WRITE CHRG-RPT-RECORD.
               CLOSE CHRG-RPT-FILE.
               STOP RUN.

           READ-CHARGE-CONTROL.
               OPEN INPUT CHRG-CTL-FILE.
               IF WS-CHRGCTL-STATUS = "00"
                   PERFORM READ-CHRGCTL-RECORD
                       UNTIL WS-CTL-EOF = "Y"
                   CLOSE CHRG-CTL-FILE
               END-IF.
               IF WS-BILL-MONTH = SPACES
                   MOVE WS-CURRENT-DATETIME (1:6) TO WS-MONTH-X
                   IF WS-MONTH-MM = 1
                       SUBTRACT 1 FROM WS-MONTH-YYYY
                       MOVE 12 TO WS-MONTH-MM
                   ELSE
                       SUBTRACT 1 FROM WS-MONTH-MM
                   END-IF
                   MOVE WS-MONTH-X TO WS-BILL-MONTH
               ELSE
                   MOVE WS-BILL-MONTH TO WS-MONTH-X
                   IF WS-MONTH-X NOT NUMERIC
                       OR WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
                       DISPLAY "ERROR: MONTH VALUE " WS-BILL-MONTH
                           " IS NOT A YYYYMM MONTH"
                       MOVE "Y" TO WS-CTL-ERROR
                   END-IF
               END-IF.

           READ-CHRGCTL-RECORD.
               READ CHRG-CTL-FILE
                   AT END
                       MOVE "Y" TO WS-CTL-EOF
               END-READ.
               IF WS-CTL-EOF NOT = "Y" AND CCT-EQUALS = "="
                   IF CCT-KEYWORD = "MONTH   "
                       MOVE CCT-VALUE (1:6) TO WS-BILL-MONTH
                   ELSE
                       DISPLAY "WARNING: CHRGCTL KEYWORD " CCT-KEYWORD
                           " NOT RECOGNISED - IGNORED"
                   END-IF
               END-IF.

           LOAD-RATE-TABLE.
               OPEN INPUT RATE-TBL-FILE.
               IF WS-RATETBL-STATUS NOT = "00"
                   DISPLAY "ERROR: CANNOT OPEN RATETBL, STATUS="
                       WS-RATETBL-STATUS
                   MOVE "Y" TO WS-RATE-ERROR
               ELSE
                   PERFORM READ-RATE-RECORD
                       UNTIL WS-RATE-EOF = "Y"
                   CLOSE RATE-TBL-FILE
                   IF WS-RATE-COUNT = 0
                       DISPLAY "ERROR: RATETBL HOLDS NO RATES"
                       MOVE "Y" TO WS-RATE-ERROR
                   END-IF
               END-IF.

           READ-RATE-RECORD.
               READ RATE-TBL-FILE
                   AT END
                       MOVE "Y" TO WS-RATE-EOF
               END-READ.
               IF WS-RATE-EOF NOT = "Y"
                   AND RATE-TBL-RECORD (1:1) NOT = "*"
                   AND RATE-TBL-RECORD NOT = SPACES
                   PERFORM TAKE-RATE-RECORD
               END-IF.

           TAKE-RATE-RECORD.
               MOVE 0 TO WS-RATE-FOUND.
               PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                       UNTIL WS-RATE-SUB > WS-RATE-COUNT
                   IF RTE-JOB-NAME (WS-RATE-SUB) = RTB-JOB-NAME
                       AND RTE-PROFILE-NAME (WS-RATE-SUB)
                           = RTB-PROFILE-NAME
                       MOVE WS-RATE-SUB TO WS-RATE-FOUND
                   END-IF
               END-PERFORM.
               IF RTB-JOB-NAME = SPACES OR RTB-DEPT = SPACES
                   OR RTB-RATE-X NOT NUMERIC
                   DISPLAY "ERROR: RATETBL RECORD INVALID: "
                       RATE-TBL-RECORD (1:34)
                   MOVE "Y" TO WS-RATE-ERROR
               ELSE
                   IF WS-RATE-FOUND > 0
                       DISPLAY "ERROR: RATETBL HAS " RTB-JOB-NAME " "
                           RTB-PROFILE-NAME " MORE THAN ONCE"
                       MOVE "Y" TO WS-RATE-ERROR
                   ELSE
                       IF WS-RATE-COUNT = 200
                           DISPLAY "ERROR: RATETBL HOLDS MORE THAN 200 "
                               "RATES"
                           MOVE "Y" TO WS-RATE-ERROR
                       ELSE
                           ADD 1 TO WS-RATE-COUNT
                           MOVE RTB-JOB-NAME
                               TO RTE-JOB-NAME (WS-RATE-COUNT)
                           MOVE RTB-PROFILE-NAME
                               TO RTE-PROFILE-NAME (WS-RATE-COUNT)
                           MOVE RTB-DEPT TO RTE-DEPT (WS-RATE-COUNT)
                           MOVE RTB-RATE TO RTE-RATE (WS-RATE-COUNT)
                           PERFORM NOTE-DEPARTMENT
                       END-IF
                   END-IF
               END-IF.

           NOTE-DEPARTMENT.
               MOVE 0 TO WS-DEPT-FOUND.
               PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                       UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                   IF DPT-CODE (WS-DEPT-SUB) = RTB-DEPT
                       MOVE WS-DEPT-SUB TO WS-DEPT-FOUND
                   END-IF
               END-PERFORM.
               IF WS-DEPT-FOUND = 0
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-DEPT-FOUND
                   MOVE RTB-DEPT TO DPT-CODE (WS-DEPT-FOUND)
                   MOVE SPACES TO DPT-NAME (WS-DEPT-FOUND)
               END-IF.
               IF DPT-NAME (WS-DEPT-FOUND) = SPACES
                   MOVE RTB-DEPT-NAME TO DPT-NAME (WS-DEPT-FOUND)
               END-IF.

           READ-ACCOUNT-RECORD.
               READ RUN-ACCT-FILE
                   AT END
                       MOVE "Y" TO WS-ACCT-EOF
               END-READ.
               IF WS-ACCT-EOF NOT = "Y"
                   ADD 1 TO WS-ACCT-READ
                   IF ACT-RUN-DATE (1:6) NOT = WS-BILL-MONTH
                       ADD 1 TO WS-ACCT-OTHER-MONTH
                   ELSE
                       IF ACT-RECORDS NOT NUMERIC
                           OR ACT-READ NOT NUMERIC
                           OR ACT-REJECTS NOT NUMERIC
                           ADD 1 TO WS-ACCT-INVALID
                           DISPLAY "WARNING: RUNACCT RECORD FOR "
                               "RUN-NUMBER " ACT-RUN-NUMBER
                               " NOT NUMERIC - NOT BILLED"
                       ELSE
                           ADD 1 TO WS-ACCT-BILLED
                           PERFORM ACCUMULATE-USAGE
                       END-IF
                   END-IF
               END-IF.

           ACCUMULATE-USAGE.
               PERFORM FIND-RATE.
               MOVE ACT-JOB-NAME TO WS-NEW-JOB-NAME.
               MOVE ACT-PROFILE-NAME TO WS-NEW-PROFILE-NAME.
               IF WS-RATE-FOUND = 0
                   MOVE WS-UNRATED-DEPT TO WS-NEW-DEPT
                   MOVE 0 TO WS-NEW-RATE
                   ADD 1 TO WS-UNRATED-RUNS
                   DISPLAY "WARNING: NO RATE FOR JOB " ACT-JOB-NAME
                       " PROFILE " ACT-PROFILE-NAME " - RUN-NUMBER "
                       ACT-RUN-NUMBER " BILLED TO UNRATED"
               ELSE
                   MOVE RTE-DEPT (WS-RATE-FOUND) TO WS-NEW-DEPT
                   MOVE RTE-RATE (WS-RATE-FOUND) TO WS-NEW-RATE
               END-IF.
               MOVE 0 TO WS-USAGE-FOUND.
               PERFORM VARYING WS-USAGE-SUB FROM 1 BY 1
                       UNTIL WS-USAGE-SUB > WS-USAGE-COUNT
                       OR WS-USAGE-FOUND > 0
                   IF USG-KEY (WS-USAGE-SUB) = WS-NEW-KEY
                       MOVE WS-USAGE-SUB TO WS-USAGE-FOUND
                   END-IF
               END-PERFORM.
               IF WS-USAGE-FOUND = 0
                   PERFORM INSERT-USAGE-ENTRY
               END-IF.
               IF WS-TABLE-FULL NOT = "Y"
                   ADD 1 TO USG-RUNS (WS-USAGE-FOUND)
                   IF ACT-STATUS = "PARTIAL"
                       ADD 1 TO USG-PARTIAL-RUNS (WS-USAGE-FOUND)
                   END-IF
                   ADD ACT-RECORDS TO USG-RECORDS (WS-USAGE-FOUND)
                   ADD ACT-READ TO USG-READ (WS-USAGE-FOUND)
                   ADD ACT-REJECTS TO USG-REJECTS (WS-USAGE-FOUND)
               END-IF.

           FIND-RATE.
               MOVE 0 TO WS-RATE-FOUND.
               PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                       UNTIL WS-RATE-SUB > WS-RATE-COUNT
                   IF RTE-JOB-NAME (WS-RATE-SUB) = ACT-JOB-NAME
                       IF RTE-PROFILE-NAME (WS-RATE-SUB)
                               = ACT-PROFILE-NAME
                           MOVE WS-RATE-SUB TO WS-RATE-FOUND
                       ELSE
                           IF RTE-PROFILE-NAME (WS-RATE-SUB) = SPACES
                               AND WS-RATE-FOUND = 0
                               MOVE WS-RATE-SUB TO WS-RATE-FOUND
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.
               IF WS-RATE-FOUND > 0
                   IF RTE-PROFILE-NAME (WS-RATE-FOUND) = SPACES
                       PERFORM PREFER-PROFILE-RATE
                   END-IF
               END-IF.

           PREFER-PROFILE-RATE.
               PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                       UNTIL WS-RATE-SUB > WS-RATE-COUNT
                   IF RTE-JOB-NAME (WS-RATE-SUB) = ACT-JOB-NAME
                       AND RTE-PROFILE-NAME (WS-RATE-SUB)
                           = ACT-PROFILE-NAME
                       MOVE WS-RATE-SUB TO WS-RATE-FOUND
                   END-IF
               END-PERFORM.

           INSERT-USAGE-ENTRY.
               IF WS-USAGE-COUNT = 500
                   DISPLAY "ERROR: MORE THAN 500 JOB/PROFILE PAIRS "
                       "IN THE MONTH"
                   MOVE "Y" TO WS-TABLE-FULL
               ELSE
                   MOVE 1 TO WS-USAGE-FOUND
                   PERFORM VARYING WS-USAGE-SUB FROM 1 BY 1
                           UNTIL WS-USAGE-SUB > WS-USAGE-COUNT
                       IF USG-KEY (WS-USAGE-SUB) < WS-NEW-KEY
                           COMPUTE WS-USAGE-FOUND = WS-USAGE-SUB + 1
                       END-IF
                   END-PERFORM
                   PERFORM VARYING WS-USAGE-SHIFT FROM WS-USAGE-COUNT
                           BY -1 UNTIL WS-USAGE-SHIFT < WS-USAGE-FOUND
                       MOVE USG-ENTRY (WS-USAGE-SHIFT)
                           TO USG-ENTRY (WS-USAGE-SHIFT + 1)
                   END-PERFORM
                   ADD 1 TO WS-USAGE-COUNT
                   INITIALIZE USG-ENTRY (WS-USAGE-FOUND)
                   MOVE WS-NEW-KEY TO USG-KEY (WS-USAGE-FOUND)
                   MOVE WS-NEW-RATE TO USG-RATE (WS-USAGE-FOUND)
                   IF WS-NEW-DEPT = WS-UNRATED-DEPT
                       PERFORM NOTE-UNRATED-DEPARTMENT
                   END-IF
               END-IF.

           NOTE-UNRATED-DEPARTMENT.
               MOVE 0 TO WS-DEPT-FOUND.
               PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                       UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                   IF DPT-CODE (WS-DEPT-SUB) = WS-UNRATED-DEPT
                       MOVE WS-DEPT-SUB TO WS-DEPT-FOUND
                   END-IF
               END-PERFORM.
               IF WS-DEPT-FOUND = 0
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-UNRATED-DEPT TO DPT-CODE (WS-DEPT-COUNT)
                   MOVE "NO RATE ON RATETBL"
                       TO DPT-NAME (WS-DEPT-COUNT)
               END-IF.

           WRITE-EXTRACT-HEADER.
               MOVE SPACES TO CHRG-EXT-HEADER.
               MOVE "H" TO CHX-HDR-TYPE.
               MOVE "COBUZZ" TO CHX-HDR-SOURCE.
               MOVE WS-BILL-MONTH TO CHX-HDR-MONTH.
               MOVE WS-CURRENT-DATETIME (1:14) TO CHX-HDR-CREATED.
               WRITE CHRG-EXT-HEADER.
               IF WS-CHRGEXT-STATUS NOT = "00"
                   DISPLAY "WARNING: UNABLE TO WRITE CHRGEXT HEADER, "
                       "STATUS=" WS-CHRGEXT-STATUS
               END-IF.

           WRITE-DEPARTMENT-INVOICE.
               MOVE 0 TO WS-DEPT-RUNS.
               MOVE 0 TO WS-DEPT-RECORDS.
               MOVE 0 TO WS-DEPT-AMOUNT.
               MOVE WS-RPT-BLANK-LINE TO CHRG-RPT-RECORD.
               WRITE CHRG-RPT-RECORD.
               MOVE DPT-CODE (WS-DEPT-SUB) TO WS-RPT-DEPT.
               MOVE DPT-NAME (WS-DEPT-SUB) TO WS-RPT-DEPT-NAME.
               MOVE WS-RPT-DEPT-LINE TO CHRG-RPT-RECORD.
               WRITE CHRG-RPT-RECORD.
               MOVE WS-RPT-HEADING TO CHRG-RPT-RECORD.
               WRITE CHRG-RPT-RECORD.
               PERFORM WRITE-USAGE-LINE
                   VARYING WS-USAGE-SUB FROM 1 BY 1
                   UNTIL WS-USAGE-SUB > WS-USAGE-COUNT.
               MOVE "  DEPARTMENT TOTAL" TO WS-RPT-TOT-TEXT.
               MOVE WS-DEPT-RUNS TO WS-RPT-TOT-RUNS.
               MOVE WS-DEPT-RECORDS TO WS-RPT-TOT-RECORDS.
               MOVE WS-DEPT-AMOUNT TO WS-RPT-TOT-AMOUNT.
               MOVE WS-RPT-TOTAL-LINE TO CHRG-RPT-RECORD.
               WRITE CHRG-RPT-RECORD.
               ADD WS-DEPT-RUNS TO WS-GRAND-RUNS.
               ADD WS-DEPT-RECORDS TO WS-GRAND-RECORDS.
               ADD WS-DEPT-AMOUNT TO WS-GRAND-AMOUNT.

           WRITE-USAGE-LINE.
               IF USG-DEPT (WS-USAGE-SUB) = DPT-CODE (WS-DEPT-SUB)
                   COMPUTE USG-AMOUNT (WS-USAGE-SUB) ROUNDED =
                       USG-RECORDS (WS-USAGE-SUB)
                       * USG-RATE (WS-USAGE-SUB) / 1000
                   MOVE USG-JOB-NAME (WS-USAGE-SUB)
                       TO WS-RPT-DTL-JOB-NAME
                   MOVE USG-PROFILE-NAME (WS-USAGE-SUB)
                       TO WS-RPT-DTL-PROFILE
                   MOVE USG-RUNS (WS-USAGE-SUB) TO WS-RPT-DTL-RUNS
                   MOVE USG-PARTIAL-RUNS (WS-USAGE-SUB)
                       TO WS-RPT-DTL-PARTIAL
                   MOVE USG-RECORDS (WS-USAGE-SUB)
                       TO WS-RPT-DTL-RECORDS
                   MOVE USG-RATE (WS-USAGE-SUB) TO WS-RPT-DTL-RATE
                   MOVE USG-AMOUNT (WS-USAGE-SUB) TO WS-RPT-DTL-AMOUNT
                   MOVE WS-RPT-DETAIL-LINE TO CHRG-RPT-RECORD
                   WRITE CHRG-RPT-RECORD
                   ADD USG-RUNS (WS-USAGE-SUB) TO WS-DEPT-RUNS
                   ADD USG-RECORDS (WS-USAGE-SUB) TO WS-DEPT-RECORDS
                   ADD USG-AMOUNT (WS-USAGE-SUB) TO WS-DEPT-AMOUNT
                   PERFORM WRITE-EXTRACT-DETAIL
               END-IF.

           WRITE-EXTRACT-DETAIL.
               MOVE SPACES TO CHRG-EXT-DETAIL.
               MOVE "D" TO CHX-REC-TYPE.
               MOVE WS-BILL-MONTH TO CHX-MONTH.
               MOVE USG-DEPT (WS-USAGE-SUB) TO CHX-DEPT.
               MOVE USG-JOB-NAME (WS-USAGE-SUB) TO CHX-JOB-NAME.
               MOVE USG-PROFILE-NAME (WS-USAGE-SUB) TO CHX-PROFILE-NAME.
               MOVE USG-RUNS (WS-USAGE-SUB) TO CHX-RUNS.
               MOVE USG-RECORDS (WS-USAGE-SUB) TO CHX-RECORDS.
               MOVE USG-RATE (WS-USAGE-SUB) TO CHX-RATE.
               MOVE USG-AMOUNT (WS-USAGE-SUB) TO CHX-AMOUNT.
               WRITE CHRG-EXT-DETAIL.
               IF WS-CHRGEXT-STATUS NOT = "00"
                   DISPLAY "WARNING: UNABLE TO WRITE CHRGEXT DETAIL, "
                       "STATUS=" WS-CHRGEXT-STATUS
               ELSE
                   ADD 1 TO WS-EXT-DETAILS
               END-IF.

           WRITE-EXTRACT-TRAILER.
               MOVE SPACES TO CHRG-EXT-TRAILER.
               MOVE "T" TO CHX-TRL-TYPE.
               MOVE WS-EXT-DETAILS TO CHX-TRL-DETAILS.
               MOVE WS-GRAND-RECORDS TO CHX-TRL-RECORDS.
               MOVE WS-GRAND-AMOUNT TO CHX-TRL-AMOUNT.
               WRITE CHRG-EXT-TRAILER.
               IF WS-CHRGEXT-STATUS NOT = "00"
                   DISPLAY "WARNING: UNABLE TO WRITE CHRGEXT TRAILER, "
                       "STATUS=" WS-CHRGEXT-STATUS
               END-IF.

           WRITE-CHARGE-SUMMARY.
               MOVE WS-RPT-BLANK-LINE TO CHRG-RPT-RECORD.
               WRITE CHRG-RPT-RECORD.
               MOVE "GRAND TOTAL" TO WS-RPT-TOT-TEXT.
               MOVE WS-GRAND-RUNS TO WS-RPT-TOT-RUNS.
               MOVE WS-GRAND-RECORDS TO WS-RPT-TOT-RECORDS.
               MOVE WS-GRAND-AMOUNT TO WS-RPT-TOT-AMOUNT.
               MOVE WS-RPT-TOTAL-LINE TO CHRG-RPT-RECORD.
               WRITE CHRG-RPT-RECORD.
               MOVE WS-RPT-BLANK-LINE TO CHRG-RPT-RECORD.
               WRITE CHRG-RPT-RECORD.
               MOVE "RUNACCT RECORDS READ" TO WS-RPT-CNT-TEXT.
               MOVE WS-ACCT-READ TO WS-RPT-CNT-VALUE.
               MOVE WS-RPT-COUNT-LINE TO CHRG-RPT-RECORD.
               WRITE CHRG-RPT-RECORD.
               MOVE "RUNS BILLED THIS MONTH" TO WS-RPT-CNT-TEXT.
               MOVE WS-ACCT-BILLED TO WS-RPT-CNT-VALUE.
               MOVE WS-RPT-COUNT-LINE TO CHRG-RPT-RECORD.
               WRITE CHRG-RPT-RECORD.
               MOVE "RUNS IN OTHER MONTHS" TO WS-RPT-CNT-TEXT.
               MOVE WS-ACCT-OTHER-MONTH TO WS-RPT-CNT-VALUE.
               MOVE WS-RPT-COUNT-LINE TO CHRG-RPT-RECORD.
               WRITE CHRG-RPT-RECORD.
               MOVE "RUNS WITH NO RATE (UNRATED)" TO WS-RPT-CNT-TEXT.
               MOVE WS-UNRATED-RUNS TO WS-RPT-CNT-VALUE.
               MOVE WS-RPT-COUNT-LINE TO CHRG-RPT-RECORD.
               WRITE CHRG-RPT-RECORD.
               MOVE "INVALID RECORDS NOT BILLED" TO WS-RPT-CNT-TEXT.
               MOVE WS-ACCT-INVALID TO WS-RPT-CNT-VALUE.
               MOVE WS-RPT-COUNT-LINE TO CHRG-RPT-RECORD.
               WRITE CHRG-RPT-RECORD.
               MOVE "CHRGEXT DETAIL RECORDS" TO WS-RPT-CNT-TEXT.
               MOVE WS-EXT-DETAILS TO WS-RPT-CNT-VALUE.
               MOVE WS-RPT-COUNT-LINE TO CHRG-RPT-RECORD.
               WRITE CHRG-RPT-RECORD.
