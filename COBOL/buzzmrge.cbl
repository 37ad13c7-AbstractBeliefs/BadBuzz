       IDENTIFICATION DIVISION.
       PROGRAM-ID. buzzmrge.
       AUTHOR. Maya Copeland.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PART-CTL-FILE ASSIGN TO "PARTCTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARTCTL-STATUS.
               SELECT SLICE-WORK-FILE ASSIGN USING WS-SLICEWK-DD
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SLICEWK-STATUS.
               SELECT BUZZ-OUT-FILE ASSIGN TO "BUZZOUT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BUZZOUT-STATUS.
               SELECT CSV-OUT-FILE ASSIGN TO "BUZZCSV"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CSVOUT-STATUS.
               SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.
               SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNLOCK-STATUS.
               SELECT BUZZ-MST-FILE ASSIGN TO "BUZZMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS MST-INCREMENT
                   FILE STATUS IS WS-MST-STATUS.
               SELECT MST-HIST-FILE ASSIGN TO "MSTHIST"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MSTHIST-STATUS.
               SELECT MRGE-RPT-FILE ASSIGN TO "MRGERPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MRGERPT-STATUS.
               SELECT RUN-ACCT-FILE ASSIGN TO "RUNACCT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNACCT-STATUS.
       DATA DIVISION.
           FILE SECTION.
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

           FD BUZZ-OUT-FILE.
           01 BUZZ-OUT-RECORD PIC X(48).

           FD CSV-OUT-FILE.
           01 CSV-OUT-RECORD PIC X(25).

           FD AUDIT-FILE.
           01 AUDIT-RECORD PIC X(80).

           FD RUN-LOCK-FILE.
           01 RUN-LOCK-RECORD.
               03 LCK-RUN-NUMBER PIC 9(6).
               03 FILLER PIC X.
               03 LCK-DATE PIC X(8).
               03 FILLER PIC X.
               03 LCK-TIME PIC X(6).
               03 FILLER PIC X.
               03 LCK-JOB-NAME PIC X(8).
               03 FILLER PIC X(49).

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

           FD MRGE-RPT-FILE.
           01 MRGE-RPT-RECORD PIC X(80).

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

           01 CONFIG.
               03 MAX-BUZZ PIC 9(7).
               03 WS-RULE-COUNT PIC 9(2) VALUE 0.
               03 WS-START-VALUE PIC 9(7) VALUE 0.
               03 WS-END-VALUE PIC 9(7) VALUE 0.
               03 RULE-TABLE.
                   05 RULE-ENTRY OCCURS 1 TO 20 TIMES
                           DEPENDING ON WS-RULE-COUNT
                           INDEXED BY RULE-IDX.
                       07 RULE-DIVISOR PIC 9(4).
                       07 RULE-LABEL PIC X(8).
                       07 RULE-COUNT PIC 9(7) VALUE 0.
           01 WS-MATCH-MODE PIC X VALUE "F".
               88 WS-MODE-COMBINE VALUE "C".
           01 WS-COMBO-COUNT PIC 9(2) VALUE 0.
           01 COMBO-TABLE.
               03 COMBO-ENTRY OCCURS 20 TIMES
                       INDEXED BY COMBO-IDX.
                   05 COMBO-DIVISOR PIC 9(4).
                   05 COMBO-LABEL PIC X(16).
                   05 COMBO-COUNT PIC 9(7).

           01 SLICE-TABLE.
               03 SLC-ENTRY OCCURS 20 TIMES.
                   05 SLC-DEFINED PIC X.
                   05 SLC-START-VALUE PIC 9(7).
                   05 SLC-END-VALUE PIC 9(7).
                   05 SLC-RECORDS PIC 9(7).
                   05 SLC-DUPLICATES PIC 9(7).
                   05 SLC-REASON PIC X(24).

           01 WS-FILE-STATUSES.
               03 WS-PARTCTL-STATUS PIC X(2).
               03 WS-SLICEWK-STATUS PIC X(2).
               03 WS-BUZZOUT-STATUS PIC X(2).
               03 WS-CSVOUT-STATUS PIC X(2).
               03 WS-AUDIT-STATUS PIC X(2).
               03 WS-RUNLOCK-STATUS PIC X(2).
               03 WS-MST-STATUS PIC X(2).
               03 WS-MSTHIST-STATUS PIC X(2).
               03 WS-MRGERPT-STATUS PIC X(2).
               03 WS-RUNACCT-STATUS PIC X(2).

           01 WS-ABORT-SWITCH PIC X VALUE "N".
           01 WS-PARTCTL-EOF PIC X VALUE "N".
           01 WS-PART-HDR-SEEN PIC X VALUE "N".
           01 WS-SLICE-COUNT PIC 9(2) VALUE 0.
           01 WS-SLICE-SUB PIC 9(2) VALUE 0.
           01 WS-SLICES-FAILED PIC 9(2) VALUE 0.
           01 WS-SLICEWK-DD PIC X(8) VALUE "SLICWK01".
           01 WS-SLICE-EOF PIC X VALUE "N".
           01 WS-VFY-LAST PIC 9(7) VALUE 0.
           01 WS-VFY-TRL-SEEN PIC X VALUE "N".
           01 WS-VFY-TRL-RECORDS PIC 9(7) VALUE 0.
           01 WS-MRG-LAST PIC 9(7) VALUE 0.
           01 WS-LOCK-HELD PIC X VALUE "N".
           01 WS-LOCK-BUSY PIC X VALUE "N".
           01 WS-JOB-NAME PIC X(8) VALUE SPACES.
           01 WS-RUN-PROFILE PIC X(8) VALUE SPACES.
           01 WS-LOADED-PROFILE PIC X(8) VALUE SPACES.
           01 WS-PART-MAX-BUZZ PIC 9(7) VALUE 0.
           01 WS-PART-RULE-COUNT PIC 9(2) VALUE 0.
           01 WS-PART-RULE-SUB PIC 9(2) VALUE 0.
           01 PART-RULE-TABLE.
               03 PRL-ENTRY OCCURS 20 TIMES.
                   05 PRL-DIVISOR PIC 9(4).
                   05 PRL-LABEL PIC X(8).
                   05 PRL-MATCH-MODE PIC X.
           01 WS-RULES-MATCH PIC X VALUE "N".
           01 WS-RUN-NUMBER PIC 9(6) VALUE 0.
           01 WS-RUN-DATE PIC X(8).
           01 WS-CURRENT-DATETIME PIC X(21).
           01 WS-MST-ACTIVE PIC X VALUE "N".
           01 WS-HIST-ACTIVE PIC X VALUE "N".
           01 WS-MST-FOUND PIC X VALUE "N".
           01 WS-OLD-CLASS PIC X(16) VALUE SPACES.
           01 WS-OLD-DIVISOR PIC 9(4) VALUE 0.
           01 WS-OLD-RUN-DATE PIC X(8) VALUE SPACES.
           01 WS-HIST-ACTION PIC X VALUE "C".
           01 WS-CLASS-CHANGE-COUNT PIC 9(7) VALUE 0.
           01 WS-RULE-IDX-DISPLAY PIC 9(2).

           01 WS-COUNTS.
               03 WS-NUMBER-COUNT PIC 9(7) VALUE 0.
               03 WS-MERGED-COUNT PIC 9(7) VALUE 0.
               03 WS-DUPLICATE-COUNT PIC 9(7) VALUE 0.
               03 WS-OUT-WRITE-COUNT PIC 9(7) VALUE 0.
               03 WS-CSV-WRITE-COUNT PIC 9(7) VALUE 0.

           01 WS-OUT-HEADER-LINE.
               03 FILLER PIC X(4) VALUE "HDR ".
               03 WS-OHDR-RUN PIC 9(6).
               03 FILLER PIC X VALUE SPACE.
               03 WS-OHDR-DATE PIC X(8).
               03 FILLER PIC X VALUE SPACE.
               03 WS-OHDR-PROFILE PIC X(8).
               03 FILLER PIC X VALUE SPACE.
               03 WS-OHDR-START PIC 9(7).
               03 FILLER PIC X VALUE "-".
               03 WS-OHDR-END PIC 9(7).
               03 FILLER PIC X(4) VALUE SPACES.

           01 WS-OUT-TRAILER-LINE.
               03 FILLER PIC X(4) VALUE "TRL ".
               03 WS-OTRL-RUN PIC 9(6).
               03 FILLER PIC X(9) VALUE " RECORDS=".
               03 WS-OTRL-COUNT PIC 9(7).
               03 FILLER PIC X(22) VALUE SPACES.

           01 WS-CSV-HEADER-LINE.
               03 FILLER PIC X(4) VALUE "HDR,".
               03 WS-CHDR-RUN PIC 9(6).
               03 FILLER PIC X VALUE ",".
               03 WS-CHDR-DATE PIC X(8).
               03 FILLER PIC X(6) VALUE SPACES.

           01 WS-CSV-TRAILER-LINE.
               03 FILLER PIC X(4) VALUE "TRL,".
               03 WS-CTRL-RUN PIC 9(6).
               03 FILLER PIC X VALUE ",".
               03 WS-CTRL-COUNT PIC 9(7).
               03 FILLER PIC X(7) VALUE SPACES.

           01 WS-DETAIL-LINE.
               03 WS-DTL-INCREMENT PIC Z(6)9.
               03 FILLER PIC X VALUE SPACE.
               03 WS-DTL-CLASS PIC X(16).

           01 WS-CSV-INCREMENT-ED PIC Z(6)9.

           01 WS-AUDIT-HEADER-LINE.
               03 FILLER PIC X(10) VALUE "RUN-AUDIT:".
               03 FILLER PIC X VALUE SPACE.
               03 WS-AUD-DATETIME PIC X(14).
               03 FILLER PIC X(10) VALUE " MAX-BUZZ=".
               03 WS-AUD-MAX-BUZZ PIC Z(6)9.
               03 FILLER PIC X(7) VALUE " RANGE=".
               03 WS-AUD-START PIC Z(6)9.
               03 FILLER PIC X VALUE "-".
               03 WS-AUD-END PIC Z(6)9.
               03 FILLER PIC X(9) VALUE " RECORDS=".
               03 WS-AUD-RECORDS PIC Z(6)9.

           01 WS-AUDIT-PROFILE-LINE.
               03 FILLER PIC X(21) VALUE "RUN-AUDIT:   PROFILE=".
               03 WS-AUD-PROFILE PIC X(8).

           01 WS-AUDIT-RUNNBR-LINE.
               03 FILLER PIC X(24)
                   VALUE "RUN-AUDIT:   RUN-NUMBER=".
               03 WS-AUD-RUN-NUMBER PIC 9(6).

           01 WS-AUDIT-STATUS-LINE.
               03 FILLER PIC X(20) VALUE "RUN-AUDIT:   STATUS=".
               03 WS-AUD-STATUS PIC X(8) VALUE "COMPLETE".

           01 WS-AUDIT-PARTS-LINE.
               03 FILLER PIC X(24)
                   VALUE "RUN-AUDIT:   PARTITIONS=".
               03 WS-AUD-PARTITIONS PIC 9(2).

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
               03 WS-AUD-RULE-COUNT PIC Z(6)9.

           01 WS-RPT-TITLE-LINE.
               03 FILLER PIC X(40)
                   VALUE "COBUZZ PARTITIONED RUN MERGE".
               03 WS-RPT-DATETIME PIC X(14).
               03 FILLER PIC X(26) VALUE SPACES.

           01 WS-RPT-RUN-LINE.
               03 FILLER PIC X(12) VALUE "RUN-NUMBER: ".
               03 WS-RPT-RUN-NUMBER PIC 9(6).
               03 FILLER PIC X(7) VALUE "  DATE ".
               03 WS-RPT-RUN-DATE PIC X(8).
               03 FILLER PIC X(10) VALUE "  PROFILE ".
               03 WS-RPT-PROFILE PIC X(8).
               03 FILLER PIC X(9) VALUE "  SLICES ".
               03 WS-RPT-SLICES PIC Z9.
               03 FILLER PIC X(18) VALUE SPACES.

           01 WS-RPT-SLICE-LINE.
               03 FILLER PIC X(6) VALUE "SLICE ".
               03 WS-RPT-SLICE PIC 9(2).
               03 FILLER PIC X VALUE SPACE.
               03 WS-RPT-SLICE-START PIC Z(6)9.
               03 FILLER PIC X VALUE "-".
               03 WS-RPT-SLICE-END PIC Z(6)9.
               03 FILLER PIC X(6) VALUE " RECS=".
               03 WS-RPT-SLICE-RECORDS PIC Z(6)9.
               03 FILLER PIC X(6) VALUE " DUPS=".
               03 WS-RPT-SLICE-DUPS PIC Z(6)9.
               03 FILLER PIC X VALUE SPACE.
               03 WS-RPT-SLICE-STATUS PIC X(24).
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
               OPEN OUTPUT MRGE-RPT-FILE.
               IF WS-MRGERPT-STATUS NOT = "00"
                   DISPLAY "ERROR: CANNOT OPEN MERGE REPORT, STATUS="
                       WS-MRGERPT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE WS-CURRENT-DATETIME (1:14) TO WS-RPT-DATETIME.
               MOVE WS-RPT-TITLE-LINE TO MRGE-RPT-RECORD.
               WRITE MRGE-RPT-RECORD.
               PERFORM READ-PARTITION-CONTROL.
               IF WS-ABORT-SWITCH = "Y"
                   MOVE "PARTCTL UNUSABLE - NOTHING MERGED"
                       TO WS-RPT-RESULT-TEXT
                   MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-RESULT-AND-CLOSE
               END-IF.
               MOVE WS-RUN-NUMBER TO WS-RPT-RUN-NUMBER.
               MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE.
               MOVE WS-RUN-PROFILE TO WS-RPT-PROFILE.
               MOVE WS-SLICE-COUNT TO WS-RPT-SLICES.
               MOVE WS-RPT-RUN-LINE TO MRGE-RPT-RECORD.
               WRITE MRGE-RPT-RECORD.
               MOVE WS-RPT-BLANK-LINE TO MRGE-RPT-RECORD.
               WRITE MRGE-RPT-RECORD.
               PERFORM CHECK-PARTITION-LOCK.
               IF WS-LOCK-BUSY = "Y"
                   MOVE "RUN LOCK NOT HELD FOR THE RUN - NOTHING MERGED"
                       TO WS-RPT-RESULT-TEXT
                   MOVE 8 TO RETURN-CODE
                   PERFORM WRITE-RESULT-AND-CLOSE
               END-IF.
               PERFORM LOAD-RULES-SUB.
               IF WS-ABORT-SWITCH = "Y"
                   MOVE "RULES NOT LOADED OR CHANGED - NOTHING MERGED"
                       TO WS-RPT-RESULT-TEXT
                   MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-RESULT-AND-CLOSE
               END-IF.
               PERFORM VERIFY-SLICE
                   VARYING WS-SLICE-SUB FROM 1 BY 1
                   UNTIL WS-SLICE-SUB > WS-SLICE-COUNT.
               IF WS-SLICES-FAILED > 0
                   DISPLAY "MERGE: " WS-SLICES-FAILED " SLICE(S) NOT "
                       "COMPLETE FOR RUN-NUMBER " WS-RUN-NUMBER
                       " - SEE MRGERPT"
                   MOVE "SLICES INCOMPLETE - RESUBMIT THEM, THEN MERGE"
                       TO WS-RPT-RESULT-TEXT
                   MOVE 12 TO RETURN-CODE
                   PERFORM WRITE-RESULT-AND-CLOSE
               END-IF.
               MOVE "Y" TO WS-LOCK-HELD.
               OPEN OUTPUT BUZZ-OUT-FILE.
               OPEN OUTPUT CSV-OUT-FILE.
               IF WS-BUZZOUT-STATUS NOT = "00"
                   OR WS-CSVOUT-STATUS NOT = "00"
                   DISPLAY "ERROR: CANNOT OPEN BUZZOUT/BUZZCSV, STATUS="
                       WS-BUZZOUT-STATUS "/" WS-CSVOUT-STATUS
                   MOVE "OUTPUT UNAVAILABLE - NOTHING MERGED"
                       TO WS-RPT-RESULT-TEXT
                   MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-RESULT-AND-CLOSE
               END-IF.
               MOVE "INCREMENT,CLASSIFICATION" TO CSV-OUT-RECORD.
               WRITE CSV-OUT-RECORD.
               PERFORM WRITE-RUN-HEADERS.
               PERFORM OPEN-MASTER.
               COMPUTE WS-MRG-LAST = WS-START-VALUE - 1.
               PERFORM MERGE-SLICE
                   VARYING WS-SLICE-SUB FROM 1 BY 1
                   UNTIL WS-SLICE-SUB > WS-SLICE-COUNT.
               PERFORM WRITE-RUN-TRAILERS.
               CLOSE BUZZ-OUT-FILE.
               CLOSE CSV-OUT-FILE.
               IF WS-MST-ACTIVE = "Y"
                   CLOSE BUZZ-MST-FILE
               END-IF.
               IF WS-HIST-ACTIVE = "Y"
                   CLOSE MST-HIST-FILE
               END-IF.
               PERFORM WRITE-AUDIT.
               PERFORM WRITE-RUN-ACCOUNT.
               PERFORM RELEASE-RUN-LOCK.
               PERFORM WRITE-MERGE-SUMMARY.
               DISPLAY "MERGE: RUN-NUMBER " WS-RUN-NUMBER " COMPLETE, "
                   WS-MERGED-COUNT " RECORDS FROM " WS-SLICE-COUNT
                   " SLICES".
               MOVE "RUN MERGED - BUZZOUT/BUZZCSV/AUDITLOG WRITTEN"
                   TO WS-RPT-RESULT-TEXT.
               MOVE 0 TO RETURN-CODE.
               PERFORM WRITE-RESULT-AND-CLOSE.

           WRITE-RESULT-AND-CLOSE.
               MOVE WS-RPT-BLANK-LINE TO MRGE-RPT-RECORD.
               WRITE MRGE-RPT-RECORD.
               MOVE WS-RPT-RESULT-LINE TO MRGE-RPT-RECORD.
               WRITE MRGE-RPT-RECORD.
               CLOSE MRGE-RPT-FILE.
               STOP RUN.

           READ-PARTITION-CONTROL.
               INITIALIZE SLICE-TABLE.
               MOVE 0 TO WS-PART-RULE-COUNT.
               OPEN INPUT PART-CTL-FILE.
               IF WS-PARTCTL-STATUS NOT = "00"
                   DISPLAY "ERROR: CANNOT OPEN PARTCTL, STATUS="
                       WS-PARTCTL-STATUS
                   MOVE "Y" TO WS-ABORT-SWITCH
               ELSE
                   PERFORM READ-PARTITION-RECORD
                       UNTIL WS-PARTCTL-EOF = "Y"
                   CLOSE PART-CTL-FILE
                   IF WS-PART-HDR-SEEN NOT = "Y"
                       DISPLAY "ERROR: PARTCTL HAS NO HEADER RECORD"
                       MOVE "Y" TO WS-ABORT-SWITCH
                   ELSE
                       PERFORM VARYING WS-SLICE-SUB FROM 1 BY 1
                               UNTIL WS-SLICE-SUB > WS-SLICE-COUNT
                           IF SLC-DEFINED (WS-SLICE-SUB) NOT = "Y"
                               DISPLAY "ERROR: PARTCTL HAS NO RECORD "
                                   "FOR SLICE " WS-SLICE-SUB
                               MOVE "Y" TO WS-ABORT-SWITCH
                           END-IF
                       END-PERFORM
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
                       MOVE PTC-SLICE TO WS-SLICE-COUNT
                       MOVE PTC-START-VALUE TO WS-START-VALUE
                       MOVE PTC-END-VALUE TO WS-END-VALUE
                       MOVE 0 TO WS-PART-RULE-COUNT
                       IF WS-SLICE-COUNT = 0 OR WS-SLICE-COUNT > 20
                           DISPLAY "ERROR: PARTCTL SLICE COUNT "
                               WS-SLICE-COUNT " NOT 01 TO 20"
                           MOVE "Y" TO WS-ABORT-SWITCH
                           MOVE 0 TO WS-SLICE-COUNT
                       END-IF
                   ELSE
                       IF PTC-IS-SLICE
                           AND WS-PART-HDR-SEEN = "Y"
                           AND PTC-RUN-NUMBER = WS-RUN-NUMBER
                           AND PTC-SLICE > 0
                           AND PTC-SLICE NOT > WS-SLICE-COUNT
                           MOVE "Y" TO SLC-DEFINED (PTC-SLICE)
                           MOVE PTC-START-VALUE
                               TO SLC-START-VALUE (PTC-SLICE)
                           MOVE PTC-END-VALUE
                               TO SLC-END-VALUE (PTC-SLICE)
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
                       "RUN-NUMBER " WS-RUN-NUMBER " - ALREADY MERGED "
                       "OR ABANDONED, NOTHING MERGED"
               END-IF.

           RELEASE-RUN-LOCK.
               IF WS-LOCK-HELD = "Y"
                   OPEN OUTPUT RUN-LOCK-FILE
                   IF WS-RUNLOCK-STATUS = "00"
                       CLOSE RUN-LOCK-FILE
                       MOVE "N" TO WS-LOCK-HELD
                   ELSE
                       DISPLAY "WARNING: UNABLE TO RELEASE RUN LOCK, "
                           "STATUS=" WS-RUNLOCK-STATUS
                           " - CLEAR IT WITH THE BUZZUNLJ JOB"
                   END-IF
               END-IF.

           LOAD-RULES-SUB.
               MOVE WS-RUN-PROFILE TO BRL-PROFILE-NAME.
               MOVE WS-RUN-DATE TO BRL-RUN-DATE.
               MOVE "L" TO BRL-FUNCTION.
               CALL "buzzrule" USING BUZZRULE-PARMS.
               IF NOT BRL-RC-OK
                   DISPLAY "ERROR: RULE LOAD FAILED, BUZZRULE RC="
                       BRL-RETURN-CODE
                   MOVE "Y" TO WS-ABORT-SWITCH
               ELSE
                   MOVE BRL-PROFILE-NAME TO WS-LOADED-PROFILE
                   MOVE BRL-MAX-BUZZ TO MAX-BUZZ
                   MOVE BRL-RULE-COUNT TO WS-RULE-COUNT
                   MOVE BRL-MATCH-MODE TO WS-MATCH-MODE
                   MOVE 0 TO WS-COMBO-COUNT
                   PERFORM VARYING RULE-IDX FROM 1 BY 1
                           UNTIL RULE-IDX > WS-RULE-COUNT
                       MOVE BRL-RULE-DIVISOR (RULE-IDX)
                           TO RULE-DIVISOR (RULE-IDX)
                       MOVE BRL-RULE-LABEL (RULE-IDX)
                           TO RULE-LABEL (RULE-IDX)
                       MOVE 0 TO RULE-COUNT (RULE-IDX)
                   END-PERFORM
                   IF MAX-BUZZ NOT = WS-PART-MAX-BUZZ
                       DISPLAY "ERROR: MAX-BUZZ " MAX-BUZZ " DIFFERS "
                           "FROM " WS-PART-MAX-BUZZ " IN PARTCTL - "
                           "PARMIN CHANGED SINCE THE RUN WAS SET UP"
                       MOVE "Y" TO WS-ABORT-SWITCH
                   END-IF
                   PERFORM VERIFY-PARTITION-RULES
                   IF WS-RULES-MATCH NOT = "Y"
                       DISPLAY "ERROR: RULE TABLE DIFFERS FROM THE "
                           WS-PART-RULE-COUNT " RULE(S) IN PARTCTL - "
                           "PARMIN CHANGED SINCE THE RUN WAS SET UP"
                       MOVE "Y" TO WS-ABORT-SWITCH
                   END-IF
               END-IF.

           SET-SLICE-DD.
               MOVE SPACES TO WS-SLICEWK-DD.
               STRING "SLICWK" DELIMITED BY SIZE
                   WS-SLICE-SUB DELIMITED BY SIZE
                   INTO WS-SLICEWK-DD
               END-STRING.

           VERIFY-SLICE.
               PERFORM SET-SLICE-DD.
               COMPUTE WS-VFY-LAST = SLC-START-VALUE (WS-SLICE-SUB) - 1.
               MOVE "N" TO WS-VFY-TRL-SEEN.
               MOVE 0 TO WS-VFY-TRL-RECORDS.
               MOVE "N" TO WS-SLICE-EOF.
               OPEN INPUT SLICE-WORK-FILE.
               IF WS-SLICEWK-STATUS NOT = "00"
                   MOVE "WORK FILE NOT READABLE"
                       TO SLC-REASON (WS-SLICE-SUB)
               ELSE
                   PERFORM READ-VERIFY-RECORD
                       UNTIL WS-SLICE-EOF = "Y"
                       OR SLC-REASON (WS-SLICE-SUB) NOT = SPACES
                   CLOSE SLICE-WORK-FILE
               END-IF.
               IF SLC-REASON (WS-SLICE-SUB) = SPACES
                   IF WS-VFY-TRL-SEEN NOT = "Y"
                       MOVE "NO TRAILER - NOT FINISHED"
                           TO SLC-REASON (WS-SLICE-SUB)
                   ELSE
                       IF WS-VFY-LAST NOT = SLC-END-VALUE (WS-SLICE-SUB)
                           MOVE "RECORDS MISSING AT END"
                               TO SLC-REASON (WS-SLICE-SUB)
                       ELSE
                           IF WS-VFY-TRL-RECORDS
                               NOT = SLC-RECORDS (WS-SLICE-SUB)
                               MOVE "TRAILER COUNT MISMATCH"
                                   TO SLC-REASON (WS-SLICE-SUB)
                           END-IF
                       END-IF
                   END-IF
               END-IF.
               MOVE WS-SLICE-SUB TO WS-RPT-SLICE.
               MOVE SLC-START-VALUE (WS-SLICE-SUB)
                   TO WS-RPT-SLICE-START.
               MOVE SLC-END-VALUE (WS-SLICE-SUB) TO WS-RPT-SLICE-END.
               MOVE SLC-RECORDS (WS-SLICE-SUB) TO WS-RPT-SLICE-RECORDS.
               MOVE SLC-DUPLICATES (WS-SLICE-SUB) TO WS-RPT-SLICE-DUPS.
               IF SLC-REASON (WS-SLICE-SUB) = SPACES
                   MOVE "OK" TO WS-RPT-SLICE-STATUS
               ELSE
                   ADD 1 TO WS-SLICES-FAILED
                   MOVE SLC-REASON (WS-SLICE-SUB)
                       TO WS-RPT-SLICE-STATUS
                   DISPLAY "SLICE " WS-SLICE-SUB " NOT MERGEABLE: "
                       SLC-REASON (WS-SLICE-SUB)
               END-IF.
               MOVE WS-RPT-SLICE-LINE TO MRGE-RPT-RECORD.
               WRITE MRGE-RPT-RECORD.

           READ-VERIFY-RECORD.
               READ SLICE-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-SLICE-EOF
               END-READ.
               IF WS-SLICE-EOF NOT = "Y"
                   IF WS-VFY-TRL-SEEN = "Y"
                       MOVE "RECORDS AFTER TRAILER"
                           TO SLC-REASON (WS-SLICE-SUB)
                   ELSE
                       IF SLW-IS-TRAILER
                           PERFORM VERIFY-SLICE-TRAILER
                       ELSE
                           IF SLW-IS-DETAIL
                               PERFORM VERIFY-SLICE-DETAIL
                           ELSE
                               MOVE "UNKNOWN RECORD TYPE"
                                   TO SLC-REASON (WS-SLICE-SUB)
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           VERIFY-SLICE-TRAILER.
               MOVE "Y" TO WS-VFY-TRL-SEEN.
               IF SLW-SLICE NOT = WS-SLICE-SUB
                   OR SLW-RUN-NUMBER NOT = WS-RUN-NUMBER
                   OR SLW-START-VALUE
                       NOT = SLC-START-VALUE (WS-SLICE-SUB)
                   OR SLW-END-VALUE NOT = SLC-END-VALUE (WS-SLICE-SUB)
                   MOVE "TRAILER NOT FOR THIS RUN"
                       TO SLC-REASON (WS-SLICE-SUB)
               ELSE
                   MOVE SLW-RECORDS TO WS-VFY-TRL-RECORDS
               END-IF.

           VERIFY-SLICE-DETAIL.
               IF SLW-INCREMENT NOT NUMERIC
                   OR SLW-MATCH-RULE NOT NUMERIC
                   OR SLW-MATCH-COUNT NOT NUMERIC
                   MOVE "DETAIL NOT NUMERIC"
                       TO SLC-REASON (WS-SLICE-SUB)
               ELSE
                   IF SLW-INCREMENT < SLC-START-VALUE (WS-SLICE-SUB)
                       OR SLW-INCREMENT > SLC-END-VALUE (WS-SLICE-SUB)
                       MOVE "INCREMENT OUT OF RANGE"
                           TO SLC-REASON (WS-SLICE-SUB)
                   ELSE
                       IF SLW-INCREMENT NOT > WS-VFY-LAST
                           ADD 1 TO SLC-DUPLICATES (WS-SLICE-SUB)
                       ELSE
                           IF SLW-INCREMENT NOT = WS-VFY-LAST + 1
                               MOVE "GAP IN INCREMENTS"
                                   TO SLC-REASON (WS-SLICE-SUB)
                           ELSE
                               IF SLW-MATCH-RULE > WS-RULE-COUNT
                                   MOVE "RULE TABLE CHANGED"
                                       TO SLC-REASON (WS-SLICE-SUB)
                               ELSE
                                   MOVE SLW-INCREMENT TO WS-VFY-LAST
                                   ADD 1 TO SLC-RECORDS (WS-SLICE-SUB)
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           OPEN-MASTER.
               OPEN I-O BUZZ-MST-FILE.
               IF WS-MST-STATUS = "00"
                   MOVE "Y" TO WS-MST-ACTIVE
               ELSE
                   OPEN OUTPUT BUZZ-MST-FILE
                   IF WS-MST-STATUS = "00"
                       CLOSE BUZZ-MST-FILE
                       OPEN I-O BUZZ-MST-FILE
                   END-IF
                   IF WS-MST-STATUS = "00"
                       MOVE "Y" TO WS-MST-ACTIVE
                   ELSE
                       MOVE "N" TO WS-MST-ACTIVE
                       DISPLAY "WARNING: CLASSIFICATION MASTER "
                           "UNAVAILABLE, STATUS=" WS-MST-STATUS
                           " - MASTER NOT UPDATED THIS RUN"
                   END-IF
               END-IF.
               IF WS-MST-ACTIVE = "Y"
                   OPEN EXTEND MST-HIST-FILE
                   IF WS-MSTHIST-STATUS NOT = "00"
                       OPEN OUTPUT MST-HIST-FILE
                   END-IF
                   IF WS-MSTHIST-STATUS = "00"
                       MOVE "Y" TO WS-HIST-ACTIVE
                   ELSE
                       MOVE "N" TO WS-HIST-ACTIVE
                       DISPLAY "WARNING: MASTER HISTORY UNAVAILABLE, "
                           "STATUS=" WS-MSTHIST-STATUS
                           " - BEFORE-IMAGES NOT KEPT THIS RUN"
                   END-IF
               END-IF.

           WRITE-RUN-HEADERS.
               MOVE WS-RUN-NUMBER TO WS-OHDR-RUN.
               MOVE WS-RUN-DATE TO WS-OHDR-DATE.
               MOVE WS-LOADED-PROFILE TO WS-OHDR-PROFILE.
               MOVE WS-START-VALUE TO WS-OHDR-START.
               MOVE WS-END-VALUE TO WS-OHDR-END.
               MOVE WS-OUT-HEADER-LINE TO BUZZ-OUT-RECORD.
               WRITE BUZZ-OUT-RECORD.
               IF WS-BUZZOUT-STATUS NOT = "00"
                   DISPLAY "WARNING: UNABLE TO WRITE BUZZOUT HEADER, "
                       "STATUS=" WS-BUZZOUT-STATUS
               END-IF.
               MOVE WS-RUN-NUMBER TO WS-CHDR-RUN.
               MOVE WS-RUN-DATE TO WS-CHDR-DATE.
               MOVE WS-CSV-HEADER-LINE TO CSV-OUT-RECORD.
               WRITE CSV-OUT-RECORD.
               IF WS-CSVOUT-STATUS NOT = "00"
                   DISPLAY "WARNING: UNABLE TO WRITE BUZZCSV HEADER, "
                       "STATUS=" WS-CSVOUT-STATUS
               END-IF.

           WRITE-RUN-TRAILERS.
               MOVE WS-RUN-NUMBER TO WS-OTRL-RUN.
               MOVE WS-OUT-WRITE-COUNT TO WS-OTRL-COUNT.
               MOVE WS-OUT-TRAILER-LINE TO BUZZ-OUT-RECORD.
               WRITE BUZZ-OUT-RECORD.
               IF WS-BUZZOUT-STATUS NOT = "00"
                   DISPLAY "WARNING: UNABLE TO WRITE BUZZOUT TRAILER, "
                       "STATUS=" WS-BUZZOUT-STATUS
               END-IF.
               MOVE WS-RUN-NUMBER TO WS-CTRL-RUN.
               MOVE WS-CSV-WRITE-COUNT TO WS-CTRL-COUNT.
               MOVE WS-CSV-TRAILER-LINE TO CSV-OUT-RECORD.
               WRITE CSV-OUT-RECORD.
               IF WS-CSVOUT-STATUS NOT = "00"
                   DISPLAY "WARNING: UNABLE TO WRITE BUZZCSV TRAILER, "
                       "STATUS=" WS-CSVOUT-STATUS
               END-IF.

           MERGE-SLICE.
               PERFORM SET-SLICE-DD.
               MOVE "N" TO WS-SLICE-EOF.
               OPEN INPUT SLICE-WORK-FILE.
               IF WS-SLICEWK-STATUS NOT = "00"
                   DISPLAY "ERROR: SLICE " WS-SLICE-SUB " WORK FILE "
                       "NOT READABLE ON MERGE PASS, STATUS="
                       WS-SLICEWK-STATUS
                   CLOSE BUZZ-OUT-FILE
                   CLOSE CSV-OUT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM MERGE-SLICE-RECORD
                   UNTIL WS-SLICE-EOF = "Y".
               CLOSE SLICE-WORK-FILE.

           MERGE-SLICE-RECORD.
               READ SLICE-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-SLICE-EOF
               END-READ.
               IF WS-SLICE-EOF NOT = "Y"
                   IF SLW-IS-DETAIL
                       IF SLW-INCREMENT > WS-MRG-LAST
                           MOVE SLW-INCREMENT TO WS-MRG-LAST
                           PERFORM WRITE-MERGED-DETAIL
                       ELSE
                           ADD 1 TO WS-DUPLICATE-COUNT
                       END-IF
                   END-IF
               END-IF.

           WRITE-MERGED-DETAIL.
               ADD 1 TO WS-MERGED-COUNT.
               MOVE SLW-CLASS TO WS-DTL-CLASS.
               IF SLW-MATCH-RULE = 0
                   ADD 1 TO WS-NUMBER-COUNT
               ELSE
                   IF SLW-MATCH-COUNT > 1
                       PERFORM TALLY-COMBINED-CLASS
                   ELSE
                       ADD 1 TO RULE-COUNT (SLW-MATCH-RULE)
                   END-IF
               END-IF.
               MOVE SLW-INCREMENT TO WS-DTL-INCREMENT.
               MOVE WS-DETAIL-LINE TO BUZZ-OUT-RECORD.
               WRITE BUZZ-OUT-RECORD.
               IF WS-BUZZOUT-STATUS NOT = "00"
                   DISPLAY "WARNING: UNABLE TO WRITE BUZZOUT RECORD, "
                       "STATUS=" WS-BUZZOUT-STATUS
               ELSE
                   ADD 1 TO WS-OUT-WRITE-COUNT
               END-IF.
               MOVE SLW-INCREMENT TO WS-CSV-INCREMENT-ED.
               MOVE SPACES TO CSV-OUT-RECORD.
               STRING FUNCTION TRIM (WS-CSV-INCREMENT-ED)
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM (WS-DTL-CLASS) DELIMITED BY SIZE
                   INTO CSV-OUT-RECORD
               END-STRING.
               WRITE CSV-OUT-RECORD.
               IF WS-CSVOUT-STATUS NOT = "00"
                   DISPLAY "WARNING: UNABLE TO WRITE BUZZCSV RECORD, "
                       "STATUS=" WS-CSVOUT-STATUS
               ELSE
                   ADD 1 TO WS-CSV-WRITE-COUNT
               END-IF.
               IF WS-MST-ACTIVE = "Y"
                   PERFORM UPDATE-MASTER
               END-IF.

           TALLY-COMBINED-CLASS.
               PERFORM VARYING COMBO-IDX FROM 1 BY 1
                       UNTIL COMBO-IDX > WS-COMBO-COUNT
                       OR COMBO-LABEL (COMBO-IDX) = SLW-CLASS
                   CONTINUE
               END-PERFORM.
               IF COMBO-IDX > WS-COMBO-COUNT
                   IF WS-COMBO-COUNT >= 20
                       DISPLAY "ERROR: MORE THAN 20 COMBINED CLASSES "
                           "IN PROFILE " WS-LOADED-PROFILE " - "
                           SLW-CLASS " CANNOT BE COUNTED"
                       CLOSE BUZZ-OUT-FILE
                       CLOSE CSV-OUT-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-COMBO-COUNT
                   SET COMBO-IDX TO WS-COMBO-COUNT
                   MOVE SLW-CLASS TO COMBO-LABEL (COMBO-IDX)
                   MOVE SLW-DIVISOR TO COMBO-DIVISOR (COMBO-IDX)
                   MOVE 0 TO COMBO-COUNT (COMBO-IDX)
               END-IF.
               ADD 1 TO COMBO-COUNT (COMBO-IDX).

           UPDATE-MASTER.
               MOVE SLW-INCREMENT TO MST-INCREMENT.
               MOVE "N" TO WS-MST-FOUND.
               READ BUZZ-MST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-MST-FOUND
                       MOVE MST-CLASS TO WS-OLD-CLASS
                       MOVE MST-RULE-DIVISOR TO WS-OLD-DIVISOR
                       MOVE MST-RUN-DATE TO WS-OLD-RUN-DATE
               END-READ.
               MOVE SLW-INCREMENT TO MST-INCREMENT.
               MOVE WS-DTL-CLASS TO MST-CLASS.
               MOVE SLW-DIVISOR TO MST-RULE-DIVISOR.
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
                       MST-INCREMENT ", STATUS=" WS-MST-STATUS
               END-IF.

           WRITE-MASTER-HISTORY.
               IF WS-HIST-ACTIVE = "Y"
                   MOVE SPACES TO MST-HIST-RECORD
                   MOVE MST-INCREMENT TO HIS-INCREMENT
                   MOVE WS-HIST-ACTION TO HIS-ACTION
                   MOVE WS-OLD-CLASS TO HIS-OLD-CLASS
                   MOVE WS-OLD-DIVISOR TO HIS-OLD-DIVISOR
                   MOVE WS-OLD-RUN-DATE TO HIS-OLD-RUN-DATE
                   MOVE MST-CLASS TO HIS-NEW-CLASS
                   MOVE WS-RUN-NUMBER TO HIS-NEW-RUN-NUMBER
                   MOVE WS-RUN-DATE TO HIS-NEW-RUN-DATE
                   WRITE MST-HIST-RECORD
                   IF WS-MSTHIST-STATUS NOT = "00"
                       DISPLAY "WARNING: UNABLE TO WRITE MASTER "
                           "HISTORY FOR " HIS-INCREMENT ", STATUS="
                           WS-MSTHIST-STATUS
                   END-IF
               END-IF.

           WRITE-AUDIT.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
               OPEN EXTEND AUDIT-FILE.
               IF WS-AUDIT-STATUS NOT = "00"
                   OPEN OUTPUT AUDIT-FILE
               END-IF.
               MOVE WS-CURRENT-DATETIME (1:14) TO WS-AUD-DATETIME.
               MOVE MAX-BUZZ TO WS-AUD-MAX-BUZZ.
               MOVE WS-START-VALUE TO WS-AUD-START.
               MOVE WS-END-VALUE TO WS-AUD-END.
               MOVE WS-MERGED-COUNT TO WS-AUD-RECORDS.
               MOVE WS-AUDIT-HEADER-LINE TO AUDIT-RECORD.
               PERFORM WRITE-AUDIT-RECORD.
               MOVE WS-LOADED-PROFILE TO WS-AUD-PROFILE.
               MOVE WS-AUDIT-PROFILE-LINE TO AUDIT-RECORD.
               PERFORM WRITE-AUDIT-RECORD.
               MOVE WS-RUN-NUMBER TO WS-AUD-RUN-NUMBER.
               MOVE WS-AUDIT-RUNNBR-LINE TO AUDIT-RECORD.
               PERFORM WRITE-AUDIT-RECORD.
               MOVE WS-AUDIT-STATUS-LINE TO AUDIT-RECORD.
               PERFORM WRITE-AUDIT-RECORD.
               MOVE WS-SLICE-COUNT TO WS-AUD-PARTITIONS.
               MOVE WS-AUDIT-PARTS-LINE TO AUDIT-RECORD.
               PERFORM WRITE-AUDIT-RECORD.
               IF WS-MST-ACTIVE = "Y"
                   MOVE WS-CLASS-CHANGE-COUNT TO WS-AUD-MSTCHG-COUNT
                   MOVE WS-AUDIT-MSTCHG-LINE TO AUDIT-RECORD
                   PERFORM WRITE-AUDIT-RECORD
               END-IF.
               IF WS-MODE-COMBINE
                   MOVE WS-AUDIT-MODE-LINE TO AUDIT-RECORD
                   PERFORM WRITE-AUDIT-RECORD
               END-IF.
               PERFORM VARYING RULE-IDX FROM 1 BY 1
                       UNTIL RULE-IDX > WS-RULE-COUNT
                   MOVE RULE-LABEL (RULE-IDX) TO WS-AUD-RULE-LABEL
                   MOVE RULE-DIVISOR (RULE-IDX) TO WS-AUD-RULE-DIVISOR
                   MOVE RULE-COUNT (RULE-IDX) TO WS-AUD-RULE-COUNT
                   MOVE WS-AUDIT-RULE-LINE TO AUDIT-RECORD
                   PERFORM WRITE-AUDIT-RECORD
               END-PERFORM.
               PERFORM VARYING COMBO-IDX FROM 1 BY 1
                       UNTIL COMBO-IDX > WS-COMBO-COUNT
                   MOVE COMBO-LABEL (COMBO-IDX) TO WS-AUD-RULE-LABEL
                   MOVE COMBO-DIVISOR (COMBO-IDX)
                       TO WS-AUD-RULE-DIVISOR
                   MOVE COMBO-COUNT (COMBO-IDX) TO WS-AUD-RULE-COUNT
                   MOVE WS-AUDIT-RULE-LINE TO AUDIT-RECORD
                   PERFORM WRITE-AUDIT-RECORD
               END-PERFORM.
               CLOSE AUDIT-FILE.

           WRITE-AUDIT-RECORD.
               WRITE AUDIT-RECORD.
               IF WS-AUDIT-STATUS NOT = "00"
                   DISPLAY "WARNING: UNABLE TO WRITE AUDIT RECORD, "
                       "STATUS=" WS-AUDIT-STATUS ": "
                       AUDIT-RECORD (1:40)
               END-IF.

           WRITE-RUN-ACCOUNT.
               MOVE SPACES TO RUN-ACCT-RECORD.
               MOVE WS-RUN-NUMBER TO ACT-RUN-NUMBER.
               MOVE WS-RUN-DATE TO ACT-RUN-DATE.
               MOVE WS-CURRENT-DATETIME (9:6) TO ACT-TIME.
               MOVE WS-JOB-NAME TO ACT-JOB-NAME.
               MOVE WS-LOADED-PROFILE TO ACT-PROFILE-NAME.
               MOVE "P" TO ACT-INPUT-MODE.
               MOVE WS-MERGED-COUNT TO ACT-RECORDS.
               MOVE 0 TO ACT-READ.
               MOVE 0 TO ACT-REJECTS.
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

           WRITE-MERGE-SUMMARY.
               MOVE WS-RPT-BLANK-LINE TO MRGE-RPT-RECORD.
               WRITE MRGE-RPT-RECORD.
               MOVE "RECORDS MERGED" TO WS-RPT-CNT-TEXT.
               MOVE WS-MERGED-COUNT TO WS-RPT-CNT-VALUE.
               MOVE WS-RPT-COUNT-LINE TO MRGE-RPT-RECORD.
               WRITE MRGE-RPT-RECORD.
               MOVE "RESTART DUPLICATES DROPPED" TO WS-RPT-CNT-TEXT.
               MOVE WS-DUPLICATE-COUNT TO WS-RPT-CNT-VALUE.
               MOVE WS-RPT-COUNT-LINE TO MRGE-RPT-RECORD.
               WRITE MRGE-RPT-RECORD.
               MOVE "NUMBER (NO RULE MATCHED)" TO WS-RPT-CNT-TEXT.
               MOVE WS-NUMBER-COUNT TO WS-RPT-CNT-VALUE.
               MOVE WS-RPT-COUNT-LINE TO MRGE-RPT-RECORD.
               WRITE MRGE-RPT-RECORD.
               MOVE "MASTER CLASS CHANGES" TO WS-RPT-CNT-TEXT.
               MOVE WS-CLASS-CHANGE-COUNT TO WS-RPT-CNT-VALUE.
               MOVE WS-RPT-COUNT-LINE TO MRGE-RPT-RECORD.
               WRITE MRGE-RPT-RECORD.
