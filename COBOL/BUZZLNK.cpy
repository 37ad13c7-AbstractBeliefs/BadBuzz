           03 BRL-PROFILE-NAME PIC X(8).
           03 BRL-RUN-DATE PIC X(8).
           03 BRL-VALUE PIC 9(7).
           03 BRL-CLASS-LABEL PIC X(16).
           03 BRL-MATCH-RULE PIC 9(2).
               88 BRL-NO-RULE-MATCHED VALUE 0.
           03 BRL-MATCH-COUNT PIC 9(2).
           03 BRL-MATCH-DIVISOR PIC 9(4).
           03 BRL-CONFIG.
               05 BRL-MAX-BUZZ PIC 9(7).
               05 BRL-RULE-COUNT PIC 9(2).
               05 BRL-START-VALUE PIC 9(7).
               05 BRL-END-VALUE PIC 9(7).
               05 BRL-MATCH-MODE PIC X.
                   88 BRL-MODE-FIRST VALUE "F" " ".
                   88 BRL-MODE-COMBINE VALUE "C".
           03 BRL-RULE-TABLE.
               05 BRL-RULE-ENTRY OCCURS 20 TIMES.
                   07 BRL-RULE-DIVISOR PIC 9(4).
