       01 BUZZUSER-PARMS.
           03 BUS-USERID PIC X(8).
           03 BUS-RETURN-CODE PIC 9(2).
               88 BUS-RC-OK VALUE 0.
               88 BUS-RC-NO-SECURITY VALUE 8.
