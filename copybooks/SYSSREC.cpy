           05 SYS-SET-DATE       PIC 9(8).
           05 SYS-SET-TIME       PIC 9(6).
           05 SYS-SET-JOB        PIC X(08).
      * ONLINE SESSION PARAMETERS, SET BY SYSSTAT 'IDLE=' AND
      * 'DUPSON=' CARDS.  A SESSION IDLE LONGER THAN
      * SYS-IDLE-MINUTES IS SENT BACK TO SIGN-ON (ZERO MEANS NO
      * LIMIT); A SECOND SIGN-ON FOR AN OPERATOR ALREADY ACTIVE AT
      * ANOTHER TERMINAL IS REFUSED ('R') OR ENDS THE EARLIER
      * SESSION ('E').  RECORDS WRITTEN BEFORE THESE FIELDS WERE
      * ADDED ARE SHORT; READERS CLASS-TEST THEM AND FALL BACK TO
      * 30 MINUTES AND 'R'.
           05 SYS-IDLE-MINUTES   PIC 9(3).
           05 SYS-DUP-SIGNON     PIC X(01).
              88 SYS-DUP-REFUSE      VALUE 'R'.
              88 SYS-DUP-END-OLD     VALUE 'E'.
