      * ONLINE SESSION REGISTRY RECORD LAYOUT - SHARED BY ACCTSGNC,
      * ACCTSCKC AND ACCTSESC AGAINST ONLSESS.  ONE RECORD PER
      * OPERATOR, REWRITTEN AT EVERY SIGN-ON, SO AN OPERATOR CAN
      * HOLD ONLY ONE ACTIVE SESSION.  EVERY TRANSACTION BEHIND
      * ACCTMENU MOVES THE LAST-ACTIVITY STAMP FORWARD; A SESSION
      * ENDS WHEN IT GOES IDLE OR A LATER SIGN-ON ELSEWHERE ENDS IT.
           05 SESS-OPR-ID        PIC X(08).
           05 SESS-TERM-ID       PIC X(04).
           05 SESS-STATE         PIC X(01).
              88 SESS-ACTIVE         VALUE 'A'.
              88 SESS-TIMED-OUT      VALUE 'T'.
      * THE TASK THAT SIGNED THE SESSION ON.  A FORCED SIGN-OFF IS
      * LOGGED TO ONLSLOG UNDER THIS TASK NUMBER, SO IT NEVER
      * COLLIDES WITH THE LOG ENTRY OF THE TASK THAT ENDED IT.
           05 SESS-SIGNON-TASK   PIC 9(7).
           05 SESS-SIGNON-DATE   PIC 9(8).
           05 SESS-SIGNON-TIME   PIC 9(6).
           05 SESS-LAST-DATE     PIC 9(8).
           05 SESS-LAST-TIME     PIC 9(6).
      * CICS ABSOLUTE TIME (MILLISECONDS) OF THE LAST ACTIVITY, SO
      * THE IDLE TEST NEEDS NO DATE ARITHMETIC ACROSS MIDNIGHT.
           05 SESS-LAST-ABSTIME  PIC S9(15) COMP-3.
           05 SESS-ENDED-DATE    PIC 9(8).
           05 SESS-ENDED-TIME    PIC 9(6).
