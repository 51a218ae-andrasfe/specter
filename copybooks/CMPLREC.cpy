      * CUSTOMER COMPLAINT RECORD LAYOUT - SHARED BY CMPLMNT AND
      * CMPLQTR AGAINST CMPLFILE, KEYED BY CUSTOMER, THE DATE THE
      * COMPLAINT WAS RECEIVED AND A SEQUENCE THAT RUNS ACROSS ALL
      * OF THE CUSTOMER'S COMPLAINTS, SO CUSTOMER AND SEQUENCE
      * ALONE NAME A COMPLAINT.  THE RESPONSE DEADLINE IS SET FROM
      * THE RECEIVED DATE WHEN THE COMPLAINT IS OPENED.
           05 CMPL-KEY.
              10 CMPL-CUST-NO    PIC X(08).
              10 CMPL-OPEN-DATE  PIC 9(8).
              10 CMPL-SEQ        PIC 9(2).
      * ACCOUNT COMPLAINED ABOUT, SPACES WHEN THE COMPLAINT IS NOT
      * ABOUT ONE ACCOUNT; THE BRANCH IS TAKEN FROM THE ACCOUNT AT
      * OPENING SO THE QUARTERLY RETURN CAN COUNT BY BRANCH.
           05 CMPL-ACCT-ID       PIC X(10).
           05 CMPL-BRANCH-CODE   PIC X(04).
           05 CMPL-CATEGORY      PIC X(01).
              88 CMPL-FEES          VALUE 'F'.
              88 CMPL-POSTING-ERROR VALUE 'P'.
              88 CMPL-SERVICE       VALUE 'S'.
              88 CMPL-FRAUD         VALUE 'R'.
              88 CMPL-STATEMENT     VALUE 'T'.
              88 CMPL-VALID-CATEGORY VALUE 'F' 'P' 'S' 'R' 'T'.
           05 CMPL-CHANNEL       PIC X(01).
              88 CMPL-BY-BRANCH     VALUE 'B'.
              88 CMPL-BY-PHONE      VALUE 'P'.
              88 CMPL-BY-LETTER     VALUE 'L'.
              88 CMPL-BY-EMAIL      VALUE 'E'.
              88 CMPL-BY-ONLINE     VALUE 'O'.
              88 CMPL-VALID-CHANNEL VALUE 'B' 'P' 'L' 'E' 'O'.
           05 CMPL-HANDLER       PIC X(08).
           05 CMPL-STATUS        PIC X(01).
              88 CMPL-OPEN          VALUE 'O'.
              88 CMPL-CLOSED        VALUE 'C'.
           05 CMPL-DEADLINE-DATE PIC 9(8).
           05 CMPL-CLOSED-DATE   PIC 9(8).
           05 CMPL-OUTCOME       PIC X(01).
              88 CMPL-UPHELD        VALUE 'U'.
              88 CMPL-PART-UPHELD   VALUE 'P'.
              88 CMPL-NOT-UPHELD    VALUE 'N'.
              88 CMPL-WITHDRAWN     VALUE 'W'.
              88 CMPL-VALID-OUTCOME VALUE 'U' 'P' 'N' 'W'.
           05 CMPL-RESOLUTION    PIC X(40).
      * COMPENSATION IS CREDITED THROUGH ACCTTRN UNDER THE
      * REFERENCE KEPT HERE ('CQ', CUSTOMER, SEQUENCE), SO THE
      * JOURNAL ENTRY AND THE COMPLAINT POINT AT EACH OTHER.
           05 CMPL-COMP-AMOUNT   PIC S9(9)V99.
           05 CMPL-COMP-REF      PIC X(12).
           05 CMPL-OPENED-BY     PIC X(08).
           05 CMPL-CLOSED-BY     PIC X(08).
