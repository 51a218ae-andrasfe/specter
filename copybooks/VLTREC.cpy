      * BRANCH VAULT POSITION RECORD (VAULTPOS) - ONE PER BRANCH.
      * THE CASH HELD IS MOVED BY DRWPROOF (THE NET CASH THE BRANCH'S
      * DRAWERS TOOK IN OR PAID OUT ON THE PROOF DATE) AND BY VLTMAINT
      * (CASH-CENTRE DELIVERIES RECEIVED, SHIPMENTS SENT BACK AND
      * VAULT COUNTS).  VLTFCST FORECASTS THE BRANCH'S NEXT CASH
      * ORDER AGAINST THE LIMITS AND RECORDS IT HERE UNTIL VLTMAINT
      * BOOKS IT IN OR OUT.
           05 VLT-BRANCH         PIC X(04).
           05 VLT-CASH-HELD      PIC S9(11)V99.
      * THE FORECAST ORDERS TO KEEP THE VAULT BETWEEN THE MINIMUM AND
      * MAXIMUM; CASH OVER THE INSURED LIMIT IS REPORTED.
           05 VLT-MIN-CASH       PIC 9(11)V99.
           05 VLT-MAX-CASH       PIC 9(11)V99.
           05 VLT-INSURED-LIMIT  PIC 9(11)V99.
      * THE ORDER VLTFCST LAST RAISED AND NOT YET BOOKED: O CASH TO
      * BE DELIVERED TO THE BRANCH, R SURPLUS CASH TO BE COLLECTED.
           05 VLT-ORDER-TYPE     PIC X(01).
              88 VLT-NO-ORDER       VALUE SPACE.
              88 VLT-ORDER-IN       VALUE 'O'.
              88 VLT-ORDER-RETURN   VALUE 'R'.
           05 VLT-ORDER-AMOUNT   PIC 9(11)V99.
           05 VLT-ORDER-DATE     PIC 9(8).
           05 VLT-DELIVERY-DATE  PIC 9(8).
      * THE LAST DRAWER PROOF POSTED, SO A RERUN DOES NOT POST TWICE.
           05 VLT-LAST-PROOF-DATE PIC 9(8).
           05 VLT-LAST-PROOF-NET PIC S9(11)V99.
           05 VLT-LAST-COUNT-DATE PIC 9(8).
           05 VLT-UPDATED-DATE   PIC 9(8).
           05 VLT-UPDATED-BY     PIC X(08).
