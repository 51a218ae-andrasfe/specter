           05 APC-KEY            PIC X(08).
           05 APC-LIMIT          PIC S9(9)V99.
           05 APC-SET-DATE       PIC 9(8).
      * ANY OTHER KEY IS A CHECKER'S OPERATOR ID: APC-LIMIT IS THE
      * LARGEST HELD ITEM THAT OPERATOR MAY RELEASE ONLINE AND
      * APC-BRANCH-CODE THE BRANCH WHOSE QUEUE THEY WORK (BLANK
      * FOR EVERY BRANCH).  ENTLLOAD MAINTAINS THESE RECORDS.
           05 APC-BRANCH-CODE    PIC X(04).
