       01 OPERATOR-RECORD.
           COPY OPRREC.
       FD NEW-OPERATOR-FILE.
       01 NEW-OPERATOR-RECORD PIC X(100).
       FD SIGNON-LOG-FILE.
       01 SIGNON-LOG-RECORD.
          05 SLOG-OPR-ID     PIC X(08).
             88 CARD-UNLOCK          VALUE 'UN'.
             88 CARD-FORCE-CHANGE    VALUE 'FC'.
             88 CARD-SCHEDULE        VALUE 'SC'.
             88 CARD-LINK-CUSTOMERS  VALUE 'LK'.
          05 CARD-OPR-ID     PIC X(08).
          05 CARD-NEW-PASSWORD PIC X(08).
          05 CARD-REQUESTOR  PIC X(08).
          05 CARD-ALLOWED-DAYS PIC X(07).
          05 CARD-WINDOW-FROM PIC 9(4).
          05 CARD-WINDOW-TO  PIC 9(4).
      * LINK CARD: THE OPERATOR'S OWN CUSTOMER NUMBER AND THE
      * DECLARED RELATED CUSTOMERS, REPLACING ANY ON FILE.
          05 CARD-LINKED-CUSTOMERS PIC X(48).
       WORKING-STORAGE SECTION.
       01 WS-OPR-STATUS      PIC XX VALUE '00'.
       01 WS-NEW-STATUS      PIC XX VALUE '00'.
             10 WS-OT-DAYS      PIC X(07).
             10 WS-OT-WFROM     PIC 9(4).
             10 WS-OT-WTO       PIC 9(4).
             10 WS-OT-LINKS     PIC X(48).
       01 WS-LOCKED-COUNT    PIC 9(5) COMP VALUE 0.
       01 WS-CHANGED-COUNT   PIC 9(5) COMP VALUE 0.
       01 WS-UNLOCKED-COUNT  PIC 9(5) COMP VALUE 0.
           ELSE
               MOVE 0 TO WS-OT-WTO (WS-OPR-COUNT)
           END-IF
           MOVE OPR-LINKED-CUSTOMERS TO WS-OT-LINKS (WS-OPR-COUNT)
           PERFORM 2100-READ-OPERATOR.
       3000-APPLY-SIGNON-LOG.
           OPEN INPUT SIGNON-LOG-FILE
                       MOVE 'Y' TO WS-OT-FORCE (WS-OPR-HIT)
                   WHEN CARD-SCHEDULE
                       PERFORM 4600-SET-SCHEDULE
                   WHEN CARD-LINK-CUSTOMERS
                       PERFORM 4700-SET-LINKED-CUSTOMERS
                   WHEN OTHER
                       ADD 1 TO WS-REJECT-COUNT
                       DISPLAY 'OPERATOR CARD REJECTED, BAD '
           END-IF
           ADD 1 TO WS-CHANGED-COUNT
           DISPLAY 'SIGN-ON SCHEDULE SET FOR: ' CARD-OPR-ID.
       4700-SET-LINKED-CUSTOMERS.
      *    THE LINKS DECIDE WHOSE ACCOUNTS AN OPERATOR MAY NOT
      *    POST TO, SO ONLY A PRIVILEGED OPERATOR OTHER THAN THE ONE
      *    BEING LINKED MAY FILE THEM.
           MOVE WS-OPR-HIT TO WS-REQ-HIT
           MOVE CARD-REQUESTOR TO WS-TARGET-ID
           PERFORM 6000-FIND-OPERATOR
           IF WS-OPR-HIT = 0
               OR WS-OT-PRIVILEGE (WS-OPR-HIT) NOT = 'P'
               OR WS-OT-LOCK (WS-OPR-HIT) = 'L'
               OR CARD-REQUESTOR = CARD-OPR-ID
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'LINK CARD REJECTED, REQUESTOR NOT AN '
                   'INDEPENDENT PRIVILEGED OPERATOR: ' CARD-REQUESTOR
           ELSE
               MOVE CARD-LINKED-CUSTOMERS TO WS-OT-LINKS (WS-REQ-HIT)
               ADD 1 TO WS-CHANGED-COUNT
               DISPLAY 'LINKED CUSTOMERS SET FOR: ' CARD-OPR-ID
                   ' BY: ' CARD-REQUESTOR
           END-IF.
       4400-UNLOCK-OPERATOR.
           MOVE WS-OPR-HIT TO WS-REQ-HIT
           MOVE CARD-REQUESTOR TO WS-TARGET-ID
           MOVE WS-OT-DAYS (WS-OPR-IDX) TO OPR-ALLOWED-DAYS
           MOVE WS-OT-WFROM (WS-OPR-IDX) TO OPR-WINDOW-FROM
           MOVE WS-OT-WTO (WS-OPR-IDX) TO OPR-WINDOW-TO
           MOVE WS-OT-LINKS (WS-OPR-IDX) TO OPR-LINKED-CUSTOMERS
           MOVE OPERATOR-RECORD TO NEW-OPERATOR-RECORD
           WRITE NEW-OPERATOR-RECORD.
       6000-FIND-OPERATOR.
