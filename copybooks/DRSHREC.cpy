      * DR SHIPMENT RECORD LAYOUT - SHARED BY DRSHIP AND DRAPPLY
      * AGAINST DRSHIPMT.  A SHIPMENT IS A HEADER, THE DETAIL
      * RECORDS IN THE ORDER THEY ARE TO BE APPLIED, AND A TRAILER.
      * EVERY RECORD CARRIES A SEQUENCE NUMBER THAT RUNS ON FROM
      * ONE SHIPMENT TO THE NEXT: THE HEADER CARRIES THE LAST
      * NUMBER OF THE SHIPMENT BEFORE, EACH DETAIL THE NEXT NUMBER,
      * AND THE TRAILER THE LAST NUMBER USED.
           05 DRS-REC-TYPE       PIC X(01).
              88 DRS-HEADER         VALUE 'H'.
              88 DRS-NEW-ACCOUNT    VALUE 'A'.
              88 DRS-IMAGE          VALUE 'M'.
              88 DRS-POSTING        VALUE 'J'.
              88 DRS-TRAILER        VALUE 'T'.
           05 DRS-SEQUENCE       PIC 9(9).
      * A NEW ACCOUNT CARRIES ITS ACCTFILE RECORD AT ITS OPENING
      * BALANCE, AN IMAGE ITS MNTHIST RECORD, A POSTING ITS
      * ACCTJRNL RECORD.
           05 DRS-DATA           PIC X(535).
           05 DRS-HEADER-DATA REDEFINES DRS-DATA.
              10 DRS-H-SHIP-NO   PIC 9(7).
              10 DRS-H-SHIP-DATE PIC 9(8).
      * MNTHIST IMAGES STAMPED FROM THE FROM STAMP UP TO, BUT NOT
      * INCLUDING, THE TO STAMP ARE IN THE SHIPMENT.
              10 DRS-H-FROM-DATE PIC 9(8).
              10 DRS-H-FROM-TIME PIC 9(6).
              10 DRS-H-TO-DATE   PIC 9(8).
              10 DRS-H-TO-TIME   PIC 9(6).
      * THE BATCH-END SHIPMENT IS CUT WITH POSTING STOPPED, SO ITS
      * FILE TOTALS MUST AGREE EXACTLY AT THE DR SITE.  THE FILE
      * TOTALS OF AN INTERVAL SHIPMENT ARE TAKEN WHILE THE ONLINE
      * DAY RUNS ON AND ARE REPORTED FOR INFORMATION.
              10 DRS-H-MODE      PIC X(01).
                 88 DRS-FINAL-SHIPMENT    VALUE 'F'.
                 88 DRS-INTERVAL-SHIPMENT VALUE 'I'.
              10 FILLER          PIC X(491).
           05 DRS-TRAILER-DATA REDEFINES DRS-DATA.
              10 DRS-T-SHIP-NO   PIC 9(7).
              10 DRS-T-DETAIL-COUNT PIC 9(9).
              10 DRS-T-ACCOUNT-COUNT PIC 9(9).
              10 DRS-T-IMAGE-COUNT PIC 9(9).
              10 DRS-T-POSTING-COUNT PIC 9(9).
      * NET OF THE POSTINGS SHIPPED, CREDITS LESS DEBITS, TAKEN BY
      * THE SAME RULE THE APPLY USES TO MOVE THE BALANCE.
              10 DRS-T-NET-MOVEMENT PIC S9(13)V99.
      * ACCTFILE CONTROL TOTALS AT THE TIME THE SHIPMENT WAS CUT.
              10 DRS-T-FILE-RECORDS PIC 9(9).
              10 DRS-T-FILE-BALANCE PIC S9(13)V99.
              10 DRS-T-FILE-CHARGEOFF PIC S9(13)V99.
              10 FILLER          PIC X(438).
