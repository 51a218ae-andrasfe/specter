      * DR SHIPPING CONTROL RECORD - THE ONE RECORD ON DRSHPCTL AT
      * THE PRODUCTION SITE, WHERE DRSHIP KEEPS THE LAST SHIPMENT
      * CUT, AND ON DRAPLCTL AT THE DR SITE, WHERE DRAPPLY KEEPS
      * THE LAST SHIPMENT APPLIED.
           05 DRC-SHIP-NO        PIC 9(7).
           05 DRC-LAST-SEQUENCE  PIC 9(9).
      * THE TO STAMP OF THE SHIPMENT: THE NEXT SHIPMENT TAKES
      * MNTHIST IMAGES FROM HERE, AND POSTINGS DATED FROM THIS DATE
      * THAT HAVE NOT ALREADY GONE.
           05 DRC-CUTOFF-DATE    PIC 9(8).
           05 DRC-CUTOFF-TIME    PIC 9(6).
           05 DRC-RUN-DATE       PIC 9(8).
      * THE DATE OF THE BACKUP THE DR COPY WAS LOADED FROM.  NOTHING
      * POSTED BEFORE IT IS SHIPPED.
           05 DRC-BASE-DATE      PIC 9(8).
