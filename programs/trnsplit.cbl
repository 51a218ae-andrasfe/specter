          05 TRN-REF         PIC X(12).
          05 TRN-EFFECTIVE-DATE PIC 9(8).
          05 TRN-DEST-ACCT-ID PIC X(10).
          05 TRN-ORIG-REF    PIC X(12).
          05 TRN-CHQ-SERIAL  PIC X(10).
          05 TRN-AUTH-CUST-NO PIC X(08).
          05 TRN-SUB-REF     PIC X(12).
       FD SPLIT-PARM-FILE.
       01 SPLIT-PARM-RECORD  PIC X(40).
       FD PARTITION-1-FILE.
       01 PARTITION-1-RECORD PIC X(94).
       FD PARTITION-2-FILE.
       01 PARTITION-2-RECORD PIC X(94).
       FD PARTITION-3-FILE.
       01 PARTITION-3-RECORD PIC X(94).
       FD PARTITION-4-FILE.
       01 PARTITION-4-RECORD PIC X(94).
       WORKING-STORAGE SECTION.
       01 WS-TRN-STATUS      PIC XX VALUE '00'.
       01 WS-PARM-STATUS     PIC XX VALUE '00'.
