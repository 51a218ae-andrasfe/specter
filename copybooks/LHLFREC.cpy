      * LEGAL HOLD RETAINED-ITEM RECORD LAYOUT - WRITTEN BY LHLDCHK
      * TO LGLHLEFT ON BEHALF OF EVERY PURGE STEP AND READ BY
      * LHLDRPT.  ONE RECORD FOR EACH ITEM A STEP WOULD HAVE PURGED,
      * ARCHIVED OR REMITTED BUT LEFT IN PLACE BECAUSE OF A HOLD,
      * NAMING THE STEP, THE ACCOUNT, THE HOLD THAT COVERED IT AND
      * A SHORT DESCRIPTION OF THE ITEM.
           05 LF-RUN-DATE        PIC 9(8).
           05 LF-STEP            PIC X(08).
           05 LF-ACCT-ID         PIC X(10).
           05 LF-HOLD-TYPE       PIC X(01).
           05 LF-HOLD-ID         PIC X(10).
           05 LF-MATTER-NO       PIC X(12).
           05 LF-ITEM            PIC X(30).
