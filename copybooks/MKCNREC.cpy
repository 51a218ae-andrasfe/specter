      * MARKETING CONSENT RECORD LAYOUT - SHARED BY ALL PROGRAMS
      * AGAINST MKTCONS.  ONE RECORD PER CUSTOMER AND CHANNEL.
      * CONSENT COVERS SALES AND MARKETING CONTACT ONLY; SERVICE
      * MESSAGES FOLLOW NOTEPREF.  A CUSTOMER WITH NO RECORD FOR A
      * CHANNEL HAS NEVER GIVEN CONSENT AND IS NOT CONTACTED ON IT.
           05 MKC-KEY.
              10 MKC-CUST-NO     PIC X(08).
              10 MKC-CHANNEL     PIC X(01).
                 88 MKC-BY-MAIL     VALUE 'M'.
                 88 MKC-BY-PHONE    VALUE 'P'.
                 88 MKC-BY-EMAIL    VALUE 'E'.
                 88 MKC-BY-SMS      VALUE 'S'.
                 88 MKC-VALID-CHANNEL VALUE 'M' 'P' 'E' 'S'.
           05 MKC-STATUS         PIC X(01).
              88 MKC-GIVEN          VALUE 'G'.
              88 MKC-WITHDRAWN      VALUE 'W'.
      * THE DATE THE CURRENT STATUS TOOK EFFECT, AND THE DATES
      * CONSENT WAS LAST GIVEN AND LAST WITHDRAWN (ZERO IF NEVER).
           05 MKC-STATUS-DATE    PIC 9(8).
           05 MKC-GIVEN-DATE     PIC 9(8).
           05 MKC-WITHDRAWN-DATE PIC 9(8).
      * WHERE THE CUSTOMER'S INSTRUCTION CAME FROM, WITH THE FORM,
      * CALL OR CAMPAIGN REFERENCE THAT EVIDENCES IT.
           05 MKC-SOURCE         PIC X(01).
              88 MKC-FROM-BRANCH    VALUE 'B'.
              88 MKC-FROM-ONLINE    VALUE 'O'.
              88 MKC-FROM-TELEPHONE VALUE 'T'.
              88 MKC-FROM-LETTER    VALUE 'L'.
              88 MKC-FROM-UNSUBSCRIBE VALUE 'U'.
              88 MKC-VALID-SOURCE   VALUE 'B' 'O' 'T' 'L' 'U'.
           05 MKC-SOURCE-REF     PIC X(12).
           05 MKC-UPDATED-BY     PIC X(08).
           05 MKC-UPDATED-DATE   PIC 9(8).
