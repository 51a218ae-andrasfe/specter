      * RELATED-PARTY RECORD LAYOUT - SHARED BY ALL PROGRAMS AGAINST
      * CUSTRELP, KEYED BY THE ENTITY CUSTOMER AND A SEQUENCE.  ONE
      * RECORD PER AUTHORIZED SIGNER OR BENEFICIAL OWNER OF A
      * NON-INDIVIDUAL CUSTOMER, WITH THE PERSON'S OWN IDENTITY
      * DETAILS, SINCE MOST OF THEM ARE NOT CUSTOMERS THEMSELVES.
      * A PARTY WHO IS ALSO A CUSTOMER CARRIES THAT CUSTOMER NUMBER.
      * REMOVED PARTIES STAY ON FILE AS THE OWNERSHIP HISTORY.
           05 RELP-KEY.
              10 RELP-CUST-NO    PIC X(08).
              10 RELP-SEQ        PIC 9(3).
           05 RELP-ROLE          PIC X(01).
              88 RELP-SIGNER-ONLY   VALUE 'S'.
              88 RELP-OWNER-ONLY    VALUE 'O'.
              88 RELP-SIGNER-OWNER  VALUE 'B'.
              88 RELP-IS-SIGNER     VALUE 'S' 'B'.
              88 RELP-IS-OWNER      VALUE 'O' 'B'.
              88 RELP-VALID-ROLE    VALUE 'S' 'O' 'B'.
      * PERCENTAGE OF THE ENTITY OWNED, DIRECTLY OR INDIRECTLY;
      * ZERO FOR A SIGNER WHO OWNS NOTHING.
           05 RELP-OWNERSHIP-PCT PIC 9(3)V99.
           05 RELP-NAME          PIC X(30).
           05 RELP-DATE-OF-BIRTH PIC 9(8).
           05 RELP-ID-TYPE       PIC X(02).
              88 RELP-ID-PASSPORT   VALUE 'PP'.
              88 RELP-ID-DRIVING    VALUE 'DL'.
              88 RELP-ID-NATIONAL   VALUE 'NI'.
              88 RELP-ID-TAX        VALUE 'TX'.
              88 RELP-VALID-ID-TYPE VALUE 'PP' 'DL' 'NI' 'TX'.
           05 RELP-ID-NUMBER     PIC X(20).
           05 RELP-COUNTRY       PIC X(03).
           05 RELP-ADDRESS       PIC X(40).
           05 RELP-LINKED-CUST-NO PIC X(08).
           05 RELP-STATUS        PIC X(01).
              88 RELP-ACTIVE        VALUE 'A'.
              88 RELP-REMOVED       VALUE 'R'.
           05 RELP-ADDED-DATE    PIC 9(8).
           05 RELP-ADDED-BY      PIC X(08).
           05 RELP-REMOVED-DATE  PIC 9(8).
      * KYC REVIEW OF THE PARTY; ZERO MEANS NOT YET REVIEWED AND
      * THE ADDED DATE ANCHORS THE CYCLE INSTEAD.
           05 RELP-LAST-REVIEW-DATE PIC 9(8).
