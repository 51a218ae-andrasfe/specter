              88 CUST-ACTIVE        VALUE 'A'.
              88 CUST-CLOSED        VALUE 'C'.
              88 CUST-DECEASED      VALUE 'D'.
              88 CUST-MERGED        VALUE 'M'.
      * DATE OF DEATH DRIVES THE INTEREST CUTOFF AND THE ESTATE
      * PAPERWORK; ZERO ON EVERY CUSTOMER NOT MARKED DECEASED.
           05 CUST-DATE-OF-DEATH PIC 9(8).
              88 CUST-MEDIUM-RISK   VALUE 'M'.
              88 CUST-LOW-RISK      VALUE 'L' SPACE.
           05 CUST-LAST-REVIEW-DATE PIC 9(8).
      * CUSTOMER TYPE: INDIVIDUALS (SPACE ON CUSTOMERS LOADED BEFORE
      * THE TYPE WAS CARRIED) AND THE ENTITY TYPES.  AN ENTITY HAS A
      * REGISTRATION NUMBER AND ITS SIGNERS AND BENEFICIAL OWNERS
      * ON CUSTRELP (RELPREC).
           05 CUST-TYPE          PIC X(01).
              88 CUST-INDIVIDUAL    VALUE 'I' SPACE.
              88 CUST-SOLE-PROP     VALUE 'P'.
              88 CUST-COMPANY       VALUE 'C'.
              88 CUST-TRUST         VALUE 'T'.
              88 CUST-NON-PROFIT    VALUE 'N'.
              88 CUST-ENTITY        VALUE 'P' 'C' 'T' 'N'.
              88 CUST-VALID-TYPE    VALUE 'I' 'P' 'C' 'T' 'N'.
           05 CUST-REGISTRATION-NO PIC X(20).
      * DATE OF BIRTH OF AN INDIVIDUAL; ZERO WHEN NOT CAPTURED AND
      * ON EVERY ENTITY.  IT TELLS A MINOR'S ACCOUNT FROM AN ADULT'S
      * AND DRIVES THE CONVERSION AT THE AGE OF MAJORITY (MINORCNV).
           05 CUST-DATE-OF-BIRTH PIC 9(8).
      * A DUPLICATE RETIRED BY CUSTMRG POINTS AT THE CUSTOMER THAT
      * SURVIVED THE MERGE; SPACES ON EVERY OTHER CUSTOMER.
           05 CUST-MERGED-INTO   PIC X(08).
      * TAXPAYER ID AND ITS STANDING WITH THE TAX AUTHORITY'S TIN
      * MATCH.  THE TYPE IS 'S' FOR AN INDIVIDUAL'S SOCIAL SECURITY
      * NUMBER, 'E' FOR AN EMPLOYER ID.  THE MATCH STATUS IS SPACE
      * UNTIL TINREQ SENDS THE NUMBER, THEN PENDING UNTIL TINMATCH
      * LOADS THE ANSWER; A MISMATCH OPENS A CASE ON TINMFILE.
           05 CUST-TIN           PIC X(09).
           05 CUST-TIN-TYPE      PIC X(01).
              88 CUST-TIN-SSN       VALUE 'S'.
              88 CUST-TIN-EIN       VALUE 'E'.
           05 CUST-TIN-MATCH-STATUS PIC X(01).
              88 CUST-TIN-UNCHECKED VALUE SPACE.
              88 CUST-TIN-PENDING   VALUE 'P'.
              88 CUST-TIN-MATCHED   VALUE 'M'.
              88 CUST-TIN-MISMATCHED VALUE 'X'.
           05 CUST-TIN-MATCH-DATE PIC 9(8).
      * FOREIGN TAX RESIDENCY FOR FATCA/CRS REPORTING: UP TO THREE
      * JURISDICTIONS (ISO COUNTRY CODE) WITH THE TAXPAYER NUMBER
      * ISSUED THERE, AND THE DATE THE CUSTOMER SIGNED THE SELF-
      * CERTIFICATION.  UNUSED SLOTS ARE SPACES; ZERO DATE MEANS NO
      * SELF-CERTIFICATION HAS BEEN RECEIVED.
           05 CUST-TAX-RESIDENCY OCCURS 3 TIMES.
              10 CUST-TAX-COUNTRY   PIC X(02).
              10 CUST-FOREIGN-TIN   PIC X(20).
           05 CUST-SELF-CERT-DATE PIC 9(8).
      * LEGAL ENTITY (BANK CHARTER, NOT THE CUSTOMER TYPE ABOVE)
      * THE CUSTOMER RELATIONSHIP IS HELD WITH.  A PERSON BANKING
      * WITH BOTH CHARTERS HAS ONE CUSTOMER RECORD UNDER EACH.
      * SPACES READ AS ENTITY '01'.
           05 CUST-ENTITY-CODE   PIC X(02).
