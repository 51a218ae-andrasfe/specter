      * AUDITED WITH BOTH OPERATOR IDS.
           05 ENTL-SUPERVISE     PIC X(01).
              88 ENTL-MAY-SUPERVISE  VALUE 'Y'.
      * LEGAL ENTITIES WHOSE ACCOUNTS AND CUSTOMERS THE OPERATOR
      * MAY SEE AND WORK ON, UP TO FIVE ENTITY CODES.  A LIST LEFT
      * ALL SPACES, LIKE AN OPERATOR WITH NO ENTITLEMENT RECORD,
      * LIMITS THE OPERATOR TO ENTITY '01'.
           05 ENTL-ENTITY-LIST.
              10 ENTL-ENTITY-CODE PIC X(02) OCCURS 5 TIMES.
