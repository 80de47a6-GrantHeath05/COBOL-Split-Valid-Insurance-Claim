
       FILE SECTION.
      * SUSPENDED CLAIMS (LAYOUT OWNED BY A7SPLIT WS-SUS-REC: CLAIM
      * DATA, RUN ID, AND THE AUTHORITY LIMIT THAT WAS EXCEEDED). A
      * ZERO LIMIT MARKS A CLAIM A7PAYX HELD BACK FOR SIU ON SIUSUSP,
      * WHICH THE SCHEDULER CONCATENATES IN WITH SUSHOLD
      *-----------------------------------------------------------------
       FD  SUSPENSE-IN.
       01 SUSP-REC.
