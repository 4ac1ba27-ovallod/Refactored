       01  WS-ITEM-NUMBER              PIC S9(4) COMP VALUE +0.
       01  WS-EVENT-LENGTH             PIC S9(4) COMP VALUE +0.
       01  WS-EVENT-COUNT              PIC S9(9) COMP VALUE ZERO.
      *    ENQ name serialising the queue against the RAEXPORT and
      *    RACLAIMS writers - without it an event written
      *    between the last read and the DELETEQ would be destroyed
      *    unread
       01  WS-PREMCHG-RESOURCE         PIC X(08) VALUE 'PREMCHG '.
       01  WS-ABSTIME                  PIC S9(8) COMP VALUE +0.
       01  WS-RUN-DATE                 PIC X(10) VALUE SPACES.
       01  WS-RUN-TIME                 PIC X(8)  VALUE SPACES.
      *    Must match WS-PREMIUM-CHANGE-EVENT byte for byte as built
      *    by WRITE-PREMIUM-CHANGE-EVENT in both writers of the PREMCHG
      *    queue - RAEXPORT for premium changes and cancellations, and
      *    RACLAIMS for claims loadings
       01  WS-PREMIUM-CHANGE-EVENT.
           03 PCE-POLICYNUM            PIC 9(09)  VALUE ZERO.
           03 PCE-OLD-PREMIUM          PIC 9(09)  VALUE ZERO.
