      ******************************************************************
      * LGQTAREA - Commarea layout for the motor quotation interface
      *            (MAINTAIN-QUOTE-INFO in RAQUOTE). Copied into
      *            01 DFHCOMMAREA in RAQUOTE. The request type byte
      *            selects the function, the way LGCLAREA does.
      ******************************************************************
      * CA-Q-REQUEST values -
      *   'Q'     quote - the caller supplies CA-Q-CUSTOMER-NUM,
      *           CA-Q-BROKERID (zero for a direct quote), the vehicle
      *           fields and CA-Q-BASE-PREMIUM; the vehicle is priced
      *           on the rating factors in force today, the quote is
      *           stored and its number, dates, factors and premium
      *           are returned. Nothing is written to POLICY or MOTOR
      *   'G'     get the quote in CA-Q-QUOTE-NUM
      *   'L'     list the customer's quotes in CA-Q-CUSTOMER-NUM,
      *           newest first, into CA-Q-LIST - needs the full
      *           commarea including the list
      * A quote is converted into a policy by ADD-MOTOR-DB2-INFO in
      * RAEXPORT with the quote number in CA-N-QUOTE-NUM - see
      * LGCMAREA.
      ******************************************************************
      * CA-Q-STATUS / CA-Q-L-STATUS values -
      *   'O'     open - can still be converted at the quoted premium
      *   'E'     expired - past CA-Q-VALID-UNTIL and not converted
      *   'C'     converted - CA-Q-POLICY-NUM is the policy it became
      ******************************************************************
      * CA-Q-RETURN-CODE values set by RAQUOTE -
      *   SPACES  request completed normally
      *   '01'    no customer carries the customer number ('Q'), or
      *           no quote carries the quote number ('G')
      *   '90'    unexpected SQLCODE - see CSMT / SQLERRORLOG
      *   '95'    MAKE missing, CC or base premium zero, or the year
      *           of manufacture not a plausible year
      *   '98'    caller commarea too small
      *   '99'    CA-Q-REQUEST is not a known request type
      ******************************************************************
           03 CA-Q-RETURN-CODE        PIC X(02)  VALUE SPACES.
           03 CA-Q-REQUEST            PIC X(01)  VALUE SPACES.
           03 CA-Q-QUOTE-NUM          PIC 9(09)  VALUE ZERO.
           03 CA-Q-CUSTOMER-NUM       PIC 9(09)  VALUE ZERO.
           03 CA-Q-BROKERID           PIC 9(09)  VALUE ZERO.
           03 CA-Q-QUOTE-DATE         PIC X(10)  VALUE SPACES.
           03 CA-Q-VALID-UNTIL        PIC X(10)  VALUE SPACES.
           03 CA-Q-STATUS             PIC X(01)  VALUE SPACES.
           03 CA-Q-POLICY-NUM         PIC 9(09)  VALUE ZERO.
           03 CA-Q-VEHICLE.
             05 CA-Q-MAKE               PIC X(15)  VALUE SPACES.
             05 CA-Q-MODEL              PIC X(15)  VALUE SPACES.
             05 CA-Q-VALUE              PIC 9(09)  VALUE ZERO.
             05 CA-Q-REGNUMBER          PIC X(09)  VALUE SPACES.
             05 CA-Q-COLOUR             PIC X(10)  VALUE SPACES.
             05 CA-Q-CC                 PIC 9(04)  VALUE ZERO.
             05 CA-Q-MANUFACTURED       PIC 9(04)  VALUE ZERO.
             05 CA-Q-ACCIDENTS          PIC 9(02)  VALUE ZERO.
      *    The premium before rating, the factors the quote applied to
      *    it and the premium quoted - base x accident x CC x age
           03 CA-Q-PRICING.
             05 CA-Q-BASE-PREMIUM       PIC 9(09)  VALUE ZERO.
             05 CA-Q-ACCIDENT-FACTOR    PIC 9V99   VALUE ZERO.
             05 CA-Q-CC-FACTOR          PIC 9V99   VALUE ZERO.
             05 CA-Q-AGE-FACTOR         PIC 9V99   VALUE ZERO.
             05 CA-Q-PREMIUM            PIC 9(09)  VALUE ZERO.
      *    Only used by 'L', and only as far as CA-Q-LIST-COUNT says
           03 CA-Q-LIST-COUNT         PIC 9(02)  VALUE ZERO.
           03 CA-Q-LIST.
             05 CA-Q-LIST-ENTRY         OCCURS 10 TIMES.
               07 CA-Q-L-QUOTE-NUM      PIC 9(09).
               07 CA-Q-L-QUOTE-DATE     PIC X(10).
               07 CA-Q-L-VALID-UNTIL    PIC X(10).
               07 CA-Q-L-STATUS         PIC X(01).
               07 CA-Q-L-REGNUMBER      PIC X(09).
               07 CA-Q-L-MAKE           PIC X(15).
               07 CA-Q-L-PREMIUM        PIC 9(09).
