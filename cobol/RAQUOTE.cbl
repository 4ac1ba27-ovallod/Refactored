      ******************************************************************
      * Motor quotation - the only way to find out what a vehicle
      * would cost used to be ADD-MOTOR-DB2-INFO, which creates a live
      * policy, so the call centre either guessed or created policies
      * and deleted them again, spending policy numbers and leaving
      * MOTOR_HISTORY rows behind for business that never existed.
      *
      * One LINKed program, the function selected by CA-Q-REQUEST in
      * the LGQTAREA commarea, the way RACLAIMS works. A quote prices
      * the vehicle through the same effective-dated RATINGFACTOR
      * lookup RAEXPORT rates new business with - base premium x
      * accident x CC x vehicle-age factor - and stores it on QUOTE
      * with the factors applied and a thirty-day validity. Nothing
      * is written to POLICY or MOTOR. A quote has no named drivers
      * yet, so it rates 1.00 on the driver factors exactly as a new
      * policy does on the day it is added.
      *
      * Quotes are read back by quote number or listed by customer.
      * RAEXPORT converts a quote into a policy and honours the quoted
      * premium while the quote is still valid; RAQTERPT reports the
      * week's quotes against conversions by broker.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAQUOTE.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    CA-Q-RETURN-CODE through CA-Q-LIST-COUNT, per LGQTAREA -
      *    a list needs CA-Q-LIST as well
       01  WS-REQUIRED-CA-LEN          PIC S9(4) COMP VALUE +157.
       01  WS-REQUIRED-CA-LEN-LIST     PIC S9(4) COMP VALUE +787.
       01  WS-QUOTE-LIST-MAX           PIC S9(4) COMP VALUE +10.
      *    How long a quote can be converted at the quoted premium
       01  WS-QUOTE-VALID-DAYS         PIC S9(4) COMP VALUE +30.
       01  MINUS-ONE                   PIC S9(4) COMP VALUE -1.
       01  WS-CURSOR-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-CURSOR-EOF            VALUE 'Y'.
       01  WS-SQL-ERROR-SWITCH         PIC X(01) VALUE 'N'.
           88 WS-SQL-ERROR             VALUE 'Y'.
      *    One CICS ASKTIME/FORMATTIME per request, shared by the
      *    quote date, the rating date and the validity
       01  WS-UPDATE-TIMESTAMP.
           03 WS-UPDATE-ABSTIME        PIC S9(8) COMP VALUE +0.
           03 WS-UPDATE-DATE           PIC X(10)      VALUE SPACES.
           03 WS-UPDATE-TIME           PIC X(8)       VALUE SPACES.
       01  WS-CURRENT-YEAR             PIC 9(4)       VALUE ZERO.
       01  WS-VEHICLE-AGE              PIC S9(4) COMP VALUE ZERO.
       01  WS-PREMIUM-FACTORS.
           03 WS-ACCIDENT-FACTOR       PIC 9V99       VALUE 1.00.
           03 WS-CC-FACTOR             PIC 9V99       VALUE 1.00.
           03 WS-AGE-FACTOR            PIC 9V99       VALUE 1.00.
      *    Today and the last valid day as YYYYMMDD - the validity is
      *    counted in days, so it goes through the day number
       01  WS-TODAY-YYYYMMDD           PIC 9(08)      VALUE ZERO.
       01  WS-VALID-YYYYMMDD           PIC 9(08)      VALUE ZERO.
       01  WS-VALID-PARTS REDEFINES WS-VALID-YYYYMMDD.
           03 WS-VALID-YYYY            PIC 9(04).
           03 WS-VALID-MM              PIC 9(02).
           03 WS-VALID-DD              PIC 9(02).
       01  WS-VALID-DAY                PIC S9(9) COMP VALUE ZERO.
      *    A stored VALIDUNTIL re-assembled to YYYYMMDD to tell an
      *    open quote from an expired one
       01  WS-CHECK-DATE               PIC X(10)      VALUE SPACES.
       01  WS-CHECK-YYYYMMDD           PIC 9(08)      VALUE ZERO.
       01  WS-LIST-SUB                 PIC S9(4) COMP VALUE ZERO.
       01  DB2-QUOTE-ROW.
           03 DB2-Q-QUOTENUM-INT       PIC S9(9) COMP VALUE +0.
           03 DB2-Q-MAX-QUOTENUM-INT   PIC S9(9) COMP VALUE +0.
           03 DB2-Q-CUSTOMERNUM-INT    PIC S9(9) COMP VALUE +0.
           03 DB2-Q-BROKERID-INT       PIC S9(9) COMP VALUE +0.
           03 DB2-Q-VALUE-INT          PIC S9(9) COMP VALUE +0.
           03 DB2-Q-CC-SINT            PIC S9(4) COMP VALUE +0.
           03 DB2-Q-MANUFACTURED-SINT  PIC S9(4) COMP VALUE +0.
           03 DB2-Q-ACCIDENTS-INT      PIC S9(9) COMP VALUE +0.
           03 DB2-Q-BASEPREMIUM-INT    PIC S9(9) COMP VALUE +0.
           03 DB2-Q-ACCFACTOR          PIC S9V99 COMP-3 VALUE ZERO.
           03 DB2-Q-CCFACTOR           PIC S9V99 COMP-3 VALUE ZERO.
           03 DB2-Q-AGEFACTOR          PIC S9V99 COMP-3 VALUE ZERO.
           03 DB2-Q-PREMIUM-INT        PIC S9(9) COMP VALUE +0.
           03 DB2-Q-STATUS             PIC X(01)      VALUE SPACES.
           03 DB2-Q-POLICYNUM-INT      PIC S9(9) COMP VALUE +0.
           03 DB2-Q-QUOTEDATE          PIC X(10)      VALUE SPACES.
           03 DB2-Q-VALIDUNTIL         PIC X(10)      VALUE SPACES.
           03 DB2-Q-REGNUMBER          PIC X(09)      VALUE SPACES.
           03 DB2-Q-MAKE               PIC X(15)      VALUE SPACES.
       77  IND-MAX-QUOTE               PIC S9(4) COMP.
       01  DB2-Q-CUSTOMER-COUNT        PIC S9(9) COMP VALUE +0.
       01  WS-ABSTIME                  PIC S9(8) COMP VALUE +0.
       01  WS-TIME                     PIC X(8)  VALUE SPACES.
       01  WS-DATE                     PIC X(10) VALUE SPACES.
       01  WS-ERRLOG-DATE              PIC X(10) VALUE SPACES.
       01  WS-ERRLOG-SQLRC             PIC S9(9) COMP VALUE ZERO.
       01  WS-CUSNUM-DISPLAY           PIC Z(8)9.
       01  WS-POLNUM-DISPLAY           PIC Z(8)9.
       01  ERROR-MSG.
           03 FILLER                   PIC X     VALUE SPACES.
           03 EM-TIME                  PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE ' RAQUOTE '.
           03 EM-VARIABLE.
             05 FILLER                 PIC X(6)  VALUE ' CNUM='.
             05 EM-CUSNUM              PIC X(10) VALUE SPACES.
             05 FILLER                 PIC X(6)  VALUE ' PNUM='.
             05 EM-POLNUM              PIC X(10) VALUE SPACES.
             05 EM-SQLREQ              PIC X(16) VALUE SPACES.
             05 FILLER                 PIC X(9)  VALUE ' SQLCODE='.
             05 EM-SQLRC               PIC +9(5) USAGE DISPLAY.
           03 EM-DATE                  PIC X(8)  VALUE SPACES.
       01  CA-ERROR-MSG.
           03 FILLER                   PIC X(9)  VALUE 'COMMAREA='.
           03 CA-DATA                  PIC X(90) VALUE SPACES.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE DGENAPP
           END-EXEC.

      *    Effective-dated rating factors shared with RAEXPORT and the
      *    batch rating - loaded only when a quote is priced
       COPY LGRATFAC.

      ******************************************************************
      * A customer's quotes, newest first - the list stops at the
      * commarea's ten entries
      ******************************************************************
           EXEC SQL
             DECLARE QTLISTCSR CURSOR FOR
             SELECT   QUOTENUMBER,
                      QUOTEDATE,
                      VALIDUNTIL,
                      QUOTESTATUS,
                      REGNUMBER,
                      MAKE,
                      QUOTEDPREMIUM,
                      POLICYNUMBER
               FROM   QUOTE
               WHERE  CUSTOMERNUMBER = :DB2-Q-CUSTOMERNUM-INT
               ORDER BY QUOTENUMBER DESC
           END-EXEC.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY LGQTAREA.

       PROCEDURE DIVISION.
       MAINTAIN-QUOTE-INFO.

      *    No commarea at all means nowhere even to put a return
      *    code - back straight out before touching DFHCOMMAREA
           IF EIBCALEN = ZERO
             EXEC CICS RETURN END-EXEC
           END-IF

      *    Prove the commarea big enough before storing into it -
      *    only the return code may be touched on a short one, and
      *    only when at least those two bytes are really there
           IF EIBCALEN < WS-REQUIRED-CA-LEN
             IF EIBCALEN >= 2
               MOVE '98' TO CA-Q-RETURN-CODE
             END-IF
             EXEC CICS RETURN END-EXEC
           END-IF

           MOVE SPACES TO CA-Q-RETURN-CODE
           MOVE CA-Q-QUOTE-NUM    TO DB2-Q-QUOTENUM-INT
           MOVE CA-Q-CUSTOMER-NUM TO DB2-Q-CUSTOMERNUM-INT

           PERFORM SET-QUOTE-TIMESTAMP

           EVALUATE CA-Q-REQUEST
             WHEN 'Q'
               PERFORM PRODUCE-MOTOR-QUOTE
             WHEN 'G'
               PERFORM GET-QUOTE-INFO
             WHEN 'L'
               IF EIBCALEN < WS-REQUIRED-CA-LEN-LIST
                 MOVE '98' TO CA-Q-RETURN-CODE
               ELSE
                 PERFORM LIST-CUSTOMER-QUOTES
               END-IF
             WHEN OTHER
               MOVE '99' TO CA-Q-RETURN-CODE
           END-EVALUATE

           EXEC CICS RETURN END-EXEC.
           EXIT.

      * One CICS ASKTIME/FORMATTIME per request, shared by the quote
      * date, the vehicle age band and the validity
       SET-QUOTE-TIMESTAMP.
           EXEC CICS ASKTIME ABSTIME(WS-UPDATE-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-UPDATE-ABSTIME)
                     MMDDYYYY(WS-UPDATE-DATE) DATESEP
                     TIME(WS-UPDATE-TIME)
           END-EXEC
           MOVE WS-UPDATE-DATE(7:4) TO WS-CURRENT-YEAR
           MOVE WS-UPDATE-DATE(7:4) TO WS-TODAY-YYYYMMDD(1:4)
           MOVE WS-UPDATE-DATE(1:2) TO WS-TODAY-YYYYMMDD(5:2)
           MOVE WS-UPDATE-DATE(4:2) TO WS-TODAY-YYYYMMDD(7:2).
           EXIT.

      * Price the vehicle for the customer on today's factors and keep
      * the quote - the quote number, dates, factors and premium go
      * back in the commarea
       PRODUCE-MOTOR-QUOTE.
           PERFORM VALIDATE-QUOTE-REQUEST

           IF CA-Q-RETURN-CODE = SPACES
             PERFORM CHECK-QUOTE-CUSTOMER
           END-IF

           IF CA-Q-RETURN-CODE = SPACES
             PERFORM ENSURE-RATING-FACTORS-LOADED
           END-IF

           IF CA-Q-RETURN-CODE = SPACES
             PERFORM CALCULATE-QUOTE-PREMIUM
             PERFORM SET-QUOTE-VALID-UNTIL
             PERFORM ASSIGN-NEW-QUOTE-NUMBER
           END-IF

           IF CA-Q-RETURN-CODE = SPACES
             PERFORM INSERT-QUOTE-ROW
           END-IF

           IF CA-Q-RETURN-CODE = SPACES
             MOVE DB2-Q-QUOTENUM-INT  TO CA-Q-QUOTE-NUM
             MOVE WS-UPDATE-DATE      TO CA-Q-QUOTE-DATE
             MOVE 'O'                 TO CA-Q-STATUS
             MOVE ZERO                TO CA-Q-POLICY-NUM
             MOVE WS-ACCIDENT-FACTOR  TO CA-Q-ACCIDENT-FACTOR
             MOVE WS-CC-FACTOR        TO CA-Q-CC-FACTOR
             MOVE WS-AGE-FACTOR       TO CA-Q-AGE-FACTOR
             MOVE DB2-Q-PREMIUM-INT   TO CA-Q-PREMIUM
           END-IF.
           EXIT.

      * Enough of the vehicle to rate it - a make, an engine size, a
      * believable year of manufacture and a premium to rate from.
      * The plate may not be known yet at quotation and is not checked
       VALIDATE-QUOTE-REQUEST.
           IF CA-Q-MAKE = SPACES
              OR CA-Q-CC = ZERO
              OR CA-Q-BASE-PREMIUM = ZERO
             MOVE '95' TO CA-Q-RETURN-CODE
           END-IF

           IF CA-Q-RETURN-CODE = SPACES
             IF CA-Q-MANUFACTURED < 1900
                OR CA-Q-MANUFACTURED > WS-CURRENT-YEAR + 1
               MOVE '95' TO CA-Q-RETURN-CODE
             END-IF
           END-IF.
           EXIT.

      * A quote is always for a customer already on file, so the
      * conversion can put the policy straight under them
       CHECK-QUOTE-CUSTOMER.
           MOVE ' SELECT CUSTOMER' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*)
               INTO :DB2-Q-CUSTOMER-COUNT
               FROM CUSTOMER
               WHERE CUSTOMERNUMBER = :DB2-Q-CUSTOMERNUM-INT
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             MOVE '90' TO CA-Q-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             IF DB2-Q-CUSTOMER-COUNT = ZERO
               MOVE '01' TO CA-Q-RETURN-CODE
             END-IF
           END-IF.
           EXIT.

      * One factor load per task, on the quote date - a load that
      * fails refuses the quote with '90' rather than price it on
      * stale or unit factors
       ENSURE-RATING-FACTORS-LOADED.
           IF NOT WS-RATFAC-LOADED
             MOVE WS-UPDATE-DATE(7:4) TO WS-RATING-DATE(1:4)
             MOVE '-'                 TO WS-RATING-DATE(5:1)
             MOVE WS-UPDATE-DATE(1:2) TO WS-RATING-DATE(6:2)
             MOVE '-'                 TO WS-RATING-DATE(8:1)
             MOVE WS-UPDATE-DATE(4:2) TO WS-RATING-DATE(9:2)

             MOVE ' SELECT RATFAC ' TO EM-SQLREQ
             PERFORM LOAD-RATING-FACTORS
             IF WS-RATFAC-ERROR
               MOVE '90' TO CA-Q-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             END-IF
           END-IF.
           EXIT.

      * The formula RAEXPORT's CALCULATE-MOTOR-PREMIUM applies to new
      * business, applied to the base premium the caller supplies
       CALCULATE-QUOTE-PREMIUM.
           MOVE 'A' TO WS-RATFAC-LOOKUP-TYPE
           MOVE CA-Q-ACCIDENTS TO WS-RATFAC-LOOKUP-VALUE
           PERFORM FIND-RATING-FACTOR
           MOVE WS-RATFAC-RESULT TO WS-ACCIDENT-FACTOR

           MOVE 'C' TO WS-RATFAC-LOOKUP-TYPE
           MOVE CA-Q-CC TO WS-RATFAC-LOOKUP-VALUE
           PERFORM FIND-RATING-FACTOR
           MOVE WS-RATFAC-RESULT TO WS-CC-FACTOR

      *    A manufacture year in the future would go negative - clamp
      *    to age zero so it rates in the newest band
           COMPUTE WS-VEHICLE-AGE = WS-CURRENT-YEAR - CA-Q-MANUFACTURED
           IF WS-VEHICLE-AGE < ZERO
             MOVE ZERO TO WS-VEHICLE-AGE
           END-IF
           MOVE 'G' TO WS-RATFAC-LOOKUP-TYPE
           MOVE WS-VEHICLE-AGE TO WS-RATFAC-LOOKUP-VALUE
           PERFORM FIND-RATING-FACTOR
           MOVE WS-RATFAC-RESULT TO WS-AGE-FACTOR

           COMPUTE DB2-Q-PREMIUM-INT = CA-Q-BASE-PREMIUM *
                   WS-ACCIDENT-FACTOR * WS-CC-FACTOR * WS-AGE-FACTOR.
           EXIT.

      * Last day the quote can be converted at the quoted premium -
      * thirty days on from today, counted through the day number so
      * month and year ends need no special handling
       SET-QUOTE-VALID-UNTIL.
           COMPUTE WS-VALID-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD) +
                   WS-QUOTE-VALID-DAYS
           COMPUTE WS-VALID-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-VALID-DAY)
           STRING WS-VALID-MM   DELIMITED BY SIZE
                  '/'           DELIMITED BY SIZE
                  WS-VALID-DD   DELIMITED BY SIZE
                  '/'           DELIMITED BY SIZE
                  WS-VALID-YYYY DELIMITED BY SIZE
                  INTO CA-Q-VALID-UNTIL
           END-STRING.
           EXIT.

      * Next free quote number - one above the highest on file, or 1
      * for the very first quote, the way RAEXPORT numbers policies
       ASSIGN-NEW-QUOTE-NUMBER.
           MOVE ' SELECT MAXQUOTE' TO EM-SQLREQ
           EXEC SQL
             SELECT MAX(QUOTENUMBER)
               INTO :DB2-Q-MAX-QUOTENUM-INT
                    INDICATOR :IND-MAX-QUOTE
               FROM QUOTE
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             MOVE '90' TO CA-Q-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             IF IND-MAX-QUOTE EQUAL MINUS-ONE
               MOVE ZERO TO DB2-Q-MAX-QUOTENUM-INT
             END-IF
             COMPUTE DB2-Q-QUOTENUM-INT =
                     DB2-Q-MAX-QUOTENUM-INT + 1
           END-IF.
           EXIT.

      * A new quote is always open and belongs to no policy yet
       INSERT-QUOTE-ROW.
           MOVE CA-Q-BROKERID       TO DB2-Q-BROKERID-INT
           MOVE CA-Q-VALUE          TO DB2-Q-VALUE-INT
           MOVE CA-Q-CC             TO DB2-Q-CC-SINT
           MOVE CA-Q-MANUFACTURED   TO DB2-Q-MANUFACTURED-SINT
           MOVE CA-Q-ACCIDENTS      TO DB2-Q-ACCIDENTS-INT
           MOVE CA-Q-BASE-PREMIUM   TO DB2-Q-BASEPREMIUM-INT
           MOVE WS-ACCIDENT-FACTOR  TO DB2-Q-ACCFACTOR
           MOVE WS-CC-FACTOR        TO DB2-Q-CCFACTOR
           MOVE WS-AGE-FACTOR       TO DB2-Q-AGEFACTOR

           MOVE ' INSERT QUOTE ' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO QUOTE
                   ( QUOTENUMBER, CUSTOMERNUMBER, BROKERID,
                     QUOTEDATE, VALIDUNTIL, MAKE, MODEL, VALUE,
                     REGNUMBER, COLOUR, CC, YEAROFMANUFACTURE,
                     ACCIDENTS, BASEPREMIUM, ACCIDENTFACTOR,
                     CCFACTOR, AGEFACTOR, QUOTEDPREMIUM,
                     QUOTESTATUS, POLICYNUMBER, CONVERTDATE )
             VALUES ( :DB2-Q-QUOTENUM-INT, :DB2-Q-CUSTOMERNUM-INT,
                     :DB2-Q-BROKERID-INT, :WS-UPDATE-DATE,
                     :CA-Q-VALID-UNTIL, :CA-Q-MAKE, :CA-Q-MODEL,
                     :DB2-Q-VALUE-INT, :CA-Q-REGNUMBER,
                     :CA-Q-COLOUR, :DB2-Q-CC-SINT,
                     :DB2-Q-MANUFACTURED-SINT, :DB2-Q-ACCIDENTS-INT,
                     :DB2-Q-BASEPREMIUM-INT, :DB2-Q-ACCFACTOR,
                     :DB2-Q-CCFACTOR, :DB2-Q-AGEFACTOR,
                     :DB2-Q-PREMIUM-INT, 'O', 0, ' ' )
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             MOVE '90' TO CA-Q-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
           EXIT.

      * The quote as it was given, with its status as it stands today
       GET-QUOTE-INFO.
           MOVE ' SELECT QUOTE ' TO EM-SQLREQ
           EXEC SQL
             SELECT  CUSTOMERNUMBER,
                     BROKERID,
                     QUOTEDATE,
                     VALIDUNTIL,
                     MAKE,
                     MODEL,
                     VALUE,
                     REGNUMBER,
                     COLOUR,
                     CC,
                     YEAROFMANUFACTURE,
                     ACCIDENTS,
                     BASEPREMIUM,
                     ACCIDENTFACTOR,
                     CCFACTOR,
                     AGEFACTOR,
                     QUOTEDPREMIUM,
                     QUOTESTATUS,
                     POLICYNUMBER
               INTO :DB2-Q-CUSTOMERNUM-INT,
                    :DB2-Q-BROKERID-INT,
                    :CA-Q-QUOTE-DATE,
                    :CA-Q-VALID-UNTIL,
                    :CA-Q-MAKE,
                    :CA-Q-MODEL,
                    :DB2-Q-VALUE-INT,
                    :CA-Q-REGNUMBER,
                    :CA-Q-COLOUR,
                    :DB2-Q-CC-SINT,
                    :DB2-Q-MANUFACTURED-SINT,
                    :DB2-Q-ACCIDENTS-INT,
                    :DB2-Q-BASEPREMIUM-INT,
                    :DB2-Q-ACCFACTOR,
                    :DB2-Q-CCFACTOR,
                    :DB2-Q-AGEFACTOR,
                    :DB2-Q-PREMIUM-INT,
                    :DB2-Q-STATUS,
                    :DB2-Q-POLICYNUM-INT
               FROM  QUOTE
               WHERE QUOTENUMBER = :DB2-Q-QUOTENUM-INT
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             IF SQLCODE IN SQLCA EQUAL 100
               MOVE '01' TO CA-Q-RETURN-CODE
             ELSE
               MOVE '90' TO CA-Q-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             END-IF
           ELSE
             MOVE DB2-Q-CUSTOMERNUM-INT   TO CA-Q-CUSTOMER-NUM
             MOVE DB2-Q-BROKERID-INT      TO CA-Q-BROKERID
             MOVE DB2-Q-VALUE-INT         TO CA-Q-VALUE
             MOVE DB2-Q-CC-SINT           TO CA-Q-CC
             MOVE DB2-Q-MANUFACTURED-SINT TO CA-Q-MANUFACTURED
             MOVE DB2-Q-ACCIDENTS-INT     TO CA-Q-ACCIDENTS
             MOVE DB2-Q-BASEPREMIUM-INT   TO CA-Q-BASE-PREMIUM
             MOVE DB2-Q-ACCFACTOR         TO CA-Q-ACCIDENT-FACTOR
             MOVE DB2-Q-CCFACTOR          TO CA-Q-CC-FACTOR
             MOVE DB2-Q-AGEFACTOR         TO CA-Q-AGE-FACTOR
             MOVE DB2-Q-PREMIUM-INT       TO CA-Q-PREMIUM
             MOVE DB2-Q-POLICYNUM-INT     TO CA-Q-POLICY-NUM
             MOVE CA-Q-VALID-UNTIL        TO WS-CHECK-DATE
             PERFORM SET-QUOTE-STATUS
             MOVE DB2-Q-STATUS            TO CA-Q-STATUS
           END-IF.
           EXIT.

      * Up to ten of the customer's quotes, newest first
       LIST-CUSTOMER-QUOTES.
           MOVE ZERO TO CA-Q-LIST-COUNT
           MOVE ZERO TO WS-LIST-SUB
           MOVE 'N'  TO WS-CURSOR-EOF-SWITCH

           MOVE ' OPEN QTLISTCSR' TO EM-SQLREQ
           EXEC SQL
             OPEN QTLISTCSR
           END-EXEC
           IF SQLCODE IN SQLCA NOT EQUAL 0
             MOVE '90' TO CA-Q-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             PERFORM FETCH-QUOTE-LIST-ROW
             PERFORM STORE-QUOTE-LIST-ENTRY
                     UNTIL WS-CURSOR-EOF
                        OR WS-LIST-SUB >= WS-QUOTE-LIST-MAX
             IF WS-SQL-ERROR
               MOVE '90' TO CA-Q-RETURN-CODE
             ELSE
               MOVE WS-LIST-SUB TO CA-Q-LIST-COUNT
             END-IF

             MOVE ' CLOSE QTLISTCSR' TO EM-SQLREQ
             EXEC SQL
               CLOSE QTLISTCSR
             END-EXEC
           END-IF.
           EXIT.

       FETCH-QUOTE-LIST-ROW.
           MOVE ' FETCH QTLISTCSR' TO EM-SQLREQ
           EXEC SQL
             FETCH QTLISTCSR
               INTO :DB2-Q-QUOTENUM-INT,
                    :DB2-Q-QUOTEDATE,
                    :DB2-Q-VALIDUNTIL,
                    :DB2-Q-STATUS,
                    :DB2-Q-REGNUMBER,
                    :DB2-Q-MAKE,
                    :DB2-Q-PREMIUM-INT,
                    :DB2-Q-POLICYNUM-INT
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             SET WS-CURSOR-EOF TO TRUE
             IF SQLCODE IN SQLCA NOT EQUAL 100
               SET WS-SQL-ERROR TO TRUE
               PERFORM WRITE-ERROR-MESSAGE
             END-IF
           END-IF.
           EXIT.

       STORE-QUOTE-LIST-ENTRY.
           ADD 1 TO WS-LIST-SUB
           MOVE DB2-Q-VALIDUNTIL TO WS-CHECK-DATE
           PERFORM SET-QUOTE-STATUS
           MOVE DB2-Q-QUOTENUM-INT TO CA-Q-L-QUOTE-NUM(WS-LIST-SUB)
           MOVE DB2-Q-QUOTEDATE    TO CA-Q-L-QUOTE-DATE(WS-LIST-SUB)
           MOVE DB2-Q-VALIDUNTIL   TO CA-Q-L-VALID-UNTIL(WS-LIST-SUB)
           MOVE DB2-Q-STATUS       TO CA-Q-L-STATUS(WS-LIST-SUB)
           MOVE DB2-Q-REGNUMBER    TO CA-Q-L-REGNUMBER(WS-LIST-SUB)
           MOVE DB2-Q-MAKE         TO CA-Q-L-MAKE(WS-LIST-SUB)
           MOVE DB2-Q-PREMIUM-INT  TO CA-Q-L-PREMIUM(WS-LIST-SUB)
           PERFORM FETCH-QUOTE-LIST-ROW.
           EXIT.

      * An open quote past its VALIDUNTIL (in WS-CHECK-DATE) answers
      * as expired - the stored status only ever moves to converted
       SET-QUOTE-STATUS.
           IF DB2-Q-STATUS = 'O'
             MOVE WS-CHECK-DATE(7:4) TO WS-CHECK-YYYYMMDD(1:4)
             MOVE WS-CHECK-DATE(1:2) TO WS-CHECK-YYYYMMDD(5:2)
             MOVE WS-CHECK-DATE(4:2) TO WS-CHECK-YYYYMMDD(7:2)
             IF WS-CHECK-YYYYMMDD < WS-TODAY-YYYYMMDD
               MOVE 'E' TO DB2-Q-STATUS
             END-IF
           END-IF.
           EXIT.

      * Same CSMT/SQLERRORLOG trail RAEXPORT leaves when a DB2 call
      * goes wrong, so a '90' here is traced the same way
       WRITE-ERROR-MESSAGE.
           MOVE SQLCODE IN SQLCA TO EM-SQLRC
           MOVE SQLCODE IN SQLCA TO WS-ERRLOG-SQLRC
           MOVE DB2-Q-CUSTOMERNUM-INT TO WS-CUSNUM-DISPLAY
           MOVE WS-CUSNUM-DISPLAY     TO EM-CUSNUM
           MOVE DB2-Q-POLICYNUM-INT   TO WS-POLNUM-DISPLAY
           MOVE WS-POLNUM-DISPLAY     TO EM-POLNUM
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     MMDDYYYY(WS-DATE)
                     TIME(WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     MMDDYYYY(WS-ERRLOG-DATE) DATESEP
           END-EXEC
           MOVE WS-DATE(1:8) TO EM-DATE
           MOVE WS-TIME(1:6) TO EM-TIME
           EXEC CICS LINK PROGRAM('LGSTSQ')
                     COMMAREA(ERROR-MSG)
                     LENGTH(LENGTH OF ERROR-MSG)
           END-EXEC
      *    Write 90 bytes or as much as we have of commarea to TDQ
           IF EIBCALEN > 0 THEN
             IF EIBCALEN < 91 THEN
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CA-DATA
             ELSE
               MOVE DFHCOMMAREA(1:90) TO CA-DATA
             END-IF
             EXEC CICS LINK PROGRAM('LGSTSQ')
                       COMMAREA(CA-ERROR-MSG)
                       LENGTH(LENGTH OF CA-ERROR-MSG)
             END-EXEC
           END-IF
           EXEC SQL
             INSERT INTO SQLERRORLOG
                   ( LOGDATE, LOGTIME, SQLREQTEXT, SQLCODEVALUE,
                     CUSTOMERNUMBER, POLICYNUMBER )
             VALUES ( :WS-ERRLOG-DATE, :WS-TIME, :EM-SQLREQ,
                     :WS-ERRLOG-SQLRC,
                     :DB2-Q-CUSTOMERNUM-INT,
                     :DB2-Q-POLICYNUM-INT )
           END-EXEC.
           EXIT.

           EXIT PROGRAM.

      * Shared load/lookup code for the effective-dated rating
      * factors - copied after the EXIT PROGRAM sentence so these
      * paragraphs are reachable only by PERFORM, as in RAEXPORT
       COPY LGRATPRC.
