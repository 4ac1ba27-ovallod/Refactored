       77  IND-TELEMATICS              PIC S9(4) COMP.
       77  IND-YEARSNC                 PIC S9(4) COMP.
       01  WS-REQUIRED-CA-LEN-V2       PIC S9(4)      VALUE +0.
      ******************************************************************
      * Added for mid-term cancellation (CANCEL-MOTOR-DB2-INFO) - the
      * policy is marked cancelled instead of deleted, and the return
      * premium is worked out from the current period of cover and
      * sent to billing as a premium-change event.
      ******************************************************************
       01  WS-GUARD-CANCELDATE         PIC X(10)      VALUE SPACES.
       77  IND-CANCELDATE              PIC S9(4) COMP.
       01  DB2-CANCEL-POLICY.
           03 DB2-X-ISSUEDATE          PIC X(10)      VALUE SPACES.
           03 DB2-X-EXPIRYDATE         PIC X(10)      VALUE SPACES.
           03 DB2-X-RETURN-PREMIUM-INT PIC S9(9) COMP VALUE ZERO.
      *    Reason codes a cancellation may carry, per LGCMAREA, each
      *    with who asked for it - 'C' customer takes the short-period
      *    scale, 'I' insurer a straight pro-rata return
       01  WS-CANCEL-REASON-VALUES.
           03 FILLER                   PIC X(03)      VALUE 'CRC'.
           03 FILLER                   PIC X(03)      VALUE 'VSC'.
           03 FILLER                   PIC X(03)      VALUE 'IEC'.
           03 FILLER                   PIC X(03)      VALUE 'NPI'.
           03 FILLER                   PIC X(03)      VALUE 'UWI'.
           03 FILLER                   PIC X(03)      VALUE 'DEI'.
       01  WS-CANCEL-REASON-TABLE REDEFINES WS-CANCEL-REASON-VALUES.
           03 WS-CANCEL-REASON-ENTRY   OCCURS 6 TIMES.
             05 WS-CANCEL-REASON-CODE  PIC X(02).
             05 WS-CANCEL-INITIATOR    PIC X(01).
       01  WS-CANCEL-SUB               PIC S9(4) COMP VALUE ZERO.
       01  WS-CANCEL-BY                PIC X(01)      VALUE SPACES.
           88 WS-CANCEL-BY-CUSTOMER    VALUE 'C'.
           88 WS-CANCEL-BY-INSURER     VALUE 'I'.
      *    Short-period scale - percentage of the annual premium kept
      *    on a customer cancellation, by months (or part) on cover;
      *    nothing comes back after nine months
       01  WS-SHORT-PERIOD-VALUES.
           03 FILLER                   PIC 9(03)      VALUE 020.
           03 FILLER                   PIC 9(03)      VALUE 030.
           03 FILLER                   PIC 9(03)      VALUE 040.
           03 FILLER                   PIC 9(03)      VALUE 050.
           03 FILLER                   PIC 9(03)      VALUE 060.
           03 FILLER                   PIC 9(03)      VALUE 070.
           03 FILLER                   PIC 9(03)      VALUE 075.
           03 FILLER                   PIC 9(03)      VALUE 080.
           03 FILLER                   PIC 9(03)      VALUE 085.
           03 FILLER                   PIC 9(03)      VALUE 100.
           03 FILLER                   PIC 9(03)      VALUE 100.
           03 FILLER                   PIC 9(03)      VALUE 100.
       01  WS-SHORT-PERIOD-TABLE REDEFINES WS-SHORT-PERIOD-VALUES.
           03 WS-SHORT-PERIOD-KEPT     PIC 9(03) OCCURS 12 TIMES.
      *    MM/DD/YYYY dates pulled apart and re-assembled as YYYYMMDD
      *    for the day counts
       01  WS-X-DATE-TEXT              PIC X(10)      VALUE SPACES.
       01  WS-X-DATE-PARTS REDEFINES WS-X-DATE-TEXT.
           03 WS-X-MM                  PIC 9(02).
           03 WS-X-SEP-1               PIC X(01).
           03 WS-X-DD                  PIC 9(02).
           03 WS-X-SEP-2               PIC X(01).
           03 WS-X-YYYY                PIC 9(04).
       01  WS-X-DATE-SWITCH            PIC X(01)      VALUE 'N'.
           88 WS-X-DATE-VALID          VALUE 'Y'.
       01  WS-X-YYYYMMDD               PIC 9(08)      VALUE ZERO.
       01  WS-X-DAYS-IN-MONTH          PIC 9(02)      VALUE ZERO.
       01  WS-X-LEAP-QUOTIENT          PIC S9(4) COMP VALUE ZERO.
       01  WS-X-LEAP-REMAINDER         PIC S9(4) COMP VALUE ZERO.
       01  WS-X-MONTH-DAYS-VALUES      PIC X(24)
              VALUE '312831303130313130313031'.
       01  WS-X-MONTH-DAYS-TABLE REDEFINES WS-X-MONTH-DAYS-VALUES.
           03 WS-X-MONTH-DAYS          PIC 9(02) OCCURS 12 TIMES.
       01  WS-X-CANCEL-YYYYMMDD        PIC 9(08)      VALUE ZERO.
       01  WS-X-CANCEL-PARTS REDEFINES WS-X-CANCEL-YYYYMMDD.
           03 WS-X-CANCEL-YYYY         PIC 9(04).
           03 WS-X-CANCEL-MM           PIC 9(02).
           03 WS-X-CANCEL-DD           PIC 9(02).
       01  WS-X-ISSUE-YYYYMMDD         PIC 9(08)      VALUE ZERO.
       01  WS-X-EXPIRY-YYYYMMDD        PIC 9(08)      VALUE ZERO.
       01  WS-X-EXPIRY-PARTS REDEFINES WS-X-EXPIRY-YYYYMMDD.
           03 WS-X-EXPIRY-YYYY         PIC 9(04).
           03 WS-X-EXPIRY-MM           PIC 9(02).
           03 WS-X-EXPIRY-DD           PIC 9(02).
      *    The current period of cover starts at the later of
      *    ISSUEDATE and one year before EXPIRYDATE - a renewal
      *    advances EXPIRYDATE but leaves ISSUEDATE at inception
       01  WS-X-TERM-START-YYYYMMDD    PIC 9(08)      VALUE ZERO.
       01  WS-X-TERM-START-PARTS REDEFINES WS-X-TERM-START-YYYYMMDD.
           03 WS-X-TERM-START-YYYY     PIC 9(04).
           03 WS-X-TERM-START-MM       PIC 9(02).
           03 WS-X-TERM-START-DD       PIC 9(02).
       01  WS-X-TERM-START-DAY         PIC S9(9) COMP VALUE ZERO.
       01  WS-X-CANCEL-DAY             PIC S9(9) COMP VALUE ZERO.
       01  WS-X-EXPIRY-DAY             PIC S9(9) COMP VALUE ZERO.
       01  WS-X-TERM-DAYS              PIC S9(9) COMP VALUE ZERO.
       01  WS-X-UNEXPIRED-DAYS         PIC S9(9) COMP VALUE ZERO.
       01  WS-X-MONTHS-ON-COVER        PIC S9(4) COMP VALUE ZERO.
       01  WS-X-RETURN-PREMIUM         PIC S9(9) COMP VALUE ZERO.
       01  WS-X-NEW-PREMIUM            PIC S9(9) COMP VALUE ZERO.
      ******************************************************************
      * Added for named-driver maintenance (ADD/UPDATE/DELETE-DRIVER-
      * DB2-INFO) - each driver is validated, the licence number
      * checked against the DVLA layout and the date of birth, and the
      * policy's LASTCHANGED guard applies as it does to a vehicle
      * amendment.
      ******************************************************************
       01  WS-D-MAX-DRIVERS            PIC S9(4) COMP VALUE +5.
       01  DB2-DRIVER.
           03 DB2-D-DRIVERNUM-SINT     PIC S9(4) COMP VALUE ZERO.
           03 DB2-D-CONVICTIONCODES    PIC X(20)      VALUE SPACES.
           03 DB2-D-POINTS-SINT        PIC S9(4) COMP VALUE ZERO.
           03 DB2-D-DRIVER-COUNT       PIC S9(9) COMP VALUE ZERO.
           03 DB2-D-MAX-DRIVERNUM      PIC S9(4) COMP VALUE ZERO.
       77  IND-D-MAX-DRIVERNUM         PIC S9(4) COMP.
       01  WS-D-TODAY-YYYYMMDD         PIC 9(08)      VALUE ZERO.
       01  WS-D-LICENCE-YYYYMMDD       PIC 9(08)      VALUE ZERO.
       01  WS-D-DOB-YYYYMMDD           PIC 9(08)      VALUE ZERO.
       01  WS-D-DOB-PARTS REDEFINES WS-D-DOB-YYYYMMDD.
           03 FILLER                   PIC X(02).
           03 WS-D-DOB-DECADE          PIC X(01).
           03 WS-D-DOB-YEAR            PIC X(01).
           03 WS-D-DOB-MM              PIC 9(02).
           03 WS-D-DOB-DD              PIC X(02).
      *    DVLA licence number - surname (padded with 9s), birth
      *    decade, month (plus 50 for a woman), day and year digit,
      *    initials (padded with 9s), an arbitrary digit and two
      *    check characters
       01  WS-D-LICENCE-TEXT           PIC X(16)      VALUE SPACES.
       01  WS-D-LICENCE-PARTS REDEFINES WS-D-LICENCE-TEXT.
           03 WS-D-LIC-SURNAME         PIC X(05).
           03 WS-D-LIC-BIRTH.
             05 WS-D-LIC-DECADE        PIC X(01).
             05 WS-D-LIC-MONTH         PIC 9(02).
             05 WS-D-LIC-DAY           PIC X(02).
             05 WS-D-LIC-YEAR          PIC X(01).
           03 WS-D-LIC-INITIALS        PIC X(02).
           03 WS-D-LIC-ARBITRARY       PIC X(01).
           03 WS-D-LIC-CHECK           PIC X(02).
       01  WS-D-LIC-BIRTH-MONTH        PIC 9(02)      VALUE ZERO.
       01  WS-D-LIC-INDEX              PIC S9(4) COMP VALUE ZERO.
       01  WS-D-LIC-CHAR               PIC X(01)      VALUE SPACES.
       01  WS-D-LIC-BAD-COUNT          PIC S9(4) COMP VALUE ZERO.
       01  WS-D-CONV-SUB               PIC S9(4) COMP VALUE ZERO.
      ******************************************************************
      * Added for quote conversion (ADD-MOTOR-DB2-INFO with a RAQUOTE
      * quote number) - the quote is read back to decide whether its
      * premium still stands, and marked converted once the policy
      * rows are in.
      ******************************************************************
       01  DB2-QUOTE-CONVERT.
           03 DB2-N-QUOTENUM-INT       PIC S9(9) COMP VALUE ZERO.
           03 DB2-N-CUSTOMERNUM-INT    PIC S9(9) COMP VALUE ZERO.
           03 DB2-N-VALIDUNTIL         PIC X(10)      VALUE SPACES.
           03 DB2-N-STATUS             PIC X(01)      VALUE SPACES.
           03 DB2-N-CC-SINT            PIC S9(4) COMP VALUE ZERO.
           03 DB2-N-MANUFACTURED-SINT  PIC S9(4) COMP VALUE ZERO.
           03 DB2-N-ACCIDENTS-INT      PIC S9(9) COMP VALUE ZERO.
           03 DB2-N-BASEPREMIUM-INT    PIC S9(9) COMP VALUE ZERO.
           03 DB2-N-PREMIUM-INT        PIC S9(9) COMP VALUE ZERO.
       01  WS-N-TODAY-YYYYMMDD         PIC 9(08)      VALUE ZERO.
       01  WS-N-VALID-YYYYMMDD         PIC 9(08)      VALUE ZERO.
      ******************************************************************
      * Added for document production - new business and every
      * successful vehicle amendment raise a DOCREQUEST row in the
      * same unit of work, so RADOCPRT prints a certificate and
      * schedule that match what was committed.
      ******************************************************************
       01  WS-DOC-SOURCE               PIC X(02)      VALUE SPACES.
      ******************************************************************
      * Added for underwriting referral - an add or update that trips
      * a REFERRALRULE is held on REFERRAL for an underwriter instead
      * of being written to MOTOR, and the underwriter requests list,
      * approve or decline what is held.
      ******************************************************************
      *    CA-RETURN-CODE through CA-R-LIST, per LGCMAREA - only a
      *    referral list needs the whole commarea
       01  WS-REQUIRED-CA-LEN-REFLIST  PIC S9(4)      VALUE +1061.
       01  WS-R-LIST-MAX               PIC S9(4) COMP VALUE +10.
       01  WS-R-LIST-SUB               PIC S9(4) COMP VALUE ZERO.
       01  WS-R-CURSOR-EOF-SWITCH      PIC X(01)      VALUE 'N'.
           88 WS-R-CURSOR-EOF          VALUE 'Y'.
       01  WS-R-SQL-ERROR-SWITCH       PIC X(01)      VALUE 'N'.
           88 WS-R-SQL-ERROR           VALUE 'Y'.
      *    Set only while an approved referral is being applied, so
      *    the add or update does not refer it a second time
       01  WS-REFERRAL-APPROVED-SW     PIC X(01)      VALUE 'N'.
           88 WS-REFERRAL-APPROVED     VALUE 'Y'.
      *    The rules are read once per task; a rule type with no row
      *    on REFERRALRULE is not checked
       01  WS-R-RULES-LOADED-SW        PIC X(01)      VALUE 'N'.
           88 WS-R-RULES-LOADED        VALUE 'Y'.
       01  WS-R-PREMIUM-RULE-SW        PIC X(01)      VALUE 'N'.
           88 WS-R-PREMIUM-RULE-USED   VALUE 'Y'.
       01  WS-R-ACCIDENT-RULE-SW       PIC X(01)      VALUE 'N'.
           88 WS-R-ACCIDENT-RULE-USED  VALUE 'Y'.
       01  WS-R-VALUE-RULE-SW          PIC X(01)      VALUE 'N'.
           88 WS-R-VALUE-RULE-USED     VALUE 'Y'.
       01  WS-R-CC-RULE-SW             PIC X(01)      VALUE 'N'.
           88 WS-R-CC-RULE-USED        VALUE 'Y'.
       01  WS-R-PREMIUM-LIMIT          PIC S9(9) COMP VALUE ZERO.
       01  WS-R-ACCIDENT-LIMIT         PIC S9(9) COMP VALUE ZERO.
       01  WS-R-VALUE-LIMIT            PIC S9(9) COMP VALUE ZERO.
       01  WS-R-CC-LIMIT               PIC S9(9) COMP VALUE ZERO.
       01  WS-R-INCREASE-PCT           PIC S9(7)V99 COMP-3 VALUE ZERO.
      *    P, A, V, C in that order - spaces for a rule not tripped
       01  WS-R-RULES-TRIPPED.
           03 WS-R-TRIPPED-PREMIUM     PIC X(01)      VALUE SPACES.
           03 WS-R-TRIPPED-ACCIDENTS   PIC X(01)      VALUE SPACES.
           03 WS-R-TRIPPED-VALUE       PIC X(01)      VALUE SPACES.
           03 WS-R-TRIPPED-CC          PIC X(01)      VALUE SPACES.
      *    The premium as keyed, kept before rating overwrites it, so
      *    an approval rates the change afresh from the same start
       01  WS-R-BASE-PREMIUM           PIC S9(9) COMP VALUE ZERO.
       01  DB2-REFERRAL-RULE.
           03 DB2-R-RULETYPE           PIC X(01)      VALUE SPACES.
           03 DB2-R-LIMITVALUE-INT     PIC S9(9) COMP VALUE ZERO.
       01  DB2-REFERRAL.
           03 DB2-R-REFERRALNUM-INT    PIC S9(9) COMP VALUE ZERO.
           03 DB2-R-MAX-REFNUM-INT     PIC S9(9) COMP VALUE ZERO.
      *    N new business, A amendment
           03 DB2-R-TYPE               PIC X(01)      VALUE SPACES.
           03 DB2-R-POLICYNUM-INT      PIC S9(9) COMP VALUE ZERO.
           03 DB2-R-CUSTOMERNUM-INT    PIC S9(9) COMP VALUE ZERO.
           03 DB2-R-REFERDATE          PIC X(10)      VALUE SPACES.
           03 DB2-R-RULES              PIC X(04)      VALUE SPACES.
           03 DB2-R-STATUS             PIC X(01)      VALUE SPACES.
           03 DB2-R-LASTCHANGED        PIC X(10)      VALUE SPACES.
           03 DB2-R-EXPIRYDATE         PIC X(10)      VALUE SPACES.
           03 DB2-R-BROKERID-INT       PIC S9(9) COMP VALUE ZERO.
           03 DB2-R-BROKERSREF         PIC X(15)      VALUE SPACES.
           03 DB2-R-PAYMENT-INT        PIC S9(9) COMP VALUE ZERO.
           03 DB2-R-MAKE               PIC X(15)      VALUE SPACES.
           03 DB2-R-MODEL              PIC X(15)      VALUE SPACES.
           03 DB2-R-VALUE-INT          PIC S9(9) COMP VALUE ZERO.
           03 DB2-R-REGNUMBER          PIC X(09)      VALUE SPACES.
           03 DB2-R-COLOUR             PIC X(10)      VALUE SPACES.
           03 DB2-R-CC-SINT            PIC S9(4) COMP VALUE ZERO.
           03 DB2-R-MANUFACTURED-SINT  PIC S9(4) COMP VALUE ZERO.
           03 DB2-R-ACCIDENTS-INT      PIC S9(9) COMP VALUE ZERO.
           03 DB2-R-QUOTENUM-INT       PIC S9(9) COMP VALUE ZERO.
           03 DB2-R-BASEPREMIUM-INT    PIC S9(9) COMP VALUE ZERO.
           03 DB2-R-PROPOSED-INT       PIC S9(9) COMP VALUE ZERO.
           03 DB2-R-OLDPREMIUM-INT     PIC S9(9) COMP VALUE ZERO.
       77  IND-R-MAX-REFNUM            PIC S9(4) COMP.
       COPY LGPOLICY.

           EXEC SQL
             INCLUDE DGENAPP
           END-EXEC.

      *    Every referral rule in use - read once per task
           EXEC SQL
             DECLARE RULECSR CURSOR FOR
             SELECT   RULETYPE,
                      LIMITVALUE
               FROM   REFERRALRULE
           END-EXEC.

      *    Pending referrals, oldest first
           EXEC SQL
             DECLARE REFLISTCSR CURSOR FOR
             SELECT   REFERRALNUMBER,
                      REFERRALTYPE,
                      POLICYNUMBER,
                      CUSTOMERNUMBER,
                      REFERDATE,
                      RULESTRIPPED,
                      REGNUMBER,
                      OLDPREMIUM,
                      PROPOSEDPREMIUM
               FROM   REFERRAL
               WHERE  REFERSTATUS = 'P'
               ORDER BY REFERRALNUMBER
           END-EXEC.

      *    Effective-dated rating factors shared with the batch
      *    rating - loaded once per task by CALCULATE-MOTOR-PREMIUM
       COPY LGRATFAC.
      *    Move numeric commarea fields to DB2 Integer formats
           MOVE CA-M-CC IN DFHCOMMAREA-1          TO DB2-M-CC-SINT-2
           MOVE CA-M-VALUE IN DFHCOMMAREA-1       TO DB2-M-VALUE-INT-2
           MOVE CA-M-PREMIUM IN DFHCOMMAREA-1     TO WS-R-BASE-PREMIUM

      *    Reject bad REGNUMBER / MAKE / COLOUR before we touch MOTOR
           PERFORM VALIDATE-MOTOR-UPDATE-INFO
      *      trail and the billing premium-change event
             PERFORM CAPTURE-OLD-MOTOR-VALUES

      *      ACCIDENTS only moves when RACLAIMS registers an at-fault
      *      claim - rate and keep the count already on file, not
      *      whatever the caller keyed into CA-M-ACCIDENTS. The one
      *      exception is an approved claim re-rate RACLAIMS held for
      *      referral, which carries the count the claim moves it to
             IF WS-OLD-MOTOR-FOUND
               IF NOT WS-REFERRAL-APPROVED
                  OR CA-M-ACCIDENTS IN DFHCOMMAREA-1 <
                     WS-OLD-ACCIDENTS
                 MOVE WS-OLD-ACCIDENTS TO
                 CA-M-ACCIDENTS IN DFHCOMMAREA-1
               END-IF
             END-IF

      *      Rate on accidents, engine size and vehicle age together
             PERFORM CALCULATE-MOTOR-PREMIUM
           END-IF

      *    A change that trips an underwriting referral rule is held
      *    for an underwriter with '92' instead - the guard advance is
      *    put back below, the same as for any other refusal
           IF CA-RETURN-CODE IN DFHCOMMAREA-1 = SPACES
              AND NOT WS-REFERRAL-APPROVED
             MOVE 'A' TO DB2-R-TYPE
             PERFORM CHECK-REFERRAL-RULES
           END-IF

      *    A failed factor load has already set '90' - the row must
      *    not be touched on it
           IF CA-RETURN-CODE IN DFHCOMMAREA-1 = SPACES
               PERFORM WRITE-MOTOR-HISTORY
             END-IF

      *      The vehicle on the certificate has changed - queue fresh
      *      documents for the overnight print run
             IF WS-SAVE-SQLCODE = 0
               MOVE 'MA' TO WS-DOC-SOURCE
               PERFORM RAISE-DOCUMENT-REQUEST
             END-IF

      *      Tell billing when the premium actually changed on a
      *      successful update - last of all, because the PREMCHG
      *      queue is not recoverable and must never carry a change a
      *      later '90' backs out. WS-OLD-MOTOR-FOUND guards this the
      *      same way it guards WRITE-MOTOR-HISTORY above, since
      *      WS-OLD-PREMIUM is only trustworthy when the before row
      *      was actually read
             IF WS-SAVE-SQLCODE = 0
               AND CA-RETURN-CODE IN DFHCOMMAREA-1 = SPACES
               AND WS-OLD-MOTOR-FOUND
               AND CA-M-PREMIUM IN DFHCOMMAREA-1 NOT EQUAL
                   WS-OLD-PREMIUM
             EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-DUP-REG-COUNT
                 FROM MOTOR, POLICY
                 WHERE MOTOR.REGNUMBER    = :CA-M-REGNUMBER
                   AND MOTOR.POLICYNUMBER <> :DB2-POLICYNUM-INT-1
                   AND POLICY.POLICYNUMBER = MOTOR.POLICYNUMBER
                   AND POLICY.CANCELDATE IS NULL
             END-EXEC
             IF SQLCODE IN SQLCA NOT EQUAL 0
      *        The duplicate-plate check itself failed - WS-DUP-REG-
               MOVE '90' TO CA-RETURN-CODE IN DFHCOMMAREA-1
             ELSE
               IF WS-DUP-REG-COUNT > 0
      *          Another live policy is already using this plate -
      *          a cancelled policy keeps its MOTOR row, but no
      *          longer holds the vehicle
                 MOVE '95' TO CA-RETURN-CODE IN DFHCOMMAREA-1
               END-IF
             END-IF
      * update's timestamp, but only if it still holds the value the
      * caller originally read. No row updated means another user's
      * amendment landed in between: hand back '97' so the caller
      * re-reads and re-applies instead of silently overwriting it.
      * A cancelled policy never matches - nothing may amend it
       CHECK-AND-ADVANCE-LASTCHANGED.
           MOVE ' UPDATE LASTCHG ' TO EM-SQLREQ-1
           EXEC SQL
               WHERE
                    POLICYNUMBER   = :DB2-POLICYNUM-INT-1
                AND LASTCHANGED    = :CA-LAST-CHANGED
                AND CANCELDATE IS NULL
           END-EXEC

           IF SQLCODE IN SQLCA EQUAL 0
           END-IF.
           EXIT.

      * Tell a missing policy ('01', as a get would answer) from a
      * cancelled one ('96') and from one another amendment got to
      * first ('97' - re-read and re-apply)
       CHECK-POLICY-EXISTS.
           MOVE ' SELECT POLCHK ' TO EM-SQLREQ-1
           EXEC SQL
             SELECT LASTCHANGED, CANCELDATE
               INTO :WS-GUARD-LASTCHANGED,
                    :WS-GUARD-CANCELDATE INDICATOR :IND-CANCELDATE
               FROM POLICY
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT-1
           END-EXEC

           IF SQLCODE IN SQLCA EQUAL 0
             IF IND-CANCELDATE NOT EQUAL MINUS-ONE
               MOVE '96' TO CA-RETURN-CODE IN DFHCOMMAREA-1
             ELSE
               MOVE '97' TO CA-RETURN-CODE IN DFHCOMMAREA-1
             END-IF
           ELSE
             IF SQLCODE IN SQLCA EQUAL 100
               MOVE '01' TO CA-RETURN-CODE IN DFHCOMMAREA-1
           END-IF.
           EXIT.

      * Rate the premium on accident history, engine size (CC),
      * vehicle age and the policy's named drivers (youngest driver's
      * age and total penalty points) together. The band factors
      * come from the effective-dated RATINGFACTOR table shared with
      * the batch rating, so a rate revision reaches online and batch
      * together without a code change
             PERFORM FIND-RATING-FACTOR
             MOVE WS-RATFAC-RESULT TO WS-AGE-FACTOR

      *      Young and heavily-endorsed drivers cost more. New
      *      business has no policy number yet, so no named drivers
      *      and both factors rate 1.00
             MOVE DB2-POLICYNUM-INT-1 TO WS-DRIVER-POLICYNUM
             MOVE ' SELECT DRIVER ' TO EM-SQLREQ-1
             PERFORM FIND-DRIVER-FACTORS
             IF WS-DRIVER-ERROR
               MOVE '90' TO CA-RETURN-CODE IN DFHCOMMAREA-1
               PERFORM WRITE-ERROR-MESSAGE-2
             END-IF
           END-IF

           IF CA-RETURN-CODE IN DFHCOMMAREA-1 = SPACES
             COMPUTE CA-M-PREMIUM IN DFHCOMMAREA-1 =
                     CA-M-PREMIUM IN DFHCOMMAREA-1 *
                     WS-ACCIDENT-FACTOR * WS-CC-FACTOR *
                     WS-AGE-FACTOR * WS-DRIVER-AGE-FACTOR *
                     WS-DRIVER-POINTS-FACTOR
           END-IF.
           EXIT.

           END-EXEC.
           EXIT.

      * Queue a certificate and schedule for the policy - WS-DOC-SOURCE
      * says what raised it. Written in the caller's unit of work, so
      * a change that is backed out takes its request with it
       RAISE-DOCUMENT-REQUEST.
           MOVE ' INSERT DOCREQ ' TO EM-SQLREQ-1
           EXEC SQL
             INSERT INTO DOCREQUEST
                   ( POLICYNUMBER, REQUESTDATE, REQUESTTIME,
                     REQUESTSOURCE, REQUESTSTATUS, PRODUCEDDATE,
                     FAILREASON )
             VALUES ( :DB2-POLICYNUM-INT-1, :WS-UPDATE-DATE,
                     :WS-UPDATE-TIME, :WS-DOC-SOURCE, 'P', ' ', ' ' )
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE IN DFHCOMMAREA-1
             PERFORM WRITE-ERROR-MESSAGE-2
           END-IF.
           EXIT.

      * WRITE-ERROR-MESSAGE-2 RENAMED FROM WRITE-ERROR-MESSAGE
       WRITE-ERROR-MESSAGE-2.
      * Save SQLCODE IN SQLCA in message
           MOVE CA-M-VALUE IN DFHCOMMAREA-1       TO DB2-M-VALUE-INT-2
           MOVE CA-CUSTOMER-NUM IN DFHCOMMAREA-1  TO
           DB2-CUSTOMERNUM-INT
           MOVE CA-M-PREMIUM IN DFHCOMMAREA-1     TO WS-R-BASE-PREMIUM

      *    No policy number exists yet, so the duplicate-plate check
      *    must not exclude any row from the search

             PERFORM SET-UPDATE-TIMESTAMP

      *      A quote being converted may carry a premium that stands
             MOVE 'N' TO CA-N-QUOTE-HONOURED IN DFHCOMMAREA-1
             IF CA-N-QUOTE-NUM IN DFHCOMMAREA-1 > ZERO
               PERFORM READ-QUOTE-FOR-CONVERT
             END-IF
           END-IF

      *    Rate the new business exactly as an update would, unless
      *    the quoted premium is being honoured
           IF CA-RETURN-CODE IN DFHCOMMAREA-1 = SPACES
             IF CA-N-QUOTE-HONOURED IN DFHCOMMAREA-1 = 'Y'
               MOVE DB2-N-PREMIUM-INT TO CA-M-PREMIUM IN DFHCOMMAREA-1
             ELSE
               PERFORM CALCULATE-MOTOR-PREMIUM
             END-IF
           END-IF

      *    New business that trips an underwriting referral rule is
      *    held with '92' before a policy number is spent on it. There
      *    is no premium on file yet for an increase to be measured on
           IF CA-RETURN-CODE IN DFHCOMMAREA-1 = SPACES
              AND NOT WS-REFERRAL-APPROVED
             MOVE 'N'  TO DB2-R-TYPE
             MOVE 'N'  TO WS-OLD-MOTOR-FOUND-SWITCH
             MOVE ZERO TO WS-OLD-PREMIUM
             PERFORM CHECK-REFERRAL-RULES
           END-IF

      *    A failed factor load has already set '90' - no row may be
             PERFORM INSERT-MOTOR-ROW
           END-IF

           IF CA-RETURN-CODE IN DFHCOMMAREA-1 = SPACES
             IF CA-N-QUOTE-NUM IN DFHCOMMAREA-1 > ZERO
               PERFORM MARK-QUOTE-CONVERTED
             END-IF
           END-IF

      *    A new policy needs its first certificate and schedule
           IF CA-RETURN-CODE IN DFHCOMMAREA-1 = SPACES
             MOVE 'NB' TO WS-DOC-SOURCE
             PERFORM RAISE-DOCUMENT-REQUEST
           END-IF

           IF CA-RETURN-CODE IN DFHCOMMAREA-1 = SPACES
             MOVE DB2-POLICYNUM-INT-1 TO
             CA-POLICY-NUM IN DFHCOMMAREA-1
           END-IF.
           EXIT.

      * Read back the quote being converted - it must be the same
      * customer's and not already converted. Its premium is honoured
      * only while the quote is valid and the vehicle is rated on the
      * same base premium, CC, year and accidents as were quoted
       READ-QUOTE-FOR-CONVERT.
           MOVE CA-N-QUOTE-NUM IN DFHCOMMAREA-1 TO DB2-N-QUOTENUM-INT

           MOVE ' SELECT QUOTE ' TO EM-SQLREQ-1
           EXEC SQL
             SELECT  CUSTOMERNUMBER,
                     VALIDUNTIL,
                     QUOTESTATUS,
                     CC,
                     YEAROFMANUFACTURE,
                     ACCIDENTS,
                     BASEPREMIUM,
                     QUOTEDPREMIUM
               INTO :DB2-N-CUSTOMERNUM-INT,
                    :DB2-N-VALIDUNTIL,
                    :DB2-N-STATUS,
                    :DB2-N-CC-SINT,
                    :DB2-N-MANUFACTURED-SINT,
                    :DB2-N-ACCIDENTS-INT,
                    :DB2-N-BASEPREMIUM-INT,
                    :DB2-N-PREMIUM-INT
               FROM  QUOTE
               WHERE QUOTENUMBER = :DB2-N-QUOTENUM-INT
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE IN SQLCA EQUAL 100
               MOVE '01' TO CA-RETURN-CODE IN DFHCOMMAREA-1
             WHEN SQLCODE IN SQLCA NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE IN DFHCOMMAREA-1
               PERFORM WRITE-ERROR-MESSAGE-2
             WHEN DB2-N-STATUS = 'C'
               MOVE '93' TO CA-RETURN-CODE IN DFHCOMMAREA-1
             WHEN DB2-N-CUSTOMERNUM-INT NOT = DB2-CUSTOMERNUM-INT
               MOVE '95' TO CA-RETURN-CODE IN DFHCOMMAREA-1
             WHEN OTHER
      *        Both dates MM/DD/YYYY - compare them as YYYYMMDD
               MOVE WS-UPDATE-DATE(7:4)   TO WS-N-TODAY-YYYYMMDD(1:4)
               MOVE WS-UPDATE-DATE(1:2)   TO WS-N-TODAY-YYYYMMDD(5:2)
               MOVE WS-UPDATE-DATE(4:2)   TO WS-N-TODAY-YYYYMMDD(7:2)
               MOVE DB2-N-VALIDUNTIL(7:4) TO WS-N-VALID-YYYYMMDD(1:4)
               MOVE DB2-N-VALIDUNTIL(1:2) TO WS-N-VALID-YYYYMMDD(5:2)
               MOVE DB2-N-VALIDUNTIL(4:2) TO WS-N-VALID-YYYYMMDD(7:2)
               IF WS-N-VALID-YYYYMMDD >= WS-N-TODAY-YYYYMMDD
                  AND DB2-N-BASEPREMIUM-INT =
                      CA-M-PREMIUM IN DFHCOMMAREA-1
                  AND DB2-N-CC-SINT = CA-M-CC IN DFHCOMMAREA-1
                  AND DB2-N-MANUFACTURED-SINT =
                      CA-M-MANUFACTURED IN DFHCOMMAREA-1
                  AND DB2-N-ACCIDENTS-INT =
                      CA-M-ACCIDENTS IN DFHCOMMAREA-1
                 MOVE 'Y' TO CA-N-QUOTE-HONOURED IN DFHCOMMAREA-1
               END-IF
           END-EVALUATE.
           EXIT.

      * Tie the quote to the policy it became. Only an open quote is
      * marked, so two tasks converting the same quote cannot both
      * succeed - the loser gets '93' and must back its inserts out
       MARK-QUOTE-CONVERTED.
           MOVE ' UPDATE QUOTE ' TO EM-SQLREQ-1
           EXEC SQL
             UPDATE QUOTE
                SET QUOTESTATUS  = 'C',
                    POLICYNUMBER = :DB2-POLICYNUM-INT-1,
                    CONVERTDATE  = :WS-UPDATE-DATE
              WHERE QUOTENUMBER  = :DB2-N-QUOTENUM-INT
                AND QUOTESTATUS  = 'O'
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             IF SQLCODE IN SQLCA EQUAL 100
               MOVE '93' TO CA-RETURN-CODE IN DFHCOMMAREA-1
             ELSE
               MOVE '90' TO CA-RETURN-CODE IN DFHCOMMAREA-1
               PERFORM WRITE-ERROR-MESSAGE-2
             END-IF
           END-IF.
           EXIT.

      * Next free policy number - one above the highest on file, or 1
      * for the very first policy on an empty book
       ASSIGN-NEW-POLICY-NUMBER.
           ELSE
             PERFORM DELETE-MOTOR-ROW

             IF CA-RETURN-CODE IN DFHCOMMAREA-1 = SPACES
               PERFORM DELETE-DRIVER-ROWS
             END-IF

             IF CA-RETURN-CODE IN DFHCOMMAREA-1 = SPACES
               PERFORM DELETE-POLICY-ROW
             END-IF
           END-IF.
           EXIT.

      * The policy's named drivers go with it - a policy with none
      * is not an error
       DELETE-DRIVER-ROWS.
           MOVE ' DELETE DRIVERS ' TO EM-SQLREQ-1
           EXEC SQL
             DELETE FROM DRIVER
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT-1
           END-EXEC

           MOVE SQLCODE IN SQLCA TO WS-SAVE-SQLCODE
           IF WS-SAVE-SQLCODE NOT EQUAL 0
              AND WS-SAVE-SQLCODE NOT EQUAL 100
             MOVE '90' TO CA-RETURN-CODE IN DFHCOMMAREA-1
             PERFORM WRITE-ERROR-MESSAGE-2
           ELSE
             MOVE ZERO TO WS-SAVE-SQLCODE
           END-IF.
           EXIT.

       DELETE-POLICY-ROW.
           MOVE ' DELETE POLICY ' TO EM-SQLREQ-1
           EXEC SQL
           END-IF.
           EXIT.

      * Cancel a policy mid-term - the POLICY/MOTOR rows stay, marked
      * with the cancellation date and reason, so the policy still
      * shows on the browse and history enquiries. The return premium
      * is worked out from the current period of cover, kept on the
      * POLICY row and sent to billing as a premium-change event
       CANCEL-MOTOR-DB2-INFO.

           MOVE SPACES TO CA-RETURN-CODE IN DFHCOMMAREA-1
           MOVE 'N'    TO WS-LASTCHANGED-ADVANCED-SW
           MOVE ZERO   TO CA-X-RETURN-PREMIUM IN DFHCOMMAREA-1

           MOVE CA-POLICY-NUM IN DFHCOMMAREA-1 TO DB2-POLICYNUM-INT-1

           PERFORM SET-UPDATE-TIMESTAMP

      *    The before-picture doubles as the existence check and as
      *    the MOTOR_HISTORY row that records the cancellation
           PERFORM CAPTURE-OLD-MOTOR-VALUES

           IF NOT WS-OLD-MOTOR-FOUND
             MOVE '01' TO CA-RETURN-CODE IN DFHCOMMAREA-1
           ELSE
             PERFORM READ-POLICY-FOR-CANCEL
           END-IF

           IF CA-RETURN-CODE IN DFHCOMMAREA-1 = SPACES
             PERFORM VALIDATE-CANCELLATION-INFO
           END-IF

           IF CA-RETURN-CODE IN DFHCOMMAREA-1 = SPACES
      *      Same stale-update guard as an amendment - a cancellation
      *      keyed against an out-of-date picture is refused with '97'
             PERFORM CHECK-AND-ADVANCE-LASTCHANGED
           END-IF

           IF CA-RETURN-CODE IN DFHCOMMAREA-1 = SPACES
             PERFORM CALCULATE-RETURN-PREMIUM
             PERFORM MARK-POLICY-CANCELLED

      *      Written whatever the outcome, the way the update and
      *      delete paths record theirs
             PERFORM WRITE-MOTOR-HISTORY

      *      The event carries the annual premium as old and the
      *      premium now earned as new, so billing refunds exactly
      *      the difference. It is dated today like the history row,
      *      which is what the acknowledgement is matched back on
             IF WS-SAVE-SQLCODE = 0
               MOVE WS-X-RETURN-PREMIUM TO
               CA-X-RETURN-PREMIUM IN DFHCOMMAREA-1
               IF WS-X-RETURN-PREMIUM > ZERO
                 COMPUTE WS-X-NEW-PREMIUM =
                         WS-OLD-PREMIUM - WS-X-RETURN-PREMIUM
                 MOVE WS-X-NEW-PREMIUM TO
                 CA-M-PREMIUM IN DFHCOMMAREA-1
                 PERFORM WRITE-PREMIUM-CHANGE-EVENT
               END-IF
             END-IF
           END-IF

      *    Any failure after the guard advanced LASTCHANGED leaves an
      *    advance with no cancellation behind it - put it back
           IF WS-LASTCHANGED-ADVANCED
              AND CA-RETURN-CODE IN DFHCOMMAREA-1 NOT EQUAL SPACES
             PERFORM RESTORE-LASTCHANGED-VALUE
           END-IF.
           EXIT.

      * Period of cover for the refund, and a policy already cancelled
      * is refused with '96' rather than refunded twice
       READ-POLICY-FOR-CANCEL.
           MOVE ' SELECT POLCAN ' TO EM-SQLREQ-1
           EXEC SQL
             SELECT ISSUEDATE, EXPIRYDATE, CANCELDATE
               INTO :DB2-X-ISSUEDATE,
                    :DB2-X-EXPIRYDATE,
                    :WS-GUARD-CANCELDATE INDICATOR :IND-CANCELDATE
               FROM POLICY
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT-1
           END-EXEC

           EVALUATE SQLCODE IN SQLCA
             WHEN 0
               IF IND-CANCELDATE NOT EQUAL MINUS-ONE
                 MOVE '96' TO CA-RETURN-CODE IN DFHCOMMAREA-1
               END-IF
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE IN DFHCOMMAREA-1
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE IN DFHCOMMAREA-1
               PERFORM WRITE-ERROR-MESSAGE-2
           END-EVALUATE.
           EXIT.

      * The reason must be one LGCMAREA lists, and the cancellation
      * date a real date inside the current period of cover - neither
      * before it started nor after it runs out
       VALIDATE-CANCELLATION-INFO.
           MOVE SPACES TO WS-CANCEL-BY
           PERFORM FIND-CANCEL-REASON
                   VARYING WS-CANCEL-SUB FROM 1 BY 1
                   UNTIL WS-CANCEL-SUB > 6
                      OR WS-CANCEL-BY NOT EQUAL SPACES
           IF WS-CANCEL-BY = SPACES
             MOVE '95' TO CA-RETURN-CODE IN DFHCOMMAREA-1
           END-IF

           IF CA-RETURN-CODE IN DFHCOMMAREA-1 = SPACES
             MOVE DB2-X-ISSUEDATE TO WS-X-DATE-TEXT
             PERFORM CHECK-CANCEL-DATE-TEXT
             MOVE WS-X-YYYYMMDD TO WS-X-ISSUE-YYYYMMDD
             IF NOT WS-X-DATE-VALID
               MOVE '95' TO CA-RETURN-CODE IN DFHCOMMAREA-1
             END-IF
           END-IF

           IF CA-RETURN-CODE IN DFHCOMMAREA-1 = SPACES
             MOVE DB2-X-EXPIRYDATE TO WS-X-DATE-TEXT
             PERFORM CHECK-CANCEL-DATE-TEXT
             MOVE WS-X-YYYYMMDD TO WS-X-EXPIRY-YYYYMMDD
             IF NOT WS-X-DATE-VALID
               MOVE '95' TO CA-RETURN-CODE IN DFHCOMMAREA-1
             END-IF
           END-IF

           IF CA-RETURN-CODE IN DFHCOMMAREA-1 = SPACES
             MOVE CA-X-CANCEL-DATE IN DFHCOMMAREA-1 TO WS-X-DATE-TEXT
             PERFORM CHECK-CANCEL-DATE-TEXT
             MOVE WS-X-YYYYMMDD TO WS-X-CANCEL-YYYYMMDD
             IF NOT WS-X-DATE-VALID
               MOVE '95' TO CA-RETURN-CODE IN DFHCOMMAREA-1
             END-IF
           END-IF

           IF CA-RETURN-CODE IN DFHCOMMAREA-1 = SPACES
             PERFORM SET-TERM-START-DATE
             IF WS-X-CANCEL-YYYYMMDD < WS-X-TERM-START-YYYYMMDD
                OR WS-X-CANCEL-YYYYMMDD > WS-X-EXPIRY-YYYYMMDD
               MOVE '95' TO CA-RETURN-CODE IN DFHCOMMAREA-1
             END-IF
           END-IF.
           EXIT.

       FIND-CANCEL-REASON.
           IF WS-CANCEL-REASON-CODE(WS-CANCEL-SUB) =
              CA-X-CANCEL-REASON IN DFHCOMMAREA-1
             MOVE WS-CANCEL-INITIATOR(WS-CANCEL-SUB) TO WS-CANCEL-BY
           END-IF.
           EXIT.

      * MM/DD/YYYY in WS-X-DATE-TEXT to YYYYMMDD in WS-X-YYYYMMDD,
      * with the day checked against the real length of the month
       CHECK-CANCEL-DATE-TEXT.
           MOVE 'N'  TO WS-X-DATE-SWITCH
           MOVE ZERO TO WS-X-YYYYMMDD
           IF WS-X-DATE-TEXT(1:2) IS NUMERIC
              AND WS-X-DATE-TEXT(4:2) IS NUMERIC
              AND WS-X-DATE-TEXT(7:4) IS NUMERIC
              AND WS-X-SEP-1 = '/'
              AND WS-X-SEP-2 = '/'
             IF WS-X-MM >= 1 AND WS-X-MM <= 12
                AND WS-X-YYYY > 1900
               MOVE WS-X-MONTH-DAYS(WS-X-MM) TO WS-X-DAYS-IN-MONTH
               IF WS-X-MM = 2
                 PERFORM ADJUST-CANCEL-FEBRUARY
               END-IF
               IF WS-X-DD >= 1
                  AND WS-X-DD <= WS-X-DAYS-IN-MONTH
                 SET WS-X-DATE-VALID TO TRUE
                 COMPUTE WS-X-YYYYMMDD =
                         WS-X-YYYY * 10000 + WS-X-MM * 100 + WS-X-DD
               END-IF
             END-IF
           END-IF.
           EXIT.

      * Divisible by 4 and not by 100, or divisible by 400
       ADJUST-CANCEL-FEBRUARY.
           DIVIDE WS-X-YYYY BY 4
                  GIVING WS-X-LEAP-QUOTIENT
                  REMAINDER WS-X-LEAP-REMAINDER
           IF WS-X-LEAP-REMAINDER = ZERO
             MOVE 29 TO WS-X-DAYS-IN-MONTH
             DIVIDE WS-X-YYYY BY 100
                    GIVING WS-X-LEAP-QUOTIENT
                    REMAINDER WS-X-LEAP-REMAINDER
             IF WS-X-LEAP-REMAINDER = ZERO
               MOVE 28 TO WS-X-DAYS-IN-MONTH
               DIVIDE WS-X-YYYY BY 400
                      GIVING WS-X-LEAP-QUOTIENT
                      REMAINDER WS-X-LEAP-REMAINDER
               IF WS-X-LEAP-REMAINDER = ZERO
                 MOVE 29 TO WS-X-DAYS-IN-MONTH
               END-IF
             END-IF
           END-IF.
           EXIT.

      * One year back from EXPIRYDATE (29 February falls back to the
      * 28th), or ISSUEDATE if the policy is younger than that
       SET-TERM-START-DATE.
           MOVE WS-X-EXPIRY-YYYYMMDD TO WS-X-TERM-START-YYYYMMDD
           SUBTRACT 1 FROM WS-X-TERM-START-YYYY
           IF WS-X-TERM-START-MM = 2 AND WS-X-TERM-START-DD = 29
             MOVE 28 TO WS-X-TERM-START-DD
           END-IF
           IF WS-X-ISSUE-YYYYMMDD > WS-X-TERM-START-YYYYMMDD
             MOVE WS-X-ISSUE-YYYYMMDD TO WS-X-TERM-START-YYYYMMDD
           END-IF.
           EXIT.

      * An insurer cancellation returns the unexpired days pro rata.
      * A customer cancellation keeps the short-period percentage for
      * the months (or part months) on cover, at least one month's
      * worth, and returns the rest
       CALCULATE-RETURN-PREMIUM.
           COMPUTE WS-X-TERM-START-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-X-TERM-START-YYYYMMDD)
           COMPUTE WS-X-CANCEL-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-X-CANCEL-YYYYMMDD)
           COMPUTE WS-X-EXPIRY-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-X-EXPIRY-YYYYMMDD)
           COMPUTE WS-X-TERM-DAYS =
                   WS-X-EXPIRY-DAY - WS-X-TERM-START-DAY
           COMPUTE WS-X-UNEXPIRED-DAYS =
                   WS-X-EXPIRY-DAY - WS-X-CANCEL-DAY
           MOVE ZERO TO WS-X-RETURN-PREMIUM

           IF WS-X-TERM-DAYS > ZERO
             IF WS-CANCEL-BY-INSURER
               COMPUTE WS-X-RETURN-PREMIUM ROUNDED =
                       WS-OLD-PREMIUM * WS-X-UNEXPIRED-DAYS /
                       WS-X-TERM-DAYS
             ELSE
               COMPUTE WS-X-MONTHS-ON-COVER =
                       (WS-X-CANCEL-YYYY - WS-X-TERM-START-YYYY) * 12
                       + WS-X-CANCEL-MM - WS-X-TERM-START-MM
               IF WS-X-CANCEL-DD > WS-X-TERM-START-DD
                 ADD 1 TO WS-X-MONTHS-ON-COVER
               END-IF
               IF WS-X-MONTHS-ON-COVER < 1
                 MOVE 1 TO WS-X-MONTHS-ON-COVER
               END-IF
               IF WS-X-MONTHS-ON-COVER > 12
                 MOVE 12 TO WS-X-MONTHS-ON-COVER
               END-IF
               COMPUTE WS-X-RETURN-PREMIUM ROUNDED =
                       WS-OLD-PREMIUM - WS-OLD-PREMIUM *
                       WS-SHORT-PERIOD-KEPT(WS-X-MONTHS-ON-COVER) / 100
             END-IF
           END-IF

           IF WS-X-RETURN-PREMIUM < ZERO
             MOVE ZERO TO WS-X-RETURN-PREMIUM
           END-IF
           IF WS-X-RETURN-PREMIUM > WS-OLD-PREMIUM
             MOVE WS-OLD-PREMIUM TO WS-X-RETURN-PREMIUM
           END-IF.
           EXIT.

      * Mark the POLICY row cancelled - MOTOR.PREMIUM stays as the
      * annual premium the refund was worked from
       MARK-POLICY-CANCELLED.
           MOVE WS-X-RETURN-PREMIUM TO DB2-X-RETURN-PREMIUM-INT
           MOVE ' UPDATE POLCAN ' TO EM-SQLREQ-1
           EXEC SQL
             UPDATE POLICY
               SET
                    CANCELDATE     = :CA-X-CANCEL-DATE,
                    CANCELREASON   = :CA-X-CANCEL-REASON,
                    RETURNPREMIUM  = :DB2-X-RETURN-PREMIUM-INT
               WHERE
                    POLICYNUMBER   = :DB2-POLICYNUM-INT-1
           END-EXEC

           MOVE SQLCODE IN SQLCA TO WS-SAVE-SQLCODE
           IF WS-SAVE-SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE IN DFHCOMMAREA-1
             PERFORM WRITE-ERROR-MESSAGE-2
           END-IF.
           EXIT.

      * Add a named driver to the policy - validated, refused once the
      * policy already has the most drivers allowed ('94'), and given
      * the next driver number, which goes back in CA-D-DRIVER-NUM.
      * The new driver is priced at the policy's next rating event
       ADD-DRIVER-DB2-INFO.

           MOVE SPACES TO CA-RETURN-CODE IN DFHCOMMAREA-1
           MOVE 'N'    TO WS-LASTCHANGED-ADVANCED-SW

           MOVE CA-POLICY-NUM IN DFHCOMMAREA-1 TO DB2-POLICYNUM-INT-1

           PERFORM SET-UPDATE-TIMESTAMP

           PERFORM VALIDATE-DRIVER-INFO

      *    Same stale-update guard as a vehicle amendment - it also
      *    answers '01' for a missing policy and '96' for a cancelled
      *    one
           IF CA-RETURN-CODE IN DFHCOMMAREA-1 = SPACES
             PERFORM CHECK-AND-ADVANCE-LASTCHANGED
           END-IF

           IF CA-RETURN-CODE IN DFHCOMMAREA-1 = SPACES
             PERFORM COUNT-POLICY-DRIVERS
           END-IF

           IF CA-RETURN-CODE IN DFHCOMMAREA-1 = SPACES
             IF DB2-D-DRIVER-COUNT >= WS-D-MAX-DRIVERS
               MOVE '94' TO CA-RETURN-CODE IN DFHCOMMAREA-1
             ELSE
               COMPUTE DB2-D-DRIVERNUM-SINT = DB2-D-MAX-DRIVERNUM + 1
               PERFORM INSERT-DRIVER-ROW
             END-IF
           END-IF

           IF CA-RETURN-CODE IN DFHCOMMAREA-1 = SPACES
             MOVE DB2-D-DRIVERNUM-SINT TO
             CA-D-DRIVER-NUM IN DFHCOMMAREA-1
           END-IF

      *    Any failure after the guard advanced LASTCHANGED leaves an
      *    advance with no driver change behind it - put it back
           IF WS-LASTCHANGED-ADVANCED
              AND CA-RETURN-CODE IN DFHCOMMAREA-1 NOT EQUAL SPACES
             PERFORM RESTORE-LASTCHANGED-VALUE
           END-IF.
           EXIT.

      * Amend the named driver CA-D-DRIVER-NUM on the policy with the
      * same validation as an add
       UPDATE-DRIVER-DB2-INFO.

           MOVE SPACES TO CA-RETURN-CODE IN DFHCOMMAREA-1
           MOVE 'N'    TO WS-LASTCHANGED-ADVANCED-SW

           MOVE CA-POLICY-NUM IN DFHCOMMAREA-1 TO DB2-POLICYNUM-INT-1
           MOVE CA-D-DRIVER-NUM IN DFHCOMMAREA-1 TO
           DB2-D-DRIVERNUM-SINT

           PERFORM SET-UPDATE-TIMESTAMP

           PERFORM VALIDATE-DRIVER-INFO

           IF CA-RETURN-CODE IN DFHCOMMAREA-1 = SPACES
             PERFORM CHECK-AND-ADVANCE-LASTCHANGED
           END-IF

           IF CA-RETURN-CODE IN DFHCOMMAREA-1 = SPACES
             MOVE ' UPDATE DRIVER ' TO EM-SQLREQ-1
             EXEC SQL
               UPDATE DRIVER
                 SET
                      FIRSTNAME         = :CA-D-FIRST-NAME,
                      LASTNAME          = :CA-D-LAST-NAME,
                      DATEOFBIRTH       = :CA-D-DATE-OF-BIRTH,
                      LICENCEDATE       = :CA-D-LICENCE-DATE,
                      LICENCENUMBER     = :CA-D-LICENCE-NUMBER,
                      CONVICTIONCODES   = :DB2-D-CONVICTIONCODES,
                      PENALTYPOINTS     = :DB2-D-POINTS-SINT
                 WHERE
                      POLICYNUMBER      = :DB2-POLICYNUM-INT-1
                  AND DRIVERNUMBER      = :DB2-D-DRIVERNUM-SINT
             END-EXEC

             PERFORM CHECK-DRIVER-SQLCODE
           END-IF

           IF WS-LASTCHANGED-ADVANCED
              AND CA-RETURN-CODE IN DFHCOMMAREA-1 NOT EQUAL SPACES
             PERFORM RESTORE-LASTCHANGED-VALUE
           END-IF.
           EXIT.

      * Remove the named driver CA-D-DRIVER-NUM from the policy
       DELETE-DRIVER-DB2-INFO.

           MOVE SPACES TO CA-RETURN-CODE IN DFHCOMMAREA-1
           MOVE 'N'    TO WS-LASTCHANGED-ADVANCED-SW

           MOVE CA-POLICY-NUM IN DFHCOMMAREA-1 TO DB2-POLICYNUM-INT-1
           MOVE CA-D-DRIVER-NUM IN DFHCOMMAREA-1 TO
           DB2-D-DRIVERNUM-SINT

           PERFORM SET-UPDATE-TIMESTAMP

           PERFORM CHECK-AND-ADVANCE-LASTCHANGED

           IF CA-RETURN-CODE IN DFHCOMMAREA-1 = SPACES
             MOVE ' DELETE DRIVER ' TO EM-SQLREQ-1
             EXEC SQL
               DELETE FROM DRIVER
                 WHERE POLICYNUMBER     = :DB2-POLICYNUM-INT-1
                   AND DRIVERNUMBER     = :DB2-D-DRIVERNUM-SINT
             END-EXEC

             PERFORM CHECK-DRIVER-SQLCODE
           END-IF

           IF WS-LASTCHANGED-ADVANCED
              AND CA-RETURN-CODE IN DFHCOMMAREA-1 NOT EQUAL SPACES
             PERFORM RESTORE-LASTCHANGED-VALUE
           END-IF.
           EXIT.

      * No row for the driver number is '01', as a get would answer
       CHECK-DRIVER-SQLCODE.
           MOVE SQLCODE IN SQLCA TO WS-SAVE-SQLCODE
           IF WS-SAVE-SQLCODE NOT EQUAL 0
             IF WS-SAVE-SQLCODE EQUAL 100
               MOVE '01' TO CA-RETURN-CODE IN DFHCOMMAREA-1
             ELSE
               MOVE '90' TO CA-RETURN-CODE IN DFHCOMMAREA-1
               PERFORM WRITE-ERROR-MESSAGE-2
             END-IF
           END-IF.
           EXIT.

      * How many drivers the policy has and the highest number used -
      * a removed driver's number is not handed out again while a
      * later one is still on the policy
       COUNT-POLICY-DRIVERS.
           MOVE ' SELECT DRVCNT ' TO EM-SQLREQ-1
           EXEC SQL
             SELECT COUNT(*), MAX(DRIVERNUMBER)
               INTO :DB2-D-DRIVER-COUNT,
                    :DB2-D-MAX-DRIVERNUM INDICATOR :IND-D-MAX-DRIVERNUM
               FROM DRIVER
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT-1
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE IN DFHCOMMAREA-1
             PERFORM WRITE-ERROR-MESSAGE-2
           ELSE
             IF IND-D-MAX-DRIVERNUM EQUAL MINUS-ONE
               MOVE ZERO TO DB2-D-MAX-DRIVERNUM
             END-IF
           END-IF.
           EXIT.

       INSERT-DRIVER-ROW.
           MOVE ' INSERT DRIVER ' TO EM-SQLREQ-1
           EXEC SQL
             INSERT INTO DRIVER
                   ( POLICYNUMBER, DRIVERNUMBER, FIRSTNAME, LASTNAME,
                     DATEOFBIRTH, LICENCEDATE, LICENCENUMBER,
                     CONVICTIONCODES, PENALTYPOINTS )
             VALUES ( :DB2-POLICYNUM-INT-1, :DB2-D-DRIVERNUM-SINT,
                     :CA-D-FIRST-NAME, :CA-D-LAST-NAME,
                     :CA-D-DATE-OF-BIRTH, :CA-D-LICENCE-DATE,
                     :CA-D-LICENCE-NUMBER, :DB2-D-CONVICTIONCODES,
                     :DB2-D-POINTS-SINT )
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE IN DFHCOMMAREA-1
             PERFORM WRITE-ERROR-MESSAGE-2
           END-IF.
           EXIT.

      * Both names present, date of birth a real date in the past,
      * licence date a real date between the date of birth and
      * today, the licence number in the DVLA layout and agreeing with
      * the date of birth, each conviction code blank or two letters
      * and two digits (SP30), and the points numeric
       VALIDATE-DRIVER-INFO.
           IF CA-D-FIRST-NAME IN DFHCOMMAREA-1 = SPACES
              OR CA-D-LAST-NAME IN DFHCOMMAREA-1 = SPACES
             MOVE '95' TO CA-RETURN-CODE IN DFHCOMMAREA-1
           END-IF

      *    Today, from the update timestamp, for the in-the-past checks
           IF CA-RETURN-CODE IN DFHCOMMAREA-1 = SPACES
             MOVE WS-UPDATE-DATE TO WS-X-DATE-TEXT
             PERFORM CHECK-CANCEL-DATE-TEXT
             MOVE WS-X-YYYYMMDD TO WS-D-TODAY-YYYYMMDD
           END-IF

           IF CA-RETURN-CODE IN DFHCOMMAREA-1 = SPACES
             MOVE CA-D-DATE-OF-BIRTH IN DFHCOMMAREA-1 TO
             WS-X-DATE-TEXT
             PERFORM CHECK-CANCEL-DATE-TEXT
             MOVE WS-X-YYYYMMDD TO WS-D-DOB-YYYYMMDD
             IF NOT WS-X-DATE-VALID
                OR WS-D-DOB-YYYYMMDD >= WS-D-TODAY-YYYYMMDD
               MOVE '95' TO CA-RETURN-CODE IN DFHCOMMAREA-1
             END-IF
           END-IF

           IF CA-RETURN-CODE IN DFHCOMMAREA-1 = SPACES
             MOVE CA-D-LICENCE-DATE IN DFHCOMMAREA-1 TO
             WS-X-DATE-TEXT
             PERFORM CHECK-CANCEL-DATE-TEXT
             MOVE WS-X-YYYYMMDD TO WS-D-LICENCE-YYYYMMDD
             IF NOT WS-X-DATE-VALID
                OR WS-D-LICENCE-YYYYMMDD < WS-D-DOB-YYYYMMDD
                OR WS-D-LICENCE-YYYYMMDD > WS-D-TODAY-YYYYMMDD
               MOVE '95' TO CA-RETURN-CODE IN DFHCOMMAREA-1
             END-IF
           END-IF

           IF CA-RETURN-CODE IN DFHCOMMAREA-1 = SPACES
             PERFORM VALIDATE-LICENCE-NUMBER
           END-IF

           IF CA-RETURN-CODE IN DFHCOMMAREA-1 = SPACES
             PERFORM CHECK-CONVICTION-CODE
                     VARYING WS-D-CONV-SUB FROM 1 BY 1
                     UNTIL WS-D-CONV-SUB > 5
                        OR CA-RETURN-CODE IN DFHCOMMAREA-1
                           NOT EQUAL SPACES
           END-IF

           IF CA-RETURN-CODE IN DFHCOMMAREA-1 = SPACES
             IF CA-D-PENALTY-POINTS IN DFHCOMMAREA-1 IS NOT NUMERIC
               MOVE '95' TO CA-RETURN-CODE IN DFHCOMMAREA-1
             ELSE
               MOVE CA-D-PENALTY-POINTS IN DFHCOMMAREA-1 TO
               DB2-D-POINTS-SINT
               MOVE CA-D-CONVICTION-CODES IN DFHCOMMAREA-1 TO
               DB2-D-CONVICTIONCODES
             END-IF
           END-IF.
           EXIT.

      * Name positions letters or the 9 padding, the date-of-birth
      * and arbitrary positions numeric, the check characters letters
      * or digits - and the encoded birth date the driver's own
       VALIDATE-LICENCE-NUMBER.
           MOVE CA-D-LICENCE-NUMBER IN DFHCOMMAREA-1 TO
           WS-D-LICENCE-TEXT
           MOVE ZERO TO WS-D-LIC-BAD-COUNT

           PERFORM CHECK-LICENCE-NAME-CHARACTER
                   VARYING WS-D-LIC-INDEX FROM 1 BY 1
                   UNTIL WS-D-LIC-INDEX > 5
           PERFORM CHECK-LICENCE-NAME-CHARACTER
                   VARYING WS-D-LIC-INDEX FROM 12 BY 1
                   UNTIL WS-D-LIC-INDEX > 13
           PERFORM CHECK-LICENCE-CHECK-CHARACTER
                   VARYING WS-D-LIC-INDEX FROM 15 BY 1
                   UNTIL WS-D-LIC-INDEX > 16

           IF WS-D-LIC-BAD-COUNT > ZERO
              OR WS-D-LIC-BIRTH IS NOT NUMERIC
              OR WS-D-LIC-ARBITRARY IS NOT NUMERIC
             MOVE '95' TO CA-RETURN-CODE IN DFHCOMMAREA-1
           ELSE
             MOVE WS-D-LIC-MONTH TO WS-D-LIC-BIRTH-MONTH
             IF WS-D-LIC-BIRTH-MONTH > 50
               SUBTRACT 50 FROM WS-D-LIC-BIRTH-MONTH
             END-IF
             IF WS-D-LIC-DECADE NOT EQUAL WS-D-DOB-DECADE
                OR WS-D-LIC-YEAR NOT EQUAL WS-D-DOB-YEAR
                OR WS-D-LIC-BIRTH-MONTH NOT EQUAL WS-D-DOB-MM
                OR WS-D-LIC-DAY NOT EQUAL WS-D-DOB-DD
               MOVE '95' TO CA-RETURN-CODE IN DFHCOMMAREA-1
             END-IF
           END-IF.
           EXIT.

       CHECK-LICENCE-NAME-CHARACTER.
           MOVE WS-D-LICENCE-TEXT(WS-D-LIC-INDEX:1) TO WS-D-LIC-CHAR
           IF (WS-D-LIC-CHAR IS NOT ALPHABETIC-UPPER
               OR WS-D-LIC-CHAR = SPACE)
              AND WS-D-LIC-CHAR NOT EQUAL '9'
             ADD 1 TO WS-D-LIC-BAD-COUNT
           END-IF.
           EXIT.

       CHECK-LICENCE-CHECK-CHARACTER.
           MOVE WS-D-LICENCE-TEXT(WS-D-LIC-INDEX:1) TO WS-D-LIC-CHAR
           IF (WS-D-LIC-CHAR IS NOT ALPHABETIC-UPPER
               OR WS-D-LIC-CHAR = SPACE)
              AND WS-D-LIC-CHAR IS NOT NUMERIC
             ADD 1 TO WS-D-LIC-BAD-COUNT
           END-IF.
           EXIT.

      * One endorsement slot - unused, or two letters then two digits
       CHECK-CONVICTION-CODE.
           IF CA-D-CONVICTION-CODE IN DFHCOMMAREA-1(WS-D-CONV-SUB)
              NOT EQUAL SPACES
             IF CA-D-CONVICTION-CODE IN DFHCOMMAREA-1
                (WS-D-CONV-SUB)(1:2) IS NOT ALPHABETIC-UPPER
                OR CA-D-CONVICTION-CODE IN DFHCOMMAREA-1
                   (WS-D-CONV-SUB)(1:1) = SPACE
                OR CA-D-CONVICTION-CODE IN DFHCOMMAREA-1
                   (WS-D-CONV-SUB)(2:1) = SPACE
                OR CA-D-CONVICTION-CODE IN DFHCOMMAREA-1
                   (WS-D-CONV-SUB)(3:2) IS NOT NUMERIC
               MOVE '95' TO CA-RETURN-CODE IN DFHCOMMAREA-1
             END-IF
           END-IF.
           EXIT.

      * Check the validated, rated change against the referral rules
      * and hold it on REFERRAL if it trips any. DB2-R-TYPE says
      * whether it is new business or an amendment; the premium
      * increase is only measured against a premium read from MOTOR
       CHECK-REFERRAL-RULES.
           MOVE SPACES TO WS-R-RULES-TRIPPED
           PERFORM ENSURE-REFERRAL-RULES-LOADED

           IF CA-RETURN-CODE IN DFHCOMMAREA-1 = SPACES
             IF WS-R-PREMIUM-RULE-USED
                AND WS-OLD-MOTOR-FOUND
                AND WS-OLD-PREMIUM > ZERO
               COMPUTE WS-R-INCREASE-PCT =
                       (CA-M-PREMIUM IN DFHCOMMAREA-1 - WS-OLD-PREMIUM)
                       * 100 / WS-OLD-PREMIUM
               IF WS-R-INCREASE-PCT > WS-R-PREMIUM-LIMIT
                 MOVE 'P' TO WS-R-TRIPPED-PREMIUM
               END-IF
             END-IF
      *      Only a change that raises the count trips the accident
      *      rule - an amendment rates on the count already on file,
      *      so a policy already over the limit is not referred for
      *      every colour change. RACLAIMS refers the claim that
      *      takes it over
             IF WS-R-ACCIDENT-RULE-USED
                AND CA-M-ACCIDENTS IN DFHCOMMAREA-1 >
                    WS-R-ACCIDENT-LIMIT
               IF NOT WS-OLD-MOTOR-FOUND
                  OR CA-M-ACCIDENTS IN DFHCOMMAREA-1 >
                     WS-OLD-ACCIDENTS
                 MOVE 'A' TO WS-R-TRIPPED-ACCIDENTS
               END-IF
             END-IF
             IF WS-R-VALUE-RULE-USED
                AND CA-M-VALUE IN DFHCOMMAREA-1 > WS-R-VALUE-LIMIT
               MOVE 'V' TO WS-R-TRIPPED-VALUE
             END-IF
             IF WS-R-CC-RULE-USED
                AND CA-M-CC IN DFHCOMMAREA-1 > WS-R-CC-LIMIT
               MOVE 'C' TO WS-R-TRIPPED-CC
             END-IF

             IF WS-R-RULES-TRIPPED NOT EQUAL SPACES
               PERFORM HOLD-FOR-REFERRAL
             END-IF
           END-IF.
           EXIT.

      * One read of REFERRALRULE per task - a read that fails refuses
      * the request with '90' rather than let a change through
      * unchecked
       ENSURE-REFERRAL-RULES-LOADED.
           IF NOT WS-R-RULES-LOADED
             MOVE 'N' TO WS-R-PREMIUM-RULE-SW
             MOVE 'N' TO WS-R-ACCIDENT-RULE-SW
             MOVE 'N' TO WS-R-VALUE-RULE-SW
             MOVE 'N' TO WS-R-CC-RULE-SW
             MOVE 'N' TO WS-R-CURSOR-EOF-SWITCH
             MOVE 'N' TO WS-R-SQL-ERROR-SWITCH

             MOVE ' OPEN RULECSR ' TO EM-SQLREQ-1
             EXEC SQL
               OPEN RULECSR
             END-EXEC
             IF SQLCODE IN SQLCA NOT EQUAL 0
               SET WS-R-SQL-ERROR TO TRUE
               PERFORM WRITE-ERROR-MESSAGE-2
             ELSE
               PERFORM FETCH-REFERRAL-RULE
               PERFORM STORE-REFERRAL-RULE UNTIL WS-R-CURSOR-EOF
               EXEC SQL
                 CLOSE RULECSR
               END-EXEC
             END-IF

             IF WS-R-SQL-ERROR
               MOVE '90' TO CA-RETURN-CODE IN DFHCOMMAREA-1
             ELSE
               SET WS-R-RULES-LOADED TO TRUE
             END-IF
           END-IF.
           EXIT.

       FETCH-REFERRAL-RULE.
           MOVE ' FETCH RULECSR ' TO EM-SQLREQ-1
           EXEC SQL
             FETCH RULECSR
               INTO :DB2-R-RULETYPE,
                    :DB2-R-LIMITVALUE-INT
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             SET WS-R-CURSOR-EOF TO TRUE
             IF SQLCODE IN SQLCA NOT EQUAL 100
               SET WS-R-SQL-ERROR TO TRUE
               PERFORM WRITE-ERROR-MESSAGE-2
             END-IF
           END-IF.
           EXIT.

      * A rule type this program does not know is ignored
       STORE-REFERRAL-RULE.
           EVALUATE DB2-R-RULETYPE
             WHEN 'P'
               SET WS-R-PREMIUM-RULE-USED TO TRUE
               MOVE DB2-R-LIMITVALUE-INT TO WS-R-PREMIUM-LIMIT
             WHEN 'A'
               SET WS-R-ACCIDENT-RULE-USED TO TRUE
               MOVE DB2-R-LIMITVALUE-INT TO WS-R-ACCIDENT-LIMIT
             WHEN 'V'
               SET WS-R-VALUE-RULE-USED TO TRUE
               MOVE DB2-R-LIMITVALUE-INT TO WS-R-VALUE-LIMIT
             WHEN 'C'
               SET WS-R-CC-RULE-USED TO TRUE
               MOVE DB2-R-LIMITVALUE-INT TO WS-R-CC-LIMIT
           END-EVALUATE
           PERFORM FETCH-REFERRAL-RULE.
           EXIT.

      * Keep the change exactly as keyed, with what it rated to and
      * the rules it tripped, and answer '92' with the referral number
       HOLD-FOR-REFERRAL.
           MOVE ' SELECT MAXREF ' TO EM-SQLREQ-1
           EXEC SQL
             SELECT MAX(REFERRALNUMBER)
               INTO :DB2-R-MAX-REFNUM-INT INDICATOR :IND-R-MAX-REFNUM
               FROM REFERRAL
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE IN DFHCOMMAREA-1
             PERFORM WRITE-ERROR-MESSAGE-2
           ELSE
             IF IND-R-MAX-REFNUM EQUAL MINUS-ONE
               MOVE ZERO TO DB2-R-MAX-REFNUM-INT
             END-IF
             COMPUTE DB2-R-REFERRALNUM-INT = DB2-R-MAX-REFNUM-INT + 1
             PERFORM INSERT-REFERRAL-ROW
           END-IF

           IF CA-RETURN-CODE IN DFHCOMMAREA-1 = SPACES
             MOVE '92' TO CA-RETURN-CODE IN DFHCOMMAREA-1
             MOVE DB2-R-REFERRALNUM-INT TO
             CA-R-REFERRAL-NUM IN DFHCOMMAREA-1
             MOVE WS-R-RULES-TRIPPED TO
             CA-R-RULES-TRIPPED IN DFHCOMMAREA-1
           END-IF.
           EXIT.

      * An amendment keeps the LASTCHANGED it was keyed against; new
      * business its expiry date and any quote it converts
       INSERT-REFERRAL-ROW.
           MOVE DB2-POLICYNUM-INT-1                 TO
           DB2-R-POLICYNUM-INT
           MOVE CA-CUSTOMER-NUM IN DFHCOMMAREA-1    TO
           DB2-R-CUSTOMERNUM-INT
           MOVE CA-BROKERID IN DFHCOMMAREA-1        TO
           DB2-R-BROKERID-INT
           MOVE CA-PAYMENT IN DFHCOMMAREA-1         TO
           DB2-R-PAYMENT-INT
           MOVE CA-M-MANUFACTURED IN DFHCOMMAREA-1  TO
           DB2-R-MANUFACTURED-SINT
           MOVE CA-M-ACCIDENTS IN DFHCOMMAREA-1     TO
           DB2-R-ACCIDENTS-INT
           MOVE CA-M-PREMIUM IN DFHCOMMAREA-1       TO
           DB2-R-PROPOSED-INT
           IF DB2-R-TYPE = 'N'
             MOVE SPACES TO DB2-R-LASTCHANGED
             MOVE CA-EXPIRY-DATE IN DFHCOMMAREA-1   TO
             DB2-R-EXPIRYDATE
             MOVE CA-N-QUOTE-NUM IN DFHCOMMAREA-1   TO
             DB2-R-QUOTENUM-INT
             MOVE ZERO TO DB2-R-OLDPREMIUM-INT
           ELSE
             MOVE CA-LAST-CHANGED IN DFHCOMMAREA-1  TO
             DB2-R-LASTCHANGED
             MOVE SPACES TO DB2-R-EXPIRYDATE
             MOVE ZERO   TO DB2-R-QUOTENUM-INT
             MOVE WS-OLD-PREMIUM TO DB2-R-OLDPREMIUM-INT
           END-IF

           MOVE ' INSERT REFERRAL' TO EM-SQLREQ-1
           EXEC SQL
             INSERT INTO REFERRAL
                   ( REFERRALNUMBER, REFERRALTYPE, POLICYNUMBER,
                     CUSTOMERNUMBER, REFERDATE, REFERTIME,
                     RULESTRIPPED, REFERSTATUS, LASTCHANGED,
                     EXPIRYDATE, BROKERID, BROKERSREFERENCE, PAYMENT,
                     MAKE, MODEL, VALUE, REGNUMBER, COLOUR, CC,
                     YEAROFMANUFACTURE, ACCIDENTS, QUOTENUMBER,
                     BASEPREMIUM, PROPOSEDPREMIUM, OLDPREMIUM,
                     DECISIONDATE, DECISIONTIME, UNDERWRITER,
                     DECLINEREASON )
             VALUES ( :DB2-R-REFERRALNUM-INT, :DB2-R-TYPE,
                     :DB2-R-POLICYNUM-INT, :DB2-R-CUSTOMERNUM-INT,
                     :WS-UPDATE-DATE, :WS-UPDATE-TIME,
                     :WS-R-RULES-TRIPPED, 'P', :DB2-R-LASTCHANGED,
                     :DB2-R-EXPIRYDATE, :DB2-R-BROKERID-INT,
                     :CA-BROKERSREFERENCE, :DB2-R-PAYMENT-INT,
                     :CA-M-MAKE, :CA-M-MODEL, :DB2-M-VALUE-INT-2,
                     :CA-M-REGNUMBER, :CA-M-COLOUR, :DB2-M-CC-SINT-2,
                     :DB2-R-MANUFACTURED-SINT, :DB2-R-ACCIDENTS-INT,
                     :DB2-R-QUOTENUM-INT, :WS-R-BASE-PREMIUM,
                     :DB2-R-PROPOSED-INT, :DB2-R-OLDPREMIUM-INT,
                     ' ', ' ', ' ', ' ' )
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE IN DFHCOMMAREA-1
             PERFORM WRITE-ERROR-MESSAGE-2
           END-IF.
           EXIT.

      * Up to ten pending referrals, oldest first - needs the whole
      * commarea, list included
       LIST-REFERRAL-DB2-INFO.

           MOVE SPACES TO CA-RETURN-CODE IN DFHCOMMAREA-1
           MOVE ZERO   TO CA-R-LIST-COUNT IN DFHCOMMAREA-1
           MOVE ZERO   TO WS-R-LIST-SUB
           MOVE 'N'    TO WS-R-CURSOR-EOF-SWITCH
           MOVE 'N'    TO WS-R-SQL-ERROR-SWITCH
           MOVE ZERO   TO DB2-POLICYNUM-INT-1

           IF EIBCALEN < WS-REQUIRED-CA-LEN-REFLIST
             MOVE '98' TO CA-RETURN-CODE IN DFHCOMMAREA-1
           ELSE
             PERFORM SET-UPDATE-TIMESTAMP
             MOVE ' OPEN REFLISTCSR' TO EM-SQLREQ-1
             EXEC SQL
               OPEN REFLISTCSR
             END-EXEC
             IF SQLCODE IN SQLCA NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE IN DFHCOMMAREA-1
               PERFORM WRITE-ERROR-MESSAGE-2
             ELSE
               PERFORM FETCH-REFERRAL-LIST-ROW
               PERFORM STORE-REFERRAL-LIST-ENTRY
                       UNTIL WS-R-CURSOR-EOF
                          OR WS-R-LIST-SUB >= WS-R-LIST-MAX
               IF WS-R-SQL-ERROR
                 MOVE '90' TO CA-RETURN-CODE IN DFHCOMMAREA-1
               ELSE
                 MOVE WS-R-LIST-SUB TO
                 CA-R-LIST-COUNT IN DFHCOMMAREA-1
               END-IF
               EXEC SQL
                 CLOSE REFLISTCSR
               END-EXEC
             END-IF
           END-IF.
           EXIT.

       FETCH-REFERRAL-LIST-ROW.
           MOVE ' FETCH REFLSTCSR' TO EM-SQLREQ-1
           EXEC SQL
             FETCH REFLISTCSR
               INTO :DB2-R-REFERRALNUM-INT,
                    :DB2-R-TYPE,
                    :DB2-R-POLICYNUM-INT,
                    :DB2-R-CUSTOMERNUM-INT,
                    :DB2-R-REFERDATE,
                    :DB2-R-RULES,
                    :DB2-R-REGNUMBER,
                    :DB2-R-OLDPREMIUM-INT,
                    :DB2-R-PROPOSED-INT
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             SET WS-R-CURSOR-EOF TO TRUE
             IF SQLCODE IN SQLCA NOT EQUAL 100
               SET WS-R-SQL-ERROR TO TRUE
               PERFORM WRITE-ERROR-MESSAGE-2
             END-IF
           END-IF.
           EXIT.

       STORE-REFERRAL-LIST-ENTRY.
           ADD 1 TO WS-R-LIST-SUB
           MOVE DB2-R-REFERRALNUM-INT TO
                CA-R-L-REFERRAL-NUM IN DFHCOMMAREA-1(WS-R-LIST-SUB)
           MOVE DB2-R-TYPE            TO
                CA-R-L-TYPE IN DFHCOMMAREA-1(WS-R-LIST-SUB)
           MOVE DB2-R-POLICYNUM-INT   TO
                CA-R-L-POLICY-NUM IN DFHCOMMAREA-1(WS-R-LIST-SUB)
           MOVE DB2-R-CUSTOMERNUM-INT TO
                CA-R-L-CUSTOMER-NUM IN DFHCOMMAREA-1(WS-R-LIST-SUB)
           MOVE DB2-R-REFERDATE       TO
                CA-R-L-REFER-DATE IN DFHCOMMAREA-1(WS-R-LIST-SUB)
           MOVE DB2-R-RULES           TO
                CA-R-L-RULES IN DFHCOMMAREA-1(WS-R-LIST-SUB)
           MOVE DB2-R-REGNUMBER       TO
                CA-R-L-REGNUMBER IN DFHCOMMAREA-1(WS-R-LIST-SUB)
           MOVE DB2-R-OLDPREMIUM-INT  TO
                CA-R-L-OLD-PREMIUM IN DFHCOMMAREA-1(WS-R-LIST-SUB)
           MOVE DB2-R-PROPOSED-INT    TO
                CA-R-L-NEW-PREMIUM IN DFHCOMMAREA-1(WS-R-LIST-SUB)
           PERFORM FETCH-REFERRAL-LIST-ROW.
           EXIT.

      * Apply a pending referral as keyed through the normal add or
      * update - validation, stale-update guard, rating, history,
      * billing event and documents all as if it had never been held.
      * Only a change that goes through is marked approved; anything
      * else comes back with the add or update's own return code and
      * the referral still pending
       APPROVE-REFERRAL-DB2-INFO.

           MOVE SPACES TO CA-RETURN-CODE IN DFHCOMMAREA-1
           MOVE ZERO   TO DB2-POLICYNUM-INT-1

           PERFORM SET-UPDATE-TIMESTAMP

           PERFORM READ-REFERRAL-FOR-DECISION

           IF CA-RETURN-CODE IN DFHCOMMAREA-1 = SPACES
             PERFORM LOAD-REFERRAL-INTO-COMMAREA
             SET WS-REFERRAL-APPROVED TO TRUE
             IF DB2-R-TYPE = 'N'
               PERFORM ADD-MOTOR-DB2-INFO
             ELSE
               PERFORM UPDATE-MOTOR-DB2-INFO
             END-IF
             MOVE 'N' TO WS-REFERRAL-APPROVED-SW
           END-IF

      *    DB2-POLICYNUM-INT-1 is the policy just added on new business
           IF CA-RETURN-CODE IN DFHCOMMAREA-1 = SPACES
             MOVE ' UPDATE REFAPPR ' TO EM-SQLREQ-1
             EXEC SQL
               UPDATE REFERRAL
                 SET
                      REFERSTATUS    = 'A',
                      POLICYNUMBER   = :DB2-POLICYNUM-INT-1,
                      DECISIONDATE   = :WS-UPDATE-DATE,
                      DECISIONTIME   = :WS-UPDATE-TIME,
                      UNDERWRITER    = :CA-R-UNDERWRITER
                 WHERE
                      REFERRALNUMBER = :DB2-R-REFERRALNUM-INT
                  AND REFERSTATUS    = 'P'
             END-EXEC
             PERFORM CHECK-REFERRAL-DECISION
           END-IF.
           EXIT.

      * Close a pending referral without applying it - the reason is
      * kept on the referral for the broker or customer to be told
       DECLINE-REFERRAL-DB2-INFO.

           MOVE SPACES TO CA-RETURN-CODE IN DFHCOMMAREA-1
           MOVE ZERO   TO DB2-POLICYNUM-INT-1

           PERFORM SET-UPDATE-TIMESTAMP

           IF CA-R-DECLINE-REASON IN DFHCOMMAREA-1 = SPACES
             MOVE '95' TO CA-RETURN-CODE IN DFHCOMMAREA-1
           ELSE
             PERFORM READ-REFERRAL-FOR-DECISION
           END-IF

           IF CA-RETURN-CODE IN DFHCOMMAREA-1 = SPACES
             MOVE ' UPDATE REFDECL ' TO EM-SQLREQ-1
             EXEC SQL
               UPDATE REFERRAL
                 SET
                      REFERSTATUS    = 'D',
                      DECISIONDATE   = :WS-UPDATE-DATE,
                      DECISIONTIME   = :WS-UPDATE-TIME,
                      UNDERWRITER    = :CA-R-UNDERWRITER,
                      DECLINEREASON  = :CA-R-DECLINE-REASON
                 WHERE
                      REFERRALNUMBER = :DB2-R-REFERRALNUM-INT
                  AND REFERSTATUS    = 'P'
             END-EXEC
             PERFORM CHECK-REFERRAL-DECISION
           END-IF.
           EXIT.

      * The referral must exist ('01') and still be pending ('91'),
      * and the underwriter deciding it must say who they are ('95')
       READ-REFERRAL-FOR-DECISION.
           MOVE CA-R-REFERRAL-NUM IN DFHCOMMAREA-1 TO
           DB2-R-REFERRALNUM-INT

           IF CA-R-UNDERWRITER IN DFHCOMMAREA-1 = SPACES
             MOVE '95' TO CA-RETURN-CODE IN DFHCOMMAREA-1
           ELSE
             MOVE ' SELECT REFERRAL' TO EM-SQLREQ-1
             EXEC SQL
               SELECT REFERRALTYPE, POLICYNUMBER, CUSTOMERNUMBER,
                      REFERSTATUS, LASTCHANGED, EXPIRYDATE,
                      BROKERID, BROKERSREFERENCE, PAYMENT,
                      MAKE, MODEL, VALUE, REGNUMBER, COLOUR, CC,
                      YEAROFMANUFACTURE, ACCIDENTS, QUOTENUMBER,
                      BASEPREMIUM
                 INTO :DB2-R-TYPE, :DB2-R-POLICYNUM-INT,
                      :DB2-R-CUSTOMERNUM-INT, :DB2-R-STATUS,
                      :DB2-R-LASTCHANGED, :DB2-R-EXPIRYDATE,
                      :DB2-R-BROKERID-INT, :DB2-R-BROKERSREF,
                      :DB2-R-PAYMENT-INT, :DB2-R-MAKE, :DB2-R-MODEL,
                      :DB2-R-VALUE-INT, :DB2-R-REGNUMBER,
                      :DB2-R-COLOUR, :DB2-R-CC-SINT,
                      :DB2-R-MANUFACTURED-SINT, :DB2-R-ACCIDENTS-INT,
                      :DB2-R-QUOTENUM-INT, :DB2-R-BASEPREMIUM-INT
                 FROM REFERRAL
                 WHERE REFERRALNUMBER = :DB2-R-REFERRALNUM-INT
             END-EXEC

             EVALUATE SQLCODE IN SQLCA
               WHEN 0
                 MOVE DB2-R-POLICYNUM-INT TO DB2-POLICYNUM-INT-1
                 IF DB2-R-STATUS NOT EQUAL 'P'
                   MOVE '91' TO CA-RETURN-CODE IN DFHCOMMAREA-1
                 END-IF
               WHEN 100
                 MOVE '01' TO CA-RETURN-CODE IN DFHCOMMAREA-1
               WHEN OTHER
                 MOVE '90' TO CA-RETURN-CODE IN DFHCOMMAREA-1
                 PERFORM WRITE-ERROR-MESSAGE-2
             END-EVALUATE
           END-IF.
           EXIT.

      * Put the held change back into the commarea the way its caller
      * first keyed it, premium before rating included
       LOAD-REFERRAL-INTO-COMMAREA.
           MOVE DB2-R-CUSTOMERNUM-INT  TO
           CA-CUSTOMER-NUM IN DFHCOMMAREA-1
           MOVE DB2-R-POLICYNUM-INT    TO CA-POLICY-NUM IN DFHCOMMAREA-1
           MOVE DB2-R-LASTCHANGED      TO
           CA-LAST-CHANGED IN DFHCOMMAREA-1
           MOVE DB2-R-EXPIRYDATE       TO
           CA-EXPIRY-DATE IN DFHCOMMAREA-1
           MOVE DB2-R-BROKERID-INT     TO CA-BROKERID IN DFHCOMMAREA-1
           MOVE DB2-R-BROKERSREF       TO
           CA-BROKERSREFERENCE IN DFHCOMMAREA-1
           MOVE DB2-R-PAYMENT-INT      TO CA-PAYMENT IN DFHCOMMAREA-1
           MOVE DB2-R-MAKE             TO CA-M-MAKE IN DFHCOMMAREA-1
           MOVE DB2-R-MODEL            TO CA-M-MODEL IN DFHCOMMAREA-1
           MOVE DB2-R-VALUE-INT        TO CA-M-VALUE IN DFHCOMMAREA-1
           MOVE DB2-R-REGNUMBER        TO
           CA-M-REGNUMBER IN DFHCOMMAREA-1
           MOVE DB2-R-COLOUR           TO CA-M-COLOUR IN DFHCOMMAREA-1
           MOVE DB2-R-CC-SINT          TO CA-M-CC IN DFHCOMMAREA-1
           MOVE DB2-R-MANUFACTURED-SINT TO
           CA-M-MANUFACTURED IN DFHCOMMAREA-1
           MOVE DB2-R-ACCIDENTS-INT    TO
           CA-M-ACCIDENTS IN DFHCOMMAREA-1
           MOVE DB2-R-BASEPREMIUM-INT  TO CA-M-PREMIUM IN DFHCOMMAREA-1
           MOVE DB2-R-QUOTENUM-INT     TO
           CA-N-QUOTE-NUM IN DFHCOMMAREA-1.
           EXIT.

      * The decision is only recorded against a referral still
      * pending - another underwriter deciding it first answers '91'
       CHECK-REFERRAL-DECISION.
           IF SQLCODE IN SQLCA NOT EQUAL 0
             IF SQLCODE IN SQLCA EQUAL 100
               MOVE '91' TO CA-RETURN-CODE IN DFHCOMMAREA-1
             ELSE
               MOVE '90' TO CA-RETURN-CODE IN DFHCOMMAREA-1
               PERFORM WRITE-ERROR-MESSAGE-2
             END-IF
           END-IF.
           EXIT.

      * WRITE-ERROR-MESSAGE-1 RENAMED FROM WRITE-ERROR-MESSAGE
       GET-MOTOR-DB2-INFO.

