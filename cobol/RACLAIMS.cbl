      ******************************************************************
      * Claims register maintenance and first notification of loss -
      * ACCIDENTS on MOTOR used to be a bare count keyed into the
      * RAEXPORT update commarea, with nothing behind it to say what
      * the accidents were, when they happened or what they cost.
      * This program keeps the CLAIM register that now stands behind
      * that count.
      *
      * One LINKed program, the function selected by CA-C-REQUEST in
      * the LGCLAREA commarea, the way RACUSTMN works. A notification
      * starts from the number plate on the claim form, finding the
      * policy through the same POLICY/MOTOR join RAREGINQ cursors,
      * and assigns the next free claim number. An at-fault claim
      * then moves ACCIDENTS on by one and re-rates the policy along
      * the same audited path a RAEXPORT update takes - the policy's
      * LASTCHANGED is advanced so any amendment already in flight is
      * refused as stale, the premium is rated from the shared
      * effective-dated factors, the before-picture goes to
      * MOTOR_HISTORY and a changed premium goes to billing as a
      * PREMCHG event. A re-rate that trips RAEXPORT's accident or
      * premium-increase referral rule is held on REFERRAL for an
      * underwriter instead, the claim still registered. A non-fault
      * claim is recorded and nothing on the policy moves.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RACLAIMS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    CA-C-RETURN-CODE through CA-C-NEW-PREMIUM, per LGCLAREA
       01  WS-REQUIRED-CA-LEN          PIC S9(4) COMP VALUE +111.
      *    ... through CA-C-RULES-TRIPPED, to be told of a referral
       01  WS-REQUIRED-CA-LEN-REFER    PIC S9(4) COMP VALUE +124.
       01  MINUS-ONE                   PIC S9(4) COMP VALUE -1.
       01  WS-CURSOR-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-CURSOR-EOF            VALUE 'Y'.
       01  WS-SQL-ERROR-SWITCH         PIC X(01) VALUE 'N'.
           88 WS-SQL-ERROR             VALUE 'Y'.
       01  WS-SAVE-SQLCODE             PIC S9(9) COMP VALUE ZERO.
      *    One CICS ASKTIME/FORMATTIME per request, shared by the
      *    notified date, the rating date, the MOTOR_HISTORY row and
      *    the billing event
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
       01  WS-NEW-ACCIDENTS            PIC S9(9) COMP VALUE ZERO.
       01  WS-NEW-PREMIUM              PIC S9(9) COMP VALUE ZERO.
      *    MM/DD/YYYY dates re-assembled to YYYYMMDD so the loss date
      *    can be compared with today and the period of cover
       01  WS-CHECK-DATE               PIC X(10)      VALUE SPACES.
       01  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
           03 WS-CHECK-MM              PIC 9(02).
           03 WS-CHECK-SEP-1           PIC X(01).
           03 WS-CHECK-DD              PIC 9(02).
           03 WS-CHECK-SEP-2           PIC X(01).
           03 WS-CHECK-YYYY            PIC 9(04).
       01  WS-CHECK-YYYYMMDD           PIC 9(08)      VALUE ZERO.
       01  WS-CHECK-DATE-SWITCH        PIC X(01)      VALUE 'N'.
           88 WS-CHECK-DATE-VALID      VALUE 'Y'.
       01  WS-LOSS-YYYYMMDD            PIC 9(08)      VALUE ZERO.
       01  WS-TODAY-YYYYMMDD           PIC 9(08)      VALUE ZERO.
       01  WS-ISSUE-YYYYMMDD           PIC 9(08)      VALUE ZERO.
       01  WS-EXPIRY-YYYYMMDD          PIC 9(08)      VALUE ZERO.
       01  WS-CANCEL-YYYYMMDD          PIC 9(08)      VALUE ZERO.
       01  WS-COVER-END-YYYYMMDD       PIC 9(08)      VALUE ZERO.
      *    A plate can sit on more than one policy once one has been
      *    cancelled - each row is ranked 3 when its cover takes in
      *    the loss date, 2 when the policy is not cancelled, 1
      *    otherwise, and the best-ranked row answers. The saved row
      *    is DB2-CL-POLICY-ROW, WS-OLD-MOTOR-VALUES and the cancel
      *    indicator byte for byte
       01  WS-PLATE-ROW-RANK           PIC 9(01)      VALUE ZERO.
       01  WS-BEST-ROW-RANK            PIC 9(01)      VALUE ZERO.
       01  WS-BEST-POLICY-ROW          PIC X(40)      VALUE SPACES.
       01  WS-BEST-MOTOR-VALUES        PIC X(44)      VALUE SPACES.
       01  WS-BEST-CANCEL-IND          PIC S9(4) COMP VALUE ZERO.
       01  WS-MONTH-DAYS-TABLE         PIC X(24)
              VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-ENTRIES REDEFINES WS-MONTH-DAYS-TABLE.
           03 WS-MONTH-DAYS            PIC 9(02) OCCURS 12 TIMES.
       01  WS-LEAP-QUOTIENT            PIC 9(04)      VALUE ZERO.
       01  WS-LEAP-REMAINDER           PIC 9(04)      VALUE ZERO.
       01  WS-DAYS-IN-MONTH            PIC 9(02)      VALUE ZERO.
      *    Cause codes a claim may carry, per LGCLAREA
       01  WS-CAUSE-CODE-VALUES.
           03 FILLER                   PIC X(02) VALUE 'CO'.
           03 FILLER                   PIC X(02) VALUE 'TH'.
           03 FILLER                   PIC X(02) VALUE 'FI'.
           03 FILLER                   PIC X(02) VALUE 'WS'.
           03 FILLER                   PIC X(02) VALUE 'VA'.
           03 FILLER                   PIC X(02) VALUE 'WE'.
           03 FILLER                   PIC X(02) VALUE 'OT'.
       01  WS-CAUSE-CODE-TABLE REDEFINES WS-CAUSE-CODE-VALUES.
           03 WS-CAUSE-CODE            PIC X(02) OCCURS 7 TIMES.
       01  WS-CAUSE-SUB                PIC S9(4) COMP VALUE ZERO.
       01  WS-CAUSE-FOUND-SWITCH       PIC X(01)      VALUE 'N'.
           88 WS-CAUSE-FOUND           VALUE 'Y'.
      *    The accident and premium-increase referral rules, read
      *    from REFERRALRULE once per task when an at-fault claim
      *    re-rates - a rule type with no row is not checked
       01  WS-R-CURSOR-EOF-SWITCH      PIC X(01)      VALUE 'N'.
           88 WS-R-CURSOR-EOF          VALUE 'Y'.
       01  WS-R-SQL-ERROR-SWITCH       PIC X(01)      VALUE 'N'.
           88 WS-R-SQL-ERROR           VALUE 'Y'.
       01  WS-R-RULES-LOADED-SW        PIC X(01)      VALUE 'N'.
           88 WS-R-RULES-LOADED        VALUE 'Y'.
       01  WS-R-PREMIUM-RULE-SW        PIC X(01)      VALUE 'N'.
           88 WS-R-PREMIUM-RULE-USED   VALUE 'Y'.
       01  WS-R-ACCIDENT-RULE-SW       PIC X(01)      VALUE 'N'.
           88 WS-R-ACCIDENT-RULE-USED  VALUE 'Y'.
       01  WS-R-PREMIUM-LIMIT          PIC S9(9) COMP VALUE ZERO.
       01  WS-R-ACCIDENT-LIMIT         PIC S9(9) COMP VALUE ZERO.
       01  WS-R-INCREASE-PCT           PIC S9(7)V99 COMP-3 VALUE ZERO.
      *    P, A, V, C in that order, as RAEXPORT keeps them - only P
      *    and A can trip on a claim
       01  WS-R-RULES-TRIPPED.
           03 WS-R-TRIPPED-PREMIUM     PIC X(01)      VALUE SPACES.
           03 WS-R-TRIPPED-ACCIDENTS   PIC X(01)      VALUE SPACES.
           03 WS-R-TRIPPED-VALUE       PIC X(01)      VALUE SPACES.
           03 WS-R-TRIPPED-CC          PIC X(01)      VALUE SPACES.
       01  DB2-R-RULE-ROW.
           03 DB2-R-RULETYPE           PIC X(01)      VALUE SPACES.
           03 DB2-R-LIMITVALUE-INT     PIC S9(9) COMP VALUE ZERO.
      *    The rest of the policy as RAEXPORT would be handed it, so
      *    an approved referral replays as a complete amendment
       01  DB2-R-REFERRAL-ROW.
           03 DB2-R-REFERRALNUM-INT    PIC S9(9) COMP VALUE ZERO.
           03 DB2-R-MAX-REFNUM-INT     PIC S9(9) COMP VALUE ZERO.
           03 DB2-R-LASTCHANGED        PIC X(10)      VALUE SPACES.
           03 DB2-R-BROKERID-INT       PIC S9(9) COMP VALUE ZERO.
           03 DB2-R-BROKERSREF         PIC X(15)      VALUE SPACES.
           03 DB2-R-PAYMENT-INT        PIC S9(9) COMP VALUE ZERO.
           03 DB2-R-REGNUMBER          PIC X(09)      VALUE SPACES.
           03 DB2-R-COLOUR             PIC X(10)      VALUE SPACES.
       77  IND-R-MAX-REFNUM            PIC S9(4) COMP.
       77  IND-R-BROKERID              PIC S9(4) COMP.
       77  IND-R-BROKERSREF            PIC S9(4) COMP.
       77  IND-R-PAYMENT               PIC S9(4) COMP.
      *    ENQ name serialising the PREMCHG queue against the billing
      *    extract's read-and-delete window - the same ENQ RAEXPORT
      *    and RABILLXT take
       01  WS-PREMCHG-RESOURCE         PIC X(08)      VALUE 'PREMCHG '.
       01  WS-PREMIUM-CHANGE-EVENT.
           03 PCE-POLICYNUM            PIC 9(09)      VALUE ZERO.
           03 PCE-OLD-PREMIUM          PIC 9(09)      VALUE ZERO.
           03 PCE-NEW-PREMIUM          PIC 9(09)      VALUE ZERO.
           03 PCE-EFFECTIVE-DATE       PIC X(10)      VALUE SPACES.
       01  DB2-CL-INTEGERS.
           03 DB2-CL-CLAIMNUM-INT      PIC S9(9) COMP VALUE +0.
           03 DB2-CL-MAX-CLAIMNUM-INT  PIC S9(9) COMP VALUE +0.
           03 DB2-CL-RESERVE-INT       PIC S9(9) COMP VALUE +0.
           03 DB2-CL-PAID-INT          PIC S9(9) COMP VALUE +0.
       77  IND-MAX-CLAIM               PIC S9(4) COMP.
       01  DB2-CL-REG-IN               PIC X(09) VALUE SPACES.
       01  DB2-CL-STATUS               PIC X(01) VALUE SPACES.
       01  DB2-CL-CLOSEDDATE           PIC X(10) VALUE SPACES.
      *    The policy the plate belongs to, as the notification finds
      *    it - also the before-picture for the audit trail when an
      *    at-fault claim re-rates it
       01  DB2-CL-POLICY-ROW.
           03 DB2-CL-CUSTOMERNUM-INT   PIC S9(9) COMP VALUE +0.
           03 DB2-CL-POLICYNUM-INT     PIC S9(9) COMP VALUE +0.
           03 DB2-CL-ISSUEDATE         PIC X(10) VALUE SPACES.
           03 DB2-CL-EXPIRYDATE        PIC X(10) VALUE SPACES.
           03 DB2-CL-MANUFACTURED-SINT PIC S9(4) COMP VALUE +0.
           03 DB2-CL-CANCELDATE        PIC X(10) VALUE SPACES.
       77  IND-CL-CANCELDATE           PIC S9(4) COMP.
       01  WS-OLD-MOTOR-VALUES.
           03 WS-OLD-MAKE              PIC X(15)      VALUE SPACES.
           03 WS-OLD-MODEL             PIC X(15)      VALUE SPACES.
           03 WS-OLD-VALUE             PIC S9(9) COMP VALUE ZERO.
           03 WS-OLD-CC                PIC S9(4) COMP VALUE ZERO.
           03 WS-OLD-PREMIUM           PIC S9(9) COMP VALUE ZERO.
           03 WS-OLD-ACCIDENTS         PIC S9(9) COMP VALUE ZERO.
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
           03 FILLER                   PIC X(9)  VALUE ' RACLAIMS'.
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
      *    batch rating - loaded only when an at-fault claim re-rates
       COPY LGRATFAC.

      ******************************************************************
      * The POLICY/MOTOR join keyed on the plate, as RAREGINQ cursors
      * it - ordered by policy number so that, among equally ranked
      * rows, a plate on several policies answers deterministically
      ******************************************************************
           EXEC SQL
             DECLARE CLMREGCSR CURSOR FOR
             SELECT   POLICY.CUSTOMERNUMBER,
                      POLICY.POLICYNUMBER,
                      POLICY.ISSUEDATE,
                      POLICY.EXPIRYDATE,
                      MOTOR.MAKE,
                      MOTOR.MODEL,
                      MOTOR.VALUE,
                      MOTOR.CC,
                      MOTOR.YEAROFMANUFACTURE,
                      MOTOR.PREMIUM,
                      MOTOR.ACCIDENTS,
                      POLICY.CANCELDATE
               FROM   POLICY, MOTOR
               WHERE  POLICY.POLICYNUMBER = MOTOR.POLICYNUMBER
                 AND  MOTOR.REGNUMBER = :DB2-CL-REG-IN
               ORDER BY POLICY.POLICYNUMBER
           END-EXEC.

      *    The underwriting referral rules, as RAEXPORT reads them
           EXEC SQL
             DECLARE RULECSR CURSOR FOR
             SELECT   RULETYPE,
                      LIMITVALUE
               FROM   REFERRALRULE
           END-EXEC.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY LGCLAREA.

       PROCEDURE DIVISION.
       MAINTAIN-CLAIM-INFO.

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
               MOVE '98' TO CA-C-RETURN-CODE
             END-IF
             EXEC CICS RETURN END-EXEC
           END-IF

           MOVE SPACES TO CA-C-RETURN-CODE
           MOVE CA-C-CLAIM-NUM TO DB2-CL-CLAIMNUM-INT

           PERFORM SET-CLAIM-TIMESTAMP

           EVALUATE CA-C-REQUEST
             WHEN 'N'
               PERFORM NOTIFY-CLAIM-LOSS
             WHEN 'G'
               PERFORM GET-CLAIM-INFO
             WHEN 'U'
               PERFORM UPDATE-CLAIM-INFO
             WHEN OTHER
               MOVE '99' TO CA-C-RETURN-CODE
           END-EVALUATE

           EXEC CICS RETURN END-EXEC.
           EXIT.

      * One CICS ASKTIME/FORMATTIME per request, shared by the
      * notified/closed dates, the age band and the audit trail
       SET-CLAIM-TIMESTAMP.
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

      * First notification of loss - find the policy from the plate,
      * check the details make sense against its period of cover,
      * register the claim, and let an at-fault claim move the
      * accident count and the premium. A re-rate held for referral
      * ('92') still answers with the claim registered
       NOTIFY-CLAIM-LOSS.
           PERFORM LOOKUP-POLICY-BY-PLATE

           IF CA-C-RETURN-CODE = SPACES
             PERFORM VALIDATE-LOSS-NOTIFICATION
           END-IF

           IF CA-C-RETURN-CODE = SPACES
             PERFORM ASSIGN-NEW-CLAIM-NUMBER
           END-IF

           IF CA-C-RETURN-CODE = SPACES
             PERFORM INSERT-CLAIM-ROW
           END-IF

           IF CA-C-RETURN-CODE = SPACES
             MOVE WS-OLD-ACCIDENTS TO WS-NEW-ACCIDENTS
             MOVE WS-OLD-PREMIUM   TO WS-NEW-PREMIUM
      *      A cancelled policy has no premium left to re-rate - the
      *      claim is registered against it and nothing more
             IF CA-C-FAULT = 'F'
                AND IND-CL-CANCELDATE < ZERO
               PERFORM APPLY-AT-FAULT-ACCIDENT
             END-IF
           END-IF

           IF CA-C-RETURN-CODE = SPACES OR '92'
             MOVE DB2-CL-CLAIMNUM-INT    TO CA-C-CLAIM-NUM
             MOVE DB2-CL-POLICYNUM-INT   TO CA-C-POLICY-NUM
             MOVE DB2-CL-CUSTOMERNUM-INT TO CA-C-CUSTOMER-NUM
             MOVE WS-UPDATE-DATE         TO CA-C-NOTIFIED-DATE
             MOVE 'O'                    TO CA-C-STATUS
             MOVE ZERO                   TO CA-C-PAID
             MOVE SPACES                 TO CA-C-CLOSED-DATE
             MOVE WS-NEW-ACCIDENTS       TO CA-C-ACCIDENTS
             MOVE WS-OLD-PREMIUM         TO CA-C-OLD-PREMIUM
             MOVE WS-NEW-PREMIUM         TO CA-C-NEW-PREMIUM
           END-IF

           IF CA-C-RETURN-CODE = '92'
              AND EIBCALEN >= WS-REQUIRED-CA-LEN-REFER
             MOVE DB2-R-REFERRALNUM-INT  TO CA-C-REFERRAL-NUM
             MOVE WS-R-RULES-TRIPPED     TO CA-C-RULES-TRIPPED
           END-IF.
           EXIT.

      * The online validation keeps REGNUMBER unique across the live
      * book, but a cancelled policy keeps its MOTOR row - so the
      * policy whose cover takes in the loss date answers, else the
      * policy not cancelled, else the lowest policy number
       LOOKUP-POLICY-BY-PLATE.
           MOVE CA-C-REGNUMBER TO DB2-CL-REG-IN
           MOVE ZERO           TO WS-BEST-ROW-RANK
           MOVE ZERO           TO WS-LOSS-YYYYMMDD
           MOVE CA-C-LOSS-DATE TO WS-CHECK-DATE
           PERFORM CHECK-CLAIM-DATE
           IF WS-CHECK-DATE-VALID
             MOVE WS-CHECK-YYYYMMDD TO WS-LOSS-YYYYMMDD
           END-IF

           MOVE ' OPEN CLMREGCSR' TO EM-SQLREQ
           EXEC SQL
             OPEN CLMREGCSR
           END-EXEC
           IF SQLCODE IN SQLCA NOT EQUAL 0
             MOVE '90' TO CA-C-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             PERFORM FETCH-CLAIM-PLATE-ROW
             PERFORM RANK-CLAIM-PLATE-ROW
                     UNTIL WS-CURSOR-EOF OR WS-BEST-ROW-RANK = 3
             IF WS-SQL-ERROR
               MOVE '90' TO CA-C-RETURN-CODE
             ELSE
               IF WS-BEST-ROW-RANK = ZERO
      *          No MOTOR row carries this plate
                 MOVE '01' TO CA-C-RETURN-CODE
               ELSE
                 MOVE WS-BEST-POLICY-ROW   TO DB2-CL-POLICY-ROW
                 MOVE WS-BEST-MOTOR-VALUES TO WS-OLD-MOTOR-VALUES
                 MOVE WS-BEST-CANCEL-IND   TO IND-CL-CANCELDATE
               END-IF
             END-IF

             MOVE ' CLOSE CLMREGCSR' TO EM-SQLREQ
             EXEC SQL
               CLOSE CLMREGCSR
             END-EXEC
           END-IF.
           EXIT.

       FETCH-CLAIM-PLATE-ROW.
           MOVE ' FETCH CLMREGCSR' TO EM-SQLREQ
           EXEC SQL
             FETCH CLMREGCSR
               INTO :DB2-CL-CUSTOMERNUM-INT,
                    :DB2-CL-POLICYNUM-INT,
                    :DB2-CL-ISSUEDATE,
                    :DB2-CL-EXPIRYDATE,
                    :WS-OLD-MAKE,
                    :WS-OLD-MODEL,
                    :WS-OLD-VALUE,
                    :WS-OLD-CC,
                    :DB2-CL-MANUFACTURED-SINT,
                    :WS-OLD-PREMIUM,
                    :WS-OLD-ACCIDENTS,
                    :DB2-CL-CANCELDATE INDICATOR :IND-CL-CANCELDATE
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             SET WS-CURSOR-EOF TO TRUE
             IF SQLCODE IN SQLCA NOT EQUAL 100
               SET WS-SQL-ERROR TO TRUE
               PERFORM WRITE-ERROR-MESSAGE
             END-IF
           END-IF.
           EXIT.

      * Rank the row just fetched and keep it when it beats the best
      * so far - the cover ends at the cancellation date when that
      * comes before expiry
       RANK-CLAIM-PLATE-ROW.
           MOVE DB2-CL-ISSUEDATE(7:4)  TO WS-ISSUE-YYYYMMDD(1:4)
           MOVE DB2-CL-ISSUEDATE(1:2)  TO WS-ISSUE-YYYYMMDD(5:2)
           MOVE DB2-CL-ISSUEDATE(4:2)  TO WS-ISSUE-YYYYMMDD(7:2)
           MOVE DB2-CL-EXPIRYDATE(7:4) TO WS-COVER-END-YYYYMMDD(1:4)
           MOVE DB2-CL-EXPIRYDATE(1:2) TO WS-COVER-END-YYYYMMDD(5:2)
           MOVE DB2-CL-EXPIRYDATE(4:2) TO WS-COVER-END-YYYYMMDD(7:2)
           IF IND-CL-CANCELDATE NOT < ZERO
             MOVE DB2-CL-CANCELDATE(7:4) TO WS-CANCEL-YYYYMMDD(1:4)
             MOVE DB2-CL-CANCELDATE(1:2) TO WS-CANCEL-YYYYMMDD(5:2)
             MOVE DB2-CL-CANCELDATE(4:2) TO WS-CANCEL-YYYYMMDD(7:2)
             IF WS-CANCEL-YYYYMMDD < WS-COVER-END-YYYYMMDD
               MOVE WS-CANCEL-YYYYMMDD TO WS-COVER-END-YYYYMMDD
             END-IF
           END-IF

           IF WS-LOSS-YYYYMMDD > ZERO
              AND WS-LOSS-YYYYMMDD NOT < WS-ISSUE-YYYYMMDD
              AND WS-LOSS-YYYYMMDD NOT > WS-COVER-END-YYYYMMDD
             MOVE 3 TO WS-PLATE-ROW-RANK
           ELSE
             IF IND-CL-CANCELDATE < ZERO
               MOVE 2 TO WS-PLATE-ROW-RANK
             ELSE
               MOVE 1 TO WS-PLATE-ROW-RANK
             END-IF
           END-IF

           IF WS-PLATE-ROW-RANK > WS-BEST-ROW-RANK
             MOVE WS-PLATE-ROW-RANK   TO WS-BEST-ROW-RANK
             MOVE DB2-CL-POLICY-ROW   TO WS-BEST-POLICY-ROW
             MOVE WS-OLD-MOTOR-VALUES TO WS-BEST-MOTOR-VALUES
             MOVE IND-CL-CANCELDATE   TO WS-BEST-CANCEL-IND
           END-IF

           IF WS-BEST-ROW-RANK < 3
             PERFORM FETCH-CLAIM-PLATE-ROW
           END-IF.
           EXIT.

      * A loss must be a real date, no later than today and inside the
      * policy's period of cover - which ends at the cancellation date
      * on a cancelled policy - with a cause and fault code the
      * register knows - anything else is refused rather than stored
       VALIDATE-LOSS-NOTIFICATION.
           MOVE CA-C-LOSS-DATE TO WS-CHECK-DATE
           PERFORM CHECK-CLAIM-DATE
           IF NOT WS-CHECK-DATE-VALID
             MOVE '95' TO CA-C-RETURN-CODE
           ELSE
             MOVE WS-CHECK-YYYYMMDD TO WS-LOSS-YYYYMMDD
             MOVE DB2-CL-ISSUEDATE(7:4)  TO WS-ISSUE-YYYYMMDD(1:4)
             MOVE DB2-CL-ISSUEDATE(1:2)  TO WS-ISSUE-YYYYMMDD(5:2)
             MOVE DB2-CL-ISSUEDATE(4:2)  TO WS-ISSUE-YYYYMMDD(7:2)
             MOVE DB2-CL-EXPIRYDATE(7:4) TO WS-EXPIRY-YYYYMMDD(1:4)
             MOVE DB2-CL-EXPIRYDATE(1:2) TO WS-EXPIRY-YYYYMMDD(5:2)
             MOVE DB2-CL-EXPIRYDATE(4:2) TO WS-EXPIRY-YYYYMMDD(7:2)
             IF WS-LOSS-YYYYMMDD > WS-TODAY-YYYYMMDD
                OR WS-LOSS-YYYYMMDD < WS-ISSUE-YYYYMMDD
                OR WS-LOSS-YYYYMMDD > WS-EXPIRY-YYYYMMDD
               MOVE '95' TO CA-C-RETURN-CODE
             END-IF
             IF IND-CL-CANCELDATE NOT < ZERO
               MOVE DB2-CL-CANCELDATE(7:4) TO WS-CANCEL-YYYYMMDD(1:4)
               MOVE DB2-CL-CANCELDATE(1:2) TO WS-CANCEL-YYYYMMDD(5:2)
               MOVE DB2-CL-CANCELDATE(4:2) TO WS-CANCEL-YYYYMMDD(7:2)
               IF WS-LOSS-YYYYMMDD > WS-CANCEL-YYYYMMDD
                 MOVE '95' TO CA-C-RETURN-CODE
               END-IF
             END-IF
           END-IF

           IF CA-C-RETURN-CODE = SPACES
             MOVE 'N' TO WS-CAUSE-FOUND-SWITCH
             PERFORM TEST-ONE-CAUSE-CODE
                     VARYING WS-CAUSE-SUB FROM 1 BY 1
                     UNTIL WS-CAUSE-SUB > 7
                        OR WS-CAUSE-FOUND
             IF NOT WS-CAUSE-FOUND
               MOVE '95' TO CA-C-RETURN-CODE
             END-IF
           END-IF

           IF CA-C-RETURN-CODE = SPACES
             IF CA-C-FAULT NOT = 'F' AND CA-C-FAULT NOT = 'N'
               MOVE '95' TO CA-C-RETURN-CODE
             END-IF
           END-IF.
           EXIT.

       TEST-ONE-CAUSE-CODE.
           IF CA-C-CAUSE = WS-CAUSE-CODE(WS-CAUSE-SUB)
             SET WS-CAUSE-FOUND TO TRUE
           END-IF.
           EXIT.

      * WS-CHECK-DATE must be a real MM/DD/YYYY calendar date - the
      * month-length check allows 29 February in a leap year only.
      * WS-CHECK-YYYYMMDD comes back re-assembled for comparing
       CHECK-CLAIM-DATE.
           MOVE 'N' TO WS-CHECK-DATE-SWITCH
           IF WS-CHECK-DATE(1:2) IS NUMERIC
              AND WS-CHECK-DATE(4:2) IS NUMERIC
              AND WS-CHECK-DATE(7:4) IS NUMERIC
              AND WS-CHECK-SEP-1 = '/'
              AND WS-CHECK-SEP-2 = '/'
             IF WS-CHECK-MM >= 1 AND WS-CHECK-MM <= 12
                AND WS-CHECK-YYYY > 1900
               MOVE WS-MONTH-DAYS(WS-CHECK-MM) TO WS-DAYS-IN-MONTH
               IF WS-CHECK-MM = 2
                 PERFORM ADJUST-FEBRUARY-FOR-LEAP
               END-IF
               IF WS-CHECK-DD >= 1
                  AND WS-CHECK-DD <= WS-DAYS-IN-MONTH
                 SET WS-CHECK-DATE-VALID TO TRUE
                 COMPUTE WS-CHECK-YYYYMMDD =
                         WS-CHECK-YYYY * 10000 +
                         WS-CHECK-MM * 100 + WS-CHECK-DD
               END-IF
             END-IF
           END-IF.
           EXIT.

      * February stretches to 29 in a leap year - divisible by 4,
      * except century years, which must also divide by 400
       ADJUST-FEBRUARY-FOR-LEAP.
           DIVIDE WS-CHECK-YYYY BY 4
                  GIVING WS-LEAP-QUOTIENT
                  REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = 0
             DIVIDE WS-CHECK-YYYY BY 100
                    GIVING WS-LEAP-QUOTIENT
                    REMAINDER WS-LEAP-REMAINDER
             IF WS-LEAP-REMAINDER NOT = 0
               MOVE 29 TO WS-DAYS-IN-MONTH
             ELSE
               DIVIDE WS-CHECK-YYYY BY 400
                      GIVING WS-LEAP-QUOTIENT
                      REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = 0
                 MOVE 29 TO WS-DAYS-IN-MONTH
               END-IF
             END-IF
           END-IF.
           EXIT.

      * Next free claim number - one above the highest on file, or 1
      * for the very first claim, the way RAEXPORT numbers policies
       ASSIGN-NEW-CLAIM-NUMBER.
           MOVE ' SELECT MAXCLAIM' TO EM-SQLREQ
           EXEC SQL
             SELECT MAX(CLAIMNUMBER)
               INTO :DB2-CL-MAX-CLAIMNUM-INT
                    INDICATOR :IND-MAX-CLAIM
               FROM CLAIM
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             MOVE '90' TO CA-C-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             IF IND-MAX-CLAIM EQUAL MINUS-ONE
               MOVE ZERO TO DB2-CL-MAX-CLAIMNUM-INT
             END-IF
             COMPUTE DB2-CL-CLAIMNUM-INT =
                     DB2-CL-MAX-CLAIMNUM-INT + 1
           END-IF.
           EXIT.

      * A new claim is always open, with nothing yet paid
       INSERT-CLAIM-ROW.
           MOVE CA-C-RESERVE TO DB2-CL-RESERVE-INT
           MOVE ' INSERT CLAIM ' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO CLAIM
                   ( CLAIMNUMBER, POLICYNUMBER, LOSSDATE,
                     NOTIFIEDDATE, CAUSECODE, FAULTIND,
                     RESERVEAMOUNT, PAIDAMOUNT, CLAIMSTATUS,
                     CLOSEDDATE )
             VALUES ( :DB2-CL-CLAIMNUM-INT, :DB2-CL-POLICYNUM-INT,
                     :CA-C-LOSS-DATE, :WS-UPDATE-DATE,
                     :CA-C-CAUSE, :CA-C-FAULT,
                     :DB2-CL-RESERVE-INT, 0, 'O', ' ' )
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             MOVE '90' TO CA-C-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
           EXIT.

      * An at-fault claim is one more accident on the policy - move
      * the count on and re-rate through the same audited steps a
      * RAEXPORT update takes: LASTCHANGED advanced so an amendment
      * already in flight is refused as stale, the premium rated on
      * the shared factors, the before-picture on MOTOR_HISTORY and
      * a changed premium sent to billing. A re-rate that trips the
      * accident or premium-increase referral rule is held on
      * REFERRAL with '92' instead, and the policy is left as it is
       APPLY-AT-FAULT-ACCIDENT.
           COMPUTE WS-NEW-ACCIDENTS = WS-OLD-ACCIDENTS + 1
      *    CA-M-ACCIDENTS carries two digits - hold the count there
           IF WS-NEW-ACCIDENTS > 99
             MOVE 99 TO WS-NEW-ACCIDENTS
           END-IF

           PERFORM ENSURE-RATING-FACTORS-LOADED

           IF CA-C-RETURN-CODE = SPACES
             PERFORM CALCULATE-MOTOR-PREMIUM
           END-IF

           IF CA-C-RETURN-CODE = SPACES
             PERFORM CHECK-REFERRAL-RULES
           END-IF

      *    Nothing has moved on a held re-rate - answer with the
      *    policy as it stands
           IF CA-C-RETURN-CODE = '92'
             MOVE WS-OLD-ACCIDENTS TO WS-NEW-ACCIDENTS
             MOVE WS-OLD-PREMIUM   TO WS-NEW-PREMIUM
           END-IF

           IF CA-C-RETURN-CODE = SPACES
             PERFORM ADVANCE-POLICY-LASTCHANGED
           END-IF

           IF CA-C-RETURN-CODE = SPACES
             MOVE ' UPDATE MOTOR ' TO EM-SQLREQ
             EXEC SQL
               UPDATE MOTOR
                 SET
                      PREMIUM           = :WS-NEW-PREMIUM,
                      ACCIDENTS         = :WS-NEW-ACCIDENTS
                 WHERE
                      POLICYNUMBER      = :DB2-CL-POLICYNUM-INT
             END-EXEC

             MOVE SQLCODE IN SQLCA TO WS-SAVE-SQLCODE
             IF WS-SAVE-SQLCODE NOT EQUAL 0
               MOVE '90' TO CA-C-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             END-IF

      *      Written whatever the outcome - CHANGESQLCODE carries the
      *      SQLCODE the update finished on, as the update path does
             PERFORM WRITE-MOTOR-HISTORY

             IF WS-SAVE-SQLCODE = 0
                AND WS-NEW-PREMIUM NOT EQUAL WS-OLD-PREMIUM
               PERFORM WRITE-PREMIUM-CHANGE-EVENT
             END-IF
           END-IF.
           EXIT.

      * One factor load per task, on the notification date - a load
      * that fails refuses the notification with '90' rather than
      * rate on stale or unit factors
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
               MOVE '90' TO CA-C-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             END-IF
           END-IF.
           EXIT.

      * The formula RAEXPORT's CALCULATE-MOTOR-PREMIUM applies to an
      * update, applied to the premium on file with the new accident
      * count, so a claim prices exactly as a keyed amendment would -
      * named drivers included. Drivers that cannot be read refuse
      * the notification with '90' rather than rate without them
       CALCULATE-MOTOR-PREMIUM.
           MOVE 'A' TO WS-RATFAC-LOOKUP-TYPE
           MOVE WS-NEW-ACCIDENTS TO WS-RATFAC-LOOKUP-VALUE
           PERFORM FIND-RATING-FACTOR
           MOVE WS-RATFAC-RESULT TO WS-ACCIDENT-FACTOR

           MOVE 'C' TO WS-RATFAC-LOOKUP-TYPE
           MOVE WS-OLD-CC TO WS-RATFAC-LOOKUP-VALUE
           PERFORM FIND-RATING-FACTOR
           MOVE WS-RATFAC-RESULT TO WS-CC-FACTOR

      *    A manufacture year in the future would go negative - clamp
      *    to age zero so it rates in the newest band
           COMPUTE WS-VEHICLE-AGE = WS-CURRENT-YEAR -
                   DB2-CL-MANUFACTURED-SINT
           IF WS-VEHICLE-AGE < ZERO
             MOVE ZERO TO WS-VEHICLE-AGE
           END-IF
           MOVE 'G' TO WS-RATFAC-LOOKUP-TYPE
           MOVE WS-VEHICLE-AGE TO WS-RATFAC-LOOKUP-VALUE
           PERFORM FIND-RATING-FACTOR
           MOVE WS-RATFAC-RESULT TO WS-AGE-FACTOR

           MOVE DB2-CL-POLICYNUM-INT TO WS-DRIVER-POLICYNUM
           MOVE ' SELECT DRIVER ' TO EM-SQLREQ
           PERFORM FIND-DRIVER-FACTORS

           IF WS-DRIVER-ERROR
             MOVE '90' TO CA-C-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             COMPUTE WS-NEW-PREMIUM = WS-OLD-PREMIUM *
                     WS-ACCIDENT-FACTOR * WS-CC-FACTOR *
                     WS-AGE-FACTOR * WS-DRIVER-AGE-FACTOR *
                     WS-DRIVER-POINTS-FACTOR
           END-IF.
           EXIT.

      * Check the re-rate against the accident and premium-increase
      * rules RAEXPORT applies, and hold it on REFERRAL if it trips
      * either. The claim always raises the count, so the accident
      * rule trips on the claim that first takes it over the limit
       CHECK-REFERRAL-RULES.
           MOVE SPACES TO WS-R-RULES-TRIPPED
           PERFORM ENSURE-REFERRAL-RULES-LOADED

           IF CA-C-RETURN-CODE = SPACES
             IF WS-R-PREMIUM-RULE-USED
                AND WS-OLD-PREMIUM > ZERO
               COMPUTE WS-R-INCREASE-PCT =
                       (WS-NEW-PREMIUM - WS-OLD-PREMIUM)
                       * 100 / WS-OLD-PREMIUM
               IF WS-R-INCREASE-PCT > WS-R-PREMIUM-LIMIT
                 MOVE 'P' TO WS-R-TRIPPED-PREMIUM
               END-IF
             END-IF
             IF WS-R-ACCIDENT-RULE-USED
                AND WS-NEW-ACCIDENTS > WS-R-ACCIDENT-LIMIT
                AND WS-NEW-ACCIDENTS > WS-OLD-ACCIDENTS
               MOVE 'A' TO WS-R-TRIPPED-ACCIDENTS
             END-IF

             IF WS-R-RULES-TRIPPED NOT EQUAL SPACES
               PERFORM HOLD-FOR-REFERRAL
             END-IF
           END-IF.
           EXIT.

      * One read of REFERRALRULE per task - a read that fails refuses
      * the notification with '90' rather than let a re-rate through
      * unchecked
       ENSURE-REFERRAL-RULES-LOADED.
           IF NOT WS-R-RULES-LOADED
             MOVE 'N' TO WS-R-PREMIUM-RULE-SW
             MOVE 'N' TO WS-R-ACCIDENT-RULE-SW
             MOVE 'N' TO WS-R-CURSOR-EOF-SWITCH
             MOVE 'N' TO WS-R-SQL-ERROR-SWITCH

             MOVE ' OPEN RULECSR ' TO EM-SQLREQ
             EXEC SQL
               OPEN RULECSR
             END-EXEC
             IF SQLCODE IN SQLCA NOT EQUAL 0
               SET WS-R-SQL-ERROR TO TRUE
               PERFORM WRITE-ERROR-MESSAGE
             ELSE
               PERFORM FETCH-REFERRAL-RULE
               PERFORM STORE-REFERRAL-RULE UNTIL WS-R-CURSOR-EOF
               EXEC SQL
                 CLOSE RULECSR
               END-EXEC
             END-IF

             IF WS-R-SQL-ERROR
               MOVE '90' TO CA-C-RETURN-CODE
             ELSE
               SET WS-R-RULES-LOADED TO TRUE
             END-IF
           END-IF.
           EXIT.

       FETCH-REFERRAL-RULE.
           MOVE ' FETCH RULECSR ' TO EM-SQLREQ
           EXEC SQL
             FETCH RULECSR
               INTO :DB2-R-RULETYPE,
                    :DB2-R-LIMITVALUE-INT
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             SET WS-R-CURSOR-EOF TO TRUE
             IF SQLCODE IN SQLCA NOT EQUAL 100
               SET WS-R-SQL-ERROR TO TRUE
               PERFORM WRITE-ERROR-MESSAGE
             END-IF
           END-IF.
           EXIT.

      * Value and CC cannot move on a claim - only P and A are kept
       STORE-REFERRAL-RULE.
           EVALUATE DB2-R-RULETYPE
             WHEN 'P'
               SET WS-R-PREMIUM-RULE-USED TO TRUE
               MOVE DB2-R-LIMITVALUE-INT TO WS-R-PREMIUM-LIMIT
             WHEN 'A'
               SET WS-R-ACCIDENT-RULE-USED TO TRUE
               MOVE DB2-R-LIMITVALUE-INT TO WS-R-ACCIDENT-LIMIT
           END-EVALUATE
           PERFORM FETCH-REFERRAL-RULE.
           EXIT.

      * Hold the re-rate as an amendment referral numbered the way
      * RAEXPORT numbers them, and answer '92'
       HOLD-FOR-REFERRAL.
           MOVE ' SELECT MAXREF ' TO EM-SQLREQ
           EXEC SQL
             SELECT MAX(REFERRALNUMBER)
               INTO :DB2-R-MAX-REFNUM-INT INDICATOR :IND-R-MAX-REFNUM
               FROM REFERRAL
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             MOVE '90' TO CA-C-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             IF IND-R-MAX-REFNUM EQUAL MINUS-ONE
               MOVE ZERO TO DB2-R-MAX-REFNUM-INT
             END-IF
             COMPUTE DB2-R-REFERRALNUM-INT = DB2-R-MAX-REFNUM-INT + 1
             PERFORM READ-POLICY-FOR-REFERRAL
           END-IF

           IF CA-C-RETURN-CODE = SPACES
             PERFORM INSERT-REFERRAL-ROW
           END-IF

           IF CA-C-RETURN-CODE = SPACES
             MOVE '92' TO CA-C-RETURN-CODE
           END-IF.
           EXIT.

      * The policy fields the plate lookup does not carry - LASTCHANGED
      * so an approval still fails stale if the policy moves on first,
      * and the broker, payment and colour an approval writes back.
      * A null broker or payment is held as zero or spaces, which
      * RAEXPORT writes back as null
       READ-POLICY-FOR-REFERRAL.
           MOVE ' SELECT REFPOL ' TO EM-SQLREQ
           EXEC SQL
             SELECT POLICY.LASTCHANGED,
                    POLICY.BROKERID,
                    POLICY.BROKERSREFERENCE,
                    POLICY.PAYMENT,
                    MOTOR.REGNUMBER,
                    MOTOR.COLOUR
               INTO :DB2-R-LASTCHANGED,
                    :DB2-R-BROKERID-INT INDICATOR :IND-R-BROKERID,
                    :DB2-R-BROKERSREF INDICATOR :IND-R-BROKERSREF,
                    :DB2-R-PAYMENT-INT INDICATOR :IND-R-PAYMENT,
                    :DB2-R-REGNUMBER,
                    :DB2-R-COLOUR
               FROM POLICY, MOTOR
               WHERE POLICY.POLICYNUMBER = :DB2-CL-POLICYNUM-INT
                 AND MOTOR.POLICYNUMBER  = POLICY.POLICYNUMBER
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             MOVE '90' TO CA-C-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             IF IND-R-BROKERID EQUAL MINUS-ONE
               MOVE ZERO   TO DB2-R-BROKERID-INT
             END-IF
             IF IND-R-BROKERSREF EQUAL MINUS-ONE
               MOVE SPACES TO DB2-R-BROKERSREF
             END-IF
             IF IND-R-PAYMENT EQUAL MINUS-ONE
               MOVE ZERO   TO DB2-R-PAYMENT-INT
             END-IF
           END-IF.
           EXIT.

      * The vehicle as it stands with the new accident count, keyed
      * as an amendment of the premium on file - approval re-rates it
      * through RAEXPORT's update exactly as the claim rated it here
       INSERT-REFERRAL-ROW.
           MOVE ' INSERT REFERRAL' TO EM-SQLREQ
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
             VALUES ( :DB2-R-REFERRALNUM-INT, 'A',
                     :DB2-CL-POLICYNUM-INT, :DB2-CL-CUSTOMERNUM-INT,
                     :WS-UPDATE-DATE, :WS-UPDATE-TIME,
                     :WS-R-RULES-TRIPPED, 'P', :DB2-R-LASTCHANGED,
                     ' ', :DB2-R-BROKERID-INT,
                     :DB2-R-BROKERSREF, :DB2-R-PAYMENT-INT,
                     :WS-OLD-MAKE, :WS-OLD-MODEL, :WS-OLD-VALUE,
                     :DB2-R-REGNUMBER, :DB2-R-COLOUR, :WS-OLD-CC,
                     :DB2-CL-MANUFACTURED-SINT, :WS-NEW-ACCIDENTS,
                     0, :WS-OLD-PREMIUM,
                     :WS-NEW-PREMIUM, :WS-OLD-PREMIUM,
                     ' ', ' ', ' ', ' ' )
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             MOVE '90' TO CA-C-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
           EXIT.

      * The policy moves on under the claim - any caller still holding
      * the old LASTCHANGED gets '97' from RAEXPORT and re-reads the
      * new accident count and premium before amending
       ADVANCE-POLICY-LASTCHANGED.
           MOVE ' UPDATE LASTCHG ' TO EM-SQLREQ
           EXEC SQL
             UPDATE POLICY
               SET
                    LASTCHANGED    = :WS-UPDATE-DATE
               WHERE
                    POLICYNUMBER   = :DB2-CL-POLICYNUM-INT
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             MOVE '90' TO CA-C-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
           EXIT.

      * The before-picture and outcome of the re-rate, in the same
      * MOTOR_HISTORY layout every other MOTOR change leaves
       WRITE-MOTOR-HISTORY.
           MOVE ' INSERT MHIST ' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO MOTOR_HISTORY
                   ( POLICYNUMBER, OLDMAKE, OLDMODEL, OLDVALUE,
                     OLDCC, OLDPREMIUM, OLDACCIDENTS,
                     CHANGEDATE, CHANGETIME, CHANGESQLCODE )
             VALUES ( :DB2-CL-POLICYNUM-INT, :WS-OLD-MAKE,
                     :WS-OLD-MODEL, :WS-OLD-VALUE, :WS-OLD-CC,
                     :WS-OLD-PREMIUM, :WS-OLD-ACCIDENTS,
                     :WS-UPDATE-DATE, :WS-UPDATE-TIME,
                     :WS-SAVE-SQLCODE )
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             MOVE '90' TO CA-C-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
           EXIT.

      * Let billing raise the mid-term adjustment straight away, on
      * the same PREMCHG queue and under the same ENQ RAEXPORT uses
       WRITE-PREMIUM-CHANGE-EVENT.
           MOVE DB2-CL-POLICYNUM-INT TO PCE-POLICYNUM
           MOVE WS-OLD-PREMIUM       TO PCE-OLD-PREMIUM
           MOVE WS-NEW-PREMIUM       TO PCE-NEW-PREMIUM
           MOVE WS-UPDATE-DATE       TO PCE-EFFECTIVE-DATE
           EXEC CICS ENQ RESOURCE(WS-PREMCHG-RESOURCE)
                     LENGTH(LENGTH OF WS-PREMCHG-RESOURCE)
           END-EXEC
           EXEC CICS WRITEQ TS QUEUE('PREMCHG')
                     FROM(WS-PREMIUM-CHANGE-EVENT)
                     LENGTH(LENGTH OF WS-PREMIUM-CHANGE-EVENT)
           END-EXEC
           EXEC CICS DEQ RESOURCE(WS-PREMCHG-RESOURCE)
                     LENGTH(LENGTH OF WS-PREMCHG-RESOURCE)
           END-EXEC.
           EXIT.

      * The claim with its policy, customer and plate
       GET-CLAIM-INFO.
           MOVE ' SELECT CLAIM ' TO EM-SQLREQ
           EXEC SQL
             SELECT  CLAIM.POLICYNUMBER,
                     POLICY.CUSTOMERNUMBER,
                     MOTOR.REGNUMBER,
                     MOTOR.ACCIDENTS,
                     MOTOR.PREMIUM,
                     CLAIM.LOSSDATE,
                     CLAIM.NOTIFIEDDATE,
                     CLAIM.CAUSECODE,
                     CLAIM.FAULTIND,
                     CLAIM.RESERVEAMOUNT,
                     CLAIM.PAIDAMOUNT,
                     CLAIM.CLAIMSTATUS,
                     CLAIM.CLOSEDDATE
               INTO :DB2-CL-POLICYNUM-INT,
                    :DB2-CL-CUSTOMERNUM-INT,
                    :CA-C-REGNUMBER,
                    :WS-OLD-ACCIDENTS,
                    :WS-OLD-PREMIUM,
                    :CA-C-LOSS-DATE,
                    :CA-C-NOTIFIED-DATE,
                    :CA-C-CAUSE,
                    :CA-C-FAULT,
                    :DB2-CL-RESERVE-INT,
                    :DB2-CL-PAID-INT,
                    :CA-C-STATUS,
                    :CA-C-CLOSED-DATE
               FROM  CLAIM, POLICY, MOTOR
               WHERE CLAIM.CLAIMNUMBER  = :DB2-CL-CLAIMNUM-INT
                 AND POLICY.POLICYNUMBER = CLAIM.POLICYNUMBER
                 AND MOTOR.POLICYNUMBER  = CLAIM.POLICYNUMBER
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             IF SQLCODE IN SQLCA EQUAL 100
               MOVE '01' TO CA-C-RETURN-CODE
             ELSE
               MOVE '90' TO CA-C-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             END-IF
           ELSE
             MOVE DB2-CL-POLICYNUM-INT   TO CA-C-POLICY-NUM
             MOVE DB2-CL-CUSTOMERNUM-INT TO CA-C-CUSTOMER-NUM
             MOVE DB2-CL-RESERVE-INT     TO CA-C-RESERVE
             MOVE DB2-CL-PAID-INT        TO CA-C-PAID
             MOVE WS-OLD-ACCIDENTS       TO CA-C-ACCIDENTS
             MOVE WS-OLD-PREMIUM         TO CA-C-OLD-PREMIUM
             MOVE WS-OLD-PREMIUM         TO CA-C-NEW-PREMIUM
           END-IF.
           EXIT.

      * Reserve, paid and status move as the claim is handled - a
      * closed claim is settled and refuses any further change
       UPDATE-CLAIM-INFO.
           MOVE ' SELECT CLMSTAT ' TO EM-SQLREQ
           EXEC SQL
             SELECT  CLAIMSTATUS, CLOSEDDATE
               INTO :DB2-CL-STATUS, :DB2-CL-CLOSEDDATE
               FROM  CLAIM
               WHERE CLAIMNUMBER = :DB2-CL-CLAIMNUM-INT
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             IF SQLCODE IN SQLCA EQUAL 100
               MOVE '01' TO CA-C-RETURN-CODE
             ELSE
               MOVE '90' TO CA-C-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             END-IF
           ELSE
             IF DB2-CL-STATUS = 'C'
               MOVE '96' TO CA-C-RETURN-CODE
             END-IF
           END-IF

           IF CA-C-RETURN-CODE = SPACES
             IF CA-C-STATUS NOT = 'O' AND CA-C-STATUS NOT = 'C'
               MOVE '95' TO CA-C-RETURN-CODE
             END-IF
           END-IF

           IF CA-C-RETURN-CODE = SPACES
             IF CA-C-STATUS = 'C'
               MOVE WS-UPDATE-DATE TO DB2-CL-CLOSEDDATE
             ELSE
               MOVE SPACES         TO DB2-CL-CLOSEDDATE
             END-IF
             MOVE CA-C-RESERVE TO DB2-CL-RESERVE-INT
             MOVE CA-C-PAID    TO DB2-CL-PAID-INT

             MOVE ' UPDATE CLAIM ' TO EM-SQLREQ
             EXEC SQL
               UPDATE CLAIM
                 SET
                      RESERVEAMOUNT  = :DB2-CL-RESERVE-INT,
                      PAIDAMOUNT     = :DB2-CL-PAID-INT,
                      CLAIMSTATUS    = :CA-C-STATUS,
                      CLOSEDDATE     = :DB2-CL-CLOSEDDATE
                 WHERE
                      CLAIMNUMBER    = :DB2-CL-CLAIMNUM-INT
             END-EXEC
             IF SQLCODE IN SQLCA NOT EQUAL 0
               MOVE '90' TO CA-C-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             ELSE
      *        Hand back the claim as it now stands
               PERFORM GET-CLAIM-INFO
             END-IF
           END-IF.
           EXIT.

      * Same CSMT/SQLERRORLOG trail RAEXPORT leaves when a DB2 call
      * goes wrong, so a '90' here is traced the same way
       WRITE-ERROR-MESSAGE.
           MOVE SQLCODE IN SQLCA TO EM-SQLRC
           MOVE SQLCODE IN SQLCA TO WS-ERRLOG-SQLRC
           MOVE DB2-CL-CUSTOMERNUM-INT TO WS-CUSNUM-DISPLAY
           MOVE WS-CUSNUM-DISPLAY      TO EM-CUSNUM
           MOVE DB2-CL-POLICYNUM-INT   TO WS-POLNUM-DISPLAY
           MOVE WS-POLNUM-DISPLAY      TO EM-POLNUM
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
                     :DB2-CL-CUSTOMERNUM-INT,
                     :DB2-CL-POLICYNUM-INT )
           END-EXEC.
           EXIT.

           EXIT PROGRAM.

      * Shared load/lookup code for the effective-dated rating
      * factors - copied after the EXIT PROGRAM sentence so these
      * paragraphs are reachable only by PERFORM, as in RAEXPORT
       COPY LGRATPRC.
