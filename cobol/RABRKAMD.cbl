      ******************************************************************
      * Broker bulk amendment loader - applies the mid-term vehicle
      * and broker-reference changes a broker sends as a fixed-layout
      * file, instead of the team keying each one through the
      * RAEXPORT update.
      *
      * Every record goes through the same controls an online update
      * does -
      *
      *   - the policy must be on the sending broker's book
      *     (POLICY.BROKERID), exactly as RABRKSTM reports that book
      *   - the plate, make and colour checks VALIDATE-MOTOR-UPDATE-
      *     INFO applies online, duplicate plate included
      *   - the LASTCHANGED stale-update guard - the broker sends the
      *     LASTCHANGED its copy of the policy was taken at, and a
      *     policy that has moved on since is refused, not overwritten
      *   - re-rating at the current RATINGFACTOR factors on the
      *     amended vehicle, the accidents on file and the named
      *     drivers, the same formula RAEXPORT applies
      *   - the REFERRALRULE underwriting referral rules - a change
      *     that trips one is held on REFERRAL for an underwriter
      *     instead of being applied, just as it would be online
      *   - a MOTOR_HISTORY before-picture, a premium-change event on
      *     a billing interface file in the header/detail/trailer
      *     layout RABILLXT writes to BILX, and a DOCREQUEST row so
      *     RADOCPRT prints the amended certificate and schedule
      *
      * A field left blank on the input record is not being changed,
      * and keeps the value on file. A broker file cannot clear its
      * BROKERSREFERENCE or PAYMENT, or move the policy to another
      * broker - those stay with the online maintenance.
      *
      * Restartable: each record is applied and committed as its own
      * unit of work, as an online update is, and the count of
      * records fully completed is checkpointed through BATCHCKPT the
      * way RARENCMP checkpoints. A rerun skips the checkpointed
      * records, adds its returns to the end of the return file the
      * stopped run left, resumes under the stopped run's logical
      * date and time, and re-emits each skipped record's billing
      * event from the history row that run committed, so every
      * event reaches billing exactly once on the rerun's file. Each
      * skipped record is counted as that run left it - applied if
      * it has that history row, held if it has a REFERRAL row of
      * that date and time, returned otherwise - so the report
      * totals cover the whole file.
      *
      * Records that cannot be applied go back to the broker on the
      * return file with a reason code -
      *   01  broker ID, policy number or LASTCHANGED missing, or a
      *       numeric field not numeric
      *   02  no POLICY/MOTOR pair carries this policy number
      *   03  policy is not on this broker's book
      *   04  policy number appears earlier on this file - one
      *       amendment per policy per file
      *   05  policy was cancelled mid-term
      *   06  registration number not a plausible plate, or already
      *       on another policy
      *   07  make or colour missing
      *   08  policy has changed since the LASTCHANGED sent
      *   09  held for an underwriter - the referral number and the
      *       rules tripped are on the return record
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RABRKAMD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRKAMDIN ASSIGN TO BRKAMDIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRKAMDIN-STATUS.
           SELECT BRKAMDRT ASSIGN TO BRKAMDRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRKAMDRT-STATUS.
           SELECT BRKBILX ASSIGN TO BRKBILX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRKBILX-STATUS.
           SELECT BRKAMRPT ASSIGN TO BRKAMRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRKAMRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRKAMDIN
           RECORDING MODE IS F.
       01  AMENDMENT-INPUT-RECORD       PIC X(150).
       FD  BRKAMDRT
           RECORDING MODE IS F.
       01  AMENDMENT-RETURN-RECORD      PIC X(208).
       FD  BRKBILX
           RECORDING MODE IS F.
       01  AMENDMENT-BILLING-RECORD     PIC X(80).
       FD  BRKAMRPT
           RECORDING MODE IS F.
       01  AMEND-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-JOBNAME                   PIC X(08) VALUE 'RABRKAMD'.
       01  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
      *    Set when a DB2 statement stops on a real SQLCODE - the run
      *    stops in place with the checkpoint on the last committed
      *    record, so the rerun picks up exactly there
       01  WS-SQL-ERROR-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-SQL-ERROR              VALUE 'Y'.
       01  WS-FILE-ERROR-SWITCH         PIC X(01) VALUE 'N'.
           88 WS-FILE-ERROR             VALUE 'Y'.
       01  WS-BRKAMDIN-STATUS           PIC X(02) VALUE '00'.
           88 WS-BRKAMDIN-OK            VALUE '00'.
           88 WS-BRKAMDIN-EOF           VALUE '10'.
       01  WS-BRKAMDRT-STATUS           PIC X(02) VALUE '00'.
           88 WS-BRKAMDRT-OK            VALUE '00'.
       01  WS-BRKBILX-STATUS            PIC X(02) VALUE '00'.
           88 WS-BRKBILX-OK             VALUE '00'.
       01  WS-BRKAMRPT-STATUS           PIC X(02) VALUE '00'.
           88 WS-BRKAMRPT-OK            VALUE '00'.
       01  WS-READ-COUNT                PIC S9(9) COMP VALUE ZERO.
       01  WS-SKIPPED-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-APPLIED-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-REFERRED-COUNT            PIC S9(9) COMP VALUE ZERO.
       01  WS-REJECTED-COUNT            PIC S9(9) COMP VALUE ZERO.
       01  WS-EVENT-COUNT               PIC S9(9) COMP VALUE ZERO.
      *    New premium less old over every amendment applied on the
      *    file, the prior run's included on a restart
       01  WS-NET-MOVEMENT              PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-RECORD-MOVEMENT           PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-COMMIT-COUNT              PIC S9(9) COMP VALUE ZERO.
      *    Every record is its own unit of work, as an online update
      *    is - the returns for the records a checkpoint covers are
      *    then exactly the returns already on the file, which is what
      *    lets a rerun add to that file rather than rewrite it
       01  WS-COMMIT-INTERVAL           PIC S9(9) COMP VALUE +1.
       01  WS-HAVE-CHECKPOINT-SWITCH    PIC X(01) VALUE 'N'.
           88 WS-HAVE-CHECKPOINT        VALUE 'Y'.
      *    Input records already fully completed by a prior run - the
      *    rerun reads past them without touching the book again
       01  WS-LAST-CKPT-COUNT           PIC S9(9) COMP VALUE ZERO.
      *    The date and time the run being resumed stamped its work
      *    with - this run carries them on, so the skip phase can find
      *    exactly the history rows that run wrote
       01  WS-CKPT-DATE                 PIC X(10) VALUE SPACES.
       01  WS-CKPT-TIME                 PIC X(08) VALUE SPACES.
      *    The logical run date and time as YYYYMMDD and HH:MM:SS run
      *    together, so a skipped record's history row can be told from
      *    the changes made to the policy after it
       01  WS-AFTER-KEY.
           03 WS-AFTER-KEY-DATE         PIC X(08) VALUE SPACES.
           03 WS-AFTER-KEY-TIME         PIC X(08) VALUE SPACES.
      *    The same key as one character string - the comparison
      *    host variable, since a group would expand to a structure
       01  WS-AFTER-KEY-TEXT REDEFINES WS-AFTER-KEY
                                        PIC X(16).
       01  WS-DONE-COUNT                PIC S9(9) COMP VALUE ZERO.
       01  WS-CKPT-TOTAL-COUNT          PIC S9(9) COMP VALUE ZERO.
      *    Reject reason 04 guard - every policy number this run has
      *    processed, skipped records included. The stale guard keys
      *    on a date, so a second amendment to the same policy on one
      *    file would otherwise pass it and overwrite the first
       01  WS-APPLIED-POLICY-TABLE.
           03 WS-POLICY-SEEN-COUNT      PIC S9(9) COMP VALUE ZERO.
           03 WS-POLICY-SEEN-MAX        PIC S9(9) COMP VALUE +20000.
           03 WS-POLICY-SEEN            PIC S9(9) COMP
                                        OCCURS 20000 TIMES.
       01  WS-APPLIED-SUB               PIC S9(9) COMP VALUE ZERO.
       01  WS-DUP-FOUND-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-DUP-POLICY-FOUND       VALUE 'Y'.
      *    Set when the guard table overflows - the run stops rather
      *    than carry on with the duplicate guard blind
       01  WS-GUARD-FULL-SWITCH         PIC X(01) VALUE 'N'.
           88 WS-GUARD-FULL             VALUE 'Y'.
       01  WS-DATE                      PIC X(10) VALUE SPACES.
       01  WS-TIME                      PIC X(8)  VALUE SPACES.
      *    This is a batch program with no CICS task context to ask
      *    for the time of day, so the run date/time comes from the
      *    intrinsic clock instead of EXEC CICS ASKTIME/FORMATTIME
       01  WS-CURRENT-DATE-TIME.
           03 WS-CDT-YYYY               PIC 9(4).
           03 WS-CDT-MM                 PIC 9(2).
           03 WS-CDT-DD                 PIC 9(2).
           03 WS-CDT-HH                 PIC 9(2).
           03 WS-CDT-MI                 PIC 9(2).
           03 WS-CDT-SS                 PIC 9(2).
           03 FILLER                    PIC X(07).
       01  WS-CURRENT-YEAR              PIC 9(4)  VALUE ZERO.
       01  WS-VEHICLE-AGE               PIC S9(4) COMP VALUE ZERO.
       01  WS-PREMIUM-FACTORS.
           03 WS-ACCIDENT-FACTOR        PIC 9V99  VALUE 1.00.
           03 WS-CC-FACTOR              PIC 9V99  VALUE 1.00.
           03 WS-AGE-FACTOR             PIC 9V99  VALUE 1.00.
      *    Set when the factor or referral-rule load fails - the run
      *    must stop before a single amendment is applied unrated or
      *    unchecked
       01  WS-LOAD-ABORT-SWITCH         PIC X(01) VALUE 'N'.
           88 WS-LOAD-ABORT             VALUE 'Y'.
      *    Set once the guard has advanced LASTCHANGED - a refusal
      *    after that must put the broker's value back, or the next
      *    online reader gets a spurious '97'
       01  WS-LASTCHANGED-ADVANCED-SW   PIC X(01) VALUE 'N'.
           88 WS-LASTCHANGED-ADVANCED   VALUE 'Y'.
      *    Zero while the record is still good - anything else is the
      *    return reason, per the list above
       01  WS-REASON-CODE               PIC 9(02) VALUE ZERO.
       01  WS-REASON-TEXT-VALUES.
           03 FILLER                    PIC X(40)
              VALUE 'RECORD FIELD MISSING OR NOT NUMERIC'.
           03 FILLER                    PIC X(40)
              VALUE 'NO POLICY/MOTOR FOR THIS POLICY NUMBER'.
           03 FILLER                    PIC X(40)
              VALUE 'POLICY NOT ON THIS BROKER BOOK'.
           03 FILLER                    PIC X(40)
              VALUE 'POLICY AMENDED EARLIER IN THIS FILE'.
           03 FILLER                    PIC X(40)
              VALUE 'POLICY CANCELLED - CANNOT BE AMENDED'.
           03 FILLER                    PIC X(40)
              VALUE 'REGNUMBER INVALID OR ON ANOTHER POLICY'.
           03 FILLER                    PIC X(40)
              VALUE 'MAKE OR COLOUR MISSING'.
           03 FILLER                    PIC X(40)
              VALUE 'POLICY CHANGED SINCE LASTCHANGED SENT'.
           03 FILLER                    PIC X(40)
              VALUE 'HELD FOR UNDERWRITER REFERRAL'.
       01  WS-REASON-TEXT-TABLE REDEFINES WS-REASON-TEXT-VALUES.
           03 WS-REASON-TEXT            PIC X(40) OCCURS 9 TIMES.
       01  WS-REGNUMBER-CHECK.
           03 WS-REG-INDEX              PIC S9(4) COMP VALUE ZERO.
           03 WS-REG-CHAR               PIC X(01) VALUE SPACES.
           03 WS-REG-ALPHA-COUNT        PIC S9(4) COMP VALUE ZERO.
           03 WS-REG-NUMERIC-COUNT      PIC S9(4) COMP VALUE ZERO.
       01  WS-DUP-REG-COUNT             PIC S9(9) COMP VALUE ZERO.

      *    The underwriting referral rules, read once per run - a rule
      *    type with no row on REFERRALRULE is not checked. There is
      *    no accident rule here: a file cannot move ACCIDENTS, so an
      *    amendment never raises the count the rule measures -
      *    RACLAIMS refers the at-fault claim that does
       01  WS-R-CURSOR-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88 WS-R-CURSOR-EOF           VALUE 'Y'.
       01  WS-R-PREMIUM-RULE-SW         PIC X(01) VALUE 'N'.
           88 WS-R-PREMIUM-RULE-USED    VALUE 'Y'.
       01  WS-R-VALUE-RULE-SW           PIC X(01) VALUE 'N'.
           88 WS-R-VALUE-RULE-USED      VALUE 'Y'.
       01  WS-R-CC-RULE-SW              PIC X(01) VALUE 'N'.
           88 WS-R-CC-RULE-USED         VALUE 'Y'.
       01  WS-R-PREMIUM-LIMIT           PIC S9(9) COMP VALUE ZERO.
       01  WS-R-VALUE-LIMIT             PIC S9(9) COMP VALUE ZERO.
       01  WS-R-CC-LIMIT                PIC S9(9) COMP VALUE ZERO.
       01  WS-R-INCREASE-PCT            PIC S9(7)V99 COMP-3 VALUE ZERO.
      *    P, A, V, C in that order - spaces for a rule not tripped,
      *    so the A byte always stays spaces here
       01  WS-R-RULES-TRIPPED.
           03 WS-R-TRIPPED-PREMIUM      PIC X(01) VALUE SPACES.
           03 WS-R-TRIPPED-ACCIDENTS    PIC X(01) VALUE SPACES.
           03 WS-R-TRIPPED-VALUE        PIC X(01) VALUE SPACES.
           03 WS-R-TRIPPED-CC           PIC X(01) VALUE SPACES.

      *    Broker amendment record - blank means "leave as on file"
      *    for every field after LASTCHANGED
       01  WS-AMENDMENT-INPUT.
           03 AI-BROKERID               PIC X(09) VALUE SPACES.
           03 AI-BROKERID-NUM REDEFINES AI-BROKERID
                                        PIC 9(09).
           03 AI-POLICYNUM              PIC X(09) VALUE SPACES.
           03 AI-POLICYNUM-NUM REDEFINES AI-POLICYNUM
                                        PIC 9(09).
      *      MM/DD/YYYY, as RAEXPORT hands it out on a get
           03 AI-LASTCHANGED            PIC X(10) VALUE SPACES.
           03 AI-MAKE                   PIC X(15) VALUE SPACES.
           03 AI-MODEL                  PIC X(15) VALUE SPACES.
           03 AI-VALUE                  PIC X(09) VALUE SPACES.
           03 AI-VALUE-NUM REDEFINES AI-VALUE
                                        PIC 9(09).
           03 AI-REGNUMBER              PIC X(09) VALUE SPACES.
           03 AI-COLOUR                 PIC X(10) VALUE SPACES.
           03 AI-CC                     PIC X(04) VALUE SPACES.
           03 AI-CC-NUM REDEFINES AI-CC PIC 9(04).
           03 AI-MANUFACTURED           PIC X(04) VALUE SPACES.
           03 AI-MANUFACTURED-NUM REDEFINES AI-MANUFACTURED
                                        PIC 9(04).
           03 AI-BROKERSREF             PIC X(15) VALUE SPACES.
           03 AI-PAYMENT                PIC X(09) VALUE SPACES.
           03 AI-PAYMENT-NUM REDEFINES AI-PAYMENT
                                        PIC 9(09).
           03 FILLER                    PIC X(32) VALUE SPACES.

      *    Returned to the broker - the reason, any referral it is
      *    held under, and the record exactly as sent
       01  WS-RETURN-RECORD.
           03 RT-REASON-CODE            PIC 9(02) VALUE ZERO.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 RT-REASON-TEXT            PIC X(40) VALUE SPACES.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 RT-REFERRAL-NUM           PIC 9(09) VALUE ZERO.
           03 RT-RULES-TRIPPED          PIC X(04) VALUE SPACES.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 RT-ORIGINAL-RECORD        PIC X(150) VALUE SPACES.

      ******************************************************************
      * Billing interface record layouts - byte for byte the BILX
      * layouts RABILLXT writes, so billing parses this file with the
      * same code; the file id says which side sent it.
      ******************************************************************
       01  WS-BILLING-HEADER.
           03 BIX-H-RECORD-TYPE         PIC X(01) VALUE '0'.
           03 BIX-H-FILE-ID             PIC X(08) VALUE 'BRKPCHG '.
           03 BIX-H-RUN-DATE            PIC X(10) VALUE SPACES.
           03 BIX-H-RUN-TIME            PIC X(08) VALUE SPACES.
           03 FILLER                    PIC X(53) VALUE SPACES.
       01  WS-BILLING-DETAIL.
           03 BIX-D-RECORD-TYPE         PIC X(01) VALUE '1'.
           03 BIX-D-POLICYNUM           PIC 9(09) VALUE ZERO.
           03 BIX-D-OLD-PREMIUM         PIC 9(09) VALUE ZERO.
           03 BIX-D-NEW-PREMIUM         PIC 9(09) VALUE ZERO.
           03 BIX-D-EFFECTIVE-DATE      PIC X(10) VALUE SPACES.
           03 FILLER                    PIC X(42) VALUE SPACES.
       01  WS-BILLING-TRAILER.
           03 BIX-T-RECORD-TYPE         PIC X(01) VALUE '9'.
           03 BIX-T-EVENT-COUNT         PIC 9(09) VALUE ZERO.
           03 FILLER                    PIC X(70) VALUE SPACES.

       01  WS-RPT-HEADING-LINE.
           03 FILLER                    PIC X(29)
              VALUE 'BROKER AMENDMENT LOAD -      '.
           03 WH-RUN-DATE               PIC X(10) VALUE SPACES.
           03 FILLER                    PIC X(93) VALUE SPACES.
       01  WS-RPT-COLUMN-LINE.
           03 FILLER                    PIC X(40)
              VALUE '   POLICY     BROKER  OUTCOME    RC  OLD'.
           03 FILLER                    PIC X(40)
              VALUE ' PREMIUM  NEW PREMIUM      MOVEMENT     '.
           03 FILLER                    PIC X(52) VALUE SPACES.
       01  WS-RPT-DETAIL-LINE.
           03 WD-POLICY-NUM             PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WD-BROKERID               PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WD-OUTCOME                PIC X(10) VALUE SPACES.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 WD-REASON-CODE            PIC X(02) VALUE SPACES.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WD-OLD-PREMIUM            PIC Z(10)9 VALUE ZERO.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WD-NEW-PREMIUM            PIC Z(10)9 VALUE ZERO.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WD-MOVEMENT               PIC -Z(10)9 VALUE ZERO.
           03 FILLER                    PIC X(57) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           03 WR-TOTAL-LABEL            PIC X(24) VALUE SPACES.
           03 WR-TOTAL-COUNT            PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(99) VALUE SPACES.
       01  WS-RPT-MOVEMENT-LINE.
           03 WR-MOVEMENT-LABEL         PIC X(24) VALUE SPACES.
           03 WR-MOVEMENT-AMOUNT        PIC -Z(14)9 VALUE ZERO.
           03 FILLER                    PIC X(92) VALUE SPACES.
      *    Written instead of normal totals when an error cut the run
      *    short, so the run cannot pass as complete
       01  WS-INCOMPLETE-LINE           PIC X(132)
              VALUE '*** ERROR - AMENDMENT LOAD INCOMPLETE - SEE LOG *'.

      *    Run-statistics row every nightly batch job leaves behind
       COPY LGRUNLOG.

       COPY LGPOLICY.

      *    The policy as it stands - the MOTOR columns are both the
      *    MOTOR_HISTORY before-picture and what a blank field keeps
       01  DB2-POLICYNUM-INT            PIC S9(9) COMP VALUE ZERO.
       01  DB2-CUSTOMERNUM-INT          PIC S9(9) COMP VALUE ZERO.
       01  DB2-BROKERID-INT             PIC S9(9) COMP VALUE ZERO.
       01  DB2-PAYMENT-INT              PIC S9(9) COMP VALUE ZERO.
       01  DB2-CANCELDATE               PIC X(10) VALUE SPACES.
       01  DB2-M-CC-INT                 PIC S9(4) COMP VALUE ZERO.
       01  DB2-M-MANUFACTURED-INT       PIC S9(4) COMP VALUE ZERO.
       01  DB2-M-ACCIDENTS-INT          PIC S9(9) COMP VALUE ZERO.
       01  DB2-M-PREMIUM-INT            PIC S9(9) COMP VALUE ZERO.
       01  DB2-M-VALUE-INT              PIC S9(9) COMP VALUE ZERO.
       77  IND-BROKERID                 PIC S9(4) COMP.
       77  IND-BROKERSREF               PIC S9(4) COMP.
       77  IND-PAYMENT                  PIC S9(4) COMP.
       77  IND-CANCELDATE               PIC S9(4) COMP.
      *    The policy as amended
       01  DB2-NEW-MOTOR.
           03 DB2-N-MAKE                PIC X(15) VALUE SPACES.
           03 DB2-N-MODEL               PIC X(15) VALUE SPACES.
           03 DB2-N-VALUE-INT           PIC S9(9) COMP VALUE ZERO.
           03 DB2-N-REGNUMBER           PIC X(09) VALUE SPACES.
           03 DB2-N-COLOUR              PIC X(10) VALUE SPACES.
           03 DB2-N-CC-INT              PIC S9(4) COMP VALUE ZERO.
           03 DB2-N-MANUFACTURED-INT    PIC S9(4) COMP VALUE ZERO.
           03 DB2-N-BROKERSREF          PIC X(15) VALUE SPACES.
           03 DB2-N-PAYMENT-INT         PIC S9(9) COMP VALUE ZERO.
       77  IND-N-BROKERSREF             PIC S9(4) COMP.
       77  IND-N-PAYMENT                PIC S9(4) COMP.
       01  DB2-NEW-PREMIUM-INT          PIC S9(9) COMP VALUE ZERO.
       01  DB2-UPDATE-SQLCODE           PIC S9(9) COMP VALUE ZERO.
       01  DB2-REFERRAL-RULE.
           03 DB2-R-RULETYPE            PIC X(01) VALUE SPACES.
           03 DB2-R-LIMITVALUE-INT      PIC S9(9) COMP VALUE ZERO.
       01  DB2-R-REFERRALNUM-INT        PIC S9(9) COMP VALUE ZERO.
       01  DB2-R-MAX-REFNUM-INT         PIC S9(9) COMP VALUE ZERO.
       77  IND-R-MAX-REFNUM             PIC S9(4) COMP.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE DGENAPP
           END-EXEC.

      *    Every referral rule in use - read once per run
           EXEC SQL
             DECLARE RULECSR CURSOR FOR
             SELECT   RULETYPE,
                      LIMITVALUE
               FROM   REFERRALRULE
           END-EXEC.

      *    Effective-dated rating factors shared with the online and
      *    batch rating - loaded once per run, so an amendment loaded
      *    here rates with exactly the factors it would get online
       COPY LGRATFAC.

       PROCEDURE DIVISION.
       LOAD-BROKER-AMENDMENTS.
           MOVE WS-JOBNAME TO WS-RUNLOG-JOBNAME
           PERFORM WRITE-RUNLOG-START
           PERFORM INITIALIZE-AMENDMENT-RUN
           IF WS-LOAD-ABORT
             MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
             DISPLAY 'RABRKAMD - FACTOR OR REFERRAL RULE LOAD FAILED '
                     '- SQLCODE ' SQLCODE IN SQLCA
                     ' - NO AMENDMENT APPLIED'
             MOVE 16 TO RETURN-CODE
           ELSE
             IF (WS-BRKAMDIN-OK OR WS-BRKAMDIN-EOF)
                AND WS-BRKAMDRT-OK
                AND WS-BRKBILX-OK AND WS-BRKAMRPT-OK
               PERFORM PROCESS-ONE-AMENDMENT UNTIL WS-EOF
               PERFORM TERMINATE-AMENDMENT-RUN
             END-IF
           END-IF
           PERFORM RECORD-RUN-STATISTICS
           STOP RUN.

      * Open the files, pick up any prior checkpoint, load the factor
      * set and the referral rules, and write the report and billing
      * headers. The return file is only rewritten on a fresh run - a
      * rerun adds to the returns the stopped run already wrote
       INITIALIZE-AMENDMENT-RUN.
           OPEN INPUT  BRKAMDIN
           OPEN OUTPUT BRKBILX
           OPEN OUTPUT BRKAMRPT

           IF NOT WS-BRKAMDIN-OK OR NOT WS-BRKBILX-OK
              OR NOT WS-BRKAMRPT-OK
             DISPLAY 'RABRKAMD - OPEN FAILED - BRKAMDIN STATUS '
                     WS-BRKAMDIN-STATUS ' BRKBILX STATUS '
                     WS-BRKBILX-STATUS ' BRKAMRPT STATUS '
                     WS-BRKAMRPT-STATUS
             MOVE 16 TO RETURN-CODE
           ELSE
             MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
             STRING WS-CDT-MM   DELIMITED BY SIZE
                    '/'         DELIMITED BY SIZE
                    WS-CDT-DD   DELIMITED BY SIZE
                    '/'         DELIMITED BY SIZE
                    WS-CDT-YYYY DELIMITED BY SIZE
                    INTO WS-DATE
             END-STRING
             STRING WS-CDT-HH   DELIMITED BY SIZE
                    ':'         DELIMITED BY SIZE
                    WS-CDT-MI   DELIMITED BY SIZE
                    ':'         DELIMITED BY SIZE
                    WS-CDT-SS   DELIMITED BY SIZE
                    INTO WS-TIME
             END-STRING

             PERFORM READ-LAST-CHECKPOINT
             IF WS-HAVE-CHECKPOINT
               DISPLAY 'RABRKAMD - RESTART - PRIOR RUN COMPLETED '
                       WS-LAST-CKPT-COUNT
                       ' RECORDS BEFORE STOPPING'
      *        Resume under the logical date and time of the run
      *        being resumed - every restart then stamps its work
      *        the same way, which is what lets the skip phase find
      *        the committed history rows to re-emit events from
               MOVE WS-CKPT-DATE       TO WS-DATE
               MOVE WS-CKPT-TIME       TO WS-TIME
               MOVE WS-LAST-CKPT-COUNT TO WS-DONE-COUNT
               MOVE WS-DATE(7:4)       TO WS-AFTER-KEY-DATE(1:4)
               MOVE WS-DATE(1:2)       TO WS-AFTER-KEY-DATE(5:2)
               MOVE WS-DATE(4:2)       TO WS-AFTER-KEY-DATE(7:2)
               MOVE WS-TIME            TO WS-AFTER-KEY-TIME
               OPEN EXTEND BRKAMDRT
             ELSE
               OPEN OUTPUT BRKAMDRT
             END-IF
             MOVE WS-DATE(7:4) TO WS-CURRENT-YEAR

             IF NOT WS-BRKAMDRT-OK
               DISPLAY 'RABRKAMD - OPEN FAILED - BRKAMDRT STATUS '
                       WS-BRKAMDRT-STATUS
               MOVE 16 TO RETURN-CODE
             ELSE
      *        The whole run rates on the factor set in force on the
      *        run date - a failed load stops the job before any
      *        amendment is applied
               MOVE WS-DATE(7:4) TO WS-RATING-DATE(1:4)
               MOVE '-'          TO WS-RATING-DATE(5:1)
               MOVE WS-DATE(1:2) TO WS-RATING-DATE(6:2)
               MOVE '-'          TO WS-RATING-DATE(8:1)
               MOVE WS-DATE(4:2) TO WS-RATING-DATE(9:2)
               PERFORM LOAD-RATING-FACTORS
               IF WS-RATFAC-ERROR
                 SET WS-LOAD-ABORT TO TRUE
               ELSE
                 PERFORM LOAD-REFERRAL-RULES
               END-IF

               IF WS-LOAD-ABORT
                 SET WS-EOF TO TRUE
               ELSE
                 MOVE WS-DATE TO WH-RUN-DATE
                 MOVE WS-RPT-HEADING-LINE TO AMEND-REPORT-LINE
                 WRITE AMEND-REPORT-LINE
                 MOVE SPACES TO AMEND-REPORT-LINE
                 WRITE AMEND-REPORT-LINE
                 MOVE WS-RPT-COLUMN-LINE TO AMEND-REPORT-LINE
                 WRITE AMEND-REPORT-LINE

                 MOVE WS-DATE TO BIX-H-RUN-DATE
                 MOVE WS-TIME TO BIX-H-RUN-TIME
                 MOVE WS-BILLING-HEADER TO AMENDMENT-BILLING-RECORD
                 WRITE AMENDMENT-BILLING-RECORD

                 PERFORM READ-NEXT-AMENDMENT
               END-IF
             END-IF
           END-IF.
           EXIT.

      * A checkpoint row for this job means a prior run stopped part
      * way through the file - for this job LASTPOLICYNUMBER carries
      * the count of input records fully completed, and the rerun
      * reads past exactly that many before applying any more
       READ-LAST-CHECKPOINT.
           EXEC SQL
             SELECT LASTPOLICYNUMBER, CHECKPOINTDATE, CHECKPOINTTIME
               INTO :WS-LAST-CKPT-COUNT, :WS-CKPT-DATE, :WS-CKPT-TIME
               FROM BATCHCKPT
               WHERE JOBNAME = :WS-JOBNAME
           END-EXEC

           IF SQLCODE IN SQLCA = 0
             SET WS-HAVE-CHECKPOINT TO TRUE
           ELSE
             MOVE ZERO TO WS-LAST-CKPT-COUNT
           END-IF.
           EXIT.

      * The referral rules once for the whole run - a read that fails
      * stops the job rather than let a change through unchecked
       LOAD-REFERRAL-RULES.
           EXEC SQL
             OPEN RULECSR
           END-EXEC
           IF SQLCODE IN SQLCA NOT EQUAL 0
             SET WS-LOAD-ABORT TO TRUE
           ELSE
             PERFORM FETCH-REFERRAL-RULE
             PERFORM STORE-REFERRAL-RULE UNTIL WS-R-CURSOR-EOF
             IF NOT WS-LOAD-ABORT
               EXEC SQL
                 CLOSE RULECSR
               END-EXEC
             END-IF
           END-IF.
           EXIT.

       FETCH-REFERRAL-RULE.
           EXEC SQL
             FETCH RULECSR
               INTO :DB2-R-RULETYPE,
                    :DB2-R-LIMITVALUE-INT
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             SET WS-R-CURSOR-EOF TO TRUE
             IF SQLCODE IN SQLCA NOT EQUAL 100
               SET WS-LOAD-ABORT TO TRUE
             END-IF
           END-IF.
           EXIT.

      * A rule type this program does not check is ignored
       STORE-REFERRAL-RULE.
           EVALUATE DB2-R-RULETYPE
             WHEN 'P'
               SET WS-R-PREMIUM-RULE-USED TO TRUE
               MOVE DB2-R-LIMITVALUE-INT TO WS-R-PREMIUM-LIMIT
             WHEN 'V'
               SET WS-R-VALUE-RULE-USED TO TRUE
               MOVE DB2-R-LIMITVALUE-INT TO WS-R-VALUE-LIMIT
             WHEN 'C'
               SET WS-R-CC-RULE-USED TO TRUE
               MOVE DB2-R-LIMITVALUE-INT TO WS-R-CC-LIMIT
           END-EVALUATE
           PERFORM FETCH-REFERRAL-RULE.
           EXIT.

       READ-NEXT-AMENDMENT.
           READ BRKAMDIN INTO WS-AMENDMENT-INPUT
             AT END SET WS-EOF TO TRUE
           END-READ
           IF NOT WS-EOF
             ADD 1 TO WS-READ-COUNT
           END-IF.
           EXIT.

      * Apply one broker amendment, skipping records a prior run
      * already completed, and stop in place on any DB2 or file
      * trouble so the checkpoint still covers exactly the committed
      * records. A skipped record still counts under the outcome the
      * prior run gave it, so the totals cover the whole file
       PROCESS-ONE-AMENDMENT.
           IF WS-READ-COUNT <= WS-LAST-CKPT-COUNT
             ADD 1 TO WS-SKIPPED-COUNT
      *      A record the prior run returned as 01 never reached the
      *      duplicate guard, so it must not reach it here either
             MOVE ZERO TO WS-REASON-CODE
             PERFORM CHECK-AMENDMENT-LAYOUT
             IF WS-REASON-CODE = ZERO
               MOVE AI-POLICYNUM-NUM TO DB2-POLICYNUM-INT
      *        The prior run only applied the FIRST record carrying
      *        a policy number - a later duplicate was returned then,
      *        and re-emitting for it would send the same event twice
               PERFORM CHECK-DUPLICATE-POLICY
               IF WS-DUP-POLICY-FOUND
                 ADD 1 TO WS-REJECTED-COUNT
               ELSE
                 PERFORM RECORD-SEEN-POLICY
                 IF NOT WS-GUARD-FULL
                   PERFORM REEMIT-SKIPPED-EVENT
                 END-IF
               END-IF
             ELSE
               ADD 1 TO WS-REJECTED-COUNT
             END-IF
           ELSE
             MOVE ZERO TO WS-REASON-CODE
             MOVE 'N'  TO WS-LASTCHANGED-ADVANCED-SW
             PERFORM CHECK-AMENDMENT-LAYOUT
             IF WS-REASON-CODE = ZERO
               MOVE AI-POLICYNUM-NUM TO DB2-POLICYNUM-INT
               PERFORM CHECK-DUPLICATE-POLICY
               IF WS-DUP-POLICY-FOUND
                 MOVE 04 TO WS-REASON-CODE
               ELSE
                 PERFORM RECORD-SEEN-POLICY
                 IF NOT WS-GUARD-FULL
                   PERFORM APPLY-ONE-AMENDMENT
                 END-IF
               END-IF
             END-IF

             IF WS-REASON-CODE NOT EQUAL ZERO
                AND NOT WS-SQL-ERROR AND NOT WS-GUARD-FULL
               PERFORM RETURN-AMENDMENT
             END-IF

             IF NOT WS-SQL-ERROR AND NOT WS-FILE-ERROR
              AND NOT WS-GUARD-FULL
               ADD 1 TO WS-DONE-COUNT
               ADD 1 TO WS-COMMIT-COUNT
               IF WS-COMMIT-COUNT >= WS-COMMIT-INTERVAL
                 PERFORM COMMIT-AND-CHECKPOINT
                 MOVE ZERO TO WS-COMMIT-COUNT
               END-IF
             END-IF
           END-IF

           IF WS-SQL-ERROR OR WS-FILE-ERROR OR WS-GUARD-FULL
             SET WS-EOF TO TRUE
           ELSE
             PERFORM READ-NEXT-AMENDMENT
           END-IF.
           EXIT.

      * Broker, policy and LASTCHANGED must be there, and a numeric
      * field that is being changed must be numeric
       CHECK-AMENDMENT-LAYOUT.
           IF AI-BROKERID NOT NUMERIC
              OR AI-POLICYNUM NOT NUMERIC
              OR AI-LASTCHANGED = SPACES
             MOVE 01 TO WS-REASON-CODE
           END-IF
           IF AI-VALUE NOT = SPACES AND AI-VALUE NOT NUMERIC
             MOVE 01 TO WS-REASON-CODE
           END-IF
           IF AI-CC NOT = SPACES AND AI-CC NOT NUMERIC
             MOVE 01 TO WS-REASON-CODE
           END-IF
           IF AI-MANUFACTURED NOT = SPACES
              AND AI-MANUFACTURED NOT NUMERIC
             MOVE 01 TO WS-REASON-CODE
           END-IF
           IF AI-PAYMENT NOT = SPACES AND AI-PAYMENT NOT NUMERIC
             MOVE 01 TO WS-REASON-CODE
           END-IF.
           EXIT.

      * Linear scan of the policy numbers this run has already
      * processed - WS-DUP-POLICY-FOUND says this one is a repeat
       CHECK-DUPLICATE-POLICY.
           MOVE 'N' TO WS-DUP-FOUND-SWITCH
           PERFORM TEST-ONE-SEEN-POLICY
                   VARYING WS-APPLIED-SUB FROM 1 BY 1
                   UNTIL WS-APPLIED-SUB > WS-POLICY-SEEN-COUNT
                      OR WS-DUP-POLICY-FOUND.
           EXIT.

       TEST-ONE-SEEN-POLICY.
           IF WS-POLICY-SEEN(WS-APPLIED-SUB) = DB2-POLICYNUM-INT
             SET WS-DUP-POLICY-FOUND TO TRUE
           END-IF.
           EXIT.

      * A guard that has gone blind cannot promise one amendment per
      * policy - stop the run in place, exactly as a DB2 error would
       RECORD-SEEN-POLICY.
           IF WS-POLICY-SEEN-COUNT >= WS-POLICY-SEEN-MAX
             DISPLAY 'RABRKAMD - MORE RECORDS THAN THE DUPLICATE '
                     'GUARD HOLDS - RUN STOPPED'
             SET WS-GUARD-FULL TO TRUE
           ELSE
             ADD 1 TO WS-POLICY-SEEN-COUNT
             MOVE DB2-POLICYNUM-INT TO
                  WS-POLICY-SEEN(WS-POLICY-SEEN-COUNT)
           END-IF.
           EXIT.

      * A record the prior run applied had its premium-change event
      * written to a file billing never accepted - rebuild it from
      * what that run committed: the history row stamped with the
      * logical run date and time holds the old premium, the premium
      * after the change is read as RAMTHEND reads it, and equal
      * premiums mean there was no event to send. A record the prior
      * run returned left no such row and re-emits nothing
       REEMIT-SKIPPED-EVENT.
           EXEC SQL
             SELECT OLDPREMIUM
               INTO :DB2-M-PREMIUM-INT
               FROM MOTOR_HISTORY
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                 AND CHANGEDATE   = :WS-DATE
                 AND CHANGETIME   = :WS-TIME
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE IN SQLCA
             WHEN 0
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM READ-PREMIUM-AFTER
               IF NOT WS-SQL-ERROR
                AND DB2-NEW-PREMIUM-INT NOT EQUAL DB2-M-PREMIUM-INT
                 PERFORM WRITE-PREMIUM-CHANGE-EVENT
                 COMPUTE WS-NET-MOVEMENT = WS-NET-MOVEMENT +
                         DB2-NEW-PREMIUM-INT - DB2-M-PREMIUM-INT
               END-IF
             WHEN 100
               PERFORM COUNT-SKIPPED-RETURN
             WHEN OTHER
               DISPLAY 'RABRKAMD - SELECT MOTOR_HISTORY FAILED - '
                       'SQLCODE ' SQLCODE IN SQLCA
               MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
               SET WS-SQL-ERROR TO TRUE
           END-EVALUATE.
           EXIT.

      * The premium the amendment left is the OLDPREMIUM of the
      * policy's first history row later than the amendment's own -
      * MOTOR's premium now only if nothing has changed it since.
      * FETCH FIRST keeps the singleton safe where two changes share
      * a second
       READ-PREMIUM-AFTER.
           EXEC SQL
             SELECT OLDPREMIUM
               INTO :DB2-NEW-PREMIUM-INT
               FROM MOTOR_HISTORY
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                 AND SUBSTR(CHANGEDATE,7,4) ||
                     SUBSTR(CHANGEDATE,1,2) ||
                     SUBSTR(CHANGEDATE,4,2) ||
                     CHANGETIME > :WS-AFTER-KEY-TEXT
               ORDER BY SUBSTR(CHANGEDATE,7,4),
                        SUBSTR(CHANGEDATE,1,2),
                        SUBSTR(CHANGEDATE,4,2),
                        CHANGETIME
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE IN SQLCA
             WHEN 0
               CONTINUE
             WHEN 100
               PERFORM READ-CURRENT-PREMIUM
             WHEN OTHER
               DISPLAY 'RABRKAMD - SELECT MOTOR_HISTORY FAILED - '
                       'SQLCODE ' SQLCODE IN SQLCA
                       ' POLICY ' DB2-POLICYNUM-INT
               MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
               SET WS-SQL-ERROR TO TRUE
           END-EVALUATE.
           EXIT.

       READ-CURRENT-PREMIUM.
           EXEC SQL
             SELECT PREMIUM
               INTO :DB2-NEW-PREMIUM-INT
               FROM MOTOR
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             IF SQLCODE IN SQLCA = 100
      *        The vehicle has gone since the prior run - there is
      *        nothing left to bill, so nothing to re-emit
               MOVE DB2-M-PREMIUM-INT TO DB2-NEW-PREMIUM-INT
             ELSE
               DISPLAY 'RABRKAMD - SELECT MOTOR FAILED - SQLCODE '
                       SQLCODE IN SQLCA
               MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
               SET WS-SQL-ERROR TO TRUE
             END-IF
           END-IF.
           EXIT.

      * A skipped record the prior run did not apply was either held
      * - its REFERRAL row carries the logical run date and time - or
      * returned to the broker
       COUNT-SKIPPED-RETURN.
           EXEC SQL
             SELECT REFERRALNUMBER
               INTO :DB2-R-REFERRALNUM-INT
               FROM REFERRAL
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                 AND REFERDATE    = :WS-DATE
                 AND REFERTIME    = :WS-TIME
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE IN SQLCA
             WHEN 0
               ADD 1 TO WS-REFERRED-COUNT
             WHEN 100
               ADD 1 TO WS-REJECTED-COUNT
             WHEN OTHER
               DISPLAY 'RABRKAMD - SELECT REFERRAL FAILED - SQLCODE '
                       SQLCODE IN SQLCA ' POLICY ' DB2-POLICYNUM-INT
               MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
               SET WS-SQL-ERROR TO TRUE
           END-EVALUATE.
           EXIT.

      * The online update in the online order - validate, guard,
      * rate, refer, then write MOTOR with its history row, billing
      * event and document request. Any refusal after the guard
      * advanced puts the broker's LASTCHANGED back
       APPLY-ONE-AMENDMENT.
           PERFORM READ-POLICY-FOR-AMENDMENT

           IF WS-REASON-CODE = ZERO AND NOT WS-SQL-ERROR
             PERFORM MERGE-AMENDED-FIELDS
             PERFORM VALIDATE-MOTOR-UPDATE-INFO
           END-IF

           IF WS-REASON-CODE = ZERO AND NOT WS-SQL-ERROR
             PERFORM CHECK-AND-ADVANCE-LASTCHANGED
           END-IF

           IF WS-REASON-CODE = ZERO AND NOT WS-SQL-ERROR
             PERFORM CALCULATE-AMENDED-PREMIUM
           END-IF

           IF WS-REASON-CODE = ZERO AND NOT WS-SQL-ERROR
             PERFORM CHECK-REFERRAL-RULES
           END-IF

           IF WS-REASON-CODE = ZERO AND NOT WS-SQL-ERROR
             PERFORM UPDATE-MOTOR-ROW
             IF NOT WS-SQL-ERROR
               PERFORM WRITE-MOTOR-HISTORY
             END-IF
             IF WS-REASON-CODE = ZERO AND NOT WS-SQL-ERROR
               PERFORM UPDATE-POLICY-BROKER-FIELDS
             END-IF
             IF WS-REASON-CODE = ZERO AND NOT WS-SQL-ERROR
               PERFORM RAISE-DOCUMENT-REQUEST
             END-IF
             IF WS-REASON-CODE = ZERO AND NOT WS-SQL-ERROR
               ADD 1 TO WS-APPLIED-COUNT
               COMPUTE WS-RECORD-MOVEMENT =
                       DB2-NEW-PREMIUM-INT - DB2-M-PREMIUM-INT
               ADD WS-RECORD-MOVEMENT TO WS-NET-MOVEMENT
               IF DB2-NEW-PREMIUM-INT NOT EQUAL DB2-M-PREMIUM-INT
                 PERFORM WRITE-PREMIUM-CHANGE-EVENT
               END-IF
               MOVE 'APPLIED' TO WD-OUTCOME
               MOVE SPACES    TO WD-REASON-CODE
               PERFORM WRITE-AMENDMENT-DETAIL-LINE
             END-IF
           END-IF

           IF WS-LASTCHANGED-ADVANCED
              AND WS-REASON-CODE NOT EQUAL ZERO
              AND NOT WS-SQL-ERROR
             PERFORM RESTORE-LASTCHANGED-VALUE
           END-IF.
           EXIT.

      * The POLICY/MOTOR pair as it stands. Another broker's policy
      * is refused before anything about it is looked at further, and
      * a cancelled policy is refused as it would be online ('96')
       READ-POLICY-FOR-AMENDMENT.
           EXEC SQL
             SELECT  POLICY.CUSTOMERNUMBER,
                     POLICY.BROKERID,
                     POLICY.BROKERSREFERENCE,
                     POLICY.PAYMENT,
                     POLICY.CANCELDATE,
                     MOTOR.MAKE,
                     MOTOR.MODEL,
                     MOTOR.VALUE,
                     MOTOR.REGNUMBER,
                     MOTOR.COLOUR,
                     MOTOR.CC,
                     MOTOR.YEAROFMANUFACTURE,
                     MOTOR.PREMIUM,
                     MOTOR.ACCIDENTS
               INTO :DB2-CUSTOMERNUM-INT,
                    :DB2-BROKERID-INT INDICATOR :IND-BROKERID,
                    :DB2-BROKERSREF INDICATOR :IND-BROKERSREF,
                    :DB2-PAYMENT-INT INDICATOR :IND-PAYMENT,
                    :DB2-CANCELDATE INDICATOR :IND-CANCELDATE,
                    :DB2-M-MAKE,
                    :DB2-M-MODEL,
                    :DB2-M-VALUE-INT,
                    :DB2-M-REGNUMBER,
                    :DB2-M-COLOUR,
                    :DB2-M-CC-INT,
                    :DB2-M-MANUFACTURED-INT,
                    :DB2-M-PREMIUM-INT,
                    :DB2-M-ACCIDENTS-INT
               FROM  POLICY, MOTOR
               WHERE POLICY.POLICYNUMBER = MOTOR.POLICYNUMBER
                 AND POLICY.POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC

           IF SQLCODE IN SQLCA = 0
             IF IND-BROKERID < ZERO
                OR DB2-BROKERID-INT NOT EQUAL AI-BROKERID-NUM
               MOVE 03 TO WS-REASON-CODE
             ELSE
               IF IND-CANCELDATE NOT < ZERO
                 MOVE 05 TO WS-REASON-CODE
               END-IF
             END-IF
           ELSE
             IF SQLCODE IN SQLCA = 100
               MOVE 02 TO WS-REASON-CODE
             ELSE
               DISPLAY 'RABRKAMD - SELECT POLICY/MOTOR FAILED - '
                       'SQLCODE ' SQLCODE IN SQLCA
               MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
               SET WS-SQL-ERROR TO TRUE
             END-IF
           END-IF.
           EXIT.

      * What the broker sent over what is on file - a blank field is
      * not being changed
       MERGE-AMENDED-FIELDS.
           IF IND-BROKERSREF < ZERO
             MOVE SPACES TO DB2-BROKERSREF
           END-IF
           IF IND-PAYMENT < ZERO
             MOVE ZERO TO DB2-PAYMENT-INT
           END-IF

           MOVE DB2-M-MAKE             TO DB2-N-MAKE
           MOVE DB2-M-MODEL            TO DB2-N-MODEL
           MOVE DB2-M-VALUE-INT        TO DB2-N-VALUE-INT
           MOVE DB2-M-REGNUMBER        TO DB2-N-REGNUMBER
           MOVE DB2-M-COLOUR           TO DB2-N-COLOUR
           MOVE DB2-M-CC-INT           TO DB2-N-CC-INT
           MOVE DB2-M-MANUFACTURED-INT TO DB2-N-MANUFACTURED-INT
           MOVE DB2-BROKERSREF         TO DB2-N-BROKERSREF
           MOVE DB2-PAYMENT-INT        TO DB2-N-PAYMENT-INT

           IF AI-MAKE NOT = SPACES
             MOVE AI-MAKE             TO DB2-N-MAKE
           END-IF
           IF AI-MODEL NOT = SPACES
             MOVE AI-MODEL            TO DB2-N-MODEL
           END-IF
           IF AI-VALUE NOT = SPACES
             MOVE AI-VALUE-NUM        TO DB2-N-VALUE-INT
           END-IF
           IF AI-REGNUMBER NOT = SPACES
             MOVE AI-REGNUMBER        TO DB2-N-REGNUMBER
           END-IF
           IF AI-COLOUR NOT = SPACES
             MOVE AI-COLOUR           TO DB2-N-COLOUR
           END-IF
           IF AI-CC NOT = SPACES
             MOVE AI-CC-NUM           TO DB2-N-CC-INT
           END-IF
           IF AI-MANUFACTURED NOT = SPACES
             MOVE AI-MANUFACTURED-NUM TO DB2-N-MANUFACTURED-INT
           END-IF
           IF AI-BROKERSREF NOT = SPACES
             MOVE AI-BROKERSREF       TO DB2-N-BROKERSREF
           END-IF
           IF AI-PAYMENT NOT = SPACES
             MOVE AI-PAYMENT-NUM      TO DB2-N-PAYMENT-INT
           END-IF.
           EXIT.

      * The checks VALIDATE-MOTOR-UPDATE-INFO makes online - a plate
      * with at least two letters and two digits that no other live
      * policy carries, and a make and colour
       VALIDATE-MOTOR-UPDATE-INFO.
           MOVE ZERO TO WS-REG-ALPHA-COUNT
           MOVE ZERO TO WS-REG-NUMERIC-COUNT
           PERFORM CHECK-REGNUMBER-CHARACTER
                   VARYING WS-REG-INDEX FROM 1 BY 1
                   UNTIL WS-REG-INDEX > LENGTH OF DB2-N-REGNUMBER

           IF DB2-N-REGNUMBER = SPACES
              OR WS-REG-ALPHA-COUNT < 2
              OR WS-REG-NUMERIC-COUNT < 2
             MOVE 06 TO WS-REASON-CODE
           END-IF

           IF WS-REASON-CODE = ZERO
             EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-DUP-REG-COUNT
                 FROM MOTOR, POLICY
                 WHERE MOTOR.REGNUMBER    = :DB2-N-REGNUMBER
                   AND MOTOR.POLICYNUMBER <> :DB2-POLICYNUM-INT
                   AND POLICY.POLICYNUMBER = MOTOR.POLICYNUMBER
                   AND POLICY.CANCELDATE IS NULL
             END-EXEC
             IF SQLCODE IN SQLCA NOT EQUAL 0
               DISPLAY 'RABRKAMD - SELECT REGNUMBER FAILED - SQLCODE '
                       SQLCODE IN SQLCA ' POLICY ' DB2-POLICYNUM-INT
               MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
               SET WS-SQL-ERROR TO TRUE
             ELSE
               IF WS-DUP-REG-COUNT > 0
                 MOVE 06 TO WS-REASON-CODE
               END-IF
             END-IF
           END-IF

           IF WS-REASON-CODE = ZERO AND NOT WS-SQL-ERROR
             IF DB2-N-MAKE = SPACES OR DB2-N-COLOUR = SPACES
               MOVE 07 TO WS-REASON-CODE
             END-IF
           END-IF.
           EXIT.

      * Counts alphabetic/numeric characters in one REGNUMBER position
       CHECK-REGNUMBER-CHARACTER.
           MOVE DB2-N-REGNUMBER(WS-REG-INDEX:1) TO WS-REG-CHAR
           IF WS-REG-CHAR IS ALPHABETIC
             ADD 1 TO WS-REG-ALPHA-COUNT
           END-IF
           IF WS-REG-CHAR IS NUMERIC
             ADD 1 TO WS-REG-NUMERIC-COUNT
           END-IF.
           EXIT.

      * The online stale-update guard - advance LASTCHANGED to the
      * run date only if it still holds what the broker sent. No row
      * updated means the policy moved on after the broker took its
      * copy, and the amendment goes back rather than overwrite it
       CHECK-AND-ADVANCE-LASTCHANGED.
           EXEC SQL
             UPDATE POLICY
               SET
                    LASTCHANGED    = :WS-DATE
               WHERE
                    POLICYNUMBER   = :DB2-POLICYNUM-INT
                AND LASTCHANGED    = :AI-LASTCHANGED
                AND CANCELDATE IS NULL
           END-EXEC

           IF SQLCODE IN SQLCA EQUAL 0
             SET WS-LASTCHANGED-ADVANCED TO TRUE
           ELSE
             IF SQLCODE IN SQLCA EQUAL 100
               MOVE 08 TO WS-REASON-CODE
             ELSE
               DISPLAY 'RABRKAMD - UPDATE POLICY FAILED - SQLCODE '
                       SQLCODE IN SQLCA ' POLICY ' DB2-POLICYNUM-INT
               MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
               SET WS-SQL-ERROR TO TRUE
             END-IF
           END-IF.
           EXIT.

      * Put the broker's LASTCHANGED back when the amendment it
      * guarded was not applied - still guarded on the run date we
      * set, and in the record's own unit of work
       RESTORE-LASTCHANGED-VALUE.
           EXEC SQL
             UPDATE POLICY
               SET
                    LASTCHANGED    = :AI-LASTCHANGED
               WHERE
                    POLICYNUMBER   = :DB2-POLICYNUM-INT
                AND LASTCHANGED    = :WS-DATE
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             DISPLAY 'RABRKAMD - RESTORE LASTCHANGED FAILED - '
                     'SQLCODE ' SQLCODE IN SQLCA
                     ' POLICY ' DB2-POLICYNUM-INT
             MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
             SET WS-SQL-ERROR TO TRUE
           END-IF.
           EXIT.

      * Same accident x CC x vehicle-age x driver-age x points formula
      * RAEXPORT applies online, on the premium on file and the
      * vehicle as amended. ACCIDENTS only moves through RACLAIMS, so
      * the count on file is rated
       CALCULATE-AMENDED-PREMIUM.
           MOVE 'A' TO WS-RATFAC-LOOKUP-TYPE
           MOVE DB2-M-ACCIDENTS-INT TO WS-RATFAC-LOOKUP-VALUE
           PERFORM FIND-RATING-FACTOR
           MOVE WS-RATFAC-RESULT TO WS-ACCIDENT-FACTOR

           MOVE 'C' TO WS-RATFAC-LOOKUP-TYPE
           MOVE DB2-N-CC-INT TO WS-RATFAC-LOOKUP-VALUE
           PERFORM FIND-RATING-FACTOR
           MOVE WS-RATFAC-RESULT TO WS-CC-FACTOR

      *    A manufacture year keyed in the future would go negative -
      *    clamp to age zero so it rates in the newest band
           COMPUTE WS-VEHICLE-AGE = WS-CURRENT-YEAR -
                   DB2-N-MANUFACTURED-INT
           IF WS-VEHICLE-AGE < ZERO
             MOVE ZERO TO WS-VEHICLE-AGE
           END-IF
           MOVE 'G' TO WS-RATFAC-LOOKUP-TYPE
           MOVE WS-VEHICLE-AGE TO WS-RATFAC-LOOKUP-VALUE
           PERFORM FIND-RATING-FACTOR
           MOVE WS-RATFAC-RESULT TO WS-AGE-FACTOR

           MOVE DB2-POLICYNUM-INT TO WS-DRIVER-POLICYNUM
           PERFORM FIND-DRIVER-FACTORS

           IF WS-DRIVER-ERROR
             DISPLAY 'RABRKAMD - SELECT DRIVER FAILED - SQLCODE '
                     SQLCODE IN SQLCA ' POLICY ' DB2-POLICYNUM-INT
             MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
             SET WS-SQL-ERROR TO TRUE
           ELSE
             COMPUTE DB2-NEW-PREMIUM-INT = DB2-M-PREMIUM-INT *
                     WS-ACCIDENT-FACTOR * WS-CC-FACTOR *
                     WS-AGE-FACTOR * WS-DRIVER-AGE-FACTOR *
                     WS-DRIVER-POINTS-FACTOR
           END-IF.
           EXIT.

      * The referral rules exactly as RAEXPORT applies them to an
      * amendment - a change that trips one is held on REFERRAL and
      * goes back to the broker with reason 09 and the referral number.
      * The accident count is the one on file, which never trips the
      * accident rule on an amendment
       CHECK-REFERRAL-RULES.
           MOVE SPACES TO WS-R-RULES-TRIPPED
           IF WS-R-PREMIUM-RULE-USED
              AND DB2-M-PREMIUM-INT > ZERO
             COMPUTE WS-R-INCREASE-PCT =
                     (DB2-NEW-PREMIUM-INT - DB2-M-PREMIUM-INT)
                     * 100 / DB2-M-PREMIUM-INT
             IF WS-R-INCREASE-PCT > WS-R-PREMIUM-LIMIT
               MOVE 'P' TO WS-R-TRIPPED-PREMIUM
             END-IF
           END-IF
           IF WS-R-VALUE-RULE-USED
              AND DB2-N-VALUE-INT > WS-R-VALUE-LIMIT
             MOVE 'V' TO WS-R-TRIPPED-VALUE
           END-IF
           IF WS-R-CC-RULE-USED
              AND DB2-N-CC-INT > WS-R-CC-LIMIT
             MOVE 'C' TO WS-R-TRIPPED-CC
           END-IF

           IF WS-R-RULES-TRIPPED NOT EQUAL SPACES
             PERFORM HOLD-FOR-REFERRAL
           END-IF.
           EXIT.

      * Hold the change as an amendment referral, keyed against the
      * LASTCHANGED the broker sent, so an underwriter's approval goes
      * through RAEXPORT's own update and stale guard
       HOLD-FOR-REFERRAL.
           EXEC SQL
             SELECT MAX(REFERRALNUMBER)
               INTO :DB2-R-MAX-REFNUM-INT INDICATOR :IND-R-MAX-REFNUM
               FROM REFERRAL
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             DISPLAY 'RABRKAMD - SELECT REFERRAL FAILED - SQLCODE '
                     SQLCODE IN SQLCA
             MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
             SET WS-SQL-ERROR TO TRUE
           ELSE
             IF IND-R-MAX-REFNUM < ZERO
               MOVE ZERO TO DB2-R-MAX-REFNUM-INT
             END-IF
             COMPUTE DB2-R-REFERRALNUM-INT = DB2-R-MAX-REFNUM-INT + 1

             EXEC SQL
               INSERT INTO REFERRAL
                     ( REFERRALNUMBER, REFERRALTYPE, POLICYNUMBER,
                       CUSTOMERNUMBER, REFERDATE, REFERTIME,
                       RULESTRIPPED, REFERSTATUS, LASTCHANGED,
                       EXPIRYDATE, BROKERID, BROKERSREFERENCE,
                       PAYMENT, MAKE, MODEL, VALUE, REGNUMBER,
                       COLOUR, CC, YEAROFMANUFACTURE, ACCIDENTS,
                       QUOTENUMBER, BASEPREMIUM, PROPOSEDPREMIUM,
                       OLDPREMIUM, DECISIONDATE, DECISIONTIME,
                       UNDERWRITER, DECLINEREASON )
               VALUES ( :DB2-R-REFERRALNUM-INT, 'A',
                       :DB2-POLICYNUM-INT, :DB2-CUSTOMERNUM-INT,
                       :WS-DATE, :WS-TIME,
                       :WS-R-RULES-TRIPPED, 'P', :AI-LASTCHANGED,
                       ' ', :DB2-BROKERID-INT, :DB2-N-BROKERSREF,
                       :DB2-N-PAYMENT-INT, :DB2-N-MAKE, :DB2-N-MODEL,
                       :DB2-N-VALUE-INT, :DB2-N-REGNUMBER,
                       :DB2-N-COLOUR, :DB2-N-CC-INT,
                       :DB2-N-MANUFACTURED-INT, :DB2-M-ACCIDENTS-INT,
                       0, :DB2-M-PREMIUM-INT, :DB2-NEW-PREMIUM-INT,
                       :DB2-M-PREMIUM-INT, ' ', ' ', ' ', ' ' )
             END-EXEC

             IF SQLCODE IN SQLCA NOT EQUAL 0
               DISPLAY 'RABRKAMD - INSERT REFERRAL FAILED - SQLCODE '
                       SQLCODE IN SQLCA ' POLICY ' DB2-POLICYNUM-INT
               MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
               SET WS-SQL-ERROR TO TRUE
             ELSE
               MOVE 09 TO WS-REASON-CODE
             END-IF
           END-IF.
           EXIT.

      * The vehicle as amended and its new premium. A row that has
      * gone since it was read answers as a missing policy would
       UPDATE-MOTOR-ROW.
           EXEC SQL
             UPDATE MOTOR
               SET
                    MAKE              = :DB2-N-MAKE,
                    MODEL             = :DB2-N-MODEL,
                    VALUE             = :DB2-N-VALUE-INT,
                    REGNUMBER         = :DB2-N-REGNUMBER,
                    COLOUR            = :DB2-N-COLOUR,
                    CC                = :DB2-N-CC-INT,
                    YEAROFMANUFACTURE = :DB2-N-MANUFACTURED-INT,
                    PREMIUM           = :DB2-NEW-PREMIUM-INT
               WHERE
                    POLICYNUMBER      = :DB2-POLICYNUM-INT
           END-EXEC

           MOVE SQLCODE IN SQLCA TO DB2-UPDATE-SQLCODE
           IF DB2-UPDATE-SQLCODE NOT EQUAL 0
             IF DB2-UPDATE-SQLCODE EQUAL 100
               MOVE 02 TO WS-REASON-CODE
             ELSE
               DISPLAY 'RABRKAMD - UPDATE MOTOR FAILED - SQLCODE '
                       DB2-UPDATE-SQLCODE ' POLICY '
                       DB2-POLICYNUM-INT
               MOVE DB2-UPDATE-SQLCODE TO WS-RUNLOG-SQLCODE
               SET WS-SQL-ERROR TO TRUE
             END-IF
           END-IF.
           EXIT.

      * The broker's own reference and payment plan live on POLICY -
      * only touched when the record actually changes one of them
       UPDATE-POLICY-BROKER-FIELDS.
           IF AI-BROKERSREF NOT = SPACES OR AI-PAYMENT NOT = SPACES
             IF DB2-N-BROKERSREF = SPACES
               MOVE -1   TO IND-N-BROKERSREF
             ELSE
               MOVE ZERO TO IND-N-BROKERSREF
             END-IF
             IF DB2-N-PAYMENT-INT = ZERO
               MOVE -1   TO IND-N-PAYMENT
             ELSE
               MOVE ZERO TO IND-N-PAYMENT
             END-IF

             EXEC SQL
               UPDATE POLICY
                 SET
                      BROKERSREFERENCE = :DB2-N-BROKERSREF
                                          :IND-N-BROKERSREF,
                      PAYMENT          = :DB2-N-PAYMENT-INT
                                          :IND-N-PAYMENT
                 WHERE
                      POLICYNUMBER     = :DB2-POLICYNUM-INT
             END-EXEC

             IF SQLCODE IN SQLCA NOT EQUAL 0
               DISPLAY 'RABRKAMD - UPDATE POLICY FAILED - SQLCODE '
                       SQLCODE IN SQLCA ' POLICY ' DB2-POLICYNUM-INT
               MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
               SET WS-SQL-ERROR TO TRUE
             END-IF
           END-IF.
           EXIT.

      * The before-picture and the outcome of the MOTOR update, in
      * exactly the convention the online update path keeps - the
      * row carries the SQLCODE the update finished on
       WRITE-MOTOR-HISTORY.
           EXEC SQL
             INSERT INTO MOTOR_HISTORY
                   ( POLICYNUMBER, OLDMAKE, OLDMODEL, OLDVALUE,
                     OLDCC, OLDPREMIUM, OLDACCIDENTS,
                     CHANGEDATE, CHANGETIME, CHANGESQLCODE )
             VALUES ( :DB2-POLICYNUM-INT, :DB2-M-MAKE,
                     :DB2-M-MODEL, :DB2-M-VALUE-INT,
                     :DB2-M-CC-INT, :DB2-M-PREMIUM-INT,
                     :DB2-M-ACCIDENTS-INT,
                     :WS-DATE, :WS-TIME,
                     :DB2-UPDATE-SQLCODE )
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             DISPLAY 'RABRKAMD - INSERT MOTOR_HISTORY FAILED - '
                     'SQLCODE ' SQLCODE IN SQLCA
             MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
             SET WS-SQL-ERROR TO TRUE
           END-IF.
           EXIT.

      * The vehicle on the certificate has changed - queue fresh
      * documents for the overnight print run, as an online amendment
      * does, in the record's own unit of work
       RAISE-DOCUMENT-REQUEST.
           EXEC SQL
             INSERT INTO DOCREQUEST
                   ( POLICYNUMBER, REQUESTDATE, REQUESTTIME,
                     REQUESTSOURCE, REQUESTSTATUS, PRODUCEDDATE,
                     FAILREASON )
             VALUES ( :DB2-POLICYNUM-INT, :WS-DATE, :WS-TIME,
                     'MA', 'P', ' ', ' ' )
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             DISPLAY 'RABRKAMD - INSERT DOCREQUEST FAILED - SQLCODE '
                     SQLCODE IN SQLCA ' POLICY ' DB2-POLICYNUM-INT
             MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
             SET WS-SQL-ERROR TO TRUE
           END-IF.
           EXIT.

      * Tell billing the premium has moved - the detail is byte for
      * byte what RABILLXT would have sent for an online amendment
       WRITE-PREMIUM-CHANGE-EVENT.
           MOVE DB2-POLICYNUM-INT   TO BIX-D-POLICYNUM
           MOVE DB2-M-PREMIUM-INT   TO BIX-D-OLD-PREMIUM
           MOVE DB2-NEW-PREMIUM-INT TO BIX-D-NEW-PREMIUM
           MOVE WS-DATE             TO BIX-D-EFFECTIVE-DATE
           MOVE WS-BILLING-DETAIL   TO AMENDMENT-BILLING-RECORD
           WRITE AMENDMENT-BILLING-RECORD
           IF NOT WS-BRKBILX-OK
             DISPLAY 'RABRKAMD - WRITE FAILED FOR BRKBILX - STATUS '
                     WS-BRKBILX-STATUS
             SET WS-FILE-ERROR TO TRUE
           ELSE
             ADD 1 TO WS-EVENT-COUNT
           END-IF.
           EXIT.

      * Send the record back to the broker with its reason, and list
      * it on the control report - a referral is counted apart from
      * the outright rejections
       RETURN-AMENDMENT.
           MOVE WS-REASON-CODE               TO RT-REASON-CODE
           MOVE WS-REASON-TEXT(WS-REASON-CODE) TO RT-REASON-TEXT
           IF WS-REASON-CODE = 09
             MOVE DB2-R-REFERRALNUM-INT TO RT-REFERRAL-NUM
             MOVE WS-R-RULES-TRIPPED    TO RT-RULES-TRIPPED
             ADD 1 TO WS-REFERRED-COUNT
             MOVE 'REFERRED'            TO WD-OUTCOME
           ELSE
             MOVE ZERO                  TO RT-REFERRAL-NUM
             MOVE SPACES                TO RT-RULES-TRIPPED
             ADD 1 TO WS-REJECTED-COUNT
             MOVE 'REJECTED'            TO WD-OUTCOME
           END-IF
           MOVE WS-AMENDMENT-INPUT TO RT-ORIGINAL-RECORD
           MOVE WS-RETURN-RECORD   TO AMENDMENT-RETURN-RECORD
           WRITE AMENDMENT-RETURN-RECORD
           IF NOT WS-BRKAMDRT-OK
             DISPLAY 'RABRKAMD - WRITE FAILED FOR BRKAMDRT - STATUS '
                     WS-BRKAMDRT-STATUS
             SET WS-FILE-ERROR TO TRUE
           END-IF

           MOVE RT-REASON-CODE TO WD-REASON-CODE
           PERFORM WRITE-AMENDMENT-DETAIL-LINE.
           EXIT.

      * One control report line per record handled by this run - a
      * record too broken to read a policy number lists it as zero
       WRITE-AMENDMENT-DETAIL-LINE.
           IF AI-POLICYNUM NUMERIC
             MOVE AI-POLICYNUM-NUM TO WD-POLICY-NUM
           ELSE
             MOVE ZERO             TO WD-POLICY-NUM
           END-IF
           IF AI-BROKERID NUMERIC
             MOVE AI-BROKERID-NUM  TO WD-BROKERID
           ELSE
             MOVE ZERO             TO WD-BROKERID
           END-IF
           IF WD-OUTCOME = 'APPLIED'
             MOVE DB2-M-PREMIUM-INT   TO WD-OLD-PREMIUM
             MOVE DB2-NEW-PREMIUM-INT TO WD-NEW-PREMIUM
             MOVE WS-RECORD-MOVEMENT  TO WD-MOVEMENT
           ELSE
             MOVE ZERO TO WD-OLD-PREMIUM
             MOVE ZERO TO WD-NEW-PREMIUM
             MOVE ZERO TO WD-MOVEMENT
           END-IF
           MOVE WS-RPT-DETAIL-LINE TO AMEND-REPORT-LINE
           WRITE AMEND-REPORT-LINE.
           EXIT.

      * Record how far we got and commit the work so far in the same
      * unit of work, exactly as RARENCMP checkpoints - the count of
      * input records FULLY completed across the run and any
      * restarts, never the read count, under the logical run date
      * and time the rerun must carry on
       COMMIT-AND-CHECKPOINT.
           MOVE WS-DONE-COUNT TO WS-CKPT-TOTAL-COUNT

           IF WS-HAVE-CHECKPOINT
             EXEC SQL
               UPDATE BATCHCKPT
                 SET LASTPOLICYNUMBER = :WS-CKPT-TOTAL-COUNT,
                     CHECKPOINTDATE   = :WS-DATE,
                     CHECKPOINTTIME   = :WS-TIME
                 WHERE JOBNAME = :WS-JOBNAME
             END-EXEC
           ELSE
             EXEC SQL
               INSERT INTO BATCHCKPT
                     ( JOBNAME, LASTPOLICYNUMBER,
                       CHECKPOINTDATE, CHECKPOINTTIME )
               VALUES ( :WS-JOBNAME, :WS-CKPT-TOTAL-COUNT,
                       :WS-DATE, :WS-TIME )
             END-EXEC
             SET WS-HAVE-CHECKPOINT TO TRUE
           END-IF

           EXEC SQL
             COMMIT
           END-EXEC.
           EXIT.

      * On a clean end, commit and checkpoint whatever is left,
      * write the billing trailer and release the checkpoint row. A
      * run stopped by an error ROLLS BACK instead - the stopping
      * record's partial work must not go durable, and the last
      * checkpoint already covers exactly what committed, so the
      * rerun resumes on the failed record
       TERMINATE-AMENDMENT-RUN.
           IF WS-SQL-ERROR OR WS-FILE-ERROR OR WS-GUARD-FULL
             EXEC SQL
               ROLLBACK
             END-EXEC
             MOVE WS-INCOMPLETE-LINE TO AMEND-REPORT-LINE
             WRITE AMEND-REPORT-LINE
             MOVE 16 TO RETURN-CODE
           ELSE
             IF WS-COMMIT-COUNT > 0
               PERFORM COMMIT-AND-CHECKPOINT
             END-IF

             MOVE WS-EVENT-COUNT TO BIX-T-EVENT-COUNT
             MOVE WS-BILLING-TRAILER TO AMENDMENT-BILLING-RECORD
             WRITE AMENDMENT-BILLING-RECORD

             PERFORM DELETE-CHECKPOINT-ROW
             EXEC SQL
               COMMIT
             END-EXEC
           END-IF

           MOVE SPACES TO AMEND-REPORT-LINE
           WRITE AMEND-REPORT-LINE
           MOVE 'RECORDS READ          = ' TO WR-TOTAL-LABEL
           MOVE WS-READ-COUNT              TO WR-TOTAL-COUNT
           PERFORM WRITE-RUN-TOTAL
           MOVE 'RESTART SKIPPED       = ' TO WR-TOTAL-LABEL
           MOVE WS-SKIPPED-COUNT           TO WR-TOTAL-COUNT
           PERFORM WRITE-RUN-TOTAL
           MOVE 'AMENDMENTS APPLIED    = ' TO WR-TOTAL-LABEL
           MOVE WS-APPLIED-COUNT           TO WR-TOTAL-COUNT
           PERFORM WRITE-RUN-TOTAL
           MOVE 'HELD FOR REFERRAL     = ' TO WR-TOTAL-LABEL
           MOVE WS-REFERRED-COUNT          TO WR-TOTAL-COUNT
           PERFORM WRITE-RUN-TOTAL
           MOVE 'REJECTED              = ' TO WR-TOTAL-LABEL
           MOVE WS-REJECTED-COUNT          TO WR-TOTAL-COUNT
           PERFORM WRITE-RUN-TOTAL
           MOVE 'BILLING EVENTS        = ' TO WR-TOTAL-LABEL
           MOVE WS-EVENT-COUNT             TO WR-TOTAL-COUNT
           PERFORM WRITE-RUN-TOTAL
           MOVE 'NET PREMIUM MOVEMENT  = ' TO WR-MOVEMENT-LABEL
           MOVE WS-NET-MOVEMENT            TO WR-MOVEMENT-AMOUNT
           MOVE WS-RPT-MOVEMENT-LINE TO AMEND-REPORT-LINE
           WRITE AMEND-REPORT-LINE

           CLOSE BRKAMDIN
           CLOSE BRKAMDRT
           CLOSE BRKBILX
           CLOSE BRKAMRPT.
           EXIT.

       WRITE-RUN-TOTAL.
           MOVE WS-RPT-TOTAL-LINE TO AMEND-REPORT-LINE
           WRITE AMEND-REPORT-LINE.
           EXIT.

      * A completed run has nothing left to resume
       DELETE-CHECKPOINT-ROW.
           EXEC SQL
             DELETE FROM BATCHCKPT
               WHERE JOBNAME = :WS-JOBNAME
           END-EXEC.
           EXIT.

      * One run-statistics row however the run ended - records read
      * off the broker file, amendments actually applied, and the
      * SQLCODE any error stopped on
       RECORD-RUN-STATISTICS.
           MOVE WS-READ-COUNT    TO WS-RUNLOG-ROWS-READ
           MOVE WS-APPLIED-COUNT TO WS-RUNLOG-ROWS-WRITTEN
           IF WS-SQL-ERROR OR WS-FILE-ERROR OR WS-LOAD-ABORT
              OR WS-GUARD-FULL
              OR NOT (WS-BRKAMDIN-OK OR WS-BRKAMDIN-EOF)
              OR NOT WS-BRKAMDRT-OK
              OR NOT WS-BRKBILX-OK OR NOT WS-BRKAMRPT-OK
             MOVE 'FAILED'   TO WS-RUNLOG-STATUS
           ELSE
             IF WS-REJECTED-COUNT > 0 OR WS-REFERRED-COUNT > 0
               MOVE 'WARNING'  TO WS-RUNLOG-STATUS
             ELSE
               MOVE 'COMPLETE' TO WS-RUNLOG-STATUS
             END-IF
           END-IF
           PERFORM WRITE-RUNLOG-END.
           EXIT.

      * Shared load/lookup code for the effective-dated rating
      * factors - the same member RAEXPORT and RARENCMP copy
       COPY LGRATPRC.

      * Shared run-statistics code every nightly batch job copies
       COPY LGRUNPRC.
