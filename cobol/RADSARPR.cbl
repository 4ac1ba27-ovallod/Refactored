      ******************************************************************
      * Customer data subject access and erasure requests - answering
      * one meant querying CUSTOMER, POLICY, MOTOR, MOTOR_HISTORY,
      * SQLERRORLOG and the RAHISTPG archive tapes by hand. This job
      * takes one customer number per run and either -
      *
      *   access  ('A') - writes one readable extract of everything
      *                   held on the customer: the CUSTOMER row, each
      *                   policy with its vehicle, the named drivers
      *                   and claims on those policies, the quotes
      *                   and underwriting referrals raised for the
      *                   customer, the live MOTOR_HISTORY rows,
      *                   the SQLERRORLOG rows naming the customer or
      *                   one of its policies, and the MOTOR_HISTORY
      *                   rows RAHISTPG has already archived (DD
      *                   HISTARCH - every archive generation
      *                   concatenated)
      *   erasure ('E') - anonymises the CUSTOMER row (name, house
      *                   name/number and postcode) and clears the
      *                   customer and policy numbers from every
      *                   SQLERRORLOG row naming them - but only once
      *                   no policy has been live for the retention
      *                   period. While a policy is still in force or
      *                   ended inside the period the erasure is
      *                   refused, and the extract says why, listing
      *                   the policies and the first date an erasure
      *                   would be accepted
      *
      * A policy's end is its CANCELDATE when cancelled, else its
      * EXPIRYDATE - a policy ending today or later is in force. A
      * policy date that cannot be read refuses the erasure rather
      * than risk erasing a live customer.
      *
      * Run parameters arrive on SYSIN, one per line -
      *   customer number  (9 digits)
      *   mode             ('A' access or 'E' erasure)
      *   retention days   (4 digits, default 2190 - six years)
      *
      * Every request, refused or not, is logged on DSARREGISTER with
      * its date, mode and outcome for the compliance officer -
      *   00  extract produced
      *   01  customer data erased
      *   10  customer not on file - no CUSTOMER row and no policy
      *   11  erasure refused - a policy is still in force
      *   12  erasure refused - a policy ended inside the retention
      *       period
      *   13  erasure refused - a policy date cannot be read
      *   20  request parameters invalid
      *   99  request failed - see the job log
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RADSARPR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DSAREXT ASSIGN TO DSAREXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSAREXT-STATUS.
           SELECT HISTARCH ASSIGN TO HISTARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTARCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DSAREXT
           RECORDING MODE IS F.
       01  DSAR-REPORT-LINE             PIC X(132).
       FD  HISTARCH
           RECORDING MODE IS F.
       01  HIST-ARCHIVE-RECORD          PIC X(104).

       WORKING-STORAGE SECTION.
       01  WS-JOBNAME                   PIC X(08) VALUE 'RADSARPR'.
       01  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
      *    Set when a DB2 statement or file stops on a real error -
      *    the request's work is rolled back and it is registered as
      *    failed
       01  WS-SQL-ERROR-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-SQL-ERROR              VALUE 'Y'.
       01  WS-DSAREXT-STATUS            PIC X(02) VALUE '00'.
           88 WS-DSAREXT-OK             VALUE '00'.
       01  WS-HISTARCH-STATUS           PIC X(02) VALUE '00'.
           88 WS-HISTARCH-OK            VALUE '00'.
           88 WS-HISTARCH-NOT-SUPPLIED  VALUE '35'.
       01  WS-PARMS-VALID-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-PARMS-VALID            VALUE 'Y'.
       01  WS-CUSTOMER-FOUND-SWITCH     PIC X(01) VALUE 'N'.
           88 WS-CUSTOMER-FOUND         VALUE 'Y'.
       01  WS-SECTION-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-SCRUB-COUNT               PIC S9(9) COMP VALUE ZERO.

      *    Run parameters - see the banner
       01  WS-CUSTOMER-PARM             PIC X(09) VALUE SPACES.
       01  WS-CUSTOMER-PARM-NUM REDEFINES WS-CUSTOMER-PARM
                                        PIC 9(09).
       01  WS-MODE-PARM                 PIC X(01) VALUE SPACES.
           88 WS-ACCESS-MODE            VALUE 'A'.
           88 WS-ERASURE-MODE           VALUE 'E'.
       01  WS-RETENTION-PARM            PIC X(04) VALUE SPACES.
       01  WS-RETENTION-DAYS            PIC S9(4) COMP VALUE +2190.

       01  WS-OUTCOME-CODE              PIC X(02) VALUE SPACES.
       01  WS-OUTCOME-TEXT              PIC X(40) VALUE SPACES.

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
       01  WS-TODAY-YYYYMMDD            PIC 9(8)  VALUE ZERO.
       01  WS-TODAY-INTEGER             PIC S9(9) COMP VALUE ZERO.

      *    Retention assessment over every policy the customer holds
       01  WS-IN-FORCE-COUNT            PIC S9(9) COMP VALUE ZERO.
       01  WS-BAD-DATE-COUNT            PIC S9(9) COMP VALUE ZERO.
       01  WS-POLICY-END-DATE           PIC X(10) VALUE SPACES.
       01  WS-POLICY-END-INTEGER        PIC S9(9) COMP VALUE ZERO.
       01  WS-LATEST-END-INTEGER        PIC S9(9) COMP VALUE ZERO.
       01  WS-LATEST-END-DATE           PIC X(10) VALUE SPACES.
       01  WS-ELIGIBLE-INTEGER          PIC S9(9) COMP VALUE ZERO.
       01  WS-ELIGIBLE-YYYYMMDD         PIC 9(8)  VALUE ZERO.
       01  WS-ELIGIBLE-PARTS REDEFINES WS-ELIGIBLE-YYYYMMDD.
           03 WS-ELIG-YYYY              PIC X(04).
           03 WS-ELIG-MM                PIC X(02).
           03 WS-ELIG-DD                PIC X(02).
       01  WS-ELIGIBLE-DATE             PIC X(10) VALUE SPACES.

      *    The customer's policy numbers, for matching the archive
      *    file - a customer holding more than the table can carry
      *    fails the request rather than produce a short extract
       01  WS-DSAR-POLICY-TABLE.
           03 WS-DSAR-POLICY-COUNT      PIC S9(9) COMP VALUE ZERO.
           03 WS-DSAR-POLICY-MAX        PIC S9(9) COMP VALUE +500.
           03 WS-DSAR-POLICY            PIC S9(9) COMP
                                        OCCURS 500 TIMES.
       01  WS-POLICY-SUB                PIC S9(9) COMP VALUE ZERO.
       01  WS-POLICY-MATCH-SWITCH       PIC X(01) VALUE 'N'.
           88 WS-POLICY-MATCHED         VALUE 'Y'.

      *    Date-validation work fields - the same month-length and
      *    leap-year checks RARENEWL applies before INTEGER-OF-DATE
       01  WS-DSAR-DATE-VALID-SWITCH    PIC X(01) VALUE 'N'.
           88 WS-DSAR-DATE-VALID        VALUE 'Y'.
       01  WS-DSAR-DATE-PARTS.
           03 WS-DSR-MM                 PIC X(02) VALUE SPACES.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 WS-DSR-DD                 PIC X(02) VALUE SPACES.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 WS-DSR-YYYY               PIC X(04) VALUE SPACES.
       01  WS-DSAR-YYYYMMDD.
           03 WS-DSRN-YYYY              PIC X(04) VALUE SPACES.
           03 WS-DSRN-MM                PIC X(02) VALUE SPACES.
           03 WS-DSRN-DD                PIC X(02) VALUE SPACES.
       01  WS-DSAR-NUMERIC REDEFINES WS-DSAR-YYYYMMDD
                                        PIC 9(08).
       01  WS-MONTH-DAYS-TABLE          PIC X(24)
              VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-ENTRIES REDEFINES WS-MONTH-DAYS-TABLE.
           03 WS-MONTH-DAYS             PIC 9(02) OCCURS 12 TIMES.
       01  WS-DSR-YYYY-NUM              PIC 9(04) VALUE ZERO.
       01  WS-DSR-MM-NUM                PIC 9(02) VALUE ZERO.
       01  WS-DSR-DD-NUM                PIC 9(02) VALUE ZERO.
       01  WS-DSR-MAX-DD                PIC 9(02) VALUE ZERO.
       01  WS-LEAP-QUOTIENT             PIC 9(04) VALUE ZERO.
       01  WS-LEAP-REMAINDER            PIC 9(04) VALUE ZERO.

      *    RAHISTPG archive record layouts - record type in column 1;
      *    only the detail rows carry customer data
       01  WS-ARCH-DETAIL.
           03 AD-RECORD-TYPE            PIC X(01) VALUE SPACES.
              88 AD-DETAIL-RECORD       VALUE '1'.
           03 AD-POLICYNUMBER           PIC 9(09) VALUE ZERO.
           03 AD-OLDMAKE                PIC X(15) VALUE SPACES.
           03 AD-OLDMODEL               PIC X(15) VALUE SPACES.
           03 AD-OLDVALUE               PIC 9(09) VALUE ZERO.
           03 AD-OLDCC                  PIC 9(04) VALUE ZERO.
           03 AD-OLDPREMIUM             PIC 9(09) VALUE ZERO.
           03 AD-OLDACCIDENTS           PIC 9(09) VALUE ZERO.
           03 AD-CHANGEDATE             PIC X(10) VALUE SPACES.
           03 AD-CHANGETIME             PIC X(08) VALUE SPACES.
           03 AD-CHANGESQLCODE          PIC +9(9) USAGE DISPLAY.
           03 FILLER                    PIC X(05) VALUE SPACES.

       01  WS-HEADING-LINE-1.
           03 FILLER                    PIC X(24)
              VALUE 'CUSTOMER DATA REQUEST - '.
           03 WH-RUN-DATE               PIC X(10) VALUE SPACES.
           03 FILLER                    PIC X(11) VALUE '  CUSTOMER '.
           03 WH-CUSTOMERNUM            PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(07) VALUE '  MODE '.
           03 WH-MODE-TEXT              PIC X(08) VALUE SPACES.
           03 FILLER                    PIC X(63) VALUE SPACES.
       01  WS-SECTION-LINE.
           03 FILLER                    PIC X(04) VALUE '*** '.
           03 WS-SECTION-TEXT           PIC X(40) VALUE SPACES.
           03 FILLER                    PIC X(88) VALUE SPACES.
       01  WS-NONE-HELD-LINE            PIC X(132)
              VALUE '    NONE HELD'.
       01  WS-CUSTOMER-LINE.
           03 FILLER                    PIC X(08) VALUE '  NAME  '.
           03 WC-FIRSTNAME              PIC X(10) VALUE SPACES.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 WC-LASTNAME               PIC X(20) VALUE SPACES.
           03 FILLER                    PIC X(10) VALUE '  ADDRESS '.
           03 WC-HOUSENUMBER            PIC X(04) VALUE SPACES.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 WC-HOUSENAME              PIC X(20) VALUE SPACES.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 WC-POSTCODE               PIC X(08) VALUE SPACES.
           03 FILLER                    PIC X(49) VALUE SPACES.
       01  WS-POLICY-LINE-1.
           03 FILLER                    PIC X(09) VALUE '  POLICY '.
           03 WP-POLICYNUM              PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(10) VALUE '  ISSUED '.
           03 WP-ISSUEDATE              PIC X(10) VALUE SPACES.
           03 FILLER                    PIC X(11) VALUE '  EXPIRES '.
           03 WP-EXPIRYDATE             PIC X(10) VALUE SPACES.
           03 FILLER                    PIC X(11) VALUE '  CHANGED '.
           03 WP-LASTCHANGED            PIC X(10) VALUE SPACES.
           03 FILLER                    PIC X(13)
              VALUE '  CANCELLED '.
           03 WP-CANCELDATE             PIC X(10) VALUE SPACES.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 WP-CANCELREASON           PIC X(02) VALUE SPACES.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WP-STATUS                 PIC X(10) VALUE SPACES.
           03 FILLER                    PIC X(14) VALUE SPACES.
       01  WS-POLICY-LINE-2.
           03 FILLER                    PIC X(11) VALUE '    BROKER '.
           03 WP-BROKERID               PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(13)
              VALUE '  REFERENCE '.
           03 WP-BROKERSREF             PIC X(15) VALUE SPACES.
           03 FILLER                    PIC X(11) VALUE '  PAYMENT '.
           03 WP-PAYMENT                PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(64) VALUE SPACES.
       01  WS-MOTOR-LINE-1.
           03 FILLER                    PIC X(12)
              VALUE '    VEHICLE '.
           03 WM-MAKE                   PIC X(15) VALUE SPACES.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 WM-MODEL                  PIC X(15) VALUE SPACES.
           03 FILLER                    PIC X(06) VALUE '  REG '.
           03 WM-REGNUMBER              PIC X(09) VALUE SPACES.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WM-COLOUR                 PIC X(10) VALUE SPACES.
           03 FILLER                    PIC X(06) VALUE '  CC  '.
           03 WM-CC                     PIC Z(3)9 VALUE ZERO.
           03 FILLER                    PIC X(08) VALUE '  YEAR  '.
           03 WM-MANUFACTURED           PIC 9(04) VALUE ZERO.
           03 FILLER                    PIC X(40) VALUE SPACES.
       01  WS-MOTOR-LINE-2.
           03 FILLER                    PIC X(10) VALUE '    VALUE '.
           03 WM-VALUE                  PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(11) VALUE '  PREMIUM '.
           03 WM-PREMIUM                PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(13)
              VALUE '  ACCIDENTS '.
           03 WM-ACCIDENTS              PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(71) VALUE SPACES.
       01  WS-HISTORY-COLUMN-LINE.
           03 FILLER                    PIC X(40)
              VALUE '             POLICY CHANGED    TIME     '.
           03 FILLER                    PIC X(32)
              VALUE 'MAKE            MODEL           '.
           03 FILLER                    PIC X(40)
              VALUE '    VALUE   CC   PREMIUM  ACC    SQLCODE'.
           03 FILLER                    PIC X(20) VALUE SPACES.
      *    One before-picture - live MOTOR_HISTORY and archived rows
      *    print alike, told apart by the source column
       01  WS-HISTORY-LINE.
           03 WY-SOURCE                 PIC X(09) VALUE SPACES.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 WY-POLICYNUM              PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 WY-CHANGEDATE             PIC X(10) VALUE SPACES.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 WY-CHANGETIME             PIC X(08) VALUE SPACES.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 WY-MAKE                   PIC X(15) VALUE SPACES.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 WY-MODEL                  PIC X(15) VALUE SPACES.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 WY-VALUE                  PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 WY-CC                     PIC Z(3)9 VALUE ZERO.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 WY-PREMIUM                PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 WY-ACCIDENTS              PIC Z(3)9 VALUE ZERO.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 WY-SQLCODE                PIC -Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-COLUMN-LINE.
           03 FILLER                    PIC X(40)
              VALUE '          LOGGED     TIME     REQUEST   '.
           03 FILLER                    PIC X(40)
              VALUE '          SQLCODE     CUSTOMER    POLICY'.
           03 FILLER                    PIC X(52) VALUE SPACES.
       01  WS-ERRLOG-LINE.
           03 FILLER                    PIC X(09) VALUE '  ERRLOG '.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 WE-LOGDATE                PIC X(10) VALUE SPACES.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 WE-LOGTIME                PIC X(08) VALUE SPACES.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 WE-SQLREQTEXT             PIC X(16) VALUE SPACES.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 WE-SQLCODE                PIC -Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(04) VALUE SPACES.
           03 WE-CUSTOMERNUM            PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 WE-POLICYNUM              PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(52) VALUE SPACES.
       01  WS-DRIVER-COLUMN-LINE.
           03 FILLER                    PIC X(40)
              VALUE '            POLICY  NO. FIRST NAME LAST '.
           03 FILLER                    PIC X(40)
              VALUE 'NAME            BORN       LICENSED   LI'.
           03 FILLER                    PIC X(40)
              VALUE 'CENCE NUMBER   CONVICTIONS           PTS'.
           03 FILLER                    PIC X(12) VALUE SPACES.
       01  WS-DRIVER-LINE.
           03 FILLER                    PIC X(09) VALUE '  DRIVER '.
           03 WD-POLICYNUM              PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 WD-DRIVERNUM              PIC Z(3)9 VALUE ZERO.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 WD-FIRSTNAME              PIC X(10) VALUE SPACES.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 WD-LASTNAME               PIC X(20) VALUE SPACES.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 WD-DATEOFBIRTH            PIC X(10) VALUE SPACES.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 WD-LICENCEDATE            PIC X(10) VALUE SPACES.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 WD-LICENCENUMBER          PIC X(16) VALUE SPACES.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 WD-CONVICTIONS            PIC X(20) VALUE SPACES.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 WD-POINTS                 PIC Z(3)9 VALUE ZERO.
           03 FILLER                    PIC X(12) VALUE SPACES.
       01  WS-CLAIM-COLUMN-LINE.
           03 FILLER                    PIC X(40)
              VALUE '             CLAIM    POLICY LOSS DATE  '.
           03 FILLER                    PIC X(40)
              VALUE 'NOTIFIED  CAUSE FAULT  RESERVE      PAID'.
           03 FILLER                    PIC X(15)
              VALUE ' STATUS  CLOSED'.
           03 FILLER                    PIC X(37) VALUE SPACES.
       01  WS-CLAIM-LINE.
           03 FILLER                    PIC X(09) VALUE '  CLAIM  '.
           03 WL-CLAIMNUM               PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 WL-POLICYNUM              PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 WL-LOSSDATE               PIC X(10) VALUE SPACES.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 WL-NOTIFIEDDATE           PIC X(10) VALUE SPACES.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WL-CAUSECODE              PIC X(02) VALUE SPACES.
           03 FILLER                    PIC X(04) VALUE SPACES.
           03 WL-FAULTIND               PIC X(01) VALUE SPACES.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WL-RESERVE                PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 WL-PAID                   PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(04) VALUE SPACES.
           03 WL-STATUS                 PIC X(01) VALUE SPACES.
           03 FILLER                    PIC X(04) VALUE SPACES.
           03 WL-CLOSEDDATE             PIC X(10) VALUE SPACES.
           03 FILLER                    PIC X(33) VALUE SPACES.
      *    A quote or referral prints its vehicle on the MOTOR lines -
      *    the premium there is the one quoted or proposed
       01  WS-QUOTE-LINE.
           03 FILLER                    PIC X(09) VALUE '  QUOTE  '.
           03 WQ-QUOTENUM               PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(09) VALUE '  QUOTED '.
           03 WQ-QUOTEDATE              PIC X(10) VALUE SPACES.
           03 FILLER                    PIC X(12)
              VALUE '  VALID TO '.
           03 WQ-VALIDUNTIL             PIC X(10) VALUE SPACES.
           03 FILLER                    PIC X(10) VALUE '  BROKER '.
           03 WQ-BROKERID               PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(10) VALUE '  STATUS '.
           03 WQ-STATUS                 PIC X(01) VALUE SPACES.
           03 FILLER                    PIC X(10) VALUE '  POLICY '.
           03 WQ-POLICYNUM              PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(13)
              VALUE '  CONVERTED '.
           03 WQ-CONVERTDATE            PIC X(10) VALUE SPACES.
           03 FILLER                    PIC X(01) VALUE SPACES.
       01  WS-REFERRAL-LINE-1.
           03 FILLER                    PIC X(11)
              VALUE '  REFERRAL '.
           03 WF-REFERRALNUM            PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(07) VALUE '  TYPE '.
           03 WF-TYPE                   PIC X(01) VALUE SPACES.
           03 FILLER                    PIC X(09) VALUE '  POLICY '.
           03 WF-POLICYNUM              PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(08) VALUE '  QUOTE '.
           03 WF-QUOTENUM               PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(11)
              VALUE '  REFERRED '.
           03 WF-REFERDATE              PIC X(10) VALUE SPACES.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 WF-REFERTIME              PIC X(08) VALUE SPACES.
           03 FILLER                    PIC X(08) VALUE '  RULES '.
           03 WF-RULES                  PIC X(04) VALUE SPACES.
           03 FILLER                    PIC X(09) VALUE '  STATUS '.
           03 WF-STATUS                 PIC X(01) VALUE SPACES.
           03 FILLER                    PIC X(17) VALUE SPACES.
       01  WS-REFERRAL-LINE-2.
           03 FILLER                    PIC X(17)
              VALUE '    OLD PREMIUM '.
           03 WF-OLDPREMIUM             PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(08) VALUE '  BASE '.
           03 WF-BASEPREMIUM            PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(10) VALUE '  DECIDED '.
           03 WF-DECISIONDATE           PIC X(10) VALUE SPACES.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 WF-DECISIONTIME           PIC X(08) VALUE SPACES.
           03 FILLER                    PIC X(05) VALUE '  BY '.
           03 WF-UNDERWRITER            PIC X(08) VALUE SPACES.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WF-DECLINEREASON          PIC X(40) VALUE SPACES.
           03 FILLER                    PIC X(05) VALUE SPACES.
       01  WS-NO-ARCHIVE-LINE           PIC X(132)
              VALUE '    NO ARCHIVE FILE SUPPLIED'.
       01  WS-RETENTION-LINE.
           03 FILLER                    PIC X(21)
              VALUE '  LATEST POLICY END  '.
           03 WR-LATEST-END             PIC X(10) VALUE SPACES.
           03 FILLER                    PIC X(13)
              VALUE '  RETENTION  '.
           03 WR-RETENTION-DAYS         PIC ZZZ9  VALUE ZERO.
           03 FILLER                    PIC X(22)
              VALUE ' DAYS  ERASABLE FROM  '.
           03 WR-ELIGIBLE-DATE          PIC X(10) VALUE SPACES.
           03 FILLER                    PIC X(52) VALUE SPACES.
       01  WS-OUTCOME-LINE.
           03 FILLER                    PIC X(08) VALUE 'OUTCOME '.
           03 WO-OUTCOME-CODE           PIC X(02) VALUE SPACES.
           03 FILLER                    PIC X(03) VALUE ' - '.
           03 WO-OUTCOME-TEXT           PIC X(40) VALUE SPACES.
           03 FILLER                    PIC X(79) VALUE SPACES.

      *    Run-statistics row every nightly batch job leaves behind
       COPY LGRUNLOG.

       COPY LGPOLICY.

       01  DB2-CUSTOMERNUM-INT          PIC S9(9) COMP VALUE ZERO.
       01  DB2-POLICYNUM-INT            PIC S9(9) COMP VALUE ZERO.
       01  DB2-CUSTOMER-ROW.
           03 DB2-CU-FIRSTNAME          PIC X(10) VALUE SPACES.
           03 DB2-CU-LASTNAME           PIC X(20) VALUE SPACES.
           03 DB2-CU-HOUSENAME          PIC X(20) VALUE SPACES.
           03 DB2-CU-HOUSENUMBER        PIC X(04) VALUE SPACES.
           03 DB2-CU-POSTCODE           PIC X(08) VALUE SPACES.
       01  DB2-BROKERID-INT             PIC S9(9) COMP VALUE ZERO.
       01  DB2-PAYMENT-INT              PIC S9(9) COMP VALUE ZERO.
       01  DB2-CANCELDATE               PIC X(10) VALUE SPACES.
       01  DB2-CANCELREASON             PIC X(02) VALUE SPACES.
       77  IND-BROKERID                 PIC S9(4) COMP.
       77  IND-BROKERSREF               PIC S9(4) COMP.
       77  IND-PAYMENT                  PIC S9(4) COMP.
       77  IND-CANCELDATE               PIC S9(4) COMP.
       77  IND-CANCELREASON             PIC S9(4) COMP.
       01  DB2-M-VALUE-INT              PIC S9(9) COMP VALUE ZERO.
       01  DB2-M-CC-INT                 PIC S9(4) COMP VALUE ZERO.
       01  DB2-M-MANUFACTURED-INT       PIC S9(4) COMP VALUE ZERO.
       01  DB2-M-PREMIUM-INT            PIC S9(9) COMP VALUE ZERO.
       01  DB2-M-ACCIDENTS-INT          PIC S9(9) COMP VALUE ZERO.
       01  DB2-H-OLDMAKE                PIC X(15) VALUE SPACES.
       01  DB2-H-OLDMODEL               PIC X(15) VALUE SPACES.
       01  DB2-H-OLDVALUE               PIC S9(9) COMP VALUE ZERO.
       01  DB2-H-OLDCC                  PIC S9(4) COMP VALUE ZERO.
       01  DB2-H-OLDPREMIUM             PIC S9(9) COMP VALUE ZERO.
       01  DB2-H-OLDACCIDENTS           PIC S9(9) COMP VALUE ZERO.
       01  DB2-H-CHANGEDATE             PIC X(10) VALUE SPACES.
       01  DB2-H-CHANGETIME             PIC X(08) VALUE SPACES.
       01  DB2-H-CHANGESQLCODE          PIC S9(9) COMP VALUE ZERO.
       01  DB2-ERRLOG-ROW.
           03 DB2-EL-LOGDATE            PIC X(10) VALUE SPACES.
           03 DB2-EL-LOGTIME            PIC X(08) VALUE SPACES.
           03 DB2-EL-SQLREQTEXT         PIC X(16) VALUE SPACES.
           03 DB2-EL-SQLCODEVALUE       PIC S9(9) COMP VALUE ZERO.
           03 DB2-EL-CUSTOMERNUM-INT    PIC S9(9) COMP VALUE ZERO.
           03 DB2-EL-POLICYNUM-INT      PIC S9(9) COMP VALUE ZERO.
       77  IND-EL-CUSTOMER              PIC S9(4) COMP.
       77  IND-EL-POLICY                PIC S9(4) COMP.
       01  DB2-DRIVER-ROW.
           03 DB2-DR-DRIVERNUM-INT      PIC S9(4) COMP VALUE ZERO.
           03 DB2-DR-FIRSTNAME          PIC X(10) VALUE SPACES.
           03 DB2-DR-LASTNAME           PIC X(20) VALUE SPACES.
           03 DB2-DR-DATEOFBIRTH        PIC X(10) VALUE SPACES.
           03 DB2-DR-LICENCEDATE        PIC X(10) VALUE SPACES.
           03 DB2-DR-LICENCENUMBER      PIC X(16) VALUE SPACES.
           03 DB2-DR-CONVICTIONS        PIC X(20) VALUE SPACES.
           03 DB2-DR-POINTS-INT         PIC S9(4) COMP VALUE ZERO.
       01  DB2-CLAIM-ROW.
           03 DB2-CL-CLAIMNUM-INT       PIC S9(9) COMP VALUE ZERO.
           03 DB2-CL-LOSSDATE           PIC X(10) VALUE SPACES.
           03 DB2-CL-NOTIFIEDDATE       PIC X(10) VALUE SPACES.
           03 DB2-CL-CAUSECODE          PIC X(02) VALUE SPACES.
           03 DB2-CL-FAULTIND           PIC X(01) VALUE SPACES.
           03 DB2-CL-RESERVE-INT        PIC S9(9) COMP VALUE ZERO.
           03 DB2-CL-PAID-INT           PIC S9(9) COMP VALUE ZERO.
           03 DB2-CL-STATUS             PIC X(01) VALUE SPACES.
           03 DB2-CL-CLOSEDDATE         PIC X(10) VALUE SPACES.
      *    A quote's or referral's vehicle is fetched into the MOTOR
      *    host variables above, so it prints on the MOTOR lines
       01  DB2-QUOTE-ROW.
           03 DB2-QU-QUOTENUM-INT       PIC S9(9) COMP VALUE ZERO.
           03 DB2-QU-QUOTEDATE          PIC X(10) VALUE SPACES.
           03 DB2-QU-VALIDUNTIL         PIC X(10) VALUE SPACES.
           03 DB2-QU-STATUS             PIC X(01) VALUE SPACES.
           03 DB2-QU-CONVERTDATE        PIC X(10) VALUE SPACES.
       01  DB2-REFERRAL-ROW.
           03 DB2-RF-REFERRALNUM-INT    PIC S9(9) COMP VALUE ZERO.
           03 DB2-RF-TYPE               PIC X(01) VALUE SPACES.
           03 DB2-RF-REFERDATE          PIC X(10) VALUE SPACES.
           03 DB2-RF-REFERTIME          PIC X(08) VALUE SPACES.
           03 DB2-RF-RULES              PIC X(04) VALUE SPACES.
           03 DB2-RF-STATUS             PIC X(01) VALUE SPACES.
           03 DB2-RF-QUOTENUM-INT       PIC S9(9) COMP VALUE ZERO.
           03 DB2-RF-BASEPREMIUM-INT    PIC S9(9) COMP VALUE ZERO.
           03 DB2-RF-OLDPREMIUM-INT     PIC S9(9) COMP VALUE ZERO.
           03 DB2-RF-DECISIONDATE       PIC X(10) VALUE SPACES.
           03 DB2-RF-DECISIONTIME       PIC X(08) VALUE SPACES.
           03 DB2-RF-UNDERWRITER        PIC X(08) VALUE SPACES.
           03 DB2-RF-DECLINEREASON      PIC X(40) VALUE SPACES.
       01  DB2-REQUESTMODE              PIC X(01) VALUE SPACES.
       01  DB2-POLICYCOUNT-INT          PIC S9(9) COMP VALUE ZERO.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE DGENAPP
           END-EXEC.

      ******************************************************************
      * Every policy the customer holds, oldest policy number first.
      ******************************************************************
           EXEC SQL
             DECLARE DSPOLCSR CURSOR FOR
             SELECT   POLICYNUMBER, ISSUEDATE, EXPIRYDATE,
                      LASTCHANGED, BROKERID, BROKERSREFERENCE,
                      PAYMENT, CANCELDATE, CANCELREASON
               FROM   POLICY
               WHERE  CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
               ORDER BY POLICYNUMBER
           END-EXEC.

      ******************************************************************
      * Live MOTOR_HISTORY rows across the customer's policies, in
      * CHANGEDATE order within policy - MM/DD/YYYY re-assembled
      * with SUBSTR as RAHISTPG orders it.
      ******************************************************************
           EXEC SQL
             DECLARE DSHISCSR CURSOR FOR
             SELECT   H.POLICYNUMBER, H.OLDMAKE, H.OLDMODEL,
                      H.OLDVALUE, H.OLDCC, H.OLDPREMIUM,
                      H.OLDACCIDENTS, H.CHANGEDATE, H.CHANGETIME,
                      H.CHANGESQLCODE
               FROM   MOTOR_HISTORY H, POLICY P
               WHERE  H.POLICYNUMBER   = P.POLICYNUMBER
                 AND  P.CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
               ORDER BY H.POLICYNUMBER,
                      SUBSTR(H.CHANGEDATE,7,4),
                      SUBSTR(H.CHANGEDATE,1,2),
                      SUBSTR(H.CHANGEDATE,4,2),
                      H.CHANGETIME
           END-EXEC.

      ******************************************************************
      * SQLERRORLOG rows naming the customer or one of its policies.
      ******************************************************************
           EXEC SQL
             DECLARE DSERRCSR CURSOR FOR
             SELECT   LOGDATE, LOGTIME, SQLREQTEXT, SQLCODEVALUE,
                      CUSTOMERNUMBER, POLICYNUMBER
               FROM   SQLERRORLOG
               WHERE  CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
                  OR  POLICYNUMBER IN
                      ( SELECT POLICYNUMBER
                          FROM POLICY
                         WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT )
               ORDER BY SUBSTR(LOGDATE,7,4),
                      SUBSTR(LOGDATE,1,2),
                      SUBSTR(LOGDATE,4,2),
                      LOGTIME
           END-EXEC.

      ******************************************************************
      * Named drivers on the customer's policies.
      ******************************************************************
           EXEC SQL
             DECLARE DSDRVCSR CURSOR FOR
             SELECT   D.POLICYNUMBER, D.DRIVERNUMBER, D.FIRSTNAME,
                      D.LASTNAME, D.DATEOFBIRTH, D.LICENCEDATE,
                      D.LICENCENUMBER, D.CONVICTIONCODES,
                      D.PENALTYPOINTS
               FROM   DRIVER D, POLICY P
               WHERE  D.POLICYNUMBER   = P.POLICYNUMBER
                 AND  P.CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
               ORDER BY D.POLICYNUMBER, D.DRIVERNUMBER
           END-EXEC.

      ******************************************************************
      * Claims notified against the customer's policies.
      ******************************************************************
           EXEC SQL
             DECLARE DSCLMCSR CURSOR FOR
             SELECT   C.CLAIMNUMBER, C.POLICYNUMBER, C.LOSSDATE,
                      C.NOTIFIEDDATE, C.CAUSECODE, C.FAULTIND,
                      C.RESERVEAMOUNT, C.PAIDAMOUNT, C.CLAIMSTATUS,
                      C.CLOSEDDATE
               FROM   CLAIM C, POLICY P
               WHERE  C.POLICYNUMBER   = P.POLICYNUMBER
                 AND  P.CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
               ORDER BY C.POLICYNUMBER, C.CLAIMNUMBER
           END-EXEC.

      ******************************************************************
      * Quotes given to the customer, converted or not.
      ******************************************************************
           EXEC SQL
             DECLARE DSQUOCSR CURSOR FOR
             SELECT   QUOTENUMBER, QUOTEDATE, VALIDUNTIL, BROKERID,
                      MAKE, MODEL, VALUE, REGNUMBER, COLOUR, CC,
                      YEAROFMANUFACTURE, ACCIDENTS, QUOTEDPREMIUM,
                      QUOTESTATUS, POLICYNUMBER, CONVERTDATE
               FROM   QUOTE
               WHERE  CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
               ORDER BY QUOTENUMBER
           END-EXEC.

      ******************************************************************
      * Underwriting referrals raised for the customer, whatever the
      * underwriter decided.
      ******************************************************************
           EXEC SQL
             DECLARE DSREFCSR CURSOR FOR
             SELECT   REFERRALNUMBER, REFERRALTYPE, POLICYNUMBER,
                      REFERDATE, REFERTIME, RULESTRIPPED,
                      REFERSTATUS, BROKERID, BROKERSREFERENCE,
                      PAYMENT, MAKE, MODEL, VALUE, REGNUMBER,
                      COLOUR, CC, YEAROFMANUFACTURE, ACCIDENTS,
                      QUOTENUMBER, BASEPREMIUM, PROPOSEDPREMIUM,
                      OLDPREMIUM, DECISIONDATE, DECISIONTIME,
                      UNDERWRITER, DECLINEREASON
               FROM   REFERRAL
               WHERE  CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
               ORDER BY REFERRALNUMBER
           END-EXEC.

       PROCEDURE DIVISION.
       PROCESS-DSAR-REQUEST.
           MOVE WS-JOBNAME TO WS-RUNLOG-JOBNAME
           PERFORM WRITE-RUNLOG-START
           PERFORM INITIALIZE-DSAR-RUN

           IF WS-DSAREXT-OK
             IF WS-PARMS-VALID
               PERFORM EXTRACT-CUSTOMER-DATA
               PERFORM DECIDE-REQUEST-OUTCOME
             ELSE
               MOVE '20' TO WS-OUTCOME-CODE
               MOVE 'REQUEST PARAMETERS INVALID' TO WS-OUTCOME-TEXT
             END-IF
             PERFORM TERMINATE-DSAR-RUN
           END-IF

           PERFORM RECORD-RUN-STATISTICS
           STOP RUN.

      * Open the extract, stamp the run date and time, read the
      * request off SYSIN and write the heading
       INITIALIZE-DSAR-RUN.
           OPEN OUTPUT DSAREXT
           IF NOT WS-DSAREXT-OK
             DISPLAY 'RADSARPR - OPEN FAILED FOR DSAREXT - STATUS '
                     WS-DSAREXT-STATUS
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
             COMPUTE WS-TODAY-YYYYMMDD =
                     WS-CDT-YYYY * 10000 + WS-CDT-MM * 100 + WS-CDT-DD
             COMPUTE WS-TODAY-INTEGER =
                     FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)

             PERFORM READ-RUN-PARAMETERS

             MOVE WS-DATE TO WH-RUN-DATE
             IF WS-PARMS-VALID
               MOVE WS-CUSTOMER-PARM-NUM TO WH-CUSTOMERNUM
             END-IF
             EVALUATE TRUE
               WHEN WS-ACCESS-MODE
                 MOVE 'ACCESS'  TO WH-MODE-TEXT
               WHEN WS-ERASURE-MODE
                 MOVE 'ERASURE' TO WH-MODE-TEXT
               WHEN OTHER
                 MOVE '????'    TO WH-MODE-TEXT
             END-EVALUATE
             MOVE WS-HEADING-LINE-1 TO DSAR-REPORT-LINE
             WRITE DSAR-REPORT-LINE
           END-IF.
           EXIT.

      * The customer number and the mode must both be usable - a bad
      * retention figure just falls back to the six-year default
       READ-RUN-PARAMETERS.
           ACCEPT WS-CUSTOMER-PARM
           ACCEPT WS-MODE-PARM
           ACCEPT WS-RETENTION-PARM
           IF WS-RETENTION-PARM IS NUMERIC
             MOVE WS-RETENTION-PARM TO WS-RETENTION-DAYS
           END-IF
           IF WS-RETENTION-DAYS < 1
             MOVE 2190 TO WS-RETENTION-DAYS
           END-IF

           IF WS-CUSTOMER-PARM IS NUMERIC
              AND WS-CUSTOMER-PARM-NUM > ZERO
              AND (WS-ACCESS-MODE OR WS-ERASURE-MODE)
             SET WS-PARMS-VALID TO TRUE
             MOVE WS-CUSTOMER-PARM-NUM TO DB2-CUSTOMERNUM-INT
           ELSE
             DISPLAY 'RADSARPR - INVALID REQUEST - CUSTOMER '
                     WS-CUSTOMER-PARM ' MODE ' WS-MODE-PARM
           END-IF.
           EXIT.

      * Access mode lists every table and the archive. Erasure mode
      * lists only the policies - enough to show why a refusal was
      * made, without copying the data being erased onto a report
       EXTRACT-CUSTOMER-DATA.
           PERFORM READ-CUSTOMER-ROW
           IF NOT WS-SQL-ERROR
             PERFORM EXTRACT-POLICY-SECTION
           END-IF
           IF WS-ACCESS-MODE
             IF NOT WS-SQL-ERROR
               PERFORM EXTRACT-DRIVER-SECTION
             END-IF
             IF NOT WS-SQL-ERROR
               PERFORM EXTRACT-CLAIM-SECTION
             END-IF
             IF NOT WS-SQL-ERROR
               PERFORM EXTRACT-QUOTE-SECTION
             END-IF
             IF NOT WS-SQL-ERROR
               PERFORM EXTRACT-REFERRAL-SECTION
             END-IF
             IF NOT WS-SQL-ERROR
               PERFORM EXTRACT-HISTORY-SECTION
             END-IF
             IF NOT WS-SQL-ERROR
               PERFORM EXTRACT-ERRLOG-SECTION
             END-IF
             IF NOT WS-SQL-ERROR
               PERFORM EXTRACT-ARCHIVE-SECTION
             END-IF
           END-IF.
           EXIT.

       READ-CUSTOMER-ROW.
           EXEC SQL
             SELECT FIRSTNAME, LASTNAME, HOUSENAME,
                    HOUSENUMBER, POSTCODE
               INTO :DB2-CU-FIRSTNAME, :DB2-CU-LASTNAME,
                    :DB2-CU-HOUSENAME, :DB2-CU-HOUSENUMBER,
                    :DB2-CU-POSTCODE
               FROM CUSTOMER
               WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
           END-EXEC

           IF SQLCODE IN SQLCA = 0
             SET WS-CUSTOMER-FOUND TO TRUE
           ELSE
             IF SQLCODE IN SQLCA NOT EQUAL 100
               DISPLAY 'RADSARPR - SELECT CUSTOMER FAILED - SQLCODE '
                       SQLCODE IN SQLCA
               MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
               SET WS-SQL-ERROR TO TRUE
             END-IF
           END-IF

           IF WS-ACCESS-MODE AND NOT WS-SQL-ERROR
             MOVE 'CUSTOMER' TO WS-SECTION-TEXT
             PERFORM WRITE-SECTION-HEADER
             IF WS-CUSTOMER-FOUND
               MOVE DB2-CU-FIRSTNAME   TO WC-FIRSTNAME
               MOVE DB2-CU-LASTNAME    TO WC-LASTNAME
               MOVE DB2-CU-HOUSENUMBER TO WC-HOUSENUMBER
               MOVE DB2-CU-HOUSENAME   TO WC-HOUSENAME
               MOVE DB2-CU-POSTCODE    TO WC-POSTCODE
               MOVE WS-CUSTOMER-LINE   TO DSAR-REPORT-LINE
               WRITE DSAR-REPORT-LINE
             ELSE
               MOVE WS-NONE-HELD-LINE  TO DSAR-REPORT-LINE
               WRITE DSAR-REPORT-LINE
             END-IF
           END-IF.
           EXIT.

       WRITE-SECTION-HEADER.
           MOVE SPACES TO DSAR-REPORT-LINE
           WRITE DSAR-REPORT-LINE
           MOVE WS-SECTION-LINE TO DSAR-REPORT-LINE
           WRITE DSAR-REPORT-LINE
           MOVE ZERO TO WS-SECTION-COUNT.
           EXIT.

       WRITE-NONE-HELD-IF-EMPTY.
           IF WS-SECTION-COUNT = ZERO
             MOVE WS-NONE-HELD-LINE TO DSAR-REPORT-LINE
             WRITE DSAR-REPORT-LINE
           END-IF.
           EXIT.

      * Each policy with its vehicle, assessed against the retention
      * period as it is listed
       EXTRACT-POLICY-SECTION.
           MOVE 'POLICIES' TO WS-SECTION-TEXT
           PERFORM WRITE-SECTION-HEADER
           MOVE 'N' TO WS-EOF-SWITCH

           EXEC SQL
             OPEN DSPOLCSR
           END-EXEC
           IF SQLCODE IN SQLCA NOT EQUAL 0
             DISPLAY 'RADSARPR - OPEN DSPOLCSR FAILED - SQLCODE '
                     SQLCODE IN SQLCA
             MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
             SET WS-SQL-ERROR TO TRUE
           ELSE
             PERFORM FETCH-NEXT-POLICY
             PERFORM LIST-ONE-POLICY
                     UNTIL WS-EOF OR WS-SQL-ERROR
             EXEC SQL
               CLOSE DSPOLCSR
             END-EXEC
             PERFORM WRITE-NONE-HELD-IF-EMPTY
           END-IF.
           EXIT.

       FETCH-NEXT-POLICY.
           EXEC SQL
             FETCH DSPOLCSR
               INTO :DB2-POLICYNUM-INT,
                    :DB2-ISSUEDATE,
                    :DB2-EXPIRYDATE,
                    :DB2-LASTCHANGED,
                    :DB2-BROKERID-INT INDICATOR :IND-BROKERID,
                    :DB2-BROKERSREF INDICATOR :IND-BROKERSREF,
                    :DB2-PAYMENT-INT INDICATOR :IND-PAYMENT,
                    :DB2-CANCELDATE INDICATOR :IND-CANCELDATE,
                    :DB2-CANCELREASON INDICATOR :IND-CANCELREASON
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             SET WS-EOF TO TRUE
             IF SQLCODE IN SQLCA NOT EQUAL 100
               DISPLAY 'RADSARPR - FETCH DSPOLCSR FAILED - SQLCODE '
                       SQLCODE IN SQLCA
               MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
               SET WS-SQL-ERROR TO TRUE
             END-IF
           END-IF.
           EXIT.

       LIST-ONE-POLICY.
           ADD 1 TO WS-SECTION-COUNT
           PERFORM RECORD-CUSTOMER-POLICY
           IF NOT WS-SQL-ERROR
             PERFORM ASSESS-POLICY-END

             MOVE DB2-POLICYNUM-INT TO WP-POLICYNUM
             MOVE DB2-ISSUEDATE     TO WP-ISSUEDATE
             MOVE DB2-EXPIRYDATE    TO WP-EXPIRYDATE
             MOVE DB2-LASTCHANGED   TO WP-LASTCHANGED
             IF IND-CANCELDATE < ZERO
               MOVE SPACES           TO WP-CANCELDATE
             ELSE
               MOVE DB2-CANCELDATE   TO WP-CANCELDATE
             END-IF
             IF IND-CANCELREASON < ZERO
               MOVE SPACES           TO WP-CANCELREASON
             ELSE
               MOVE DB2-CANCELREASON TO WP-CANCELREASON
             END-IF
             MOVE WS-POLICY-LINE-1 TO DSAR-REPORT-LINE
             WRITE DSAR-REPORT-LINE

             IF WS-ACCESS-MODE
               PERFORM LIST-POLICY-BROKER-AND-MOTOR
             END-IF
           END-IF

           IF NOT WS-SQL-ERROR
             PERFORM FETCH-NEXT-POLICY
           END-IF.
           EXIT.

      * Keep the policy number for the archive search - a table that
      * overflows fails the request, as a short extract would mislead
       RECORD-CUSTOMER-POLICY.
           IF WS-DSAR-POLICY-COUNT >= WS-DSAR-POLICY-MAX
             DISPLAY 'RADSARPR - CUSTOMER HOLDS MORE POLICIES THAN '
                     'THE POLICY TABLE CARRIES'
             SET WS-SQL-ERROR TO TRUE
           ELSE
             ADD 1 TO WS-DSAR-POLICY-COUNT
             MOVE DB2-POLICYNUM-INT TO
                  WS-DSAR-POLICY(WS-DSAR-POLICY-COUNT)
           END-IF.
           EXIT.

      * A policy ends on its CANCELDATE when cancelled, else on its
      * EXPIRYDATE - ending today or later it is in force. The latest
      * end across the customer's policies starts the retention clock
       ASSESS-POLICY-END.
           IF IND-CANCELDATE < ZERO
             MOVE DB2-EXPIRYDATE TO WS-POLICY-END-DATE
           ELSE
             MOVE DB2-CANCELDATE TO WS-POLICY-END-DATE
           END-IF
           MOVE WS-POLICY-END-DATE TO WS-DSAR-DATE-PARTS
           PERFORM VALIDATE-DSAR-DATE

           IF NOT WS-DSAR-DATE-VALID
             ADD 1 TO WS-BAD-DATE-COUNT
             MOVE 'BAD DATE'  TO WP-STATUS
           ELSE
             COMPUTE WS-POLICY-END-INTEGER =
                     FUNCTION INTEGER-OF-DATE(WS-DSAR-NUMERIC)
             IF WS-POLICY-END-INTEGER >= WS-TODAY-INTEGER
               ADD 1 TO WS-IN-FORCE-COUNT
               MOVE 'IN FORCE'  TO WP-STATUS
             ELSE
               IF IND-CANCELDATE < ZERO
                 MOVE 'EXPIRED'   TO WP-STATUS
               ELSE
                 MOVE 'CANCELLED' TO WP-STATUS
               END-IF
             END-IF
             IF WS-POLICY-END-INTEGER > WS-LATEST-END-INTEGER
               MOVE WS-POLICY-END-INTEGER TO WS-LATEST-END-INTEGER
               MOVE WS-POLICY-END-DATE    TO WS-LATEST-END-DATE
             END-IF
           END-IF.
           EXIT.

      * MM/DD/YYYY character data keyed by hand - numeric alone is
      * not enough, so the month and day are checked against the real
      * month lengths, exactly as RARENEWL guards INTEGER-OF-DATE
       VALIDATE-DSAR-DATE.
           MOVE 'N' TO WS-DSAR-DATE-VALID-SWITCH
           MOVE WS-DSR-YYYY TO WS-DSRN-YYYY
           MOVE WS-DSR-MM   TO WS-DSRN-MM
           MOVE WS-DSR-DD   TO WS-DSRN-DD
           IF WS-DSAR-YYYYMMDD IS NUMERIC
            AND WS-DSAR-NUMERIC > 16010000
             MOVE WS-DSRN-YYYY TO WS-DSR-YYYY-NUM
             MOVE WS-DSRN-MM   TO WS-DSR-MM-NUM
             MOVE WS-DSRN-DD   TO WS-DSR-DD-NUM
             IF WS-DSR-MM-NUM >= 1 AND WS-DSR-MM-NUM <= 12
               MOVE WS-MONTH-DAYS(WS-DSR-MM-NUM) TO WS-DSR-MAX-DD
               IF WS-DSR-MM-NUM = 2
                 PERFORM ADJUST-FEBRUARY-FOR-LEAP
               END-IF
               IF WS-DSR-DD-NUM >= 1
                AND WS-DSR-DD-NUM <= WS-DSR-MAX-DD
                 SET WS-DSAR-DATE-VALID TO TRUE
               END-IF
             END-IF
           END-IF.
           EXIT.

      * February stretches to 29 in a leap year - divisible by 4,
      * except century years, which must also divide by 400
       ADJUST-FEBRUARY-FOR-LEAP.
           DIVIDE WS-DSR-YYYY-NUM BY 4
                  GIVING WS-LEAP-QUOTIENT
                  REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = 0
             DIVIDE WS-DSR-YYYY-NUM BY 100
                    GIVING WS-LEAP-QUOTIENT
                    REMAINDER WS-LEAP-REMAINDER
             IF WS-LEAP-REMAINDER NOT = 0
               MOVE 29 TO WS-DSR-MAX-DD
             ELSE
               DIVIDE WS-DSR-YYYY-NUM BY 400
                      GIVING WS-LEAP-QUOTIENT
                      REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = 0
                 MOVE 29 TO WS-DSR-MAX-DD
               END-IF
             END-IF
           END-IF.
           EXIT.

      * The broker details and the vehicle as it stands - a policy
      * with no MOTOR row simply has no vehicle line
       LIST-POLICY-BROKER-AND-MOTOR.
           IF IND-BROKERID < ZERO
             MOVE ZERO             TO WP-BROKERID
           ELSE
             MOVE DB2-BROKERID-INT TO WP-BROKERID
           END-IF
           IF IND-BROKERSREF < ZERO
             MOVE SPACES           TO WP-BROKERSREF
           ELSE
             MOVE DB2-BROKERSREF   TO WP-BROKERSREF
           END-IF
           IF IND-PAYMENT < ZERO
             MOVE ZERO             TO WP-PAYMENT
           ELSE
             MOVE DB2-PAYMENT-INT  TO WP-PAYMENT
           END-IF
           MOVE WS-POLICY-LINE-2 TO DSAR-REPORT-LINE
           WRITE DSAR-REPORT-LINE

           EXEC SQL
             SELECT MAKE, MODEL, VALUE, REGNUMBER, COLOUR, CC,
                    YEAROFMANUFACTURE, PREMIUM, ACCIDENTS
               INTO :DB2-M-MAKE, :DB2-M-MODEL, :DB2-M-VALUE-INT,
                    :DB2-M-REGNUMBER, :DB2-M-COLOUR, :DB2-M-CC-INT,
                    :DB2-M-MANUFACTURED-INT, :DB2-M-PREMIUM-INT,
                    :DB2-M-ACCIDENTS-INT
               FROM MOTOR
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC

           IF SQLCODE IN SQLCA = 0
             MOVE DB2-M-MAKE             TO WM-MAKE
             MOVE DB2-M-MODEL            TO WM-MODEL
             MOVE DB2-M-REGNUMBER        TO WM-REGNUMBER
             MOVE DB2-M-COLOUR           TO WM-COLOUR
             MOVE DB2-M-CC-INT           TO WM-CC
             MOVE DB2-M-MANUFACTURED-INT TO WM-MANUFACTURED
             MOVE WS-MOTOR-LINE-1 TO DSAR-REPORT-LINE
             WRITE DSAR-REPORT-LINE
             MOVE DB2-M-VALUE-INT        TO WM-VALUE
             MOVE DB2-M-PREMIUM-INT      TO WM-PREMIUM
             MOVE DB2-M-ACCIDENTS-INT    TO WM-ACCIDENTS
             MOVE WS-MOTOR-LINE-2 TO DSAR-REPORT-LINE
             WRITE DSAR-REPORT-LINE
           ELSE
             IF SQLCODE IN SQLCA NOT EQUAL 100
               DISPLAY 'RADSARPR - SELECT MOTOR FAILED - SQLCODE '
                       SQLCODE IN SQLCA ' POLICY ' DB2-POLICYNUM-INT
               MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
               SET WS-SQL-ERROR TO TRUE
             END-IF
           END-IF.
           EXIT.

       EXTRACT-DRIVER-SECTION.
           MOVE 'NAMED DRIVERS' TO WS-SECTION-TEXT
           PERFORM WRITE-SECTION-HEADER
           MOVE WS-DRIVER-COLUMN-LINE TO DSAR-REPORT-LINE
           WRITE DSAR-REPORT-LINE
           MOVE 'N' TO WS-EOF-SWITCH

           EXEC SQL
             OPEN DSDRVCSR
           END-EXEC
           IF SQLCODE IN SQLCA NOT EQUAL 0
             DISPLAY 'RADSARPR - OPEN DSDRVCSR FAILED - SQLCODE '
                     SQLCODE IN SQLCA
             MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
             SET WS-SQL-ERROR TO TRUE
           ELSE
             PERFORM FETCH-NEXT-DRIVER
             PERFORM LIST-ONE-DRIVER
                     UNTIL WS-EOF OR WS-SQL-ERROR
             EXEC SQL
               CLOSE DSDRVCSR
             END-EXEC
             PERFORM WRITE-NONE-HELD-IF-EMPTY
           END-IF.
           EXIT.

       FETCH-NEXT-DRIVER.
           EXEC SQL
             FETCH DSDRVCSR
               INTO :DB2-POLICYNUM-INT,
                    :DB2-DR-DRIVERNUM-INT,
                    :DB2-DR-FIRSTNAME,
                    :DB2-DR-LASTNAME,
                    :DB2-DR-DATEOFBIRTH,
                    :DB2-DR-LICENCEDATE,
                    :DB2-DR-LICENCENUMBER,
                    :DB2-DR-CONVICTIONS,
                    :DB2-DR-POINTS-INT
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             SET WS-EOF TO TRUE
             IF SQLCODE IN SQLCA NOT EQUAL 100
               DISPLAY 'RADSARPR - FETCH DSDRVCSR FAILED - SQLCODE '
                       SQLCODE IN SQLCA
               MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
               SET WS-SQL-ERROR TO TRUE
             END-IF
           END-IF.
           EXIT.

       LIST-ONE-DRIVER.
           ADD 1 TO WS-SECTION-COUNT
           MOVE DB2-POLICYNUM-INT     TO WD-POLICYNUM
           MOVE DB2-DR-DRIVERNUM-INT  TO WD-DRIVERNUM
           MOVE DB2-DR-FIRSTNAME      TO WD-FIRSTNAME
           MOVE DB2-DR-LASTNAME       TO WD-LASTNAME
           MOVE DB2-DR-DATEOFBIRTH    TO WD-DATEOFBIRTH
           MOVE DB2-DR-LICENCEDATE    TO WD-LICENCEDATE
           MOVE DB2-DR-LICENCENUMBER  TO WD-LICENCENUMBER
           MOVE DB2-DR-CONVICTIONS    TO WD-CONVICTIONS
           MOVE DB2-DR-POINTS-INT     TO WD-POINTS
           MOVE WS-DRIVER-LINE TO DSAR-REPORT-LINE
           WRITE DSAR-REPORT-LINE
           PERFORM FETCH-NEXT-DRIVER.
           EXIT.

       EXTRACT-CLAIM-SECTION.
           MOVE 'CLAIMS' TO WS-SECTION-TEXT
           PERFORM WRITE-SECTION-HEADER
           MOVE WS-CLAIM-COLUMN-LINE TO DSAR-REPORT-LINE
           WRITE DSAR-REPORT-LINE
           MOVE 'N' TO WS-EOF-SWITCH

           EXEC SQL
             OPEN DSCLMCSR
           END-EXEC
           IF SQLCODE IN SQLCA NOT EQUAL 0
             DISPLAY 'RADSARPR - OPEN DSCLMCSR FAILED - SQLCODE '
                     SQLCODE IN SQLCA
             MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
             SET WS-SQL-ERROR TO TRUE
           ELSE
             PERFORM FETCH-NEXT-CLAIM
             PERFORM LIST-ONE-CLAIM
                     UNTIL WS-EOF OR WS-SQL-ERROR
             EXEC SQL
               CLOSE DSCLMCSR
             END-EXEC
             PERFORM WRITE-NONE-HELD-IF-EMPTY
           END-IF.
           EXIT.

       FETCH-NEXT-CLAIM.
           EXEC SQL
             FETCH DSCLMCSR
               INTO :DB2-CL-CLAIMNUM-INT,
                    :DB2-POLICYNUM-INT,
                    :DB2-CL-LOSSDATE,
                    :DB2-CL-NOTIFIEDDATE,
                    :DB2-CL-CAUSECODE,
                    :DB2-CL-FAULTIND,
                    :DB2-CL-RESERVE-INT,
                    :DB2-CL-PAID-INT,
                    :DB2-CL-STATUS,
                    :DB2-CL-CLOSEDDATE
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             SET WS-EOF TO TRUE
             IF SQLCODE IN SQLCA NOT EQUAL 100
               DISPLAY 'RADSARPR - FETCH DSCLMCSR FAILED - SQLCODE '
                       SQLCODE IN SQLCA
               MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
               SET WS-SQL-ERROR TO TRUE
             END-IF
           END-IF.
           EXIT.

       LIST-ONE-CLAIM.
           ADD 1 TO WS-SECTION-COUNT
           MOVE DB2-CL-CLAIMNUM-INT   TO WL-CLAIMNUM
           MOVE DB2-POLICYNUM-INT     TO WL-POLICYNUM
           MOVE DB2-CL-LOSSDATE       TO WL-LOSSDATE
           MOVE DB2-CL-NOTIFIEDDATE   TO WL-NOTIFIEDDATE
           MOVE DB2-CL-CAUSECODE      TO WL-CAUSECODE
           MOVE DB2-CL-FAULTIND       TO WL-FAULTIND
           MOVE DB2-CL-RESERVE-INT    TO WL-RESERVE
           MOVE DB2-CL-PAID-INT       TO WL-PAID
           MOVE DB2-CL-STATUS         TO WL-STATUS
           MOVE DB2-CL-CLOSEDDATE     TO WL-CLOSEDDATE
           MOVE WS-CLAIM-LINE TO DSAR-REPORT-LINE
           WRITE DSAR-REPORT-LINE
           PERFORM FETCH-NEXT-CLAIM.
           EXIT.

       EXTRACT-QUOTE-SECTION.
           MOVE 'QUOTES' TO WS-SECTION-TEXT
           PERFORM WRITE-SECTION-HEADER
           MOVE 'N' TO WS-EOF-SWITCH

           EXEC SQL
             OPEN DSQUOCSR
           END-EXEC
           IF SQLCODE IN SQLCA NOT EQUAL 0
             DISPLAY 'RADSARPR - OPEN DSQUOCSR FAILED - SQLCODE '
                     SQLCODE IN SQLCA
             MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
             SET WS-SQL-ERROR TO TRUE
           ELSE
             PERFORM FETCH-NEXT-QUOTE
             PERFORM LIST-ONE-QUOTE
                     UNTIL WS-EOF OR WS-SQL-ERROR
             EXEC SQL
               CLOSE DSQUOCSR
             END-EXEC
             PERFORM WRITE-NONE-HELD-IF-EMPTY
           END-IF.
           EXIT.

       FETCH-NEXT-QUOTE.
           EXEC SQL
             FETCH DSQUOCSR
               INTO :DB2-QU-QUOTENUM-INT,
                    :DB2-QU-QUOTEDATE,
                    :DB2-QU-VALIDUNTIL,
                    :DB2-BROKERID-INT,
                    :DB2-M-MAKE,
                    :DB2-M-MODEL,
                    :DB2-M-VALUE-INT,
                    :DB2-M-REGNUMBER,
                    :DB2-M-COLOUR,
                    :DB2-M-CC-INT,
                    :DB2-M-MANUFACTURED-INT,
                    :DB2-M-ACCIDENTS-INT,
                    :DB2-M-PREMIUM-INT,
                    :DB2-QU-STATUS,
                    :DB2-POLICYNUM-INT,
                    :DB2-QU-CONVERTDATE
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             SET WS-EOF TO TRUE
             IF SQLCODE IN SQLCA NOT EQUAL 100
               DISPLAY 'RADSARPR - FETCH DSQUOCSR FAILED - SQLCODE '
                       SQLCODE IN SQLCA
               MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
               SET WS-SQL-ERROR TO TRUE
             END-IF
           END-IF.
           EXIT.

      * POLICYNUMBER stays zero until the quote is converted
       LIST-ONE-QUOTE.
           ADD 1 TO WS-SECTION-COUNT
           MOVE DB2-QU-QUOTENUM-INT   TO WQ-QUOTENUM
           MOVE DB2-QU-QUOTEDATE      TO WQ-QUOTEDATE
           MOVE DB2-QU-VALIDUNTIL     TO WQ-VALIDUNTIL
           MOVE DB2-BROKERID-INT      TO WQ-BROKERID
           MOVE DB2-QU-STATUS         TO WQ-STATUS
           MOVE DB2-POLICYNUM-INT     TO WQ-POLICYNUM
           MOVE DB2-QU-CONVERTDATE    TO WQ-CONVERTDATE
           MOVE WS-QUOTE-LINE TO DSAR-REPORT-LINE
           WRITE DSAR-REPORT-LINE
           PERFORM WRITE-HELD-VEHICLE-LINES
           PERFORM FETCH-NEXT-QUOTE.
           EXIT.

       EXTRACT-REFERRAL-SECTION.
           MOVE 'UNDERWRITING REFERRALS' TO WS-SECTION-TEXT
           PERFORM WRITE-SECTION-HEADER
           MOVE 'N' TO WS-EOF-SWITCH

           EXEC SQL
             OPEN DSREFCSR
           END-EXEC
           IF SQLCODE IN SQLCA NOT EQUAL 0
             DISPLAY 'RADSARPR - OPEN DSREFCSR FAILED - SQLCODE '
                     SQLCODE IN SQLCA
             MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
             SET WS-SQL-ERROR TO TRUE
           ELSE
             PERFORM FETCH-NEXT-REFERRAL
             PERFORM LIST-ONE-REFERRAL
                     UNTIL WS-EOF OR WS-SQL-ERROR
             EXEC SQL
               CLOSE DSREFCSR
             END-EXEC
             PERFORM WRITE-NONE-HELD-IF-EMPTY
           END-IF.
           EXIT.

       FETCH-NEXT-REFERRAL.
           EXEC SQL
             FETCH DSREFCSR
               INTO :DB2-RF-REFERRALNUM-INT,
                    :DB2-RF-TYPE,
                    :DB2-POLICYNUM-INT,
                    :DB2-RF-REFERDATE,
                    :DB2-RF-REFERTIME,
                    :DB2-RF-RULES,
                    :DB2-RF-STATUS,
                    :DB2-BROKERID-INT,
                    :DB2-BROKERSREF,
                    :DB2-PAYMENT-INT,
                    :DB2-M-MAKE,
                    :DB2-M-MODEL,
                    :DB2-M-VALUE-INT,
                    :DB2-M-REGNUMBER,
                    :DB2-M-COLOUR,
                    :DB2-M-CC-INT,
                    :DB2-M-MANUFACTURED-INT,
                    :DB2-M-ACCIDENTS-INT,
                    :DB2-RF-QUOTENUM-INT,
                    :DB2-RF-BASEPREMIUM-INT,
                    :DB2-M-PREMIUM-INT,
                    :DB2-RF-OLDPREMIUM-INT,
                    :DB2-RF-DECISIONDATE,
                    :DB2-RF-DECISIONTIME,
                    :DB2-RF-UNDERWRITER,
                    :DB2-RF-DECLINEREASON
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             SET WS-EOF TO TRUE
             IF SQLCODE IN SQLCA NOT EQUAL 100
               DISPLAY 'RADSARPR - FETCH DSREFCSR FAILED - SQLCODE '
                       SQLCODE IN SQLCA
               MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
               SET WS-SQL-ERROR TO TRUE
             END-IF
           END-IF.
           EXIT.

      * The referral, the broker details and vehicle it was keyed
      * with, then the premiums and the underwriter's decision
       LIST-ONE-REFERRAL.
           ADD 1 TO WS-SECTION-COUNT
           MOVE DB2-RF-REFERRALNUM-INT TO WF-REFERRALNUM
           MOVE DB2-RF-TYPE            TO WF-TYPE
           MOVE DB2-POLICYNUM-INT      TO WF-POLICYNUM
           MOVE DB2-RF-QUOTENUM-INT    TO WF-QUOTENUM
           MOVE DB2-RF-REFERDATE       TO WF-REFERDATE
           MOVE DB2-RF-REFERTIME       TO WF-REFERTIME
           MOVE DB2-RF-RULES           TO WF-RULES
           MOVE DB2-RF-STATUS          TO WF-STATUS
           MOVE WS-REFERRAL-LINE-1 TO DSAR-REPORT-LINE
           WRITE DSAR-REPORT-LINE
           MOVE DB2-BROKERID-INT       TO WP-BROKERID
           MOVE DB2-BROKERSREF         TO WP-BROKERSREF
           MOVE DB2-PAYMENT-INT        TO WP-PAYMENT
           MOVE WS-POLICY-LINE-2 TO DSAR-REPORT-LINE
           WRITE DSAR-REPORT-LINE
           PERFORM WRITE-HELD-VEHICLE-LINES
           MOVE DB2-RF-OLDPREMIUM-INT  TO WF-OLDPREMIUM
           MOVE DB2-RF-BASEPREMIUM-INT TO WF-BASEPREMIUM
           MOVE DB2-RF-DECISIONDATE    TO WF-DECISIONDATE
           MOVE DB2-RF-DECISIONTIME    TO WF-DECISIONTIME
           MOVE DB2-RF-UNDERWRITER     TO WF-UNDERWRITER
           MOVE DB2-RF-DECLINEREASON   TO WF-DECLINEREASON
           MOVE WS-REFERRAL-LINE-2 TO DSAR-REPORT-LINE
           WRITE DSAR-REPORT-LINE
           PERFORM FETCH-NEXT-REFERRAL.
           EXIT.

      * A quote's or referral's vehicle on the two MOTOR lines
       WRITE-HELD-VEHICLE-LINES.
           MOVE DB2-M-MAKE             TO WM-MAKE
           MOVE DB2-M-MODEL            TO WM-MODEL
           MOVE DB2-M-REGNUMBER        TO WM-REGNUMBER
           MOVE DB2-M-COLOUR           TO WM-COLOUR
           MOVE DB2-M-CC-INT           TO WM-CC
           MOVE DB2-M-MANUFACTURED-INT TO WM-MANUFACTURED
           MOVE WS-MOTOR-LINE-1 TO DSAR-REPORT-LINE
           WRITE DSAR-REPORT-LINE
           MOVE DB2-M-VALUE-INT        TO WM-VALUE
           MOVE DB2-M-PREMIUM-INT      TO WM-PREMIUM
           MOVE DB2-M-ACCIDENTS-INT    TO WM-ACCIDENTS
           MOVE WS-MOTOR-LINE-2 TO DSAR-REPORT-LINE
           WRITE DSAR-REPORT-LINE.
           EXIT.

       EXTRACT-HISTORY-SECTION.
           MOVE 'MOTOR HISTORY' TO WS-SECTION-TEXT
           PERFORM WRITE-SECTION-HEADER
           MOVE WS-HISTORY-COLUMN-LINE TO DSAR-REPORT-LINE
           WRITE DSAR-REPORT-LINE
           MOVE 'N' TO WS-EOF-SWITCH

           EXEC SQL
             OPEN DSHISCSR
           END-EXEC
           IF SQLCODE IN SQLCA NOT EQUAL 0
             DISPLAY 'RADSARPR - OPEN DSHISCSR FAILED - SQLCODE '
                     SQLCODE IN SQLCA
             MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
             SET WS-SQL-ERROR TO TRUE
           ELSE
             PERFORM FETCH-NEXT-HISTORY
             PERFORM LIST-ONE-HISTORY
                     UNTIL WS-EOF OR WS-SQL-ERROR
             EXEC SQL
               CLOSE DSHISCSR
             END-EXEC
             PERFORM WRITE-NONE-HELD-IF-EMPTY
           END-IF.
           EXIT.

       FETCH-NEXT-HISTORY.
           EXEC SQL
             FETCH DSHISCSR
               INTO :DB2-POLICYNUM-INT,
                    :DB2-H-OLDMAKE,
                    :DB2-H-OLDMODEL,
                    :DB2-H-OLDVALUE,
                    :DB2-H-OLDCC,
                    :DB2-H-OLDPREMIUM,
                    :DB2-H-OLDACCIDENTS,
                    :DB2-H-CHANGEDATE,
                    :DB2-H-CHANGETIME,
                    :DB2-H-CHANGESQLCODE
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             SET WS-EOF TO TRUE
             IF SQLCODE IN SQLCA NOT EQUAL 100
               DISPLAY 'RADSARPR - FETCH DSHISCSR FAILED - SQLCODE '
                       SQLCODE IN SQLCA
               MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
               SET WS-SQL-ERROR TO TRUE
             END-IF
           END-IF.
           EXIT.

       LIST-ONE-HISTORY.
           ADD 1 TO WS-SECTION-COUNT
           MOVE '  HISTORY'         TO WY-SOURCE
           MOVE DB2-POLICYNUM-INT   TO WY-POLICYNUM
           MOVE DB2-H-CHANGEDATE    TO WY-CHANGEDATE
           MOVE DB2-H-CHANGETIME    TO WY-CHANGETIME
           MOVE DB2-H-OLDMAKE       TO WY-MAKE
           MOVE DB2-H-OLDMODEL      TO WY-MODEL
           MOVE DB2-H-OLDVALUE      TO WY-VALUE
           MOVE DB2-H-OLDCC         TO WY-CC
           MOVE DB2-H-OLDPREMIUM    TO WY-PREMIUM
           MOVE DB2-H-OLDACCIDENTS  TO WY-ACCIDENTS
           MOVE DB2-H-CHANGESQLCODE TO WY-SQLCODE
           MOVE WS-HISTORY-LINE TO DSAR-REPORT-LINE
           WRITE DSAR-REPORT-LINE
           PERFORM FETCH-NEXT-HISTORY.
           EXIT.

       EXTRACT-ERRLOG-SECTION.
           MOVE 'SQL ERROR LOG' TO WS-SECTION-TEXT
           PERFORM WRITE-SECTION-HEADER
           MOVE WS-ERRLOG-COLUMN-LINE TO DSAR-REPORT-LINE
           WRITE DSAR-REPORT-LINE
           MOVE 'N' TO WS-EOF-SWITCH

           EXEC SQL
             OPEN DSERRCSR
           END-EXEC
           IF SQLCODE IN SQLCA NOT EQUAL 0
             DISPLAY 'RADSARPR - OPEN DSERRCSR FAILED - SQLCODE '
                     SQLCODE IN SQLCA
             MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
             SET WS-SQL-ERROR TO TRUE
           ELSE
             PERFORM FETCH-NEXT-ERRLOG
             PERFORM LIST-ONE-ERRLOG
                     UNTIL WS-EOF OR WS-SQL-ERROR
             EXEC SQL
               CLOSE DSERRCSR
             END-EXEC
             PERFORM WRITE-NONE-HELD-IF-EMPTY
           END-IF.
           EXIT.

       FETCH-NEXT-ERRLOG.
           EXEC SQL
             FETCH DSERRCSR
               INTO :DB2-EL-LOGDATE,
                    :DB2-EL-LOGTIME,
                    :DB2-EL-SQLREQTEXT,
                    :DB2-EL-SQLCODEVALUE,
                    :DB2-EL-CUSTOMERNUM-INT
                     INDICATOR :IND-EL-CUSTOMER,
                    :DB2-EL-POLICYNUM-INT
                     INDICATOR :IND-EL-POLICY
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             SET WS-EOF TO TRUE
             IF SQLCODE IN SQLCA NOT EQUAL 100
               DISPLAY 'RADSARPR - FETCH DSERRCSR FAILED - SQLCODE '
                       SQLCODE IN SQLCA
               MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
               SET WS-SQL-ERROR TO TRUE
             END-IF
           END-IF.
           EXIT.

       LIST-ONE-ERRLOG.
           ADD 1 TO WS-SECTION-COUNT
           MOVE DB2-EL-LOGDATE      TO WE-LOGDATE
           MOVE DB2-EL-LOGTIME      TO WE-LOGTIME
           MOVE DB2-EL-SQLREQTEXT   TO WE-SQLREQTEXT
           MOVE DB2-EL-SQLCODEVALUE TO WE-SQLCODE
           IF IND-EL-CUSTOMER < 0
             MOVE ZERO TO WE-CUSTOMERNUM
           ELSE
             MOVE DB2-EL-CUSTOMERNUM-INT TO WE-CUSTOMERNUM
           END-IF
           IF IND-EL-POLICY < 0
             MOVE ZERO TO WE-POLICYNUM
           ELSE
             MOVE DB2-EL-POLICYNUM-INT TO WE-POLICYNUM
           END-IF
           MOVE WS-ERRLOG-LINE TO DSAR-REPORT-LINE
           WRITE DSAR-REPORT-LINE
           PERFORM FETCH-NEXT-ERRLOG.
           EXIT.

      * Every archived before-picture for one of the customer's
      * policies, across every archive generation concatenated on
      * HISTARCH. Headers and trailers carry no customer data. No
      * archive supplied is reported, not treated as an error
       EXTRACT-ARCHIVE-SECTION.
           MOVE 'ARCHIVED MOTOR HISTORY' TO WS-SECTION-TEXT
           PERFORM WRITE-SECTION-HEADER
           MOVE 'N' TO WS-EOF-SWITCH

           OPEN INPUT HISTARCH
           IF WS-HISTARCH-NOT-SUPPLIED
             MOVE WS-NO-ARCHIVE-LINE TO DSAR-REPORT-LINE
             WRITE DSAR-REPORT-LINE
           ELSE
             IF NOT WS-HISTARCH-OK
               DISPLAY 'RADSARPR - OPEN FAILED FOR HISTARCH - STATUS '
                       WS-HISTARCH-STATUS
               SET WS-SQL-ERROR TO TRUE
             ELSE
               MOVE WS-HISTORY-COLUMN-LINE TO DSAR-REPORT-LINE
               WRITE DSAR-REPORT-LINE
               PERFORM READ-NEXT-ARCHIVE
               PERFORM CHECK-ONE-ARCHIVE-RECORD
                       UNTIL WS-EOF OR WS-SQL-ERROR
               CLOSE HISTARCH
               PERFORM WRITE-NONE-HELD-IF-EMPTY
             END-IF
           END-IF.
           EXIT.

       READ-NEXT-ARCHIVE.
           READ HISTARCH INTO WS-ARCH-DETAIL
             AT END SET WS-EOF TO TRUE
           END-READ
           IF NOT WS-EOF AND NOT WS-HISTARCH-OK
             DISPLAY 'RADSARPR - READ FAILED FOR HISTARCH - STATUS '
                     WS-HISTARCH-STATUS
             SET WS-SQL-ERROR TO TRUE
           END-IF.
           EXIT.

       CHECK-ONE-ARCHIVE-RECORD.
           IF AD-DETAIL-RECORD AND AD-POLICYNUMBER IS NUMERIC
             MOVE AD-POLICYNUMBER TO DB2-POLICYNUM-INT
             MOVE 'N' TO WS-POLICY-MATCH-SWITCH
             PERFORM TEST-ONE-CUSTOMER-POLICY
                     VARYING WS-POLICY-SUB FROM 1 BY 1
                     UNTIL WS-POLICY-SUB > WS-DSAR-POLICY-COUNT
                        OR WS-POLICY-MATCHED
             IF WS-POLICY-MATCHED
               ADD 1 TO WS-SECTION-COUNT
               MOVE '  ARCHIVE'      TO WY-SOURCE
               MOVE AD-POLICYNUMBER  TO WY-POLICYNUM
               MOVE AD-CHANGEDATE    TO WY-CHANGEDATE
               MOVE AD-CHANGETIME    TO WY-CHANGETIME
               MOVE AD-OLDMAKE       TO WY-MAKE
               MOVE AD-OLDMODEL      TO WY-MODEL
               MOVE AD-OLDVALUE      TO WY-VALUE
               MOVE AD-OLDCC         TO WY-CC
               MOVE AD-OLDPREMIUM    TO WY-PREMIUM
               MOVE AD-OLDACCIDENTS  TO WY-ACCIDENTS
               MOVE AD-CHANGESQLCODE TO WY-SQLCODE
               MOVE WS-HISTORY-LINE TO DSAR-REPORT-LINE
               WRITE DSAR-REPORT-LINE
             END-IF
           END-IF
           PERFORM READ-NEXT-ARCHIVE.
           EXIT.

       TEST-ONE-CUSTOMER-POLICY.
           IF WS-DSAR-POLICY(WS-POLICY-SUB) = DB2-POLICYNUM-INT
             SET WS-POLICY-MATCHED TO TRUE
           END-IF.
           EXIT.

      * Settle the outcome. Nothing held at all is reported as not on
      * file in either mode. Erasure goes ahead only with no policy
      * in force, every policy date readable, and the latest policy
      * end at least the retention period behind today
       DECIDE-REQUEST-OUTCOME.
           MOVE WS-DSAR-POLICY-COUNT TO DB2-POLICYCOUNT-INT
           EVALUATE TRUE
             WHEN WS-SQL-ERROR
               CONTINUE
             WHEN NOT WS-CUSTOMER-FOUND
                  AND WS-DSAR-POLICY-COUNT = ZERO
               MOVE '10' TO WS-OUTCOME-CODE
               MOVE 'CUSTOMER NOT ON FILE' TO WS-OUTCOME-TEXT
             WHEN WS-ACCESS-MODE
               MOVE '00' TO WS-OUTCOME-CODE
               MOVE 'EXTRACT PRODUCED' TO WS-OUTCOME-TEXT
             WHEN WS-IN-FORCE-COUNT > ZERO
               MOVE '11' TO WS-OUTCOME-CODE
               MOVE 'ERASURE REFUSED - POLICY STILL IN FORCE'
                 TO WS-OUTCOME-TEXT
             WHEN WS-BAD-DATE-COUNT > ZERO
               MOVE '13' TO WS-OUTCOME-CODE
               MOVE 'ERASURE REFUSED - POLICY DATE UNREADABLE'
                 TO WS-OUTCOME-TEXT
             WHEN OTHER
               PERFORM CHECK-RETENTION-PERIOD
           END-EVALUATE.
           EXIT.

      * The retention clock runs from the latest policy end - a
      * customer with no policies at all has nothing to wait for
       CHECK-RETENTION-PERIOD.
           IF WS-DSAR-POLICY-COUNT > ZERO
             COMPUTE WS-ELIGIBLE-INTEGER =
                     WS-LATEST-END-INTEGER + WS-RETENTION-DAYS
           ELSE
             MOVE WS-TODAY-INTEGER TO WS-ELIGIBLE-INTEGER
           END-IF

           IF WS-ELIGIBLE-INTEGER > WS-TODAY-INTEGER
             COMPUTE WS-ELIGIBLE-YYYYMMDD =
                     FUNCTION DATE-OF-INTEGER(WS-ELIGIBLE-INTEGER)
             STRING WS-ELIG-MM   DELIMITED BY SIZE
                    '/'          DELIMITED BY SIZE
                    WS-ELIG-DD   DELIMITED BY SIZE
                    '/'          DELIMITED BY SIZE
                    WS-ELIG-YYYY DELIMITED BY SIZE
                    INTO WS-ELIGIBLE-DATE
             END-STRING
             MOVE WS-LATEST-END-DATE TO WR-LATEST-END
             MOVE WS-RETENTION-DAYS  TO WR-RETENTION-DAYS
             MOVE WS-ELIGIBLE-DATE   TO WR-ELIGIBLE-DATE
             MOVE SPACES TO DSAR-REPORT-LINE
             WRITE DSAR-REPORT-LINE
             MOVE WS-RETENTION-LINE TO DSAR-REPORT-LINE
             WRITE DSAR-REPORT-LINE
             MOVE '12' TO WS-OUTCOME-CODE
             MOVE 'ERASURE REFUSED - INSIDE RETENTION PERIOD'
               TO WS-OUTCOME-TEXT
           ELSE
             PERFORM ERASE-CUSTOMER-DATA
             IF NOT WS-SQL-ERROR
               MOVE '01' TO WS-OUTCOME-CODE
               MOVE 'CUSTOMER DATA ERASED' TO WS-OUTCOME-TEXT
             END-IF
           END-IF.
           EXIT.

      * Clear the customer and policy numbers from every SQLERRORLOG
      * row naming them, and blank the CUSTOMER row's name and
      * address. The row itself stays, marked ERASED, so POLICY's
      * CUSTOMERNUMBER still resolves for the finance history
       ERASE-CUSTOMER-DATA.
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-SCRUB-COUNT
               FROM SQLERRORLOG
               WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
                  OR POLICYNUMBER IN
                     ( SELECT POLICYNUMBER
                         FROM POLICY
                        WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT )
           END-EXEC
           IF SQLCODE IN SQLCA NOT EQUAL 0
             DISPLAY 'RADSARPR - SELECT SQLERRORLOG FAILED - SQLCODE '
                     SQLCODE IN SQLCA
             MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
             SET WS-SQL-ERROR TO TRUE
           END-IF

           IF NOT WS-SQL-ERROR AND WS-SCRUB-COUNT > ZERO
             EXEC SQL
               UPDATE SQLERRORLOG
                 SET
                      CUSTOMERNUMBER = NULL,
                      POLICYNUMBER   = NULL
                 WHERE
                      CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
                   OR POLICYNUMBER IN
                      ( SELECT POLICYNUMBER
                          FROM POLICY
                         WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT )
             END-EXEC
             IF SQLCODE IN SQLCA NOT EQUAL 0
                AND SQLCODE IN SQLCA NOT EQUAL 100
               DISPLAY 'RADSARPR - UPDATE SQLERRORLOG FAILED - '
                       'SQLCODE ' SQLCODE IN SQLCA
               MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
               SET WS-SQL-ERROR TO TRUE
             END-IF
           END-IF

           IF NOT WS-SQL-ERROR AND WS-CUSTOMER-FOUND
             EXEC SQL
               UPDATE CUSTOMER
                 SET
                      FIRSTNAME   = ' ',
                      LASTNAME    = 'ERASED',
                      HOUSENAME   = ' ',
                      HOUSENUMBER = ' ',
                      POSTCODE    = ' '
                 WHERE
                      CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
             END-EXEC
             IF SQLCODE IN SQLCA NOT EQUAL 0
               DISPLAY 'RADSARPR - UPDATE CUSTOMER FAILED - SQLCODE '
                       SQLCODE IN SQLCA
               MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
               SET WS-SQL-ERROR TO TRUE
             END-IF
           END-IF.
           EXIT.

      * Register the request, write the outcome and commit. A failed
      * request rolls its own work back first and is registered as
      * failed in a fresh unit of work, so the compliance officer
      * still sees it was asked. The register goes first so a failed
      * register insert - which rolls the request back - is what the
      * outcome line reports
       TERMINATE-DSAR-RUN.
           IF WS-SQL-ERROR
             EXEC SQL
               ROLLBACK
             END-EXEC
             MOVE '99' TO WS-OUTCOME-CODE
             MOVE 'REQUEST FAILED - SEE JOB LOG' TO WS-OUTCOME-TEXT
             MOVE ZERO TO WS-SCRUB-COUNT
           END-IF

           PERFORM REGISTER-DSAR-REQUEST

           MOVE SPACES TO DSAR-REPORT-LINE
           WRITE DSAR-REPORT-LINE
           MOVE WS-OUTCOME-CODE TO WO-OUTCOME-CODE
           MOVE WS-OUTCOME-TEXT TO WO-OUTCOME-TEXT
           MOVE WS-OUTCOME-LINE TO DSAR-REPORT-LINE
           WRITE DSAR-REPORT-LINE

           EXEC SQL
             COMMIT
           END-EXEC

           DISPLAY 'RADSARPR - CUSTOMER ' WS-CUSTOMER-PARM
                   ' MODE ' WS-MODE-PARM
                   ' OUTCOME ' WS-OUTCOME-CODE ' ' WS-OUTCOME-TEXT

           EVALUATE WS-OUTCOME-CODE
             WHEN '00'
             WHEN '01'
               CONTINUE
             WHEN '99'
               MOVE 16 TO RETURN-CODE
             WHEN OTHER
               MOVE 8 TO RETURN-CODE
           END-EVALUATE

           CLOSE DSAREXT.
           EXIT.

      * One register row per request however it ended - the customer
      * number is zero when the request card could not be read
       REGISTER-DSAR-REQUEST.
           IF WS-PARMS-VALID
             MOVE WS-MODE-PARM TO DB2-REQUESTMODE
           ELSE
             MOVE ZERO         TO DB2-CUSTOMERNUM-INT
             MOVE SPACES       TO DB2-REQUESTMODE
           END-IF

           EXEC SQL
             INSERT INTO DSARREGISTER
                   ( REQUESTDATE, REQUESTTIME, CUSTOMERNUMBER,
                     REQUESTMODE, OUTCOME, OUTCOMETEXT,
                     POLICYCOUNT, ROWSSCRUBBED )
             VALUES ( :WS-DATE, :WS-TIME, :DB2-CUSTOMERNUM-INT,
                     :DB2-REQUESTMODE, :WS-OUTCOME-CODE,
                     :WS-OUTCOME-TEXT, :DB2-POLICYCOUNT-INT,
                     :WS-SCRUB-COUNT )
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             DISPLAY 'RADSARPR - INSERT DSARREGISTER FAILED - '
                     'SQLCODE ' SQLCODE IN SQLCA
             MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
             EXEC SQL
               ROLLBACK
             END-EXEC
             MOVE '99' TO WS-OUTCOME-CODE
             MOVE 'REGISTER FAILED - SEE JOB LOG' TO WS-OUTCOME-TEXT
             MOVE ZERO TO WS-SCRUB-COUNT
           END-IF.
           EXIT.

      * One run-statistics row however the run ended - policies found
      * on the customer, and SQLERRORLOG rows an erasure cleared
       RECORD-RUN-STATISTICS.
           MOVE WS-DSAR-POLICY-COUNT TO WS-RUNLOG-ROWS-READ
           MOVE WS-SCRUB-COUNT       TO WS-RUNLOG-ROWS-WRITTEN
           EVALUATE TRUE
             WHEN NOT WS-DSAREXT-OK
             WHEN WS-OUTCOME-CODE = '99'
               MOVE 'FAILED'   TO WS-RUNLOG-STATUS
             WHEN WS-OUTCOME-CODE = '00'
             WHEN WS-OUTCOME-CODE = '01'
               MOVE 'COMPLETE' TO WS-RUNLOG-STATUS
             WHEN OTHER
               MOVE 'WARNING'  TO WS-RUNLOG-STATUS
           END-EVALUATE
           PERFORM WRITE-RUNLOG-END.
           EXIT.

      * Shared run-statistics code every nightly batch job copies
       COPY LGRUNPRC.
