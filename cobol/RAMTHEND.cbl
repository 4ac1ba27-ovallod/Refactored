      ******************************************************************
      * Month-end written and unearned premium - works out, policy by
      * policy, the premium written in the month and the premium still
      * unearned at the last day of it, so finance closes the month on
      * the same figures the policy and billing systems hold instead
      * of on an unload of MOTOR.
      *
      * Written premium for the month comes from four sources -
      *   new business   ISSUEDATE in the month - the premium the
      *                  policy was issued at
      *   renewals       completed by RARENCMP in the month - the
      *                  renewed premium. A renewal is the MOTOR_HISTORY
      *                  row RARENCMP writes alongside its 'RN'
      *                  DOCREQUEST, both stamped with the same date
      *                  and time in the one unit of work
      *   adjustments    every other MOTOR_HISTORY row in the month -
      *                  the premium the change left on MOTOR less the
      *                  OLDPREMIUM before it. The premium a change left
      *                  is the next history row's OLDPREMIUM, or MOTOR
      *                  itself for the latest change, so several
      *                  changes in a month are each counted once
      *   cancellations  CANCELDATE in the month - RETURNPREMIUM as a
      *                  negative amount
      *
      * Unearned premium (UPR) at the month end is the premium on
      * MOTOR pro rata to the days of the current period of cover
      * still to run - the period starting one year before EXPIRYDATE,
      * or at ISSUEDATE if the policy is younger, the way a
      * cancellation refund is worked out. A policy cancelled by the
      * month end, or past its EXPIRYDATE, has none left.
      *
      * Each policy's figures are kept on MONTHENDPREM under the
      * period, with the previous month's closing UPR carried in as
      * this month's opening, so the UPR movement is always closing
      * less opening. A policy deleted since last month still gets a
      * row, releasing its UPR. The first month run has no opening
      * figures, so its movement sets up the whole reserve.
      *
      * From those rows the job writes -
      *   - a summary report by broker and by payment plan: written
      *     premium by source, opening and closing UPR, UPR movement
      *     and broker commission
      *   - the general-ledger posting file for the ledger load, a
      *     balanced debit and credit per posting for each broker -
      *     written premium, UPR movement and commission accrual - with
      *     a header and a trailer carrying the record count and the
      *     debit and credit totals the load checks before posting
      *
      * Commission accrues on the written premium of brokered business
      * only, at the rate on SYSIN. There is no per-broker rate table.
      *
      * SYSIN - columns 1-6 the month as YYYYMM (defaulting to the
      * current month), columns 8-11 the commission rate as a
      * percentage with two decimals, 1250 = 12.50% (defaulting to
      * 12.50%).
      *
      * The whole run is one unit of work - this month's MONTHENDPREM
      * rows are replaced on every run and only committed once the GL
      * trailer is written, so a rerun after an error, or after a late
      * correction, produces the month afresh.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAMTHEND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREMRPT ASSIGN TO PREMRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREMRPT-STATUS.
           SELECT GLPOST ASSIGN TO GLPOST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLPOST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PREMRPT
           RECORDING MODE IS F.
       01  PREMRPT-REPORT-LINE          PIC X(132).
       FD  GLPOST
           RECORDING MODE IS F.
       01  GL-POSTING-RECORD            PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-POL-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88 WS-POL-EOF                VALUE 'Y'.
       01  WS-HIST-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88 WS-HIST-EOF               VALUE 'Y'.
       01  WS-SUM-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88 WS-SUM-EOF                VALUE 'Y'.
      *    Set when a DB2 statement stops on a real SQLCODE - the run
      *    stops in place and rolls the month's rows back
       01  WS-SQL-ERROR-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-SQL-ERROR              VALUE 'Y'.
       01  WS-FILE-ERROR-SWITCH         PIC X(01) VALUE 'N'.
           88 WS-FILE-ERROR             VALUE 'Y'.
       01  WS-DATE-SWITCH               PIC X(01) VALUE 'N'.
           88 WS-DATE-VALID             VALUE 'Y'.
       01  WS-UNVALUED-HEADER-SWITCH    PIC X(01) VALUE 'N'.
           88 WS-UNVALUED-HEADER-DONE   VALUE 'Y'.
       01  WS-PREMRPT-STATUS            PIC X(02) VALUE '00'.
           88 WS-PREMRPT-OK             VALUE '00'.
       01  WS-GLPOST-STATUS             PIC X(02) VALUE '00'.
           88 WS-GLPOST-OK              VALUE '00'.
       01  WS-POLICY-COUNT              PIC S9(9) COMP VALUE ZERO.
       01  WS-UNVALUED-COUNT            PIC S9(9) COMP VALUE ZERO.
       01  WS-ROW-COUNT                 PIC S9(9) COMP VALUE ZERO.
       01  WS-CARRIED-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-HISTORY-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-RENEWAL-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-GL-RECORD-COUNT           PIC S9(9) COMP VALUE ZERO.
       01  WS-GL-DEBIT-TOTAL            PIC S9(15)V99 COMP-3
                                        VALUE ZERO.
       01  WS-GL-CREDIT-TOTAL           PIC S9(15)V99 COMP-3
                                        VALUE ZERO.

      *    One card - the month in columns 1-6 and the commission
      *    rate in columns 8-11 - anything missing or unusable falls
      *    back to the current month and the standard rate
       01  WS-SYSIN-CARD.
           03 WS-MONTH-PARM             PIC X(06).
           03 FILLER                    PIC X(01).
           03 WS-RATE-PARM              PIC X(04).
           03 WS-RATE-PARM-N REDEFINES WS-RATE-PARM
                                        PIC 99V99.
           03 FILLER                    PIC X(69).
       01  WS-COMMISSION-RATE           PIC 99V99 VALUE 12.50.
       01  WS-PERIOD-YYYYMM             PIC 9(06) VALUE ZERO.
       01  WS-PERIOD-TEXT REDEFINES WS-PERIOD-YYYYMM
                                        PIC X(06).
       01  WS-PRIOR-YYYYMM              PIC 9(06) VALUE ZERO.
       01  WS-PRIOR-TEXT REDEFINES WS-PRIOR-YYYYMM
                                        PIC X(06).
       01  WS-PERIOD-YYYY               PIC 9(04) VALUE ZERO.
       01  WS-PERIOD-MM                 PIC 9(02) VALUE ZERO.
       01  WS-NEXT-MONTH-START          PIC 9(08) VALUE ZERO.
       01  WS-MONTH-END-YYYYMMDD        PIC 9(08) VALUE ZERO.
       01  WS-MONTH-END-DAY             PIC S9(9) COMP VALUE ZERO.

      *    MM/DD/YYYY in WS-DATE-TEXT to YYYYMMDD in WS-DATE-YYYYMMDD
       01  WS-DATE-TEXT.
           03 WS-DT-MM                  PIC X(02).
           03 FILLER                    PIC X(01).
           03 WS-DT-DD                  PIC X(02).
           03 FILLER                    PIC X(01).
           03 WS-DT-YYYY                PIC X(04).
       01  WS-DATE-YYYYMMDD             PIC 9(08) VALUE ZERO.
       01  WS-DATE-YYYYMMDD-TEXT REDEFINES WS-DATE-YYYYMMDD
                                        PIC X(08).
      *    Month-length and leap-year checks applied before any date
      *    reaches INTEGER-OF-DATE, as RARENEWL guards it
       01  WS-MONTH-DAYS-TABLE          PIC X(24)
              VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-ENTRIES REDEFINES WS-MONTH-DAYS-TABLE.
           03 WS-MONTH-DAYS             PIC 9(02) OCCURS 12 TIMES.
       01  WS-DT-YYYY-NUM               PIC 9(04) VALUE ZERO.
       01  WS-DT-MM-NUM                 PIC 9(02) VALUE ZERO.
       01  WS-DT-DD-NUM                 PIC 9(02) VALUE ZERO.
       01  WS-DT-MAX-DD                 PIC 9(02) VALUE ZERO.
       01  WS-LEAP-QUOTIENT             PIC 9(04) VALUE ZERO.
       01  WS-LEAP-REMAINDER            PIC 9(04) VALUE ZERO.
       01  WS-ISSUE-YYYYMMDD            PIC 9(08) VALUE ZERO.
       01  WS-EXPIRY-YYYYMMDD           PIC 9(08) VALUE ZERO.
       01  WS-CANCEL-YYYYMMDD           PIC 9(08) VALUE ZERO.
       01  WS-TERM-START-YYYYMMDD       PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES WS-TERM-START-YYYYMMDD.
           03 WS-TERM-START-YYYY        PIC 9(04).
           03 WS-TERM-START-MM          PIC 9(02).
           03 WS-TERM-START-DD          PIC 9(02).
       01  WS-TERM-START-DAY            PIC S9(9) COMP VALUE ZERO.
       01  WS-EXPIRY-DAY                PIC S9(9) COMP VALUE ZERO.
      *    Date and time of the history row in hand as YYYYMMDD and
      *    HH:MM:SS run together, so rows sort and compare in order
       01  WS-AFTER-KEY.
           03 WS-AFTER-KEY-DATE         PIC 9(08) VALUE ZERO.
           03 WS-AFTER-KEY-TIME         PIC X(08) VALUE SPACES.
      *    The same key as one character string - the comparison
      *    host variable, since a group would expand to a structure
       01  WS-AFTER-KEY-TEXT REDEFINES WS-AFTER-KEY
                                        PIC X(16).

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

      *    Plan codes are installments per policy year, the same codes
      *    RAINSTEX collects on
       01  WS-PLAN-VALUES.
           03 FILLER                    PIC X(14)
              VALUE '01ANNUAL'.
           03 FILLER                    PIC X(14)
              VALUE '02HALF-YEARLY'.
           03 FILLER                    PIC X(14)
              VALUE '04QUARTERLY'.
           03 FILLER                    PIC X(14)
              VALUE '12MONTHLY'.
       01  WS-PLAN-TABLE REDEFINES WS-PLAN-VALUES.
           03 WS-PLAN-ENTRY             OCCURS 4 TIMES.
             05 WS-PLAN-CODE            PIC 9(02).
             05 WS-PLAN-TEXT            PIC X(12).
       01  WS-PLAN-SUB                  PIC S9(4) COMP VALUE ZERO.

      *    One broker or plan group as summed from MONTHENDPREM, and
      *    what is worked out from it
       01  WS-G-WRITTEN                 PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-G-MOVEMENT                PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-G-COMMISSION              PIC S9(13)V99 COMP-3
                                        VALUE ZERO.
      *    Running totals for the section being written
       01  WS-T-COUNT                   PIC S9(9) COMP VALUE ZERO.
       01  WS-T-NEWBUSINESS             PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-T-RENEWAL                 PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-T-ADJUSTMENT              PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-T-CANCELLATION            PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-T-WRITTEN                 PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-T-OPENINGUPR              PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-T-CLOSINGUPR              PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-T-MOVEMENT                PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-T-COMMISSION              PIC S9(13)V99 COMP-3
                                        VALUE ZERO.

      ******************************************************************
      * General-ledger accounts the month-end posts to, and the one
      * posting in hand - POST-GL-PAIR writes it as a debit and an
      * equal credit, turned round when the amount is negative.
      ******************************************************************
       01  WS-GL-PREMIUM-DEBTORS        PIC X(08) VALUE '12100000'.
       01  WS-GL-WRITTEN-PREMIUM        PIC X(08) VALUE '41000000'.
       01  WS-GL-UPR-CHANGE             PIC X(08) VALUE '41500000'.
       01  WS-GL-UPR-RESERVE            PIC X(08) VALUE '22100000'.
       01  WS-GL-COMMISSION-EXPENSE     PIC X(08) VALUE '51000000'.
       01  WS-GL-COMMISSION-ACCRUED     PIC X(08) VALUE '23100000'.
       01  WS-GL-AMOUNT                 PIC S9(13)V99 COMP-3
                                        VALUE ZERO.
       01  WS-GL-DEBIT-ACCOUNT          PIC X(08) VALUE SPACES.
       01  WS-GL-CREDIT-ACCOUNT         PIC X(08) VALUE SPACES.
       01  WS-GL-SWAP-ACCOUNT           PIC X(08) VALUE SPACES.
       01  WS-GL-POSTING-TYPE           PIC X(02) VALUE SPACES.
       01  WS-GL-NARRATIVE              PIC X(30) VALUE SPACES.

      ******************************************************************
      * GL posting file record layouts - header, a debit and a credit
      * record per posting, then a trailer the ledger load balances
      * the file to before it posts anything.
      ******************************************************************
       01  WS-GL-HEADER.
           03 GLH-RECORD-TYPE           PIC X(01) VALUE 'H'.
           03 GLH-FILE-ID               PIC X(08) VALUE 'GLPOST'.
           03 GLH-SOURCE                PIC X(08) VALUE 'RAMTHEND'.
           03 GLH-PERIOD                PIC X(06) VALUE SPACES.
           03 GLH-POSTING-DATE          PIC 9(08) VALUE ZERO.
           03 GLH-RUN-DATE              PIC X(10) VALUE SPACES.
           03 GLH-RUN-TIME              PIC X(08) VALUE SPACES.
           03 FILLER                    PIC X(51) VALUE SPACES.
       01  WS-GL-DETAIL.
           03 GLD-RECORD-TYPE           PIC X(01) VALUE 'D'.
           03 GLD-ACCOUNT               PIC X(08) VALUE SPACES.
      *    D debit, C credit - the amount itself is never negative
           03 GLD-DEBIT-CREDIT          PIC X(01) VALUE SPACES.
           03 GLD-AMOUNT                PIC 9(13)V99 VALUE ZERO.
      *    Analysis code - the broker, zero for direct business
           03 GLD-BROKERID              PIC 9(09) VALUE ZERO.
      *    WP written premium, UP UPR movement, CM commission accrual
           03 GLD-POSTING-TYPE          PIC X(02) VALUE SPACES.
           03 GLD-PERIOD                PIC X(06) VALUE SPACES.
           03 GLD-NARRATIVE             PIC X(30) VALUE SPACES.
           03 FILLER                    PIC X(28) VALUE SPACES.
       01  WS-GL-TRAILER.
           03 GLT-RECORD-TYPE           PIC X(01) VALUE 'T'.
           03 GLT-RECORD-COUNT          PIC 9(09) VALUE ZERO.
           03 GLT-DEBIT-TOTAL           PIC 9(15)V99 VALUE ZERO.
           03 GLT-CREDIT-TOTAL          PIC 9(15)V99 VALUE ZERO.
           03 FILLER                    PIC X(56) VALUE SPACES.

       01  WS-RPT-HEADING-LINE.
           03 FILLER                    PIC X(30)
              VALUE 'MONTH-END PREMIUM - PERIOD    '.
           03 WH-PERIOD                 PIC X(06) VALUE SPACES.
           03 FILLER                    PIC X(14)
              VALUE '  MONTH END   '.
           03 WH-MONTH-END              PIC 9(08) VALUE ZERO.
           03 FILLER                    PIC X(20)
              VALUE '  COMMISSION RATE   '.
           03 WH-COMMISSION-RATE        PIC Z9.99 VALUE ZERO.
           03 FILLER                    PIC X(12)
              VALUE '%  PRODUCED '.
           03 WH-RUN-DATE               PIC X(10) VALUE SPACES.
           03 FILLER                    PIC X(27) VALUE SPACES.
       01  WS-SECTION-LINE              PIC X(132) VALUE SPACES.
       01  WS-SUMMARY-COLUMN-LINE.
           03 WC-KEY-LABEL              PIC X(12) VALUE SPACES.
           03 FILLER                    PIC X(08) VALUE '   COUNT'.
           03 FILLER                    PIC X(11) VALUE '    NEW BUS'.
           03 FILLER                    PIC X(11) VALUE '    RENEWAL'.
           03 FILLER                    PIC X(11) VALUE ' ADJUSTMENT'.
           03 FILLER                    PIC X(11) VALUE '  CANCELLED'.
           03 FILLER                    PIC X(12)
              VALUE '     WRITTEN'.
           03 FILLER                    PIC X(12)
              VALUE '    OPEN UPR'.
           03 FILLER                    PIC X(12)
              VALUE '   CLOSE UPR'.
           03 FILLER                    PIC X(12)
              VALUE 'UPR MOVEMENT'.
           03 FILLER                    PIC X(15)
              VALUE '     COMMISSION'.
           03 FILLER                    PIC X(05) VALUE SPACES.
       01  WS-SUMMARY-DETAIL-LINE.
           03 WM-KEY                    PIC X(12) VALUE SPACES.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 WM-COUNT                  PIC Z(6)9 VALUE ZERO.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 WM-NEWBUSINESS            PIC -Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 WM-RENEWAL                PIC -Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 WM-ADJUSTMENT             PIC -Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 WM-CANCELLATION           PIC -Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 WM-WRITTEN                PIC -Z(9)9 VALUE ZERO.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 WM-OPENINGUPR             PIC -Z(9)9 VALUE ZERO.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 WM-CLOSINGUPR             PIC -Z(9)9 VALUE ZERO.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 WM-MOVEMENT               PIC -Z(9)9 VALUE ZERO.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 WM-COMMISSION             PIC -Z(9)9.99 VALUE ZERO.
           03 FILLER                    PIC X(05) VALUE SPACES.
       01  WS-UNVALUED-HEADER-LINE.
           03 FILLER                    PIC X(40)
              VALUE 'POLICIES NOT VALUED - POLICY  ISSUED    '.
           03 FILLER                    PIC X(40)
              VALUE '  EXPIRES     - DATES UNUSABLE, CARRIED '.
           03 FILLER                    PIC X(52)
              VALUE 'AT LAST MONTH''S UPR'.
       01  WS-UNVALUED-DETAIL-LINE.
           03 FILLER                    PIC X(20) VALUE SPACES.
           03 WU-POLICYNUMBER           PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WU-ISSUEDATE              PIC X(10) VALUE SPACES.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WU-EXPIRYDATE             PIC X(10) VALUE SPACES.
           03 FILLER                    PIC X(79) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           03 WR-TOTAL-LABEL            PIC X(24) VALUE SPACES.
           03 WR-TOTAL-COUNT            PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(99) VALUE SPACES.
       01  WS-RPT-AMOUNT-LINE.
           03 WR-AMOUNT-LABEL           PIC X(24) VALUE SPACES.
           03 WR-TOTAL-AMOUNT           PIC Z(14)9.99 VALUE ZERO.
           03 FILLER                    PIC X(90) VALUE SPACES.
       01  WS-BALANCED-LINE             PIC X(132)
              VALUE 'GL DEBITS = GL CREDITS - IN BALANCE'.
       01  WS-UNBALANCED-LINE           PIC X(132)
              VALUE '*** GL DEBITS NOT EQUAL GL CREDITS *'.
      *    Written instead of normal totals when an error cut the run
      *    short, so the run cannot pass as complete
       01  WS-INCOMPLETE-LINE           PIC X(132)
              VALUE '*** ERROR - MONTH-END RUN INCOMPLETE - SEE LOG *'.

      *    Run-statistics row every nightly batch job leaves behind
       COPY LGRUNLOG.

       01  DB2-POLICYNUM-INT            PIC S9(9) COMP VALUE ZERO.
       01  DB2-ISSUEDATE                PIC X(10) VALUE SPACES.
       01  DB2-EXPIRYDATE               PIC X(10) VALUE SPACES.
       01  DB2-BROKERID-INT             PIC S9(9) COMP VALUE ZERO.
       01  DB2-PAYMENT-INT              PIC S9(9) COMP VALUE ZERO.
       01  DB2-CANCELDATE               PIC X(10) VALUE SPACES.
       01  DB2-RETURNPREMIUM-INT        PIC S9(9) COMP VALUE ZERO.
       01  DB2-PREMIUM-INT              PIC S9(9) COMP VALUE ZERO.
       01  DB2-NEWBUSINESS-INT          PIC S9(9) COMP VALUE ZERO.
       01  DB2-RENEWAL-INT              PIC S9(9) COMP VALUE ZERO.
       01  DB2-ADJUSTMENT-INT           PIC S9(9) COMP VALUE ZERO.
       01  DB2-CANCELLATION-INT         PIC S9(9) COMP VALUE ZERO.
       01  DB2-OPENINGUPR-INT           PIC S9(9) COMP VALUE ZERO.
       01  DB2-CLOSINGUPR-INT           PIC S9(9) COMP VALUE ZERO.
      *    The history row in hand and the premium it left on MOTOR
       01  DB2-H-OLDPREMIUM-INT         PIC S9(9) COMP VALUE ZERO.
       01  DB2-H-CHANGEDATE             PIC X(10) VALUE SPACES.
       01  DB2-H-CHANGETIME             PIC X(08) VALUE SPACES.
       01  DB2-H-SOURCE                 PIC X(01) VALUE SPACES.
       01  DB2-AFTER-PREMIUM-INT        PIC S9(9) COMP VALUE ZERO.
      *    One broker or plan group summed from MONTHENDPREM
       01  DB2-G-KEY-INT                PIC S9(9) COMP VALUE ZERO.
       01  DB2-G-COUNT                  PIC S9(9) COMP VALUE ZERO.
       01  DB2-G-NEWBUSINESS            PIC S9(15) COMP-3 VALUE ZERO.
       01  DB2-G-RENEWAL                PIC S9(15) COMP-3 VALUE ZERO.
       01  DB2-G-ADJUSTMENT             PIC S9(15) COMP-3 VALUE ZERO.
       01  DB2-G-CANCELLATION           PIC S9(15) COMP-3 VALUE ZERO.
       01  DB2-G-OPENINGUPR             PIC S9(15) COMP-3 VALUE ZERO.
       01  DB2-G-CLOSINGUPR             PIC S9(15) COMP-3 VALUE ZERO.
       01  DB2-G-BROKERED               PIC S9(15) COMP-3 VALUE ZERO.
       77  IND-BROKERID                 PIC S9(4) COMP.
       77  IND-PAYMENT                  PIC S9(4) COMP.
       77  IND-CANCELDATE               PIC S9(4) COMP.
       77  IND-RETURNPREMIUM            PIC S9(4) COMP.
       77  IND-OPENINGUPR               PIC S9(4) COMP.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE DGENAPP
           END-EXEC.

      ******************************************************************
      * Every policy on file with its premium, and last month's
      * closing UPR for it where there was one.
      ******************************************************************
           EXEC SQL
             DECLARE POLCSR CURSOR FOR
             SELECT   POLICY.POLICYNUMBER,
                      POLICY.ISSUEDATE,
                      POLICY.EXPIRYDATE,
                      POLICY.BROKERID,
                      POLICY.PAYMENT,
                      POLICY.CANCELDATE,
                      POLICY.RETURNPREMIUM,
                      MOTOR.PREMIUM,
                      MONTHENDPREM.CLOSINGUPR
               FROM   POLICY
                      INNER JOIN MOTOR
                         ON POLICY.POLICYNUMBER =
                            MOTOR.POLICYNUMBER
                      LEFT OUTER JOIN MONTHENDPREM
                         ON MONTHENDPREM.POLICYNUMBER =
                            POLICY.POLICYNUMBER
                        AND MONTHENDPREM.PERIOD = :WS-PRIOR-TEXT
               ORDER BY POLICY.POLICYNUMBER
           END-EXEC.

      ******************************************************************
      * The month's MOTOR_HISTORY rows - 'R' where RARENCMP raised its
      * renewal document request in the same instant, 'A' otherwise.
      ******************************************************************
           EXEC SQL
             DECLARE HISTCSR CURSOR FOR
             SELECT   H.POLICYNUMBER,
                      H.OLDPREMIUM,
                      H.CHANGEDATE,
                      H.CHANGETIME,
                      CASE WHEN EXISTS
                           (SELECT 1
                              FROM DOCREQUEST D
                             WHERE D.POLICYNUMBER  = H.POLICYNUMBER
                               AND D.REQUESTDATE   = H.CHANGEDATE
                               AND D.REQUESTTIME   = H.CHANGETIME
                               AND D.REQUESTSOURCE = 'RN')
                           THEN 'R' ELSE 'A' END
               FROM   MOTOR_HISTORY H
               WHERE  SUBSTR(H.CHANGEDATE,7,4) ||
                      SUBSTR(H.CHANGEDATE,1,2) = :WS-PERIOD-TEXT
               ORDER BY H.POLICYNUMBER
           END-EXEC.

      ******************************************************************
      * The month's rows summed by broker, then by payment plan - the
      * plan summary also carries the brokered part of the written
      * premium, which is all the commission is due on.
      ******************************************************************
           EXEC SQL
             DECLARE BRKSUMCSR CURSOR FOR
             SELECT   BROKERID,
                      COUNT(*),
                      SUM(NEWBUSINESS),
                      SUM(RENEWAL),
                      SUM(ADJUSTMENT),
                      SUM(CANCELLATION),
                      SUM(OPENINGUPR),
                      SUM(CLOSINGUPR)
               FROM   MONTHENDPREM
               WHERE  PERIOD = :WS-PERIOD-TEXT
               GROUP BY BROKERID
               ORDER BY BROKERID
           END-EXEC.

           EXEC SQL
             DECLARE PLNSUMCSR CURSOR FOR
             SELECT   PAYMENT,
                      COUNT(*),
                      SUM(NEWBUSINESS),
                      SUM(RENEWAL),
                      SUM(ADJUSTMENT),
                      SUM(CANCELLATION),
                      SUM(OPENINGUPR),
                      SUM(CLOSINGUPR),
                      SUM(CASE WHEN BROKERID <> 0
                               THEN NEWBUSINESS + RENEWAL +
                                    ADJUSTMENT + CANCELLATION
                               ELSE 0 END)
               FROM   MONTHENDPREM
               WHERE  PERIOD = :WS-PERIOD-TEXT
               GROUP BY PAYMENT
               ORDER BY PAYMENT
           END-EXEC.

       PROCEDURE DIVISION.
       PRODUCE-MONTH-END-PREMIUM.
           MOVE 'RAMTHEND' TO WS-RUNLOG-JOBNAME
           PERFORM WRITE-RUNLOG-START
           PERFORM INITIALIZE-MONTH-END-RUN
           IF WS-PREMRPT-OK AND WS-GLPOST-OK
             IF NOT WS-SQL-ERROR AND NOT WS-FILE-ERROR
               PERFORM VALUE-POLICY-BOOK
             END-IF
             IF NOT WS-SQL-ERROR AND NOT WS-FILE-ERROR
               PERFORM CARRY-DELETED-POLICIES
             END-IF
             IF NOT WS-SQL-ERROR AND NOT WS-FILE-ERROR
               PERFORM APPLY-MONTH-HISTORY
             END-IF
             IF NOT WS-SQL-ERROR AND NOT WS-FILE-ERROR
               PERFORM SUMMARISE-BY-BROKER
             END-IF
             IF NOT WS-SQL-ERROR AND NOT WS-FILE-ERROR
               PERFORM SUMMARISE-BY-PLAN
             END-IF
             PERFORM TERMINATE-MONTH-END-RUN
           END-IF
           PERFORM RECORD-RUN-STATISTICS
           STOP RUN.

      * Open both files, settle the month and the rate, write the
      * report heading and the GL header, and clear out any rows an
      * earlier run left for the month
       INITIALIZE-MONTH-END-RUN.
           OPEN OUTPUT PREMRPT
           OPEN OUTPUT GLPOST

           IF NOT WS-PREMRPT-OK OR NOT WS-GLPOST-OK
             DISPLAY 'RAMTHEND - OPEN FAILED - PREMRPT STATUS '
                     WS-PREMRPT-STATUS ' GLPOST STATUS '
                     WS-GLPOST-STATUS
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

             PERFORM READ-RUN-PARAMETERS
             PERFORM SET-MONTH-BOUNDARIES

             MOVE WS-PERIOD-TEXT        TO WH-PERIOD
             MOVE WS-MONTH-END-YYYYMMDD TO WH-MONTH-END
             MOVE WS-COMMISSION-RATE    TO WH-COMMISSION-RATE
             MOVE WS-DATE               TO WH-RUN-DATE
             MOVE WS-RPT-HEADING-LINE TO PREMRPT-REPORT-LINE
             WRITE PREMRPT-REPORT-LINE

             MOVE WS-PERIOD-TEXT        TO GLH-PERIOD
             MOVE WS-MONTH-END-YYYYMMDD TO GLH-POSTING-DATE
             MOVE WS-DATE               TO GLH-RUN-DATE
             MOVE WS-TIME               TO GLH-RUN-TIME
             MOVE WS-GL-HEADER          TO GL-POSTING-RECORD
             PERFORM WRITE-GL-RECORD

             PERFORM CLEAR-PERIOD-ROWS
           END-IF.
           EXIT.

       READ-RUN-PARAMETERS.
           MOVE SPACES TO WS-SYSIN-CARD
           ACCEPT WS-SYSIN-CARD
           IF WS-MONTH-PARM IS NUMERIC
            AND WS-MONTH-PARM(5:2) >= '01'
            AND WS-MONTH-PARM(5:2) <= '12'
             MOVE WS-MONTH-PARM TO WS-PERIOD-TEXT
           ELSE
             COMPUTE WS-PERIOD-YYYYMM =
                     WS-CDT-YYYY * 100 + WS-CDT-MM
           END-IF
           IF WS-RATE-PARM IS NUMERIC
             MOVE WS-RATE-PARM-N TO WS-COMMISSION-RATE
           END-IF.
           EXIT.

      * The last day of the month is the day before the first of the
      * next, and the month before gives the opening figures
       SET-MONTH-BOUNDARIES.
           DIVIDE WS-PERIOD-YYYYMM BY 100
                  GIVING WS-PERIOD-YYYY
                  REMAINDER WS-PERIOD-MM
           IF WS-PERIOD-MM = 12
             COMPUTE WS-NEXT-MONTH-START =
                     (WS-PERIOD-YYYY + 1) * 10000 + 101
           ELSE
             COMPUTE WS-NEXT-MONTH-START =
                     WS-PERIOD-YYYYMM * 100 + 101
           END-IF
           COMPUTE WS-MONTH-END-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1
           COMPUTE WS-MONTH-END-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-MONTH-END-DAY)
           IF WS-PERIOD-MM = 1
             COMPUTE WS-PRIOR-YYYYMM =
                     (WS-PERIOD-YYYY - 1) * 100 + 12
           ELSE
             COMPUTE WS-PRIOR-YYYYMM = WS-PERIOD-YYYYMM - 1
           END-IF.
           EXIT.

      * A rerun replaces the month rather than adding to it
       CLEAR-PERIOD-ROWS.
           EXEC SQL
             DELETE FROM MONTHENDPREM
               WHERE PERIOD = :WS-PERIOD-TEXT
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
              AND SQLCODE IN SQLCA NOT EQUAL 100
             DISPLAY 'RAMTHEND - DELETE MONTHENDPREM FAILED - '
                     'SQLCODE ' SQLCODE IN SQLCA
             MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
             SET WS-SQL-ERROR TO TRUE
           END-IF.
           EXIT.

      ******************************************************************
      * New business, cancellations and the closing UPR, policy by
      * policy.
      ******************************************************************
       VALUE-POLICY-BOOK.
           EXEC SQL
             OPEN POLCSR
           END-EXEC
           IF SQLCODE IN SQLCA NOT EQUAL 0
             DISPLAY 'RAMTHEND - OPEN POLCSR FAILED - SQLCODE '
                     SQLCODE IN SQLCA
             MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
             SET WS-SQL-ERROR TO TRUE
           ELSE
             PERFORM FETCH-NEXT-POLICY
             PERFORM PROCESS-ONE-POLICY UNTIL WS-POL-EOF
             EXEC SQL
               CLOSE POLCSR
             END-EXEC
           END-IF.
           EXIT.

       FETCH-NEXT-POLICY.
           EXEC SQL
             FETCH POLCSR
               INTO :DB2-POLICYNUM-INT,
                    :DB2-ISSUEDATE,
                    :DB2-EXPIRYDATE,
                    :DB2-BROKERID-INT INDICATOR :IND-BROKERID,
                    :DB2-PAYMENT-INT INDICATOR :IND-PAYMENT,
                    :DB2-CANCELDATE INDICATOR :IND-CANCELDATE,
                    :DB2-RETURNPREMIUM-INT
                     INDICATOR :IND-RETURNPREMIUM,
                    :DB2-PREMIUM-INT,
                    :DB2-OPENINGUPR-INT INDICATOR :IND-OPENINGUPR
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             SET WS-POL-EOF TO TRUE
             IF SQLCODE IN SQLCA NOT EQUAL 100
               DISPLAY 'RAMTHEND - FETCH POLCSR FAILED - SQLCODE '
                       SQLCODE IN SQLCA
               MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
               SET WS-SQL-ERROR TO TRUE
             END-IF
           END-IF.
           EXIT.

      * A policy with nothing written, nothing unearned and nothing
      * carried in from last month - long expired, say - gets no row.
      * One whose dates cannot be read is listed and carried at last
      * month's UPR so it makes no movement until it is put right
       PROCESS-ONE-POLICY.
           ADD 1 TO WS-POLICY-COUNT
           IF IND-BROKERID < 0
             MOVE ZERO TO DB2-BROKERID-INT
           END-IF
           IF IND-PAYMENT < 0
             MOVE ZERO TO DB2-PAYMENT-INT
           END-IF
           IF IND-OPENINGUPR < 0
             MOVE ZERO TO DB2-OPENINGUPR-INT
           END-IF
           MOVE ZERO TO DB2-NEWBUSINESS-INT DB2-RENEWAL-INT
                        DB2-ADJUSTMENT-INT DB2-CANCELLATION-INT
                        DB2-CLOSINGUPR-INT

           MOVE DB2-ISSUEDATE TO WS-DATE-TEXT
           PERFORM CONVERT-POLICY-DATE
           MOVE WS-DATE-YYYYMMDD TO WS-ISSUE-YYYYMMDD
           IF WS-DATE-VALID
             MOVE DB2-EXPIRYDATE TO WS-DATE-TEXT
             PERFORM CONVERT-POLICY-DATE
             MOVE WS-DATE-YYYYMMDD TO WS-EXPIRY-YYYYMMDD
           END-IF
           MOVE ZERO TO WS-CANCEL-YYYYMMDD
           IF WS-DATE-VALID AND IND-CANCELDATE NOT < ZERO
             MOVE DB2-CANCELDATE TO WS-DATE-TEXT
             PERFORM CONVERT-POLICY-DATE
             MOVE WS-DATE-YYYYMMDD TO WS-CANCEL-YYYYMMDD
           END-IF

           IF NOT WS-DATE-VALID
             ADD 1 TO WS-UNVALUED-COUNT
             MOVE DB2-OPENINGUPR-INT TO DB2-CLOSINGUPR-INT
             PERFORM WRITE-UNVALUED-POLICY
           ELSE
             IF WS-ISSUE-YYYYMMDD(1:6) = WS-PERIOD-TEXT
               PERFORM READ-PREMIUM-AT-ISSUE
             END-IF
             IF IND-CANCELDATE NOT < ZERO
                AND IND-RETURNPREMIUM NOT < ZERO
                AND WS-CANCEL-YYYYMMDD(1:6) = WS-PERIOD-TEXT
               COMPUTE DB2-CANCELLATION-INT =
                       ZERO - DB2-RETURNPREMIUM-INT
             END-IF
             PERFORM CALCULATE-CLOSING-UPR
           END-IF

           IF NOT WS-SQL-ERROR
             IF DB2-NEWBUSINESS-INT NOT EQUAL ZERO
                OR DB2-CANCELLATION-INT NOT EQUAL ZERO
                OR DB2-OPENINGUPR-INT NOT EQUAL ZERO
                OR DB2-CLOSINGUPR-INT NOT EQUAL ZERO
               PERFORM INSERT-PREMIUM-ROW
             END-IF
           END-IF

           IF WS-SQL-ERROR OR WS-FILE-ERROR
             SET WS-POL-EOF TO TRUE
           ELSE
             PERFORM FETCH-NEXT-POLICY
           END-IF.
           EXIT.

      * MM/DD/YYYY in WS-DATE-TEXT to YYYYMMDD in WS-DATE-YYYYMMDD
       CONVERT-POLICY-DATE.
           MOVE 'N'  TO WS-DATE-SWITCH
           MOVE ZERO TO WS-DATE-YYYYMMDD
           IF WS-DT-MM IS NUMERIC
              AND WS-DT-DD IS NUMERIC
              AND WS-DT-YYYY IS NUMERIC
             MOVE WS-DT-YYYY TO WS-DT-YYYY-NUM
             MOVE WS-DT-MM   TO WS-DT-MM-NUM
             MOVE WS-DT-DD   TO WS-DT-DD-NUM
             IF WS-DT-MM-NUM >= 1 AND WS-DT-MM-NUM <= 12
                AND WS-DT-YYYY-NUM > 1900
               MOVE WS-MONTH-DAYS(WS-DT-MM-NUM) TO WS-DT-MAX-DD
               IF WS-DT-MM-NUM = 2
                 PERFORM ADJUST-FEBRUARY-FOR-LEAP
               END-IF
               IF WS-DT-DD-NUM >= 1 AND WS-DT-DD-NUM <= WS-DT-MAX-DD
                 SET WS-DATE-VALID TO TRUE
                 STRING WS-DT-YYYY DELIMITED BY SIZE
                        WS-DT-MM   DELIMITED BY SIZE
                        WS-DT-DD   DELIMITED BY SIZE
                        INTO WS-DATE-YYYYMMDD-TEXT
                 END-STRING
               END-IF
             END-IF
           END-IF.
           EXIT.

      * February stretches to 29 in a leap year - divisible by 4,
      * except century years, which must also divide by 400
       ADJUST-FEBRUARY-FOR-LEAP.
           DIVIDE WS-DT-YYYY-NUM BY 4
                  GIVING WS-LEAP-QUOTIENT
                  REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = 0
             DIVIDE WS-DT-YYYY-NUM BY 100
                    GIVING WS-LEAP-QUOTIENT
                    REMAINDER WS-LEAP-REMAINDER
             IF WS-LEAP-REMAINDER NOT = 0
               MOVE 29 TO WS-DT-MAX-DD
             ELSE
               DIVIDE WS-DT-YYYY-NUM BY 400
                      GIVING WS-LEAP-QUOTIENT
                      REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = 0
                 MOVE 29 TO WS-DT-MAX-DD
               END-IF
             END-IF
           END-IF.
           EXIT.

      * The premium the policy was issued at - the OLDPREMIUM of the
      * first change made after issue, or MOTOR as it stands if it
      * has never been changed
       READ-PREMIUM-AT-ISSUE.
           MOVE WS-ISSUE-YYYYMMDD TO WS-AFTER-KEY-DATE
           MOVE SPACES            TO WS-AFTER-KEY-TIME
           MOVE DB2-PREMIUM-INT   TO DB2-AFTER-PREMIUM-INT
           PERFORM READ-PREMIUM-AFTER
           MOVE DB2-AFTER-PREMIUM-INT TO DB2-NEWBUSINESS-INT.
           EXIT.

      * Days of the current period of cover still to run after the
      * month end, over the days in the period, of the premium
       CALCULATE-CLOSING-UPR.
           PERFORM SET-TERM-START-DATE
           EVALUATE TRUE
             WHEN IND-CANCELDATE NOT < ZERO
              AND WS-CANCEL-YYYYMMDD NOT > WS-MONTH-END-YYYYMMDD
               MOVE ZERO TO DB2-CLOSINGUPR-INT
             WHEN WS-EXPIRY-YYYYMMDD NOT > WS-MONTH-END-YYYYMMDD
               MOVE ZERO TO DB2-CLOSINGUPR-INT
             WHEN WS-TERM-START-YYYYMMDD > WS-MONTH-END-YYYYMMDD
               MOVE DB2-PREMIUM-INT TO DB2-CLOSINGUPR-INT
             WHEN OTHER
               COMPUTE WS-TERM-START-DAY =
                       FUNCTION INTEGER-OF-DATE(WS-TERM-START-YYYYMMDD)
               COMPUTE WS-EXPIRY-DAY =
                       FUNCTION INTEGER-OF-DATE(WS-EXPIRY-YYYYMMDD)
               IF WS-EXPIRY-DAY > WS-TERM-START-DAY
                 COMPUTE DB2-CLOSINGUPR-INT ROUNDED =
                         DB2-PREMIUM-INT *
                         (WS-EXPIRY-DAY - WS-MONTH-END-DAY) /
                         (WS-EXPIRY-DAY - WS-TERM-START-DAY)
               END-IF
           END-EVALUATE.
           EXIT.

      * One year back from EXPIRYDATE (29 February falls back to the
      * 28th), or ISSUEDATE if the policy is younger than that
       SET-TERM-START-DATE.
           MOVE WS-EXPIRY-YYYYMMDD TO WS-TERM-START-YYYYMMDD
           SUBTRACT 1 FROM WS-TERM-START-YYYY
           IF WS-TERM-START-MM = 2 AND WS-TERM-START-DD = 29
             MOVE 28 TO WS-TERM-START-DD
           END-IF
           IF WS-ISSUE-YYYYMMDD > WS-TERM-START-YYYYMMDD
             MOVE WS-ISSUE-YYYYMMDD TO WS-TERM-START-YYYYMMDD
           END-IF.
           EXIT.

      * The OLDPREMIUM of the policy's first history row later than
      * WS-AFTER-KEY is the premium MOTOR held up to then; with no
      * later row it is MOTOR's premium now. With no MOTOR row left
      * either, DB2-AFTER-PREMIUM-INT keeps what the caller put in it.
      * FETCH FIRST keeps the singleton safe where two changes share
      * a second
       READ-PREMIUM-AFTER.
           EXEC SQL
             SELECT OLDPREMIUM
               INTO :DB2-AFTER-PREMIUM-INT
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
               DISPLAY 'RAMTHEND - SELECT MOTOR_HISTORY FAILED - '
                       'SQLCODE ' SQLCODE IN SQLCA
                       ' POLICY ' DB2-POLICYNUM-INT
               MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
               SET WS-SQL-ERROR TO TRUE
           END-EVALUATE.
           EXIT.

       READ-CURRENT-PREMIUM.
           EXEC SQL
             SELECT PREMIUM
               INTO :DB2-AFTER-PREMIUM-INT
               FROM MOTOR
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
              AND SQLCODE IN SQLCA NOT EQUAL 100
             DISPLAY 'RAMTHEND - SELECT MOTOR FAILED - SQLCODE '
                     SQLCODE IN SQLCA ' POLICY ' DB2-POLICYNUM-INT
             MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
             SET WS-SQL-ERROR TO TRUE
           END-IF.
           EXIT.

       INSERT-PREMIUM-ROW.
           EXEC SQL
             INSERT INTO MONTHENDPREM
                       ( PERIOD,
                         POLICYNUMBER,
                         BROKERID,
                         PAYMENT,
                         NEWBUSINESS,
                         RENEWAL,
                         ADJUSTMENT,
                         CANCELLATION,
                         OPENINGUPR,
                         CLOSINGUPR )
                VALUES ( :WS-PERIOD-TEXT,
                         :DB2-POLICYNUM-INT,
                         :DB2-BROKERID-INT,
                         :DB2-PAYMENT-INT,
                         :DB2-NEWBUSINESS-INT,
                         :DB2-RENEWAL-INT,
                         :DB2-ADJUSTMENT-INT,
                         :DB2-CANCELLATION-INT,
                         :DB2-OPENINGUPR-INT,
                         :DB2-CLOSINGUPR-INT )
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             DISPLAY 'RAMTHEND - INSERT MONTHENDPREM FAILED - SQLCODE '
                     SQLCODE IN SQLCA ' POLICY ' DB2-POLICYNUM-INT
             MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
             SET WS-SQL-ERROR TO TRUE
           ELSE
             ADD 1 TO WS-ROW-COUNT
           END-IF.
           EXIT.

      * Policies whose dates cannot be read head the report as found
       WRITE-UNVALUED-POLICY.
           IF NOT WS-UNVALUED-HEADER-DONE
             MOVE WS-UNVALUED-HEADER-LINE TO PREMRPT-REPORT-LINE
             WRITE PREMRPT-REPORT-LINE
             SET WS-UNVALUED-HEADER-DONE TO TRUE
           END-IF
           MOVE DB2-POLICYNUM-INT TO WU-POLICYNUMBER
           MOVE DB2-ISSUEDATE     TO WU-ISSUEDATE
           MOVE DB2-EXPIRYDATE    TO WU-EXPIRYDATE
           MOVE WS-UNVALUED-DETAIL-LINE TO PREMRPT-REPORT-LINE
           WRITE PREMRPT-REPORT-LINE.
           EXIT.

      * A policy deleted since last month still has last month's UPR
      * to release - it is carried in with nothing unearned left.
      * They are counted first, for the control totals
       CARRY-DELETED-POLICIES.
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-CARRIED-COUNT
               FROM MONTHENDPREM P
               WHERE P.PERIOD = :WS-PRIOR-TEXT
                 AND P.CLOSINGUPR <> 0
                 AND NOT EXISTS
                     (SELECT 1
                        FROM MONTHENDPREM C
                       WHERE C.PERIOD       = :WS-PERIOD-TEXT
                         AND C.POLICYNUMBER = P.POLICYNUMBER)
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             DISPLAY 'RAMTHEND - COUNT MONTHENDPREM FAILED - SQLCODE '
                     SQLCODE IN SQLCA
             MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
             SET WS-SQL-ERROR TO TRUE
           END-IF

           IF NOT WS-SQL-ERROR AND WS-CARRIED-COUNT > 0
             EXEC SQL
               INSERT INTO MONTHENDPREM
                         ( PERIOD, POLICYNUMBER, BROKERID, PAYMENT,
                           NEWBUSINESS, RENEWAL, ADJUSTMENT,
                           CANCELLATION, OPENINGUPR, CLOSINGUPR )
               SELECT    :WS-PERIOD-TEXT, P.POLICYNUMBER,
                         P.BROKERID, P.PAYMENT, 0, 0, 0, 0,
                         P.CLOSINGUPR, 0
                 FROM    MONTHENDPREM P
                 WHERE   P.PERIOD = :WS-PRIOR-TEXT
                   AND   P.CLOSINGUPR <> 0
                   AND   NOT EXISTS
                         (SELECT 1
                            FROM MONTHENDPREM C
                           WHERE C.PERIOD       = :WS-PERIOD-TEXT
                             AND C.POLICYNUMBER = P.POLICYNUMBER)
             END-EXEC

             IF SQLCODE IN SQLCA NOT EQUAL 0
               DISPLAY 'RAMTHEND - INSERT MONTHENDPREM FAILED - '
                       'SQLCODE ' SQLCODE IN SQLCA
               MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
               SET WS-SQL-ERROR TO TRUE
             ELSE
               ADD WS-CARRIED-COUNT TO WS-ROW-COUNT
             END-IF
           END-IF.
           EXIT.

      ******************************************************************
      * Renewals and mid-term adjustments from the month's history.
      ******************************************************************
       APPLY-MONTH-HISTORY.
           EXEC SQL
             OPEN HISTCSR
           END-EXEC
           IF SQLCODE IN SQLCA NOT EQUAL 0
             DISPLAY 'RAMTHEND - OPEN HISTCSR FAILED - SQLCODE '
                     SQLCODE IN SQLCA
             MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
             SET WS-SQL-ERROR TO TRUE
           ELSE
             PERFORM FETCH-NEXT-HISTORY-ROW
             PERFORM PROCESS-ONE-HISTORY-ROW UNTIL WS-HIST-EOF
             EXEC SQL
               CLOSE HISTCSR
             END-EXEC
           END-IF.
           EXIT.

       FETCH-NEXT-HISTORY-ROW.
           EXEC SQL
             FETCH HISTCSR
               INTO :DB2-POLICYNUM-INT,
                    :DB2-H-OLDPREMIUM-INT,
                    :DB2-H-CHANGEDATE,
                    :DB2-H-CHANGETIME,
                    :DB2-H-SOURCE
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             SET WS-HIST-EOF TO TRUE
             IF SQLCODE IN SQLCA NOT EQUAL 100
               DISPLAY 'RAMTHEND - FETCH HISTCSR FAILED - SQLCODE '
                       SQLCODE IN SQLCA
               MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
               SET WS-SQL-ERROR TO TRUE
             END-IF
           END-IF.
           EXIT.

      * A renewal writes the whole renewed premium; any other change
      * writes the difference it made. A change that failed, a
      * cancellation or a deletion left the premium as it was and
      * writes nothing
       PROCESS-ONE-HISTORY-ROW.
           ADD 1 TO WS-HISTORY-COUNT
           MOVE DB2-H-CHANGEDATE TO WS-DATE-TEXT
           PERFORM CONVERT-POLICY-DATE
           MOVE WS-DATE-YYYYMMDD     TO WS-AFTER-KEY-DATE
           MOVE DB2-H-CHANGETIME     TO WS-AFTER-KEY-TIME
           MOVE DB2-H-OLDPREMIUM-INT TO DB2-AFTER-PREMIUM-INT
           PERFORM READ-PREMIUM-AFTER

           IF NOT WS-SQL-ERROR
             MOVE ZERO TO DB2-RENEWAL-INT DB2-ADJUSTMENT-INT
             IF DB2-H-SOURCE = 'R'
               ADD 1 TO WS-RENEWAL-COUNT
               MOVE DB2-AFTER-PREMIUM-INT TO DB2-RENEWAL-INT
             ELSE
               COMPUTE DB2-ADJUSTMENT-INT =
                       DB2-AFTER-PREMIUM-INT - DB2-H-OLDPREMIUM-INT
             END-IF
             IF DB2-RENEWAL-INT NOT EQUAL ZERO
                OR DB2-ADJUSTMENT-INT NOT EQUAL ZERO
               PERFORM ADD-HISTORY-TO-PREMIUM-ROW
             END-IF
           END-IF

           IF WS-SQL-ERROR
             SET WS-HIST-EOF TO TRUE
           ELSE
             PERFORM FETCH-NEXT-HISTORY-ROW
           END-IF.
           EXIT.

      * Onto the policy's row for the month - a policy with no row yet
      * (one deleted with nothing left unearned) gets one, as direct
      * business with no plan, since POLICY no longer says otherwise
       ADD-HISTORY-TO-PREMIUM-ROW.
           EXEC SQL
             UPDATE MONTHENDPREM
               SET RENEWAL    = RENEWAL    + :DB2-RENEWAL-INT,
                   ADJUSTMENT = ADJUSTMENT + :DB2-ADJUSTMENT-INT
               WHERE PERIOD       = :WS-PERIOD-TEXT
                 AND POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC

           EVALUATE SQLCODE IN SQLCA
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE ZERO TO DB2-BROKERID-INT DB2-PAYMENT-INT
                            DB2-NEWBUSINESS-INT DB2-CANCELLATION-INT
                            DB2-OPENINGUPR-INT DB2-CLOSINGUPR-INT
               PERFORM INSERT-PREMIUM-ROW
             WHEN OTHER
               DISPLAY 'RAMTHEND - UPDATE MONTHENDPREM FAILED - '
                       'SQLCODE ' SQLCODE IN SQLCA
                       ' POLICY ' DB2-POLICYNUM-INT
               MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
               SET WS-SQL-ERROR TO TRUE
           END-EVALUATE.
           EXIT.

      ******************************************************************
      * Summary by broker - each broker's line is posted to the GL as
      * it is written, so the ledger and the report agree by broker.
      ******************************************************************
       SUMMARISE-BY-BROKER.
           MOVE 'BROKER'     TO WC-KEY-LABEL
           PERFORM START-SUMMARY-SECTION
           MOVE 'N' TO WS-SUM-EOF-SWITCH
           EXEC SQL
             OPEN BRKSUMCSR
           END-EXEC
           IF SQLCODE IN SQLCA NOT EQUAL 0
             DISPLAY 'RAMTHEND - OPEN BRKSUMCSR FAILED - SQLCODE '
                     SQLCODE IN SQLCA
             MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
             SET WS-SQL-ERROR TO TRUE
           ELSE
             PERFORM FETCH-NEXT-BROKER-SUMMARY
             PERFORM PROCESS-ONE-BROKER-SUMMARY UNTIL WS-SUM-EOF
             EXEC SQL
               CLOSE BRKSUMCSR
             END-EXEC
             IF NOT WS-SQL-ERROR AND NOT WS-FILE-ERROR
               PERFORM WRITE-SECTION-TOTAL
             END-IF
           END-IF.
           EXIT.

       FETCH-NEXT-BROKER-SUMMARY.
           EXEC SQL
             FETCH BRKSUMCSR
               INTO :DB2-G-KEY-INT,
                    :DB2-G-COUNT,
                    :DB2-G-NEWBUSINESS,
                    :DB2-G-RENEWAL,
                    :DB2-G-ADJUSTMENT,
                    :DB2-G-CANCELLATION,
                    :DB2-G-OPENINGUPR,
                    :DB2-G-CLOSINGUPR
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             SET WS-SUM-EOF TO TRUE
             IF SQLCODE IN SQLCA NOT EQUAL 100
               DISPLAY 'RAMTHEND - FETCH BRKSUMCSR FAILED - SQLCODE '
                       SQLCODE IN SQLCA
               MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
               SET WS-SQL-ERROR TO TRUE
             END-IF
           END-IF.
           EXIT.

      * Broker zero is the direct business - no commission is due on it
       PROCESS-ONE-BROKER-SUMMARY.
           COMPUTE WS-G-WRITTEN = DB2-G-NEWBUSINESS + DB2-G-RENEWAL +
                   DB2-G-ADJUSTMENT + DB2-G-CANCELLATION
           IF DB2-G-KEY-INT = ZERO
             MOVE 'DIRECT'      TO WM-KEY
             MOVE ZERO          TO WS-G-COMMISSION
           ELSE
             MOVE DB2-G-KEY-INT TO WM-KEY
             COMPUTE WS-G-COMMISSION ROUNDED =
                     WS-G-WRITTEN * WS-COMMISSION-RATE / 100
           END-IF
           PERFORM WRITE-SUMMARY-LINE

           MOVE WS-G-WRITTEN          TO WS-GL-AMOUNT
           MOVE WS-GL-PREMIUM-DEBTORS TO WS-GL-DEBIT-ACCOUNT
           MOVE WS-GL-WRITTEN-PREMIUM TO WS-GL-CREDIT-ACCOUNT
           MOVE 'WP'                  TO WS-GL-POSTING-TYPE
           MOVE 'GROSS WRITTEN PREMIUM' TO WS-GL-NARRATIVE
           PERFORM POST-GL-PAIR

           MOVE WS-G-MOVEMENT         TO WS-GL-AMOUNT
           MOVE WS-GL-UPR-CHANGE      TO WS-GL-DEBIT-ACCOUNT
           MOVE WS-GL-UPR-RESERVE     TO WS-GL-CREDIT-ACCOUNT
           MOVE 'UP'                  TO WS-GL-POSTING-TYPE
           MOVE 'UNEARNED PREMIUM MOVEMENT' TO WS-GL-NARRATIVE
           PERFORM POST-GL-PAIR

           MOVE WS-G-COMMISSION          TO WS-GL-AMOUNT
           MOVE WS-GL-COMMISSION-EXPENSE TO WS-GL-DEBIT-ACCOUNT
           MOVE WS-GL-COMMISSION-ACCRUED TO WS-GL-CREDIT-ACCOUNT
           MOVE 'CM'                     TO WS-GL-POSTING-TYPE
           MOVE 'BROKER COMMISSION ACCRUAL' TO WS-GL-NARRATIVE
           PERFORM POST-GL-PAIR

           IF WS-SQL-ERROR OR WS-FILE-ERROR
             SET WS-SUM-EOF TO TRUE
           ELSE
             PERFORM FETCH-NEXT-BROKER-SUMMARY
           END-IF.
           EXIT.

      ******************************************************************
      * Summary by payment plan - report only; the GL was posted from
      * the broker summary, which covers the same rows.
      ******************************************************************
       SUMMARISE-BY-PLAN.
           MOVE 'PAYMENT PLAN' TO WC-KEY-LABEL
           PERFORM START-SUMMARY-SECTION
           MOVE 'N' TO WS-SUM-EOF-SWITCH
           EXEC SQL
             OPEN PLNSUMCSR
           END-EXEC
           IF SQLCODE IN SQLCA NOT EQUAL 0
             DISPLAY 'RAMTHEND - OPEN PLNSUMCSR FAILED - SQLCODE '
                     SQLCODE IN SQLCA
             MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
             SET WS-SQL-ERROR TO TRUE
           ELSE
             PERFORM FETCH-NEXT-PLAN-SUMMARY
             PERFORM PROCESS-ONE-PLAN-SUMMARY UNTIL WS-SUM-EOF
             EXEC SQL
               CLOSE PLNSUMCSR
             END-EXEC
             IF NOT WS-SQL-ERROR AND NOT WS-FILE-ERROR
               PERFORM WRITE-SECTION-TOTAL
             END-IF
           END-IF.
           EXIT.

       FETCH-NEXT-PLAN-SUMMARY.
           EXEC SQL
             FETCH PLNSUMCSR
               INTO :DB2-G-KEY-INT,
                    :DB2-G-COUNT,
                    :DB2-G-NEWBUSINESS,
                    :DB2-G-RENEWAL,
                    :DB2-G-ADJUSTMENT,
                    :DB2-G-CANCELLATION,
                    :DB2-G-OPENINGUPR,
                    :DB2-G-CLOSINGUPR,
                    :DB2-G-BROKERED
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             SET WS-SUM-EOF TO TRUE
             IF SQLCODE IN SQLCA NOT EQUAL 100
               DISPLAY 'RAMTHEND - FETCH PLNSUMCSR FAILED - SQLCODE '
                       SQLCODE IN SQLCA
               MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
               SET WS-SQL-ERROR TO TRUE
             END-IF
           END-IF.
           EXIT.

      * Plan zero is a policy with no plan set; a code RAINSTEX would
      * not collect on shows as UNKNOWN
       PROCESS-ONE-PLAN-SUMMARY.
           COMPUTE WS-G-WRITTEN = DB2-G-NEWBUSINESS + DB2-G-RENEWAL +
                   DB2-G-ADJUSTMENT + DB2-G-CANCELLATION
           COMPUTE WS-G-COMMISSION ROUNDED =
                   DB2-G-BROKERED * WS-COMMISSION-RATE / 100
           IF DB2-G-KEY-INT = ZERO
             MOVE 'NOT SET' TO WM-KEY
           ELSE
             MOVE 'UNKNOWN' TO WM-KEY
             PERFORM FIND-PLAN-TEXT
                     VARYING WS-PLAN-SUB FROM 1 BY 1
                     UNTIL WS-PLAN-SUB > 4
           END-IF
           PERFORM WRITE-SUMMARY-LINE

           IF WS-FILE-ERROR
             SET WS-SUM-EOF TO TRUE
           ELSE
             PERFORM FETCH-NEXT-PLAN-SUMMARY
           END-IF.
           EXIT.

       FIND-PLAN-TEXT.
           IF WS-PLAN-CODE(WS-PLAN-SUB) = DB2-G-KEY-INT
             MOVE WS-PLAN-TEXT(WS-PLAN-SUB) TO WM-KEY
           END-IF.
           EXIT.

      * A blank line, the column headings, and the totals zeroed
       START-SUMMARY-SECTION.
           MOVE SPACES TO PREMRPT-REPORT-LINE
           WRITE PREMRPT-REPORT-LINE
           MOVE WS-SUMMARY-COLUMN-LINE TO PREMRPT-REPORT-LINE
           WRITE PREMRPT-REPORT-LINE
           MOVE ZERO TO WS-T-COUNT WS-T-NEWBUSINESS WS-T-RENEWAL
                        WS-T-ADJUSTMENT WS-T-CANCELLATION
                        WS-T-WRITTEN WS-T-OPENINGUPR WS-T-CLOSINGUPR
                        WS-T-MOVEMENT WS-T-COMMISSION.
           EXIT.

      * The group's line, added into the section totals. The caller
      * has set the key, the written premium and the commission
       WRITE-SUMMARY-LINE.
           COMPUTE WS-G-MOVEMENT = DB2-G-CLOSINGUPR - DB2-G-OPENINGUPR
           MOVE DB2-G-COUNT        TO WM-COUNT
           MOVE DB2-G-NEWBUSINESS  TO WM-NEWBUSINESS
           MOVE DB2-G-RENEWAL      TO WM-RENEWAL
           MOVE DB2-G-ADJUSTMENT   TO WM-ADJUSTMENT
           MOVE DB2-G-CANCELLATION TO WM-CANCELLATION
           MOVE WS-G-WRITTEN       TO WM-WRITTEN
           MOVE DB2-G-OPENINGUPR   TO WM-OPENINGUPR
           MOVE DB2-G-CLOSINGUPR   TO WM-CLOSINGUPR
           MOVE WS-G-MOVEMENT      TO WM-MOVEMENT
           MOVE WS-G-COMMISSION    TO WM-COMMISSION
           MOVE WS-SUMMARY-DETAIL-LINE TO PREMRPT-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           ADD DB2-G-COUNT        TO WS-T-COUNT
           ADD DB2-G-NEWBUSINESS  TO WS-T-NEWBUSINESS
           ADD DB2-G-RENEWAL      TO WS-T-RENEWAL
           ADD DB2-G-ADJUSTMENT   TO WS-T-ADJUSTMENT
           ADD DB2-G-CANCELLATION TO WS-T-CANCELLATION
           ADD WS-G-WRITTEN       TO WS-T-WRITTEN
           ADD DB2-G-OPENINGUPR   TO WS-T-OPENINGUPR
           ADD DB2-G-CLOSINGUPR   TO WS-T-CLOSINGUPR
           ADD WS-G-MOVEMENT      TO WS-T-MOVEMENT
           ADD WS-G-COMMISSION    TO WS-T-COMMISSION.
           EXIT.

       WRITE-SECTION-TOTAL.
           MOVE 'TOTAL'           TO WM-KEY
           MOVE WS-T-COUNT        TO WM-COUNT
           MOVE WS-T-NEWBUSINESS  TO WM-NEWBUSINESS
           MOVE WS-T-RENEWAL      TO WM-RENEWAL
           MOVE WS-T-ADJUSTMENT   TO WM-ADJUSTMENT
           MOVE WS-T-CANCELLATION TO WM-CANCELLATION
           MOVE WS-T-WRITTEN      TO WM-WRITTEN
           MOVE WS-T-OPENINGUPR   TO WM-OPENINGUPR
           MOVE WS-T-CLOSINGUPR   TO WM-CLOSINGUPR
           MOVE WS-T-MOVEMENT     TO WM-MOVEMENT
           MOVE WS-T-COMMISSION   TO WM-COMMISSION
           MOVE WS-SUMMARY-DETAIL-LINE TO PREMRPT-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.
           EXIT.

       WRITE-REPORT-LINE.
           WRITE PREMRPT-REPORT-LINE
           IF NOT WS-PREMRPT-OK
             DISPLAY 'RAMTHEND - WRITE FAILED FOR PREMRPT - STATUS '
                     WS-PREMRPT-STATUS
             SET WS-FILE-ERROR TO TRUE
           END-IF.
           EXIT.

      * The posting in hand as a debit and an equal credit for the
      * broker in DB2-G-KEY-INT. A negative amount - a fall in UPR,
      * say - posts the other way round; nothing is posted for zero
       POST-GL-PAIR.
           IF WS-GL-AMOUNT < ZERO
             MOVE WS-GL-DEBIT-ACCOUNT  TO WS-GL-SWAP-ACCOUNT
             MOVE WS-GL-CREDIT-ACCOUNT TO WS-GL-DEBIT-ACCOUNT
             MOVE WS-GL-SWAP-ACCOUNT   TO WS-GL-CREDIT-ACCOUNT
             COMPUTE WS-GL-AMOUNT = ZERO - WS-GL-AMOUNT
           END-IF

           IF WS-GL-AMOUNT > ZERO
             MOVE DB2-G-KEY-INT      TO GLD-BROKERID
             MOVE WS-GL-POSTING-TYPE TO GLD-POSTING-TYPE
             MOVE WS-PERIOD-TEXT     TO GLD-PERIOD
             MOVE WS-GL-NARRATIVE    TO GLD-NARRATIVE
             MOVE WS-GL-AMOUNT       TO GLD-AMOUNT

             MOVE WS-GL-DEBIT-ACCOUNT TO GLD-ACCOUNT
             MOVE 'D'                 TO GLD-DEBIT-CREDIT
             MOVE WS-GL-DETAIL        TO GL-POSTING-RECORD
             PERFORM WRITE-GL-RECORD
             IF NOT WS-FILE-ERROR
               ADD 1            TO WS-GL-RECORD-COUNT
               ADD WS-GL-AMOUNT TO WS-GL-DEBIT-TOTAL
             END-IF

             MOVE WS-GL-CREDIT-ACCOUNT TO GLD-ACCOUNT
             MOVE 'C'                  TO GLD-DEBIT-CREDIT
             MOVE WS-GL-DETAIL         TO GL-POSTING-RECORD
             PERFORM WRITE-GL-RECORD
             IF NOT WS-FILE-ERROR
               ADD 1            TO WS-GL-RECORD-COUNT
               ADD WS-GL-AMOUNT TO WS-GL-CREDIT-TOTAL
             END-IF
           END-IF.
           EXIT.

       WRITE-GL-RECORD.
           WRITE GL-POSTING-RECORD
           IF NOT WS-GLPOST-OK
             DISPLAY 'RAMTHEND - WRITE FAILED FOR GLPOST - STATUS '
                     WS-GLPOST-STATUS
             SET WS-FILE-ERROR TO TRUE
           END-IF.
           EXIT.

      * On a clean end, close the GL file with its trailer and commit
      * the month's rows with it. A run stopped by an error rolls back
      * instead, and the GL file goes without a trailer, so the ledger
      * load refuses it
       TERMINATE-MONTH-END-RUN.
           IF NOT WS-SQL-ERROR AND NOT WS-FILE-ERROR
             MOVE WS-GL-RECORD-COUNT TO GLT-RECORD-COUNT
             MOVE WS-GL-DEBIT-TOTAL  TO GLT-DEBIT-TOTAL
             MOVE WS-GL-CREDIT-TOTAL TO GLT-CREDIT-TOTAL
             MOVE WS-GL-TRAILER      TO GL-POSTING-RECORD
             PERFORM WRITE-GL-RECORD
           END-IF

           IF WS-SQL-ERROR OR WS-FILE-ERROR
             EXEC SQL
               ROLLBACK
             END-EXEC
             MOVE WS-INCOMPLETE-LINE TO PREMRPT-REPORT-LINE
             WRITE PREMRPT-REPORT-LINE
             MOVE 16 TO RETURN-CODE
           ELSE
             EXEC SQL
               COMMIT
             END-EXEC

             MOVE SPACES TO PREMRPT-REPORT-LINE
             WRITE PREMRPT-REPORT-LINE
             MOVE 'POLICIES READ         = ' TO WR-TOTAL-LABEL
             MOVE WS-POLICY-COUNT             TO WR-TOTAL-COUNT
             PERFORM WRITE-RUN-TOTAL
             MOVE '  NOT VALUED          = ' TO WR-TOTAL-LABEL
             MOVE WS-UNVALUED-COUNT           TO WR-TOTAL-COUNT
             PERFORM WRITE-RUN-TOTAL
             MOVE 'DELETED POLICIES      = ' TO WR-TOTAL-LABEL
             MOVE WS-CARRIED-COUNT            TO WR-TOTAL-COUNT
             PERFORM WRITE-RUN-TOTAL
             MOVE 'HISTORY ROWS READ     = ' TO WR-TOTAL-LABEL
             MOVE WS-HISTORY-COUNT            TO WR-TOTAL-COUNT
             PERFORM WRITE-RUN-TOTAL
             MOVE '  RENEWALS            = ' TO WR-TOTAL-LABEL
             MOVE WS-RENEWAL-COUNT            TO WR-TOTAL-COUNT
             PERFORM WRITE-RUN-TOTAL
             MOVE 'PREMIUM ROWS WRITTEN  = ' TO WR-TOTAL-LABEL
             MOVE WS-ROW-COUNT                TO WR-TOTAL-COUNT
             PERFORM WRITE-RUN-TOTAL
             MOVE 'GL RECORDS WRITTEN    = ' TO WR-TOTAL-LABEL
             MOVE WS-GL-RECORD-COUNT          TO WR-TOTAL-COUNT
             PERFORM WRITE-RUN-TOTAL
             MOVE 'GL DEBITS             = ' TO WR-AMOUNT-LABEL
             MOVE WS-GL-DEBIT-TOTAL           TO WR-TOTAL-AMOUNT
             PERFORM WRITE-RUN-AMOUNT
             MOVE 'GL CREDITS            = ' TO WR-AMOUNT-LABEL
             MOVE WS-GL-CREDIT-TOTAL          TO WR-TOTAL-AMOUNT
             PERFORM WRITE-RUN-AMOUNT

             IF WS-GL-DEBIT-TOTAL = WS-GL-CREDIT-TOTAL
               MOVE WS-BALANCED-LINE   TO PREMRPT-REPORT-LINE
             ELSE
               MOVE WS-UNBALANCED-LINE TO PREMRPT-REPORT-LINE
             END-IF
             WRITE PREMRPT-REPORT-LINE
           END-IF

           CLOSE PREMRPT
           CLOSE GLPOST.
           EXIT.

       WRITE-RUN-TOTAL.
           MOVE WS-RPT-TOTAL-LINE TO PREMRPT-REPORT-LINE
           WRITE PREMRPT-REPORT-LINE.
           EXIT.

       WRITE-RUN-AMOUNT.
           MOVE WS-RPT-AMOUNT-LINE TO PREMRPT-REPORT-LINE
           WRITE PREMRPT-REPORT-LINE.
           EXIT.

      * One run-statistics row however the run ended - policies and
      * history rows read, premium rows written, and the SQLCODE any
      * error stopped on. Policies left unvalued end it as a warning
       RECORD-RUN-STATISTICS.
           COMPUTE WS-RUNLOG-ROWS-READ =
                   WS-POLICY-COUNT + WS-HISTORY-COUNT
           MOVE WS-ROW-COUNT TO WS-RUNLOG-ROWS-WRITTEN
           IF WS-SQL-ERROR OR WS-FILE-ERROR
              OR NOT WS-PREMRPT-OK OR NOT WS-GLPOST-OK
             MOVE 'FAILED'   TO WS-RUNLOG-STATUS
           ELSE
             IF WS-UNVALUED-COUNT > 0
               MOVE 'WARNING'  TO WS-RUNLOG-STATUS
             ELSE
               MOVE 'COMPLETE' TO WS-RUNLOG-STATUS
             END-IF
           END-IF
           PERFORM WRITE-RUNLOG-END.
           EXIT.

      * Shared run-statistics code every nightly batch job copies
       COPY LGRUNPRC.
