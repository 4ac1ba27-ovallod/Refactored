      ******************************************************************
      * Underwriting referral ageing report - every referral still
      * pending more than two working days after it was raised, oldest
      * first, so the underwriting manager can chase the ones the
      * brokers and customers are waiting on.
      *
      * A referral is raised by RAEXPORT when an add or an amendment
      * trips a REFERRALRULE, and stays pending until an underwriter
      * approves or declines it. Working days are Monday to Friday -
      * the days after the day it was referred, up to and including
      * the as-at date, that are not a Saturday or Sunday. There is no
      * bank-holiday calendar on the system, so a holiday counts as a
      * working day. Each line shows the rules the change tripped and
      * the premium it would move from and to.
      *
      * The as-at date arrives on SYSIN as YYYYMMDD (defaulting to
      * today). REFERDATE is MM/DD/YYYY character data and is taken
      * apart to count the days; one that cannot be read is listed
      * with 999 days, so it is looked at rather than lost.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAREFAGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFAGERPT ASSIGN TO REFAGERPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFAGERPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REFAGERPT
           RECORDING MODE IS F.
       01  AGE-REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
      *    Set only when the cursor stops on a real SQLCODE, not on the
      *    SQLCODE 100 that means its rows have all been listed
       01  WS-FETCH-ERROR-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-FETCH-ERROR            VALUE 'Y'.
       01  WS-REFAGERPT-STATUS          PIC X(02) VALUE '00'.
           88 WS-REFAGERPT-OK           VALUE '00'.
       01  WS-PENDING-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-OVERDUE-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-OLDEST-WORKING-DAYS       PIC S9(9) COMP VALUE ZERO.
      *    Outstanding more than this many working days is reported
       01  WS-AGE-LIMIT                 PIC S9(4) COMP VALUE +2.
      *    The as-at date arrives on SYSIN as YYYYMMDD - anything
      *    missing or unusable falls back to today
       01  WS-ASAT-PARM                 PIC X(08) VALUE SPACES.
       01  WS-ASAT-YYYYMMDD             PIC 9(08) VALUE ZERO.
       01  WS-ASAT-TEXT REDEFINES WS-ASAT-YYYYMMDD
                                        PIC X(08).
       01  WS-ASAT-DAY                  PIC S9(9) COMP VALUE ZERO.
      *    REFERDATE taken apart - MM/DD/YYYY
       01  WS-REFER-DATE-TEXT           PIC X(10) VALUE SPACES.
       01  WS-REFER-DATE-PARTS REDEFINES WS-REFER-DATE-TEXT.
           03 WS-REFER-MM               PIC X(02).
           03 FILLER                    PIC X(01).
           03 WS-REFER-DD               PIC X(02).
           03 FILLER                    PIC X(01).
           03 WS-REFER-YYYY             PIC X(04).
       01  WS-REFER-YYYYMMDD            PIC 9(08) VALUE ZERO.
       01  WS-REFER-YYYYMMDD-TEXT REDEFINES WS-REFER-YYYYMMDD
                                        PIC X(08).
      *    A YYYYMMDD date checked against the real month lengths,
      *    leap years included, before it reaches INTEGER-OF-DATE
       01  WS-CHECK-DATE-VALID-SWITCH   PIC X(01) VALUE 'N'.
           88 WS-CHECK-DATE-VALID       VALUE 'Y'.
       01  WS-CHECK-YYYYMMDD            PIC X(08) VALUE SPACES.
       01  WS-CHECK-PARTS REDEFINES WS-CHECK-YYYYMMDD.
           03 WS-CHK-YYYY               PIC 9(04).
           03 WS-CHK-MM                 PIC 9(02).
           03 WS-CHK-DD                 PIC 9(02).
       01  WS-MONTH-DAYS-TABLE          PIC X(24)
              VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-ENTRIES REDEFINES WS-MONTH-DAYS-TABLE.
           03 WS-MONTH-DAYS             PIC 9(02) OCCURS 12 TIMES.
       01  WS-CHK-MAX-DD                PIC 9(02) VALUE ZERO.
       01  WS-LEAP-QUOTIENT             PIC 9(04) VALUE ZERO.
       01  WS-LEAP-REMAINDER            PIC 9(04) VALUE ZERO.
       01  WS-REFER-DAY                 PIC S9(9) COMP VALUE ZERO.
      *    Day numbers count from Monday 1 January 1601, so one less
      *    than the day number, divided by seven, leaves 0 for a
      *    Monday through to 6 for a Sunday
       01  WS-COUNT-DAY                 PIC S9(9) COMP VALUE ZERO.
       01  WS-WEEKDAY-DAY               PIC S9(9) COMP VALUE ZERO.
       01  WS-WEEKDAY-QUOTIENT          PIC S9(9) COMP VALUE ZERO.
       01  WS-WEEKDAY                   PIC S9(4) COMP VALUE ZERO.
       01  WS-WORKING-DAYS              PIC S9(9) COMP VALUE ZERO.
       01  WS-DATE                      PIC X(10) VALUE SPACES.
      *    This is a batch program with no CICS task context to ask
      *    for the time of day, so the run date comes from the
      *    intrinsic clock instead of EXEC CICS ASKTIME/FORMATTIME
       01  WS-CURRENT-DATE-TIME.
           03 WS-CDT-YYYY               PIC 9(4).
           03 WS-CDT-MM                 PIC 9(2).
           03 WS-CDT-DD                 PIC 9(2).
           03 FILLER                    PIC X(13).

       01  WS-AGE-HEADING-LINE.
           03 FILLER                    PIC X(40)
              VALUE 'REFERRALS PENDING OVER 2 WORKING DAYS - '.
           03 FILLER                    PIC X(06) VALUE 'AS AT '.
           03 WH-ASAT-DATE              PIC 9(08) VALUE ZERO.
           03 FILLER                    PIC X(12) VALUE '  PRODUCED  '.
           03 WH-RUN-DATE               PIC X(10) VALUE SPACES.
           03 FILLER                    PIC X(56) VALUE SPACES.
       01  WS-AGE-COLUMN-LINE.
           03 FILLER                    PIC X(40)
              VALUE ' REFERRAL  TYPE        POLICY  CUSTOMER '.
           03 FILLER                    PIC X(40)
              VALUE ' REFERRED    TIME           DAYS   RULE '.
           03 FILLER                    PIC X(40)
              VALUE ' PLATE      OLD PREMIUM  NEW PREMIUM    '.
           03 FILLER                    PIC X(12) VALUE SPACES.
       01  WS-AGE-DETAIL-LINE.
           03 WD-REFERRAL-NUM           PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WD-TYPE                   PIC X(08) VALUE SPACES.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 WD-POLICY-NUM             PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 WD-CUSTOMER-NUM           PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WD-REFER-DATE             PIC X(10) VALUE SPACES.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WD-REFER-TIME             PIC X(08) VALUE SPACES.
           03 FILLER                    PIC X(04) VALUE SPACES.
           03 WD-WORKING-DAYS           PIC Z(6)9 VALUE ZERO.
           03 FILLER                    PIC X(03) VALUE SPACES.
           03 WD-RULES                  PIC X(04) VALUE SPACES.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WD-REGNUMBER              PIC X(09) VALUE SPACES.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WD-OLD-PREMIUM            PIC Z(10)9 VALUE ZERO.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WD-NEW-PREMIUM            PIC Z(10)9 VALUE ZERO.
           03 FILLER                    PIC X(16) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           03 WR-TOTAL-LABEL            PIC X(24) VALUE SPACES.
           03 WR-TOTAL-COUNT            PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(99) VALUE SPACES.
      *    Written instead of the totals when a real DB2 error cuts
      *    the cursor short, so a part-written report can never be
      *    mistaken for a complete one
       01  WS-INCOMPLETE-LINE           PIC X(132)
              VALUE '*** DB2 ERROR - EXTRACT INCOMPLETE - SEE LOG *'.

      *    Run-statistics row every nightly batch job leaves behind
       COPY LGRUNLOG.

       01  DB2-REFERRALNUM-INT          PIC S9(9) COMP VALUE ZERO.
       01  DB2-REFERRALTYPE             PIC X(01) VALUE SPACES.
       01  DB2-POLICYNUM-INT            PIC S9(9) COMP VALUE ZERO.
       01  DB2-CUSTOMERNUM-INT          PIC S9(9) COMP VALUE ZERO.
       01  DB2-REFERDATE                PIC X(10) VALUE SPACES.
       01  DB2-REFERTIME                PIC X(08) VALUE SPACES.
       01  DB2-RULESTRIPPED             PIC X(04) VALUE SPACES.
       01  DB2-REGNUMBER                PIC X(09) VALUE SPACES.
       01  DB2-OLDPREMIUM-INT           PIC S9(9) COMP VALUE ZERO.
       01  DB2-PROPOSED-INT             PIC S9(9) COMP VALUE ZERO.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE DGENAPP
           END-EXEC.

      ******************************************************************
      * Every pending referral, oldest first - the age is worked out
      * here, as working days cannot be counted in the predicate.
      ******************************************************************
           EXEC SQL
             DECLARE AGECSR CURSOR FOR
             SELECT   REFERRALNUMBER,
                      REFERRALTYPE,
                      POLICYNUMBER,
                      CUSTOMERNUMBER,
                      REFERDATE,
                      REFERTIME,
                      RULESTRIPPED,
                      REGNUMBER,
                      OLDPREMIUM,
                      PROPOSEDPREMIUM
               FROM   REFERRAL
               WHERE  REFERSTATUS = 'P'
               ORDER BY REFERRALNUMBER
           END-EXEC.

       PROCEDURE DIVISION.
       PRODUCE-REFERRAL-AGEING-REPORT.
           MOVE 'RAREFAGE' TO WS-RUNLOG-JOBNAME
           PERFORM WRITE-RUNLOG-START
           PERFORM INITIALIZE-AGEING-RUN
           IF WS-REFAGERPT-OK
             PERFORM PROCESS-ONE-REFERRAL UNTIL WS-EOF
             PERFORM TERMINATE-AGEING-RUN
           END-IF
           PERFORM RECORD-RUN-STATISTICS
           STOP RUN.

      * Open the report and the referral cursor, take the as-at date
      * from the run parameter and write the headings
       INITIALIZE-AGEING-RUN.
           OPEN OUTPUT REFAGERPT

           IF NOT WS-REFAGERPT-OK
             DISPLAY 'RAREFAGE - OPEN FAILED - REFAGERPT STATUS '
                     WS-REFAGERPT-STATUS
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

             PERFORM READ-ASAT-PARAMETER

             MOVE WS-DATE          TO WH-RUN-DATE
             MOVE WS-ASAT-YYYYMMDD TO WH-ASAT-DATE
             MOVE WS-AGE-HEADING-LINE TO AGE-REPORT-LINE
             WRITE AGE-REPORT-LINE
             MOVE SPACES TO AGE-REPORT-LINE
             WRITE AGE-REPORT-LINE
             MOVE WS-AGE-COLUMN-LINE TO AGE-REPORT-LINE
             WRITE AGE-REPORT-LINE

             EXEC SQL
               OPEN AGECSR
             END-EXEC
             IF SQLCODE IN SQLCA NOT EQUAL 0
               DISPLAY 'RAREFAGE - OPEN AGECSR FAILED - SQLCODE '
                       SQLCODE IN SQLCA
               MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
               SET WS-FETCH-ERROR TO TRUE
               SET WS-EOF TO TRUE
             ELSE
               PERFORM FETCH-NEXT-REFERRAL
             END-IF
           END-IF.
           EXIT.

      * The as-at date arrives on SYSIN as YYYYMMDD - anything missing
      * or not a real calendar date falls back to today
       READ-ASAT-PARAMETER.
           ACCEPT WS-ASAT-PARM
           MOVE WS-ASAT-PARM TO WS-CHECK-YYYYMMDD
           PERFORM VALIDATE-CHECK-DATE
           IF WS-CHECK-DATE-VALID
             MOVE WS-ASAT-PARM TO WS-ASAT-TEXT
           ELSE
             IF WS-ASAT-PARM NOT = SPACES
               DISPLAY 'RAREFAGE - AS-AT DATE ' WS-ASAT-PARM
                       ' INVALID - TODAY USED'
             END-IF
             COMPUTE WS-ASAT-YYYYMMDD =
                     WS-CDT-YYYY * 10000 + WS-CDT-MM * 100 + WS-CDT-DD
           END-IF

           COMPUTE WS-ASAT-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-ASAT-YYYYMMDD).
           EXIT.

       FETCH-NEXT-REFERRAL.
           EXEC SQL
             FETCH AGECSR
               INTO :DB2-REFERRALNUM-INT,
                    :DB2-REFERRALTYPE,
                    :DB2-POLICYNUM-INT,
                    :DB2-CUSTOMERNUM-INT,
                    :DB2-REFERDATE,
                    :DB2-REFERTIME,
                    :DB2-RULESTRIPPED,
                    :DB2-REGNUMBER,
                    :DB2-OLDPREMIUM-INT,
                    :DB2-PROPOSED-INT
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             SET WS-EOF TO TRUE
             IF SQLCODE IN SQLCA NOT EQUAL 100
               DISPLAY 'RAREFAGE - FETCH AGECSR FAILED - SQLCODE '
                       SQLCODE IN SQLCA
               MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
               SET WS-FETCH-ERROR TO TRUE
             END-IF
           END-IF.
           EXIT.

      * Age the referral in working days and list it if it is over
      * the limit
       PROCESS-ONE-REFERRAL.
           ADD 1 TO WS-PENDING-COUNT
           PERFORM COUNT-WORKING-DAYS

           IF WS-WORKING-DAYS > WS-AGE-LIMIT
             ADD 1 TO WS-OVERDUE-COUNT
             IF WS-WORKING-DAYS > WS-OLDEST-WORKING-DAYS
               MOVE WS-WORKING-DAYS TO WS-OLDEST-WORKING-DAYS
             END-IF
             PERFORM WRITE-REFERRAL-DETAIL-LINE
           END-IF

           PERFORM FETCH-NEXT-REFERRAL.
           EXIT.

      * Weekdays after the referral date up to and including the
      * as-at date
       COUNT-WORKING-DAYS.
           MOVE ZERO TO WS-WORKING-DAYS
           MOVE DB2-REFERDATE TO WS-REFER-DATE-TEXT
           STRING WS-REFER-YYYY DELIMITED BY SIZE
                  WS-REFER-MM   DELIMITED BY SIZE
                  WS-REFER-DD   DELIMITED BY SIZE
                  INTO WS-REFER-YYYYMMDD-TEXT
           END-STRING
           MOVE WS-REFER-YYYYMMDD-TEXT TO WS-CHECK-YYYYMMDD
           PERFORM VALIDATE-CHECK-DATE
           IF WS-CHECK-DATE-VALID
             COMPUTE WS-REFER-DAY =
                     FUNCTION INTEGER-OF-DATE(WS-REFER-YYYYMMDD)
             COMPUTE WS-COUNT-DAY = WS-REFER-DAY + 1
             PERFORM COUNT-ONE-DAY
                     VARYING WS-COUNT-DAY FROM WS-COUNT-DAY BY 1
                     UNTIL WS-COUNT-DAY > WS-ASAT-DAY
           ELSE
             MOVE 999 TO WS-WORKING-DAYS
           END-IF.
           EXIT.

      * WS-CHECK-YYYYMMDD must be a real calendar date after 1900 -
      * the month-length check allows 29 February in a leap year only
       VALIDATE-CHECK-DATE.
           MOVE 'N' TO WS-CHECK-DATE-VALID-SWITCH
           IF WS-CHECK-YYYYMMDD IS NUMERIC
             IF WS-CHK-YYYY > 1900
                AND WS-CHK-MM >= 1 AND WS-CHK-MM <= 12
               MOVE WS-MONTH-DAYS(WS-CHK-MM) TO WS-CHK-MAX-DD
               IF WS-CHK-MM = 2
                 PERFORM ADJUST-FEBRUARY-FOR-LEAP
               END-IF
               IF WS-CHK-DD >= 1 AND WS-CHK-DD <= WS-CHK-MAX-DD
                 SET WS-CHECK-DATE-VALID TO TRUE
               END-IF
             END-IF
           END-IF.
           EXIT.

      * February stretches to 29 in a leap year - divisible by 4,
      * except century years, which must also divide by 400
       ADJUST-FEBRUARY-FOR-LEAP.
           DIVIDE WS-CHK-YYYY BY 4
                  GIVING WS-LEAP-QUOTIENT
                  REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = 0
             DIVIDE WS-CHK-YYYY BY 100
                    GIVING WS-LEAP-QUOTIENT
                    REMAINDER WS-LEAP-REMAINDER
             IF WS-LEAP-REMAINDER NOT = 0
               MOVE 29 TO WS-CHK-MAX-DD
             ELSE
               DIVIDE WS-CHK-YYYY BY 400
                      GIVING WS-LEAP-QUOTIENT
                      REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = 0
                 MOVE 29 TO WS-CHK-MAX-DD
               END-IF
             END-IF
           END-IF.
           EXIT.

       COUNT-ONE-DAY.
           COMPUTE WS-WEEKDAY-DAY = WS-COUNT-DAY - 1
           DIVIDE WS-WEEKDAY-DAY BY 7
                  GIVING WS-WEEKDAY-QUOTIENT
                  REMAINDER WS-WEEKDAY
           IF WS-WEEKDAY < 5
             ADD 1 TO WS-WORKING-DAYS
           END-IF.
           EXIT.

       WRITE-REFERRAL-DETAIL-LINE.
           MOVE DB2-REFERRALNUM-INT TO WD-REFERRAL-NUM
           IF DB2-REFERRALTYPE = 'N'
             MOVE 'NEW BUS'         TO WD-TYPE
           ELSE
             MOVE 'AMEND'           TO WD-TYPE
           END-IF
           MOVE DB2-POLICYNUM-INT   TO WD-POLICY-NUM
           MOVE DB2-CUSTOMERNUM-INT TO WD-CUSTOMER-NUM
           MOVE DB2-REFERDATE       TO WD-REFER-DATE
           MOVE DB2-REFERTIME       TO WD-REFER-TIME
           MOVE WS-WORKING-DAYS     TO WD-WORKING-DAYS
           MOVE DB2-RULESTRIPPED    TO WD-RULES
           MOVE DB2-REGNUMBER       TO WD-REGNUMBER
           MOVE DB2-OLDPREMIUM-INT  TO WD-OLD-PREMIUM
           MOVE DB2-PROPOSED-INT    TO WD-NEW-PREMIUM
           MOVE WS-AGE-DETAIL-LINE TO AGE-REPORT-LINE
           WRITE AGE-REPORT-LINE.
           EXIT.

      * Close the cursor and write the totals. A run that stopped on a
      * real DB2 error writes the incomplete marker instead and fails
      * the job step
       TERMINATE-AGEING-RUN.
           EXEC SQL
             CLOSE AGECSR
           END-EXEC

           IF WS-FETCH-ERROR
             DISPLAY 'RAREFAGE - DB2 ERROR ENDED CURSOR EARLY - '
                     'EXTRACT IS INCOMPLETE'
             MOVE WS-INCOMPLETE-LINE TO AGE-REPORT-LINE
             WRITE AGE-REPORT-LINE
             MOVE 16 TO RETURN-CODE
           ELSE
             MOVE SPACES TO AGE-REPORT-LINE
             WRITE AGE-REPORT-LINE
             MOVE 'REFERRALS PENDING     = ' TO WR-TOTAL-LABEL
             MOVE WS-PENDING-COUNT            TO WR-TOTAL-COUNT
             PERFORM WRITE-RUN-TOTAL
             MOVE 'OVER 2 WORKING DAYS   = ' TO WR-TOTAL-LABEL
             MOVE WS-OVERDUE-COUNT            TO WR-TOTAL-COUNT
             PERFORM WRITE-RUN-TOTAL
             MOVE 'OLDEST - WORKING DAYS = ' TO WR-TOTAL-LABEL
             MOVE WS-OLDEST-WORKING-DAYS      TO WR-TOTAL-COUNT
             PERFORM WRITE-RUN-TOTAL
           END-IF

           CLOSE REFAGERPT.
           EXIT.

       WRITE-RUN-TOTAL.
           MOVE WS-RPT-TOTAL-LINE TO AGE-REPORT-LINE
           WRITE AGE-REPORT-LINE.
           EXIT.

      * One run-statistics row however the run ended - referrals read,
      * overdue lines written, and the SQLCODE any error stopped on
       RECORD-RUN-STATISTICS.
           MOVE WS-PENDING-COUNT TO WS-RUNLOG-ROWS-READ
           MOVE WS-OVERDUE-COUNT TO WS-RUNLOG-ROWS-WRITTEN
           IF WS-FETCH-ERROR OR NOT WS-REFAGERPT-OK
             MOVE 'FAILED'   TO WS-RUNLOG-STATUS
           ELSE
             MOVE 'COMPLETE' TO WS-RUNLOG-STATUS
           END-IF
           PERFORM WRITE-RUNLOG-END.
           EXIT.

      * Shared run-statistics code every nightly batch job copies
       COPY LGRUNPRC.
