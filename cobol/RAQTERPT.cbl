      ******************************************************************
      * Weekly quote conversion report - for each broker, the quotes
      * RAQUOTE issued in the report week against how many of them
      * have since been converted into policies through RAEXPORT, with
      * the hit rate and the premium quoted and converted, so sales
      * can see which brokers' quotes turn into business.
      *
      * A quote counts in the week it was issued, however long after
      * it was converted, so re-running an old week shows how its
      * quotes have turned out since. Direct quotes (BROKERID zero)
      * are shown as broker DIRECT. A grand total line covers the
      * whole week.
      *
      * The week-ending date arrives on SYSIN as YYYYMMDD (defaulting
      * to today) and the week is the seven days ending on it.
      * QUOTEDATE is MM/DD/YYYY character data, so the week predicate
      * compares it re-assembled to YYYYMMDD with SUBSTR.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAQTERPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTERPT ASSIGN TO QUOTERPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTERPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUOTERPT
           RECORDING MODE IS F.
       01  QTE-REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
      *    Set only when the cursor stops on a real SQLCODE, not on the
      *    SQLCODE 100 that means its rows have all been listed
       01  WS-FETCH-ERROR-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-FETCH-ERROR            VALUE 'Y'.
       01  WS-QUOTERPT-STATUS           PIC X(02) VALUE '00'.
           88 WS-QUOTERPT-OK            VALUE '00'.
       01  WS-BROKER-COUNT              PIC S9(9) COMP VALUE ZERO.
       01  WS-GRAND-ISSUED-COUNT        PIC S9(9) COMP VALUE ZERO.
       01  WS-GRAND-CONVERTED-COUNT     PIC S9(9) COMP VALUE ZERO.
       01  WS-GRAND-QUOTED-TOTAL        PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-GRAND-CONVERTED-TOTAL     PIC S9(15) COMP-3 VALUE ZERO.
      *    Converted as a percentage of issued, to one decimal place
       01  WS-HIT-RATE                  PIC 9(3)V9 VALUE ZERO.
       01  WS-LINE-ISSUED               PIC S9(9) COMP VALUE ZERO.
       01  WS-LINE-CONVERTED            PIC S9(9) COMP VALUE ZERO.
      *    The week-ending date arrives on SYSIN as YYYYMMDD -
      *    anything missing or unusable falls back to today
       01  WS-WEEK-PARM                 PIC X(08) VALUE SPACES.
       01  WS-WEEK-PARM-PARTS REDEFINES WS-WEEK-PARM.
           03 WS-WEEK-PARM-YYYY         PIC 9(04).
           03 WS-WEEK-PARM-MM           PIC 9(02).
           03 WS-WEEK-PARM-DD           PIC 9(02).
       01  WS-WEEK-END-YYYYMMDD         PIC 9(08) VALUE ZERO.
       01  WS-WEEK-END-TEXT REDEFINES WS-WEEK-END-YYYYMMDD
                                        PIC X(08).
       01  WS-WEEK-START-YYYYMMDD       PIC 9(08) VALUE ZERO.
       01  WS-WEEK-START-TEXT REDEFINES WS-WEEK-START-YYYYMMDD
                                        PIC X(08).
       01  WS-WEEK-START-DAY            PIC S9(9) COMP VALUE ZERO.
      *    The parameter must be a real calendar date - checked against
      *    the month lengths, leap years included
       01  WS-WEEK-PARM-VALID-SWITCH    PIC X(01) VALUE 'N'.
           88 WS-WEEK-PARM-VALID        VALUE 'Y'.
       01  WS-MONTH-DAYS-TABLE          PIC X(24)
              VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-ENTRIES REDEFINES WS-MONTH-DAYS-TABLE.
           03 WS-MONTH-DAYS             PIC 9(02) OCCURS 12 TIMES.
       01  WS-WEEK-MAX-DD               PIC 9(02) VALUE ZERO.
       01  WS-LEAP-QUOTIENT             PIC 9(04) VALUE ZERO.
       01  WS-LEAP-REMAINDER            PIC 9(04) VALUE ZERO.
       01  WS-DATE                      PIC X(10) VALUE SPACES.
      *    This is a batch program with no CICS task context to ask
      *    for the time of day, so the run date comes from the
      *    intrinsic clock instead of EXEC CICS ASKTIME/FORMATTIME
       01  WS-CURRENT-DATE-TIME.
           03 WS-CDT-YYYY               PIC 9(4).
           03 WS-CDT-MM                 PIC 9(2).
           03 WS-CDT-DD                 PIC 9(2).
           03 FILLER                    PIC X(13).

       01  WS-QTE-HEADING-LINE.
           03 FILLER                    PIC X(28)
              VALUE 'QUOTE CONVERSIONS - WEEK    '.
           03 WH-WEEK-START             PIC 9(08) VALUE ZERO.
           03 FILLER                    PIC X(04) VALUE ' TO '.
           03 WH-WEEK-END               PIC 9(08) VALUE ZERO.
           03 FILLER                    PIC X(12) VALUE '  PRODUCED  '.
           03 WH-RUN-DATE               PIC X(10) VALUE SPACES.
           03 FILLER                    PIC X(62) VALUE SPACES.
       01  WS-QTE-COLUMN-LINE.
           03 FILLER                    PIC X(40)
              VALUE '  BROKER       ISSUED  CONVERTED  HIT % '.
           03 FILLER                    PIC X(40)
              VALUE '   QUOTED PREMIUM  CONVERTED PREMIUM    '.
           03 FILLER                    PIC X(52) VALUE SPACES.
       01  WS-BROKER-DETAIL-LINE.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WD-BROKER                 PIC X(09) VALUE SPACES.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WD-ISSUED                 PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WD-CONVERTED              PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WD-HIT-RATE               PIC ZZ9.9 VALUE ZERO.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WD-QUOTED-PREMIUM         PIC Z(14)9 VALUE ZERO.
           03 FILLER                    PIC X(04) VALUE SPACES.
           03 WD-CONVERTED-PREMIUM      PIC Z(14)9 VALUE ZERO.
           03 FILLER                    PIC X(59) VALUE SPACES.
      *    Written instead of the grand totals when a real DB2 error
      *    cuts the cursor short, so a part-written report can never
      *    be mistaken for a complete one
       01  WS-INCOMPLETE-LINE           PIC X(132)
              VALUE '*** DB2 ERROR - EXTRACT INCOMPLETE - SEE LOG *'.

      *    Run-statistics row every nightly batch job leaves behind
       COPY LGRUNLOG.

       01  DB2-BROKERID-INT             PIC S9(9) COMP VALUE ZERO.
       01  DB2-ISSUED-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  DB2-CONVERTED-COUNT          PIC S9(9) COMP VALUE ZERO.
       01  DB2-QUOTED-TOTAL             PIC S9(15) COMP-3 VALUE ZERO.
       01  DB2-CONVERTED-TOTAL          PIC S9(15) COMP-3 VALUE ZERO.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE DGENAPP
           END-EXEC.

      ******************************************************************
      * The week's quotes summed by broker - every quote issued, and
      * those of them now converted into a policy.
      ******************************************************************
           EXEC SQL
             DECLARE QTECSR CURSOR FOR
             SELECT   BROKERID,
                      COUNT(*),
                      SUM(CASE WHEN QUOTESTATUS = 'C'
                               THEN 1 ELSE 0 END),
                      SUM(QUOTEDPREMIUM),
                      SUM(CASE WHEN QUOTESTATUS = 'C'
                               THEN QUOTEDPREMIUM ELSE 0 END)
               FROM   QUOTE
               WHERE  SUBSTR(QUOTEDATE,7,4) ||
                      SUBSTR(QUOTEDATE,1,2) ||
                      SUBSTR(QUOTEDATE,4,2)
                      BETWEEN :WS-WEEK-START-TEXT
                          AND :WS-WEEK-END-TEXT
               GROUP BY BROKERID
               ORDER BY BROKERID
           END-EXEC.

       PROCEDURE DIVISION.
       PRODUCE-QUOTE-CONVERSION-REPORT.
           MOVE 'RAQTERPT' TO WS-RUNLOG-JOBNAME
           PERFORM WRITE-RUNLOG-START
           PERFORM INITIALIZE-QUOTE-RUN
           IF WS-QUOTERPT-OK
             PERFORM PROCESS-ONE-BROKER-ROW UNTIL WS-EOF
             PERFORM TERMINATE-QUOTE-RUN
           END-IF
           PERFORM RECORD-RUN-STATISTICS
           STOP RUN.

      * Open the report and the quote cursor, take the week from the
      * run parameter and write the headings
       INITIALIZE-QUOTE-RUN.
           OPEN OUTPUT QUOTERPT

           IF NOT WS-QUOTERPT-OK
             DISPLAY 'RAQTERPT - OPEN FAILED - QUOTERPT STATUS '
                     WS-QUOTERPT-STATUS
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

             PERFORM READ-WEEK-PARAMETER

             MOVE WS-DATE                TO WH-RUN-DATE
             MOVE WS-WEEK-START-YYYYMMDD TO WH-WEEK-START
             MOVE WS-WEEK-END-YYYYMMDD   TO WH-WEEK-END
             MOVE WS-QTE-HEADING-LINE TO QTE-REPORT-LINE
             WRITE QTE-REPORT-LINE
             MOVE SPACES TO QTE-REPORT-LINE
             WRITE QTE-REPORT-LINE
             MOVE WS-QTE-COLUMN-LINE TO QTE-REPORT-LINE
             WRITE QTE-REPORT-LINE

             EXEC SQL
               OPEN QTECSR
             END-EXEC
             IF SQLCODE IN SQLCA NOT EQUAL 0
               DISPLAY 'RAQTERPT - OPEN QTECSR FAILED - SQLCODE '
                       SQLCODE IN SQLCA
               MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
               SET WS-FETCH-ERROR TO TRUE
               SET WS-EOF TO TRUE
             ELSE
               PERFORM FETCH-NEXT-BROKER-ROW
             END-IF
           END-IF.
           EXIT.

      * The week-ending date arrives on SYSIN as YYYYMMDD - anything
      * missing or not a real calendar date falls back to today. The
      * week starts six days before it, counted through the day number
      * so month and year ends need no special handling
       READ-WEEK-PARAMETER.
           ACCEPT WS-WEEK-PARM
           MOVE 'N' TO WS-WEEK-PARM-VALID-SWITCH
           IF WS-WEEK-PARM IS NUMERIC
             IF WS-WEEK-PARM-YYYY > 1900
                AND WS-WEEK-PARM-MM >= 1 AND WS-WEEK-PARM-MM <= 12
               MOVE WS-MONTH-DAYS(WS-WEEK-PARM-MM) TO WS-WEEK-MAX-DD
               IF WS-WEEK-PARM-MM = 2
                 PERFORM ADJUST-FEBRUARY-FOR-LEAP
               END-IF
               IF WS-WEEK-PARM-DD >= 1
                  AND WS-WEEK-PARM-DD <= WS-WEEK-MAX-DD
                 SET WS-WEEK-PARM-VALID TO TRUE
               END-IF
             END-IF
           END-IF
           IF WS-WEEK-PARM-VALID
             MOVE WS-WEEK-PARM TO WS-WEEK-END-TEXT
           ELSE
             IF WS-WEEK-PARM NOT = SPACES
               DISPLAY 'RAQTERPT - WEEK-ENDING DATE ' WS-WEEK-PARM
                       ' INVALID - TODAY USED'
             END-IF
             COMPUTE WS-WEEK-END-YYYYMMDD =
                     WS-CDT-YYYY * 10000 + WS-CDT-MM * 100 + WS-CDT-DD
           END-IF

           COMPUTE WS-WEEK-START-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-WEEK-END-YYYYMMDD) - 6
           COMPUTE WS-WEEK-START-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-WEEK-START-DAY).
           EXIT.

      * February stretches to 29 in a leap year - divisible by 4,
      * except century years, which must also divide by 400
       ADJUST-FEBRUARY-FOR-LEAP.
           DIVIDE WS-WEEK-PARM-YYYY BY 4
                  GIVING WS-LEAP-QUOTIENT
                  REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = 0
             DIVIDE WS-WEEK-PARM-YYYY BY 100
                    GIVING WS-LEAP-QUOTIENT
                    REMAINDER WS-LEAP-REMAINDER
             IF WS-LEAP-REMAINDER NOT = 0
               MOVE 29 TO WS-WEEK-MAX-DD
             ELSE
               DIVIDE WS-WEEK-PARM-YYYY BY 400
                      GIVING WS-LEAP-QUOTIENT
                      REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = 0
                 MOVE 29 TO WS-WEEK-MAX-DD
               END-IF
             END-IF
           END-IF.
           EXIT.

       FETCH-NEXT-BROKER-ROW.
           EXEC SQL
             FETCH QTECSR
               INTO :DB2-BROKERID-INT,
                    :DB2-ISSUED-COUNT,
                    :DB2-CONVERTED-COUNT,
                    :DB2-QUOTED-TOTAL,
                    :DB2-CONVERTED-TOTAL
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             SET WS-EOF TO TRUE
             IF SQLCODE IN SQLCA NOT EQUAL 100
               DISPLAY 'RAQTERPT - FETCH QTECSR FAILED - SQLCODE '
                       SQLCODE IN SQLCA
               MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
               SET WS-FETCH-ERROR TO TRUE
             END-IF
           END-IF.
           EXIT.

      * One line per broker, added into the week's totals
       PROCESS-ONE-BROKER-ROW.
           ADD 1 TO WS-BROKER-COUNT

           IF DB2-BROKERID-INT = ZERO
             MOVE 'DIRECT'         TO WD-BROKER
           ELSE
             MOVE DB2-BROKERID-INT TO WD-BROKER
           END-IF
           MOVE DB2-ISSUED-COUNT    TO WS-LINE-ISSUED
           MOVE DB2-CONVERTED-COUNT TO WS-LINE-CONVERTED
           MOVE DB2-QUOTED-TOTAL    TO WD-QUOTED-PREMIUM
           MOVE DB2-CONVERTED-TOTAL TO WD-CONVERTED-PREMIUM
           PERFORM WRITE-BROKER-DETAIL-LINE

           ADD DB2-ISSUED-COUNT    TO WS-GRAND-ISSUED-COUNT
           ADD DB2-CONVERTED-COUNT TO WS-GRAND-CONVERTED-COUNT
           ADD DB2-QUOTED-TOTAL    TO WS-GRAND-QUOTED-TOTAL
           ADD DB2-CONVERTED-TOTAL TO WS-GRAND-CONVERTED-TOTAL

           PERFORM FETCH-NEXT-BROKER-ROW.
           EXIT.

      * WS-LINE-ISSUED and WS-LINE-CONVERTED hold the line's counts -
      * the hit rate is worked from them, and is zero on no quotes
       WRITE-BROKER-DETAIL-LINE.
           MOVE WS-LINE-ISSUED    TO WD-ISSUED
           MOVE WS-LINE-CONVERTED TO WD-CONVERTED
           IF WS-LINE-ISSUED = ZERO
             MOVE ZERO TO WS-HIT-RATE
           ELSE
             COMPUTE WS-HIT-RATE ROUNDED =
                     WS-LINE-CONVERTED * 100 / WS-LINE-ISSUED
           END-IF
           MOVE WS-HIT-RATE TO WD-HIT-RATE
           MOVE WS-BROKER-DETAIL-LINE TO QTE-REPORT-LINE
           WRITE QTE-REPORT-LINE.
           EXIT.

      * Close the cursor and write the week's totals. A run that
      * stopped on a real DB2 error writes the incomplete marker
      * instead and fails the job step - a short report must not go
      * to sales as the week's figures
       TERMINATE-QUOTE-RUN.
           EXEC SQL
             CLOSE QTECSR
           END-EXEC

           IF WS-FETCH-ERROR
             DISPLAY 'RAQTERPT - DB2 ERROR ENDED CURSOR EARLY - '
                     'EXTRACT IS INCOMPLETE'
             MOVE WS-INCOMPLETE-LINE TO QTE-REPORT-LINE
             WRITE QTE-REPORT-LINE
             MOVE 16 TO RETURN-CODE
           ELSE
             MOVE SPACES TO QTE-REPORT-LINE
             WRITE QTE-REPORT-LINE
             MOVE 'TOTAL'                  TO WD-BROKER
             MOVE WS-GRAND-ISSUED-COUNT    TO WS-LINE-ISSUED
             MOVE WS-GRAND-CONVERTED-COUNT TO WS-LINE-CONVERTED
             MOVE WS-GRAND-QUOTED-TOTAL    TO WD-QUOTED-PREMIUM
             MOVE WS-GRAND-CONVERTED-TOTAL TO WD-CONVERTED-PREMIUM
             PERFORM WRITE-BROKER-DETAIL-LINE
           END-IF

           CLOSE QUOTERPT.
           EXIT.

      * One run-statistics row however the run ended - quotes read,
      * broker lines written, and the SQLCODE any error stopped on
       RECORD-RUN-STATISTICS.
           MOVE WS-GRAND-ISSUED-COUNT TO WS-RUNLOG-ROWS-READ
           MOVE WS-BROKER-COUNT       TO WS-RUNLOG-ROWS-WRITTEN
           IF WS-FETCH-ERROR OR NOT WS-QUOTERPT-OK
             MOVE 'FAILED'   TO WS-RUNLOG-STATUS
           ELSE
             MOVE 'COMPLETE' TO WS-RUNLOG-STATUS
           END-IF
           PERFORM WRITE-RUNLOG-END.
           EXIT.

      * Shared run-statistics code every nightly batch job copies
       COPY LGRUNPRC.
