      ******************************************************************
      * Monthly cancellations report - lists every policy cancelled
      * mid-term with a cancellation date in the report month, with
      * the annual premium it carried and the return premium the
      * cancellation sent to billing, so finance can reconcile the
      * refunds against the billing interface without re-working them
      * from the policy files.
      *
      * Policies are listed by cancellation reason code, with a count
      * and the premium and return premium totalled for each reason
      * and for the whole run. The reason codes and who initiates each
      * are the ones LGCMAREA documents for CANCEL-MOTOR-DB2-INFO.
      *
      * The report month arrives on SYSIN as YYYYMM (defaulting to
      * the current month). CANCELDATE is MM/DD/YYYY character data,
      * so the month predicate compares it re-assembled to YYYYMM
      * with SUBSTR.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RACANRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CANCRPT ASSIGN TO CANCRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANCRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CANCRPT
           RECORDING MODE IS F.
       01  CAN-REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
      *    Set only when the cursor stops on a real SQLCODE, not on the
      *    SQLCODE 100 that means its rows have all been listed
       01  WS-FETCH-ERROR-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-FETCH-ERROR            VALUE 'Y'.
       01  WS-CANCRPT-STATUS            PIC X(02) VALUE '00'.
           88 WS-CANCRPT-OK             VALUE '00'.
       01  WS-REASON-OPEN-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-REASON-OPEN            VALUE 'Y'.
       01  WS-ROW-COUNT                 PIC S9(9) COMP VALUE ZERO.
       01  WS-RSN-POLICY-COUNT          PIC S9(9) COMP VALUE ZERO.
       01  WS-RSN-PREMIUM-TOTAL         PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-RSN-RETURN-TOTAL          PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-GRAND-PREMIUM-TOTAL       PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-GRAND-RETURN-TOTAL        PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-PREVIOUS-REASON           PIC X(02) VALUE SPACES.
      *    Reason descriptions for the section headings, per LGCMAREA -
      *    a code not in the table still lists, under UNKNOWN REASON
       01  WS-REASON-VALUES.
           03 FILLER                    PIC X(32)
              VALUE 'CRCUSTOMER REQUEST'.
           03 FILLER                    PIC X(32)
              VALUE 'VSVEHICLE SOLD OR SCRAPPED'.
           03 FILLER                    PIC X(32)
              VALUE 'IEINSURED ELSEWHERE'.
           03 FILLER                    PIC X(32)
              VALUE 'NPNON-PAYMENT OF PREMIUM'.
           03 FILLER                    PIC X(32)
              VALUE 'UWUNDERWRITING DECISION'.
           03 FILLER                    PIC X(32)
              VALUE 'DEDEATH OF THE POLICYHOLDER'.
       01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
           03 WS-REASON-ENTRY           OCCURS 6 TIMES.
             05 WS-REASON-CODE          PIC X(02).
             05 WS-REASON-TEXT          PIC X(30).
       01  WS-REASON-SUB                PIC S9(4) COMP VALUE ZERO.
       01  WS-REASON-DESCRIPTION        PIC X(30) VALUE SPACES.
      *    The report month arrives on SYSIN as YYYYMM - anything
      *    missing or unusable falls back to the current month
       01  WS-MONTH-PARM                PIC X(06) VALUE SPACES.
       01  WS-CAN-YYYYMM                PIC 9(06) VALUE ZERO.
       01  WS-CAN-YYYYMM-TEXT REDEFINES WS-CAN-YYYYMM
                                        PIC X(06).
       01  WS-DATE                      PIC X(10) VALUE SPACES.
      *    This is a batch program with no CICS task context to ask
      *    for the time of day, so the run date comes from the
      *    intrinsic clock instead of EXEC CICS ASKTIME/FORMATTIME
       01  WS-CURRENT-DATE-TIME.
           03 WS-CDT-YYYY               PIC 9(4).
           03 WS-CDT-MM                 PIC 9(2).
           03 WS-CDT-DD                 PIC 9(2).
           03 FILLER                    PIC X(13).

       01  WS-CAN-HEADING-LINE.
           03 FILLER                    PIC X(23)
              VALUE 'POLICY CANCELLATIONS - '.
           03 FILLER                    PIC X(07) VALUE 'MONTH  '.
           03 WH-CAN-MONTH              PIC 9(06) VALUE ZERO.
           03 FILLER                    PIC X(12) VALUE '  PRODUCED  '.
           03 WH-RUN-DATE               PIC X(10) VALUE SPACES.
           03 FILLER                    PIC X(74) VALUE SPACES.
       01  WS-REASON-HEADER-LINE.
           03 FILLER                    PIC X(09) VALUE 'REASON - '.
           03 WK-REASON-CODE            PIC X(02) VALUE SPACES.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WK-REASON-TEXT            PIC X(30) VALUE SPACES.
           03 FILLER                    PIC X(89) VALUE SPACES.
       01  WS-CANCEL-DETAIL-LINE.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WD-POLICYNUMBER           PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WD-CUSTOMERNUMBER         PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WD-ISSUEDATE              PIC X(10) VALUE SPACES.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WD-EXPIRYDATE             PIC X(10) VALUE SPACES.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WD-CANCELDATE             PIC X(10) VALUE SPACES.
           03 FILLER                    PIC X(11) VALUE '  PREMIUM  '.
           03 WD-PREMIUM                PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(10) VALUE '  RETURN  '.
           03 WD-RETURNPREMIUM          PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(35) VALUE SPACES.
       01  WS-REASON-TOTAL-LINE.
           03 FILLER                    PIC X(20)
              VALUE 'REASON TOTAL POLS  '.
           03 WT-POLICY-COUNT           PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(12) VALUE '  PREMIUM = '.
           03 WT-PREMIUM-TOTAL          PIC Z(12)9 VALUE ZERO.
           03 FILLER                    PIC X(12) VALUE '  RETURN  = '.
           03 WT-RETURN-TOTAL           PIC Z(12)9 VALUE ZERO.
           03 FILLER                    PIC X(53) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           03 WR-TOTAL-LABEL            PIC X(20) VALUE SPACES.
           03 WR-TOTAL-COUNT            PIC Z(12)9 VALUE ZERO.
           03 FILLER                    PIC X(99) VALUE SPACES.
      *    Written instead of the grand totals when a real DB2 error
      *    cuts the cursor short, so a part-written report can never
      *    be mistaken for a complete one
       01  WS-INCOMPLETE-LINE           PIC X(132)
              VALUE '*** DB2 ERROR - EXTRACT INCOMPLETE - SEE LOG *'.

      *    Run-statistics row every nightly batch job leaves behind
       COPY LGRUNLOG.

       01  DB2-POLICYNUM-INT            PIC S9(9) COMP VALUE ZERO.
       01  DB2-CUSTOMERNUM-INT          PIC S9(9) COMP VALUE ZERO.
       01  DB2-ISSUEDATE                PIC X(10) VALUE SPACES.
       01  DB2-EXPIRYDATE               PIC X(10) VALUE SPACES.
       01  DB2-CANCELDATE               PIC X(10) VALUE SPACES.
       01  DB2-CANCELREASON             PIC X(02) VALUE SPACES.
       01  DB2-M-PREMIUM-INT            PIC S9(9) COMP VALUE ZERO.
       01  DB2-RETURNPREMIUM-INT        PIC S9(9) COMP VALUE ZERO.
       77  IND-RETURNPREMIUM            PIC S9(4) COMP.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE DGENAPP
           END-EXEC.

      ******************************************************************
      * Policies cancelled in the report month, ordered so the breaks
      * fall on the reason code.
      ******************************************************************
           EXEC SQL
             DECLARE CANCSR CURSOR FOR
             SELECT   POLICY.CANCELREASON,
                      POLICY.POLICYNUMBER,
                      POLICY.CUSTOMERNUMBER,
                      POLICY.ISSUEDATE,
                      POLICY.EXPIRYDATE,
                      POLICY.CANCELDATE,
                      POLICY.RETURNPREMIUM,
                      MOTOR.PREMIUM
               FROM   POLICY, MOTOR
               WHERE  POLICY.POLICYNUMBER = MOTOR.POLICYNUMBER
                 AND  POLICY.CANCELDATE IS NOT NULL
                 AND  SUBSTR(POLICY.CANCELDATE,7,4) ||
                      SUBSTR(POLICY.CANCELDATE,1,2) =
                      :WS-CAN-YYYYMM-TEXT
               ORDER BY POLICY.CANCELREASON, POLICY.POLICYNUMBER
           END-EXEC.

       PROCEDURE DIVISION.
       PRODUCE-CANCELLATIONS-REPORT.
           MOVE 'RACANRPT' TO WS-RUNLOG-JOBNAME
           PERFORM WRITE-RUNLOG-START
           PERFORM INITIALIZE-CANCELLATION-RUN
           IF WS-CANCRPT-OK
             PERFORM PROCESS-ONE-CANCEL-ROW UNTIL WS-EOF
             PERFORM TERMINATE-CANCELLATION-RUN
           END-IF
           PERFORM RECORD-RUN-STATISTICS
           STOP RUN.

      * Open the report and the cancellation cursor, take the month
      * from the run parameter and write the heading
       INITIALIZE-CANCELLATION-RUN.
           OPEN OUTPUT CANCRPT

           IF NOT WS-CANCRPT-OK
             DISPLAY 'RACANRPT - OPEN FAILED - CANCRPT STATUS '
                     WS-CANCRPT-STATUS
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

             PERFORM READ-MONTH-PARAMETER

             MOVE WS-DATE       TO WH-RUN-DATE
             MOVE WS-CAN-YYYYMM TO WH-CAN-MONTH
             MOVE WS-CAN-HEADING-LINE TO CAN-REPORT-LINE
             WRITE CAN-REPORT-LINE

             EXEC SQL
               OPEN CANCSR
             END-EXEC
             IF SQLCODE IN SQLCA NOT EQUAL 0
               DISPLAY 'RACANRPT - OPEN CANCSR FAILED - SQLCODE '
                       SQLCODE IN SQLCA
               MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
               SET WS-FETCH-ERROR TO TRUE
               SET WS-EOF TO TRUE
             ELSE
               PERFORM FETCH-NEXT-CANCEL-ROW
             END-IF
           END-IF.
           EXIT.

      * The report month arrives on SYSIN as YYYYMM - anything
      * missing or unusable falls back to the current month
       READ-MONTH-PARAMETER.
           ACCEPT WS-MONTH-PARM
           IF WS-MONTH-PARM IS NUMERIC
            AND WS-MONTH-PARM(5:2) >= '01'
            AND WS-MONTH-PARM(5:2) <= '12'
             MOVE WS-MONTH-PARM TO WS-CAN-YYYYMM-TEXT
           ELSE
             COMPUTE WS-CAN-YYYYMM =
                     WS-CDT-YYYY * 100 + WS-CDT-MM
           END-IF.
           EXIT.

       FETCH-NEXT-CANCEL-ROW.
           EXEC SQL
             FETCH CANCSR
               INTO :DB2-CANCELREASON,
                    :DB2-POLICYNUM-INT,
                    :DB2-CUSTOMERNUM-INT,
                    :DB2-ISSUEDATE,
                    :DB2-EXPIRYDATE,
                    :DB2-CANCELDATE,
                    :DB2-RETURNPREMIUM-INT INDICATOR :IND-RETURNPREMIUM,
                    :DB2-M-PREMIUM-INT
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             SET WS-EOF TO TRUE
             IF SQLCODE IN SQLCA NOT EQUAL 100
               DISPLAY 'RACANRPT - FETCH CANCSR FAILED - SQLCODE '
                       SQLCODE IN SQLCA
               MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
               SET WS-FETCH-ERROR TO TRUE
             END-IF
           ELSE
             IF IND-RETURNPREMIUM < 0
               MOVE ZERO TO DB2-RETURNPREMIUM-INT
             END-IF
           END-IF.
           EXIT.

      * One cancelled policy under its reason - a change of reason
      * closes the open reason totals and opens the next section
       PROCESS-ONE-CANCEL-ROW.
           ADD 1 TO WS-ROW-COUNT
           IF DB2-CANCELREASON NOT EQUAL WS-PREVIOUS-REASON
              OR NOT WS-REASON-OPEN
             IF WS-REASON-OPEN
               PERFORM CLOSE-REASON-TOTALS
             END-IF
             PERFORM OPEN-REASON-SECTION
           END-IF

           PERFORM WRITE-CANCEL-DETAIL-LINE

           ADD 1                     TO WS-RSN-POLICY-COUNT
           ADD DB2-M-PREMIUM-INT     TO WS-RSN-PREMIUM-TOTAL
           ADD DB2-RETURNPREMIUM-INT TO WS-RSN-RETURN-TOTAL

           PERFORM FETCH-NEXT-CANCEL-ROW.
           EXIT.

       OPEN-REASON-SECTION.
           MOVE DB2-CANCELREASON TO WS-PREVIOUS-REASON
           MOVE ZERO TO WS-RSN-POLICY-COUNT
           MOVE ZERO TO WS-RSN-PREMIUM-TOTAL
           MOVE ZERO TO WS-RSN-RETURN-TOTAL
           SET WS-REASON-OPEN TO TRUE

           MOVE 'UNKNOWN REASON' TO WS-REASON-DESCRIPTION
           PERFORM FIND-REASON-DESCRIPTION
                   VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SUB > 6

           MOVE SPACES TO CAN-REPORT-LINE
           WRITE CAN-REPORT-LINE
           MOVE DB2-CANCELREASON      TO WK-REASON-CODE
           MOVE WS-REASON-DESCRIPTION TO WK-REASON-TEXT
           MOVE WS-REASON-HEADER-LINE TO CAN-REPORT-LINE
           WRITE CAN-REPORT-LINE.
           EXIT.

       FIND-REASON-DESCRIPTION.
           IF WS-REASON-CODE(WS-REASON-SUB) = DB2-CANCELREASON
             MOVE WS-REASON-TEXT(WS-REASON-SUB) TO
             WS-REASON-DESCRIPTION
           END-IF.
           EXIT.

       WRITE-CANCEL-DETAIL-LINE.
           MOVE DB2-POLICYNUM-INT     TO WD-POLICYNUMBER
           MOVE DB2-CUSTOMERNUM-INT   TO WD-CUSTOMERNUMBER
           MOVE DB2-ISSUEDATE         TO WD-ISSUEDATE
           MOVE DB2-EXPIRYDATE        TO WD-EXPIRYDATE
           MOVE DB2-CANCELDATE        TO WD-CANCELDATE
           MOVE DB2-M-PREMIUM-INT     TO WD-PREMIUM
           MOVE DB2-RETURNPREMIUM-INT TO WD-RETURNPREMIUM
           MOVE WS-CANCEL-DETAIL-LINE TO CAN-REPORT-LINE
           WRITE CAN-REPORT-LINE.
           EXIT.

       CLOSE-REASON-TOTALS.
           MOVE WS-RSN-POLICY-COUNT  TO WT-POLICY-COUNT
           MOVE WS-RSN-PREMIUM-TOTAL TO WT-PREMIUM-TOTAL
           MOVE WS-RSN-RETURN-TOTAL  TO WT-RETURN-TOTAL
           MOVE WS-REASON-TOTAL-LINE TO CAN-REPORT-LINE
           WRITE CAN-REPORT-LINE

           ADD WS-RSN-PREMIUM-TOTAL TO WS-GRAND-PREMIUM-TOTAL
           ADD WS-RSN-RETURN-TOTAL  TO WS-GRAND-RETURN-TOTAL
           MOVE 'N' TO WS-REASON-OPEN-SWITCH.
           EXIT.

      * Close the last reason and the cursor, and write the run
      * totals. A run that stopped on a real DB2 error writes the
      * incomplete marker instead and fails the job step - a short
      * report must not go to finance as the month's refunds
       TERMINATE-CANCELLATION-RUN.
           IF NOT WS-FETCH-ERROR
             IF WS-REASON-OPEN
               PERFORM CLOSE-REASON-TOTALS
             END-IF
           END-IF

           EXEC SQL
             CLOSE CANCSR
           END-EXEC

           IF WS-FETCH-ERROR
             DISPLAY 'RACANRPT - DB2 ERROR ENDED CURSOR EARLY - '
                     'EXTRACT IS INCOMPLETE'
             MOVE WS-INCOMPLETE-LINE TO CAN-REPORT-LINE
             WRITE CAN-REPORT-LINE
             MOVE 16 TO RETURN-CODE
           ELSE
             MOVE SPACES TO CAN-REPORT-LINE
             WRITE CAN-REPORT-LINE
             MOVE 'POLICIES CANCELLED= ' TO WR-TOTAL-LABEL
             MOVE WS-ROW-COUNT           TO WR-TOTAL-COUNT
             PERFORM WRITE-RUN-TOTAL
             MOVE 'PREMIUM IN TOTAL  = ' TO WR-TOTAL-LABEL
             MOVE WS-GRAND-PREMIUM-TOTAL TO WR-TOTAL-COUNT
             PERFORM WRITE-RUN-TOTAL
             MOVE 'RETURN PREMIUM    = ' TO WR-TOTAL-LABEL
             MOVE WS-GRAND-RETURN-TOTAL  TO WR-TOTAL-COUNT
             PERFORM WRITE-RUN-TOTAL
           END-IF

           CLOSE CANCRPT.
           EXIT.

       WRITE-RUN-TOTAL.
           MOVE WS-RPT-TOTAL-LINE TO CAN-REPORT-LINE
           WRITE CAN-REPORT-LINE.
           EXIT.

      * One run-statistics row however the run ended - cancellations
      * read and listed, and the SQLCODE any error stopped on
       RECORD-RUN-STATISTICS.
           MOVE WS-ROW-COUNT TO WS-RUNLOG-ROWS-READ
           MOVE WS-ROW-COUNT TO WS-RUNLOG-ROWS-WRITTEN
           IF WS-FETCH-ERROR OR NOT WS-CANCRPT-OK
             MOVE 'FAILED'   TO WS-RUNLOG-STATUS
           ELSE
             MOVE 'COMPLETE' TO WS-RUNLOG-STATUS
           END-IF
           PERFORM WRITE-RUNLOG-END.
           EXIT.

      * Shared run-statistics code every nightly batch job copies
       COPY LGRUNPRC.
