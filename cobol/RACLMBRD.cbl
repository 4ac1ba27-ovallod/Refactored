      ******************************************************************
      * Monthly claims bordereau - lists every claim that was open at
      * any time in the bordereau month from the CLAIM register
      * RACLAIMS keeps, with its reserve and paid figures, so the
      * claims position can go to the brokers and the reinsurers
      * without anyone re-keying it from the claim files.
      *
      * A claim belongs on the month's bordereau when it was notified
      * by the end of the month and was still open at some point in
      * it - open now, or closed in the month or later. Claims are
      * listed per policy within broker, with reserve and paid totals
      * for each policy, for each broker and for the whole run, and
      * the open and closed claims counted separately. Policies with
      * no BROKERID are direct business and list together at the end
      * under a DIRECT heading.
      *
      * The bordereau month arrives on SYSIN as YYYYMM (defaulting to
      * the current month). NOTIFIEDDATE and CLOSEDDATE are MM/DD/YYYY
      * character data, so the month predicates compare them
      * re-assembled to YYYYMM with SUBSTR.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RACLMBRD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRDXRPT ASSIGN TO BRDXRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRDXRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRDXRPT
           RECORDING MODE IS F.
       01  BRD-REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
      *    Set only when the cursor stops on a real SQLCODE, not on the
      *    SQLCODE 100 that means its rows have all been listed
       01  WS-FETCH-ERROR-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-FETCH-ERROR            VALUE 'Y'.
       01  WS-BRDXRPT-STATUS            PIC X(02) VALUE '00'.
           88 WS-BRDXRPT-OK             VALUE '00'.
       01  WS-BROKER-OPEN-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-BROKER-OPEN            VALUE 'Y'.
       01  WS-POLICY-OPEN-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-POLICY-OPEN            VALUE 'Y'.
       01  WS-ROW-COUNT                 PIC S9(9) COMP VALUE ZERO.
       01  WS-OPEN-COUNT                PIC S9(9) COMP VALUE ZERO.
       01  WS-CLOSED-COUNT              PIC S9(9) COMP VALUE ZERO.
       01  WS-POL-RESERVE-TOTAL         PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-POL-PAID-TOTAL            PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-BRK-CLAIM-COUNT           PIC S9(9) COMP VALUE ZERO.
       01  WS-BRK-RESERVE-TOTAL         PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-BRK-PAID-TOTAL            PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-GRAND-RESERVE-TOTAL       PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-GRAND-PAID-TOTAL          PIC S9(15) COMP-3 VALUE ZERO.
      *    Direct business carries no BROKERID - it breaks and totals
      *    under broker zero, printed as DIRECT
       01  WS-CURRENT-BROKERID          PIC S9(9) COMP VALUE ZERO.
       01  WS-PREVIOUS-BROKERID         PIC S9(9) COMP VALUE ZERO.
       01  WS-PREVIOUS-POLICYNUM        PIC S9(9) COMP VALUE ZERO.
      *    The bordereau month arrives on SYSIN as YYYYMM - anything
      *    missing or unusable falls back to the current month
       01  WS-MONTH-PARM                PIC X(06) VALUE SPACES.
       01  WS-BRD-YYYYMM                PIC 9(06) VALUE ZERO.
       01  WS-BRD-YYYYMM-TEXT REDEFINES WS-BRD-YYYYMM
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

       01  WS-BRD-HEADING-LINE.
           03 FILLER                    PIC X(18)
              VALUE 'CLAIMS BORDEREAU -'.
           03 FILLER                    PIC X(09) VALUE '  MONTH  '.
           03 WH-BRD-MONTH              PIC 9(06) VALUE ZERO.
           03 FILLER                    PIC X(12) VALUE '  PRODUCED  '.
           03 WH-RUN-DATE               PIC X(10) VALUE SPACES.
           03 FILLER                    PIC X(77) VALUE SPACES.
       01  WS-BROKER-HEADER-LINE.
           03 FILLER                    PIC X(09) VALUE 'BROKER - '.
           03 WK-BROKERID               PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(114) VALUE SPACES.
       01  WS-DIRECT-HEADER-LINE.
           03 FILLER                    PIC X(24)
              VALUE 'DIRECT - NO BROKER      '.
           03 FILLER                    PIC X(108) VALUE SPACES.
       01  WS-CLAIM-DETAIL-LINE.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WD-POLICYNUMBER           PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WD-CLAIMNUMBER            PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WD-LOSSDATE               PIC X(10) VALUE SPACES.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WD-NOTIFIEDDATE           PIC X(10) VALUE SPACES.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WD-CAUSECODE              PIC X(02) VALUE SPACES.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WD-FAULTIND               PIC X(01) VALUE SPACES.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WD-CLAIMSTATUS            PIC X(01) VALUE SPACES.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WD-CLOSEDDATE             PIC X(10) VALUE SPACES.
           03 FILLER                    PIC X(11) VALUE '  RESERVE  '.
           03 WD-RESERVE                PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(08) VALUE '  PAID  '.
           03 WD-PAID                   PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(25) VALUE SPACES.
       01  WS-POLICY-TOTAL-LINE.
           03 FILLER                    PIC X(20)
              VALUE '    POLICY TOTAL    '.
           03 WP-POLICYNUMBER           PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(12) VALUE '  RESERVE = '.
           03 WP-RESERVE-TOTAL          PIC Z(12)9 VALUE ZERO.
           03 FILLER                    PIC X(12) VALUE '  PAID    = '.
           03 WP-PAID-TOTAL             PIC Z(12)9 VALUE ZERO.
           03 FILLER                    PIC X(53) VALUE SPACES.
       01  WS-BROKER-TOTAL-LINE.
           03 FILLER                    PIC X(20)
              VALUE 'BROKER TOTAL CLAIMS '.
           03 WB-CLAIM-COUNT            PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(12) VALUE '  RESERVE = '.
           03 WB-RESERVE-TOTAL          PIC Z(12)9 VALUE ZERO.
           03 FILLER                    PIC X(12) VALUE '  PAID    = '.
           03 WB-PAID-TOTAL             PIC Z(12)9 VALUE ZERO.
           03 FILLER                    PIC X(53) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           03 WR-TOTAL-LABEL            PIC X(20) VALUE SPACES.
           03 WR-TOTAL-COUNT            PIC Z(12)9 VALUE ZERO.
           03 FILLER                    PIC X(99) VALUE SPACES.
      *    Written instead of the grand totals when a real DB2 error
      *    cuts the cursor short, so a part-written bordereau can never
      *    be mistaken for a complete one
       01  WS-INCOMPLETE-LINE           PIC X(132)
              VALUE '*** DB2 ERROR - EXTRACT INCOMPLETE - SEE LOG *'.

      *    Run-statistics row every nightly batch job leaves behind
       COPY LGRUNLOG.

       01  DB2-BROKERID-INT             PIC S9(9) COMP VALUE ZERO.
       77  IND-BROKERID                 PIC S9(4) COMP.
       01  DB2-POLICYNUM-INT            PIC S9(9) COMP VALUE ZERO.
       01  DB2-CLAIMNUM-INT             PIC S9(9) COMP VALUE ZERO.
       01  DB2-CL-LOSSDATE              PIC X(10) VALUE SPACES.
       01  DB2-CL-NOTIFIEDDATE          PIC X(10) VALUE SPACES.
       01  DB2-CL-CAUSECODE             PIC X(02) VALUE SPACES.
       01  DB2-CL-FAULTIND              PIC X(01) VALUE SPACES.
       01  DB2-CL-RESERVE-INT           PIC S9(9) COMP VALUE ZERO.
       01  DB2-CL-PAID-INT              PIC S9(9) COMP VALUE ZERO.
       01  DB2-CL-STATUS                PIC X(01) VALUE SPACES.
       01  DB2-CL-CLOSEDDATE            PIC X(10) VALUE SPACES.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE DGENAPP
           END-EXEC.

      ******************************************************************
      * Claims live at some point in the bordereau month, ordered so
      * the breaks fall on broker and then policy. A null BROKERID
      * sorts high, so direct business lists last.
      ******************************************************************
           EXEC SQL
             DECLARE BRDCSR CURSOR FOR
             SELECT   POLICY.BROKERID,
                      CLAIM.POLICYNUMBER,
                      CLAIM.CLAIMNUMBER,
                      CLAIM.LOSSDATE,
                      CLAIM.NOTIFIEDDATE,
                      CLAIM.CAUSECODE,
                      CLAIM.FAULTIND,
                      CLAIM.RESERVEAMOUNT,
                      CLAIM.PAIDAMOUNT,
                      CLAIM.CLAIMSTATUS,
                      CLAIM.CLOSEDDATE
               FROM   CLAIM, POLICY
               WHERE  POLICY.POLICYNUMBER = CLAIM.POLICYNUMBER
                 AND  SUBSTR(CLAIM.NOTIFIEDDATE,7,4) ||
                      SUBSTR(CLAIM.NOTIFIEDDATE,1,2) <=
                      :WS-BRD-YYYYMM-TEXT
                 AND ( CLAIM.CLAIMSTATUS = 'O'
                    OR SUBSTR(CLAIM.CLOSEDDATE,7,4) ||
                       SUBSTR(CLAIM.CLOSEDDATE,1,2) >=
                       :WS-BRD-YYYYMM-TEXT )
               ORDER BY POLICY.BROKERID, CLAIM.POLICYNUMBER,
                      CLAIM.CLAIMNUMBER
           END-EXEC.

       PROCEDURE DIVISION.
       PRODUCE-CLAIMS-BORDEREAU.
           MOVE 'RACLMBRD' TO WS-RUNLOG-JOBNAME
           PERFORM WRITE-RUNLOG-START
           PERFORM INITIALIZE-BORDEREAU-RUN
           IF WS-BRDXRPT-OK
             PERFORM PROCESS-ONE-CLAIM-ROW UNTIL WS-EOF
             PERFORM TERMINATE-BORDEREAU-RUN
           END-IF
           PERFORM RECORD-RUN-STATISTICS
           STOP RUN.

      * Open the report and the claim cursor, take the month from the
      * run parameter and write the heading
       INITIALIZE-BORDEREAU-RUN.
           OPEN OUTPUT BRDXRPT

           IF NOT WS-BRDXRPT-OK
             DISPLAY 'RACLMBRD - OPEN FAILED - BRDXRPT STATUS '
                     WS-BRDXRPT-STATUS
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
             MOVE WS-BRD-YYYYMM TO WH-BRD-MONTH
             MOVE WS-BRD-HEADING-LINE TO BRD-REPORT-LINE
             WRITE BRD-REPORT-LINE

             EXEC SQL
               OPEN BRDCSR
             END-EXEC
             IF SQLCODE IN SQLCA NOT EQUAL 0
               DISPLAY 'RACLMBRD - OPEN BRDCSR FAILED - SQLCODE '
                       SQLCODE IN SQLCA
               MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
               SET WS-FETCH-ERROR TO TRUE
               SET WS-EOF TO TRUE
             ELSE
               PERFORM FETCH-NEXT-CLAIM-ROW
             END-IF
           END-IF.
           EXIT.

      * The bordereau month arrives on SYSIN as YYYYMM - anything
      * missing or unusable falls back to the current month
       READ-MONTH-PARAMETER.
           ACCEPT WS-MONTH-PARM
           IF WS-MONTH-PARM IS NUMERIC
            AND WS-MONTH-PARM(5:2) >= '01'
            AND WS-MONTH-PARM(5:2) <= '12'
             MOVE WS-MONTH-PARM TO WS-BRD-YYYYMM-TEXT
           ELSE
             COMPUTE WS-BRD-YYYYMM =
                     WS-CDT-YYYY * 100 + WS-CDT-MM
           END-IF.
           EXIT.

       FETCH-NEXT-CLAIM-ROW.
           EXEC SQL
             FETCH BRDCSR
               INTO :DB2-BROKERID-INT INDICATOR :IND-BROKERID,
                    :DB2-POLICYNUM-INT,
                    :DB2-CLAIMNUM-INT,
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
               DISPLAY 'RACLMBRD - FETCH BRDCSR FAILED - SQLCODE '
                       SQLCODE IN SQLCA
               MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
               SET WS-FETCH-ERROR TO TRUE
             END-IF
           ELSE
             IF IND-BROKERID < 0
               MOVE ZERO TO WS-CURRENT-BROKERID
             ELSE
               MOVE DB2-BROKERID-INT TO WS-CURRENT-BROKERID
             END-IF
           END-IF.
           EXIT.

      * One claim under its policy and broker - a change of broker
      * closes the open policy and broker totals, a change of policy
      * closes the policy totals
       PROCESS-ONE-CLAIM-ROW.
           ADD 1 TO WS-ROW-COUNT
           IF WS-CURRENT-BROKERID NOT EQUAL WS-PREVIOUS-BROKERID
              OR NOT WS-BROKER-OPEN
             IF WS-POLICY-OPEN
               PERFORM CLOSE-POLICY-TOTALS
             END-IF
             IF WS-BROKER-OPEN
               PERFORM CLOSE-BROKER-TOTALS
             END-IF
             PERFORM OPEN-BROKER-SECTION
           END-IF

           IF DB2-POLICYNUM-INT NOT EQUAL WS-PREVIOUS-POLICYNUM
              OR NOT WS-POLICY-OPEN
             IF WS-POLICY-OPEN
               PERFORM CLOSE-POLICY-TOTALS
             END-IF
             MOVE DB2-POLICYNUM-INT TO WS-PREVIOUS-POLICYNUM
             MOVE ZERO TO WS-POL-RESERVE-TOTAL
             MOVE ZERO TO WS-POL-PAID-TOTAL
             SET WS-POLICY-OPEN TO TRUE
           END-IF

           PERFORM WRITE-CLAIM-DETAIL-LINE

           ADD DB2-CL-RESERVE-INT TO WS-POL-RESERVE-TOTAL
           ADD DB2-CL-PAID-INT    TO WS-POL-PAID-TOTAL
           ADD 1                  TO WS-BRK-CLAIM-COUNT
           IF DB2-CL-STATUS = 'C'
             ADD 1 TO WS-CLOSED-COUNT
           ELSE
             ADD 1 TO WS-OPEN-COUNT
           END-IF

           PERFORM FETCH-NEXT-CLAIM-ROW.
           EXIT.

       OPEN-BROKER-SECTION.
           MOVE WS-CURRENT-BROKERID TO WS-PREVIOUS-BROKERID
           MOVE ZERO TO WS-BRK-CLAIM-COUNT
           MOVE ZERO TO WS-BRK-RESERVE-TOTAL
           MOVE ZERO TO WS-BRK-PAID-TOTAL
           SET WS-BROKER-OPEN TO TRUE

           MOVE SPACES TO BRD-REPORT-LINE
           WRITE BRD-REPORT-LINE
           IF WS-CURRENT-BROKERID = ZERO
             MOVE WS-DIRECT-HEADER-LINE TO BRD-REPORT-LINE
           ELSE
             MOVE WS-CURRENT-BROKERID   TO WK-BROKERID
             MOVE WS-BROKER-HEADER-LINE TO BRD-REPORT-LINE
           END-IF
           WRITE BRD-REPORT-LINE.
           EXIT.

       WRITE-CLAIM-DETAIL-LINE.
           MOVE DB2-POLICYNUM-INT   TO WD-POLICYNUMBER
           MOVE DB2-CLAIMNUM-INT    TO WD-CLAIMNUMBER
           MOVE DB2-CL-LOSSDATE     TO WD-LOSSDATE
           MOVE DB2-CL-NOTIFIEDDATE TO WD-NOTIFIEDDATE
           MOVE DB2-CL-CAUSECODE    TO WD-CAUSECODE
           MOVE DB2-CL-FAULTIND     TO WD-FAULTIND
           MOVE DB2-CL-STATUS       TO WD-CLAIMSTATUS
           MOVE DB2-CL-CLOSEDDATE   TO WD-CLOSEDDATE
           MOVE DB2-CL-RESERVE-INT  TO WD-RESERVE
           MOVE DB2-CL-PAID-INT     TO WD-PAID
           MOVE WS-CLAIM-DETAIL-LINE TO BRD-REPORT-LINE
           WRITE BRD-REPORT-LINE.
           EXIT.

       CLOSE-POLICY-TOTALS.
           MOVE WS-PREVIOUS-POLICYNUM TO WP-POLICYNUMBER
           MOVE WS-POL-RESERVE-TOTAL  TO WP-RESERVE-TOTAL
           MOVE WS-POL-PAID-TOTAL     TO WP-PAID-TOTAL
           MOVE WS-POLICY-TOTAL-LINE  TO BRD-REPORT-LINE
           WRITE BRD-REPORT-LINE

           ADD WS-POL-RESERVE-TOTAL TO WS-BRK-RESERVE-TOTAL
           ADD WS-POL-PAID-TOTAL    TO WS-BRK-PAID-TOTAL
           MOVE 'N' TO WS-POLICY-OPEN-SWITCH.
           EXIT.

       CLOSE-BROKER-TOTALS.
           MOVE WS-BRK-CLAIM-COUNT   TO WB-CLAIM-COUNT
           MOVE WS-BRK-RESERVE-TOTAL TO WB-RESERVE-TOTAL
           MOVE WS-BRK-PAID-TOTAL    TO WB-PAID-TOTAL
           MOVE WS-BROKER-TOTAL-LINE TO BRD-REPORT-LINE
           WRITE BRD-REPORT-LINE

           ADD WS-BRK-RESERVE-TOTAL TO WS-GRAND-RESERVE-TOTAL
           ADD WS-BRK-PAID-TOTAL    TO WS-GRAND-PAID-TOTAL
           MOVE 'N' TO WS-BROKER-OPEN-SWITCH.
           EXIT.

      * Close the last policy and broker and the cursor, and write the
      * run totals. A run that stopped on a real DB2 error writes the
      * incomplete marker instead and fails the job step - a short
      * bordereau must not go out as the month's position
       TERMINATE-BORDEREAU-RUN.
           IF NOT WS-FETCH-ERROR
             IF WS-POLICY-OPEN
               PERFORM CLOSE-POLICY-TOTALS
             END-IF
             IF WS-BROKER-OPEN
               PERFORM CLOSE-BROKER-TOTALS
             END-IF
           END-IF

           EXEC SQL
             CLOSE BRDCSR
           END-EXEC

           IF WS-FETCH-ERROR
             DISPLAY 'RACLMBRD - DB2 ERROR ENDED CURSOR EARLY - '
                     'EXTRACT IS INCOMPLETE'
             MOVE WS-INCOMPLETE-LINE TO BRD-REPORT-LINE
             WRITE BRD-REPORT-LINE
             MOVE 16 TO RETURN-CODE
           ELSE
             MOVE SPACES TO BRD-REPORT-LINE
             WRITE BRD-REPORT-LINE
             MOVE 'CLAIMS LISTED     = ' TO WR-TOTAL-LABEL
             MOVE WS-ROW-COUNT           TO WR-TOTAL-COUNT
             PERFORM WRITE-RUN-TOTAL
             MOVE 'CLAIMS OPEN       = ' TO WR-TOTAL-LABEL
             MOVE WS-OPEN-COUNT          TO WR-TOTAL-COUNT
             PERFORM WRITE-RUN-TOTAL
             MOVE 'CLAIMS CLOSED     = ' TO WR-TOTAL-LABEL
             MOVE WS-CLOSED-COUNT        TO WR-TOTAL-COUNT
             PERFORM WRITE-RUN-TOTAL
             MOVE 'RESERVE IN TOTAL  = ' TO WR-TOTAL-LABEL
             MOVE WS-GRAND-RESERVE-TOTAL TO WR-TOTAL-COUNT
             PERFORM WRITE-RUN-TOTAL
             MOVE 'PAID IN TOTAL     = ' TO WR-TOTAL-LABEL
             MOVE WS-GRAND-PAID-TOTAL    TO WR-TOTAL-COUNT
             PERFORM WRITE-RUN-TOTAL
           END-IF

           CLOSE BRDXRPT.
           EXIT.

       WRITE-RUN-TOTAL.
           MOVE WS-RPT-TOTAL-LINE TO BRD-REPORT-LINE
           WRITE BRD-REPORT-LINE.
           EXIT.

      * One run-statistics row however the run ended - claims read
      * and listed, and the SQLCODE any error stopped on
       RECORD-RUN-STATISTICS.
           MOVE WS-ROW-COUNT TO WS-RUNLOG-ROWS-READ
           MOVE WS-ROW-COUNT TO WS-RUNLOG-ROWS-WRITTEN
           IF WS-FETCH-ERROR OR NOT WS-BRDXRPT-OK
             MOVE 'FAILED'   TO WS-RUNLOG-STATUS
           ELSE
             MOVE 'COMPLETE' TO WS-RUNLOG-STATUS
           END-IF
           PERFORM WRITE-RUNLOG-END.
           EXIT.

      * Shared run-statistics code every nightly batch job copies
       COPY LGRUNPRC.
