      ******************************************************************
      * LGRATPRC - Procedure code for the effective-dated rating
      *            factors, shared by every program that rates a
      *            premium (RAEXPORT, RARERATE, RADRIFT, RARENCMP,
      *            RACLAIMS, RAFACLDR, RABRKAMD). Copied at
      *            the end of the PROCEDURE DIVISION; the matching
      *            working storage and cursor are in LGRATFAC.
      ******************************************************************
             SET WS-RATFAC-FOUND TO TRUE
           END-IF.
           EXIT.

      * The named-driver factors for WS-DRIVER-POLICYNUM - the
      * youngest driver's age on the rating date against the 'D'
      * bands and the policy's total penalty points against the 'P'
      * bands. A policy with no named drivers rates 1.00 on both
       FIND-DRIVER-FACTORS.
           MOVE 1.00 TO WS-DRIVER-AGE-FACTOR
           MOVE 1.00 TO WS-DRIVER-POINTS-FACTOR
           PERFORM READ-DRIVER-SUMMARY

           IF NOT WS-DRIVER-ERROR AND WS-DRIVER-COUNT > ZERO
             MOVE 'D' TO WS-RATFAC-LOOKUP-TYPE
             MOVE WS-DRIVER-AGE TO WS-RATFAC-LOOKUP-VALUE
             PERFORM FIND-RATING-FACTOR
             MOVE WS-RATFAC-RESULT TO WS-DRIVER-AGE-FACTOR

             MOVE 'P' TO WS-RATFAC-LOOKUP-TYPE
             MOVE WS-DRIVER-POINTS TO WS-RATFAC-LOOKUP-VALUE
             PERFORM FIND-RATING-FACTOR
             MOVE WS-RATFAC-RESULT TO WS-DRIVER-POINTS-FACTOR
           END-IF.
           EXIT.

      * Driver count, youngest date of birth and total points for
      * WS-DRIVER-POLICYNUM, and the youngest driver's age in whole
      * years on WS-RATING-DATE (YYYY-MM-DD). A date of birth keyed
      * after the rating date clamps to age zero
       READ-DRIVER-SUMMARY.
           MOVE 'N'  TO WS-DRIVER-ERROR-SWITCH
           MOVE ZERO TO WS-DRIVER-AGE
           MOVE ZERO TO WS-DRIVER-POINTS

           EXEC SQL
             SELECT COUNT(*),
                    MAX(SUBSTR(DATEOFBIRTH,7,4) ||
                        SUBSTR(DATEOFBIRTH,1,2) ||
                        SUBSTR(DATEOFBIRTH,4,2)),
                    SUM(PENALTYPOINTS)
               INTO :WS-DRIVER-COUNT,
                    :WS-DRIVER-YOUNGEST-DOB INDICATOR :IND-DRIVER-DOB,
                    :WS-DRIVER-POINTS INDICATOR :IND-DRIVER-POINTS
               FROM DRIVER
               WHERE POLICYNUMBER = :WS-DRIVER-POLICYNUM
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             SET WS-DRIVER-ERROR TO TRUE
           ELSE
             IF IND-DRIVER-POINTS < 0
               MOVE ZERO TO WS-DRIVER-POINTS
             END-IF
             IF WS-DRIVER-COUNT > ZERO
                AND IND-DRIVER-DOB >= 0
                AND WS-DRIVER-YOUNGEST-DOB IS NUMERIC
               MOVE WS-RATING-DATE(1:4) TO WS-DRIVER-RATE-YYYY
               MOVE WS-RATING-DATE(6:2) TO WS-DRIVER-RATE-MMDD(1:2)
               MOVE WS-RATING-DATE(9:2) TO WS-DRIVER-RATE-MMDD(3:2)
               COMPUTE WS-DRIVER-AGE =
                       WS-DRIVER-RATE-YYYY - WS-DRIVER-DOB-YYYY
               IF WS-DRIVER-RATE-MMDD < WS-DRIVER-DOB-MMDD
                 SUBTRACT 1 FROM WS-DRIVER-AGE
               END-IF
               IF WS-DRIVER-AGE < ZERO
                 MOVE ZERO TO WS-DRIVER-AGE
               END-IF
             END-IF
           END-IF.
           EXIT.
