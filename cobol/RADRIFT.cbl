      ******************************************************************
      * Premium drift reconciliation report - walks MOTOR the way the
      * re-rate job does, recomputes the accident/CC/vehicle-age/
      * named-driver premium for every row WITHOUT updating
      * anything, and reports only the rows where the stored premium
      * has drifted from the formula by more than a tolerance
      * percentage.
      *
      * Exceptions come out worst-first on percentage gap, the way
      * the underwriting report leads with the heaviest risks, so

      ******************************************************************
      * Same walk of MOTOR the re-rate job's RARATECSR makes, but
      * read-only - nothing here ever updates a premium. Cancelled
      * policies are left out, as the re-rate leaves them out.
      ******************************************************************
           EXEC SQL
             DECLARE DRIFTCSR CURSOR FOR
             SELECT   MOTOR.POLICYNUMBER, MOTOR.CC,
                      MOTOR.YEAROFMANUFACTURE,
                      MOTOR.ACCIDENTS, MOTOR.PREMIUM
               FROM   POLICY, MOTOR
               WHERE  POLICY.POLICYNUMBER = MOTOR.POLICYNUMBER
                 AND  POLICY.CANCELDATE IS NULL
               ORDER BY MOTOR.POLICYNUMBER
           END-EXEC.

      *    Effective-dated rating factors shared with the online and
       EXAMINE-ONE-MOTOR-ROW.
           ADD 1 TO WS-ROW-COUNT
           PERFORM RECOMPUTE-FORMULA-PREMIUM

      *    A row whose drivers could not be read cuts the audit short
      *    the same way a failed fetch does
           IF NOT WS-FETCH-ERROR
             PERFORM MEASURE-PREMIUM-GAP

             IF WS-PCT-GAP > WS-TOLERANCE-PCT
               MOVE WS-PCT-GAP          TO SD-PCT-GAP
               MOVE DB2-POLICYNUM-INT   TO SD-POLICYNUMBER
               MOVE DB2-M-PREMIUM-INT   TO SD-STORED-PREMIUM
               MOVE WS-FORMULA-PREMIUM  TO SD-FORMULA-PREMIUM
               RELEASE DRIFT-SORT-RECORD
               ADD 1 TO WS-EXCEPTION-COUNT
             END-IF

             PERFORM FETCH-NEXT-MOTOR-ROW
           END-IF.
           EXIT.

      * Same accident x CC x vehicle-age x driver-age x points formula
      * RAEXPORT applies online and RARERATE applies in bulk,
      * computed against the stored premium without ever writing the
      * result back. The
      * band factors come from the shared effective-dated
      * RATINGFACTOR table, loaded once at the top of the run
       RECOMPUTE-FORMULA-PREMIUM.
           PERFORM FIND-RATING-FACTOR
           MOVE WS-RATFAC-RESULT TO WS-AGE-FACTOR

           MOVE DB2-POLICYNUM-INT TO WS-DRIVER-POLICYNUM
           PERFORM FIND-DRIVER-FACTORS

           IF WS-DRIVER-ERROR
             SET WS-FETCH-ERROR TO TRUE
             SET WS-EOF TO TRUE
             MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
           ELSE
             COMPUTE WS-FORMULA-PREMIUM = DB2-M-PREMIUM-INT *
                     WS-ACCIDENT-FACTOR * WS-CC-FACTOR *
                     WS-AGE-FACTOR * WS-DRIVER-AGE-FACTOR *
                     WS-DRIVER-POINTS-FACTOR
           END-IF.
           EXIT.

      * Percentage gap between stored and formula premium - a stored
