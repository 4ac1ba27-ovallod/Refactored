      ******************************************************************
      * Bulk premium re-rating batch job - walks the whole MOTOR table
      * in POLICYNUMBER order, reapplies the accident/CC/vehicle-age/
      * named-driver premium formula RAEXPORT uses online, and
      * commits in chunks so a book-wide rating change can be rolled
      * out overnight instead of one CICS transaction per policy.
      *
      * Restartable: the last POLICYNUMBER successfully committed is
      * recorded in BATCHCKPT under this job's name at every commit

      ******************************************************************
      * Cursor walks MOTOR in POLICYNUMBER order, resuming past the
      * last checkpointed policy when one is on file for this job. A
      * cancelled policy is left out - its PREMIUM is the annual
      * premium the cancellation refund and history were valued on,
      * and must stay as it was
      ******************************************************************
      *    WITH HOLD - the interval COMMIT in COMMIT-AND-CHECKPOINT
      *    must not close this cursor, or the next FETCH would fail
           EXEC SQL
             DECLARE RARATECSR CURSOR WITH HOLD FOR
             SELECT   MOTOR.POLICYNUMBER, MOTOR.CC,
                      MOTOR.YEAROFMANUFACTURE,
                      MOTOR.ACCIDENTS, MOTOR.PREMIUM
               FROM   POLICY, MOTOR
               WHERE  POLICY.POLICYNUMBER = MOTOR.POLICYNUMBER
                 AND  MOTOR.POLICYNUMBER > :WS-LAST-CKPT-POLICYNUMBER
                 AND  POLICY.CANCELDATE IS NULL
               ORDER BY MOTOR.POLICYNUMBER
           END-EXEC.

      *    Effective-dated rating factors shared with the online
      * so a restart re-rates the failed row instead of skipping it
       RERATE-ONE-POLICY.
           PERFORM CALCULATE-RERATED-PREMIUM
           IF NOT WS-UPDATE-ERROR
             PERFORM UPDATE-MOTOR-PREMIUM
           END-IF

           IF WS-UPDATE-ERROR
             SET WS-EOF TO TRUE
           END-IF.
           EXIT.

      * Same accident x CC x vehicle-age x driver-age x points formula
      * RAEXPORT applies online, reapplied here in bulk to the premium
      * already on file. The band factors come from the shared
      * effective-dated RATINGFACTOR table, loaded once at the top of
      * the run. A policy whose drivers cannot be read is treated as
      * a failed update - the run stops on it rather than rate it
      * without them
       CALCULATE-RERATED-PREMIUM.
           MOVE 'A' TO WS-RATFAC-LOOKUP-TYPE
           MOVE DB2-M-ACCIDENTS-INT TO WS-RATFAC-LOOKUP-VALUE
           PERFORM FIND-RATING-FACTOR
           MOVE WS-RATFAC-RESULT TO WS-AGE-FACTOR

           MOVE DB2-POLICYNUM-INT TO WS-DRIVER-POLICYNUM
           PERFORM FIND-DRIVER-FACTORS

           IF WS-DRIVER-ERROR
             SET WS-UPDATE-ERROR TO TRUE
             MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
           ELSE
             COMPUTE DB2-M-PREMIUM-INT = DB2-M-PREMIUM-INT *
                     WS-ACCIDENT-FACTOR * WS-CC-FACTOR *
                     WS-AGE-FACTOR * WS-DRIVER-AGE-FACTOR *
                     WS-DRIVER-POINTS-FACTOR
           END-IF.
           EXIT.

       UPDATE-MOTOR-PREMIUM.
