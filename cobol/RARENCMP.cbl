      *   - emits a premium-change event when the renewed premium
      *     differs, onto a billing interface file in the same
      *     header/detail/trailer layout RABILLXT writes to BILX
      *   - raises a DOCREQUEST row so RADOCPRT prints the renewed
      *     certificate and schedule
      *
      * so a renewal goes through the same controls as any other
      * amendment instead of around them.
      *   03  EXPIRYDATE on file is unusable - cannot be advanced
      *   04  policy number appears earlier on this run's file -
      *       the renewal was applied once and only once
      *   05  policy was cancelled mid-term - there is nothing left
      *       to renew
      ******************************************************************

       IDENTIFICATION DIVISION.
       01  DB2-M-VALUE-INT              PIC S9(9) COMP VALUE ZERO.
       01  DB2-NEW-PREMIUM-INT          PIC S9(9) COMP VALUE ZERO.
       01  DB2-UPDATE-SQLCODE           PIC S9(9) COMP VALUE ZERO.
       01  DB2-CANCELDATE               PIC X(10) VALUE SPACES.
       77  IND-CANCELDATE               PIC S9(4) COMP.

           EXEC SQL
             INCLUDE SQLCA
               ADD 1 TO WS-REJECTED-COUNT
             ELSE
               PERFORM CALCULATE-RENEWED-PREMIUM
               IF NOT WS-SQL-ERROR
                 PERFORM UPDATE-MOTOR-PREMIUM
                 PERFORM WRITE-MOTOR-HISTORY
               END-IF
               IF NOT WS-SQL-ERROR
                 PERFORM UPDATE-POLICY-EXPIRY
               END-IF
               IF NOT WS-SQL-ERROR
                 PERFORM RAISE-DOCUMENT-REQUEST
               END-IF
               IF NOT WS-SQL-ERROR
                 ADD 1 TO WS-RENEWED-COUNT
                 IF DB2-NEW-PREMIUM-INT NOT EQUAL
           EXIT.

      * The POLICY/MOTOR pair as it stands - the MOTOR columns are
      * both the rating input and the MOTOR_HISTORY before-picture.
      * A cancelled policy is rejected rather than renewed
       READ-POLICY-FOR-RENEWAL.
           MOVE 'N' TO WS-POLICY-FOUND-SWITCH
           EXEC SQL
             SELECT  POLICY.EXPIRYDATE,
                     POLICY.CANCELDATE,
                     MOTOR.MAKE,
                     MOTOR.MODEL,
                     MOTOR.VALUE,
                     MOTOR.PREMIUM,
                     MOTOR.ACCIDENTS
               INTO :DB2-EXPIRYDATE,
                    :DB2-CANCELDATE INDICATOR :IND-CANCELDATE,
                    :DB2-M-MAKE,
                    :DB2-M-MODEL,
                    :DB2-M-VALUE-INT,
           END-EXEC

           IF SQLCODE IN SQLCA = 0
      *      A cancelled policy keeps its rows but must not renew
             IF IND-CANCELDATE < ZERO
               SET WS-POLICY-FOUND TO TRUE
             ELSE
               MOVE '05' TO RJ-REASON-CODE
               PERFORM WRITE-REJECT-RECORD
               ADD 1 TO WS-REJECTED-COUNT
             END-IF
           ELSE
             IF SQLCODE IN SQLCA = 100
               MOVE '02' TO RJ-REASON-CODE
           END-IF.
           EXIT.

      * Same accident x CC x vehicle-age x driver-age x points formula
      * RAEXPORT applies online and RARERATE applies in bulk,
      * reapplied here to the premium on file at the renewal. The
      * band factors come from the shared effective-dated
      * RATINGFACTOR table, loaded once at the top of the run
       CALCULATE-RENEWED-PREMIUM.
           MOVE 'A' TO WS-RATFAC-LOOKUP-TYPE
           MOVE DB2-M-ACCIDENTS-INT TO WS-RATFAC-LOOKUP-VALUE
           PERFORM FIND-RATING-FACTOR
           MOVE WS-RATFAC-RESULT TO WS-AGE-FACTOR

      *    The drivers as they stand at the renewal - a driver added
      *    since the last rating is priced from here on
           MOVE DB2-POLICYNUM-INT TO WS-DRIVER-POLICYNUM
           PERFORM FIND-DRIVER-FACTORS

           IF WS-DRIVER-ERROR
             DISPLAY 'RARENCMP - SELECT DRIVER FAILED - SQLCODE '
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

       UPDATE-MOTOR-PREMIUM.
           END-IF.
           EXIT.

      * The renewed term needs a new certificate and schedule - the
      * request commits with the renewal, so a renewal rolled back on
      * an error takes its request with it
       RAISE-DOCUMENT-REQUEST.
           EXEC SQL
             INSERT INTO DOCREQUEST
                   ( POLICYNUMBER, REQUESTDATE, REQUESTTIME,
                     REQUESTSOURCE, REQUESTSTATUS, PRODUCEDDATE,
                     FAILREASON )
             VALUES ( :DB2-POLICYNUM-INT, :WS-DATE, :WS-TIME,
                     'RN', 'P', ' ', ' ' )
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             DISPLAY 'RARENCMP - INSERT DOCREQUEST FAILED - SQLCODE '
                     SQLCODE IN SQLCA ' POLICY ' DB2-POLICYNUM-INT
             MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
             SET WS-SQL-ERROR TO TRUE
           END-IF.
           EXIT.

      * Tell billing when the renewed premium differs from the one
      * it is invoicing - the detail is byte for byte what RABILLXT
      * would have sent for a mid-term change
