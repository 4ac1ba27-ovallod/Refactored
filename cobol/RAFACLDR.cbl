      *
      * Input records, fixed columns -
      *   1      FACTORTYPE  'A' accidents / 'C' engine CC /
      *                      'G' vehicle age / 'D' youngest named
      *                      driver's age / 'P' total penalty points
      *   2-10   BANDLOWER   9 digits
      *   11-19  BANDUPPER   9 digits
      *   20-22  FACTORVALUE 9V99, no decimal point (125 = 1.25)
      *    the same way
       01  WS-PROPOSED-AREA.
           03 WS-PROP-COUNT             PIC S9(4) COMP VALUE ZERO.
           03 WS-PROP-MAX               PIC S9(4) COMP VALUE +80.
           03 WS-PROP-ENTRY OCCURS 80 TIMES.
             05 WS-PROP-TYPE            PIC X(01).
             05 WS-PROP-LOWER           PIC S9(9) COMP.
             05 WS-PROP-UPPER           PIC S9(9) COMP.
             05 WS-PROP-VISITED-SW      PIC X(01).
       01  WS-PROP-SUB                  PIC S9(4) COMP VALUE ZERO.
       01  WS-PROP-FOUND-SUB            PIC S9(4) COMP VALUE ZERO.
      *    The five factor types, and whether the file revises each
       01  WS-TYPE-TABLE.
           03 FILLER                    PIC X(05) VALUE 'ACGDP'.
       01  WS-TYPE-ENTRIES REDEFINES WS-TYPE-TABLE.
           03 WS-TYPE-CODE              PIC X(01) OCCURS 5 TIMES.
       01  WS-TYPE-PRESENT-TABLE.
           03 WS-TYPE-PRESENT-SW        PIC X(01) OCCURS 5 TIMES
                                        VALUE 'N'.
       01  WS-TYPE-SUB                  PIC S9(4) COMP VALUE ZERO.
       01  WS-ALL-TYPES-SWITCH          PIC X(01) VALUE 'N'.

      ******************************************************************
      * Preview cursor - the same read-only walk of MOTOR the drift
      * report makes, cancelled policies left out as the re-rate
      * leaves them out; nothing in this program updates a premium.
      ******************************************************************
           EXEC SQL
             DECLARE PREVCSR CURSOR FOR
             SELECT   MOTOR.POLICYNUMBER, MOTOR.CC,
                      MOTOR.YEAROFMANUFACTURE,
                      MOTOR.ACCIDENTS, MOTOR.PREMIUM
               FROM   POLICY, MOTOR
               WHERE  POLICY.POLICYNUMBER = MOTOR.POLICYNUMBER
                 AND  POLICY.CANCELDATE IS NULL
               ORDER BY MOTOR.POLICYNUMBER
           END-EXEC.

      *    Effective-dated rating factors - loaded as of the new
      * rules wait until the whole file is in storage
       STORE-ONE-BAND-RECORD.
           IF FB-TYPE NOT = 'A' AND FB-TYPE NOT = 'C'
              AND FB-TYPE NOT = 'G' AND FB-TYPE NOT = 'D'
              AND FB-TYPE NOT = 'P'
             MOVE 'FACTOR TYPE NOT A/C/G/D/P' TO WF-FINDING-TEXT
             PERFORM REJECT-ONE-RECORD
           ELSE
             IF FB-LOWER NOT NUMERIC OR FB-UPPER NOT NUMERIC
       FLAG-TYPE-PRESENT.
           PERFORM TEST-TYPE-PRESENT
                   VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 5.
           EXIT.

       TEST-TYPE-PRESENT.
           ELSE
             PERFORM VALIDATE-ONE-TYPE-SET
                     VARYING WS-TYPE-SUB FROM 1 BY 1
                     UNTIL WS-TYPE-SUB > 5
           END-IF.
           EXIT.

       CHECK-EXISTING-LOAD.
           PERFORM CHECK-ONE-TYPE-EXISTING
                   VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 5
                      OR WS-SQL-ERROR.
           EXIT.

           IF WS-TYPE-PRESENT-SW(1) = 'Y'
            AND WS-TYPE-PRESENT-SW(2) = 'Y'
            AND WS-TYPE-PRESENT-SW(3) = 'Y'
            AND WS-TYPE-PRESENT-SW(4) = 'Y'
            AND WS-TYPE-PRESENT-SW(5) = 'Y'
             SET WS-ALL-TYPES-PRESENT TO TRUE
           END-IF.
           EXIT.
           END-IF.
           EXIT.

      * Same accident x CC x vehicle-age x driver-age x points formula
      * the re-rate would apply, computed against the stored premium
      * without writing anything back. A policy with no named drivers
      * rates 1.00 on both driver factors, as it does in the re-rate
       PREVIEW-ONE-MOTOR-ROW.
           ADD 1 TO WS-PREVIEW-ROW-COUNT

           PERFORM GET-PREVIEW-FACTOR
           MOVE WS-RATFAC-RESULT TO WS-AGE-FACTOR

           MOVE DB2-POLICYNUM-INT TO WS-DRIVER-POLICYNUM
           PERFORM READ-DRIVER-SUMMARY
           MOVE 1.00 TO WS-DRIVER-AGE-FACTOR
           MOVE 1.00 TO WS-DRIVER-POINTS-FACTOR

           IF WS-DRIVER-ERROR
             DISPLAY 'RAFACLDR - SELECT DRIVER FAILED - SQLCODE '
                     SQLCODE IN SQLCA
             MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
             SET WS-SQL-ERROR TO TRUE
           ELSE
             IF WS-DRIVER-COUNT > ZERO
               MOVE 'D' TO WS-RATFAC-LOOKUP-TYPE
               MOVE WS-DRIVER-AGE TO WS-RATFAC-LOOKUP-VALUE
               PERFORM GET-PREVIEW-FACTOR
               MOVE WS-RATFAC-RESULT TO WS-DRIVER-AGE-FACTOR

               MOVE 'P' TO WS-RATFAC-LOOKUP-TYPE
               MOVE WS-DRIVER-POINTS TO WS-RATFAC-LOOKUP-VALUE
               PERFORM GET-PREVIEW-FACTOR
               MOVE WS-RATFAC-RESULT TO WS-DRIVER-POINTS-FACTOR
             END-IF

             COMPUTE WS-PROPOSED-PREMIUM = DB2-M-PREMIUM-INT *
                     WS-ACCIDENT-FACTOR * WS-CC-FACTOR *
                     WS-AGE-FACTOR * WS-DRIVER-AGE-FACTOR *
                     WS-DRIVER-POINTS-FACTOR

             ADD DB2-M-PREMIUM-INT  TO WS-OLD-PREMIUM-TOTAL
             ADD WS-PROPOSED-PREMIUM TO WS-NEW-PREMIUM-TOTAL
             PERFORM TRACK-WORST-MOVEMENT

             PERFORM FETCH-NEXT-PREVIEW-ROW
           END-IF.
           EXIT.

      * Revised types answer from the proposed set; the rest from
           IF WS-RATFAC-LOOKUP-TYPE = 'G'
             MOVE 3 TO WS-TYPE-SUB
           END-IF
           IF WS-RATFAC-LOOKUP-TYPE = 'D'
             MOVE 4 TO WS-TYPE-SUB
           END-IF
           IF WS-RATFAC-LOOKUP-TYPE = 'P'
             MOVE 5 TO WS-TYPE-SUB
           END-IF

           IF WS-TYPE-PRESENT-SW(WS-TYPE-SUB) = 'Y'
             PERFORM FIND-PROPOSED-FACTOR
