      *    the customer name and address sit past the whole table,
      *    and only a commarea this long can carry them back
       01  WS-CA-B-FULL-LEN            PIC S9(4) COMP VALUE +1425.
      *    Full length + CA-B-STATUS-EXTENSION - the cancellation date
      *    of each row only goes back in a commarea this long
       01  WS-CA-B-STATUS-LEN          PIC S9(4) COMP VALUE +1625.
       01  DB2-IN-INTEGERS.
           03 DB2-CUSTOMERNUM-INT      PIC S9(9) COMP VALUE +0.
           03 DB2-CONTINUE-INT         PIC S9(9) COMP VALUE +0.
           03 DB2-B-MODEL              PIC X(15) VALUE SPACES.
           03 DB2-B-REGNUMBER          PIC X(09) VALUE SPACES.
           03 DB2-B-PREMIUM-INT        PIC S9(9) COMP VALUE +0.
           03 DB2-B-CANCELDATE         PIC X(10) VALUE SPACES.
       77  IND-B-CANCELDATE            PIC S9(4) COMP.
       01  WS-ABSTIME                  PIC S9(8) COMP VALUE +0.
       01  WS-TIME                     PIC X(8)  VALUE SPACES.
       01  WS-DATE                     PIC X(10) VALUE SPACES.

      ******************************************************************
      * One customer's slice of the POLICY/MOTOR join, resuming past
      * the continuation token when the caller is paging - cancelled
      * policies included, flagged by their cancellation date
      ******************************************************************
           EXEC SQL
             DECLARE PORTCSR CURSOR FOR
                      MOTOR.MAKE,
                      MOTOR.MODEL,
                      MOTOR.REGNUMBER,
                      MOTOR.PREMIUM,
                      POLICY.CANCELDATE
               FROM   POLICY, MOTOR
               WHERE  POLICY.POLICYNUMBER = MOTOR.POLICYNUMBER
                 AND  POLICY.CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
                    :DB2-B-MAKE,
                    :DB2-B-MODEL,
                    :DB2-B-REGNUMBER,
                    :DB2-B-PREMIUM-INT,
                    :DB2-B-CANCELDATE INDICATOR :IND-B-CANCELDATE
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
           MOVE DB2-B-MODEL         TO CA-B-MODEL(WS-ROW-SUB)
           MOVE DB2-B-REGNUMBER     TO CA-B-REGNUMBER(WS-ROW-SUB)
           MOVE DB2-B-PREMIUM-INT   TO CA-B-PREMIUM(WS-ROW-SUB)
           IF EIBCALEN >= WS-CA-B-STATUS-LEN
             IF IND-B-CANCELDATE < ZERO
               MOVE SPACES           TO CA-B-CANCEL-DATE(WS-ROW-SUB)
             ELSE
               MOVE DB2-B-CANCELDATE TO CA-B-CANCEL-DATE(WS-ROW-SUB)
             END-IF
           END-IF
           MOVE WS-ROW-SUB          TO CA-B-ROW-COUNT
           MOVE DB2-B-POLICYNUM-INT TO CA-B-CONTINUE-POLICY

