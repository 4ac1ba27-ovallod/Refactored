           END-EXEC.

      ******************************************************************
      * The broker book - every policy carrying a BROKERID and still
      * in force, ordered so the statement break happens on the broker
      * change.
      ******************************************************************
           EXEC SQL
             DECLARE BRKCSR CURSOR FOR
               FROM   POLICY, MOTOR
               WHERE  POLICY.POLICYNUMBER = MOTOR.POLICYNUMBER
                 AND  POLICY.BROKERID IS NOT NULL
                 AND  POLICY.CANCELDATE IS NULL
               ORDER BY POLICY.BROKERID, POLICY.POLICYNUMBER
           END-EXEC.


      ******************************************************************
      * One broker's renewals falling due in the month after the
      * statement month, by EXPIRYDATE - a cancelled policy has none.
      ******************************************************************
           EXEC SQL
             DECLARE RENCSR CURSOR FOR
               FROM   POLICY, MOTOR
               WHERE  POLICY.POLICYNUMBER = MOTOR.POLICYNUMBER
                 AND  POLICY.BROKERID = :DB2-STMT-BROKERID-INT
                 AND  POLICY.CANCELDATE IS NULL
                 AND  SUBSTR(POLICY.EXPIRYDATE,7,4) ||
                      SUBSTR(POLICY.EXPIRYDATE,1,2) =
                      :WS-NEXT-YYYYMM-TEXT
