      ******************************************************************
      * Every policy carrying a payment plan, with the premium that
      * funds the installments - the same POLICY/MOTOR join the other
      * extracts walk. A cancelled policy collects nothing further;
      * its refund reaches billing as a premium-change event.
      ******************************************************************
           EXEC SQL
             DECLARE INSTCSR CURSOR FOR
               FROM   POLICY, MOTOR
               WHERE  POLICY.POLICYNUMBER = MOTOR.POLICYNUMBER
                 AND  POLICY.PAYMENT IS NOT NULL
                 AND  POLICY.CANCELDATE IS NULL
               ORDER BY POLICY.POLICYNUMBER
           END-EXEC.

