      * expiry window itself is applied in the program, because
      * EXPIRYDATE is held as MM/DD/YYYY and will not compare as a
      * date in SQL. CUSTOMER joins on the outside so a policy whose
      * customer is not on the master yet still gets its notice. A
      * cancelled policy is neither renewed nor reported as lapsed.
      ******************************************************************
           EXEC SQL
             DECLARE RENEWCSR CURSOR FOR
                      LEFT OUTER JOIN CUSTOMER
                         ON POLICY.CUSTOMERNUMBER =
                            CUSTOMER.CUSTOMERNUMBER
               WHERE  POLICY.CANCELDATE IS NULL
               ORDER BY POLICY.POLICYNUMBER
           END-EXEC.

