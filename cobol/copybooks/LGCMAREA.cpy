      ******************************************************************
      * LGCMAREA - Commarea layout for the motor policy interface
      *            (GET-MOTOR-DB2-INFO / UPDATE-MOTOR-DB2-INFO /
      *            ADD-MOTOR-DB2-INFO / DELETE-MOTOR-DB2-INFO /
      *            CANCEL-MOTOR-DB2-INFO / ADD-DRIVER-DB2-INFO /
      *            UPDATE-DRIVER-DB2-INFO / DELETE-DRIVER-DB2-INFO /
      *            LIST-REFERRAL-DB2-INFO / APPROVE-REFERRAL-DB2-INFO /
      *            DECLINE-REFERRAL-DB2-INFO).
      *            Copied into 01 DFHCOMMAREA-1 in RAEXPORT. The
      *            request type selects the entry point, the same way
      *            a get is told apart from an update; on an ADD the
      ******************************************************************
      * CA-RETURN-CODE values set by RAEXPORT -
      *   SPACES  request completed normally
      *   '01'    customer/policy number not found, or on a driver
      *           request no such driver on the policy, or on an ADD
      *           no quote carries CA-N-QUOTE-NUM
      *   '91'    on an approve or decline the referral has already
      *           been decided. Raised again after an approval has
      *           been applied if another underwriter decided it
      *           first - roll back as for a '90'
      *   '92'    the add or update tripped an underwriting referral
      *           rule and is held on REFERRAL for an underwriter -
      *           nothing was written to POLICY or MOTOR. The number
      *           comes back in CA-R-REFERRAL-NUM and the rules
      *           tripped in CA-R-RULES-TRIPPED. This is not a
      *           failure - the referral must be committed
      *   '90'    unexpected SQLCODE - see CSMT / SQLERRORLOG. On an
      *           ADD or DELETE a '90' can leave the POLICY/MOTOR
      *           pair half-applied in the task's uncommitted unit of
      *           work - the caller owns the syncpoint and must issue
      *           EXEC CICS SYNCPOINT ROLLBACK rather than commit. The
      *           same applies to an update whose document request
      *           could not be raised after MOTOR was changed
      *   '93'    on an ADD the quote in CA-N-QUOTE-NUM has already
      *           been converted. Raised again after the inserts if
      *           another task converted it first - roll back as for
      *           a '90'
      *   '94'    policy already has the most named drivers allowed
      *   '95'    REGNUMBER / MAKE / COLOUR failed validation, or on
      *           a cancellation the date or reason code is unusable,
      *           or on a driver request a name, date, licence number,
      *           conviction code or points value is unusable, or on
      *           an approve or decline no underwriter is given, or
      *           on a decline no reason
      *   '96'    policy already cancelled - an update or a second
      *           cancellation is refused
      *   '97'    update rejected as stale - the row's LASTCHANGED no
      *           longer matches the CA-LAST-CHANGED the caller read,
      *           so another amendment got there first; re-read the
      *           policy and re-apply the change
      *   '98'    caller commarea too small for the data returned -
      *           a referral list needs the whole of CA-REFERRAL
      ******************************************************************
      * CA-COMMAREA-VERSION is set by GET-MOTOR-DB2-INFO to tell the
      * caller which generation of fields it actually populated -
      *   '02'    '01' fields plus the CA-MOTOR-V2-EXTENSION fields,
      *           only returned when the caller's commarea was large
      *           enough to hold them
      ******************************************************************
      * CANCEL-MOTOR-DB2-INFO marks the policy cancelled instead of
      * deleting it - the caller supplies CA-X-CANCEL-DATE (MM/DD/YYYY,
      * inside the current period of cover), CA-X-CANCEL-REASON and
      * CA-LAST-CHANGED as read, and gets the refund back in
      * CA-X-RETURN-PREMIUM. Reason codes, and who asked -
      *   'CR'    customer request                    customer
      *   'VS'    vehicle sold or scrapped            customer
      *   'IE'    insured elsewhere                   customer
      *   'NP'    non-payment of premium              insurer
      *   'UW'    underwriting decision               insurer
      *   'DE'    death of the policyholder           insurer
      * An insurer cancellation returns the unexpired premium pro rata
      * by day; a customer cancellation returns what is left after the
      * short-period scale in RAEXPORT is kept for the months on cover.
      * When there is a refund CA-M-PREMIUM comes back as the premium
      * earned - the annual premium less CA-X-RETURN-PREMIUM.
      ******************************************************************
      * The driver requests maintain the policy's named drivers. The
      * caller supplies CA-POLICY-NUM, CA-LAST-CHANGED as read and the
      * CA-DRIVER fields; an ADD returns the assigned CA-D-DRIVER-NUM,
      * an update or remove names the driver in it. Up to five drivers
      * per policy. The licence number must be in the DVLA format and
      * agree with the date of birth. A driver change does not re-rate
      * on its own - the youngest age and total points are priced at
      * the policy's next rating event (update, re-rate or renewal).
      ******************************************************************
      * An ADD with a non-zero CA-N-QUOTE-NUM converts that RAQUOTE
      * quote into the policy. The quote must be for CA-CUSTOMER-NUM
      * ('95' otherwise). While it is still inside its validity and
      * the base premium, CC, year of manufacture and accidents are
      * the ones quoted, the quoted premium is honoured instead of
      * re-rating and CA-N-QUOTE-HONOURED comes back 'Y'; otherwise the
      * vehicle is rated as any other new business and it comes back
      * 'N'. Either way the quote is marked converted to the policy.
      ******************************************************************
      * An ADD or update is checked against the REFERRALRULE table
      * once it has been validated and rated - a premium increase
      * above a percentage (updates only), VALUE or CC above a limit,
      * or ACCIDENTS above a limit on new business. An update keeps
      * the accident count on file, so it never trips that rule -
      * RACLAIMS holds the at-fault claim re-rate that takes a policy
      * over it as an amendment referral carrying the new count. A
      * change that trips a rule is held on REFERRAL with '92'
      * instead of being applied. The underwriter requests work on
      * those referrals -
      *   list     up to ten pending referrals, oldest first, into
      *            CA-R-LIST
      *   approve  the referral in CA-R-REFERRAL-NUM is applied as
      *            keyed through the normal add or update, with its
      *            validation, stale-update guard, rating, history and
      *            billing event, but without the rules being checked
      *            again. Any return code the add or update gives
      *            comes back unchanged and the referral stays
      *            pending; on an approved ADD the new policy number
      *            comes back in CA-POLICY-NUM
      *   decline  the referral in CA-R-REFERRAL-NUM is closed with
      *            the reason in CA-R-DECLINE-REASON
      * Approve and decline need CA-R-UNDERWRITER.
      ******************************************************************
           03 CA-RETURN-CODE          PIC X(02)  VALUE SPACES.
           03 CA-COMMAREA-VERSION     PIC X(02)  VALUE SPACES.
             05 CA-M-CC                 PIC 9(04)  VALUE ZERO.
             05 CA-M-MANUFACTURED       PIC 9(04)  VALUE ZERO.
             05 CA-M-PREMIUM            PIC 9(09)  VALUE ZERO.
      *      Declared on an ADD; ignored on input to an update, which
      *      keeps the count on file - it moves only when RACLAIMS
      *      registers an at-fault claim against the policy
             05 CA-M-ACCIDENTS          PIC 9(02)  VALUE ZERO.
      *      Only populated, and only sent back, when the caller's
      *      commarea is big enough - see WS-REQUIRED-CA-LEN-V2.
      *      Marked 'FINAL' by GET-MOTOR-DB2-INFO once all the motor
      *      data that fits has been moved to the commarea.
           03 CA-M-FILLER              PIC X(20)  VALUE SPACES.
      *    Used only by CANCEL-MOTOR-DB2-INFO, and placed after the
      *    end-of-data marker so no other request's layout moves
           03 CA-CANCELLATION.
             05 CA-X-CANCEL-DATE        PIC X(10)  VALUE SPACES.
             05 CA-X-CANCEL-REASON      PIC X(02)  VALUE SPACES.
             05 CA-X-RETURN-PREMIUM     PIC 9(09)  VALUE ZERO.
      *    Used only by the driver requests, after the cancellation
      *    fields for the same reason
           03 CA-DRIVER.
             05 CA-D-DRIVER-NUM         PIC 9(02)  VALUE ZERO.
             05 CA-D-FIRST-NAME         PIC X(10)  VALUE SPACES.
             05 CA-D-LAST-NAME          PIC X(20)  VALUE SPACES.
      *      Both dates MM/DD/YYYY like every other date on the policy
             05 CA-D-DATE-OF-BIRTH      PIC X(10)  VALUE SPACES.
             05 CA-D-LICENCE-DATE       PIC X(10)  VALUE SPACES.
             05 CA-D-LICENCE-NUMBER     PIC X(16)  VALUE SPACES.
      *      DVLA endorsement codes, e.g. SP30 - unused slots SPACES
             05 CA-D-CONVICTION-CODES.
               07 CA-D-CONVICTION-CODE  PIC X(04)  VALUE SPACES
                                        OCCURS 5 TIMES.
             05 CA-D-PENALTY-POINTS     PIC 9(02)  VALUE ZERO.
      *    Used only by ADD-MOTOR-DB2-INFO to convert a quote
           03 CA-QUOTE.
             05 CA-N-QUOTE-NUM          PIC 9(09)  VALUE ZERO.
             05 CA-N-QUOTE-HONOURED     PIC X(01)  VALUE SPACES.
      *    Used only by the referral requests, and to hand back the
      *    referral raised by a '92'
           03 CA-REFERRAL.
             05 CA-R-REFERRAL-NUM       PIC 9(09)  VALUE ZERO.
             05 CA-R-UNDERWRITER        PIC X(08)  VALUE SPACES.
      *      P premium increase, A accidents, V value, C CC - in that
      *      order, spaces for a rule not tripped
             05 CA-R-RULES-TRIPPED      PIC X(04)  VALUE SPACES.
             05 CA-R-DECLINE-REASON     PIC X(40)  VALUE SPACES.
      *      Only used by the list, and only as far as the count says
             05 CA-R-LIST-COUNT         PIC 9(02)  VALUE ZERO.
             05 CA-R-LIST.
               07 CA-R-LIST-ENTRY       OCCURS 10 TIMES.
                 09 CA-R-L-REFERRAL-NUM PIC 9(09).
      *          N new business, A amendment
                 09 CA-R-L-TYPE         PIC X(01).
                 09 CA-R-L-POLICY-NUM   PIC 9(09).
                 09 CA-R-L-CUSTOMER-NUM PIC 9(09).
                 09 CA-R-L-REFER-DATE   PIC X(10).
                 09 CA-R-L-RULES        PIC X(04).
                 09 CA-R-L-REGNUMBER    PIC X(09).
                 09 CA-R-L-OLD-PREMIUM  PIC 9(09).
                 09 CA-R-L-NEW-PREMIUM  PIC 9(09).
