      ******************************************************************
      * LGCLAREA - Commarea layout for the claims register interface
      *            (MAINTAIN-CLAIM-INFO in RACLAIMS). Copied into
      *            01 DFHCOMMAREA in RACLAIMS. The request type byte
      *            selects the function, the way LGCUAREA does.
      ******************************************************************
      * CA-C-REQUEST values -
      *   'N'     first notification of loss - the caller supplies
      *           CA-C-REGNUMBER, CA-C-LOSS-DATE, CA-C-CAUSE,
      *           CA-C-FAULT and CA-C-RESERVE; the policy is found
      *           from the plate the way RAREGINQ finds it, the claim
      *           number is assigned and returned in CA-C-CLAIM-NUM,
      *           and an at-fault claim moves ACCIDENTS on MOTOR and
      *           re-rates the policy - unless the re-rate trips an
      *           underwriting referral rule, when it is held ('92')
      *   'G'     get the claim in CA-C-CLAIM-NUM
      *   'U'     update reserve, paid and status of the claim in
      *           CA-C-CLAIM-NUM - a claim set to 'C' is closed and
      *           takes today as its closed date
      ******************************************************************
      * CA-C-CAUSE values -
      *   'CO' collision       'TH' theft          'FI' fire
      *   'WS' windscreen      'VA' vandalism      'WE' storm/flood
      *   'OT' any other cause
      * CA-C-FAULT values -
      *   'F'     at fault - counts as an accident on the policy
      *   'N'     non-fault - recorded only, the rating is untouched
      * CA-C-STATUS values -
      *   'O'     open         'C'     closed
      ******************************************************************
      * CA-C-RETURN-CODE values set by RACLAIMS -
      *   SPACES  request completed normally
      *   '01'    no policy carries the plate ('N'), or no claim
      *           carries the claim number ('G'/'U')
      *   '92'    the claim is registered, but its at-fault re-rate
      *           took ACCIDENTS or the premium increase over a
      *           REFERRALRULE limit and is held on REFERRAL as an
      *           amendment for an underwriter - MOTOR is untouched
      *           until it is approved through RAEXPORT. The referral
      *           number and rules tripped come back in
      *           CA-C-REFERRAL-NUM and CA-C-RULES-TRIPPED when the
      *           commarea is long enough to hold them. Not a failure -
      *           the caller commits as on SPACES
      *   '90'    unexpected SQLCODE - see CSMT / SQLERRORLOG. A '90'
      *           on a notification can leave the CLAIM row written
      *           without its re-rate in the task's uncommitted unit
      *           of work - the caller owns the syncpoint and must
      *           issue EXEC CICS SYNCPOINT ROLLBACK rather than commit
      *   '95'    loss date not a real date, in the future or outside
      *           the period of cover (after the cancellation date on
      *           a cancelled policy), or cause/fault/status code not
      *           one listed above
      *   '96'    update refused - the claim is already closed
      *   '98'    caller commarea too small
      *   '99'    CA-C-REQUEST is not a known request type
      ******************************************************************
      * On an at-fault notification CA-C-ACCIDENTS returns the new
      * accident count and CA-C-OLD-PREMIUM / CA-C-NEW-PREMIUM the
      * premium before and after the re-rate; on a non-fault one all
      * three describe the policy as it stands. An at-fault claim on a
      * cancelled policy is registered without the re-rate. On a '92'
      * all three describe the policy as it stands, the re-rate being
      * held on the referral.
      ******************************************************************
           03 CA-C-RETURN-CODE        PIC X(02)  VALUE SPACES.
           03 CA-C-REQUEST            PIC X(01)  VALUE SPACES.
           03 CA-C-CLAIM-NUM          PIC 9(09)  VALUE ZERO.
           03 CA-C-REGNUMBER          PIC X(09)  VALUE SPACES.
           03 CA-C-POLICY-NUM         PIC 9(09)  VALUE ZERO.
           03 CA-C-CUSTOMER-NUM       PIC 9(09)  VALUE ZERO.
           03 CA-C-LOSS-DATE          PIC X(10)  VALUE SPACES.
           03 CA-C-NOTIFIED-DATE      PIC X(10)  VALUE SPACES.
           03 CA-C-CAUSE              PIC X(02)  VALUE SPACES.
           03 CA-C-FAULT              PIC X(01)  VALUE SPACES.
           03 CA-C-RESERVE            PIC 9(09)  VALUE ZERO.
           03 CA-C-PAID               PIC 9(09)  VALUE ZERO.
           03 CA-C-STATUS             PIC X(01)  VALUE SPACES.
           03 CA-C-CLOSED-DATE        PIC X(10)  VALUE SPACES.
           03 CA-C-ACCIDENTS          PIC 9(02)  VALUE ZERO.
           03 CA-C-OLD-PREMIUM        PIC 9(09)  VALUE ZERO.
           03 CA-C-NEW-PREMIUM        PIC 9(09)  VALUE ZERO.
      *    Set only on a '92', and only for a caller whose commarea
      *    reaches this far - older callers stop at CA-C-NEW-PREMIUM
           03 CA-C-REFERRAL-NUM       PIC 9(09)  VALUE ZERO.
           03 CA-C-RULES-TRIPPED      PIC X(04)  VALUE SPACES.
