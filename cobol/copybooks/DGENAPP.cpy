      *           precompiler can bind column types to the host
      *           variables in LGPOLICY; it generates no COBOL of its
      *           own.
      ******************************************************************
      ******************************************************************
      * CANCELDATE, CANCELREASON and RETURNPREMIUM stay null while the
      * policy is in force and are set together by CANCEL-MOTOR-DB2-
      * INFO in RAEXPORT - a cancelled policy keeps its POLICY/MOTOR
      * rows, so every selection of live business must test
      * CANCELDATE IS NULL. CANCELDATE is MM/DD/YYYY like ISSUEDATE;
      * CANCELREASON takes the codes listed in LGCMAREA and
      * RETURNPREMIUM is the refund sent to billing.
      ******************************************************************
           EXEC SQL DECLARE POLICY TABLE
           ( POLICYNUMBER          INTEGER      NOT NULL,
             LASTCHANGED           CHAR(10)     NOT NULL,
             BROKERID              INTEGER          ,
             BROKERSREFERENCE      CHAR(15)         ,
             PAYMENT               INTEGER          ,
             CANCELDATE            CHAR(10)         ,
             CANCELREASON          CHAR(02)         ,
             RETURNPREMIUM         INTEGER
           ) END-EXEC.

      ******************************************************************
             YEARSNOCLAIMS         SMALLINT
           ) END-EXEC.

      ******************************************************************
      * Named drivers on a motor policy, maintained online through
      * RAEXPORT. DRIVERNUMBER runs from 1 within the policy and is
      * never re-used while the policy lives. DATEOFBIRTH and
      * LICENCEDATE are MM/DD/YYYY like the POLICY dates;
      * CONVICTIONCODES holds up to five four-character DVLA offence
      * codes side by side, spaces where unused. The youngest
      * driver's age and the total PENALTYPOINTS across the policy
      * are rating factors - see RATINGFACTOR.
      ******************************************************************
           EXEC SQL DECLARE DRIVER TABLE
           ( POLICYNUMBER          INTEGER      NOT NULL,
             DRIVERNUMBER          SMALLINT     NOT NULL,
             FIRSTNAME             CHAR(10)     NOT NULL,
             LASTNAME              CHAR(20)     NOT NULL,
             DATEOFBIRTH           CHAR(10)     NOT NULL,
             LICENCEDATE           CHAR(10)     NOT NULL,
             LICENCENUMBER         CHAR(16)     NOT NULL,
             CONVICTIONCODES       CHAR(20)     NOT NULL,
             PENALTYPOINTS         SMALLINT     NOT NULL
           ) END-EXEC.

           EXEC SQL DECLARE MOTOR_HISTORY TABLE
           ( POLICYNUMBER          INTEGER      NOT NULL,
             OLDMAKE               CHAR(15)     NOT NULL,
      * in RAEXPORT and the batch rating in RARERATE/RADRIFT so a
      * rate revision is a table load, not a two-program change.
      * FACTORTYPE - 'A' accident count, 'C' engine CC, 'G' vehicle
      * age in years, 'D' youngest named driver's age in years, 'P'
      * total penalty points across the named drivers - a policy
      * with no named drivers rates 1.00 on both. A revision loads a
      * COMPLETE band set for its type under one EFFECTIVEFROM; the
      * set in force on a rating date is the newest EFFECTIVEFROM at
      * or before it, per type.
      * EFFECTIVEFROM is YYYY-MM-DD, unlike the MM/DD/YYYY dates
      * elsewhere, so the in-force comparison works as a plain
      * character compare.
      *   C 0-1200 1.00, 1201-1600 1.10, 1601-2000 1.25,
      *     2001-999999999 1.50
      *   G 0-2 1.15, 3-7 1.05, 8-15 1.00, 16-999999999 0.95
      * No 'D' or 'P' set is seeded - until one is loaded through
      * RAFACLDR every driver rates 1.00 on them.
      ******************************************************************
           EXEC SQL DECLARE RATINGFACTOR TABLE
           ( FACTORTYPE             CHAR(01)    NOT NULL,
             FINALSTATUS            CHAR(10)    NOT NULL,
             ENDSQLCODE             INTEGER     NOT NULL
           ) END-EXEC.

      ******************************************************************
      * Claims register - one row per claim notified against a
      * policy, maintained online through RACLAIMS and listed on the
      * monthly bordereau by RACLMBRD. LOSSDATE, NOTIFIEDDATE and
      * CLOSEDDATE are MM/DD/YYYY like CHANGEDATE; CLOSEDDATE is
      * spaces while the claim is open rather than null, the way
      * CUSTOMER stores missing fields. CAUSECODE, FAULTIND and
      * CLAIMSTATUS take the values listed in LGCLAREA. RESERVEAMOUNT
      * is the outstanding estimate, PAIDAMOUNT what has gone out.
      ******************************************************************
           EXEC SQL DECLARE CLAIM TABLE
           ( CLAIMNUMBER            INTEGER     NOT NULL,
             POLICYNUMBER           INTEGER     NOT NULL,
             LOSSDATE               CHAR(10)    NOT NULL,
             NOTIFIEDDATE           CHAR(10)    NOT NULL,
             CAUSECODE              CHAR(02)    NOT NULL,
             FAULTIND               CHAR(01)    NOT NULL,
             RESERVEAMOUNT          INTEGER     NOT NULL,
             PAIDAMOUNT             INTEGER     NOT NULL,
             CLAIMSTATUS            CHAR(01)    NOT NULL,
             CLOSEDDATE             CHAR(10)    NOT NULL
           ) END-EXEC.

      ******************************************************************
      * Motor quotations, written online by RAQUOTE. A quote prices a
      * vehicle on the shared RATINGFACTOR bands without creating a
      * POLICY or MOTOR row, and keeps the factors it applied so the
      * price can be explained later. QUOTEDATE, VALIDUNTIL (thirty
      * days on) and CONVERTDATE are MM/DD/YYYY like the POLICY dates.
      * BROKERID is zero for a direct quote. QUOTESTATUS is 'O' open
      * or 'C' converted - ADD-MOTOR-DB2-INFO in RAEXPORT converts a
      * quote and sets POLICYNUMBER and CONVERTDATE, which stay zero
      * and spaces until then, the way CLAIM stores CLOSEDDATE.
      ******************************************************************
           EXEC SQL DECLARE QUOTE TABLE
           ( QUOTENUMBER            INTEGER     NOT NULL,
             CUSTOMERNUMBER         INTEGER     NOT NULL,
             BROKERID               INTEGER     NOT NULL,
             QUOTEDATE              CHAR(10)    NOT NULL,
             VALIDUNTIL             CHAR(10)    NOT NULL,
             MAKE                   CHAR(15)    NOT NULL,
             MODEL                  CHAR(15)    NOT NULL,
             VALUE                  INTEGER     NOT NULL,
             REGNUMBER              CHAR(09)    NOT NULL,
             COLOUR                 CHAR(10)    NOT NULL,
             CC                     SMALLINT    NOT NULL,
             YEAROFMANUFACTURE      SMALLINT    NOT NULL,
             ACCIDENTS              INTEGER     NOT NULL,
             BASEPREMIUM            INTEGER     NOT NULL,
             ACCIDENTFACTOR         DECIMAL(3,2) NOT NULL,
             CCFACTOR               DECIMAL(3,2) NOT NULL,
             AGEFACTOR              DECIMAL(3,2) NOT NULL,
             QUOTEDPREMIUM          INTEGER     NOT NULL,
             QUOTESTATUS            CHAR(01)    NOT NULL,
             POLICYNUMBER           INTEGER     NOT NULL,
             CONVERTDATE            CHAR(10)    NOT NULL
           ) END-EXEC.

      ******************************************************************
      * Document requests - one row each time a policy needs a fresh
      * certificate of insurance and schedule: raised as 'NB' by
      * ADD-MOTOR-DB2-INFO, 'MA' by UPDATE-MOTOR-DB2-INFO and 'RN' by
      * the RARENCMP renewal, each in the same unit of work as the
      * change itself. RADOCPRT turns the pending rows into the
      * nightly print stream. REQUESTDATE and PRODUCEDDATE are
      * MM/DD/YYYY like CHANGEDATE; REQUESTSTATUS is 'P' pending, 'D'
      * produced or 'F' failed, and PRODUCEDDATE and FAILREASON stay
      * spaces until RADOCPRT has dealt with the row. The reason codes
      * are listed in RADOCPRT.
      ******************************************************************
           EXEC SQL DECLARE DOCREQUEST TABLE
           ( POLICYNUMBER           INTEGER     NOT NULL,
             REQUESTDATE            CHAR(10)    NOT NULL,
             REQUESTTIME            CHAR(08)    NOT NULL,
             REQUESTSOURCE          CHAR(02)    NOT NULL,
             REQUESTSTATUS          CHAR(01)    NOT NULL,
             PRODUCEDDATE           CHAR(10)    NOT NULL,
             FAILREASON             CHAR(02)    NOT NULL
           ) END-EXEC.

      ******************************************************************
      * Motor Insurance Database snapshot - the vehicle and cover
      * last reported to the MID for each policy, maintained only by
      * the RAMIDFED daily delta feed. Each day's POLICY/MOTOR is
      * compared against it to find the adds, amends and removes to
      * send. COVERSTART/COVEREND (ISSUEDATE/EXPIRYDATE as sent) and
      * SENTDATE are MM/DD/YYYY like the POLICY dates. LASTACTION is
      * the last record sent - 'A' add, 'M' amend, 'D' remove - and
      * MIDSTATUS what the MID made of it - 'S' sent and awaiting a
      * response, 'A' accepted, 'R' rejected and to be sent again.
      * REJECTCODE is the MID's reason for the last rejection, spaces
      * otherwise. PRIORREGNUMBER is the plate the MID held before the
      * last amend, so a rejected amend can be sent again against the
      * plate the MID still knows. A row is deleted once the MID
      * accepts its remove.
      ******************************************************************
           EXEC SQL DECLARE MIDSNAPSHOT TABLE
           ( POLICYNUMBER           INTEGER     NOT NULL,
             REGNUMBER              CHAR(09)    NOT NULL,
             MAKE                   CHAR(15)    NOT NULL,
             MODEL                  CHAR(15)    NOT NULL,
             COVERSTART             CHAR(10)    NOT NULL,
             COVEREND               CHAR(10)    NOT NULL,
             LASTACTION             CHAR(01)    NOT NULL,
             MIDSTATUS              CHAR(01)    NOT NULL,
             SENTDATE               CHAR(10)    NOT NULL,
             REJECTCODE             CHAR(04)    NOT NULL,
             PRIORREGNUMBER         CHAR(09)    NOT NULL
           ) END-EXEC.

      ******************************************************************
      * Month-end premium position per policy, one set of rows per
      * PERIOD (YYYYMM), written only by RAMTHEND. Written premium for
      * the month is split by source - NEWBUSINESS at issue,
      * RENEWAL the renewed premium, ADJUSTMENT the mid-term changes
      * and CANCELLATION the return premium as a negative amount.
      * CLOSINGUPR is the unearned premium at the last day of the
      * month; OPENINGUPR is the previous month's CLOSINGUPR, so the
      * UPR movement is always the difference of two stored figures.
      * BROKERID and PAYMENT are zero where POLICY holds them null.
      ******************************************************************
           EXEC SQL DECLARE MONTHENDPREM TABLE
           ( PERIOD                 CHAR(06)    NOT NULL,
             POLICYNUMBER           INTEGER     NOT NULL,
             BROKERID               INTEGER     NOT NULL,
             PAYMENT                INTEGER     NOT NULL,
             NEWBUSINESS            INTEGER     NOT NULL,
             RENEWAL                INTEGER     NOT NULL,
             ADJUSTMENT             INTEGER     NOT NULL,
             CANCELLATION           INTEGER     NOT NULL,
             OPENINGUPR             INTEGER     NOT NULL,
             CLOSINGUPR             INTEGER     NOT NULL
           ) END-EXEC.

      ******************************************************************
      * Underwriting referral rules - one row per rule in use, keyed
      * on RULETYPE. A rule type with no row is not checked.
      *   'P' premium increase on an amendment, as a percentage of
      *       the premium on file, above LIMITVALUE
      *   'A' ACCIDENTS above LIMITVALUE
      *   'V' VALUE above LIMITVALUE
      *   'C' CC above LIMITVALUE
      * Read by UPDATE-MOTOR-DB2-INFO and ADD-MOTOR-DB2-INFO in
      * RAEXPORT, which hold a change that trips any of them on
      * REFERRAL instead of writing it to MOTOR.
      ******************************************************************
           EXEC SQL DECLARE REFERRALRULE TABLE
           ( RULETYPE               CHAR(01)    NOT NULL,
             LIMITVALUE             INTEGER     NOT NULL
           ) END-EXEC.

      ******************************************************************
      * Underwriting referrals - a new policy ('N') or an amendment
      * ('A') held for an underwriter because it tripped a
      * REFERRALRULE, with everything needed to apply it later as
      * keyed. RULESTRIPPED holds the rule types tripped in the order
      * P, A, V, C, spaces for a rule not tripped. BASEPREMIUM is the
      * premium as keyed, before rating; PROPOSEDPREMIUM what it
      * rated to when referred and OLDPREMIUM what MOTOR held then
      * (zero on new business). LASTCHANGED is the policy's value the
      * amendment was keyed against, so an approval still fails
      * stale if the policy has moved on since. REFERSTATUS is 'P'
      * pending, 'A' approved or 'D' declined; DECISIONDATE,
      * DECISIONTIME, UNDERWRITER and DECLINEREASON stay spaces until
      * an underwriter decides. POLICYNUMBER is zero on new business
      * until approval assigns one. All dates MM/DD/YYYY.
      ******************************************************************
           EXEC SQL DECLARE REFERRAL TABLE
           ( REFERRALNUMBER         INTEGER     NOT NULL,
             REFERRALTYPE           CHAR(01)    NOT NULL,
             POLICYNUMBER           INTEGER     NOT NULL,
             CUSTOMERNUMBER         INTEGER     NOT NULL,
             REFERDATE              CHAR(10)    NOT NULL,
             REFERTIME              CHAR(08)    NOT NULL,
             RULESTRIPPED           CHAR(04)    NOT NULL,
             REFERSTATUS            CHAR(01)    NOT NULL,
             LASTCHANGED            CHAR(10)    NOT NULL,
             EXPIRYDATE             CHAR(10)    NOT NULL,
             BROKERID               INTEGER     NOT NULL,
             BROKERSREFERENCE       CHAR(15)    NOT NULL,
             PAYMENT                INTEGER     NOT NULL,
             MAKE                   CHAR(15)    NOT NULL,
             MODEL                  CHAR(15)    NOT NULL,
             VALUE                  INTEGER     NOT NULL,
             REGNUMBER              CHAR(09)    NOT NULL,
             COLOUR                 CHAR(10)    NOT NULL,
             CC                     SMALLINT    NOT NULL,
             YEAROFMANUFACTURE      SMALLINT    NOT NULL,
             ACCIDENTS              INTEGER     NOT NULL,
             QUOTENUMBER            INTEGER     NOT NULL,
             BASEPREMIUM            INTEGER     NOT NULL,
             PROPOSEDPREMIUM        INTEGER     NOT NULL,
             OLDPREMIUM             INTEGER     NOT NULL,
             DECISIONDATE           CHAR(10)    NOT NULL,
             DECISIONTIME           CHAR(08)    NOT NULL,
             UNDERWRITER            CHAR(08)    NOT NULL,
             DECLINEREASON          CHAR(40)    NOT NULL
           ) END-EXEC.

      ******************************************************************
      * Register of customer data subject access and erasure requests
      * run through RADSARPR, one row per request, for the compliance
      * officer. REQUESTMODE is 'A' access extract or 'E' erasure.
      * OUTCOME is RADSARPR's outcome code, and OUTCOMETEXT is its
      * wording. POLICYCOUNT is the policies found on the customer.
      * ROWSSCRUBBED is the SQLERRORLOG rows an erasure cleared (zero
      * otherwise). CUSTOMERNUMBER is zero when the request card was
      * unusable. REQUESTDATE is MM/DD/YYYY like the other dates.
      ******************************************************************
           EXEC SQL DECLARE DSARREGISTER TABLE
           ( REQUESTDATE            CHAR(10)    NOT NULL,
             REQUESTTIME            CHAR(08)    NOT NULL,
             CUSTOMERNUMBER         INTEGER     NOT NULL,
             REQUESTMODE            CHAR(01)    NOT NULL,
             OUTCOME                CHAR(02)    NOT NULL,
             OUTCOMETEXT            CHAR(40)    NOT NULL,
             POLICYCOUNT            INTEGER     NOT NULL,
             ROWSSCRUBBED           INTEGER     NOT NULL
           ) END-EXEC.
