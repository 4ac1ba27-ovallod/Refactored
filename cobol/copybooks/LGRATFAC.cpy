      ******************************************************************
      * LGRATFAC - Working storage and cursor for the effective-dated
      *            RATINGFACTOR table, shared by every program that
      *            rates a premium (RAEXPORT, RARERATE, RADRIFT,
      *            RARENCMP, RACLAIMS, RAFACLDR, RABRKAMD).
      *            Copied after the other DB2 host variables; the
      *            matching procedure code is in LGRATPRC.
      *
      * could not be read, or none were in force on the rating date -
      * the program must refuse to rate rather than fall back to a
      * stale or unit factor.
      *
      * The named-driver factors are per policy: the program sets
      * WS-DRIVER-POLICYNUM and performs FIND-DRIVER-FACTORS, which
      * reads the policy's drivers and answers WS-DRIVER-AGE-FACTOR
      * ('D', youngest driver's age on WS-RATING-DATE) and
      * WS-DRIVER-POINTS-FACTOR ('P', total penalty points). No named
      * drivers rates 1.00 on both. WS-DRIVER-ERROR after the call
      * means DRIVER could not be read - refuse to rate, as above.
      ******************************************************************
       01  WS-RATING-DATE              PIC X(10)      VALUE SPACES.
       01  WS-RATFAC-SWITCHES.
           03 WS-RATFAC-LOOKUP-VALUE   PIC S9(9) COMP VALUE ZERO.
           03 WS-RATFAC-RESULT         PIC 9V99       VALUE 1.00.
           03 WS-RATFAC-SUB            PIC S9(4) COMP VALUE ZERO.
      *    Five factor types of up to sixteen bands each - far more
      *    than actuarial has ever used, and LOAD-RATING-FACTORS
      *    fails the load rather than overflow it
       01  WS-RATFAC-TABLE-AREA.
           03 WS-RATFAC-COUNT          PIC S9(4) COMP VALUE ZERO.
           03 WS-RATFAC-MAX            PIC S9(4) COMP VALUE +80.
           03 WS-RATFAC-ENTRY OCCURS 80 TIMES.
             05 WS-RATFAC-TYPE           PIC X(01).
             05 WS-RATFAC-LOWER          PIC S9(9) COMP.
             05 WS-RATFAC-UPPER          PIC S9(9) COMP.
           03 DB2-RF-LOWER             PIC S9(9) COMP VALUE ZERO.
           03 DB2-RF-UPPER             PIC S9(9) COMP VALUE ZERO.
           03 DB2-RF-VALUE             PIC S9V99 COMP-3 VALUE ZERO.
      *    One policy's named drivers boiled down to the two rating
      *    inputs - the youngest date of birth comes back from DB2 as
      *    YYYYMMDD so the latest one is simply the MAX
       01  WS-DRIVER-RATING.
           03 WS-DRIVER-POLICYNUM      PIC S9(9) COMP VALUE ZERO.
           03 WS-DRIVER-COUNT          PIC S9(9) COMP VALUE ZERO.
           03 WS-DRIVER-YOUNGEST-DOB   PIC X(08)      VALUE SPACES.
           03 WS-DRIVER-DOB-PARTS REDEFINES WS-DRIVER-YOUNGEST-DOB.
             05 WS-DRIVER-DOB-YYYY     PIC 9(04).
             05 WS-DRIVER-DOB-MMDD     PIC 9(04).
           03 WS-DRIVER-POINTS         PIC S9(9) COMP VALUE ZERO.
           03 WS-DRIVER-AGE            PIC S9(4) COMP VALUE ZERO.
           03 WS-DRIVER-RATE-YYYY      PIC 9(04)      VALUE ZERO.
           03 WS-DRIVER-RATE-MMDD      PIC 9(04)      VALUE ZERO.
           03 WS-DRIVER-AGE-FACTOR     PIC 9V99       VALUE 1.00.
           03 WS-DRIVER-POINTS-FACTOR  PIC 9V99       VALUE 1.00.
           03 WS-DRIVER-ERROR-SWITCH   PIC X(01)      VALUE 'N'.
              88 WS-DRIVER-ERROR       VALUE 'Y'.
       77  IND-DRIVER-DOB              PIC S9(4) COMP.
       77  IND-DRIVER-POINTS           PIC S9(4) COMP.

      ******************************************************************
      * The set in force on the rating date - for each factor type,
