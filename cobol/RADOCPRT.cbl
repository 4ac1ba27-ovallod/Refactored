      ******************************************************************
      * Nightly document production - turns the pending DOCREQUEST
      * rows into the print stream the print house runs off, one
      * document pack per policy: an address block from the CUSTOMER
      * master, the certificate of insurance and the policy schedule.
      * New business, vehicle amendments and renewals raise the
      * requests (ADD-/UPDATE-MOTOR-DB2-INFO in RAEXPORT and the
      * RARENCMP renewal) so every change to cover goes out on paper
      * without anyone keying a document request by hand.
      *
      *   certificate  policy number, REGNUMBER, MAKE/MODEL, period
      *                of cover ISSUEDATE to EXPIRYDATE and the
      *                permitted use
      *   schedule     premium, payment plan, broker and broker's
      *                reference, period of cover
      *
      * The documents show the policy as it stands tonight, so
      * several requests against one policy (an ADD and an amendment
      * the same day, say) are all satisfied by a single pack.
      * Requests that cannot be produced are marked failed with a
      * reason and listed on the control report -
      *   01  no POLICY/MOTOR pair carries the policy number - the
      *       policy has been deleted since the request was raised
      *   02  policy cancelled mid-term - no certificate may be issued
      *   03  no CUSTOMER row for the policy's customer - nothing to
      *       address the documents to
      *
      * Only requests raised up to the moment the run starts are
      * taken - anything raised while it runs waits for tomorrow. The
      * control report reconciles figures that come from different
      * places: the requests read against a count of the pending
      * requests taken as the run opens, the packs written against
      * the certificates, schedules and trailer document count, and
      * a closing count of requests still pending from before the
      * start, which must be none. A run out of balance is rolled
      * back like a failed one, its stream left without a trailer.
      * The whole run is one unit of work: the request statuses are
      * only committed once the print stream trailer is written, and
      * a run that stops on an error rolls back, so the rerun prints
      * every request again onto a complete file. The print house
      * rejects a stream without its trailer, as billing does BILX.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RADOCPRT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCPRINT ASSIGN TO DOCPRINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOCPRINT-STATUS.
           SELECT DOCCTL ASSIGN TO DOCCTLRP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOCCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DOCPRINT
           RECORDING MODE IS F.
       01  DOC-PRINT-RECORD             PIC X(200).
       FD  DOCCTL
           RECORDING MODE IS F.
       01  DOCCTL-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
      *    Set when a DB2 statement stops on a real SQLCODE - the run
      *    stops in place and rolls every request back to pending
       01  WS-SQL-ERROR-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-SQL-ERROR              VALUE 'Y'.
       01  WS-FILE-ERROR-SWITCH         PIC X(01) VALUE 'N'.
           88 WS-FILE-ERROR             VALUE 'Y'.
       01  WS-DOCPRINT-STATUS           PIC X(02) VALUE '00'.
           88 WS-DOCPRINT-OK            VALUE '00'.
       01  WS-DOCCTL-STATUS             PIC X(02) VALUE '00'.
           88 WS-DOCCTL-OK              VALUE '00'.
       01  WS-FAILED-HEADER-SWITCH      PIC X(01) VALUE 'N'.
           88 WS-FAILED-HEADER-DONE     VALUE 'Y'.
       01  WS-REQUEST-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-NB-REQUEST-COUNT          PIC S9(9) COMP VALUE ZERO.
       01  WS-MA-REQUEST-COUNT          PIC S9(9) COMP VALUE ZERO.
       01  WS-RN-REQUEST-COUNT          PIC S9(9) COMP VALUE ZERO.
       01  WS-OTHER-REQUEST-COUNT       PIC S9(9) COMP VALUE ZERO.
       01  WS-SATISFIED-COUNT           PIC S9(9) COMP VALUE ZERO.
       01  WS-FAILED-COUNT              PIC S9(9) COMP VALUE ZERO.
       01  WS-PACK-COUNT                PIC S9(9) COMP VALUE ZERO.
       01  WS-CERTIFICATE-COUNT         PIC S9(9) COMP VALUE ZERO.
       01  WS-SCHEDULE-COUNT            PIC S9(9) COMP VALUE ZERO.
       01  WS-EXPECTED-DOC-COUNT        PIC S9(9) COMP VALUE ZERO.
       01  WS-BALANCE-SWITCH            PIC X(01) VALUE 'Y'.
           88 WS-IN-BALANCE             VALUE 'Y'.
           88 WS-OUT-OF-BALANCE         VALUE 'N'.
      *    Pending requests as the run opens, and those from before
      *    the start still pending as it closes
       01  DB2-OPEN-PENDING-INT         PIC S9(9) COMP VALUE ZERO.
       01  DB2-LEFT-PENDING-INT         PIC S9(9) COMP VALUE ZERO.
      *    The policy the last pack was built for, and how it went -
      *    further requests for the same policy take the same outcome
      *    rather than printing the same documents twice
       01  WS-PREVIOUS-POLICYNUM        PIC S9(9) COMP VALUE ZERO.
       01  WS-OUTCOME-STATUS            PIC X(01) VALUE SPACES.
       01  WS-OUTCOME-REASON            PIC X(02) VALUE SPACES.
       01  WS-DATE                      PIC X(10) VALUE SPACES.
       01  WS-TIME                      PIC X(8)  VALUE SPACES.
      *    This is a batch program with no CICS task context to ask
      *    for the time of day, so the run date/time comes from the
      *    intrinsic clock instead of EXEC CICS ASKTIME/FORMATTIME
       01  WS-CURRENT-DATE-TIME.
           03 WS-CDT-YYYY               PIC 9(4).
           03 WS-CDT-MM                 PIC 9(2).
           03 WS-CDT-DD                 PIC 9(2).
           03 WS-CDT-HH                 PIC 9(2).
           03 WS-CDT-MI                 PIC 9(2).
           03 WS-CDT-SS                 PIC 9(2).
           03 FILLER                    PIC X(07).
      *    The run start as YYYYMMDD and HHMMSS run together, so the
      *    request date and time compare against it in order
       01  WS-RUN-START-KEY.
           03 WS-RSK-DATE               PIC 9(08) VALUE ZERO.
           03 WS-RSK-TIME               PIC 9(06) VALUE ZERO.
       01  WS-RUN-START-KEY-TEXT REDEFINES WS-RUN-START-KEY
                                        PIC X(14).
      *    Plan codes are installments per policy year, the same codes
      *    RAINSTEX collects on - printed in words on the schedule
       01  WS-PLAN-VALUES.
           03 FILLER                    PIC X(14)
              VALUE '01ANNUAL'.
           03 FILLER                    PIC X(14)
              VALUE '02HALF-YEARLY'.
           03 FILLER                    PIC X(14)
              VALUE '04QUARTERLY'.
           03 FILLER                    PIC X(14)
              VALUE '12MONTHLY'.
       01  WS-PLAN-TABLE REDEFINES WS-PLAN-VALUES.
           03 WS-PLAN-ENTRY             OCCURS 4 TIMES.
             05 WS-PLAN-CODE            PIC 9(02).
             05 WS-PLAN-TEXT            PIC X(12).
       01  WS-PLAN-SUB                  PIC S9(4) COMP VALUE ZERO.
      *    The use every motor policy on this book is written for -
      *    printed as it stands on each certificate
       01  WS-PERMITTED-USE.
           03 FILLER                    PIC X(40)
              VALUE 'SOCIAL, DOMESTIC AND PLEASURE PURPOSES, '.
           03 FILLER                    PIC X(40)
              VALUE 'COMMUTING. EXCLUDES HIRE OR REWARD.     '.

      ******************************************************************
      * Print stream record layouts - header, then per policy an
      * address block, a certificate and a schedule, then a trailer
      * carrying the counts the print house balances to.
      ******************************************************************
       01  WS-PRINT-HEADER.
           03 DPH-RECORD-TYPE           PIC X(02) VALUE '00'.
           03 DPH-FILE-ID               PIC X(08) VALUE 'DOCPRINT'.
           03 DPH-RUN-DATE              PIC X(10) VALUE SPACES.
           03 DPH-RUN-TIME              PIC X(08) VALUE SPACES.
           03 FILLER                    PIC X(172) VALUE SPACES.
       01  WS-PRINT-ADDRESS.
           03 DPA-RECORD-TYPE           PIC X(02) VALUE '10'.
           03 DPA-POLICYNUM             PIC 9(09) VALUE ZERO.
           03 DPA-CUSTOMERNUM           PIC 9(09) VALUE ZERO.
           03 DPA-REQUEST-SOURCE        PIC X(02) VALUE SPACES.
           03 DPA-FIRSTNAME             PIC X(10) VALUE SPACES.
           03 DPA-LASTNAME              PIC X(20) VALUE SPACES.
           03 DPA-HOUSENAME             PIC X(20) VALUE SPACES.
           03 DPA-HOUSENUMBER           PIC X(04) VALUE SPACES.
           03 DPA-POSTCODE              PIC X(08) VALUE SPACES.
           03 FILLER                    PIC X(116) VALUE SPACES.
       01  WS-PRINT-CERTIFICATE.
           03 DPC-RECORD-TYPE           PIC X(02) VALUE '20'.
           03 DPC-POLICYNUM             PIC 9(09) VALUE ZERO.
           03 DPC-REGNUMBER             PIC X(09) VALUE SPACES.
           03 DPC-MAKE                  PIC X(15) VALUE SPACES.
           03 DPC-MODEL                 PIC X(15) VALUE SPACES.
           03 DPC-COVER-FROM            PIC X(10) VALUE SPACES.
           03 DPC-COVER-TO              PIC X(10) VALUE SPACES.
           03 DPC-PERMITTED-USE         PIC X(80) VALUE SPACES.
           03 FILLER                    PIC X(50) VALUE SPACES.
       01  WS-PRINT-SCHEDULE.
           03 DPS-RECORD-TYPE           PIC X(02) VALUE '30'.
           03 DPS-POLICYNUM             PIC 9(09) VALUE ZERO.
           03 DPS-PREMIUM               PIC 9(09) VALUE ZERO.
           03 DPS-PLAN-CODE             PIC 9(02) VALUE ZERO.
           03 DPS-PLAN-TEXT             PIC X(12) VALUE SPACES.
           03 DPS-BROKERID              PIC 9(09) VALUE ZERO.
           03 DPS-BROKERSREF            PIC X(15) VALUE SPACES.
           03 DPS-COVER-FROM            PIC X(10) VALUE SPACES.
           03 DPS-COVER-TO              PIC X(10) VALUE SPACES.
           03 DPS-REGNUMBER             PIC X(09) VALUE SPACES.
           03 FILLER                    PIC X(113) VALUE SPACES.
       01  WS-PRINT-TRAILER.
           03 DPT-RECORD-TYPE           PIC X(02) VALUE '99'.
           03 DPT-PACK-COUNT            PIC 9(09) VALUE ZERO.
           03 DPT-DOCUMENT-COUNT        PIC 9(09) VALUE ZERO.
           03 FILLER                    PIC X(180) VALUE SPACES.

       01  WS-CTL-HEADING-LINE.
           03 FILLER                    PIC X(29)
              VALUE 'DOCUMENT PRODUCTION RUN -    '.
           03 WH-RUN-DATE               PIC X(10) VALUE SPACES.
           03 FILLER                    PIC X(93) VALUE SPACES.
       01  WS-FAILED-HEADER-LINE.
           03 FILLER                    PIC X(40)
              VALUE 'REQUESTS NOT PRODUCED - POLICY  SOURCE  '.
           03 FILLER                    PIC X(30)
              VALUE 'REQUESTED   REASON            '.
           03 FILLER                    PIC X(62) VALUE SPACES.
       01  WS-FAILED-DETAIL-LINE.
           03 FILLER                    PIC X(22) VALUE SPACES.
           03 WF-POLICYNUMBER           PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(03) VALUE SPACES.
           03 WF-SOURCE                 PIC X(02) VALUE SPACES.
           03 FILLER                    PIC X(04) VALUE SPACES.
           03 WF-REQUESTDATE            PIC X(10) VALUE SPACES.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WF-REASON                 PIC X(02) VALUE SPACES.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WF-REASON-TEXT            PIC X(30) VALUE SPACES.
           03 FILLER                    PIC X(46) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           03 WR-TOTAL-LABEL            PIC X(24) VALUE SPACES.
           03 WR-TOTAL-COUNT            PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(99) VALUE SPACES.
       01  WS-BALANCE-CHECK-LINE.
           03 WB-CHECK-TEXT             PIC X(56) VALUE SPACES.
           03 WB-CHECK-RESULT           PIC X(20) VALUE SPACES.
           03 FILLER                    PIC X(56) VALUE SPACES.
       01  WS-BALANCED-LINE             PIC X(132)
              VALUE 'DOCUMENT RUN IN BALANCE - REQUESTS COMMITTED'.
       01  WS-UNBALANCED-LINE           PIC X(132)
              VALUE '*** OUT OF BALANCE - REQUESTS LEFT PENDING ***'.
      *    Written instead of normal totals when an error cut the run
      *    short, so the run cannot pass as complete
       01  WS-INCOMPLETE-LINE           PIC X(132)
              VALUE '*** ERROR - DOCUMENT RUN INCOMPLETE - SEE LOG *'.

      *    Run-statistics row every nightly batch job leaves behind
       COPY LGRUNLOG.

       COPY LGPOLICY.

       01  DB2-POLICYNUM-INT            PIC S9(9) COMP VALUE ZERO.
       01  DB2-CUSTOMERNUM-INT          PIC S9(9) COMP VALUE ZERO.
       01  DB2-BROKERID-INT             PIC S9(9) COMP VALUE ZERO.
       01  DB2-PAYMENT-INT              PIC S9(9) COMP VALUE ZERO.
       01  DB2-M-PREMIUM-INT            PIC S9(9) COMP VALUE ZERO.
       01  DB2-CANCELDATE               PIC X(10) VALUE SPACES.
       01  DB2-DR-REQUESTDATE           PIC X(10) VALUE SPACES.
       01  DB2-DR-REQUESTTIME           PIC X(08) VALUE SPACES.
       01  DB2-DR-SOURCE                PIC X(02) VALUE SPACES.
       01  DB2-CU-FIRSTNAME             PIC X(10) VALUE SPACES.
       01  DB2-CU-LASTNAME              PIC X(20) VALUE SPACES.
       01  DB2-CU-HOUSENAME             PIC X(20) VALUE SPACES.
       01  DB2-CU-HOUSENUMBER           PIC X(04) VALUE SPACES.
       01  DB2-CU-POSTCODE              PIC X(08) VALUE SPACES.
       77  IND-BROKERID                 PIC S9(4) COMP.
       77  IND-BROKERSREF               PIC S9(4) COMP.
       77  IND-PAYMENT                  PIC S9(4) COMP.
       77  IND-CANCELDATE               PIC S9(4) COMP.
      *    Null from the outer join means the customer has no row on
      *    the CUSTOMER master - one indicator per column, as DB2
      *    requires on an outer join even to NOT NULL columns
       77  IND-CU-FIRSTNAME             PIC S9(4) COMP.
       77  IND-CU-LASTNAME              PIC S9(4) COMP.
       77  IND-CU-HOUSENAME             PIC S9(4) COMP.
       77  IND-CU-HOUSENUMBER           PIC S9(4) COMP.
       77  IND-CU-POSTCODE              PIC S9(4) COMP.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE DGENAPP
           END-EXEC.

      ******************************************************************
      * Every request pending from before the run start, grouped by
      * policy so one pack covers all of a policy's requests. Online
      * requests carry HHMMSS and batch ones HH:MM:SS - REPLACE
      * brings both to HHMMSS behind the date re-assembled to
      * YYYYMMDD with SUBSTR, the same predicate the opening and
      * closing counts use.
      ******************************************************************
           EXEC SQL
             DECLARE DOCCSR CURSOR FOR
             SELECT   POLICYNUMBER,
                      REQUESTDATE,
                      REQUESTTIME,
                      REQUESTSOURCE
               FROM   DOCREQUEST
               WHERE  REQUESTSTATUS = 'P'
                 AND  SUBSTR(REQUESTDATE,7,4) ||
                      SUBSTR(REQUESTDATE,1,2) ||
                      SUBSTR(REQUESTDATE,4,2) ||
                      REPLACE(REQUESTTIME,':','') <=
                      :WS-RUN-START-KEY-TEXT
               ORDER BY POLICYNUMBER
           END-EXEC.

       PROCEDURE DIVISION.
       PRODUCE-POLICY-DOCUMENTS.
           MOVE 'RADOCPRT' TO WS-RUNLOG-JOBNAME
           PERFORM WRITE-RUNLOG-START
           PERFORM INITIALIZE-DOCUMENT-RUN
           IF WS-DOCPRINT-OK AND WS-DOCCTL-OK
             PERFORM PROCESS-ONE-REQUEST UNTIL WS-EOF
             PERFORM TERMINATE-DOCUMENT-RUN
           END-IF
           PERFORM RECORD-RUN-STATISTICS
           STOP RUN.

      * Open both files and the request cursor, write the control
      * report heading and the print stream header
       INITIALIZE-DOCUMENT-RUN.
           OPEN OUTPUT DOCPRINT
           OPEN OUTPUT DOCCTL

           IF NOT WS-DOCPRINT-OK OR NOT WS-DOCCTL-OK
             DISPLAY 'RADOCPRT - OPEN FAILED - DOCPRINT STATUS '
                     WS-DOCPRINT-STATUS ' DOCCTL STATUS '
                     WS-DOCCTL-STATUS
             MOVE 16 TO RETURN-CODE
           ELSE
             MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
             STRING WS-CDT-MM   DELIMITED BY SIZE
                    '/'         DELIMITED BY SIZE
                    WS-CDT-DD   DELIMITED BY SIZE
                    '/'         DELIMITED BY SIZE
                    WS-CDT-YYYY DELIMITED BY SIZE
                    INTO WS-DATE
             END-STRING
             STRING WS-CDT-HH   DELIMITED BY SIZE
                    ':'         DELIMITED BY SIZE
                    WS-CDT-MI   DELIMITED BY SIZE
                    ':'         DELIMITED BY SIZE
                    WS-CDT-SS   DELIMITED BY SIZE
                    INTO WS-TIME
             END-STRING

             COMPUTE WS-RSK-DATE =
                     WS-CDT-YYYY * 10000 + WS-CDT-MM * 100 + WS-CDT-DD
             COMPUTE WS-RSK-TIME =
                     WS-CDT-HH * 10000 + WS-CDT-MI * 100 + WS-CDT-SS

             MOVE WS-DATE TO WH-RUN-DATE
             MOVE WS-CTL-HEADING-LINE TO DOCCTL-REPORT-LINE
             WRITE DOCCTL-REPORT-LINE

             MOVE WS-DATE TO DPH-RUN-DATE
             MOVE WS-TIME TO DPH-RUN-TIME
             MOVE WS-PRINT-HEADER TO DOC-PRINT-RECORD
             PERFORM WRITE-PRINT-RECORD

             PERFORM COUNT-PENDING-AT-OPEN
             IF WS-SQL-ERROR
               SET WS-EOF TO TRUE
             ELSE
               EXEC SQL
                 OPEN DOCCSR
               END-EXEC
               IF SQLCODE IN SQLCA NOT EQUAL 0
                 DISPLAY 'RADOCPRT - OPEN DOCCSR FAILED - SQLCODE '
                         SQLCODE IN SQLCA
                 MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
                 SET WS-SQL-ERROR TO TRUE
                 SET WS-EOF TO TRUE
               ELSE
                 PERFORM FETCH-NEXT-REQUEST
               END-IF
             END-IF
           END-IF.
           EXIT.

      * The pending requests the cursor should deliver, counted on the
      * same predicate before it opens
       COUNT-PENDING-AT-OPEN.
           EXEC SQL
             SELECT COUNT(*)
               INTO :DB2-OPEN-PENDING-INT
               FROM DOCREQUEST
               WHERE REQUESTSTATUS = 'P'
                 AND SUBSTR(REQUESTDATE,7,4) ||
                     SUBSTR(REQUESTDATE,1,2) ||
                     SUBSTR(REQUESTDATE,4,2) ||
                     REPLACE(REQUESTTIME,':','') <=
                     :WS-RUN-START-KEY-TEXT
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             DISPLAY 'RADOCPRT - COUNT OPEN DOCREQUEST FAILED - '
                     'SQLCODE ' SQLCODE IN SQLCA
             MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
             SET WS-SQL-ERROR TO TRUE
           END-IF.
           EXIT.

      * Requests from before the start still pending once every one
      * read has been marked - any at all means the cursor missed one
       COUNT-PENDING-AT-CLOSE.
           EXEC SQL
             SELECT COUNT(*)
               INTO :DB2-LEFT-PENDING-INT
               FROM DOCREQUEST
               WHERE REQUESTSTATUS = 'P'
                 AND SUBSTR(REQUESTDATE,7,4) ||
                     SUBSTR(REQUESTDATE,1,2) ||
                     SUBSTR(REQUESTDATE,4,2) ||
                     REPLACE(REQUESTTIME,':','') <=
                     :WS-RUN-START-KEY-TEXT
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             DISPLAY 'RADOCPRT - COUNT CLOSE DOCREQUEST FAILED - '
                     'SQLCODE ' SQLCODE IN SQLCA
             MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
             SET WS-SQL-ERROR TO TRUE
           END-IF.
           EXIT.

      * Three checks on figures from different places - requests read
      * against the opening count, one certificate and one schedule
      * per pack with the trailer counting both, and nothing left
      * pending from before the start
       CHECK-RUN-BALANCE.
           SET WS-IN-BALANCE TO TRUE
           COMPUTE WS-EXPECTED-DOC-COUNT = WS-PACK-COUNT * 2
           COMPUTE DPT-DOCUMENT-COUNT =
                   WS-CERTIFICATE-COUNT + WS-SCHEDULE-COUNT
           MOVE WS-PACK-COUNT TO DPT-PACK-COUNT

           IF WS-REQUEST-COUNT NOT EQUAL DB2-OPEN-PENDING-INT
              OR WS-CERTIFICATE-COUNT NOT EQUAL WS-PACK-COUNT
              OR WS-SCHEDULE-COUNT NOT EQUAL WS-PACK-COUNT
              OR DPT-DOCUMENT-COUNT NOT EQUAL WS-EXPECTED-DOC-COUNT
              OR DB2-LEFT-PENDING-INT NOT EQUAL ZERO
             SET WS-OUT-OF-BALANCE TO TRUE
           END-IF.
           EXIT.

      * One line per balance check with how it came out
       WRITE-BALANCE-CHECKS.
           MOVE 'REQUESTS READ = PENDING AT START'
             TO WB-CHECK-TEXT
           IF WS-REQUEST-COUNT = DB2-OPEN-PENDING-INT
             MOVE 'IN BALANCE'         TO WB-CHECK-RESULT
           ELSE
             MOVE '*** OUT OF BALANCE' TO WB-CHECK-RESULT
           END-IF
           PERFORM WRITE-BALANCE-CHECK-LINE

           MOVE 'CERTIFICATES = SCHEDULES = PACKS, TRAILER = 2 X PACKS'
             TO WB-CHECK-TEXT
           IF WS-CERTIFICATE-COUNT = WS-PACK-COUNT
              AND WS-SCHEDULE-COUNT = WS-PACK-COUNT
              AND DPT-DOCUMENT-COUNT = WS-EXPECTED-DOC-COUNT
             MOVE 'IN BALANCE'         TO WB-CHECK-RESULT
           ELSE
             MOVE '*** OUT OF BALANCE' TO WB-CHECK-RESULT
           END-IF
           PERFORM WRITE-BALANCE-CHECK-LINE

           MOVE 'REQUESTS FROM BEFORE START STILL PENDING = 0'
             TO WB-CHECK-TEXT
           IF DB2-LEFT-PENDING-INT = ZERO
             MOVE 'IN BALANCE'         TO WB-CHECK-RESULT
           ELSE
             MOVE '*** OUT OF BALANCE' TO WB-CHECK-RESULT
           END-IF
           PERFORM WRITE-BALANCE-CHECK-LINE.
           EXIT.

       WRITE-BALANCE-CHECK-LINE.
           MOVE WS-BALANCE-CHECK-LINE TO DOCCTL-REPORT-LINE
           WRITE DOCCTL-REPORT-LINE.
           EXIT.

       FETCH-NEXT-REQUEST.
           EXEC SQL
             FETCH DOCCSR
               INTO :DB2-POLICYNUM-INT,
                    :DB2-DR-REQUESTDATE,
                    :DB2-DR-REQUESTTIME,
                    :DB2-DR-SOURCE
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             SET WS-EOF TO TRUE
             IF SQLCODE IN SQLCA NOT EQUAL 100
               DISPLAY 'RADOCPRT - FETCH DOCCSR FAILED - SQLCODE '
                       SQLCODE IN SQLCA
               MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
               SET WS-SQL-ERROR TO TRUE
             END-IF
           END-IF.
           EXIT.

      * One request - the first for a policy builds its pack, later
      * ones for the same policy share that pack's outcome - then
      * the request is marked with how it went
       PROCESS-ONE-REQUEST.
           ADD 1 TO WS-REQUEST-COUNT
           EVALUATE DB2-DR-SOURCE
             WHEN 'NB'
               ADD 1 TO WS-NB-REQUEST-COUNT
             WHEN 'MA'
               ADD 1 TO WS-MA-REQUEST-COUNT
             WHEN 'RN'
               ADD 1 TO WS-RN-REQUEST-COUNT
             WHEN OTHER
               ADD 1 TO WS-OTHER-REQUEST-COUNT
           END-EVALUATE

           IF WS-REQUEST-COUNT = 1
              OR DB2-POLICYNUM-INT NOT EQUAL WS-PREVIOUS-POLICYNUM
             MOVE DB2-POLICYNUM-INT TO WS-PREVIOUS-POLICYNUM
             PERFORM PRODUCE-POLICY-PACK
           END-IF

           IF NOT WS-SQL-ERROR AND NOT WS-FILE-ERROR
             PERFORM MARK-REQUEST-DONE
           END-IF

           IF NOT WS-SQL-ERROR AND NOT WS-FILE-ERROR
             IF WS-OUTCOME-STATUS = 'D'
               ADD 1 TO WS-SATISFIED-COUNT
             ELSE
               ADD 1 TO WS-FAILED-COUNT
               PERFORM WRITE-FAILED-REQUEST
             END-IF
           END-IF

           IF WS-SQL-ERROR OR WS-FILE-ERROR
             SET WS-EOF TO TRUE
           ELSE
             PERFORM FETCH-NEXT-REQUEST
           END-IF.
           EXIT.

      * Read the policy as it stands and, if documents may go out on
      * it, write the address block, certificate and schedule.
      * WS-OUTCOME-STATUS / WS-OUTCOME-REASON say how it went
       PRODUCE-POLICY-PACK.
           MOVE 'D'    TO WS-OUTCOME-STATUS
           MOVE SPACES TO WS-OUTCOME-REASON
           PERFORM READ-POLICY-FOR-DOCUMENTS

           IF NOT WS-SQL-ERROR AND WS-OUTCOME-STATUS = 'D'
             PERFORM WRITE-ADDRESS-BLOCK
             PERFORM WRITE-CERTIFICATE
             PERFORM WRITE-SCHEDULE
             IF NOT WS-FILE-ERROR
               ADD 1 TO WS-PACK-COUNT
             END-IF
           END-IF.
           EXIT.

      * The POLICY/MOTOR pair with the customer's name and address -
      * CUSTOMER joins on the outside so a missing customer row can
      * be reported rather than lose the request
       READ-POLICY-FOR-DOCUMENTS.
           EXEC SQL
             SELECT  POLICY.CUSTOMERNUMBER,
                     POLICY.ISSUEDATE,
                     POLICY.EXPIRYDATE,
                     POLICY.BROKERID,
                     POLICY.BROKERSREFERENCE,
                     POLICY.PAYMENT,
                     POLICY.CANCELDATE,
                     MOTOR.MAKE,
                     MOTOR.MODEL,
                     MOTOR.REGNUMBER,
                     MOTOR.PREMIUM,
                     CUSTOMER.FIRSTNAME,
                     CUSTOMER.LASTNAME,
                     CUSTOMER.HOUSENAME,
                     CUSTOMER.HOUSENUMBER,
                     CUSTOMER.POSTCODE
               INTO :DB2-CUSTOMERNUM-INT,
                    :DB2-ISSUEDATE,
                    :DB2-EXPIRYDATE,
                    :DB2-BROKERID-INT INDICATOR :IND-BROKERID,
                    :DB2-BROKERSREF INDICATOR :IND-BROKERSREF,
                    :DB2-PAYMENT-INT INDICATOR :IND-PAYMENT,
                    :DB2-CANCELDATE INDICATOR :IND-CANCELDATE,
                    :DB2-M-MAKE,
                    :DB2-M-MODEL,
                    :DB2-M-REGNUMBER,
                    :DB2-M-PREMIUM-INT,
                    :DB2-CU-FIRSTNAME INDICATOR :IND-CU-FIRSTNAME,
                    :DB2-CU-LASTNAME INDICATOR :IND-CU-LASTNAME,
                    :DB2-CU-HOUSENAME INDICATOR :IND-CU-HOUSENAME,
                    :DB2-CU-HOUSENUMBER
                     INDICATOR :IND-CU-HOUSENUMBER,
                    :DB2-CU-POSTCODE INDICATOR :IND-CU-POSTCODE
               FROM  POLICY
                     INNER JOIN MOTOR
                        ON POLICY.POLICYNUMBER =
                           MOTOR.POLICYNUMBER
                     LEFT OUTER JOIN CUSTOMER
                        ON POLICY.CUSTOMERNUMBER =
                           CUSTOMER.CUSTOMERNUMBER
               WHERE POLICY.POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE IN SQLCA = 100
               MOVE 'F'  TO WS-OUTCOME-STATUS
               MOVE '01' TO WS-OUTCOME-REASON
             WHEN SQLCODE IN SQLCA NOT EQUAL 0
               DISPLAY 'RADOCPRT - SELECT POLICY/MOTOR FAILED - '
                       'SQLCODE ' SQLCODE IN SQLCA
                       ' POLICY ' DB2-POLICYNUM-INT
               MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
               SET WS-SQL-ERROR TO TRUE
             WHEN IND-CANCELDATE NOT < ZERO
               MOVE 'F'  TO WS-OUTCOME-STATUS
               MOVE '02' TO WS-OUTCOME-REASON
             WHEN IND-CU-LASTNAME < ZERO
               MOVE 'F'  TO WS-OUTCOME-STATUS
               MOVE '03' TO WS-OUTCOME-REASON
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           EXIT.

       WRITE-ADDRESS-BLOCK.
           MOVE DB2-POLICYNUM-INT   TO DPA-POLICYNUM
           MOVE DB2-CUSTOMERNUM-INT TO DPA-CUSTOMERNUM
           MOVE DB2-DR-SOURCE       TO DPA-REQUEST-SOURCE
           MOVE DB2-CU-FIRSTNAME    TO DPA-FIRSTNAME
           MOVE DB2-CU-LASTNAME     TO DPA-LASTNAME
           MOVE DB2-CU-HOUSENAME    TO DPA-HOUSENAME
           MOVE DB2-CU-HOUSENUMBER  TO DPA-HOUSENUMBER
           MOVE DB2-CU-POSTCODE     TO DPA-POSTCODE
           MOVE WS-PRINT-ADDRESS    TO DOC-PRINT-RECORD
           PERFORM WRITE-PRINT-RECORD.
           EXIT.

       WRITE-CERTIFICATE.
           MOVE DB2-POLICYNUM-INT    TO DPC-POLICYNUM
           MOVE DB2-M-REGNUMBER      TO DPC-REGNUMBER
           MOVE DB2-M-MAKE           TO DPC-MAKE
           MOVE DB2-M-MODEL          TO DPC-MODEL
           MOVE DB2-ISSUEDATE        TO DPC-COVER-FROM
           MOVE DB2-EXPIRYDATE       TO DPC-COVER-TO
           MOVE WS-PERMITTED-USE     TO DPC-PERMITTED-USE
           MOVE WS-PRINT-CERTIFICATE TO DOC-PRINT-RECORD
           PERFORM WRITE-PRINT-RECORD
           IF NOT WS-FILE-ERROR
             ADD 1 TO WS-CERTIFICATE-COUNT
           END-IF.
           EXIT.

      * A null broker, reference or plan prints as zero / spaces - a
      * plan code RAINSTEX would not collect on prints as UNKNOWN
       WRITE-SCHEDULE.
           MOVE DB2-POLICYNUM-INT    TO DPS-POLICYNUM
           MOVE DB2-M-PREMIUM-INT    TO DPS-PREMIUM
           MOVE DB2-ISSUEDATE        TO DPS-COVER-FROM
           MOVE DB2-EXPIRYDATE       TO DPS-COVER-TO
           MOVE DB2-M-REGNUMBER      TO DPS-REGNUMBER
           IF IND-BROKERID < 0
             MOVE ZERO               TO DPS-BROKERID
           ELSE
             MOVE DB2-BROKERID-INT   TO DPS-BROKERID
           END-IF
           IF IND-BROKERSREF < 0
             MOVE SPACES             TO DPS-BROKERSREF
           ELSE
             MOVE DB2-BROKERSREF     TO DPS-BROKERSREF
           END-IF
           IF IND-PAYMENT < 0
             MOVE ZERO               TO DPS-PLAN-CODE
             MOVE 'NOT SET'          TO DPS-PLAN-TEXT
           ELSE
             MOVE DB2-PAYMENT-INT    TO DPS-PLAN-CODE
             MOVE 'UNKNOWN'          TO DPS-PLAN-TEXT
             PERFORM FIND-PLAN-TEXT
                     VARYING WS-PLAN-SUB FROM 1 BY 1
                     UNTIL WS-PLAN-SUB > 4
           END-IF
           MOVE WS-PRINT-SCHEDULE    TO DOC-PRINT-RECORD
           PERFORM WRITE-PRINT-RECORD
           IF NOT WS-FILE-ERROR
             ADD 1 TO WS-SCHEDULE-COUNT
           END-IF.
           EXIT.

       FIND-PLAN-TEXT.
           IF WS-PLAN-CODE(WS-PLAN-SUB) = DB2-PAYMENT-INT
             MOVE WS-PLAN-TEXT(WS-PLAN-SUB) TO DPS-PLAN-TEXT
           END-IF.
           EXIT.

       WRITE-PRINT-RECORD.
           WRITE DOC-PRINT-RECORD
           IF NOT WS-DOCPRINT-OK
             DISPLAY 'RADOCPRT - WRITE FAILED FOR DOCPRINT - STATUS '
                     WS-DOCPRINT-STATUS
             SET WS-FILE-ERROR TO TRUE
           END-IF.
           EXIT.

      * Mark the request produced or failed. Only a still-pending row
      * is touched, so a request is never counted by two runs
       MARK-REQUEST-DONE.
           EXEC SQL
             UPDATE DOCREQUEST
               SET REQUESTSTATUS = :WS-OUTCOME-STATUS,
                   PRODUCEDDATE  = :WS-DATE,
                   FAILREASON    = :WS-OUTCOME-REASON
               WHERE POLICYNUMBER  = :DB2-POLICYNUM-INT
                 AND REQUESTDATE   = :DB2-DR-REQUESTDATE
                 AND REQUESTTIME   = :DB2-DR-REQUESTTIME
                 AND REQUESTSOURCE = :DB2-DR-SOURCE
                 AND REQUESTSTATUS = 'P'
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             DISPLAY 'RADOCPRT - UPDATE DOCREQUEST FAILED - SQLCODE '
                     SQLCODE IN SQLCA ' POLICY ' DB2-POLICYNUM-INT
             MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
             SET WS-SQL-ERROR TO TRUE
           END-IF.
           EXIT.

      * Failed requests head the control report as they are found
       WRITE-FAILED-REQUEST.
           IF NOT WS-FAILED-HEADER-DONE
             MOVE WS-FAILED-HEADER-LINE TO DOCCTL-REPORT-LINE
             WRITE DOCCTL-REPORT-LINE
             SET WS-FAILED-HEADER-DONE TO TRUE
           END-IF
           MOVE DB2-POLICYNUM-INT  TO WF-POLICYNUMBER
           MOVE DB2-DR-SOURCE      TO WF-SOURCE
           MOVE DB2-DR-REQUESTDATE TO WF-REQUESTDATE
           MOVE WS-OUTCOME-REASON  TO WF-REASON
           EVALUATE WS-OUTCOME-REASON
             WHEN '01'
               MOVE 'POLICY NO LONGER ON FILE' TO WF-REASON-TEXT
             WHEN '02'
               MOVE 'POLICY CANCELLED'         TO WF-REASON-TEXT
             WHEN OTHER
               MOVE 'NO CUSTOMER TO ADDRESS'   TO WF-REASON-TEXT
           END-EVALUATE
           MOVE WS-FAILED-DETAIL-LINE TO DOCCTL-REPORT-LINE
           WRITE DOCCTL-REPORT-LINE.
           EXIT.

      * On a clean end, balance the run, close the print stream with
      * its trailer and commit the request statuses with it. A run
      * stopped by an error rolls back instead, leaving every request
      * pending for the rerun, and the stream goes without a trailer.
      * A run out of balance is rolled back the same way, but still
      * reports its totals so the difference can be found
       TERMINATE-DOCUMENT-RUN.
           EXEC SQL
             CLOSE DOCCSR
           END-EXEC

           IF NOT WS-SQL-ERROR AND NOT WS-FILE-ERROR
             PERFORM COUNT-PENDING-AT-CLOSE
           END-IF

           IF NOT WS-SQL-ERROR AND NOT WS-FILE-ERROR
             PERFORM CHECK-RUN-BALANCE
             IF WS-IN-BALANCE
               MOVE WS-PRINT-TRAILER TO DOC-PRINT-RECORD
               PERFORM WRITE-PRINT-RECORD
             END-IF
           END-IF

           IF WS-SQL-ERROR OR WS-FILE-ERROR
             EXEC SQL
               ROLLBACK
             END-EXEC
             MOVE WS-INCOMPLETE-LINE TO DOCCTL-REPORT-LINE
             WRITE DOCCTL-REPORT-LINE
             MOVE 16 TO RETURN-CODE
           ELSE
             IF WS-IN-BALANCE
               EXEC SQL
                 COMMIT
               END-EXEC
             ELSE
               EXEC SQL
                 ROLLBACK
               END-EXEC
               MOVE 16 TO RETURN-CODE
             END-IF

             MOVE SPACES TO DOCCTL-REPORT-LINE
             WRITE DOCCTL-REPORT-LINE
             MOVE 'PENDING AT START      = ' TO WR-TOTAL-LABEL
             MOVE DB2-OPEN-PENDING-INT        TO WR-TOTAL-COUNT
             PERFORM WRITE-RUN-TOTAL
             MOVE 'REQUESTS READ         = ' TO WR-TOTAL-LABEL
             MOVE WS-REQUEST-COUNT            TO WR-TOTAL-COUNT
             PERFORM WRITE-RUN-TOTAL
             MOVE '  NEW BUSINESS        = ' TO WR-TOTAL-LABEL
             MOVE WS-NB-REQUEST-COUNT         TO WR-TOTAL-COUNT
             PERFORM WRITE-RUN-TOTAL
             MOVE '  AMENDMENTS          = ' TO WR-TOTAL-LABEL
             MOVE WS-MA-REQUEST-COUNT         TO WR-TOTAL-COUNT
             PERFORM WRITE-RUN-TOTAL
             MOVE '  RENEWALS            = ' TO WR-TOTAL-LABEL
             MOVE WS-RN-REQUEST-COUNT         TO WR-TOTAL-COUNT
             PERFORM WRITE-RUN-TOTAL
             MOVE '  OTHER SOURCE        = ' TO WR-TOTAL-LABEL
             MOVE WS-OTHER-REQUEST-COUNT      TO WR-TOTAL-COUNT
             PERFORM WRITE-RUN-TOTAL
             MOVE 'REQUESTS SATISFIED    = ' TO WR-TOTAL-LABEL
             MOVE WS-SATISFIED-COUNT          TO WR-TOTAL-COUNT
             PERFORM WRITE-RUN-TOTAL
             MOVE 'REQUESTS FAILED       = ' TO WR-TOTAL-LABEL
             MOVE WS-FAILED-COUNT             TO WR-TOTAL-COUNT
             PERFORM WRITE-RUN-TOTAL
             MOVE 'PACKS PRODUCED        = ' TO WR-TOTAL-LABEL
             MOVE WS-PACK-COUNT               TO WR-TOTAL-COUNT
             PERFORM WRITE-RUN-TOTAL
             MOVE 'CERTIFICATES WRITTEN  = ' TO WR-TOTAL-LABEL
             MOVE WS-CERTIFICATE-COUNT        TO WR-TOTAL-COUNT
             PERFORM WRITE-RUN-TOTAL
             MOVE 'SCHEDULES WRITTEN     = ' TO WR-TOTAL-LABEL
             MOVE WS-SCHEDULE-COUNT           TO WR-TOTAL-COUNT
             PERFORM WRITE-RUN-TOTAL
             MOVE 'TRAILER DOCUMENTS     = ' TO WR-TOTAL-LABEL
             MOVE DPT-DOCUMENT-COUNT          TO WR-TOTAL-COUNT
             PERFORM WRITE-RUN-TOTAL
             MOVE 'STILL PENDING         = ' TO WR-TOTAL-LABEL
             MOVE DB2-LEFT-PENDING-INT        TO WR-TOTAL-COUNT
             PERFORM WRITE-RUN-TOTAL

             MOVE SPACES TO DOCCTL-REPORT-LINE
             WRITE DOCCTL-REPORT-LINE
             PERFORM WRITE-BALANCE-CHECKS
             IF WS-IN-BALANCE
               MOVE WS-BALANCED-LINE   TO DOCCTL-REPORT-LINE
             ELSE
               MOVE WS-UNBALANCED-LINE TO DOCCTL-REPORT-LINE
             END-IF
             WRITE DOCCTL-REPORT-LINE
           END-IF

           CLOSE DOCPRINT
           CLOSE DOCCTL.
           EXIT.

       WRITE-RUN-TOTAL.
           MOVE WS-RPT-TOTAL-LINE TO DOCCTL-REPORT-LINE
           WRITE DOCCTL-REPORT-LINE.
           EXIT.

      * One run-statistics row however the run ended - requests read,
      * packs produced, and the SQLCODE any error stopped on
       RECORD-RUN-STATISTICS.
           MOVE WS-REQUEST-COUNT TO WS-RUNLOG-ROWS-READ
           MOVE WS-PACK-COUNT    TO WS-RUNLOG-ROWS-WRITTEN
           IF WS-SQL-ERROR OR WS-FILE-ERROR OR WS-OUT-OF-BALANCE
              OR NOT WS-DOCPRINT-OK OR NOT WS-DOCCTL-OK
             MOVE 'FAILED'   TO WS-RUNLOG-STATUS
           ELSE
             IF WS-FAILED-COUNT > 0
               MOVE 'WARNING'  TO WS-RUNLOG-STATUS
             ELSE
               MOVE 'COMPLETE' TO WS-RUNLOG-STATUS
             END-IF
           END-IF
           PERFORM WRITE-RUNLOG-END.
           EXIT.

      * Shared run-statistics code every nightly batch job copies
       COPY LGRUNPRC.
