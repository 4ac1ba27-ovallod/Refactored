      ******************************************************************
      * Daily Motor Insurance Database (MID) delta feed - tells the
      * regulator which vehicles came on cover, changed or came off
      * cover since the last run, in the MID's fixed-format file, so
      * the police and the MID always hold the plates this book
      * insures without a full-book extract every night.
      *
      * MIDSNAPSHOT holds, per policy, the vehicle as it was last sent
      * and how the MID answered. Each run compares today's live
      * POLICY/MOTOR pairs (not cancelled, EXPIRYDATE not yet passed)
      * against it -
      *   add      a policy with no snapshot row, or one the MID was
      *            told had come off cover and is back on
      *   amend    REGNUMBER, MAKE/MODEL, ISSUEDATE or EXPIRYDATE
      *            differ from what was last sent
      *   remove   a snapshot row with no live policy behind it -
      *            reason C cancelled (CANCELDATE), L lapsed (past
      *            EXPIRYDATE) or D deleted (no POLICY/MOTOR pair)
      *
      * The MID answers each record in a response file that comes
      * back before the next run. The run first applies those answers
      * - an accepted remove drops the snapshot row, any other accept
      * marks it accepted, a rejection marks it rejected and lists the
      * plate and the MID's reason on the exceptions report. Rejected
      * records are sent again, flagged as resends, every run until
      * the MID accepts them; a change made meanwhile goes in the
      * resend. Answers are matched to the snapshot by policy number,
      * plate and action, and only while the record is awaiting an
      * answer - one that matches nothing is listed as unmatched.
      *
      * The whole run is one unit of work - the snapshot is only
      * committed once the delta file trailer is written, and a run
      * stopped by an error rolls back, so the rerun sends the same
      * delta again. The MID rejects a file without its trailer.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAMIDFED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MIDOUT ASSIGN TO MIDOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MIDOUT-STATUS.
           SELECT MIDRESP ASSIGN TO MIDRESP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MIDRESP-STATUS.
           SELECT MIDEXCP ASSIGN TO MIDEXCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MIDEXCP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MIDOUT
           RECORDING MODE IS F.
       01  MID-DELTA-RECORD             PIC X(150).
      *    One answer per record the MID was sent - header and trailer
      *    records on the response file are passed over
       FD  MIDRESP
           RECORDING MODE IS F.
       01  MID-RESPONSE-RECORD.
           03 MRS-RECORD-TYPE           PIC X(01).
           03 MRS-ACTION                PIC X(01).
           03 MRS-POLICYNUM             PIC 9(09).
           03 MRS-REGNUMBER             PIC X(09).
           03 MRS-RESULT                PIC X(01).
              88 MRS-ACCEPTED           VALUE 'A'.
              88 MRS-REJECTED           VALUE 'R'.
           03 MRS-REJECT-CODE           PIC X(04).
           03 MRS-REJECT-TEXT           PIC X(40).
           03 FILLER                    PIC X(15).
       FD  MIDEXCP
           RECORDING MODE IS F.
       01  MIDEXCP-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RESP-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88 WS-RESP-EOF               VALUE 'Y'.
       01  WS-LIVE-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88 WS-LIVE-EOF               VALUE 'Y'.
       01  WS-GONE-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88 WS-GONE-EOF               VALUE 'Y'.
      *    Set when a DB2 statement stops on a real SQLCODE - the run
      *    stops in place and rolls the snapshot back
       01  WS-SQL-ERROR-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-SQL-ERROR              VALUE 'Y'.
       01  WS-FILE-ERROR-SWITCH         PIC X(01) VALUE 'N'.
           88 WS-FILE-ERROR             VALUE 'Y'.
       01  WS-SNAPSHOT-SWITCH           PIC X(01) VALUE 'N'.
           88 WS-SNAPSHOT-FOUND         VALUE 'Y'.
       01  WS-MIDOUT-STATUS             PIC X(02) VALUE '00'.
           88 WS-MIDOUT-OK              VALUE '00'.
       01  WS-MIDRESP-STATUS            PIC X(02) VALUE '00'.
           88 WS-MIDRESP-OK             VALUE '00'.
           88 WS-MIDRESP-END            VALUE '10'.
       01  WS-MIDEXCP-STATUS            PIC X(02) VALUE '00'.
           88 WS-MIDEXCP-OK             VALUE '00'.
       01  WS-EXCEPTION-HEADER-SWITCH   PIC X(01) VALUE 'N'.
           88 WS-EXCEPTION-HEADER-DONE  VALUE 'Y'.
       01  WS-RESPONSE-COUNT            PIC S9(9) COMP VALUE ZERO.
       01  WS-ACCEPTED-COUNT            PIC S9(9) COMP VALUE ZERO.
       01  WS-REJECTED-COUNT            PIC S9(9) COMP VALUE ZERO.
       01  WS-UNMATCHED-COUNT           PIC S9(9) COMP VALUE ZERO.
       01  WS-LIVE-COUNT                PIC S9(9) COMP VALUE ZERO.
       01  WS-ADD-COUNT                 PIC S9(9) COMP VALUE ZERO.
       01  WS-AMEND-COUNT               PIC S9(9) COMP VALUE ZERO.
       01  WS-REMOVE-COUNT              PIC S9(9) COMP VALUE ZERO.
       01  WS-CANCELLED-COUNT           PIC S9(9) COMP VALUE ZERO.
       01  WS-LAPSED-COUNT              PIC S9(9) COMP VALUE ZERO.
       01  WS-DELETED-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-RESEND-COUNT              PIC S9(9) COMP VALUE ZERO.
       01  WS-SENT-COUNT                PIC S9(9) COMP VALUE ZERO.
      *    What goes to the MID for the record in hand - the action,
      *    whether it is a resend and, for an amend, the plate the MID
      *    holds now
       01  WS-SEND-ACTION               PIC X(01) VALUE SPACES.
       01  WS-SEND-RESEND               PIC X(01) VALUE SPACES.
       01  WS-SEND-OLD-REGNUMBER        PIC X(09) VALUE SPACES.
       01  WS-DATE                      PIC X(10) VALUE SPACES.
       01  WS-TIME                      PIC X(8)  VALUE SPACES.
      *    Today as YYYYMMDD - the form the MID takes its dates in and
      *    the form the EXPIRYDATE test is made in
       01  WS-TODAY-YYYYMMDD            PIC X(08) VALUE SPACES.
      *    MM/DD/YYYY in, YYYYMMDD out - see CONVERT-DATE-FOR-MID
       01  WS-CONVERT-MDY               PIC X(10) VALUE SPACES.
       01  WS-CONVERT-YYYYMMDD          PIC X(08) VALUE SPACES.
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

      ******************************************************************
      * MID delta file record layouts - a header, one detail record
      * per vehicle added, amended or removed, then a trailer carrying
      * the counts the MID balances the file to.
      ******************************************************************
       01  WS-MID-HEADER.
           03 MDH-RECORD-TYPE           PIC X(01) VALUE 'H'.
           03 MDH-FILE-ID               PIC X(08) VALUE 'MIDDELTA'.
           03 MDH-RUN-DATE              PIC X(08) VALUE SPACES.
           03 MDH-RUN-TIME              PIC X(08) VALUE SPACES.
           03 FILLER                    PIC X(125) VALUE SPACES.
       01  WS-MID-DETAIL.
           03 MDD-RECORD-TYPE           PIC X(01) VALUE 'D'.
      *    A add, M amend, R remove
           03 MDD-ACTION                PIC X(01) VALUE SPACES.
      *    Y when the MID rejected this record before
           03 MDD-RESEND                PIC X(01) VALUE SPACES.
           03 MDD-POLICYNUM             PIC 9(09) VALUE ZERO.
           03 MDD-REGNUMBER             PIC X(09) VALUE SPACES.
      *    Amend only - the plate the MID holds the vehicle under
           03 MDD-OLD-REGNUMBER         PIC X(09) VALUE SPACES.
           03 MDD-MAKE                  PIC X(15) VALUE SPACES.
           03 MDD-MODEL                 PIC X(15) VALUE SPACES.
           03 MDD-COVER-START           PIC X(08) VALUE SPACES.
           03 MDD-COVER-END             PIC X(08) VALUE SPACES.
      *    Remove only - C cancelled, L lapsed, D deleted, and the
      *    date cover ended
           03 MDD-REMOVE-REASON         PIC X(01) VALUE SPACES.
           03 MDD-REMOVE-DATE           PIC X(08) VALUE SPACES.
           03 FILLER                    PIC X(65) VALUE SPACES.
       01  WS-MID-TRAILER.
           03 MDT-RECORD-TYPE           PIC X(01) VALUE 'T'.
           03 MDT-ADD-COUNT             PIC 9(09) VALUE ZERO.
           03 MDT-AMEND-COUNT           PIC 9(09) VALUE ZERO.
           03 MDT-REMOVE-COUNT          PIC 9(09) VALUE ZERO.
           03 MDT-DETAIL-COUNT          PIC 9(09) VALUE ZERO.
           03 FILLER                    PIC X(113) VALUE SPACES.

       01  WS-EXC-HEADING-LINE.
           03 FILLER                    PIC X(29)
              VALUE 'MID DELTA FEED EXCEPTIONS -  '.
           03 WH-RUN-DATE               PIC X(10) VALUE SPACES.
           03 FILLER                    PIC X(93) VALUE SPACES.
       01  WS-EXC-HEADER-LINE.
           03 FILLER                    PIC X(40)
              VALUE 'MID RESPONSES -   POLICY  PLATE      A  '.
           03 FILLER                    PIC X(30)
              VALUE ' CODE  REASON                 '.
           03 FILLER                    PIC X(62) VALUE SPACES.
       01  WS-EXC-DETAIL-LINE.
           03 FILLER                    PIC X(15) VALUE SPACES.
           03 WE-POLICYNUMBER           PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WE-REGNUMBER              PIC X(09) VALUE SPACES.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WE-ACTION                 PIC X(01) VALUE SPACES.
           03 FILLER                    PIC X(03) VALUE SPACES.
           03 WE-REJECT-CODE            PIC X(04) VALUE SPACES.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WE-REASON-TEXT            PIC X(40) VALUE SPACES.
           03 FILLER                    PIC X(45) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           03 WR-TOTAL-LABEL            PIC X(24) VALUE SPACES.
           03 WR-TOTAL-COUNT            PIC Z(8)9 VALUE ZERO.
           03 FILLER                    PIC X(99) VALUE SPACES.
      *    Written instead of normal totals when an error cut the run
      *    short, so the run cannot pass as complete
       01  WS-INCOMPLETE-LINE           PIC X(132)
              VALUE '*** ERROR - MID FEED INCOMPLETE - SEE LOG *'.

      *    Run-statistics row every nightly batch job leaves behind
       COPY LGRUNLOG.

       COPY LGPOLICY.

       01  DB2-POLICYNUM-INT            PIC S9(9) COMP VALUE ZERO.
       01  DB2-CANCELDATE               PIC X(10) VALUE SPACES.
      *    The snapshot row for the policy in hand
       01  DB2-S-REGNUMBER              PIC X(09) VALUE SPACES.
       01  DB2-S-MAKE                   PIC X(15) VALUE SPACES.
       01  DB2-S-MODEL                  PIC X(15) VALUE SPACES.
       01  DB2-S-COVERSTART             PIC X(10) VALUE SPACES.
       01  DB2-S-COVEREND               PIC X(10) VALUE SPACES.
       01  DB2-S-LASTACTION             PIC X(01) VALUE SPACES.
       01  DB2-S-MIDSTATUS              PIC X(01) VALUE SPACES.
       01  DB2-S-PRIORREGNUMBER         PIC X(09) VALUE SPACES.
       01  DB2-S-REJECTCODE             PIC X(04) VALUE SPACES.
      *    The snapshot LASTACTION an answer stands for - the MID
      *    echoes the action it was sent, and a remove goes out as 'R'
      *    against a row that holds 'D'
       01  DB2-R-LASTACTION             PIC X(01) VALUE SPACES.
       77  IND-EXPIRYDATE               PIC S9(4) COMP.
       77  IND-CANCELDATE               PIC S9(4) COMP.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE DGENAPP
           END-EXEC.

      ******************************************************************
      * Every vehicle on cover today - not cancelled and EXPIRYDATE
      * not yet passed, the dates compared as YYYYMMDD.
      ******************************************************************
           EXEC SQL
             DECLARE LIVECSR CURSOR FOR
             SELECT   POLICY.POLICYNUMBER,
                      POLICY.ISSUEDATE,
                      POLICY.EXPIRYDATE,
                      MOTOR.MAKE,
                      MOTOR.MODEL,
                      MOTOR.REGNUMBER
               FROM   POLICY,
                      MOTOR
               WHERE  POLICY.POLICYNUMBER = MOTOR.POLICYNUMBER
                 AND  POLICY.CANCELDATE IS NULL
                 AND  SUBSTR(POLICY.EXPIRYDATE,7,4) ||
                      SUBSTR(POLICY.EXPIRYDATE,1,2) ||
                      SUBSTR(POLICY.EXPIRYDATE,4,2)
                         >= :WS-TODAY-YYYYMMDD
               ORDER BY POLICY.POLICYNUMBER
           END-EXEC.

      ******************************************************************
      * Snapshot rows the MID must be told have come off cover - the
      * MID still holds the vehicle and no live POLICY/MOTOR pair is
      * left behind it, or a remove the MID rejected. POLICY joins on
      * the outside so the reason can be told apart: no POLICY row at
      * all is a deletion.
      ******************************************************************
           EXEC SQL
             DECLARE GONECSR CURSOR FOR
             SELECT   MIDSNAPSHOT.POLICYNUMBER,
                      MIDSNAPSHOT.REGNUMBER,
                      MIDSNAPSHOT.MAKE,
                      MIDSNAPSHOT.MODEL,
                      MIDSNAPSHOT.COVERSTART,
                      MIDSNAPSHOT.COVEREND,
                      MIDSNAPSHOT.LASTACTION,
                      POLICY.EXPIRYDATE,
                      POLICY.CANCELDATE
               FROM   MIDSNAPSHOT
                      LEFT OUTER JOIN POLICY
                         ON MIDSNAPSHOT.POLICYNUMBER =
                            POLICY.POLICYNUMBER
               WHERE  (MIDSNAPSHOT.LASTACTION = 'D'
                       AND MIDSNAPSHOT.MIDSTATUS = 'R')
                  OR  (MIDSNAPSHOT.LASTACTION <> 'D'
                       AND NOT EXISTS
                       (SELECT 1
                          FROM POLICY P,
                               MOTOR M
                         WHERE P.POLICYNUMBER =
                               MIDSNAPSHOT.POLICYNUMBER
                           AND M.POLICYNUMBER = P.POLICYNUMBER
                           AND P.CANCELDATE IS NULL
                           AND SUBSTR(P.EXPIRYDATE,7,4) ||
                               SUBSTR(P.EXPIRYDATE,1,2) ||
                               SUBSTR(P.EXPIRYDATE,4,2)
                                  >= :WS-TODAY-YYYYMMDD))
               ORDER BY MIDSNAPSHOT.POLICYNUMBER
           END-EXEC.

       PROCEDURE DIVISION.
       PRODUCE-MID-DELTA-FEED.
           MOVE 'RAMIDFED' TO WS-RUNLOG-JOBNAME
           PERFORM WRITE-RUNLOG-START
           PERFORM INITIALIZE-MID-RUN
           IF WS-MIDOUT-OK AND WS-MIDRESP-OK AND WS-MIDEXCP-OK
             PERFORM READ-NEXT-RESPONSE
             PERFORM PROCESS-ONE-RESPONSE UNTIL WS-RESP-EOF
             IF NOT WS-SQL-ERROR AND NOT WS-FILE-ERROR
               PERFORM COMPARE-LIVE-BOOK
             END-IF
             IF NOT WS-SQL-ERROR AND NOT WS-FILE-ERROR
               PERFORM REPORT-REMOVED-COVER
             END-IF
             PERFORM TERMINATE-MID-RUN
           END-IF
           PERFORM RECORD-RUN-STATISTICS
           STOP RUN.

      * Open the three files, write the exceptions report heading and
      * the delta file header
       INITIALIZE-MID-RUN.
           OPEN OUTPUT MIDOUT
           OPEN INPUT  MIDRESP
           OPEN OUTPUT MIDEXCP

           IF NOT WS-MIDOUT-OK OR NOT WS-MIDRESP-OK
              OR NOT WS-MIDEXCP-OK
             DISPLAY 'RAMIDFED - OPEN FAILED - MIDOUT STATUS '
                     WS-MIDOUT-STATUS ' MIDRESP STATUS '
                     WS-MIDRESP-STATUS ' MIDEXCP STATUS '
                     WS-MIDEXCP-STATUS
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
             STRING WS-CDT-YYYY DELIMITED BY SIZE
                    WS-CDT-MM   DELIMITED BY SIZE
                    WS-CDT-DD   DELIMITED BY SIZE
                    INTO WS-TODAY-YYYYMMDD
             END-STRING

             MOVE WS-DATE TO WH-RUN-DATE
             MOVE WS-EXC-HEADING-LINE TO MIDEXCP-REPORT-LINE
             WRITE MIDEXCP-REPORT-LINE

             MOVE WS-TODAY-YYYYMMDD TO MDH-RUN-DATE
             MOVE WS-TIME           TO MDH-RUN-TIME
             MOVE WS-MID-HEADER     TO MID-DELTA-RECORD
             PERFORM WRITE-DELTA-RECORD
           END-IF.
           EXIT.

      ******************************************************************
      * The MID's answers to the last file sent.
      ******************************************************************
       READ-NEXT-RESPONSE.
           READ MIDRESP
             AT END
               SET WS-RESP-EOF TO TRUE
           END-READ
           IF NOT WS-RESP-EOF AND NOT WS-MIDRESP-OK
             DISPLAY 'RAMIDFED - READ FAILED FOR MIDRESP - STATUS '
                     WS-MIDRESP-STATUS
             SET WS-FILE-ERROR TO TRUE
             SET WS-RESP-EOF TO TRUE
           END-IF.
           EXIT.

      * Apply one answer to the snapshot row it belongs to. Only a row
      * still awaiting an answer for that plate and that action is
      * touched, so an answer cannot be applied twice or to a later
      * change - an answer to an add or amend cannot drop a row that
      * now awaits a remove, nor an old remove's answer a re-add
       PROCESS-ONE-RESPONSE.
           IF MRS-RECORD-TYPE = 'D'
             ADD 1 TO WS-RESPONSE-COUNT
             MOVE MRS-POLICYNUM TO DB2-POLICYNUM-INT
             IF MRS-ACTION = 'R'
               MOVE 'D'        TO DB2-R-LASTACTION
             ELSE
               MOVE MRS-ACTION TO DB2-R-LASTACTION
             END-IF
             PERFORM READ-AWAITED-SNAPSHOT
             IF NOT WS-SQL-ERROR
               EVALUATE TRUE
                 WHEN NOT WS-SNAPSHOT-FOUND
                   ADD 1 TO WS-UNMATCHED-COUNT
                   MOVE MRS-REJECT-CODE TO WE-REJECT-CODE
                   MOVE 'NO RECORD AWAITING THIS ANSWER'
                     TO WE-REASON-TEXT
                   PERFORM WRITE-RESPONSE-EXCEPTION
                 WHEN MRS-ACCEPTED AND DB2-S-LASTACTION = 'D'
                   ADD 1 TO WS-ACCEPTED-COUNT
                   PERFORM DELETE-SNAPSHOT-ROW
                 WHEN MRS-ACCEPTED
                   ADD 1 TO WS-ACCEPTED-COUNT
                   MOVE 'A'    TO DB2-S-MIDSTATUS
                   MOVE SPACES TO DB2-S-REJECTCODE
                   PERFORM UPDATE-SNAPSHOT-STATUS
                 WHEN OTHER
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'R'             TO DB2-S-MIDSTATUS
                   MOVE MRS-REJECT-CODE TO DB2-S-REJECTCODE
                   PERFORM UPDATE-SNAPSHOT-STATUS
                   MOVE MRS-REJECT-CODE TO WE-REJECT-CODE
                   MOVE MRS-REJECT-TEXT TO WE-REASON-TEXT
                   PERFORM WRITE-RESPONSE-EXCEPTION
               END-EVALUATE
             END-IF
           END-IF

           IF WS-SQL-ERROR OR WS-FILE-ERROR
             SET WS-RESP-EOF TO TRUE
           ELSE
             PERFORM READ-NEXT-RESPONSE
           END-IF.
           EXIT.

       READ-AWAITED-SNAPSHOT.
           MOVE 'N' TO WS-SNAPSHOT-SWITCH
           EXEC SQL
             SELECT  LASTACTION
               INTO :DB2-S-LASTACTION
               FROM  MIDSNAPSHOT
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                 AND REGNUMBER    = :MRS-REGNUMBER
                 AND LASTACTION   = :DB2-R-LASTACTION
                 AND MIDSTATUS    = 'S'
           END-EXEC

           EVALUATE SQLCODE IN SQLCA
             WHEN 0
               SET WS-SNAPSHOT-FOUND TO TRUE
             WHEN 100
               CONTINUE
             WHEN OTHER
               DISPLAY 'RAMIDFED - SELECT MIDSNAPSHOT FAILED - '
                       'SQLCODE ' SQLCODE IN SQLCA
                       ' POLICY ' DB2-POLICYNUM-INT
               MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
               SET WS-SQL-ERROR TO TRUE
           END-EVALUATE.
           EXIT.

      * The MID has taken the vehicle off - nothing is left to track
       DELETE-SNAPSHOT-ROW.
           EXEC SQL
             DELETE FROM MIDSNAPSHOT
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                 AND LASTACTION   = :DB2-R-LASTACTION
                 AND MIDSTATUS    = 'S'
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             DISPLAY 'RAMIDFED - DELETE MIDSNAPSHOT FAILED - SQLCODE '
                     SQLCODE IN SQLCA ' POLICY ' DB2-POLICYNUM-INT
             MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
             SET WS-SQL-ERROR TO TRUE
           END-IF.
           EXIT.

       UPDATE-SNAPSHOT-STATUS.
           EXEC SQL
             UPDATE MIDSNAPSHOT
               SET MIDSTATUS  = :DB2-S-MIDSTATUS,
                   REJECTCODE = :DB2-S-REJECTCODE
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                 AND LASTACTION   = :DB2-R-LASTACTION
                 AND MIDSTATUS    = 'S'
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             DISPLAY 'RAMIDFED - UPDATE MIDSNAPSHOT FAILED - SQLCODE '
                     SQLCODE IN SQLCA ' POLICY ' DB2-POLICYNUM-INT
             MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
             SET WS-SQL-ERROR TO TRUE
           END-IF.
           EXIT.

      * Rejected and unmatched answers head the exceptions report as
      * they are read - the caller sets the code and reason text
       WRITE-RESPONSE-EXCEPTION.
           IF NOT WS-EXCEPTION-HEADER-DONE
             MOVE WS-EXC-HEADER-LINE TO MIDEXCP-REPORT-LINE
             WRITE MIDEXCP-REPORT-LINE
             SET WS-EXCEPTION-HEADER-DONE TO TRUE
           END-IF
           MOVE MRS-POLICYNUM TO WE-POLICYNUMBER
           MOVE MRS-REGNUMBER TO WE-REGNUMBER
           MOVE MRS-ACTION    TO WE-ACTION
           MOVE WS-EXC-DETAIL-LINE TO MIDEXCP-REPORT-LINE
           WRITE MIDEXCP-REPORT-LINE.
           EXIT.

      ******************************************************************
      * Adds, amends and resends - every live vehicle against its
      * snapshot row.
      ******************************************************************
       COMPARE-LIVE-BOOK.
           EXEC SQL
             OPEN LIVECSR
           END-EXEC
           IF SQLCODE IN SQLCA NOT EQUAL 0
             DISPLAY 'RAMIDFED - OPEN LIVECSR FAILED - SQLCODE '
                     SQLCODE IN SQLCA
             MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
             SET WS-SQL-ERROR TO TRUE
           ELSE
             PERFORM FETCH-NEXT-LIVE-VEHICLE
             PERFORM PROCESS-ONE-LIVE-VEHICLE UNTIL WS-LIVE-EOF
             EXEC SQL
               CLOSE LIVECSR
             END-EXEC
           END-IF.
           EXIT.

       FETCH-NEXT-LIVE-VEHICLE.
           EXEC SQL
             FETCH LIVECSR
               INTO :DB2-POLICYNUM-INT,
                    :DB2-ISSUEDATE,
                    :DB2-EXPIRYDATE,
                    :DB2-M-MAKE,
                    :DB2-M-MODEL,
                    :DB2-M-REGNUMBER
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             SET WS-LIVE-EOF TO TRUE
             IF SQLCODE IN SQLCA NOT EQUAL 100
               DISPLAY 'RAMIDFED - FETCH LIVECSR FAILED - SQLCODE '
                       SQLCODE IN SQLCA
               MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
               SET WS-SQL-ERROR TO TRUE
             END-IF
           END-IF.
           EXIT.

      * Decide what, if anything, the MID needs to hear about this
      * vehicle. A rejected add that has since changed still goes as
      * an add; a rejected amend goes against the plate the MID held
      * before it, since the MID never took the change
       PROCESS-ONE-LIVE-VEHICLE.
           ADD 1 TO WS-LIVE-COUNT
           PERFORM READ-SNAPSHOT-ROW
           IF NOT WS-SQL-ERROR
             MOVE 'N'    TO WS-SEND-RESEND
             MOVE SPACES TO WS-SEND-OLD-REGNUMBER
             EVALUATE TRUE
               WHEN NOT WS-SNAPSHOT-FOUND
                 MOVE 'A' TO WS-SEND-ACTION
                 PERFORM SEND-LIVE-VEHICLE
                 PERFORM INSERT-SNAPSHOT-ROW
               WHEN DB2-S-LASTACTION = 'D'
                 MOVE 'A' TO WS-SEND-ACTION
                 PERFORM SEND-LIVE-VEHICLE
                 PERFORM REPLACE-SNAPSHOT-ROW
               WHEN DB2-M-REGNUMBER NOT = DB2-S-REGNUMBER
                 OR DB2-M-MAKE      NOT = DB2-S-MAKE
                 OR DB2-M-MODEL     NOT = DB2-S-MODEL
                 OR DB2-ISSUEDATE   NOT = DB2-S-COVERSTART
                 OR DB2-EXPIRYDATE  NOT = DB2-S-COVEREND
                 IF DB2-S-MIDSTATUS = 'R'
                   MOVE 'Y' TO WS-SEND-RESEND
                 END-IF
                 EVALUATE TRUE
                   WHEN DB2-S-MIDSTATUS = 'R'
                    AND DB2-S-LASTACTION = 'A'
                     MOVE 'A' TO WS-SEND-ACTION
                   WHEN DB2-S-MIDSTATUS = 'R'
                     MOVE 'M' TO WS-SEND-ACTION
                     MOVE DB2-S-PRIORREGNUMBER
                       TO WS-SEND-OLD-REGNUMBER
                   WHEN OTHER
                     MOVE 'M' TO WS-SEND-ACTION
                     MOVE DB2-S-REGNUMBER TO WS-SEND-OLD-REGNUMBER
                 END-EVALUATE
                 PERFORM SEND-LIVE-VEHICLE
                 PERFORM REPLACE-SNAPSHOT-ROW
               WHEN DB2-S-MIDSTATUS = 'R'
                 MOVE DB2-S-LASTACTION TO WS-SEND-ACTION
                 MOVE 'Y'              TO WS-SEND-RESEND
                 IF DB2-S-LASTACTION = 'M'
                   MOVE DB2-S-PRIORREGNUMBER TO WS-SEND-OLD-REGNUMBER
                 END-IF
                 PERFORM SEND-LIVE-VEHICLE
                 PERFORM REPLACE-SNAPSHOT-ROW
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF

           IF WS-SQL-ERROR OR WS-FILE-ERROR
             SET WS-LIVE-EOF TO TRUE
           ELSE
             PERFORM FETCH-NEXT-LIVE-VEHICLE
           END-IF.
           EXIT.

       READ-SNAPSHOT-ROW.
           MOVE 'N' TO WS-SNAPSHOT-SWITCH
           EXEC SQL
             SELECT  REGNUMBER,
                     MAKE,
                     MODEL,
                     COVERSTART,
                     COVEREND,
                     LASTACTION,
                     MIDSTATUS,
                     PRIORREGNUMBER
               INTO :DB2-S-REGNUMBER,
                    :DB2-S-MAKE,
                    :DB2-S-MODEL,
                    :DB2-S-COVERSTART,
                    :DB2-S-COVEREND,
                    :DB2-S-LASTACTION,
                    :DB2-S-MIDSTATUS,
                    :DB2-S-PRIORREGNUMBER
               FROM  MIDSNAPSHOT
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC

           EVALUATE SQLCODE IN SQLCA
             WHEN 0
               SET WS-SNAPSHOT-FOUND TO TRUE
             WHEN 100
               CONTINUE
             WHEN OTHER
               DISPLAY 'RAMIDFED - SELECT MIDSNAPSHOT FAILED - '
                       'SQLCODE ' SQLCODE IN SQLCA
                       ' POLICY ' DB2-POLICYNUM-INT
               MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
               SET WS-SQL-ERROR TO TRUE
           END-EVALUATE.
           EXIT.

      * The vehicle as it stands today, under the action chosen
       SEND-LIVE-VEHICLE.
           MOVE WS-SEND-ACTION        TO MDD-ACTION
           MOVE WS-SEND-RESEND        TO MDD-RESEND
           MOVE DB2-POLICYNUM-INT     TO MDD-POLICYNUM
           MOVE DB2-M-REGNUMBER       TO MDD-REGNUMBER
           MOVE WS-SEND-OLD-REGNUMBER TO MDD-OLD-REGNUMBER
           MOVE DB2-M-MAKE            TO MDD-MAKE
           MOVE DB2-M-MODEL           TO MDD-MODEL
           MOVE DB2-ISSUEDATE         TO WS-CONVERT-MDY
           PERFORM CONVERT-DATE-FOR-MID
           MOVE WS-CONVERT-YYYYMMDD   TO MDD-COVER-START
           MOVE DB2-EXPIRYDATE        TO WS-CONVERT-MDY
           PERFORM CONVERT-DATE-FOR-MID
           MOVE WS-CONVERT-YYYYMMDD   TO MDD-COVER-END
           MOVE SPACES                TO MDD-REMOVE-REASON
           MOVE SPACES                TO MDD-REMOVE-DATE
           PERFORM WRITE-MID-DETAIL.
           EXIT.

      * First sight of a policy - the snapshot starts awaiting the
      * MID's answer to the add
       INSERT-SNAPSHOT-ROW.
           EXEC SQL
             INSERT INTO MIDSNAPSHOT
                       ( POLICYNUMBER,
                         REGNUMBER,
                         MAKE,
                         MODEL,
                         COVERSTART,
                         COVEREND,
                         LASTACTION,
                         MIDSTATUS,
                         SENTDATE,
                         REJECTCODE,
                         PRIORREGNUMBER )
                VALUES ( :DB2-POLICYNUM-INT,
                         :DB2-M-REGNUMBER,
                         :DB2-M-MAKE,
                         :DB2-M-MODEL,
                         :DB2-ISSUEDATE,
                         :DB2-EXPIRYDATE,
                         :WS-SEND-ACTION,
                         'S',
                         :WS-DATE,
                         ' ',
                         :WS-SEND-OLD-REGNUMBER )
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             DISPLAY 'RAMIDFED - INSERT MIDSNAPSHOT FAILED - SQLCODE '
                     SQLCODE IN SQLCA ' POLICY ' DB2-POLICYNUM-INT
             MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
             SET WS-SQL-ERROR TO TRUE
           END-IF.
           EXIT.

      * The snapshot takes what was just sent and awaits the answer
       REPLACE-SNAPSHOT-ROW.
           EXEC SQL
             UPDATE MIDSNAPSHOT
               SET REGNUMBER      = :DB2-M-REGNUMBER,
                   MAKE           = :DB2-M-MAKE,
                   MODEL          = :DB2-M-MODEL,
                   COVERSTART     = :DB2-ISSUEDATE,
                   COVEREND       = :DB2-EXPIRYDATE,
                   LASTACTION     = :WS-SEND-ACTION,
                   MIDSTATUS      = 'S',
                   SENTDATE       = :WS-DATE,
                   REJECTCODE     = ' ',
                   PRIORREGNUMBER = :WS-SEND-OLD-REGNUMBER
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             DISPLAY 'RAMIDFED - UPDATE MIDSNAPSHOT FAILED - SQLCODE '
                     SQLCODE IN SQLCA ' POLICY ' DB2-POLICYNUM-INT
             MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
             SET WS-SQL-ERROR TO TRUE
           END-IF.
           EXIT.

      ******************************************************************
      * Removes - vehicles the MID holds that are no longer on cover.
      * Opened after the live pass so a policy back on cover today
      * has already been re-added rather than removed.
      ******************************************************************
       REPORT-REMOVED-COVER.
           EXEC SQL
             OPEN GONECSR
           END-EXEC
           IF SQLCODE IN SQLCA NOT EQUAL 0
             DISPLAY 'RAMIDFED - OPEN GONECSR FAILED - SQLCODE '
                     SQLCODE IN SQLCA
             MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
             SET WS-SQL-ERROR TO TRUE
           ELSE
             PERFORM FETCH-NEXT-REMOVAL
             PERFORM PROCESS-ONE-REMOVAL UNTIL WS-GONE-EOF
             EXEC SQL
               CLOSE GONECSR
             END-EXEC
           END-IF.
           EXIT.

       FETCH-NEXT-REMOVAL.
           EXEC SQL
             FETCH GONECSR
               INTO :DB2-POLICYNUM-INT,
                    :DB2-S-REGNUMBER,
                    :DB2-S-MAKE,
                    :DB2-S-MODEL,
                    :DB2-S-COVERSTART,
                    :DB2-S-COVEREND,
                    :DB2-S-LASTACTION,
                    :DB2-EXPIRYDATE INDICATOR :IND-EXPIRYDATE,
                    :DB2-CANCELDATE INDICATOR :IND-CANCELDATE
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             SET WS-GONE-EOF TO TRUE
             IF SQLCODE IN SQLCA NOT EQUAL 100
               DISPLAY 'RAMIDFED - FETCH GONECSR FAILED - SQLCODE '
                       SQLCODE IN SQLCA
               MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
               SET WS-SQL-ERROR TO TRUE
             END-IF
           END-IF.
           EXIT.

      * Send the remove with why and when cover ended - the vehicle
      * is described as the MID was last told of it. No POLICY row,
      * or a policy still in date with no MOTOR row, is a deletion
      * effective today
       PROCESS-ONE-REMOVAL.
           MOVE 'R'                 TO MDD-ACTION
           MOVE DB2-POLICYNUM-INT   TO MDD-POLICYNUM
           MOVE DB2-S-REGNUMBER     TO MDD-REGNUMBER
           MOVE SPACES              TO MDD-OLD-REGNUMBER
           MOVE DB2-S-MAKE          TO MDD-MAKE
           MOVE DB2-S-MODEL         TO MDD-MODEL
           MOVE DB2-S-COVERSTART    TO WS-CONVERT-MDY
           PERFORM CONVERT-DATE-FOR-MID
           MOVE WS-CONVERT-YYYYMMDD TO MDD-COVER-START
           MOVE DB2-S-COVEREND      TO WS-CONVERT-MDY
           PERFORM CONVERT-DATE-FOR-MID
           MOVE WS-CONVERT-YYYYMMDD TO MDD-COVER-END
           IF DB2-S-LASTACTION = 'D'
             MOVE 'Y' TO MDD-RESEND
           ELSE
             MOVE 'N' TO MDD-RESEND
           END-IF

           EVALUATE TRUE
             WHEN IND-EXPIRYDATE < ZERO
               MOVE 'D'               TO MDD-REMOVE-REASON
               MOVE WS-TODAY-YYYYMMDD TO MDD-REMOVE-DATE
             WHEN IND-CANCELDATE NOT < ZERO
               MOVE 'C'               TO MDD-REMOVE-REASON
               MOVE DB2-CANCELDATE    TO WS-CONVERT-MDY
               PERFORM CONVERT-DATE-FOR-MID
               MOVE WS-CONVERT-YYYYMMDD TO MDD-REMOVE-DATE
             WHEN OTHER
               MOVE DB2-EXPIRYDATE    TO WS-CONVERT-MDY
               PERFORM CONVERT-DATE-FOR-MID
               IF WS-CONVERT-YYYYMMDD < WS-TODAY-YYYYMMDD
                 MOVE 'L'                 TO MDD-REMOVE-REASON
                 MOVE WS-CONVERT-YYYYMMDD TO MDD-REMOVE-DATE
               ELSE
                 MOVE 'D'                 TO MDD-REMOVE-REASON
                 MOVE WS-TODAY-YYYYMMDD   TO MDD-REMOVE-DATE
               END-IF
           END-EVALUATE

           PERFORM WRITE-MID-DETAIL
           IF NOT WS-FILE-ERROR
             PERFORM MARK-SNAPSHOT-REMOVED
           END-IF

           IF WS-SQL-ERROR OR WS-FILE-ERROR
             SET WS-GONE-EOF TO TRUE
           ELSE
             EVALUATE MDD-REMOVE-REASON
               WHEN 'C'
                 ADD 1 TO WS-CANCELLED-COUNT
               WHEN 'L'
                 ADD 1 TO WS-LAPSED-COUNT
               WHEN OTHER
                 ADD 1 TO WS-DELETED-COUNT
             END-EVALUATE
             PERFORM FETCH-NEXT-REMOVAL
           END-IF.
           EXIT.

      * The row stays until the MID accepts the remove
       MARK-SNAPSHOT-REMOVED.
           EXEC SQL
             UPDATE MIDSNAPSHOT
               SET LASTACTION = 'D',
                   MIDSTATUS  = 'S',
                   SENTDATE   = :WS-DATE,
                   REJECTCODE = ' '
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC

           IF SQLCODE IN SQLCA NOT EQUAL 0
             DISPLAY 'RAMIDFED - UPDATE MIDSNAPSHOT FAILED - SQLCODE '
                     SQLCODE IN SQLCA ' POLICY ' DB2-POLICYNUM-INT
             MOVE SQLCODE IN SQLCA TO WS-RUNLOG-SQLCODE
             SET WS-SQL-ERROR TO TRUE
           END-IF.
           EXIT.

      * MM/DD/YYYY as held on POLICY to the MID's YYYYMMDD
       CONVERT-DATE-FOR-MID.
           STRING WS-CONVERT-MDY(7:4) DELIMITED BY SIZE
                  WS-CONVERT-MDY(1:2) DELIMITED BY SIZE
                  WS-CONVERT-MDY(4:2) DELIMITED BY SIZE
                  INTO WS-CONVERT-YYYYMMDD
           END-STRING.
           EXIT.

      * Write a detail record and count it under its action
       WRITE-MID-DETAIL.
           MOVE WS-MID-DETAIL TO MID-DELTA-RECORD
           PERFORM WRITE-DELTA-RECORD
           IF NOT WS-FILE-ERROR
             ADD 1 TO WS-SENT-COUNT
             EVALUATE MDD-ACTION
               WHEN 'A'
                 ADD 1 TO WS-ADD-COUNT
               WHEN 'M'
                 ADD 1 TO WS-AMEND-COUNT
               WHEN OTHER
                 ADD 1 TO WS-REMOVE-COUNT
             END-EVALUATE
             IF MDD-RESEND = 'Y'
               ADD 1 TO WS-RESEND-COUNT
             END-IF
           END-IF.
           EXIT.

       WRITE-DELTA-RECORD.
           WRITE MID-DELTA-RECORD
           IF NOT WS-MIDOUT-OK
             DISPLAY 'RAMIDFED - WRITE FAILED FOR MIDOUT - STATUS '
                     WS-MIDOUT-STATUS
             SET WS-FILE-ERROR TO TRUE
           END-IF.
           EXIT.

      * On a clean end, close the delta file with its trailer and
      * commit the snapshot with it. A run stopped by an error rolls
      * back instead, so the rerun sends the same delta, and the file
      * goes without a trailer
       TERMINATE-MID-RUN.
           IF NOT WS-SQL-ERROR AND NOT WS-FILE-ERROR
             MOVE WS-ADD-COUNT    TO MDT-ADD-COUNT
             MOVE WS-AMEND-COUNT  TO MDT-AMEND-COUNT
             MOVE WS-REMOVE-COUNT TO MDT-REMOVE-COUNT
             MOVE WS-SENT-COUNT   TO MDT-DETAIL-COUNT
             MOVE WS-MID-TRAILER  TO MID-DELTA-RECORD
             PERFORM WRITE-DELTA-RECORD
           END-IF

           IF WS-SQL-ERROR OR WS-FILE-ERROR
             EXEC SQL
               ROLLBACK
             END-EXEC
             MOVE WS-INCOMPLETE-LINE TO MIDEXCP-REPORT-LINE
             WRITE MIDEXCP-REPORT-LINE
             MOVE 16 TO RETURN-CODE
           ELSE
             EXEC SQL
               COMMIT
             END-EXEC

             MOVE SPACES TO MIDEXCP-REPORT-LINE
             WRITE MIDEXCP-REPORT-LINE
             MOVE 'RESPONSES READ        = ' TO WR-TOTAL-LABEL
             MOVE WS-RESPONSE-COUNT           TO WR-TOTAL-COUNT
             PERFORM WRITE-RUN-TOTAL
             MOVE '  ACCEPTED            = ' TO WR-TOTAL-LABEL
             MOVE WS-ACCEPTED-COUNT           TO WR-TOTAL-COUNT
             PERFORM WRITE-RUN-TOTAL
             MOVE '  REJECTED            = ' TO WR-TOTAL-LABEL
             MOVE WS-REJECTED-COUNT           TO WR-TOTAL-COUNT
             PERFORM WRITE-RUN-TOTAL
             MOVE '  NOT MATCHED         = ' TO WR-TOTAL-LABEL
             MOVE WS-UNMATCHED-COUNT          TO WR-TOTAL-COUNT
             PERFORM WRITE-RUN-TOTAL
             MOVE 'VEHICLES ON COVER     = ' TO WR-TOTAL-LABEL
             MOVE WS-LIVE-COUNT               TO WR-TOTAL-COUNT
             PERFORM WRITE-RUN-TOTAL
             MOVE 'ADDS SENT             = ' TO WR-TOTAL-LABEL
             MOVE WS-ADD-COUNT                TO WR-TOTAL-COUNT
             PERFORM WRITE-RUN-TOTAL
             MOVE 'AMENDS SENT           = ' TO WR-TOTAL-LABEL
             MOVE WS-AMEND-COUNT              TO WR-TOTAL-COUNT
             PERFORM WRITE-RUN-TOTAL
             MOVE 'REMOVES SENT          = ' TO WR-TOTAL-LABEL
             MOVE WS-REMOVE-COUNT             TO WR-TOTAL-COUNT
             PERFORM WRITE-RUN-TOTAL
             MOVE '  CANCELLED           = ' TO WR-TOTAL-LABEL
             MOVE WS-CANCELLED-COUNT          TO WR-TOTAL-COUNT
             PERFORM WRITE-RUN-TOTAL
             MOVE '  LAPSED              = ' TO WR-TOTAL-LABEL
             MOVE WS-LAPSED-COUNT             TO WR-TOTAL-COUNT
             PERFORM WRITE-RUN-TOTAL
             MOVE '  DELETED             = ' TO WR-TOTAL-LABEL
             MOVE WS-DELETED-COUNT            TO WR-TOTAL-COUNT
             PERFORM WRITE-RUN-TOTAL
             MOVE 'OF WHICH RESENDS      = ' TO WR-TOTAL-LABEL
             MOVE WS-RESEND-COUNT             TO WR-TOTAL-COUNT
             PERFORM WRITE-RUN-TOTAL
           END-IF

           CLOSE MIDOUT
           CLOSE MIDRESP
           CLOSE MIDEXCP.
           EXIT.

       WRITE-RUN-TOTAL.
           MOVE WS-RPT-TOTAL-LINE TO MIDEXCP-REPORT-LINE
           WRITE MIDEXCP-REPORT-LINE.
           EXIT.

      * One run-statistics row however the run ended - live vehicles
      * read, records sent, and the SQLCODE any error stopped on. A
      * run with rejections or unmatched answers ends as a warning
      * so someone looks at the exceptions report
       RECORD-RUN-STATISTICS.
           MOVE WS-LIVE-COUNT TO WS-RUNLOG-ROWS-READ
           MOVE WS-SENT-COUNT TO WS-RUNLOG-ROWS-WRITTEN
           IF WS-SQL-ERROR OR WS-FILE-ERROR
              OR NOT WS-MIDOUT-OK OR NOT WS-MIDEXCP-OK
              OR (NOT WS-MIDRESP-OK AND NOT WS-MIDRESP-END)
             MOVE 'FAILED'   TO WS-RUNLOG-STATUS
           ELSE
             IF WS-REJECTED-COUNT > 0 OR WS-UNMATCHED-COUNT > 0
               MOVE 'WARNING'  TO WS-RUNLOG-STATUS
             ELSE
               MOVE 'COMPLETE' TO WS-RUNLOG-STATUS
             END-IF
           END-IF
           PERFORM WRITE-RUNLOG-END.
           EXIT.

      * Shared run-statistics code every nightly batch job copies
       COPY LGRUNPRC.
