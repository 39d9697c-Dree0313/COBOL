      *--------------------------------------------------------------
      * Inbound new-hire feed: converts the recruiting system's
      * daily accepted-offer file (EMPOFFR.cpy) into standard
      * EMPTRAN ADD transactions for the nightly cycle, instead of
      * HR rekeying every offer on EMPT.  The steps:
      *   - a first pass reads the whole file and ties it out:
      *     header first, trailer last, nothing after the trailer,
      *     and the trailer's record count and salary hash total
      *     equal to what was actually read.  If anything fails to
      *     tie out NOTHING is converted - a partial transfer
      *     loaded as if complete would lose hires silently, and a
      *     doubled one would hire everyone twice (RC=8).
      *   - the second pass maps each offer's job code to our
      *     department and pay grade through the 'J' rows on the
      *     reference file, builds the ADD and puts it through the
      *     shared VALIDATE-EMPLOYEE-RECORD edits, with the hiring
      *     manager checked against the master as the supervisor.
      *   - an offer that passes is given the next employee id from
      *     the EMPNCTL control record, the same way the apply and
      *     EMPT assign one, and written to the transaction file;
      *     the id is taken only after the edits pass, so rejects
      *     burn no numbers.
      *   - an offer that cannot be mapped or fails an edit goes to
      *     the feed-reject report instead (RC=4).
      *   - every offer, converted or not, gets a row on the return
      *     file telling recruiting which employee id the candidate
      *     was given or why they were not.
      * The transactions carry user id RECRUIT and are concatenated
      * into SORTSTP behind the keyed input, so they face the
      * apply's own checks too (duplicate screen, establishment
      * warning, future-dated hold) like any other ADD.
      * An empty offer file means recruiting sent nothing - flagged
      * RC=4 so the operator chases it, with nothing converted.
      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-HIRE-FEED.
       AUTHOR. ALEXANDRIA.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. CONVERT RECRUITING ACCEPTED OFFERS INTO ADD
           TRANSACTIONS, WITH FEED-REJECT REPORT AND ID RETURN FILE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFER-FILE ASSIGN TO EMPOFFR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OFFER-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT REFERENCE-CODE-FILE ASSIGN TO EMPRCOD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REF-KEY
               FILE STATUS IS WS-REFCODE-STATUS.

           SELECT NEXT-ID-FILE ASSIGN TO EMPNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NCT-CONTROL-KEY
               FILE STATUS IS WS-NEXTID-STATUS.

           SELECT HIRE-TRANSACTION-FILE ASSIGN TO EMPHTRN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIRETRAN-STATUS.

           SELECT RETURN-FILE ASSIGN TO EMPOFRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.

           SELECT REJECT-REPORT-FILE ASSIGN TO EMPHREJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT CYCLE-CONTROL-FILE ASSIGN TO EMPCYCL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYCLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OFFER-FILE.
           COPY EMPOFFR.

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPREC.

       FD  REFERENCE-CODE-FILE.
           COPY EMPRCOD.

       FD  NEXT-ID-FILE.
           COPY EMPNCTL.

       FD  HIRE-TRANSACTION-FILE.
       01  HIRE-TRANSACTION-RECORD         PIC X(120).

       FD  RETURN-FILE.
           COPY EMPOFRT.

       FD  REJECT-REPORT-FILE.
       01  REJECT-REPORT-LINE              PIC X(132).

       FD  CYCLE-CONTROL-FILE.
           COPY EMPCYCL.

       WORKING-STORAGE SECTION.
           COPY EMPCYCW.

           COPY EMPCODE.

           COPY EMPTRAN.

       01  WS-FILE-STATUSES.
           05  WS-OFFER-STATUS             PIC X(2).
           05  WS-EMPMAST-STATUS           PIC X(2).
           05  WS-REFCODE-STATUS           PIC X(2).
           05  WS-NEXTID-STATUS            PIC X(2).
           05  WS-HIRETRAN-STATUS          PIC X(2).
           05  WS-RETURN-STATUS            PIC X(2).
           05  WS-REPORT-STATUS            PIC X(2).

      *--------------------------------------------------------------
      * Fed by the caller immediately before PERFORM 1900-CHECK-FILE-
      * STATUS, mirroring EMPLOYEE-MANAGEMENT's shared FILE STATUS
      * check.
      *--------------------------------------------------------------
       01  WS-FILE-STATUS-CHECK.
           05  WS-CHECK-FILE-NAME          PIC X(20).
           05  WS-CHECK-STATUS-CODE        PIC X(2).

       01  WS-SWITCHES.
           05  WS-EOF-OFFERS               PIC X(1) VALUE 'N'.
               88  END-OF-OFFERS            VALUE 'Y'.
           05  WS-HEADER-STATE             PIC X(1) VALUE 'N'.
               88  OFFER-HEADER-SEEN        VALUE 'Y'.
           05  WS-TRAILER-STATE            PIC X(1) VALUE 'N'.
               88  OFFER-TRAILER-SEEN       VALUE 'Y'.
           05  WS-FEED-STATE               PIC X(1) VALUE 'Y'.
               88  FEED-CONTROLS-OK         VALUE 'Y'.
               88  FEED-CONTROLS-FAILED     VALUE 'N'.
           05  WS-SEED-SCAN-STATE          PIC X(1) VALUE 'N'.
               88  SEED-SCAN-DONE           VALUE 'Y'.
               88  SEED-SCAN-ACTIVE         VALUE 'N'.

       01  WS-RUN-CONTROLS.
           05  WS-CURRENT-TIMESTAMP        PIC X(21).
      *        The cycle's business date, not the clock's - a
      *        rerun after midnight stamps the same date as the
      *        first run did.
           05  WS-RUN-DATE                 PIC 9(8).
           05  WS-MAX-EMP-NUMBER           PIC 9(5).

      *--------------------------------------------------------------
      * Control totals: what the trailer claims, and what the
      * verification pass actually counted.
      *--------------------------------------------------------------
       01  WS-FEED-CONTROLS.
           05  WS-RECORDS-READ             PIC 9(9) VALUE ZERO.
           05  WS-DETAIL-COUNT             PIC 9(9) VALUE ZERO.
           05  WS-SALARY-HASH              PIC 9(11)V99 VALUE ZERO.
           05  WS-TRAILER-COUNT            PIC 9(9) VALUE ZERO.
           05  WS-TRAILER-HASH             PIC 9(11)V99 VALUE ZERO.
           05  WS-HEADER-FILE-DATE         PIC 9(8) VALUE ZERO.
           05  WS-CONTROL-FAILURE-TEXT     PIC X(60).

       01  WS-FEED-COUNTERS.
           05  WS-OFFERS-CONVERTED         PIC 9(7) VALUE ZERO.
           05  WS-OFFERS-REJECTED          PIC 9(7) VALUE ZERO.

       01  WS-OFFER-WORK.
           05  WS-JOB-FOUND-SUB            PIC 9(2) COMP.
           05  WS-OFFER-REJECT-CODE        PIC X(4).
           05  WS-OFFER-REJECT-TEXT        PIC X(40).
           05  WS-ID-ASSIGN-STATE          PIC X(1).
               88  EMPLOYEE-ID-ASSIGNED     VALUE 'Y'.
               88  EMPLOYEE-ID-NOT-ASSIGNED VALUE 'N'.

       01  WS-DISPLAY-WORK.
           05  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-REPORT-HEADING-1.
           05  FILLER                      PIC X(34)
               VALUE 'EMPLOYEE-HIRE-FEED'.
           05  FILLER                      PIC X(30)
               VALUE 'RECRUITING FEED REJECTS - RUN '.
           05  WS-HDG-RUN-DATE             PIC 9(8).

       01  WS-REPORT-COLUMN-HEADS.
           05  FILLER                      PIC X(12) VALUE 'CANDIDATE'.
           05  FILLER                      PIC X(22) VALUE 'LAST NAME'.
           05  FILLER                      PIC X(17) VALUE 'FIRST NAME'.
           05  FILLER                      PIC X(7) VALUE 'JOB'.
           05  FILLER                      PIC X(10) VALUE 'START'.
           05  FILLER                      PIC X(6) VALUE 'CODE'.
           05  FILLER                      PIC X(40) VALUE 'REASON'.

       01  WS-REPORT-DETAIL-LINE.
           05  WS-DTL-CANDIDATE-ID         PIC X(10).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-LAST-NAME            PIC X(20).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-FIRST-NAME           PIC X(15).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-JOB-CODE             PIC X(5).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-START-DATE           PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-REASON-CODE          PIC X(4).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-REASON-TEXT          PIC X(40).

       01  WS-REPORT-CONTROL-LINE.
           05  WS-CTL-TAG                  PIC X(34).
           05  WS-CTL-VALUE                PIC X(20).

       01  WS-REPORT-FAILURE-LINE.
           05  FILLER                      PIC X(23)
               VALUE 'FEED CONTROL FAILURE - '.
           05  WS-FAIL-TEXT                PIC X(60).

       PROCEDURE DIVISION.
      *--------------------------------------------------------------
      * Offers are converted only when the tables loaded and the
      * file tied out on the verification pass.
      *--------------------------------------------------------------
       0000-MAIN-LOGIC.
           MOVE 'FEEDSTP ' TO WS-CYCLE-THIS-STEP
           PERFORM 0600-START-CYCLE-STEP
           IF NOT CYCLE-STEP-MAY-RUN
              STOP RUN
           END-IF
           PERFORM 1000-INITIALIZATION
           IF REFERENCE-TABLES-LOADED AND RETURN-CODE < 8
              PERFORM 2000-VERIFY-FEED-CONTROLS
              IF FEED-CONTROLS-OK AND WS-RECORDS-READ > ZERO
                 PERFORM 2900-REOPEN-OFFER-FILE
                 PERFORM 3000-CONVERT-ONE-OFFER
                     UNTIL END-OF-OFFERS
              END-IF
           END-IF
           PERFORM 9000-TERMINATION
           MOVE WS-DETAIL-COUNT TO WS-CYCLE-COUNT-IN
           MOVE WS-OFFERS-CONVERTED TO WS-CYCLE-COUNT-OUT
           MOVE WS-OFFERS-REJECTED TO WS-CYCLE-COUNT-REJ
           PERFORM 0650-END-CYCLE-STEP
           STOP RUN.

       1000-INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CYCLE-BUSINESS-DATE TO WS-RUN-DATE
           OPEN INPUT OFFER-FILE
           MOVE 'OFFER-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-OFFER-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           OPEN INPUT EMPLOYEE-MASTER-FILE
           MOVE 'EMPLOYEE-MASTER-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-EMPMAST-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           OPEN I-O NEXT-ID-FILE
      *--------------------------------------------------------------
      * Same never-loaded first-use idiom as the nightly apply: an
      * empty OPEN OUTPUT/CLOSE, then I-O again.  The control record
      * itself is seeded on first assignment (3310).
      *--------------------------------------------------------------
           IF WS-NEXTID-STATUS = '35'
              OPEN OUTPUT NEXT-ID-FILE
              CLOSE NEXT-ID-FILE
              OPEN I-O NEXT-ID-FILE
           END-IF
           MOVE 'NEXT-ID-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-NEXTID-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           OPEN OUTPUT HIRE-TRANSACTION-FILE
           MOVE 'HIRE-TRANSACTION' TO WS-CHECK-FILE-NAME
           MOVE WS-HIRETRAN-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           OPEN OUTPUT RETURN-FILE
           MOVE 'RETURN-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-RETURN-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           OPEN OUTPUT REJECT-REPORT-FILE
           MOVE 'REJECT-REPORT-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           WRITE REJECT-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE REJECT-REPORT-LINE FROM WS-REPORT-COLUMN-HEADS
           MOVE 'REJECT-REPORT-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           MOVE WS-RUN-DATE TO WS-REFERENCE-LOAD-DATE
           PERFORM 0500-LOAD-REFERENCE-TABLES
           IF WS-JOB-CODE-COUNT = ZERO
              DISPLAY 'NO RECRUITING JOB CODES ON REFERENCE FILE - '
                 'EVERY OFFER WILL REJECT F002'
           END-IF.

      *--------------------------------------------------------------
      * Shared FILE STATUS check, fed by WS-CHECK-FILE-NAME/-STATUS-
      * CODE set by the caller immediately before the PERFORM - '00'
      * (successful) and '10' (at end, already handled by the read's
      * own AT END clause) are not errors; anything else is an
      * unexpected I/O condition that the run must not silently
      * succeed through.
      *--------------------------------------------------------------
       1900-CHECK-FILE-STATUS.
           IF WS-CHECK-STATUS-CODE NOT = '00' AND NOT = '10'
              DISPLAY 'FILE STATUS ERROR ON ' WS-CHECK-FILE-NAME
                 ' - STATUS=' WS-CHECK-STATUS-CODE
              MOVE 8 TO RETURN-CODE
           END-IF.

      *--------------------------------------------------------------
      * Verification pass.  Every failure found is listed on the
      * report, not just the first, so recruiting can fix the file
      * in one go.
      *--------------------------------------------------------------
       2000-VERIFY-FEED-CONTROLS.
           PERFORM 2100-VERIFY-ONE-RECORD
               UNTIL END-OF-OFFERS
           IF WS-RECORDS-READ = ZERO
              DISPLAY 'OFFER FILE IS EMPTY - NO FEED FROM RECRUITING'
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              IF NOT OFFER-TRAILER-SEEN
                 MOVE 'NO TRAILER RECORD - FILE TRUNCATED'
                    TO WS-CONTROL-FAILURE-TEXT
                 PERFORM 2200-RECORD-CONTROL-FAILURE
              ELSE
                 IF WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
                    MOVE 'TRAILER RECORD COUNT DOES NOT MATCH OFFERS'
                       TO WS-CONTROL-FAILURE-TEXT
                    PERFORM 2200-RECORD-CONTROL-FAILURE
                 END-IF
                 IF WS-TRAILER-HASH NOT = WS-SALARY-HASH
                    MOVE 'TRAILER SALARY HASH DOES NOT MATCH OFFERS'
                       TO WS-CONTROL-FAILURE-TEXT
                    PERFORM 2200-RECORD-CONTROL-FAILURE
                 END-IF
              END-IF
           END-IF.

      *--------------------------------------------------------------
      * The header must come first and only once, and nothing may
      * follow the trailer.  A non-numeric salary on a detail row
      * cannot be hashed, so the file as a whole is suspect.
      *--------------------------------------------------------------
       2100-VERIFY-ONE-RECORD.
           READ OFFER-FILE
               AT END
                  SET END-OF-OFFERS TO TRUE
               NOT AT END
                  ADD 1 TO WS-RECORDS-READ
                  IF OFFER-TRAILER-SEEN
                     MOVE 'RECORDS FOLLOW THE TRAILER'
                        TO WS-CONTROL-FAILURE-TEXT
                     PERFORM 2200-RECORD-CONTROL-FAILURE
                  END-IF
                  EVALUATE TRUE
                      WHEN OFR-TYPE-HEADER
                         IF WS-RECORDS-READ NOT = 1
                            MOVE 'HEADER RECORD IS NOT FIRST'
                               TO WS-CONTROL-FAILURE-TEXT
                            PERFORM 2200-RECORD-CONTROL-FAILURE
                         END-IF
                         SET OFFER-HEADER-SEEN TO TRUE
                         IF OFR-HDR-FILE-DATE NUMERIC
                            MOVE OFR-HDR-FILE-DATE
                               TO WS-HEADER-FILE-DATE
                         END-IF
                      WHEN OFR-TYPE-DETAIL
                         IF NOT OFFER-HEADER-SEEN
                            MOVE 'NO HEADER RECORD AHEAD OF THE OFFERS'
                               TO WS-CONTROL-FAILURE-TEXT
                            PERFORM 2200-RECORD-CONTROL-FAILURE
                            SET OFFER-HEADER-SEEN TO TRUE
                         END-IF
                         ADD 1 TO WS-DETAIL-COUNT
                         IF OFR-OFFER-SALARY NUMERIC
                            ADD OFR-OFFER-SALARY TO WS-SALARY-HASH
                         ELSE
                            MOVE 'NON-NUMERIC SALARY - CANNOT HASH'
                               TO WS-CONTROL-FAILURE-TEXT
                            PERFORM 2200-RECORD-CONTROL-FAILURE
                         END-IF
                      WHEN OFR-TYPE-TRAILER
                         SET OFFER-TRAILER-SEEN TO TRUE
                         IF OFR-TRL-RECORD-COUNT NUMERIC
                            AND OFR-TRL-SALARY-HASH NUMERIC
                            MOVE OFR-TRL-RECORD-COUNT
                               TO WS-TRAILER-COUNT
                            MOVE OFR-TRL-SALARY-HASH
                               TO WS-TRAILER-HASH
                         ELSE
                            MOVE 'TRAILER TOTALS ARE NOT NUMERIC'
                               TO WS-CONTROL-FAILURE-TEXT
                            PERFORM 2200-RECORD-CONTROL-FAILURE
                         END-IF
                      WHEN OTHER
                         MOVE 'UNRECOGNIZED RECORD TYPE ON OFFER FILE'
                            TO WS-CONTROL-FAILURE-TEXT
                         PERFORM 2200-RECORD-CONTROL-FAILURE
                  END-EVALUATE
           END-READ
           IF WS-OFFER-STATUS NOT = '00' AND NOT = '10'
              MOVE 'OFFER-FILE' TO WS-CHECK-FILE-NAME
              MOVE WS-OFFER-STATUS TO WS-CHECK-STATUS-CODE
              PERFORM 1900-CHECK-FILE-STATUS
              MOVE 'OFFER FILE COULD NOT BE READ TO THE END'
                 TO WS-CONTROL-FAILURE-TEXT
              PERFORM 2200-RECORD-CONTROL-FAILURE
              SET END-OF-OFFERS TO TRUE
           END-IF.

       2200-RECORD-CONTROL-FAILURE.
           SET FEED-CONTROLS-FAILED TO TRUE
           MOVE WS-CONTROL-FAILURE-TEXT TO WS-FAIL-TEXT
           WRITE REJECT-REPORT-LINE FROM WS-REPORT-FAILURE-LINE
           MOVE 'REJECT-REPORT-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           DISPLAY 'HIRE-FEED CONTROL FAILURE: '
              WS-CONTROL-FAILURE-TEXT
           MOVE 8 TO RETURN-CODE.

      *--------------------------------------------------------------
      * The file tied out - rewind it for the conversion pass.
      *--------------------------------------------------------------
       2900-REOPEN-OFFER-FILE.
           CLOSE OFFER-FILE
           OPEN INPUT OFFER-FILE
           MOVE 'OFFER-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-OFFER-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           MOVE 'N' TO WS-EOF-OFFERS.

       3000-CONVERT-ONE-OFFER.
           READ OFFER-FILE
               AT END
                  SET END-OF-OFFERS TO TRUE
               NOT AT END
                  IF OFR-TYPE-DETAIL
                     PERFORM 3100-BUILD-ADD-TRANSACTION
                  END-IF
           END-READ
           IF WS-OFFER-STATUS NOT = '00' AND NOT = '10'
              MOVE 'OFFER-FILE' TO WS-CHECK-FILE-NAME
              MOVE WS-OFFER-STATUS TO WS-CHECK-STATUS-CODE
              PERFORM 1900-CHECK-FILE-STATUS
              SET END-OF-OFFERS TO TRUE
           END-IF.

      *--------------------------------------------------------------
      * Map the job code, build the ADD and edit it.  The start
      * date is both the hire date and the effective date - an
      * offer starting in the future is held by the apply until it
      * comes due, like any future-dated ADD.  The edits run with a
      * well-formed placeholder id so V001 does not fire; the real
      * id is assigned only once the offer has passed.
      *--------------------------------------------------------------
       3100-BUILD-ADD-TRANSACTION.
           MOVE SPACES TO WS-OFFER-REJECT-CODE
           MOVE SPACES TO WS-OFFER-REJECT-TEXT
           MOVE ZERO TO WS-JOB-FOUND-SUB
           PERFORM VARYING WS-TABLE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-TABLE-SUBSCRIPT > WS-JOB-CODE-COUNT
               IF OFR-JOB-CODE = WS-JOB-CODE-ENTRY (WS-TABLE-SUBSCRIPT)
                  MOVE WS-TABLE-SUBSCRIPT TO WS-JOB-FOUND-SUB
                  SET WS-TABLE-SUBSCRIPT TO 99
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN OFR-CANDIDATE-ID = SPACES
                  MOVE 'F001' TO WS-OFFER-REJECT-CODE
                  MOVE 'CANDIDATE ID MISSING ON OFFER'
                     TO WS-OFFER-REJECT-TEXT
               WHEN WS-JOB-FOUND-SUB = ZERO
                  MOVE 'F002' TO WS-OFFER-REJECT-CODE
                  MOVE 'JOB CODE NOT MAPPED ON REFERENCE FILE'
                     TO WS-OFFER-REJECT-TEXT
               WHEN OTHER
                  PERFORM 3150-MOVE-OFFER-TO-TRANSACTION
                  PERFORM 3200-CHECK-HIRING-MANAGER
                  SET REHIRE-NOT-CHECKED TO TRUE
                  PERFORM 8000-VALIDATE-EMPLOYEE-RECORD
                  IF VALIDATION-FAILED
                     MOVE WS-VALIDATION-REASON-CODE
                        TO WS-OFFER-REJECT-CODE
                     MOVE WS-VALIDATION-REASON-TEXT
                        TO WS-OFFER-REJECT-TEXT
                  ELSE
                     PERFORM 3300-ASSIGN-EMPLOYEE-ID
                     IF EMPLOYEE-ID-NOT-ASSIGNED
                        MOVE 'F003' TO WS-OFFER-REJECT-CODE
                        MOVE 'NO EMPLOYEE ID AVAILABLE - SEE CONSOLE'
                           TO WS-OFFER-REJECT-TEXT
                     END-IF
                  END-IF
           END-EVALUATE
           IF WS-OFFER-REJECT-CODE = SPACES
              PERFORM 3400-WRITE-CONVERTED-OFFER
           ELSE
              PERFORM 3500-WRITE-REJECTED-OFFER
           END-IF.

       3150-MOVE-OFFER-TO-TRANSACTION.
           MOVE SPACES TO EMPLOYEE-TRANSACTION
           MOVE 'E00000' TO TRAN-EMP-ID
           MOVE 'ADD' TO TRAN-ACTION-CODE
           MOVE OFR-LAST-NAME TO TRAN-LAST-NAME
           MOVE OFR-FIRST-NAME TO TRAN-FIRST-NAME
           MOVE WS-JOB-CODE-DEPT (WS-JOB-FOUND-SUB) TO TRAN-DEPT-CODE
           MOVE WS-JOB-CODE-GRADE (WS-JOB-FOUND-SUB)
              TO TRAN-PAY-GRADE
           MOVE OFR-START-DATE TO TRAN-HIRE-DATE
           MOVE OFR-START-DATE TO TRAN-EFFECTIVE-DATE
           MOVE OFR-OFFER-SALARY TO TRAN-PAY-AMOUNT
           MOVE 'RECRUIT ' TO TRAN-USER-ID
           MOVE ZERO TO TRAN-EXPECT-RETURN-DATE
           MOVE OFR-HIRING-MANAGER-ID TO TRAN-SUPERVISOR-ID.

      *--------------------------------------------------------------
      * The hiring manager becomes the new hire's supervisor, so it
      * gets the reporting-line check: on the master and not
      * terminated.  A brand-new employee has nobody below them, so
      * there is no line to walk for a loop.  Spaces (recruiting
      * did not say) or the '000000' no-supervisor value need no
      * lookup.
      *--------------------------------------------------------------
       3200-CHECK-HIRING-MANAGER.
           SET SUPV-NOT-CHECKED TO TRUE
           IF NOT TRAN-SUPERVISOR-UNCHANGED
              AND NOT TRAN-SUPERVISOR-REMOVE
              MOVE TRAN-SUPERVISOR-ID TO EMP-ID
              READ EMPLOYEE-MASTER-FILE
                  INVALID KEY
                     SET SUPV-NOT-FOUND TO TRUE
                  NOT INVALID KEY
                     IF EMP-STATUS-TERMINATED
                        SET SUPV-TERMINATED TO TRUE
                     ELSE
                        SET SUPV-FOUND TO TRUE
                     END-IF
              END-READ
           END-IF.

      *--------------------------------------------------------------
      * Take the next employee id from the control record exactly
      * as the apply's 7050 does: read, build 'E' + the 5-digit
      * number, bump and rewrite before the ADD goes out, so an
      * abend burns the number instead of handing it out twice.
      * 99999 is the end of the range.
      *--------------------------------------------------------------
       3300-ASSIGN-EMPLOYEE-ID.
           SET EMPLOYEE-ID-NOT-ASSIGNED TO TRUE
           MOVE 'NEXTID' TO NCT-CONTROL-KEY
           READ NEXT-ID-FILE
               INVALID KEY
                  PERFORM 3310-SEED-CONTROL-RECORD
           END-READ
           IF WS-NEXTID-STATUS = '00'
              IF NCT-NEXT-NUMBER = 99999
                 DISPLAY 'EMPLOYEE ID RANGE EXHAUSTED - '
                    'OFFER LEFT UNCONVERTED'
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE 'E' TO TRAN-EMP-ID (1:1)
                 MOVE NCT-NEXT-NUMBER TO TRAN-EMP-ID (2:5)
                 ADD 1 TO NCT-NEXT-NUMBER
                 MOVE WS-RUN-DATE TO NCT-LAST-ASSIGN-DATE
                 MOVE TRAN-USER-ID TO NCT-LAST-ASSIGN-USER
                 REWRITE NEXT-ID-CONTROL-RECORD
                 MOVE 'NEXT-ID-FILE' TO WS-CHECK-FILE-NAME
                 MOVE WS-NEXTID-STATUS TO WS-CHECK-STATUS-CODE
                 PERFORM 1900-CHECK-FILE-STATUS
                 IF WS-NEXTID-STATUS = '00'
                    SET EMPLOYEE-ID-ASSIGNED TO TRUE
                 END-IF
              END-IF
           ELSE
              MOVE 'NEXT-ID-FILE' TO WS-CHECK-FILE-NAME
              MOVE WS-NEXTID-STATUS TO WS-CHECK-STATUS-CODE
              PERFORM 1900-CHECK-FILE-STATUS
           END-IF.

      *--------------------------------------------------------------
      * First assignment ever (the feed ran before any apply had
      * assigned one): seed one past the highest 'E'-numbered id on
      * the master, then read the record back so the caller carries
      * on down its normal path.
      *--------------------------------------------------------------
       3310-SEED-CONTROL-RECORD.
           MOVE ZERO TO WS-MAX-EMP-NUMBER
           SET SEED-SCAN-ACTIVE TO TRUE
           MOVE LOW-VALUES TO EMP-ID
           START EMPLOYEE-MASTER-FILE KEY IS NOT LESS THAN EMP-ID
               INVALID KEY
                  SET SEED-SCAN-DONE TO TRUE
           END-START
           PERFORM 3320-SCAN-ONE-ID-FOR-SEED
               UNTIL SEED-SCAN-DONE
           MOVE SPACES TO NEXT-ID-CONTROL-RECORD
           MOVE 'NEXTID' TO NCT-CONTROL-KEY
           COMPUTE NCT-NEXT-NUMBER = WS-MAX-EMP-NUMBER + 1
           MOVE WS-RUN-DATE TO NCT-LAST-ASSIGN-DATE
           MOVE SPACES TO NCT-LAST-ASSIGN-USER
           WRITE NEXT-ID-CONTROL-RECORD
           MOVE 'NEXT-ID-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-NEXTID-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           MOVE 'NEXTID' TO NCT-CONTROL-KEY
           READ NEXT-ID-FILE
               INVALID KEY
                  CONTINUE
           END-READ.

       3320-SCAN-ONE-ID-FOR-SEED.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                  SET SEED-SCAN-DONE TO TRUE
               NOT AT END
                  IF EMP-ID (1:1) = 'E'
                     AND EMP-ID (2:5) NUMERIC
                     AND EMP-ID (2:5) > WS-MAX-EMP-NUMBER
                     MOVE EMP-ID (2:5) TO WS-MAX-EMP-NUMBER
                  END-IF
           END-READ
           IF WS-EMPMAST-STATUS NOT = '00' AND NOT = '10'
              MOVE 'EMPLOYEE-MASTER-FILE' TO WS-CHECK-FILE-NAME
              MOVE WS-EMPMAST-STATUS TO WS-CHECK-STATUS-CODE
              PERFORM 1900-CHECK-FILE-STATUS
              SET SEED-SCAN-DONE TO TRUE
           END-IF.

       3400-WRITE-CONVERTED-OFFER.
           WRITE HIRE-TRANSACTION-RECORD FROM EMPLOYEE-TRANSACTION
           MOVE 'HIRE-TRANSACTION' TO WS-CHECK-FILE-NAME
           MOVE WS-HIRETRAN-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           ADD 1 TO WS-OFFERS-CONVERTED
           MOVE SPACES TO RECRUIT-RETURN-RECORD
           MOVE OFR-CANDIDATE-ID TO RTN-CANDIDATE-ID
           MOVE TRAN-EMP-ID TO RTN-EMP-ID
           SET RTN-ID-ASSIGNED TO TRUE
           MOVE WS-RUN-DATE TO RTN-PROCESS-DATE
           PERFORM 3600-WRITE-RETURN-RECORD.

       3500-WRITE-REJECTED-OFFER.
           ADD 1 TO WS-OFFERS-REJECTED
           MOVE OFR-CANDIDATE-ID TO WS-DTL-CANDIDATE-ID
           MOVE OFR-LAST-NAME TO WS-DTL-LAST-NAME
           MOVE OFR-FIRST-NAME TO WS-DTL-FIRST-NAME
           MOVE OFR-JOB-CODE TO WS-DTL-JOB-CODE
           MOVE OFR-START-DATE TO WS-DTL-START-DATE
           MOVE WS-OFFER-REJECT-CODE TO WS-DTL-REASON-CODE
           MOVE WS-OFFER-REJECT-TEXT TO WS-DTL-REASON-TEXT
           WRITE REJECT-REPORT-LINE FROM WS-REPORT-DETAIL-LINE
           MOVE 'REJECT-REPORT-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           MOVE SPACES TO RECRUIT-RETURN-RECORD
           MOVE OFR-CANDIDATE-ID TO RTN-CANDIDATE-ID
           SET RTN-OFFER-REJECTED TO TRUE
           MOVE WS-OFFER-REJECT-CODE TO RTN-REASON-CODE
           MOVE WS-OFFER-REJECT-TEXT TO RTN-REASON-TEXT
           MOVE WS-RUN-DATE TO RTN-PROCESS-DATE
           PERFORM 3600-WRITE-RETURN-RECORD
           IF RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.

       3600-WRITE-RETURN-RECORD.
           WRITE RECRUIT-RETURN-RECORD
           MOVE 'RETURN-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-RETURN-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS.

      *--------------------------------------------------------------
      * Control section at the foot of the report: what recruiting
      * said it sent against what was read and what became of it.
      *--------------------------------------------------------------
       4000-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REJECT-REPORT-LINE
           WRITE REJECT-REPORT-LINE
           MOVE 'FILE DATE PER HEADER' TO WS-CTL-TAG
           MOVE WS-HEADER-FILE-DATE TO WS-CTL-VALUE
           WRITE REJECT-REPORT-LINE FROM WS-REPORT-CONTROL-LINE
           MOVE 'OFFERS ON FILE (COUNTED)' TO WS-CTL-TAG
           MOVE WS-DETAIL-COUNT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-CTL-VALUE
           WRITE REJECT-REPORT-LINE FROM WS-REPORT-CONTROL-LINE
           MOVE 'OFFERS PER TRAILER' TO WS-CTL-TAG
           MOVE WS-TRAILER-COUNT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-CTL-VALUE
           WRITE REJECT-REPORT-LINE FROM WS-REPORT-CONTROL-LINE
           MOVE 'SALARY HASH (COUNTED)' TO WS-CTL-TAG
           MOVE WS-SALARY-HASH TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO WS-CTL-VALUE
           WRITE REJECT-REPORT-LINE FROM WS-REPORT-CONTROL-LINE
           MOVE 'SALARY HASH PER TRAILER' TO WS-CTL-TAG
           MOVE WS-TRAILER-HASH TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO WS-CTL-VALUE
           WRITE REJECT-REPORT-LINE FROM WS-REPORT-CONTROL-LINE
           MOVE 'OFFERS CONVERTED TO ADD' TO WS-CTL-TAG
           MOVE WS-OFFERS-CONVERTED TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-CTL-VALUE
           WRITE REJECT-REPORT-LINE FROM WS-REPORT-CONTROL-LINE
           MOVE 'OFFERS REJECTED' TO WS-CTL-TAG
           MOVE WS-OFFERS-REJECTED TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-CTL-VALUE
           WRITE REJECT-REPORT-LINE FROM WS-REPORT-CONTROL-LINE
           MOVE 'REJECT-REPORT-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS.

       9000-TERMINATION.
           PERFORM 4000-WRITE-CONTROL-TOTALS
           DISPLAY 'HIRE-FEED RECORDS READ: ' WS-RECORDS-READ
           DISPLAY 'HIRE-FEED OFFERS ON FILE: ' WS-DETAIL-COUNT
           DISPLAY 'HIRE-FEED OFFERS CONVERTED: ' WS-OFFERS-CONVERTED
           DISPLAY 'HIRE-FEED OFFERS REJECTED: ' WS-OFFERS-REJECTED
           IF FEED-CONTROLS-FAILED
              DISPLAY 'HIRE-FEED FILE FAILED CONTROLS - '
                 'NOTHING CONVERTED'
           END-IF
           CLOSE OFFER-FILE
                 EMPLOYEE-MASTER-FILE
                 NEXT-ID-FILE
                 HIRE-TRANSACTION-FILE
                 RETURN-FILE
                 REJECT-REPORT-FILE.

       COPY EMPVAL.

       COPY EMPRLOD.

       COPY EMPRSTO.

       COPY EMPCYCP.
