      *--------------------------------------------------------------
      * Weekly security-violation report over the log the EMPT,
      * EMPX, EMPA and EMPC screens and the nightly apply write to
      * (EMPVIO.cpy) each time the user-authority check refuses an
      * attempt.  Lists every refusal in the seven days ending on
      * the week-ending date, in the order they were made, then
      * totals them by reason and by user - a user with a page of
      * S003 refusals is either keying outside their departments
      * or missing a scope entry, and either way someone should
      * ask.  The log is only ever read here; rows are not removed.
      * SECPARM card: WEEKEND=CCYYMMDD (optional - default is the
      * day before the run date, so the report run on Monday morning
      * covers Monday to Sunday just ended and the next Monday's run
      * picks up where it left off; a past week is rerun by naming
      * its last day).
      * RC=4 when anything is listed, so the scheduler routes the
      * report to the security administrator; RC=0 is a quiet week.
      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-SECURITY-REPORT.
       AUTHOR. ALEXANDRIA.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. WEEKLY LISTING OF REFUSED EMPLOYEE-MAINTENANCE
           ATTEMPTS WITH TOTALS BY REASON AND BY USER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECURITY-VIOLATION-FILE ASSIGN TO EMPSVIO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIO-KEY
               FILE STATUS IS WS-SECVIOL-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO SECPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SECURITY-REPORT-FILE ASSIGN TO EMPSCRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SECURITY-VIOLATION-FILE.
           COPY EMPVIO.

       FD  PARAMETER-FILE.
       01  PARAMETER-CARD                  PIC X(80).

       FD  SECURITY-REPORT-FILE.
       01  SECURITY-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-SECVIOL-STATUS           PIC X(2).
           05  WS-PARM-STATUS              PIC X(2).
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
           05  WS-EOF-VIOLATIONS           PIC X(1) VALUE 'N'.
               88  END-OF-VIOLATIONS        VALUE 'Y'.
           05  WS-EOF-PARMS                PIC X(1) VALUE 'N'.
               88  END-OF-PARMS             VALUE 'Y'.

       01  WS-RUN-CONTROLS.
           05  WS-CURRENT-TIMESTAMP        PIC X(21).
           05  WS-RUN-DATE                 PIC 9(8).
           05  WS-WEEK-END-DATE            PIC 9(8) VALUE ZERO.
           05  WS-WEEK-START-DATE          PIC 9(8).
           05  WS-WEEK-END-INT             PIC 9(8).
           05  WS-WEEK-START-INT           PIC 9(8).

       01  WS-SCAN-COUNTERS.
           05  WS-ROWS-READ                PIC 9(9) VALUE ZERO.
           05  WS-VIOLATIONS-LISTED        PIC 9(7) VALUE ZERO.
           05  WS-USERS-DROPPED            PIC 9(7) VALUE ZERO.

      *--------------------------------------------------------------
      * One total per reason code the check can give (EMPVIO.cpy),
      * printed in this order; a code outside the list is counted
      * as OTHER so the totals always add up to the listing.
      *--------------------------------------------------------------
       01  WS-REASON-VALUES.
           05  FILLER                      PIC X(44)
               VALUE 'S001USER NOT ON USER-AUTHORITY FILE        '.
           05  FILLER                      PIC X(44)
               VALUE 'S002ACTION NOT PERMITTED                   '.
           05  FILLER                      PIC X(44)
               VALUE 'S003DEPARTMENT OR DIVISION OUTSIDE SCOPE   '.
           05  FILLER                      PIC X(44)
               VALUE 'S004PAY AMOUNT OR GRADE NOT PERMITTED      '.
           05  FILLER                      PIC X(44)
               VALUE 'S005ALL-DEPARTMENTS AUTHORITY REQUIRED     '.
           05  FILLER                      PIC X(44)
               VALUE 'OTHROTHER                                  '.
       01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
           05  WS-REASON-ENTRY             OCCURS 6 TIMES.
               10  WS-REASON-CODE          PIC X(4).
               10  WS-REASON-LABEL         PIC X(40).

       01  WS-REASON-COUNTS.
           05  WS-REASON-COUNT             PIC 9(7) OCCURS 6 TIMES.

      *--------------------------------------------------------------
      * Users refused during the week, in the order first seen.  A
      * week with more distinct users than the table holds still
      * lists every row; only the per-user totals past the table
      * are lost, and the run says so.
      *--------------------------------------------------------------
       01  WS-USER-TABLE.
           05  WS-USER-COUNT               PIC 9(4) COMP VALUE ZERO.
           05  WS-USER-ENTRY               OCCURS 500 TIMES.
               10  WS-USR-TOT-ID           PIC X(8).
               10  WS-USR-TOT-COUNT        PIC 9(7).

       01  WS-TOTAL-WORK.
           05  WS-REASON-SUB               PIC 9(2) COMP.
           05  WS-USER-SUB                 PIC 9(4) COMP.
           05  WS-USER-FOUND               PIC X(1).
               88  USER-TOTAL-FOUND         VALUE 'Y'.
               88  USER-TOTAL-NOT-FOUND     VALUE 'N'.

       01  WS-REPORT-HEADING-1.
           05  FILLER                      PIC X(30)
               VALUE 'EMPLOYEE-SECURITY-REPORT'.
           05  FILLER                      PIC X(28)
               VALUE 'SECURITY VIOLATIONS - WEEK '.
           05  WS-HDG-WEEK-START           PIC 9(8).
           05  FILLER                      PIC X(4) VALUE ' TO '.
           05  WS-HDG-WEEK-END             PIC 9(8).
           05  FILLER                      PIC X(12)
               VALUE '   RUN DATE '.
           05  WS-HDG-RUN-DATE             PIC 9(8).

       01  WS-REPORT-COLUMN-HEADS.
           05  FILLER                      PIC X(20)
               VALUE 'DATE     TIME       '.
           05  FILLER                      PIC X(10) VALUE 'USER ID   '.
           05  FILLER                      PIC X(6) VALUE 'TERM  '.
           05  FILLER                      PIC X(10) VALUE 'SOURCE    '.
           05  FILLER                      PIC X(8) VALUE 'OBJECT  '.
           05  FILLER                      PIC X(5) VALUE 'ACTN '.
           05  FILLER                      PIC X(6) VALUE 'DEPT  '.
           05  FILLER                      PIC X(6) VALUE 'DIV   '.
           05  FILLER                      PIC X(6) VALUE 'RSN   '.
           05  FILLER                      PIC X(40) VALUE 'REASON'.

       01  WS-REPORT-DETAIL-LINE.
           05  WS-DTL-DATE                 PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-DTL-HH                   PIC X(2).
           05  FILLER                      PIC X(1) VALUE ':'.
           05  WS-DTL-MM                   PIC X(2).
           05  FILLER                      PIC X(1) VALUE ':'.
           05  WS-DTL-SS                   PIC X(2).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-DTL-USER-ID              PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-TERMINAL-ID          PIC X(4).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-SOURCE               PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-OBJECT-ID            PIC X(6).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-ACTION-CODE          PIC X(3).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-DEPT-CODE            PIC X(4).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-DIVISION-CODE        PIC X(4).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-REASON-CODE          PIC X(4).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-REASON-TEXT          PIC X(40).

       01  WS-REPORT-REASON-LINE.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-RSL-CODE                 PIC X(4).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RSL-LABEL                PIC X(40).
           05  WS-RSL-COUNT                PIC ZZZ,ZZ9.

       01  WS-REPORT-USER-LINE.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-USL-USER-ID              PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-USL-COUNT                PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTAL-LINE.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-TOT-LABEL                PIC X(24).
           05  WS-TOT-COUNT                PIC ZZZ,ZZ9.

       01  WS-REPORT-TEXT-LINE             PIC X(132).

       PROCEDURE DIVISION.
      *--------------------------------------------------------------
      * A rejected WEEKEND= card has already set RC=8 - the report
      * is not produced for some other week in its place.
      *--------------------------------------------------------------
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZATION
           IF RETURN-CODE < 8
              PERFORM 1500-POSITION-AT-WEEK-START
              PERFORM 2000-LIST-ONE-VIOLATION
                  UNTIL END-OF-VIOLATIONS
              PERFORM 5000-WRITE-TOTALS
           END-IF
           PERFORM 9000-TERMINATION
           STOP RUN.

       1000-INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP (1:8) TO WS-RUN-DATE
           OPEN INPUT SECURITY-VIOLATION-FILE
           MOVE 'SECURITY-VIOLATION' TO WS-CHECK-FILE-NAME
           MOVE WS-SECVIOL-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           OPEN INPUT PARAMETER-FILE
           MOVE 'PARAMETER-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-PARM-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           OPEN OUTPUT SECURITY-REPORT-FILE
           MOVE 'SECURITY-REPORT-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           PERFORM 1100-READ-ONE-PARM-CARD
               UNTIL END-OF-PARMS
           IF WS-WEEK-END-DATE = ZERO
              COMPUTE WS-WEEK-END-INT =
                 FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) - 1
              COMPUTE WS-WEEK-END-DATE =
                 FUNCTION DATE-OF-INTEGER (WS-WEEK-END-INT)
           END-IF
           MOVE ZEROS TO WS-REASON-COUNTS
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           IF RETURN-CODE < 8
              COMPUTE WS-WEEK-END-INT =
                 FUNCTION INTEGER-OF-DATE (WS-WEEK-END-DATE)
              COMPUTE WS-WEEK-START-INT = WS-WEEK-END-INT - 6
              COMPUTE WS-WEEK-START-DATE =
                 FUNCTION DATE-OF-INTEGER (WS-WEEK-START-INT)
              MOVE WS-WEEK-START-DATE TO WS-HDG-WEEK-START
              MOVE WS-WEEK-END-DATE TO WS-HDG-WEEK-END
              WRITE SECURITY-REPORT-LINE FROM WS-REPORT-HEADING-1
              WRITE SECURITY-REPORT-LINE FROM WS-REPORT-COLUMN-HEADS
              MOVE 'SECURITY-REPORT-FILE' TO WS-CHECK-FILE-NAME
              MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS-CODE
              PERFORM 1900-CHECK-FILE-STATUS
           END-IF.

       1100-READ-ONE-PARM-CARD.
           READ PARAMETER-FILE
               AT END
                  SET END-OF-PARMS TO TRUE
               NOT AT END
                  PERFORM 1150-APPLY-PARM-CARD
           END-READ
           IF WS-PARM-STATUS NOT = '00' AND NOT = '10'
              MOVE 'PARAMETER-FILE' TO WS-CHECK-FILE-NAME
              MOVE WS-PARM-STATUS TO WS-CHECK-STATUS-CODE
              PERFORM 1900-CHECK-FILE-STATUS
              SET END-OF-PARMS TO TRUE
           END-IF.

       1150-APPLY-PARM-CARD.
           EVALUATE TRUE
               WHEN PARAMETER-CARD (1:8) = 'WEEKEND='
                  IF PARAMETER-CARD (9:8) NUMERIC
                     AND PARAMETER-CARD (13:2) >= '01'
                     AND PARAMETER-CARD (13:2) <= '12'
                     AND PARAMETER-CARD (15:2) >= '01'
                     AND PARAMETER-CARD (15:2) <= '31'
                     MOVE PARAMETER-CARD (9:8) TO WS-WEEK-END-DATE
                  ELSE
                     DISPLAY 'WEEKEND= MUST BE NUMERIC CCYYMMDD: '
                        PARAMETER-CARD (1:20)
                     MOVE 8 TO RETURN-CODE
                  END-IF
               WHEN PARAMETER-CARD = SPACES
                  CONTINUE
               WHEN PARAMETER-CARD (1:1) = '*'
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'UNRECOGNIZED SECPARM CARD: '
                     PARAMETER-CARD (1:40)
                  MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      *--------------------------------------------------------------
      * The timestamp leads the key, so the week's first row is the
      * first key not less than its first date.  Nothing on or
      * after that date means an empty week, not an error.
      *--------------------------------------------------------------
       1500-POSITION-AT-WEEK-START.
           MOVE LOW-VALUES TO VIO-KEY
           MOVE WS-WEEK-START-DATE TO VIO-TIMESTAMP (1:8)
           START SECURITY-VIOLATION-FILE KEY IS NOT LESS THAN VIO-KEY
               INVALID KEY
                  SET END-OF-VIOLATIONS TO TRUE
           END-START.

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
      * The scan ends at the first row dated after the week; the
      * all-9s row EMPSETUP loads sorts after every real date and
      * so ends it too.  A failed read drives neither AT END nor
      * NOT AT END, so the scan also stops on any non-'00' status.
      *--------------------------------------------------------------
       2000-LIST-ONE-VIOLATION.
           READ SECURITY-VIOLATION-FILE NEXT RECORD
               AT END
                  SET END-OF-VIOLATIONS TO TRUE
               NOT AT END
                  ADD 1 TO WS-ROWS-READ
                  IF VIO-TIMESTAMP (1:8) > WS-WEEK-END-DATE
                     OR VIO-TIMESTAMP (1:8) NOT NUMERIC
                     SET END-OF-VIOLATIONS TO TRUE
                  ELSE
                     PERFORM 2100-WRITE-VIOLATION-LINE
                     PERFORM 2200-COUNT-VIOLATION
                  END-IF
           END-READ
           IF WS-SECVIOL-STATUS NOT = '00' AND NOT = '10'
              MOVE 'SECURITY-VIOLATION' TO WS-CHECK-FILE-NAME
              MOVE WS-SECVIOL-STATUS TO WS-CHECK-STATUS-CODE
              PERFORM 1900-CHECK-FILE-STATUS
              SET END-OF-VIOLATIONS TO TRUE
           END-IF.

       2100-WRITE-VIOLATION-LINE.
           MOVE VIO-TIMESTAMP (1:8) TO WS-DTL-DATE
           MOVE VIO-TIMESTAMP (9:2) TO WS-DTL-HH
           MOVE VIO-TIMESTAMP (11:2) TO WS-DTL-MM
           MOVE VIO-TIMESTAMP (13:2) TO WS-DTL-SS
           MOVE VIO-USER-ID TO WS-DTL-USER-ID
           MOVE VIO-TERMINAL-ID TO WS-DTL-TERMINAL-ID
           MOVE VIO-SOURCE TO WS-DTL-SOURCE
           MOVE VIO-OBJECT-ID TO WS-DTL-OBJECT-ID
           MOVE VIO-ACTION-CODE TO WS-DTL-ACTION-CODE
           MOVE VIO-DEPT-CODE TO WS-DTL-DEPT-CODE
           MOVE VIO-DIVISION-CODE TO WS-DTL-DIVISION-CODE
           MOVE VIO-REASON-CODE TO WS-DTL-REASON-CODE
           MOVE VIO-REASON-TEXT TO WS-DTL-REASON-TEXT
           WRITE SECURITY-REPORT-LINE FROM WS-REPORT-DETAIL-LINE
           MOVE 'SECURITY-REPORT-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           ADD 1 TO WS-VIOLATIONS-LISTED.

      *--------------------------------------------------------------
      * The reason search falls through to the OTHER slot (6) when
      * none of the five known codes matches.
      *--------------------------------------------------------------
       2200-COUNT-VIOLATION.
           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SUB > 5
                      OR WS-REASON-CODE (WS-REASON-SUB) =
                         VIO-REASON-CODE
               CONTINUE
           END-PERFORM
           IF WS-REASON-SUB > 5
              MOVE 6 TO WS-REASON-SUB
           END-IF
           ADD 1 TO WS-REASON-COUNT (WS-REASON-SUB)
           SET USER-TOTAL-NOT-FOUND TO TRUE
           PERFORM VARYING WS-USER-SUB FROM 1 BY 1
                   UNTIL WS-USER-SUB > WS-USER-COUNT
                      OR USER-TOTAL-FOUND
               IF WS-USR-TOT-ID (WS-USER-SUB) = VIO-USER-ID
                  ADD 1 TO WS-USR-TOT-COUNT (WS-USER-SUB)
                  SET USER-TOTAL-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF USER-TOTAL-NOT-FOUND
              IF WS-USER-COUNT NOT < 500
                 ADD 1 TO WS-USERS-DROPPED
              ELSE
                 ADD 1 TO WS-USER-COUNT
                 MOVE VIO-USER-ID TO WS-USR-TOT-ID (WS-USER-COUNT)
                 MOVE 1 TO WS-USR-TOT-COUNT (WS-USER-COUNT)
              END-IF
           END-IF.

      *--------------------------------------------------------------
      * Every reason prints, with a zero count where nothing was
      * refused for it, so the summary is visibly complete; the
      * user totals follow in the order the users were first seen.
      *--------------------------------------------------------------
       5000-WRITE-TOTALS.
           IF WS-VIOLATIONS-LISTED = ZERO
              MOVE '    NO VIOLATIONS LOGGED THIS WEEK'
                 TO WS-REPORT-TEXT-LINE
              WRITE SECURITY-REPORT-LINE FROM WS-REPORT-TEXT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           WRITE SECURITY-REPORT-LINE FROM WS-REPORT-TEXT-LINE
           MOVE 'TOTALS BY REASON' TO WS-REPORT-TEXT-LINE
           WRITE SECURITY-REPORT-LINE FROM WS-REPORT-TEXT-LINE
           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SUB > 6
               MOVE WS-REASON-CODE (WS-REASON-SUB) TO WS-RSL-CODE
               MOVE WS-REASON-LABEL (WS-REASON-SUB) TO WS-RSL-LABEL
               MOVE WS-REASON-COUNT (WS-REASON-SUB) TO WS-RSL-COUNT
               WRITE SECURITY-REPORT-LINE FROM WS-REPORT-REASON-LINE
           END-PERFORM
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           WRITE SECURITY-REPORT-LINE FROM WS-REPORT-TEXT-LINE
           MOVE 'TOTALS BY USER' TO WS-REPORT-TEXT-LINE
           WRITE SECURITY-REPORT-LINE FROM WS-REPORT-TEXT-LINE
           PERFORM VARYING WS-USER-SUB FROM 1 BY 1
                   UNTIL WS-USER-SUB > WS-USER-COUNT
               MOVE WS-USR-TOT-ID (WS-USER-SUB) TO WS-USL-USER-ID
               MOVE WS-USR-TOT-COUNT (WS-USER-SUB) TO WS-USL-COUNT
               WRITE SECURITY-REPORT-LINE FROM WS-REPORT-USER-LINE
           END-PERFORM
           IF WS-USERS-DROPPED > ZERO
              MOVE 'USERS NOT TOTALLED' TO WS-TOT-LABEL
              MOVE WS-USERS-DROPPED TO WS-TOT-COUNT
              WRITE SECURITY-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           WRITE SECURITY-REPORT-LINE FROM WS-REPORT-TEXT-LINE
           MOVE 'VIOLATIONS LISTED' TO WS-TOT-LABEL
           MOVE WS-VIOLATIONS-LISTED TO WS-TOT-COUNT
           WRITE SECURITY-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
           MOVE 'SECURITY-REPORT-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS.

       9000-TERMINATION.
           DISPLAY 'SECURITY-REPORT ROWS READ: ' WS-ROWS-READ
           DISPLAY 'SECURITY-REPORT VIOLATIONS LISTED: '
              WS-VIOLATIONS-LISTED
           IF WS-USERS-DROPPED > ZERO
              DISPLAY 'SECURITY-REPORT USERS NOT TOTALLED: '
                 WS-USERS-DROPPED
           END-IF
           IF WS-VIOLATIONS-LISTED > ZERO AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE SECURITY-VIOLATION-FILE
                 PARAMETER-FILE
                 SECURITY-REPORT-FILE.
