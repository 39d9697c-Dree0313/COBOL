      * missing some.  A proposed-increases register is written for
      * compensation to review alongside the night's run.
      * REVPARM card REVDATE=CCYYMMDD overrides the review date
      * (default: the business date the daily cycle is running
      * under, so a cycle that runs past midnight or is resumed the
      * next morning still reviews its own day) for catch-ups.  The
      * cycle-control file lets the step run once per business
      * date, so a resubmitted job can never compound anyone's
      * increase.  A 28 February review date in a non-leap year
      * also picks up 29 February anniversaries, so leap-day hires
      * are never skipped.
      * REVPARM card ANNIVDATE=HIRE (the default) dates the
      * anniversary from EMP-HIRE-DATE, the start of the current
      * period of employment; ANNIVDATE=SERVICE dates it from the
      * adjusted service date instead, so bridged earlier service
      * and non-creditable leave count the way they do for service
      * awards.  A master with no service date falls back to the
      * hire date.
      * Run ahead of the transaction sort; the JCL concatenates the
      * output behind the day's keyed input.
      *--------------------------------------------------------------
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT CYCLE-CONTROL-FILE ASSIGN TO EMPCYCL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYCLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
       FD  REGISTER-REPORT-FILE.
       01  REGISTER-REPORT-LINE            PIC X(132).

       FD  CYCLE-CONTROL-FILE.
           COPY EMPCYCL.

       WORKING-STORAGE SECTION.
           COPY EMPCYCW.

           COPY EMPCODE.

       01  WS-FILE-STATUSES.
           05  WS-ALT-MMDD                 PIC X(4).
           05  WS-LEAP-WORK                PIC 9(4).
           05  WS-LEAP-REMAINDER           PIC 9(4).
           05  WS-ANNIVERSARY-BASIS        PIC X(1) VALUE 'H'.
               88  ANNIV-FROM-HIRE-DATE     VALUE 'H'.
               88  ANNIV-FROM-SERVICE-DATE  VALUE 'S'.

       01  WS-REVIEW-COUNTERS.
           05  WS-RECORDS-READ             PIC 9(9) VALUE ZERO.
       01  WS-INCREASE-WORK.
           05  WS-GRADE-SUB                PIC 9(2) COMP.
           05  WS-NEW-PAY-AMOUNT           PIC 9(8)V99.
           05  WS-ANNIVERSARY-FROM         PIC 9(8).
           05  WS-HIRE-MMDD                PIC X(4).
           05  WS-HIRE-YEAR                PIC 9(4).

           05  FILLER                      PIC X(36)
               VALUE 'PROPOSED ANNIVERSARY INCREASES FOR '.
           05  WS-HDG-REVIEW-DATE          PIC 9(8).
           05  WS-HDG-BASIS                PIC X(30)
               VALUE ' - FROM HIRE DATE'.

       01  WS-REPORT-COLUMN-HEADS.
           05  FILLER                      PIC X(8) VALUE 'EMP ID  '.
      * wrong-date raises through the nightly cycle.
      *--------------------------------------------------------------
       0000-MAIN-LOGIC.
           MOVE 'PAYREVW ' TO WS-CYCLE-THIS-STEP
           PERFORM 0600-START-CYCLE-STEP
           IF NOT CYCLE-STEP-MAY-RUN
              STOP RUN
           END-IF
           PERFORM 1000-INITIALIZATION
           IF REFERENCE-TABLES-LOADED AND RETURN-CODE < 8
              PERFORM 2000-REVIEW-ONE-EMPLOYEE
                  UNTIL END-OF-MASTER
           END-IF
           PERFORM 9000-TERMINATION
           MOVE WS-RECORDS-READ TO WS-CYCLE-COUNT-IN
           MOVE WS-INCREASES-WRITTEN TO WS-CYCLE-COUNT-OUT
           MOVE WS-NO-INCREASE-COUNT TO WS-CYCLE-COUNT-REJ
           PERFORM 0650-END-CYCLE-STEP
           STOP RUN.

       1000-INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CYCLE-BUSINESS-DATE TO WS-REVIEW-DATE
           OPEN INPUT EMPLOYEE-MASTER-FILE
           MOVE 'EMPLOYEE-MASTER-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-EMPMAST-STATUS TO WS-CHECK-STATUS-CODE
                        PARAMETER-CARD (1:20)
                     MOVE 8 TO RETURN-CODE
                  END-IF
               WHEN PARAMETER-CARD (1:10) = 'ANNIVDATE='
                  EVALUATE PARAMETER-CARD (11:8)
                      WHEN 'HIRE    '
                         SET ANNIV-FROM-HIRE-DATE TO TRUE
                         MOVE ' - FROM HIRE DATE' TO WS-HDG-BASIS
                      WHEN 'SERVICE '
                         SET ANNIV-FROM-SERVICE-DATE TO TRUE
                         MOVE ' - FROM ADJUSTED SERVICE DATE'
                            TO WS-HDG-BASIS
                      WHEN OTHER
                         DISPLAY 'ANNIVDATE= MUST BE HIRE OR SERVICE: '
                            PARAMETER-CARD (1:20)
                         MOVE 8 TO RETURN-CODE
                  END-EVALUATE
               WHEN PARAMETER-CARD = SPACES
                  CONTINUE
               WHEN PARAMETER-CARD (1:1) = '*'
      *--------------------------------------------------------------
      * An anniversary needs the month/day to match and at least one
      * full year of service - an employee hired today is not due an
      * increase today.  ANNIVDATE=SERVICE counts from the adjusted
      * service date where the master carries one.
      *--------------------------------------------------------------
       2100-CHECK-ANNIVERSARY.
           MOVE EMP-HIRE-DATE TO WS-ANNIVERSARY-FROM
           IF ANNIV-FROM-SERVICE-DATE
              AND EMP-ADJ-SERVICE-DATE NUMERIC
              AND EMP-ADJ-SERVICE-DATE > ZERO
              MOVE EMP-ADJ-SERVICE-DATE TO WS-ANNIVERSARY-FROM
           END-IF
           MOVE WS-ANNIVERSARY-FROM (5:4) TO WS-HIRE-MMDD
           MOVE WS-ANNIVERSARY-FROM (1:4) TO WS-HIRE-YEAR
           IF (WS-HIRE-MMDD = WS-REVIEW-MMDD
               OR (WS-ALT-MMDD NOT = SPACES
                   AND WS-HIRE-MMDD = WS-ALT-MMDD))
       COPY EMPRLOD.

       COPY EMPRSTO.

       COPY EMPCYCP.
