      *--------------------------------------------------------------
      * Twelve-month payroll cost projection - what payroll will cost
      * over the coming year given what is already known, month by
      * month for every department, with division and company
      * totals, for finance's budget.  Starts from the current
      * master and walks each employee forward through:
      *   - the future-dated transactions held on the pending file
      *     (EMPPNDI) by the nightly apply, on their effective dates
      *     and only where the status-transition table would let
      *     them apply; an ADD held before an id was assigned is a
      *     new hire of its own, and any other held transaction for
      *     someone not on the master is left out (and counted)
      *   - scheduled returns from leave: an employee on leave comes
      *     back on the expected-return date of their open episode
      *     on the leave history (EMPLHIS), and a held LOA brings
      *     its own expected return with it - unless a held ACT
      *     already returns them.  A return date already passed is
      *     taken as the first day of the projection; an episode
      *     with no expected date stays on leave throughout
      *   - the anniversary increases EMPLOYEE-PAY-REVIEW will
      *     generate: the grade's increment percent on each
      *     anniversary inside the horizon, capped at the band
      *     maximum exactly as the review caps it.  Someone hired or
      *     rehired inside the projection is not due one within it
      * Each month costs a twelfth of the annual pay, prorated by
      * calendar days across the changes inside the month, for days
      * active or on paid leave (the leave type's 'L' row - the GL
      * accrual's rule); headcount is the employees active or on
      * leave at the month end, in the department they are in then.
      * A scenario card runs the same projection a second time with
      * a general increase and/or a hiring freeze, reports it the
      * same way and closes with a baseline-versus-scenario
      * comparison of twelve-month cost and closing headcount.
      * The pending file must be in employee-id then effective-date
      * order - the job sorts the current generation first.
      * PROJPARM cards:
      *   START=CCYYMM      first month projected (default: the
      *                     month after the run date)
      *   ANNIVDATE=HIRE    anniversaries dated from EMP-HIRE-DATE
      *                     (the default) or, with SERVICE, from the
      *                     adjusted service date - set it the way
      *                     the PAY-REVIEW step is run
      *   GENINCR=NN.NN     scenario: general increase percent
      *   GENDATE=CCYYMMDD  scenario: date the general increase
      *                     takes effect (default: the first day of
      *                     the projection)
      *   FREEZE=Y          scenario: hiring freeze from the first
      *                     day of the projection - held ADDs and
      *                     RHRs from then on never happen
      *   FREEZE=CCYYMMDD   scenario: hiring freeze from that date
      * With no GENINCR or FREEZE card only the baseline is reported.
      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-PAY-PROJECTION.
       AUTHOR. ALEXANDRIA.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. TWELVE-MONTH PAYROLL COST AND HEADCOUNT PROJECTION
           BY DEPARTMENT AND DIVISION WITH AN OPTIONAL SCENARIO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT REFERENCE-CODE-FILE ASSIGN TO EMPRCOD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REF-KEY
               FILE STATUS IS WS-REFCODE-STATUS.

           SELECT LEAVE-HISTORY-FILE ASSIGN TO EMPLHIS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LHS-KEY
               FILE STATUS IS WS-LEAVEHIS-STATUS.

           SELECT PENDING-TRANSACTION-FILE ASSIGN TO EMPPNDI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO PROJPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PROJECTION-REPORT-FILE ASSIGN TO EMPPJRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPREC.

       FD  REFERENCE-CODE-FILE.
           COPY EMPRCOD.

       FD  LEAVE-HISTORY-FILE.
           COPY EMPLHIS.

       FD  PENDING-TRANSACTION-FILE.
           COPY EMPTRAN.

       FD  PARAMETER-FILE.
       01  PARAMETER-CARD                  PIC X(80).

       FD  PROJECTION-REPORT-FILE.
       01  PROJECTION-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
           COPY EMPCODE.

       01  WS-FILE-STATUSES.
           05  WS-EMPMAST-STATUS           PIC X(2).
           05  WS-REFCODE-STATUS           PIC X(2).
           05  WS-LEAVEHIS-STATUS          PIC X(2).
           05  WS-PENDING-STATUS           PIC X(2).
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
           05  WS-EOF-MASTER               PIC X(1) VALUE 'N'.
               88  END-OF-MASTER            VALUE 'Y'.
           05  WS-EOF-PENDING              PIC X(1) VALUE 'N'.
               88  END-OF-PENDING           VALUE 'Y'.
           05  WS-EOF-PARMS                PIC X(1) VALUE 'N'.
               88  END-OF-PARMS             VALUE 'Y'.
           05  WS-LEAVE-SCAN-STATE         PIC X(1) VALUE 'N'.
               88  LEAVE-SCAN-DONE          VALUE 'Y'.
               88  LEAVE-SCAN-ACTIVE        VALUE 'N'.
           05  WS-PARMS-STATE              PIC X(1) VALUE 'Y'.
               88  PROJ-PARMS-VALID         VALUE 'Y'.
               88  PROJ-PARMS-INVALID       VALUE 'N'.
           05  WS-ANNIVERSARY-BASIS        PIC X(1) VALUE 'H'.
               88  ANNIV-FROM-HIRE-DATE     VALUE 'H'.
               88  ANNIV-FROM-SERVICE-DATE  VALUE 'S'.
           05  WS-FREEZE-STATE             PIC X(1) VALUE 'N'.
               88  FREEZE-REQUESTED         VALUE 'Y'.
               88  NO-FREEZE                VALUE 'N'.
           05  WS-LEAP-STATE               PIC X(1).
               88  LEAP-YEAR                VALUE 'Y'.
               88  NOT-LEAP-YEAR            VALUE 'N'.
           05  WS-GROUP-MASTER-STATE       PIC X(1).
               88  GROUP-ON-MASTER          VALUE 'Y'.
               88  GROUP-NOT-ON-MASTER      VALUE 'N'.
           05  WS-RETURN-FOUND-STATE       PIC X(1).
               88  PENDING-RETURN-FOUND     VALUE 'Y'.
               88  NO-PENDING-RETURN        VALUE 'N'.
           05  WS-EVENT-DUE-STATE          PIC X(1).
               88  EVENT-DUE                VALUE 'Y'.
               88  NO-EVENT-DUE             VALUE 'N'.
           05  WS-SHIFT-STATE              PIC X(1).
               88  EVENT-SHIFT-DONE         VALUE 'Y'.
               88  EVENT-SHIFT-ACTIVE       VALUE 'N'.

       01  WS-RUN-CONTROLS.
           05  WS-CURRENT-TIMESTAMP        PIC X(21).
           05  WS-RUN-DATE                 PIC 9(8).
           05  WS-START-MONTH              PIC X(6) VALUE SPACES.
           05  WS-LAST-PENDING-ID          PIC X(6) VALUE LOW-VALUES.
           05  WS-HORIZON-START            PIC 9(8).
           05  WS-HORIZON-END              PIC 9(8).
           05  WS-HORIZON-START-INT        PIC S9(9) COMP.
           05  WS-HORIZON-END-INT          PIC S9(9) COMP.
      *        Scenario 1 is always the baseline; scenario 2 exists
      *        only when a GENINCR or FREEZE card asks for it.
           05  WS-SCENARIO-COUNT           PIC 9(1) VALUE 1.
           05  WS-GEN-INCR-PCT             PIC 9(2)V99 VALUE ZERO.
           05  WS-GEN-DATE                 PIC 9(8) VALUE ZERO.
           05  WS-GEN-DATE-INT             PIC S9(9) COMP.
           05  WS-FREEZE-DATE              PIC 9(8) VALUE ZERO.
           05  WS-FREEZE-DATE-INT          PIC S9(9) COMP.

      *--------------------------------------------------------------
      * GENINCR= is keyed NN.NN; the two halves land here and are
      * read back as one percent.
      *--------------------------------------------------------------
       01  WS-PCT-BUILD.
           05  WS-PCT-WHOLE                PIC 9(2).
           05  WS-PCT-FRACTION             PIC 9(2).
       01  WS-PCT-BUILD-NUM REDEFINES WS-PCT-BUILD
                                           PIC 9(2)V99.

      *--------------------------------------------------------------
      * CCYYMMDD assembly area for month boundaries and anniversary
      * dates.
      *--------------------------------------------------------------
       01  WS-DATE-BUILD.
           05  WS-DB-YEAR                  PIC 9(4).
           05  WS-DB-MONTH                 PIC 9(2).
           05  WS-DB-DAY                   PIC 9(2).
       01  WS-DATE-BUILD-NUM REDEFINES WS-DATE-BUILD
                                           PIC 9(8).

      *--------------------------------------------------------------
      * The twelve months projected, first day and last day as
      * INTEGER-OF-DATE day numbers so a part month can be prorated
      * by subtraction.
      *--------------------------------------------------------------
       01  WS-MONTH-TABLE.
           05  WS-MONTH-DETAIL             OCCURS 12 TIMES.
               10  WS-MON-LABEL            PIC X(6).
               10  WS-MON-START-INT        PIC S9(9) COMP.
               10  WS-MON-END-INT          PIC S9(9) COMP.
               10  WS-MON-DAYS             PIC S9(4) COMP.

       01  WS-SCAN-COUNTERS.
           05  WS-MASTER-READ              PIC 9(9) VALUE ZERO.
           05  WS-PENDING-READ             PIC 9(9) VALUE ZERO.
           05  WS-PENDING-IGNORED          PIC 9(7) VALUE ZERO.
           05  WS-NEW-HIRES-PROJECTED      PIC 9(7) VALUE ZERO.
           05  WS-RETURNS-PROJECTED        PIC 9(7) VALUE ZERO.
           05  WS-ANNIV-INCREASES          PIC 9(7) VALUE ZERO.
           05  WS-FREEZE-SKIPPED           PIC 9(7) VALUE ZERO.
           05  WS-GEN-INCREASES            PIC 9(7) VALUE ZERO.
           05  WS-EVENTS-DROPPED           PIC 9(7) VALUE ZERO.

      *--------------------------------------------------------------
      * The employee (or pending-only new hire) being projected,
      * as the master or the held ADD leaves it.  A status of space
      * means not on the master.
      *--------------------------------------------------------------
       01  WS-GROUP-BASE.
           05  WS-GROUP-EMP-ID             PIC X(6).
           05  WS-BASE-STATUS              PIC X(1).
           05  WS-BASE-DEPT                PIC X(4).
           05  WS-BASE-GRADE               PIC X(3).
           05  WS-BASE-PAY                 PIC 9(7)V99.
           05  WS-BASE-LEAVE-TYPE          PIC X(1).
           05  WS-BASE-ANNIV-FROM          PIC 9(8).
           05  WS-BASE-RETURN-DATE         PIC 9(8).

      *--------------------------------------------------------------
      * The same employee as the projection walks them forward
      * through one scenario.  The new-hire flag marks a hire or
      * rehire inside the projection - no anniversary is due.
      *--------------------------------------------------------------
       01  WS-PROJECTED-STATE.
           05  WS-STATE-STATUS             PIC X(1).
               88  STATE-NOT-ON-FILE        VALUE SPACE.
               88  STATE-ACTIVE             VALUE 'A'.
               88  STATE-ON-LEAVE           VALUE 'L'.
               88  STATE-TERMINATED         VALUE 'T'.
           05  WS-STATE-DEPT               PIC X(4).
           05  WS-STATE-GRADE              PIC X(3).
           05  WS-STATE-PAY                PIC 9(7)V99.
           05  WS-STATE-LEAVE-TYPE         PIC X(1).
           05  WS-STATE-NEW-HIRE           PIC X(1).

      *--------------------------------------------------------------
      * The employee's dated events, kept in date, class, sequence
      * order by 3500-INSERT-EVENT so two on the same day apply in
      * a fixed order: held transactions (in pending-file order),
      * then a scheduled return, then the anniversary increase, then
      * the scenario's general increase.
      *--------------------------------------------------------------
       01  WS-EVENT-TABLE.
           05  WS-EVENT-COUNT              PIC 9(3) COMP VALUE ZERO.
           05  WS-EVENT-LIMIT              PIC 9(3) COMP VALUE 60.
           05  WS-EVENT-SEQ                PIC 9(3) VALUE ZERO.
           05  WS-EVENT-DETAIL             OCCURS 60 TIMES.
               10  WS-EVT-SORT-KEY.
                   15  WS-EVT-DATE         PIC 9(8).
                   15  WS-EVT-CLASS        PIC 9(1).
                       88  EVT-HELD-TRANSACTION VALUE 1.
                       88  EVT-LEAVE-RETURN     VALUE 2.
                       88  EVT-ANNIVERSARY      VALUE 3.
                       88  EVT-GENERAL-INCREASE VALUE 4.
                   15  WS-EVT-SEQ          PIC 9(3).
               10  WS-EVT-DATE-INT         PIC S9(9) COMP.
               10  WS-EVT-ACTION           PIC X(3).
               10  WS-EVT-DEPT             PIC X(4).
               10  WS-EVT-GRADE            PIC X(3).
               10  WS-EVT-PAY              PIC 9(7)V99.
               10  WS-EVT-LEAVE-TYPE       PIC X(1).
               10  WS-EVT-RETURN-DATE      PIC 9(8).

      *        Built here, then slotted into the table in order.
       01  WS-NEW-EVENT.
           05  WS-NEW-SORT-KEY.
               10  WS-NEW-DATE             PIC 9(8).
               10  WS-NEW-CLASS            PIC 9(1).
               10  WS-NEW-SEQ              PIC 9(3).
           05  WS-NEW-DATE-INT             PIC S9(9) COMP.
           05  WS-NEW-ACTION               PIC X(3).
           05  WS-NEW-DEPT                 PIC X(4).
           05  WS-NEW-GRADE                PIC X(3).
           05  WS-NEW-PAY                  PIC 9(7)V99.
           05  WS-NEW-LEAVE-TYPE           PIC X(1).
           05  WS-NEW-RETURN-DATE          PIC 9(8).

       01  WS-PROJECTION-WORK.
           05  WS-SCN-SUB                  PIC 9(1).
           05  WS-MON-SUB                  PIC 9(2) COMP.
           05  WS-EVT-SUB                  PIC 9(3) COMP.
           05  WS-EVT-NEXT                 PIC 9(3) COMP.
           05  WS-EVT-SCAN-SUB             PIC 9(3) COMP.
           05  WS-DUE-LIMIT-INT            PIC S9(9) COMP.
           05  WS-SEG-START-INT            PIC S9(9) COMP.
           05  WS-SEG-END-INT              PIC S9(9) COMP.
           05  WS-SEG-DAYS                 PIC S9(5) COMP.
           05  WS-SEG-AMOUNT               PIC 9(9)V99.
           05  WS-COST-DIVISOR             PIC S9(5) COMP.
           05  WS-DATE-INT                 PIC S9(9) COMP.
           05  WS-WORK-DATE                PIC 9(8).
           05  WS-RETURN-AFTER-DATE        PIC 9(8).
           05  WS-DEPT-LOOKUP-CODE         PIC X(4).
           05  WS-DEPT-FOUND-SUB           PIC 9(2) COMP.
           05  WS-DEPT-SLOT                PIC 9(2) COMP.
           05  WS-GRADE-SUB                PIC 9(2) COMP.
           05  WS-LEAVE-PAID-FLAG          PIC X(1).
           05  WS-NEW-PAY-AMOUNT           PIC 9(9)V99.
           05  WS-ANNIV-MMDD               PIC X(4).
           05  WS-ANNIV-BASE-YEAR          PIC 9(4).
           05  WS-ANNIV-YEAR               PIC 9(4).
           05  WS-ANNIV-FIRST-YEAR         PIC 9(4).
           05  WS-ANNIV-LAST-YEAR          PIC 9(4).
           05  WS-LEAP-YEAR-IN             PIC 9(4).
           05  WS-LEAP-WORK                PIC 9(4).
           05  WS-LEAP-REMAINDER           PIC 9(4).

      *--------------------------------------------------------------
      * Projected cost and month-end headcount by scenario,
      * department and month.  Department entry N is WS-DEPT-ENTRY
      * (N) on the loaded table; entry 51 collects departments that
      * are not on the reference file at all.
      *--------------------------------------------------------------
       01  WS-PROJECTION-TABLE.
           05  WS-PRJ-SCENARIO             OCCURS 2 TIMES.
               10  WS-PRJ-DEPT             OCCURS 51 TIMES.
                   15  WS-PRJ-MONTH        OCCURS 12 TIMES.
                       20  WS-PRJ-COST     PIC 9(11)V99.
                       20  WS-PRJ-HEADCOUNT PIC 9(7).

       01  WS-DEPT-REPORTED-TABLE.
           05  WS-DEPT-REPORTED            PIC X(1) OCCURS 50 TIMES.

      *--------------------------------------------------------------
      * Report rows: level 1 is the department being written, level
      * 2 its division's running total and level 3 the grand total,
      * each carrying both scenarios so the comparison section can
      * be written from the same walk of the divisions.
      *--------------------------------------------------------------
       01  WS-ROW-TOTALS.
           05  WS-ROW-LEVEL                OCCURS 3 TIMES.
               10  WS-ROW-SCENARIO         OCCURS 2 TIMES.
                   15  WS-ROW-MONTH        OCCURS 12 TIMES.
                       20  WS-ROW-COST     PIC 9(11)V99.
                       20  WS-ROW-HEADCOUNT PIC 9(7).

       01  WS-REPORT-WORK.
           05  WS-REPORT-MODE              PIC X(1).
               88  REPORT-PROJECTION        VALUE 'P'.
               88  REPORT-COMPARISON        VALUE 'C'.
           05  WS-DIV-SUB                  PIC 9(2) COMP.
           05  WS-DEPT-SUB                 PIC 9(2) COMP.
           05  WS-ROW-SUB                  PIC 9(1).
           05  WS-ROW-FROM-SUB             PIC 9(1).
           05  WS-ROW-TO-SUB               PIC 9(1).
           05  WS-ROW-SCN-SUB              PIC 9(1).
           05  WS-ROW-MON-SUB              PIC 9(2) COMP.
           05  WS-ROW-CODE                 PIC X(6).
           05  WS-ROW-LABEL                PIC X(20).
           05  WS-DIV-DEPTS-LEFT           PIC 9(2) COMP.
           05  WS-ROW-ACTIVITY             PIC 9(11)V99.
           05  WS-ROW-YEAR-COST            PIC 9(11)V99.
           05  WS-CMP-BASE-TOTAL           PIC 9(11)V99.
           05  WS-CMP-SCEN-TOTAL           PIC 9(11)V99.
           05  WS-CMP-COST-CHANGE          PIC S9(11)V99.
           05  WS-CMP-HC-CHANGE            PIC S9(7).

       01  WS-REPORT-HEADING-1.
           05  FILLER                      PIC X(30)
               VALUE 'EMPLOYEE-PAY-PROJECTION'.
           05  FILLER                      PIC X(37)
               VALUE 'TWELVE-MONTH PAYROLL COST PROJECTION '.
           05  WS-HDG-FROM                 PIC X(6).
           05  FILLER                      PIC X(4) VALUE ' TO '.
           05  WS-HDG-TO                   PIC X(6).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  FILLER                      PIC X(8) VALUE 'RUN DATE'.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-HDG-RUN-DATE             PIC X(8).

       01  WS-REPORT-HEADING-2.
           05  FILLER                      PIC X(10)
               VALUE 'SCENARIO: '.
           05  WS-HDG-SCENARIO             PIC X(100).

       01  WS-REPORT-MONTH-HEADING.
           05  WS-MHD-LABEL                PIC X(12).
           05  WS-MHD-COLUMN               OCCURS 12 TIMES.
               10  FILLER                  PIC X(3).
               10  WS-MHD-MONTH            PIC X(6).
           05  FILLER                      PIC X(3).
           05  WS-MHD-TOTAL                PIC X(9).

       01  WS-REPORT-DIVISION-LINE.
           05  FILLER                      PIC X(9)
               VALUE 'DIVISION '.
           05  WS-DIV-CODE                 PIC X(4).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DIV-DESC                 PIC X(30).

      *--------------------------------------------------------------
      * One line of twelve monthly figures in whole dollars (or
      * heads) and, on the cost line, the twelve-month total.
      *--------------------------------------------------------------
       01  WS-REPORT-MONTHS-LINE.
           05  WS-PML-CODE                 PIC X(6).
           05  WS-PML-KIND                 PIC X(6).
           05  WS-PML-COLUMN               OCCURS 12 TIMES.
               10  FILLER                  PIC X(1).
               10  WS-PML-AMOUNT           PIC Z(7)9.
           05  FILLER                      PIC X(1).
           05  WS-PML-TOTAL                PIC Z(10)9 BLANK WHEN ZERO.

       01  WS-REPORT-COMPARE-HEADING.
           05  FILLER                      PIC X(20) VALUE SPACES.
           05  FILLER                      PIC X(16)
               VALUE '   BASELINE COST'.
           05  FILLER                      PIC X(16)
               VALUE '   SCENARIO COST'.
           05  FILLER                      PIC X(16)
               VALUE '      DIFFERENCE'.
           05  FILLER                      PIC X(9) VALUE '  BASE HC'.
           05  FILLER                      PIC X(9) VALUE '  SCEN HC'.
           05  FILLER                      PIC X(9) VALUE '  HC DIFF'.

       01  WS-REPORT-COMPARE-LINE.
           05  WS-CMP-LABEL                PIC X(20).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-CMP-BASE-COST            PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-CMP-SCEN-COST            PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-CMP-COST-DIFF            PIC --,---,---,--9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-CMP-BASE-HC              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-CMP-SCEN-HC              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-CMP-HC-DIFF              PIC ---,--9.

       01  WS-REPORT-TEXT-LINE             PIC X(132).

       01  WS-REPORT-EDIT-FIELDS.
           05  WS-EDIT-COUNT               PIC Z,ZZZ,ZZ9.
           05  WS-EDIT-PCT                 PIC Z9.99.
           05  WS-HDG-POINTER              PIC 9(3) COMP.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZATION
           IF REFERENCE-TABLES-LOADED
              AND PROJ-PARMS-VALID
              PERFORM 2000-READ-MASTER
              PERFORM 2050-READ-PENDING
              PERFORM 3000-PROJECT-ONE-GROUP
                  UNTIL END-OF-MASTER AND END-OF-PENDING
              PERFORM 5000-WRITE-REPORT
           END-IF
           PERFORM 9000-TERMINATION
           STOP RUN.

      *--------------------------------------------------------------
      * The reference tables are the ones in force today - the
      * projection knows no more about future grade or department
      * changes than the pending file tells it.
      *--------------------------------------------------------------
       1000-INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP (1:8) TO WS-RUN-DATE
           OPEN INPUT EMPLOYEE-MASTER-FILE
           MOVE 'EMPLOYEE-MASTER-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-EMPMAST-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           OPEN INPUT LEAVE-HISTORY-FILE
           MOVE 'LEAVE-HISTORY-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-LEAVEHIS-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           OPEN INPUT PENDING-TRANSACTION-FILE
           MOVE 'PENDING-TRANS-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-PENDING-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           OPEN INPUT PARAMETER-FILE
           MOVE 'PARAMETER-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-PARM-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           OPEN OUTPUT PROJECTION-REPORT-FILE
           MOVE 'PROJECTION-REPORT' TO WS-CHECK-FILE-NAME
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           PERFORM 1100-READ-ONE-PARM-CARD
               UNTIL END-OF-PARMS
           IF WS-START-MONTH = SPACES
              PERFORM 1200-DEFAULT-START-MONTH
           END-IF
           IF WS-START-MONTH < WS-RUN-DATE (1:6)
              DISPLAY 'START= MAY NOT BE BEFORE THE RUN MONTH: '
                 WS-START-MONTH
              SET PROJ-PARMS-INVALID TO TRUE
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 1300-BUILD-MONTH-TABLE
           PERFORM 1350-SET-SCENARIO-DATES
           MOVE WS-RUN-DATE TO WS-REFERENCE-LOAD-DATE
           PERFORM 0500-LOAD-REFERENCE-TABLES
           IF WS-LEAVE-TYPE-COUNT = ZERO
              DISPLAY 'NO LEAVE TYPES ON REFERENCE FILE - ALL LEAVE '
                 'COSTED AS PAID'
           END-IF
           MOVE ZEROS TO WS-PROJECTION-TABLE.

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
               WHEN PARAMETER-CARD (1:6) = 'START='
                  IF PARAMETER-CARD (7:6) NUMERIC
                     AND PARAMETER-CARD (11:2) >= '01'
                     AND PARAMETER-CARD (11:2) <= '12'
                     MOVE PARAMETER-CARD (7:6) TO WS-START-MONTH
                  ELSE
                     DISPLAY 'START= MUST BE CCYYMM: '
                        PARAMETER-CARD (1:20)
                     SET PROJ-PARMS-INVALID TO TRUE
                     MOVE 8 TO RETURN-CODE
                  END-IF
               WHEN PARAMETER-CARD (1:10) = 'ANNIVDATE='
                  EVALUATE PARAMETER-CARD (11:8)
                      WHEN 'HIRE'
                         SET ANNIV-FROM-HIRE-DATE TO TRUE
                      WHEN 'SERVICE'
                         SET ANNIV-FROM-SERVICE-DATE TO TRUE
                      WHEN OTHER
                         DISPLAY 'ANNIVDATE= MUST BE HIRE OR SERVICE: '
                            PARAMETER-CARD (1:20)
                         SET PROJ-PARMS-INVALID TO TRUE
                         MOVE 8 TO RETURN-CODE
                  END-EVALUATE
               WHEN PARAMETER-CARD (1:8) = 'GENINCR='
                  IF PARAMETER-CARD (9:2) NUMERIC
                     AND PARAMETER-CARD (11:1) = '.'
                     AND PARAMETER-CARD (12:2) NUMERIC
                     AND PARAMETER-CARD (14:1) = SPACE
                     MOVE PARAMETER-CARD (9:2) TO WS-PCT-WHOLE
                     MOVE PARAMETER-CARD (12:2) TO WS-PCT-FRACTION
                     MOVE WS-PCT-BUILD-NUM TO WS-GEN-INCR-PCT
                     MOVE 2 TO WS-SCENARIO-COUNT
                  ELSE
                     DISPLAY 'GENINCR= MUST BE NN.NN: '
                        PARAMETER-CARD (1:20)
                     SET PROJ-PARMS-INVALID TO TRUE
                     MOVE 8 TO RETURN-CODE
                  END-IF
               WHEN PARAMETER-CARD (1:8) = 'GENDATE='
                  IF PARAMETER-CARD (9:8) NUMERIC
                     MOVE PARAMETER-CARD (9:8) TO WS-GEN-DATE
                  ELSE
                     DISPLAY 'GENDATE= MUST BE CCYYMMDD: '
                        PARAMETER-CARD (1:20)
                     SET PROJ-PARMS-INVALID TO TRUE
                     MOVE 8 TO RETURN-CODE
                  END-IF
               WHEN PARAMETER-CARD (1:7) = 'FREEZE='
                  EVALUATE TRUE
                      WHEN PARAMETER-CARD (8:2) = 'Y '
                         SET FREEZE-REQUESTED TO TRUE
                         MOVE ZERO TO WS-FREEZE-DATE
                         MOVE 2 TO WS-SCENARIO-COUNT
                      WHEN PARAMETER-CARD (8:8) NUMERIC
                         SET FREEZE-REQUESTED TO TRUE
                         MOVE PARAMETER-CARD (8:8) TO WS-FREEZE-DATE
                         MOVE 2 TO WS-SCENARIO-COUNT
                      WHEN OTHER
                         DISPLAY 'FREEZE= MUST BE Y OR CCYYMMDD: '
                            PARAMETER-CARD (1:20)
                         SET PROJ-PARMS-INVALID TO TRUE
                         MOVE 8 TO RETURN-CODE
                  END-EVALUATE
               WHEN PARAMETER-CARD = SPACES
                  CONTINUE
               WHEN PARAMETER-CARD (1:1) = '*'
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'UNRECOGNIZED PROJPARM CARD: '
                     PARAMETER-CARD (1:40)
                  SET PROJ-PARMS-INVALID TO TRUE
                  MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      *--------------------------------------------------------------
      * No START= card: the budget year begins with the first full
      * month after the run.
      *--------------------------------------------------------------
       1200-DEFAULT-START-MONTH.
           MOVE WS-RUN-DATE TO WS-DATE-BUILD-NUM
           IF WS-DB-MONTH = 12
              MOVE 1 TO WS-DB-MONTH
              ADD 1 TO WS-DB-YEAR
           ELSE
              ADD 1 TO WS-DB-MONTH
           END-IF
           MOVE WS-DATE-BUILD (1:6) TO WS-START-MONTH.

      *--------------------------------------------------------------
      * Each month's last day is the day before the next month's
      * first, which takes care of month lengths and leap years
      * without a table.
      *--------------------------------------------------------------
       1300-BUILD-MONTH-TABLE.
           MOVE WS-START-MONTH TO WS-DATE-BUILD (1:6)
           MOVE 1 TO WS-DB-DAY
           MOVE WS-DATE-BUILD-NUM TO WS-HORIZON-START
           PERFORM 1310-SET-ONE-MONTH
               VARYING WS-MON-SUB FROM 1 BY 1
               UNTIL WS-MON-SUB > 12
           MOVE WS-MON-START-INT (1) TO WS-HORIZON-START-INT
           MOVE WS-MON-END-INT (12) TO WS-HORIZON-END-INT
           COMPUTE WS-HORIZON-END =
              FUNCTION DATE-OF-INTEGER (WS-HORIZON-END-INT).

       1310-SET-ONE-MONTH.
           MOVE WS-DATE-BUILD (1:6) TO WS-MON-LABEL (WS-MON-SUB)
           COMPUTE WS-MON-START-INT (WS-MON-SUB) =
              FUNCTION INTEGER-OF-DATE (WS-DATE-BUILD-NUM)
           IF WS-DB-MONTH = 12
              MOVE 1 TO WS-DB-MONTH
              ADD 1 TO WS-DB-YEAR
           ELSE
              ADD 1 TO WS-DB-MONTH
           END-IF
           COMPUTE WS-DATE-INT =
              FUNCTION INTEGER-OF-DATE (WS-DATE-BUILD-NUM)
           COMPUTE WS-MON-END-INT (WS-MON-SUB) = WS-DATE-INT - 1
           COMPUTE WS-MON-DAYS (WS-MON-SUB) =
              WS-MON-END-INT (WS-MON-SUB)
                 - WS-MON-START-INT (WS-MON-SUB) + 1.

      *--------------------------------------------------------------
      * The general increase and the freeze default to the first
      * day of the projection.  A date before it still applies - an
      * increase from an earlier date is already in the pay the
      * first month is costed at - and a date past the horizon
      * simply never arrives.
      *--------------------------------------------------------------
       1350-SET-SCENARIO-DATES.
           IF WS-GEN-INCR-PCT > ZERO
              IF WS-GEN-DATE = ZERO
                 MOVE WS-HORIZON-START TO WS-GEN-DATE
              END-IF
              COMPUTE WS-GEN-DATE-INT =
                 FUNCTION INTEGER-OF-DATE (WS-GEN-DATE)
              IF WS-GEN-DATE-INT NOT > ZERO
                 DISPLAY 'GENDATE= IS NOT A VALID DATE: ' WS-GEN-DATE
                 SET PROJ-PARMS-INVALID TO TRUE
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF
           IF FREEZE-REQUESTED
              IF WS-FREEZE-DATE = ZERO
                 MOVE WS-HORIZON-START TO WS-FREEZE-DATE
              END-IF
              COMPUTE WS-FREEZE-DATE-INT =
                 FUNCTION INTEGER-OF-DATE (WS-FREEZE-DATE)
              IF WS-FREEZE-DATE-INT NOT > ZERO
                 DISPLAY 'FREEZE= IS NOT A VALID DATE: '
                    WS-FREEZE-DATE
                 SET PROJ-PARMS-INVALID TO TRUE
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.

      *--------------------------------------------------------------
      * Sets LEAP-YEAR for WS-LEAP-YEAR-IN: divisible by 4, and not
      * by 100 unless also by 400.
      *--------------------------------------------------------------
       1400-CHECK-LEAP-YEAR.
           SET NOT-LEAP-YEAR TO TRUE
           DIVIDE WS-LEAP-YEAR-IN BY 4
              GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = ZERO
              SET LEAP-YEAR TO TRUE
              DIVIDE WS-LEAP-YEAR-IN BY 100
                 GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REMAINDER
              IF WS-LEAP-REMAINDER = ZERO
                 DIVIDE WS-LEAP-YEAR-IN BY 400
                    GIVING WS-LEAP-WORK
                    REMAINDER WS-LEAP-REMAINDER
                 IF WS-LEAP-REMAINDER NOT = ZERO
                    SET NOT-LEAP-YEAR TO TRUE
                 END-IF
              END-IF
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
      * The master and the pending file are matched on employee id,
      * so each read leaves HIGH-VALUES behind at end of file.  A
      * failed read drives neither AT END nor NOT AT END, so both
      * reads also stop on any non-'00' status rather than spinning
      * on a file that will never deliver a record.
      *--------------------------------------------------------------
       2000-READ-MASTER.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                  SET END-OF-MASTER TO TRUE
               NOT AT END
                  ADD 1 TO WS-MASTER-READ
           END-READ
           IF WS-EMPMAST-STATUS NOT = '00' AND NOT = '10'
              MOVE 'EMPLOYEE-MASTER-FILE' TO WS-CHECK-FILE-NAME
              MOVE WS-EMPMAST-STATUS TO WS-CHECK-STATUS-CODE
              PERFORM 1900-CHECK-FILE-STATUS
              SET END-OF-MASTER TO TRUE
           END-IF
           IF END-OF-MASTER
              MOVE HIGH-VALUES TO EMP-ID
           END-IF.

      *--------------------------------------------------------------
      * A pending file out of employee-id order would split one
      * employee's held transactions across two groups and project
      * both halves wrongly - the rest of the file is not used and
      * the run ends RC=8.
      *--------------------------------------------------------------
       2050-READ-PENDING.
           READ PENDING-TRANSACTION-FILE
               AT END
                  SET END-OF-PENDING TO TRUE
               NOT AT END
                  ADD 1 TO WS-PENDING-READ
                  IF TRAN-EMP-ID < WS-LAST-PENDING-ID
                     DISPLAY 'PENDING FILE OUT OF SEQUENCE AT EMP '
                        TRAN-EMP-ID ' - REST OF FILE NOT PROJECTED'
                     MOVE 8 TO RETURN-CODE
                     SET END-OF-PENDING TO TRUE
                  ELSE
                     MOVE TRAN-EMP-ID TO WS-LAST-PENDING-ID
                  END-IF
           END-READ
           IF WS-PENDING-STATUS NOT = '00' AND NOT = '10'
              MOVE 'PENDING-TRANS-FILE' TO WS-CHECK-FILE-NAME
              MOVE WS-PENDING-STATUS TO WS-CHECK-STATUS-CODE
              PERFORM 1900-CHECK-FILE-STATUS
              SET END-OF-PENDING TO TRUE
           END-IF
           IF END-OF-PENDING
              MOVE HIGH-VALUES TO TRAN-EMP-ID
           END-IF.

      *--------------------------------------------------------------
      * One employee per pass: the lower of the two current ids,
      * with the master record if it has that id and every held
      * transaction that does.  A held transaction with no id is an
      * ADD keyed before an id was assigned - a group of its own.
      * The next master record is not read until the group has been
      * projected, so the EMPLOYEE-RECORD fields stay good to use.
      *--------------------------------------------------------------
       3000-PROJECT-ONE-GROUP.
           MOVE ZERO TO WS-EVENT-COUNT
           MOVE ZERO TO WS-EVENT-SEQ
           MOVE SPACES TO WS-BASE-STATUS
           MOVE SPACES TO WS-BASE-DEPT
           MOVE SPACES TO WS-BASE-GRADE
           MOVE ZERO TO WS-BASE-PAY
           MOVE SPACES TO WS-BASE-LEAVE-TYPE
           MOVE ZERO TO WS-BASE-ANNIV-FROM
           MOVE ZERO TO WS-BASE-RETURN-DATE
           SET GROUP-NOT-ON-MASTER TO TRUE
           IF NOT END-OF-PENDING
              AND TRAN-EMP-ID = SPACES
              MOVE SPACES TO WS-GROUP-EMP-ID
              PERFORM 3100-STORE-HELD-TRANSACTION
              PERFORM 2050-READ-PENDING
           ELSE
              IF EMP-ID < TRAN-EMP-ID
                 MOVE EMP-ID TO WS-GROUP-EMP-ID
              ELSE
                 MOVE TRAN-EMP-ID TO WS-GROUP-EMP-ID
              END-IF
              IF NOT END-OF-MASTER
                 AND EMP-ID = WS-GROUP-EMP-ID
                 SET GROUP-ON-MASTER TO TRUE
                 PERFORM 3050-SET-BASE-FROM-MASTER
              END-IF
              PERFORM 3110-TAKE-GROUP-TRANSACTION
                  UNTIL END-OF-PENDING
                     OR TRAN-EMP-ID NOT = WS-GROUP-EMP-ID
           END-IF
           IF GROUP-ON-MASTER
              PERFORM 3200-ADD-MASTER-LEAVE-RETURN
              PERFORM 3300-ADD-ANNIVERSARY-EVENTS
           END-IF
           PERFORM 3250-ADD-HELD-LEAVE-RETURNS
           IF WS-GEN-INCR-PCT > ZERO
              PERFORM 3400-ADD-GENERAL-INCREASE
           END-IF
           PERFORM 4000-RUN-ONE-SCENARIO
               VARYING WS-SCN-SUB FROM 1 BY 1
               UNTIL WS-SCN-SUB > WS-SCENARIO-COUNT
           IF GROUP-ON-MASTER
              PERFORM 2000-READ-MASTER
           END-IF.

      *--------------------------------------------------------------
      * The anniversary is dated the way EMPLOYEE-PAY-REVIEW dates
      * it, so the increases projected are the ones it will make.
      *--------------------------------------------------------------
       3050-SET-BASE-FROM-MASTER.
           MOVE EMP-STATUS TO WS-BASE-STATUS
           MOVE EMP-DEPT-CODE TO WS-BASE-DEPT
           MOVE EMP-PAY-GRADE TO WS-BASE-GRADE
           MOVE EMP-PAY-AMOUNT TO WS-BASE-PAY
           IF EMP-HIRE-DATE NUMERIC
              MOVE EMP-HIRE-DATE TO WS-BASE-ANNIV-FROM
           END-IF
           IF ANNIV-FROM-SERVICE-DATE
              AND EMP-ADJ-SERVICE-DATE NUMERIC
              AND EMP-ADJ-SERVICE-DATE > ZERO
              MOVE EMP-ADJ-SERVICE-DATE TO WS-BASE-ANNIV-FROM
           END-IF
           IF EMP-STATUS-ON-LEAVE
              PERFORM 3060-FIND-OPEN-EPISODE
           END-IF.

      *--------------------------------------------------------------
      * The latest episode not yet closed gives the leave type the
      * absence is costed by and the date the employee is expected
      * back.  An employee on leave with no open episode on file
      * stays out at paid leave.
      *--------------------------------------------------------------
       3060-FIND-OPEN-EPISODE.
           SET LEAVE-SCAN-ACTIVE TO TRUE
           MOVE EMP-ID TO LHS-EMP-ID
           MOVE ZERO TO LHS-LEAVE-START-DATE
           START LEAVE-HISTORY-FILE KEY IS NOT LESS THAN LHS-KEY
               INVALID KEY
                  SET LEAVE-SCAN-DONE TO TRUE
           END-START
           PERFORM 3070-READ-ONE-EPISODE
               UNTIL LEAVE-SCAN-DONE.

       3070-READ-ONE-EPISODE.
           READ LEAVE-HISTORY-FILE NEXT RECORD
               AT END
                  SET LEAVE-SCAN-DONE TO TRUE
               NOT AT END
                  IF LHS-EMP-ID NOT = EMP-ID
                     SET LEAVE-SCAN-DONE TO TRUE
                  ELSE
                     IF NOT LHS-EPISODE-CLOSED
                        MOVE LHS-LEAVE-TYPE TO WS-BASE-LEAVE-TYPE
                        MOVE ZERO TO WS-BASE-RETURN-DATE
                        IF LHS-EXPECT-RETURN-DATE NUMERIC
                           MOVE LHS-EXPECT-RETURN-DATE
                              TO WS-BASE-RETURN-DATE
                        END-IF
                     END-IF
                  END-IF
           END-READ
           IF WS-LEAVEHIS-STATUS NOT = '00' AND NOT = '10'
              MOVE 'LEAVE-HISTORY-FILE' TO WS-CHECK-FILE-NAME
              MOVE WS-LEAVEHIS-STATUS TO WS-CHECK-STATUS-CODE
              PERFORM 1900-CHECK-FILE-STATUS
              SET LEAVE-SCAN-DONE TO TRUE
           END-IF.

      *--------------------------------------------------------------
      * A held transaction becomes an event on its effective date.
      * One with no usable date could never be released by the
      * apply either, so it is left out and counted.
      *--------------------------------------------------------------
       3100-STORE-HELD-TRANSACTION.
           MOVE ZERO TO WS-DATE-INT
           IF TRAN-EFFECTIVE-DATE NUMERIC
              AND TRAN-EFFECTIVE-DATE > ZERO
              COMPUTE WS-DATE-INT =
                 FUNCTION INTEGER-OF-DATE (TRAN-EFFECTIVE-DATE)
           END-IF
           IF WS-DATE-INT NOT > ZERO
              DISPLAY 'HELD ' TRAN-ACTION-CODE ' FOR EMP '
                 TRAN-EMP-ID ' NOT PROJECTED - EFFECTIVE DATE '
                 'INVALID'
              ADD 1 TO WS-PENDING-IGNORED
           ELSE
              MOVE SPACES TO WS-NEW-EVENT
              MOVE TRAN-EFFECTIVE-DATE TO WS-NEW-DATE
              MOVE 1 TO WS-NEW-CLASS
              MOVE WS-DATE-INT TO WS-NEW-DATE-INT
              MOVE TRAN-ACTION-CODE TO WS-NEW-ACTION
              MOVE TRAN-DEPT-CODE TO WS-NEW-DEPT
              MOVE TRAN-PAY-GRADE TO WS-NEW-GRADE
              MOVE ZERO TO WS-NEW-PAY
              IF TRAN-PAY-AMOUNT NUMERIC
                 MOVE TRAN-PAY-AMOUNT TO WS-NEW-PAY
              END-IF
              MOVE TRAN-LEAVE-TYPE TO WS-NEW-LEAVE-TYPE
              MOVE ZERO TO WS-NEW-RETURN-DATE
              IF TRAN-EXPECT-RETURN-DATE NUMERIC
                 MOVE TRAN-EXPECT-RETURN-DATE TO WS-NEW-RETURN-DATE
              END-IF
              PERFORM 3500-INSERT-EVENT
           END-IF.

       3110-TAKE-GROUP-TRANSACTION.
           PERFORM 3100-STORE-HELD-TRANSACTION
           PERFORM 2050-READ-PENDING.

      *--------------------------------------------------------------
      * An employee already on leave comes back on the open
      * episode's expected date - unless a held ACT already brings
      * them back (EMPLOYEE-LEAVE-REPORT's scheduled return is one
      * of those).  A date already passed is taken as the first day
      * of the projection: the return is overdue, not cancelled.
      *--------------------------------------------------------------
       3200-ADD-MASTER-LEAVE-RETURN.
           IF WS-BASE-STATUS = 'L'
              AND WS-BASE-RETURN-DATE > ZERO
              MOVE ZERO TO WS-RETURN-AFTER-DATE
              PERFORM 3270-FIND-HELD-RETURN
              IF NO-PENDING-RETURN
                 MOVE WS-BASE-RETURN-DATE TO WS-WORK-DATE
                 IF WS-WORK-DATE NOT > WS-RUN-DATE
                    MOVE WS-HORIZON-START TO WS-WORK-DATE
                 END-IF
                 PERFORM 3280-STORE-LEAVE-RETURN
              END-IF
           END-IF.

      *--------------------------------------------------------------
      * A held LOA carries its own expected return; it is projected
      * unless a held ACT after the LOA already returns them.  The
      * events added sort after the LOA they come from, so the scan
      * never sees the table shift under it.
      *--------------------------------------------------------------
       3250-ADD-HELD-LEAVE-RETURNS.
           PERFORM VARYING WS-EVT-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-EVT-SCAN-SUB > WS-EVENT-COUNT
               IF EVT-HELD-TRANSACTION (WS-EVT-SCAN-SUB)
                  AND WS-EVT-ACTION (WS-EVT-SCAN-SUB) = 'LOA'
                  AND WS-EVT-RETURN-DATE (WS-EVT-SCAN-SUB) >
                     WS-EVT-DATE (WS-EVT-SCAN-SUB)
                  MOVE WS-EVT-DATE (WS-EVT-SCAN-SUB)
                     TO WS-RETURN-AFTER-DATE
                  PERFORM 3270-FIND-HELD-RETURN
                  IF NO-PENDING-RETURN
                     MOVE WS-EVT-RETURN-DATE (WS-EVT-SCAN-SUB)
                        TO WS-WORK-DATE
                     PERFORM 3280-STORE-LEAVE-RETURN
                  END-IF
               END-IF
           END-PERFORM.

       3270-FIND-HELD-RETURN.
           SET NO-PENDING-RETURN TO TRUE
           PERFORM VARYING WS-EVT-SUB FROM 1 BY 1
                   UNTIL WS-EVT-SUB > WS-EVENT-COUNT
               IF EVT-HELD-TRANSACTION (WS-EVT-SUB)
                  AND WS-EVT-ACTION (WS-EVT-SUB) = 'ACT'
                  AND WS-EVT-DATE (WS-EVT-SUB) > WS-RETURN-AFTER-DATE
                  SET PENDING-RETURN-FOUND TO TRUE
               END-IF
           END-PERFORM.

       3280-STORE-LEAVE-RETURN.
           COMPUTE WS-DATE-INT =
              FUNCTION INTEGER-OF-DATE (WS-WORK-DATE)
           IF WS-DATE-INT > ZERO
              MOVE SPACES TO WS-NEW-EVENT
              MOVE WS-WORK-DATE TO WS-NEW-DATE
              MOVE 2 TO WS-NEW-CLASS
              MOVE WS-DATE-INT TO WS-NEW-DATE-INT
              MOVE ZERO TO WS-NEW-PAY
              MOVE ZERO TO WS-NEW-RETURN-DATE
              PERFORM 3500-INSERT-EVENT
           END-IF.

      *--------------------------------------------------------------
      * One anniversary a year, from the run year to the horizon's
      * last, kept when it falls after today and inside the horizon
      * and the employee has a full year in by then.  A 29 February
      * anniversary falls on the 28th in other years - the day the
      * review picks it up.  Whether the increase is due is decided
      * when the projection reaches it.
      *--------------------------------------------------------------
       3300-ADD-ANNIVERSARY-EVENTS.
           IF WS-BASE-ANNIV-FROM > ZERO
              MOVE WS-BASE-ANNIV-FROM (5:4) TO WS-ANNIV-MMDD
              MOVE WS-BASE-ANNIV-FROM (1:4) TO WS-ANNIV-BASE-YEAR
              MOVE WS-RUN-DATE (1:4) TO WS-ANNIV-FIRST-YEAR
              MOVE WS-HORIZON-END (1:4) TO WS-ANNIV-LAST-YEAR
              PERFORM 3310-ADD-ONE-ANNIVERSARY
                  VARYING WS-ANNIV-YEAR FROM WS-ANNIV-FIRST-YEAR BY 1
                  UNTIL WS-ANNIV-YEAR > WS-ANNIV-LAST-YEAR
           END-IF.

       3310-ADD-ONE-ANNIVERSARY.
           MOVE WS-ANNIV-YEAR TO WS-DATE-BUILD (1:4)
           MOVE WS-ANNIV-MMDD TO WS-DATE-BUILD (5:4)
           IF WS-ANNIV-MMDD = '0229'
              MOVE WS-ANNIV-YEAR TO WS-LEAP-YEAR-IN
              PERFORM 1400-CHECK-LEAP-YEAR
              IF NOT-LEAP-YEAR
                 MOVE 28 TO WS-DB-DAY
              END-IF
           END-IF
           IF WS-ANNIV-YEAR > WS-ANNIV-BASE-YEAR
              AND WS-DATE-BUILD-NUM > WS-RUN-DATE
              AND WS-DATE-BUILD-NUM NOT > WS-HORIZON-END
              MOVE WS-DATE-BUILD-NUM TO WS-WORK-DATE
              COMPUTE WS-DATE-INT =
                 FUNCTION INTEGER-OF-DATE (WS-WORK-DATE)
              IF WS-DATE-INT > ZERO
                 MOVE SPACES TO WS-NEW-EVENT
                 MOVE WS-WORK-DATE TO WS-NEW-DATE
                 MOVE 3 TO WS-NEW-CLASS
                 MOVE WS-DATE-INT TO WS-NEW-DATE-INT
                 MOVE ZERO TO WS-NEW-PAY
                 MOVE ZERO TO WS-NEW-RETURN-DATE
                 PERFORM 3500-INSERT-EVENT
              END-IF
           END-IF.

      *--------------------------------------------------------------
      * The scenario's general increase - applied only when the
      * scenario is run, skipped by the baseline.
      *--------------------------------------------------------------
       3400-ADD-GENERAL-INCREASE.
           MOVE SPACES TO WS-NEW-EVENT
           MOVE WS-GEN-DATE TO WS-NEW-DATE
           MOVE 4 TO WS-NEW-CLASS
           MOVE WS-GEN-DATE-INT TO WS-NEW-DATE-INT
           MOVE ZERO TO WS-NEW-PAY
           MOVE ZERO TO WS-NEW-RETURN-DATE
           PERFORM 3500-INSERT-EVENT.

      *--------------------------------------------------------------
      * Slot WS-NEW-EVENT into the table behind every event that
      * sorts before it.  The sequence number keeps events of the
      * same day and class in the order they were added.  A full
      * table drops the event and says so - the employee is then
      * projected without it.
      *--------------------------------------------------------------
       3500-INSERT-EVENT.
           IF WS-EVENT-COUNT NOT < WS-EVENT-LIMIT
              DISPLAY 'EVENT TABLE FULL FOR EMP ' WS-GROUP-EMP-ID
                 ' - EVENT DATED ' WS-NEW-DATE ' NOT PROJECTED'
              ADD 1 TO WS-EVENTS-DROPPED
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              ADD 1 TO WS-EVENT-SEQ
              MOVE WS-EVENT-SEQ TO WS-NEW-SEQ
              ADD 1 TO WS-EVENT-COUNT
              MOVE WS-EVENT-COUNT TO WS-EVT-SUB
              SET EVENT-SHIFT-ACTIVE TO TRUE
              PERFORM 3510-SHIFT-ONE-EVENT
                  UNTIL EVENT-SHIFT-DONE
              MOVE WS-NEW-EVENT TO WS-EVENT-DETAIL (WS-EVT-SUB)
           END-IF.

       3510-SHIFT-ONE-EVENT.
           IF WS-EVT-SUB = 1
              SET EVENT-SHIFT-DONE TO TRUE
           ELSE
              IF WS-EVT-SORT-KEY (WS-EVT-SUB - 1) > WS-NEW-SORT-KEY
                 MOVE WS-EVENT-DETAIL (WS-EVT-SUB - 1)
                    TO WS-EVENT-DETAIL (WS-EVT-SUB)
                 SUBTRACT 1 FROM WS-EVT-SUB
              ELSE
                 SET EVENT-SHIFT-DONE TO TRUE
              END-IF
           END-IF.

      *--------------------------------------------------------------
      * Walk the employee through one scenario.  Events dated before
      * the first month shape the starting position at no cost;
      * each month is then costed in segments between the events
      * that fall inside it.
      *--------------------------------------------------------------
       4000-RUN-ONE-SCENARIO.
           MOVE WS-BASE-STATUS TO WS-STATE-STATUS
           MOVE WS-BASE-DEPT TO WS-STATE-DEPT
           MOVE WS-BASE-GRADE TO WS-STATE-GRADE
           MOVE WS-BASE-PAY TO WS-STATE-PAY
           MOVE WS-BASE-LEAVE-TYPE TO WS-STATE-LEAVE-TYPE
           MOVE 'N' TO WS-STATE-NEW-HIRE
           MOVE 1 TO WS-EVT-NEXT
           COMPUTE WS-DUE-LIMIT-INT = WS-HORIZON-START-INT - 1
           PERFORM 4260-SET-EVENT-DUE
           PERFORM 4300-APPLY-ONE-EVENT
               UNTIL NO-EVENT-DUE
           PERFORM 4200-PROJECT-ONE-MONTH
               VARYING WS-MON-SUB FROM 1 BY 1
               UNTIL WS-MON-SUB > 12.

       4200-PROJECT-ONE-MONTH.
           MOVE WS-MON-START-INT (WS-MON-SUB) TO WS-SEG-START-INT
           MOVE WS-MON-END-INT (WS-MON-SUB) TO WS-DUE-LIMIT-INT
           PERFORM 4260-SET-EVENT-DUE
           PERFORM 4250-TAKE-MONTH-EVENT
               UNTIL NO-EVENT-DUE
           MOVE WS-MON-END-INT (WS-MON-SUB) TO WS-SEG-END-INT
           PERFORM 4400-COST-ONE-SEGMENT
           IF STATE-ACTIVE OR STATE-ON-LEAVE
              PERFORM 4500-FIND-STATE-DEPARTMENT
              ADD 1 TO WS-PRJ-HEADCOUNT
                 (WS-SCN-SUB, WS-DEPT-SLOT, WS-MON-SUB)
           END-IF.

      *--------------------------------------------------------------
      * Cost the days up to the event as things stood, then apply
      * it - the event's own day is costed on the new footing.
      *--------------------------------------------------------------
       4250-TAKE-MONTH-EVENT.
           COMPUTE WS-SEG-END-INT = WS-EVT-DATE-INT (WS-EVT-NEXT) - 1
           PERFORM 4400-COST-ONE-SEGMENT
           MOVE WS-EVT-DATE-INT (WS-EVT-NEXT) TO WS-SEG-START-INT
           PERFORM 4300-APPLY-ONE-EVENT.

      *--------------------------------------------------------------
      * EVENT-DUE when an event is left that falls on or before
      * WS-DUE-LIMIT-INT.
      *--------------------------------------------------------------
       4260-SET-EVENT-DUE.
           SET NO-EVENT-DUE TO TRUE
           IF WS-EVT-NEXT NOT > WS-EVENT-COUNT
              IF WS-EVT-DATE-INT (WS-EVT-NEXT) NOT > WS-DUE-LIMIT-INT
                 SET EVENT-DUE TO TRUE
              END-IF
           END-IF.

       4300-APPLY-ONE-EVENT.
           MOVE WS-EVT-NEXT TO WS-EVT-SUB
           EVALUATE TRUE
               WHEN EVT-HELD-TRANSACTION (WS-EVT-SUB)
                  PERFORM 4310-APPLY-HELD-TRANSACTION
               WHEN EVT-LEAVE-RETURN (WS-EVT-SUB)
                  PERFORM 4320-APPLY-LEAVE-RETURN
               WHEN EVT-ANNIVERSARY (WS-EVT-SUB)
                  PERFORM 4330-APPLY-ANNIVERSARY
               WHEN EVT-GENERAL-INCREASE (WS-EVT-SUB)
                  IF WS-SCN-SUB = 2
                     PERFORM 4340-APPLY-GENERAL-INCREASE
                  END-IF
           END-EVALUATE
           ADD 1 TO WS-EVT-NEXT
           PERFORM 4260-SET-EVENT-DUE.

      *--------------------------------------------------------------
      * A held transaction applies the way the nightly apply will
      * apply it when its date comes: an ADD only for someone not
      * on file, anything else only where the status-transition
      * table allows it from where the employee will be by then.
      * One that could not apply is left out; the baseline counts
      * it.  Under the scenario's freeze no ADD or RHR on or after
      * the freeze date happens.
      *--------------------------------------------------------------
       4310-APPLY-HELD-TRANSACTION.
           SET TRANSITION-INVALID TO TRUE
           EVALUATE TRUE
               WHEN WS-SCN-SUB = 2
                  AND FREEZE-REQUESTED
                  AND (WS-EVT-ACTION (WS-EVT-SUB) = 'ADD'
                       OR WS-EVT-ACTION (WS-EVT-SUB) = 'RHR')
                  AND WS-EVT-DATE (WS-EVT-SUB) NOT < WS-FREEZE-DATE
                  ADD 1 TO WS-FREEZE-SKIPPED
               WHEN WS-EVT-ACTION (WS-EVT-SUB) = 'ADD'
                  IF STATE-NOT-ON-FILE
                     SET TRANSITION-VALID TO TRUE
                     MOVE 'A' TO WS-STATE-STATUS
                     PERFORM 4315-TAKE-HELD-JOB-FIELDS
                     MOVE SPACES TO WS-STATE-LEAVE-TYPE
                     MOVE 'Y' TO WS-STATE-NEW-HIRE
                     IF WS-SCN-SUB = 1
                        ADD 1 TO WS-NEW-HIRES-PROJECTED
                     END-IF
                  END-IF
               WHEN STATE-NOT-ON-FILE
                  CONTINUE
               WHEN OTHER
                  PERFORM VARYING WS-TABLE-SUBSCRIPT FROM 1 BY 1
                          UNTIL WS-TABLE-SUBSCRIPT > WS-TRANSITION-COUNT
                      IF WS-TRANS-FROM-STATUS (WS-TABLE-SUBSCRIPT) =
                            WS-STATE-STATUS
                         AND WS-TRANS-ACTION-CODE (WS-TABLE-SUBSCRIPT)
                            = WS-EVT-ACTION (WS-EVT-SUB)
                         MOVE WS-TRANS-TO-STATUS (WS-TABLE-SUBSCRIPT)
                            TO WS-STATE-STATUS
                         SET TRANSITION-VALID TO TRUE
                         SET WS-TABLE-SUBSCRIPT TO 99
                      END-IF
                  END-PERFORM
                  IF TRANSITION-VALID
                     PERFORM 4312-APPLY-HELD-ACTION
                  END-IF
           END-EVALUATE
           IF TRANSITION-INVALID
              AND WS-SCN-SUB = 1
              DISPLAY 'HELD ' WS-EVT-ACTION (WS-EVT-SUB) ' FOR EMP '
                 WS-GROUP-EMP-ID ' DATED ' WS-EVT-DATE (WS-EVT-SUB)
                 ' NOT PROJECTED - WOULD NOT APPLY'
              ADD 1 TO WS-PENDING-IGNORED
           END-IF.

       4312-APPLY-HELD-ACTION.
           EVALUATE WS-EVT-ACTION (WS-EVT-SUB)
               WHEN 'CHG'
                  PERFORM 4315-TAKE-HELD-JOB-FIELDS
               WHEN 'RHR'
                  PERFORM 4315-TAKE-HELD-JOB-FIELDS
                  MOVE SPACES TO WS-STATE-LEAVE-TYPE
                  MOVE 'Y' TO WS-STATE-NEW-HIRE
                  IF WS-SCN-SUB = 1
                     ADD 1 TO WS-NEW-HIRES-PROJECTED
                  END-IF
               WHEN 'LOA'
                  MOVE WS-EVT-LEAVE-TYPE (WS-EVT-SUB)
                     TO WS-STATE-LEAVE-TYPE
               WHEN 'ACT'
                  MOVE SPACES TO WS-STATE-LEAVE-TYPE
           END-EVALUATE.

      *--------------------------------------------------------------
      * The apply's edits reject a hire or change with no
      * department, grade or pay, so a blank on the held image
      * leaves the projected value as it was rather than zeroing it.
      *--------------------------------------------------------------
       4315-TAKE-HELD-JOB-FIELDS.
           IF WS-EVT-DEPT (WS-EVT-SUB) NOT = SPACES
              MOVE WS-EVT-DEPT (WS-EVT-SUB) TO WS-STATE-DEPT
           END-IF
           IF WS-EVT-GRADE (WS-EVT-SUB) NOT = SPACES
              MOVE WS-EVT-GRADE (WS-EVT-SUB) TO WS-STATE-GRADE
           END-IF
           IF WS-EVT-PAY (WS-EVT-SUB) > ZERO
              MOVE WS-EVT-PAY (WS-EVT-SUB) TO WS-STATE-PAY
           END-IF.

      *--------------------------------------------------------------
      * A return only means something to someone still on leave by
      * then - a held TRM, or a held ACT that came first, wins.
      *--------------------------------------------------------------
       4320-APPLY-LEAVE-RETURN.
           IF STATE-ON-LEAVE
              MOVE 'A' TO WS-STATE-STATUS
              MOVE SPACES TO WS-STATE-LEAVE-TYPE
              IF WS-SCN-SUB = 1
                 ADD 1 TO WS-RETURNS-PROJECTED
              END-IF
           END-IF.

      *--------------------------------------------------------------
      * EMPLOYEE-PAY-REVIEW's increase, on the grade and pay the
      * employee will have by then: active employees only, the
      * grade's increment percent, capped at the band maximum and
      * at the pay field's limit, and nothing if that is no rise.
      *--------------------------------------------------------------
       4330-APPLY-ANNIVERSARY.
           IF STATE-ACTIVE
              AND WS-STATE-NEW-HIRE = 'N'
              MOVE ZERO TO WS-GRADE-SUB
              PERFORM VARYING WS-TABLE-SUBSCRIPT FROM 1 BY 1
                      UNTIL WS-TABLE-SUBSCRIPT > WS-GRADE-COUNT
                  IF WS-STATE-GRADE =
                        WS-GRADE-ENTRY (WS-TABLE-SUBSCRIPT)
                     MOVE WS-TABLE-SUBSCRIPT TO WS-GRADE-SUB
                     SET WS-TABLE-SUBSCRIPT TO 99
                  END-IF
              END-PERFORM
              IF WS-GRADE-SUB > ZERO
                 IF WS-GRADE-INCREMENT-PCT (WS-GRADE-SUB) > ZERO
                    COMPUTE WS-NEW-PAY-AMOUNT ROUNDED =
                       WS-STATE-PAY + WS-STATE-PAY
                          * WS-GRADE-INCREMENT-PCT (WS-GRADE-SUB) / 100
                    IF WS-GRADE-MAX-SALARY (WS-GRADE-SUB) > ZERO
                       AND WS-NEW-PAY-AMOUNT >
                          WS-GRADE-MAX-SALARY (WS-GRADE-SUB)
                       MOVE WS-GRADE-MAX-SALARY (WS-GRADE-SUB)
                          TO WS-NEW-PAY-AMOUNT
                    END-IF
                    IF WS-NEW-PAY-AMOUNT > 9999999.99
                       MOVE 9999999.99 TO WS-NEW-PAY-AMOUNT
                    END-IF
                    IF WS-NEW-PAY-AMOUNT > WS-STATE-PAY
                       MOVE WS-NEW-PAY-AMOUNT TO WS-STATE-PAY
                       IF WS-SCN-SUB = 1
                          ADD 1 TO WS-ANNIV-INCREASES
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *--------------------------------------------------------------
      * A general increase is an across-the-board settlement for
      * everyone employed on the day, on leave or not.  It is not
      * held to the grade band - moving the bands is part of the
      * settlement - only to the pay field's limit.
      *--------------------------------------------------------------
       4340-APPLY-GENERAL-INCREASE.
           IF STATE-ACTIVE OR STATE-ON-LEAVE
              COMPUTE WS-NEW-PAY-AMOUNT ROUNDED =
                 WS-STATE-PAY + WS-STATE-PAY * WS-GEN-INCR-PCT / 100
              IF WS-NEW-PAY-AMOUNT > 9999999.99
                 MOVE 9999999.99 TO WS-NEW-PAY-AMOUNT
              END-IF
              MOVE WS-NEW-PAY-AMOUNT TO WS-STATE-PAY
              ADD 1 TO WS-GEN-INCREASES
           END-IF.

      *--------------------------------------------------------------
      * Cost the days from WS-SEG-START-INT to WS-SEG-END-INT at a
      * twelfth of the annual pay spread over the month's days, if
      * the employee is active or on paid leave.  Leave is paid
      * unless its type's 'L' row says N.
      *--------------------------------------------------------------
       4400-COST-ONE-SEGMENT.
           COMPUTE WS-SEG-DAYS = WS-SEG-END-INT - WS-SEG-START-INT + 1
           MOVE 'N' TO WS-LEAVE-PAID-FLAG
           IF STATE-ACTIVE
              MOVE 'Y' TO WS-LEAVE-PAID-FLAG
           END-IF
           IF STATE-ON-LEAVE
              MOVE 'Y' TO WS-LEAVE-PAID-FLAG
              PERFORM VARYING WS-TABLE-SUBSCRIPT FROM 1 BY 1
                      UNTIL WS-TABLE-SUBSCRIPT > WS-LEAVE-TYPE-COUNT
                  IF WS-STATE-LEAVE-TYPE =
                        WS-LEAVE-TYPE-ENTRY (WS-TABLE-SUBSCRIPT)
                     MOVE WS-LEAVE-TYPE-PAID (WS-TABLE-SUBSCRIPT)
                        TO WS-LEAVE-PAID-FLAG
                     SET WS-TABLE-SUBSCRIPT TO 99
                  END-IF
              END-PERFORM
           END-IF
           IF WS-SEG-DAYS > ZERO
              AND WS-LEAVE-PAID-FLAG NOT = 'N'
              AND WS-STATE-PAY > ZERO
              COMPUTE WS-COST-DIVISOR = 12 * WS-MON-DAYS (WS-MON-SUB)
              COMPUTE WS-SEG-AMOUNT ROUNDED =
                 WS-STATE-PAY * WS-SEG-DAYS / WS-COST-DIVISOR
              PERFORM 4500-FIND-STATE-DEPARTMENT
              ADD WS-SEG-AMOUNT
                 TO WS-PRJ-COST (WS-SCN-SUB, WS-DEPT-SLOT, WS-MON-SUB)
           END-IF.

      *--------------------------------------------------------------
      * The projection slot for the employee's department - its
      * entry on the loaded table, or 51 for one not on it.
      *--------------------------------------------------------------
       4500-FIND-STATE-DEPARTMENT.
           MOVE WS-STATE-DEPT TO WS-DEPT-LOOKUP-CODE
           PERFORM 4900-FIND-DEPARTMENT
           IF WS-DEPT-FOUND-SUB = ZERO
              MOVE 51 TO WS-DEPT-SLOT
           ELSE
              MOVE WS-DEPT-FOUND-SUB TO WS-DEPT-SLOT
           END-IF.

       4900-FIND-DEPARTMENT.
           MOVE ZERO TO WS-DEPT-FOUND-SUB
           PERFORM VARYING WS-TABLE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-TABLE-SUBSCRIPT > WS-DEPT-COUNT
               IF WS-DEPT-LOOKUP-CODE =
                     WS-DEPT-ENTRY (WS-TABLE-SUBSCRIPT)
                  MOVE WS-TABLE-SUBSCRIPT TO WS-DEPT-FOUND-SUB
                  SET WS-TABLE-SUBSCRIPT TO 99
               END-IF
           END-PERFORM.

      *--------------------------------------------------------------
      * The baseline, then the scenario if there is one, each as a
      * month-by-month section; then, with a scenario, the
      * comparison of the two.
      *--------------------------------------------------------------
       5000-WRITE-REPORT.
           MOVE WS-MON-LABEL (1) TO WS-HDG-FROM
           MOVE WS-MON-LABEL (12) TO WS-HDG-TO
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           SET REPORT-PROJECTION TO TRUE
           PERFORM 5100-WRITE-SCENARIO-SECTION
               VARYING WS-SCN-SUB FROM 1 BY 1
               UNTIL WS-SCN-SUB > WS-SCENARIO-COUNT
           IF WS-SCENARIO-COUNT = 2
              SET REPORT-COMPARISON TO TRUE
              PERFORM 5150-WRITE-COMPARISON-SECTION
           END-IF
           PERFORM 5800-WRITE-RUN-SUMMARY.

       5100-WRITE-SCENARIO-SECTION.
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           WRITE PROJECTION-REPORT-LINE FROM WS-REPORT-TEXT-LINE
           WRITE PROJECTION-REPORT-LINE FROM WS-REPORT-HEADING-1
           PERFORM 5050-SET-SCENARIO-HEADING
           WRITE PROJECTION-REPORT-LINE FROM WS-REPORT-HEADING-2
           MOVE SPACES TO WS-REPORT-MONTH-HEADING
           MOVE 'DEPT' TO WS-MHD-LABEL
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1
                   UNTIL WS-MON-SUB > 12
               MOVE WS-MON-LABEL (WS-MON-SUB)
                  TO WS-MHD-MONTH (WS-MON-SUB)
           END-PERFORM
           MOVE ' 12-MONTH' TO WS-MHD-TOTAL
           WRITE PROJECTION-REPORT-LINE FROM WS-REPORT-MONTH-HEADING
           MOVE 'PROJECTION-REPORT' TO WS-CHECK-FILE-NAME
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           PERFORM 5200-WRITE-DIVISION-GROUPS.

      *--------------------------------------------------------------
      * Scenario 1 is always the baseline; scenario 2 spells out
      * what was changed.
      *--------------------------------------------------------------
       5050-SET-SCENARIO-HEADING.
           MOVE SPACES TO WS-HDG-SCENARIO
           IF WS-SCN-SUB = 1
              STRING 'BASELINE - CURRENT MASTER, HELD TRANSACTIONS, '
                        DELIMITED BY SIZE
                     'LEAVE RETURNS AND ANNIVERSARY INCREASES'
                        DELIMITED BY SIZE
                 INTO WS-HDG-SCENARIO
              END-STRING
           ELSE
              MOVE 1 TO WS-HDG-POINTER
              STRING 'BASELINE PLUS' DELIMITED BY SIZE
                 INTO WS-HDG-SCENARIO
                 WITH POINTER WS-HDG-POINTER
              END-STRING
              IF WS-GEN-INCR-PCT > ZERO
                 MOVE WS-GEN-INCR-PCT TO WS-EDIT-PCT
                 STRING ' GENERAL INCREASE ' DELIMITED BY SIZE
                        WS-EDIT-PCT DELIMITED BY SIZE
                        '% FROM ' DELIMITED BY SIZE
                        WS-GEN-DATE DELIMITED BY SIZE
                    INTO WS-HDG-SCENARIO
                    WITH POINTER WS-HDG-POINTER
                 END-STRING
              END-IF
              IF FREEZE-REQUESTED
                 IF WS-GEN-INCR-PCT > ZERO
                    STRING ',' DELIMITED BY SIZE
                       INTO WS-HDG-SCENARIO
                       WITH POINTER WS-HDG-POINTER
                    END-STRING
                 END-IF
                 STRING ' HIRING FREEZE FROM ' DELIMITED BY SIZE
                        WS-FREEZE-DATE DELIMITED BY SIZE
                    INTO WS-HDG-SCENARIO
                    WITH POINTER WS-HDG-POINTER
                 END-STRING
              END-IF
           END-IF.

       5150-WRITE-COMPARISON-SECTION.
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           WRITE PROJECTION-REPORT-LINE FROM WS-REPORT-TEXT-LINE
           WRITE PROJECTION-REPORT-LINE FROM WS-REPORT-HEADING-1
           MOVE SPACES TO WS-HDG-SCENARIO
           STRING 'BASELINE VERSUS SCENARIO - ' DELIMITED BY SIZE
                  'TWELVE-MONTH COST AND CLOSING HEADCOUNT'
                     DELIMITED BY SIZE
              INTO WS-HDG-SCENARIO
           END-STRING
           WRITE PROJECTION-REPORT-LINE FROM WS-REPORT-HEADING-2
           WRITE PROJECTION-REPORT-LINE FROM WS-REPORT-COMPARE-HEADING
           MOVE 'PROJECTION-REPORT' TO WS-CHECK-FILE-NAME
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           PERFORM 5200-WRITE-DIVISION-GROUPS.

      *--------------------------------------------------------------
      * One group per loaded division in reference-file order, then
      * a NO DIVISION group for any department left unwritten, then
      * departments not on the reference file at all, then the
      * grand total - the way the division rollup lays it out.
      *--------------------------------------------------------------
       5200-WRITE-DIVISION-GROUPS.
           MOVE SPACES TO WS-DEPT-REPORTED-TABLE
           MOVE 3 TO WS-ROW-SUB
           PERFORM 5600-CLEAR-ROW
           PERFORM 5300-WRITE-ONE-DIVISION
               VARYING WS-DIV-SUB FROM 1 BY 1
               UNTIL WS-DIV-SUB > WS-DIVISION-COUNT
           PERFORM 5400-WRITE-NO-DIVISION-GROUP
           MOVE 51 TO WS-DEPT-SUB
           PERFORM 5650-LOAD-DEPARTMENT-ROW
           IF WS-ROW-ACTIVITY > ZERO
              MOVE 1 TO WS-ROW-FROM-SUB
              MOVE 3 TO WS-ROW-TO-SUB
              PERFORM 5670-ADD-ROW
              MOVE '????' TO WS-ROW-CODE
              MOVE 'DEPT NOT ON REF FILE' TO WS-ROW-LABEL
              MOVE 1 TO WS-ROW-SUB
              PERFORM 5700-WRITE-ROW
           END-IF
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           MOVE 'GRAND TOTAL' TO WS-REPORT-TEXT-LINE
           IF REPORT-PROJECTION
              WRITE PROJECTION-REPORT-LINE FROM WS-REPORT-TEXT-LINE
           END-IF
           MOVE 'TOTAL' TO WS-ROW-CODE
           MOVE 'GRAND TOTAL' TO WS-ROW-LABEL
           MOVE 3 TO WS-ROW-SUB
           PERFORM 5700-WRITE-ROW.

       5300-WRITE-ONE-DIVISION.
           MOVE WS-DIVISION-ENTRY (WS-DIV-SUB) TO WS-DIV-CODE
           MOVE WS-DIVISION-DESC (WS-DIV-SUB) TO WS-DIV-DESC
           WRITE PROJECTION-REPORT-LINE FROM WS-REPORT-DIVISION-LINE
           MOVE 2 TO WS-ROW-SUB
           PERFORM 5600-CLEAR-ROW
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               IF WS-DEPT-DIVISION (WS-DEPT-SUB) =
                     WS-DIVISION-ENTRY (WS-DIV-SUB)
                  PERFORM 5350-WRITE-ONE-DEPARTMENT
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-ROW-LABEL
           STRING 'DIVISION ' DELIMITED BY SIZE
                  WS-DIVISION-ENTRY (WS-DIV-SUB) DELIMITED BY SIZE
                  ' TOTAL' DELIMITED BY SIZE
              INTO WS-ROW-LABEL
           END-STRING
           PERFORM 5380-WRITE-DIVISION-TOTAL.

      *--------------------------------------------------------------
      * A department with no cost and no heads in either scenario
      * is left off; it is still marked reported so the NO DIVISION
      * group does not pick it up.
      *--------------------------------------------------------------
       5350-WRITE-ONE-DEPARTMENT.
           MOVE 'Y' TO WS-DEPT-REPORTED (WS-DEPT-SUB)
           PERFORM 5650-LOAD-DEPARTMENT-ROW
           IF WS-ROW-ACTIVITY > ZERO
              MOVE 1 TO WS-ROW-FROM-SUB
              MOVE 2 TO WS-ROW-TO-SUB
              PERFORM 5670-ADD-ROW
              MOVE WS-DEPT-ENTRY (WS-DEPT-SUB) TO WS-ROW-CODE
              MOVE SPACES TO WS-ROW-LABEL
              STRING 'DEPT ' DELIMITED BY SIZE
                     WS-DEPT-ENTRY (WS-DEPT-SUB) DELIMITED BY SIZE
                 INTO WS-ROW-LABEL
              END-STRING
              MOVE 1 TO WS-ROW-SUB
              PERFORM 5700-WRITE-ROW
           END-IF.

       5380-WRITE-DIVISION-TOTAL.
           MOVE 'TOTAL' TO WS-ROW-CODE
           MOVE 2 TO WS-ROW-SUB
           PERFORM 5700-WRITE-ROW
           MOVE 2 TO WS-ROW-FROM-SUB
           MOVE 3 TO WS-ROW-TO-SUB
           PERFORM 5670-ADD-ROW.

      *--------------------------------------------------------------
      * Departments with a blank REF-PARENT-DIVISION, or one naming
      * a division that is no longer on the loaded table, were never
      * claimed by the division loop above.
      *--------------------------------------------------------------
       5400-WRITE-NO-DIVISION-GROUP.
           MOVE ZERO TO WS-DIV-DEPTS-LEFT
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               IF WS-DEPT-REPORTED (WS-DEPT-SUB) NOT = 'Y'
                  ADD 1 TO WS-DIV-DEPTS-LEFT
               END-IF
           END-PERFORM
           IF WS-DIV-DEPTS-LEFT > ZERO
              MOVE SPACES TO WS-DIV-CODE
              MOVE 'NO DIVISION ASSIGNED' TO WS-DIV-DESC
              WRITE PROJECTION-REPORT-LINE FROM WS-REPORT-DIVISION-LINE
              MOVE 2 TO WS-ROW-SUB
              PERFORM 5600-CLEAR-ROW
              PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                      UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                  IF WS-DEPT-REPORTED (WS-DEPT-SUB) NOT = 'Y'
                     PERFORM 5350-WRITE-ONE-DEPARTMENT
                  END-IF
              END-PERFORM
              MOVE 'NO DIVISION TOTAL' TO WS-ROW-LABEL
              PERFORM 5380-WRITE-DIVISION-TOTAL
           END-IF.

       5600-CLEAR-ROW.
           MOVE ZEROS TO WS-ROW-LEVEL (WS-ROW-SUB).

      *--------------------------------------------------------------
      * Row level 1 from the projection table for department slot
      * WS-DEPT-SUB, both scenarios; WS-ROW-ACTIVITY comes back
      * non-zero if there is any cost or any head in it.
      *--------------------------------------------------------------
       5650-LOAD-DEPARTMENT-ROW.
           MOVE 1 TO WS-ROW-SUB
           PERFORM 5600-CLEAR-ROW
           MOVE ZERO TO WS-ROW-ACTIVITY
           PERFORM VARYING WS-ROW-SCN-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SCN-SUB > WS-SCENARIO-COUNT
               PERFORM VARYING WS-ROW-MON-SUB FROM 1 BY 1
                       UNTIL WS-ROW-MON-SUB > 12
                   MOVE WS-PRJ-COST
                        (WS-ROW-SCN-SUB, WS-DEPT-SUB, WS-ROW-MON-SUB)
                     TO WS-ROW-COST (1, WS-ROW-SCN-SUB, WS-ROW-MON-SUB)
                   MOVE WS-PRJ-HEADCOUNT
                        (WS-ROW-SCN-SUB, WS-DEPT-SUB, WS-ROW-MON-SUB)
                     TO WS-ROW-HEADCOUNT
                        (1, WS-ROW-SCN-SUB, WS-ROW-MON-SUB)
                   ADD WS-PRJ-COST
                       (WS-ROW-SCN-SUB, WS-DEPT-SUB, WS-ROW-MON-SUB)
                       WS-PRJ-HEADCOUNT
                       (WS-ROW-SCN-SUB, WS-DEPT-SUB, WS-ROW-MON-SUB)
                     TO WS-ROW-ACTIVITY
               END-PERFORM
           END-PERFORM.

      *--------------------------------------------------------------
      * Add row level WS-ROW-FROM-SUB into WS-ROW-TO-SUB.
      *--------------------------------------------------------------
       5670-ADD-ROW.
           PERFORM VARYING WS-ROW-SCN-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SCN-SUB > 2
               PERFORM VARYING WS-ROW-MON-SUB FROM 1 BY 1
                       UNTIL WS-ROW-MON-SUB > 12
                   ADD WS-ROW-COST
                       (WS-ROW-FROM-SUB, WS-ROW-SCN-SUB, WS-ROW-MON-SUB)
                     TO WS-ROW-COST
                       (WS-ROW-TO-SUB, WS-ROW-SCN-SUB, WS-ROW-MON-SUB)
                   ADD WS-ROW-HEADCOUNT
                       (WS-ROW-FROM-SUB, WS-ROW-SCN-SUB, WS-ROW-MON-SUB)
                     TO WS-ROW-HEADCOUNT
                       (WS-ROW-TO-SUB, WS-ROW-SCN-SUB, WS-ROW-MON-SUB)
               END-PERFORM
           END-PERFORM.

      *--------------------------------------------------------------
      * Write row level WS-ROW-SUB: in a scenario section a cost
      * line and a headcount line for that scenario, in the
      * comparison a single line setting the two scenarios side by
      * side.  Monthly figures are whole dollars.
      *--------------------------------------------------------------
       5700-WRITE-ROW.
           IF REPORT-PROJECTION
              MOVE SPACES TO WS-REPORT-MONTHS-LINE
              MOVE WS-ROW-CODE TO WS-PML-CODE
              MOVE 'COST' TO WS-PML-KIND
              MOVE ZERO TO WS-ROW-YEAR-COST
              PERFORM VARYING WS-ROW-MON-SUB FROM 1 BY 1
                      UNTIL WS-ROW-MON-SUB > 12
                  COMPUTE WS-PML-AMOUNT (WS-ROW-MON-SUB) ROUNDED =
                     WS-ROW-COST (WS-ROW-SUB, WS-SCN-SUB,
                                  WS-ROW-MON-SUB)
                  ADD WS-ROW-COST (WS-ROW-SUB, WS-SCN-SUB,
                                   WS-ROW-MON-SUB)
                     TO WS-ROW-YEAR-COST
              END-PERFORM
              COMPUTE WS-PML-TOTAL ROUNDED = WS-ROW-YEAR-COST
              PERFORM 5900-WRITE-REPORT-LINE
              MOVE SPACES TO WS-REPORT-MONTHS-LINE
              MOVE 'HEADS' TO WS-PML-KIND
              PERFORM VARYING WS-ROW-MON-SUB FROM 1 BY 1
                      UNTIL WS-ROW-MON-SUB > 12
                  MOVE WS-ROW-HEADCOUNT (WS-ROW-SUB, WS-SCN-SUB,
                                         WS-ROW-MON-SUB)
                     TO WS-PML-AMOUNT (WS-ROW-MON-SUB)
              END-PERFORM
              PERFORM 5900-WRITE-REPORT-LINE
           ELSE
              PERFORM 5750-WRITE-COMPARE-ROW
           END-IF.

      *--------------------------------------------------------------
      * Closing headcount is the last month's.
      *--------------------------------------------------------------
       5750-WRITE-COMPARE-ROW.
           MOVE ZERO TO WS-CMP-BASE-TOTAL
           MOVE ZERO TO WS-CMP-SCEN-TOTAL
           PERFORM VARYING WS-ROW-MON-SUB FROM 1 BY 1
                   UNTIL WS-ROW-MON-SUB > 12
               ADD WS-ROW-COST (WS-ROW-SUB, 1, WS-ROW-MON-SUB)
                  TO WS-CMP-BASE-TOTAL
               ADD WS-ROW-COST (WS-ROW-SUB, 2, WS-ROW-MON-SUB)
                  TO WS-CMP-SCEN-TOTAL
           END-PERFORM
           COMPUTE WS-CMP-COST-CHANGE =
              WS-CMP-SCEN-TOTAL - WS-CMP-BASE-TOTAL
           COMPUTE WS-CMP-HC-CHANGE =
              WS-ROW-HEADCOUNT (WS-ROW-SUB, 2, 12)
                 - WS-ROW-HEADCOUNT (WS-ROW-SUB, 1, 12)
           MOVE WS-ROW-LABEL TO WS-CMP-LABEL
           COMPUTE WS-CMP-BASE-COST ROUNDED = WS-CMP-BASE-TOTAL
           COMPUTE WS-CMP-SCEN-COST ROUNDED = WS-CMP-SCEN-TOTAL
           COMPUTE WS-CMP-COST-DIFF ROUNDED = WS-CMP-COST-CHANGE
           MOVE WS-ROW-HEADCOUNT (WS-ROW-SUB, 1, 12) TO WS-CMP-BASE-HC
           MOVE WS-ROW-HEADCOUNT (WS-ROW-SUB, 2, 12) TO WS-CMP-SCEN-HC
           MOVE WS-CMP-HC-CHANGE TO WS-CMP-HC-DIFF
           WRITE PROJECTION-REPORT-LINE FROM WS-REPORT-COMPARE-LINE
           MOVE 'PROJECTION-REPORT' TO WS-CHECK-FILE-NAME
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS.

       5800-WRITE-RUN-SUMMARY.
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           WRITE PROJECTION-REPORT-LINE FROM WS-REPORT-TEXT-LINE
           MOVE WS-MASTER-READ TO WS-EDIT-COUNT
           STRING 'MASTER RECORDS READ:          ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO WS-REPORT-TEXT-LINE
           END-STRING
           WRITE PROJECTION-REPORT-LINE FROM WS-REPORT-TEXT-LINE
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           MOVE WS-PENDING-READ TO WS-EDIT-COUNT
           STRING 'HELD TRANSACTIONS READ:       ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO WS-REPORT-TEXT-LINE
           END-STRING
           WRITE PROJECTION-REPORT-LINE FROM WS-REPORT-TEXT-LINE
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           MOVE WS-PENDING-IGNORED TO WS-EDIT-COUNT
           STRING '  NOT PROJECTED - SEE CONSOLE:' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO WS-REPORT-TEXT-LINE
           END-STRING
           WRITE PROJECTION-REPORT-LINE FROM WS-REPORT-TEXT-LINE
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           MOVE WS-NEW-HIRES-PROJECTED TO WS-EDIT-COUNT
           STRING 'HIRES AND REHIRES PROJECTED:  ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO WS-REPORT-TEXT-LINE
           END-STRING
           WRITE PROJECTION-REPORT-LINE FROM WS-REPORT-TEXT-LINE
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           MOVE WS-RETURNS-PROJECTED TO WS-EDIT-COUNT
           STRING 'RETURNS FROM LEAVE PROJECTED: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO WS-REPORT-TEXT-LINE
           END-STRING
           WRITE PROJECTION-REPORT-LINE FROM WS-REPORT-TEXT-LINE
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           MOVE WS-ANNIV-INCREASES TO WS-EDIT-COUNT
           STRING 'ANNIVERSARY INCREASES:        ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO WS-REPORT-TEXT-LINE
           END-STRING
           WRITE PROJECTION-REPORT-LINE FROM WS-REPORT-TEXT-LINE
           IF WS-SCENARIO-COUNT = 2
              MOVE SPACES TO WS-REPORT-TEXT-LINE
              MOVE WS-GEN-INCREASES TO WS-EDIT-COUNT
              STRING 'SCENARIO GENERAL INCREASES:   ' DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                 INTO WS-REPORT-TEXT-LINE
              END-STRING
              WRITE PROJECTION-REPORT-LINE FROM WS-REPORT-TEXT-LINE
              MOVE SPACES TO WS-REPORT-TEXT-LINE
              MOVE WS-FREEZE-SKIPPED TO WS-EDIT-COUNT
              STRING 'SCENARIO HIRES FROZEN:        ' DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                 INTO WS-REPORT-TEXT-LINE
              END-STRING
              WRITE PROJECTION-REPORT-LINE FROM WS-REPORT-TEXT-LINE
           END-IF
           MOVE 'PROJECTION-REPORT' TO WS-CHECK-FILE-NAME
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS.

       5900-WRITE-REPORT-LINE.
           WRITE PROJECTION-REPORT-LINE FROM WS-REPORT-MONTHS-LINE
           MOVE 'PROJECTION-REPORT' TO WS-CHECK-FILE-NAME
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS.

      *--------------------------------------------------------------
      * Held transactions the projection had to leave out mean the
      * figures are short of what is known - RC=4 so finance is
      * told, not just the console.
      *--------------------------------------------------------------
       9000-TERMINATION.
           IF WS-PENDING-IGNORED > ZERO
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'PAY-PROJECTION MONTHS: ' WS-MON-LABEL (1)
              ' TO ' WS-MON-LABEL (12)
           DISPLAY 'PAY-PROJECTION MASTER RECORDS READ: '
              WS-MASTER-READ
           DISPLAY 'PAY-PROJECTION HELD TRANSACTIONS READ: '
              WS-PENDING-READ
           DISPLAY 'PAY-PROJECTION HELD TRANSACTIONS NOT PROJECTED: '
              WS-PENDING-IGNORED
           DISPLAY 'PAY-PROJECTION HIRES AND REHIRES: '
              WS-NEW-HIRES-PROJECTED
           DISPLAY 'PAY-PROJECTION RETURNS FROM LEAVE: '
              WS-RETURNS-PROJECTED
           DISPLAY 'PAY-PROJECTION ANNIVERSARY INCREASES: '
              WS-ANNIV-INCREASES
           DISPLAY 'PAY-PROJECTION SCENARIO GENERAL INCREASES: '
              WS-GEN-INCREASES
           DISPLAY 'PAY-PROJECTION SCENARIO HIRES FROZEN: '
              WS-FREEZE-SKIPPED
           DISPLAY 'PAY-PROJECTION EVENTS DROPPED: ' WS-EVENTS-DROPPED
           CLOSE EMPLOYEE-MASTER-FILE
                 LEAVE-HISTORY-FILE
                 PENDING-TRANSACTION-FILE
                 PARAMETER-FILE
                 PROJECTION-REPORT-FILE.

       COPY EMPRLOD.

       COPY EMPRSTO.
