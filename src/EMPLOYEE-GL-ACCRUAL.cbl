      *--------------------------------------------------------------
      * Month-end salary accrual - builds the general-ledger journal
      * interface file (EMPGLJ.cpy) finance posts the month's salary
      * cost from, and the journal register they tie it to the
      * ledger with.  Works from the master, the audit trail, the
      * leave history and the retro adjustments file:
      *   - every employee active, on leave or terminated during the
      *     month accrues a twelfth of EMP-PAY-AMOUNT, prorated by
      *     calendar days for a part month - a hire (or rehire)
      *     during the month accrues from EMP-HIRE-DATE, a
      *     termination during the month up to the day before
      *     EMP-STATUS-EFF-DATE (the first day not employed)
      *   - the month is split between departments by the DEPT-CODE
      *     rows on the audit trail: walking the employee's
      *     transfers back from the master's current department,
      *     each transfer moves the days from its audit date on to
      *     the new department and the days before it to the old
      *   - leave is paid unless the leave type's 'L' row on the
      *     reference file says otherwise; days inside an unpaid
      *     leave episode on the leave history (from the leave
      *     start up to the day before the actual return, or to the
      *     end of the month while still out) are not accrued
      *   - each department's accrual is one debit line to the cost
      *     centre and expense account on its 'D' row; every retro
      *     adjustment run in the month is a line of its own (debit
      *     for back pay owed, credit for an over-payment); and each
      *     division's lines are balanced by accrued-salaries
      *     liability lines to the LIABCC/LIABACCT account, so every
      *     division - and the file - balances
      *   - the file ends with a control trailer of the line count
      *     and the debit and credit totals
      * The register lists every journal line grouped division, then
      * department within division, the way the turnover report is,
      * with a NO DIVISION group, debit and credit totals for each
      * division and a grand total.  A department with no GL mapping
      * on its 'D' row, or an employee or adjustment whose
      * department is not on the reference file at all, cannot be
      * posted: it prints flagged NOT POSTED, stays out of the
      * journal and its totals, and the run ends RC=8 so the file is
      * not sent until the mapping is fixed and the month rerun.
      * Run after month end with every AUDITLOG generation from the
      * first of the month to the latest concatenated on EMPAUDT
      * (transfers after month end are walked back through too) and
      * the PAYRADJ generations covering the month on EMPRADJ (only
      * adjustments whose run date falls in the month are posted).
      * GLPARM cards:
      *   MONTH=CCYYMM     accounting month (default: the calendar
      *                    month before the run date)
      *   LIABCC=ccccc     accrued-salaries liability cost centre
      *   LIABACCT=aaaa    accrued-salaries liability account
      * LIABCC and LIABACCT are required.
      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-GL-ACCRUAL.
       AUTHOR. ALEXANDRIA.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. MONTH-END SALARY ACCRUAL - BALANCED GL JOURNAL
           INTERFACE FILE WITH CONTROL TRAILER AND JOURNAL REGISTER
           BY DIVISION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT LEAVE-HISTORY-FILE ASSIGN TO EMPLHIS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LHS-KEY
               FILE STATUS IS WS-LEAVEHIS-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO EMPAUDT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RETRO-ADJUSTMENT-FILE ASSIGN TO EMPRADJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETRO-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO GLPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO EMPGLJNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT JOURNAL-REGISTER-FILE ASSIGN TO EMPGLRPT
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

       FD  AUDIT-LOG-FILE.
           COPY EMPAUD.

       FD  RETRO-ADJUSTMENT-FILE.
           COPY EMPRADJ.

       FD  PARAMETER-FILE.
       01  PARAMETER-CARD                  PIC X(80).

       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-FILE-RECORD          PIC X(100).

       FD  JOURNAL-REGISTER-FILE.
       01  JOURNAL-REGISTER-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
           COPY EMPCODE.

           COPY EMPGLJ.

       01  WS-FILE-STATUSES.
           05  WS-EMPMAST-STATUS           PIC X(2).
           05  WS-REFCODE-STATUS           PIC X(2).
           05  WS-LEAVEHIS-STATUS          PIC X(2).
           05  WS-AUDIT-STATUS             PIC X(2).
           05  WS-RETRO-STATUS             PIC X(2).
           05  WS-PARM-STATUS              PIC X(2).
           05  WS-JOURNAL-STATUS           PIC X(2).
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
           05  WS-EOF-AUDIT                PIC X(1) VALUE 'N'.
               88  END-OF-AUDIT             VALUE 'Y'.
           05  WS-EOF-RETRO                PIC X(1) VALUE 'N'.
               88  END-OF-RETRO             VALUE 'Y'.
           05  WS-EOF-PARMS                PIC X(1) VALUE 'N'.
               88  END-OF-PARMS             VALUE 'Y'.
           05  WS-EOF-MASTER               PIC X(1) VALUE 'N'.
               88  END-OF-MASTER            VALUE 'Y'.
           05  WS-LEAVE-SCAN-STATE         PIC X(1) VALUE 'N'.
               88  LEAVE-SCAN-DONE          VALUE 'Y'.
               88  LEAVE-SCAN-ACTIVE        VALUE 'N'.
           05  WS-WALK-STATE               PIC X(1) VALUE 'N'.
               88  TRANSFER-WALK-DONE       VALUE 'Y'.
               88  TRANSFER-WALK-ACTIVE     VALUE 'N'.
           05  WS-WINDOW-STATE             PIC X(1) VALUE 'N'.
               88  ACCRUAL-WINDOW-OPEN      VALUE 'Y'.
               88  ACCRUAL-WINDOW-CLOSED    VALUE 'N'.
           05  WS-PARMS-STATE              PIC X(1) VALUE 'Y'.
               88  GL-PARMS-VALID           VALUE 'Y'.
               88  GL-PARMS-INVALID         VALUE 'N'.
           05  WS-POSTING-STATE            PIC X(1) VALUE 'Y'.
               88  LINE-CAN-POST            VALUE 'Y'.
               88  LINE-NOT-MAPPED          VALUE 'N'.

       01  WS-RUN-CONTROLS.
           05  WS-CURRENT-TIMESTAMP        PIC X(21).
           05  WS-RUN-DATE                 PIC 9(8).
           05  WS-ACCRUAL-MONTH            PIC X(6) VALUE SPACES.
           05  WS-MONTH-START              PIC 9(8).
           05  WS-MONTH-END                PIC 9(8).
           05  WS-MONTH-START-INT          PIC S9(9) COMP.
           05  WS-MONTH-END-INT            PIC S9(9) COMP.
           05  WS-NEXT-MONTH-INT           PIC S9(9) COMP.
           05  WS-DAYS-IN-MONTH            PIC S9(4) COMP.
           05  WS-LIAB-COST-CENTER         PIC X(5) VALUE SPACES.
           05  WS-LIAB-ACCOUNT             PIC X(4) VALUE SPACES.

      *--------------------------------------------------------------
      * CCYYMMDD assembly area for the month's first day, the next
      * month's first day and the default month.
      *--------------------------------------------------------------
       01  WS-DATE-BUILD.
           05  WS-DB-YEAR                  PIC 9(4).
           05  WS-DB-MONTH                 PIC 9(2).
           05  WS-DB-DAY                   PIC 9(2).
       01  WS-DATE-BUILD-NUM REDEFINES WS-DATE-BUILD
                                           PIC 9(8).

       01  WS-SCAN-COUNTERS.
           05  WS-MASTER-READ              PIC 9(9) VALUE ZERO.
           05  WS-EMPLOYEES-ACCRUED        PIC 9(7) VALUE ZERO.
           05  WS-EMPLOYEES-PRORATED       PIC 9(7) VALUE ZERO.
           05  WS-AUDIT-ROWS-READ          PIC 9(9) VALUE ZERO.
           05  WS-RETRO-ROWS-READ          PIC 9(9) VALUE ZERO.
           05  WS-RETRO-IN-MONTH           PIC 9(7) VALUE ZERO.
           05  WS-UNPOSTED-COUNT           PIC 9(7) VALUE ZERO.
           05  WS-UNPOSTED-AMOUNT          PIC 9(11)V99 VALUE ZERO.

      *--------------------------------------------------------------
      * The audit trail's DEPT-CODE rows from the first of the month
      * on, in the order read.  The transfer date is the audit
      * row's timestamp date, held as an INTEGER-OF-DATE day number
      * so the walk can subtract; the full timestamp orders two
      * transfers on the same day.  The used flag marks rows the
      * employee's walk has already taken.
      *--------------------------------------------------------------
       01  WS-TRANSFER-TABLE.
           05  WS-XFER-COUNT               PIC 9(5) COMP VALUE ZERO.
           05  WS-XFER-LIMIT               PIC 9(5) COMP VALUE 5000.
           05  WS-XFER-DETAIL              OCCURS 5000 TIMES.
               10  WS-XFER-EMP-ID          PIC X(6).
               10  WS-XFER-TIMESTAMP       PIC X(16).
               10  WS-XFER-DATE-INT        PIC S9(9) COMP.
               10  WS-XFER-OLD-DEPT        PIC X(4).
               10  WS-XFER-NEW-DEPT        PIC X(4).
               10  WS-XFER-USED            PIC X(1).

      *--------------------------------------------------------------
      * The current employee's unpaid leave episodes that reach into
      * the accrual window, as first and last unpaid day numbers.
      *--------------------------------------------------------------
       01  WS-UNPAID-LEAVE-TABLE.
           05  WS-UNPAID-COUNT             PIC 9(2) COMP VALUE ZERO.
           05  WS-UNPAID-DETAIL            OCCURS 20 TIMES.
               10  WS-UNPAID-START-INT     PIC S9(9) COMP.
               10  WS-UNPAID-END-INT       PIC S9(9) COMP.

      *--------------------------------------------------------------
      * The month's retro adjustments, held until the register
      * reaches their department.  WS-RTR-DEPT-SUB points into the
      * loaded department table.
      *--------------------------------------------------------------
       01  WS-RETRO-TABLE.
           05  WS-RETRO-COUNT              PIC 9(4) COMP VALUE ZERO.
           05  WS-RETRO-LIMIT              PIC 9(4) COMP VALUE 2000.
           05  WS-RETRO-DETAIL             OCCURS 2000 TIMES.
               10  WS-RTR-EMP-ID           PIC X(6).
               10  WS-RTR-DEPT-SUB         PIC 9(2) COMP.
               10  WS-RTR-SIGN             PIC X(1).
               10  WS-RTR-AMOUNT           PIC 9(7)V99.
               10  WS-RTR-EFF-DATE         PIC 9(8).

      *--------------------------------------------------------------
      * Accrual totals, parallel to the loaded department table -
      * entry N here is WS-DEPT-ENTRY (N).  The reported flag marks
      * departments already written under their division, leaving
      * the rest for the NO DIVISION group.
      *--------------------------------------------------------------
       01  WS-ACCRUAL-TABLE.
           05  WS-ACR-DEPT                 OCCURS 50 TIMES.
               10  WS-ACR-AMOUNT           PIC 9(9)V99.
               10  WS-ACR-EMPLOYEES        PIC 9(5).
               10  WS-ACR-LAST-EMP-ID      PIC X(6).
               10  WS-ACR-REPORTED         PIC X(1).

       01  WS-ACCRUAL-WORK.
           05  WS-WINDOW-START-INT         PIC S9(9) COMP.
           05  WS-WINDOW-END-INT           PIC S9(9) COMP.
           05  WS-DATE-INT                 PIC S9(9) COMP.
           05  WS-AUDIT-DATE               PIC 9(8).
           05  WS-SEG-DEPT                 PIC X(4).
           05  WS-SEG-START-INT            PIC S9(9) COMP.
           05  WS-SEG-END-INT              PIC S9(9) COMP.
           05  WS-SEG-PAID-DAYS            PIC S9(5) COMP.
           05  WS-OVERLAP-START-INT        PIC S9(9) COMP.
           05  WS-OVERLAP-END-INT          PIC S9(9) COMP.
           05  WS-SEG-AMOUNT               PIC 9(9)V99.
           05  WS-XFER-SUB                 PIC 9(5) COMP.
           05  WS-XFER-LATEST-SUB          PIC 9(5) COMP.
           05  WS-UNPAID-SUB               PIC 9(2) COMP.
           05  WS-DEPT-LOOKUP-CODE         PIC X(4).
           05  WS-DEPT-FOUND-SUB           PIC 9(2) COMP.
           05  WS-LEAVE-PAID-FLAG          PIC X(1).

       01  WS-JOURNAL-WORK.
           05  WS-DIV-SUB                  PIC 9(2) COMP.
           05  WS-DEPT-SUB                 PIC 9(2) COMP.
           05  WS-RTR-SUB                  PIC 9(4) COMP.
           05  WS-GROUP-DIVISION           PIC X(4).
           05  WS-DIV-DEPTS-LEFT           PIC 9(2) COMP.
           05  WS-JOURNAL-LINE-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-DIV-EXPENSE-DEBITS       PIC 9(11)V99.
           05  WS-DIV-EXPENSE-CREDITS      PIC 9(11)V99.
           05  WS-DIV-DEBITS               PIC 9(11)V99.
           05  WS-DIV-CREDITS              PIC 9(11)V99.
           05  WS-GRAND-DEBITS             PIC 9(11)V99 VALUE ZERO.
           05  WS-GRAND-CREDITS            PIC 9(11)V99 VALUE ZERO.
           05  WS-LINE-LABEL               PIC X(10).

       01  WS-REPORT-HEADING-1.
           05  FILLER                      PIC X(34)
               VALUE 'EMPLOYEE-GL-ACCRUAL'.
           05  FILLER                      PIC X(27)
               VALUE 'SALARY ACCRUAL JOURNAL FOR '.
           05  WS-HDG-MONTH                PIC X(6).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  FILLER                      PIC X(8) VALUE 'RUN DATE'.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-HDG-RUN-DATE             PIC X(8).

       01  WS-REPORT-HEADING-2.
           05  FILLER                      PIC X(13)
               VALUE 'JOURNAL DATE '.
           05  WS-HDG-JOURNAL-DATE         PIC X(8).
           05  FILLER                      PIC X(13) VALUE SPACES.
           05  FILLER                      PIC X(27)
               VALUE 'ACCRUED SALARIES LIABILITY '.
           05  WS-HDG-LIAB-CC              PIC X(5).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-HDG-LIAB-ACCT            PIC X(4).

       01  WS-REPORT-HEADING-3.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(10) VALUE 'TYPE'.
           05  FILLER                      PIC X(7) VALUE 'DEPT'.
           05  FILLER                      PIC X(8) VALUE 'CCTR'.
           05  FILLER                      PIC X(7) VALUE 'ACCT'.
           05  FILLER                      PIC X(32) VALUE
               'DESCRIPTION'.
           05  FILLER                      PIC X(9) VALUE '  EMPS'.
           05  FILLER                      PIC X(17) VALUE
               '         DEBIT'.
           05  FILLER                      PIC X(14) VALUE
               '        CREDIT'.

       01  WS-REPORT-DIVISION-LINE.
           05  FILLER                      PIC X(9)
               VALUE 'DIVISION '.
           05  WS-DIV-CODE                 PIC X(4).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DIV-DESC                 PIC X(30).

       01  WS-REPORT-DETAIL-LINE.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-TYPE                 PIC X(10).
           05  WS-DTL-DEPT                 PIC X(4).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-DTL-COST-CENTER          PIC X(5).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-DTL-ACCOUNT              PIC X(4).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-DTL-DESC                 PIC X(30).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-COUNT                PIC ZZ,ZZ9 BLANK WHEN ZERO.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-DTL-DEBIT                PIC ZZZ,ZZZ,ZZ9.99
                                           BLANK WHEN ZERO.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-DTL-CREDIT               PIC ZZZ,ZZZ,ZZ9.99
                                           BLANK WHEN ZERO.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-FLAG                 PIC X(14).

       01  WS-REPORT-TEXT-LINE             PIC X(132).

       01  WS-REPORT-EDIT-FIELDS.
           05  WS-EDIT-COUNT               PIC Z,ZZZ,ZZ9.
           05  WS-EDIT-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZATION
           IF REFERENCE-TABLES-LOADED
              AND GL-PARMS-VALID
              PERFORM 2000-LOAD-ONE-TRANSFER-ROW
                  UNTIL END-OF-AUDIT
              PERFORM 3000-LOAD-ONE-RETRO-ROW
                  UNTIL END-OF-RETRO
              PERFORM 4000-ACCRUE-ONE-EMPLOYEE
                  UNTIL END-OF-MASTER
              PERFORM 5000-WRITE-JOURNAL-BODY
           END-IF
           PERFORM 9000-TERMINATION
           STOP RUN.

      *--------------------------------------------------------------
      * The parm cards come first - the month decides the date the
      * reference rows are loaded as of (the month's last day, so a
      * department's mapping is the one in force at month end).
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
           OPEN INPUT AUDIT-LOG-FILE
           MOVE 'AUDIT-LOG-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-AUDIT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           OPEN INPUT RETRO-ADJUSTMENT-FILE
           MOVE 'RETRO-ADJUSTMENT-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-RETRO-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           OPEN INPUT PARAMETER-FILE
           MOVE 'PARAMETER-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-PARM-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           OPEN OUTPUT GL-JOURNAL-FILE
           MOVE 'GL-JOURNAL-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-JOURNAL-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           OPEN OUTPUT JOURNAL-REGISTER-FILE
           MOVE 'JOURNAL-REGISTER-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           PERFORM 1100-READ-ONE-PARM-CARD
               UNTIL END-OF-PARMS
           IF WS-LIAB-COST-CENTER = SPACES
              OR WS-LIAB-ACCOUNT = SPACES
              DISPLAY 'GLPARM LIABCC= AND LIABACCT= CARDS ARE REQUIRED'
              SET GL-PARMS-INVALID TO TRUE
              MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-ACCRUAL-MONTH = SPACES
              PERFORM 1200-DEFAULT-ACCRUAL-MONTH
           END-IF
           PERFORM 1300-SET-MONTH-BOUNDARIES
           MOVE WS-MONTH-END TO WS-REFERENCE-LOAD-DATE
           PERFORM 0500-LOAD-REFERENCE-TABLES
           IF WS-LEAVE-TYPE-COUNT = ZERO
              DISPLAY 'NO LEAVE TYPES ON REFERENCE FILE - ALL LEAVE '
                 'ACCRUES AS PAID'
           END-IF
           MOVE ZEROS TO WS-ACCRUAL-TABLE
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               MOVE SPACES TO WS-ACR-LAST-EMP-ID (WS-DEPT-SUB)
               MOVE 'N' TO WS-ACR-REPORTED (WS-DEPT-SUB)
           END-PERFORM.

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
               WHEN PARAMETER-CARD (1:6) = 'MONTH='
                  IF PARAMETER-CARD (7:6) NUMERIC
                     AND PARAMETER-CARD (11:2) >= '01'
                     AND PARAMETER-CARD (11:2) <= '12'
                     MOVE PARAMETER-CARD (7:6) TO WS-ACCRUAL-MONTH
                  ELSE
                     DISPLAY 'MONTH= MUST BE CCYYMM: '
                        PARAMETER-CARD (1:20)
                     SET GL-PARMS-INVALID TO TRUE
                     MOVE 8 TO RETURN-CODE
                  END-IF
               WHEN PARAMETER-CARD (1:7) = 'LIABCC='
                  MOVE PARAMETER-CARD (8:5) TO WS-LIAB-COST-CENTER
               WHEN PARAMETER-CARD (1:9) = 'LIABACCT='
                  MOVE PARAMETER-CARD (10:4) TO WS-LIAB-ACCOUNT
               WHEN PARAMETER-CARD = SPACES
                  CONTINUE
               WHEN PARAMETER-CARD (1:1) = '*'
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'UNRECOGNIZED GLPARM CARD: '
                     PARAMETER-CARD (1:40)
                  SET GL-PARMS-INVALID TO TRUE
                  MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      *--------------------------------------------------------------
      * No MONTH= card: accrue the calendar month before the run
      * date, which is the month just closed when the job runs in
      * the first days of the next one.
      *--------------------------------------------------------------
       1200-DEFAULT-ACCRUAL-MONTH.
           MOVE WS-RUN-DATE TO WS-DATE-BUILD-NUM
           IF WS-DB-MONTH = 1
              MOVE 12 TO WS-DB-MONTH
              SUBTRACT 1 FROM WS-DB-YEAR
           ELSE
              SUBTRACT 1 FROM WS-DB-MONTH
           END-IF
           MOVE WS-DATE-BUILD (1:6) TO WS-ACCRUAL-MONTH.

      *--------------------------------------------------------------
      * First and last day of the month, as CCYYMMDD and as day
      * numbers: the last day is the day before the first of the
      * next month, which takes care of month lengths and leap
      * years without a table.
      *--------------------------------------------------------------
       1300-SET-MONTH-BOUNDARIES.
           MOVE WS-ACCRUAL-MONTH TO WS-DATE-BUILD (1:6)
           MOVE 1 TO WS-DB-DAY
           MOVE WS-DATE-BUILD-NUM TO WS-MONTH-START
           COMPUTE WS-MONTH-START-INT =
              FUNCTION INTEGER-OF-DATE (WS-MONTH-START)
           IF WS-DB-MONTH = 12
              MOVE 1 TO WS-DB-MONTH
              ADD 1 TO WS-DB-YEAR
           ELSE
              ADD 1 TO WS-DB-MONTH
           END-IF
           COMPUTE WS-NEXT-MONTH-INT =
              FUNCTION INTEGER-OF-DATE (WS-DATE-BUILD-NUM)
           COMPUTE WS-MONTH-END-INT = WS-NEXT-MONTH-INT - 1
           COMPUTE WS-MONTH-END =
              FUNCTION DATE-OF-INTEGER (WS-MONTH-END-INT)
           COMPUTE WS-DAYS-IN-MONTH =
              WS-MONTH-END-INT - WS-MONTH-START-INT + 1.

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
      * Keep the DEPT-CODE rows dated on or after the first of the
      * month.  A failed read drives neither AT END nor NOT AT END,
      * so every scan loop also stops on any non-'00' status rather
      * than spinning on a file that will never deliver a record.
      *--------------------------------------------------------------
       2000-LOAD-ONE-TRANSFER-ROW.
           READ AUDIT-LOG-FILE
               AT END
                  SET END-OF-AUDIT TO TRUE
               NOT AT END
                  ADD 1 TO WS-AUDIT-ROWS-READ
                  IF AUD-FIELD-NAME = 'DEPT-CODE'
                     AND AUD-CHANGE-TIMESTAMP (1:8) NUMERIC
                     AND AUD-CHANGE-TIMESTAMP (1:8) NOT <
                         WS-MONTH-START
                     PERFORM 2100-STORE-TRANSFER-ROW
                  END-IF
           END-READ
           IF WS-AUDIT-STATUS NOT = '00' AND NOT = '10'
              MOVE 'AUDIT-LOG-FILE' TO WS-CHECK-FILE-NAME
              MOVE WS-AUDIT-STATUS TO WS-CHECK-STATUS-CODE
              PERFORM 1900-CHECK-FILE-STATUS
              SET END-OF-AUDIT TO TRUE
           END-IF.

      *--------------------------------------------------------------
      * A full table would leave later transfers unsplit, so it
      * fails the run rather than posting a month it cannot prove.
      *--------------------------------------------------------------
       2100-STORE-TRANSFER-ROW.
           MOVE AUD-CHANGE-TIMESTAMP (1:8) TO WS-AUDIT-DATE
           COMPUTE WS-DATE-INT =
              FUNCTION INTEGER-OF-DATE (WS-AUDIT-DATE)
           IF WS-DATE-INT > ZERO
              IF WS-XFER-COUNT < WS-XFER-LIMIT
                 ADD 1 TO WS-XFER-COUNT
                 MOVE AUD-EMP-ID TO WS-XFER-EMP-ID (WS-XFER-COUNT)
                 MOVE AUD-CHANGE-TIMESTAMP (1:16)
                    TO WS-XFER-TIMESTAMP (WS-XFER-COUNT)
                 MOVE WS-DATE-INT TO WS-XFER-DATE-INT (WS-XFER-COUNT)
                 MOVE AUD-OLD-VALUE (1:4)
                    TO WS-XFER-OLD-DEPT (WS-XFER-COUNT)
                 MOVE AUD-NEW-VALUE (1:4)
                    TO WS-XFER-NEW-DEPT (WS-XFER-COUNT)
                 MOVE 'N' TO WS-XFER-USED (WS-XFER-COUNT)
              ELSE
                 IF WS-XFER-COUNT = WS-XFER-LIMIT
                    DISPLAY 'TRANSFER TABLE FULL AT ' WS-XFER-LIMIT
                       ' ROWS - DEPARTMENT SPLITS INCOMPLETE'
                    MOVE 8 TO RETURN-CODE
                    ADD 1 TO WS-XFER-COUNT
                 END-IF
              END-IF
           END-IF.

      *--------------------------------------------------------------
      * Only adjustments run in the month are posted - the EMPRADJ
      * concatenation may reach either side of it.
      *--------------------------------------------------------------
       3000-LOAD-ONE-RETRO-ROW.
           READ RETRO-ADJUSTMENT-FILE
               AT END
                  SET END-OF-RETRO TO TRUE
               NOT AT END
                  ADD 1 TO WS-RETRO-ROWS-READ
                  IF RADJ-RUN-DATE NUMERIC
                     AND RADJ-RUN-DATE NOT < WS-MONTH-START
                     AND RADJ-RUN-DATE NOT > WS-MONTH-END
                     ADD 1 TO WS-RETRO-IN-MONTH
                     PERFORM 3100-STORE-RETRO-ROW
                  END-IF
           END-READ
           IF WS-RETRO-STATUS NOT = '00' AND NOT = '10'
              MOVE 'RETRO-ADJUSTMENT-FILE' TO WS-CHECK-FILE-NAME
              MOVE WS-RETRO-STATUS TO WS-CHECK-STATUS-CODE
              PERFORM 1900-CHECK-FILE-STATUS
              SET END-OF-RETRO TO TRUE
           END-IF.

       3100-STORE-RETRO-ROW.
           MOVE RADJ-DEPT-CODE TO WS-DEPT-LOOKUP-CODE
           PERFORM 4900-FIND-DEPARTMENT
           EVALUATE TRUE
               WHEN WS-DEPT-FOUND-SUB = ZERO
                  DISPLAY 'RETRO ADJUSTMENT NOT POSTED - EMP '
                     RADJ-EMP-ID ' DEPT ' RADJ-DEPT-CODE
                     ' NOT ON REFERENCE FILE'
                  ADD 1 TO WS-UNPOSTED-COUNT
                  ADD RADJ-ADJUSTMENT-AMOUNT TO WS-UNPOSTED-AMOUNT
                  MOVE 8 TO RETURN-CODE
               WHEN WS-RETRO-COUNT NOT < WS-RETRO-LIMIT
                  DISPLAY 'RETRO TABLE FULL - EMP ' RADJ-EMP-ID
                     ' NOT POSTED'
                  ADD 1 TO WS-UNPOSTED-COUNT
                  ADD RADJ-ADJUSTMENT-AMOUNT TO WS-UNPOSTED-AMOUNT
                  MOVE 8 TO RETURN-CODE
               WHEN OTHER
                  ADD 1 TO WS-RETRO-COUNT
                  MOVE RADJ-EMP-ID TO WS-RTR-EMP-ID (WS-RETRO-COUNT)
                  MOVE WS-DEPT-FOUND-SUB
                     TO WS-RTR-DEPT-SUB (WS-RETRO-COUNT)
                  MOVE RADJ-ADJUSTMENT-SIGN
                     TO WS-RTR-SIGN (WS-RETRO-COUNT)
                  MOVE RADJ-ADJUSTMENT-AMOUNT
                     TO WS-RTR-AMOUNT (WS-RETRO-COUNT)
                  MOVE RADJ-EFFECTIVE-DATE
                     TO WS-RTR-EFF-DATE (WS-RETRO-COUNT)
           END-EVALUATE.

       4000-ACCRUE-ONE-EMPLOYEE.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                  SET END-OF-MASTER TO TRUE
               NOT AT END
                  ADD 1 TO WS-MASTER-READ
                  PERFORM 4100-SET-ACCRUAL-WINDOW
                  IF ACCRUAL-WINDOW-OPEN
                     ADD 1 TO WS-EMPLOYEES-ACCRUED
                     PERFORM 4200-LOAD-UNPAID-LEAVE
                     PERFORM 4300-WALK-DEPARTMENT-HISTORY
                  END-IF
           END-READ
           IF WS-EMPMAST-STATUS NOT = '00' AND NOT = '10'
              MOVE 'EMPLOYEE-MASTER-FILE' TO WS-CHECK-FILE-NAME
              MOVE WS-EMPMAST-STATUS TO WS-CHECK-STATUS-CODE
              PERFORM 1900-CHECK-FILE-STATUS
              SET END-OF-MASTER TO TRUE
           END-IF.

      *--------------------------------------------------------------
      * The days of the month the employee was employed: from the
      * later of the first of the month and the hire date, to the
      * earlier of the month end and the day before a termination's
      * effective date.  Someone terminated on or before the first,
      * or hired after the month end, has no window.  A hire or
      * termination date that is not a real date cannot be
      * prorated and is left out (and reported) rather than
      * guessed at; a terminated record with no status date at all
      * predates the status date and has long since left.
      *--------------------------------------------------------------
       4100-SET-ACCRUAL-WINDOW.
           SET ACCRUAL-WINDOW-CLOSED TO TRUE
           MOVE WS-MONTH-START-INT TO WS-WINDOW-START-INT
           MOVE WS-MONTH-END-INT TO WS-WINDOW-END-INT
           IF EMP-HIRE-DATE NOT NUMERIC
              MOVE ZERO TO WS-WINDOW-START-INT
           ELSE
              IF EMP-HIRE-DATE > WS-MONTH-START
                 COMPUTE WS-DATE-INT =
                    FUNCTION INTEGER-OF-DATE (EMP-HIRE-DATE)
                 MOVE WS-DATE-INT TO WS-WINDOW-START-INT
              END-IF
           END-IF
           IF EMP-STATUS-TERMINATED
              IF EMP-STATUS-EFF-DATE NUMERIC
                 AND EMP-STATUS-EFF-DATE > ZERO
                 IF EMP-STATUS-EFF-DATE NOT > WS-MONTH-END
                    COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE (EMP-STATUS-EFF-DATE)
                    COMPUTE WS-WINDOW-END-INT = WS-DATE-INT - 1
                    IF WS-DATE-INT NOT > ZERO
                       MOVE ZERO TO WS-WINDOW-START-INT
                    END-IF
                 END-IF
              ELSE
                 IF EMP-STATUS-EFF-DATE NOT NUMERIC
                    MOVE ZERO TO WS-WINDOW-START-INT
                 ELSE
                    MOVE ZERO TO WS-WINDOW-END-INT
                 END-IF
              END-IF
           END-IF
           IF NOT EMP-STATUS-ACTIVE
              AND NOT EMP-STATUS-ON-LEAVE
              AND NOT EMP-STATUS-TERMINATED
              MOVE ZERO TO WS-WINDOW-START-INT
           END-IF
           IF WS-WINDOW-START-INT NOT > ZERO
              DISPLAY 'EMPLOYEE ' EMP-ID ' NOT ACCRUED - STATUS, '
                 'HIRE OR STATUS DATE INVALID'
              ADD 1 TO WS-UNPOSTED-COUNT
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-WINDOW-START-INT NOT > WS-WINDOW-END-INT
                 SET ACCRUAL-WINDOW-OPEN TO TRUE
                 IF WS-WINDOW-START-INT > WS-MONTH-START-INT
                    OR WS-WINDOW-END-INT < WS-MONTH-END-INT
                    ADD 1 TO WS-EMPLOYEES-PRORATED
                 END-IF
              END-IF
           END-IF.

      *--------------------------------------------------------------
      * The employee's unpaid leave episodes that reach into the
      * window.  An episode runs from its start to the day before
      * the actual return, or to the end of the window while the
      * employee is still out.  A leave type with no 'L' row, or
      * one not flagged N, is paid and is not collected at all.
      *--------------------------------------------------------------
       4200-LOAD-UNPAID-LEAVE.
           MOVE ZERO TO WS-UNPAID-COUNT
           IF WS-LEAVE-TYPE-COUNT > ZERO
              SET LEAVE-SCAN-ACTIVE TO TRUE
              MOVE EMP-ID TO LHS-EMP-ID
              MOVE ZERO TO LHS-LEAVE-START-DATE
              START LEAVE-HISTORY-FILE KEY IS NOT LESS THAN LHS-KEY
                  INVALID KEY
                     SET LEAVE-SCAN-DONE TO TRUE
              END-START
              PERFORM 4210-READ-ONE-EPISODE
                  UNTIL LEAVE-SCAN-DONE
           END-IF.

       4210-READ-ONE-EPISODE.
           READ LEAVE-HISTORY-FILE NEXT RECORD
               AT END
                  SET LEAVE-SCAN-DONE TO TRUE
               NOT AT END
                  IF LHS-EMP-ID NOT = EMP-ID
                     SET LEAVE-SCAN-DONE TO TRUE
                  ELSE
                     PERFORM 4220-KEEP-IF-UNPAID
                  END-IF
           END-READ
           IF WS-LEAVEHIS-STATUS NOT = '00' AND NOT = '10'
              MOVE 'LEAVE-HISTORY-FILE' TO WS-CHECK-FILE-NAME
              MOVE WS-LEAVEHIS-STATUS TO WS-CHECK-STATUS-CODE
              PERFORM 1900-CHECK-FILE-STATUS
              SET LEAVE-SCAN-DONE TO TRUE
           END-IF.

       4220-KEEP-IF-UNPAID.
           MOVE 'Y' TO WS-LEAVE-PAID-FLAG
           PERFORM VARYING WS-TABLE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-TABLE-SUBSCRIPT > WS-LEAVE-TYPE-COUNT
               IF LHS-LEAVE-TYPE =
                     WS-LEAVE-TYPE-ENTRY (WS-TABLE-SUBSCRIPT)
                  MOVE WS-LEAVE-TYPE-PAID (WS-TABLE-SUBSCRIPT)
                     TO WS-LEAVE-PAID-FLAG
                  SET WS-TABLE-SUBSCRIPT TO 99
               END-IF
           END-PERFORM
           IF WS-LEAVE-PAID-FLAG = 'N'
              AND LHS-LEAVE-START-DATE NUMERIC
              AND LHS-LEAVE-START-DATE > ZERO
              COMPUTE WS-OVERLAP-START-INT =
                 FUNCTION INTEGER-OF-DATE (LHS-LEAVE-START-DATE)
              MOVE WS-WINDOW-END-INT TO WS-OVERLAP-END-INT
              IF LHS-ACTUAL-RETURN-DATE NUMERIC
                 AND LHS-ACTUAL-RETURN-DATE > ZERO
                 COMPUTE WS-DATE-INT =
                    FUNCTION INTEGER-OF-DATE (LHS-ACTUAL-RETURN-DATE)
                 IF WS-DATE-INT > ZERO
                    COMPUTE WS-OVERLAP-END-INT = WS-DATE-INT - 1
                 END-IF
              END-IF
              IF WS-OVERLAP-START-INT > ZERO
                 AND WS-OVERLAP-START-INT NOT > WS-WINDOW-END-INT
                 AND WS-OVERLAP-END-INT NOT < WS-WINDOW-START-INT
                 AND WS-OVERLAP-START-INT NOT > WS-OVERLAP-END-INT
                 IF WS-UNPAID-COUNT < 20
                    ADD 1 TO WS-UNPAID-COUNT
                    MOVE WS-OVERLAP-START-INT
                       TO WS-UNPAID-START-INT (WS-UNPAID-COUNT)
                    MOVE WS-OVERLAP-END-INT
                       TO WS-UNPAID-END-INT (WS-UNPAID-COUNT)
                 ELSE
                    DISPLAY 'EMPLOYEE ' EMP-ID ' HAS OVER 20 UNPAID '
                       'LEAVES IN THE MONTH - REST ACCRUED AS PAID'
                    IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *--------------------------------------------------------------
      * Walk the employee's transfers newest first from the master's
      * department.  Each transfer gives the days from its date to
      * the end of the current segment to the department it moved
      * the employee INTO, then the walk carries on backwards in the
      * department it moved them out of.  A transfer on or before
      * the start of the window ends the walk (the window is all in
      * the department the walk has reached), as does an old value
      * of spaces; whatever is left of the window goes to the
      * department reached.
      *--------------------------------------------------------------
       4300-WALK-DEPARTMENT-HISTORY.
           MOVE EMP-DEPT-CODE TO WS-SEG-DEPT
           MOVE WS-WINDOW-END-INT TO WS-SEG-END-INT
           SET TRANSFER-WALK-ACTIVE TO TRUE
           PERFORM 4310-TAKE-LATEST-TRANSFER
               UNTIL TRANSFER-WALK-DONE
           IF WS-SEG-END-INT NOT < WS-WINDOW-START-INT
              MOVE WS-WINDOW-START-INT TO WS-SEG-START-INT
              PERFORM 4400-ACCRUE-ONE-SEGMENT
           END-IF.

       4310-TAKE-LATEST-TRANSFER.
           MOVE ZERO TO WS-XFER-LATEST-SUB
           PERFORM VARYING WS-XFER-SUB FROM 1 BY 1
                   UNTIL WS-XFER-SUB > WS-XFER-COUNT
                      OR WS-XFER-SUB > WS-XFER-LIMIT
               IF WS-XFER-EMP-ID (WS-XFER-SUB) = EMP-ID
                  AND WS-XFER-USED (WS-XFER-SUB) = 'N'
                  IF WS-XFER-LATEST-SUB = ZERO
                     MOVE WS-XFER-SUB TO WS-XFER-LATEST-SUB
                  ELSE
                     IF WS-XFER-TIMESTAMP (WS-XFER-SUB) >
                           WS-XFER-TIMESTAMP (WS-XFER-LATEST-SUB)
                        MOVE WS-XFER-SUB TO WS-XFER-LATEST-SUB
                     END-IF
                  END-IF
               END-IF
           END-PERFORM
           IF WS-XFER-LATEST-SUB = ZERO
              SET TRANSFER-WALK-DONE TO TRUE
           ELSE
              MOVE 'Y' TO WS-XFER-USED (WS-XFER-LATEST-SUB)
              IF WS-XFER-DATE-INT (WS-XFER-LATEST-SUB)
                    NOT > WS-WINDOW-START-INT
                 SET TRANSFER-WALK-DONE TO TRUE
              ELSE
                 MOVE WS-XFER-DATE-INT (WS-XFER-LATEST-SUB)
                    TO WS-SEG-START-INT
                 IF WS-SEG-START-INT NOT > WS-SEG-END-INT
                    PERFORM 4400-ACCRUE-ONE-SEGMENT
                    COMPUTE WS-SEG-END-INT = WS-SEG-START-INT - 1
                 END-IF
                 IF WS-XFER-OLD-DEPT (WS-XFER-LATEST-SUB) = SPACES
                    SET TRANSFER-WALK-DONE TO TRUE
                 ELSE
                    MOVE WS-XFER-OLD-DEPT (WS-XFER-LATEST-SUB)
                       TO WS-SEG-DEPT
                 END-IF
              END-IF
           END-IF.

      *--------------------------------------------------------------
      * Accrue one department segment: its days less the unpaid
      * leave inside it, at a twelfth of the annual pay spread over
      * the days of the month.  An employee's segments are rounded
      * separately; a whole month in one department comes out at
      * exactly a twelfth.
      *--------------------------------------------------------------
       4400-ACCRUE-ONE-SEGMENT.
           COMPUTE WS-SEG-PAID-DAYS =
              WS-SEG-END-INT - WS-SEG-START-INT + 1
           PERFORM VARYING WS-UNPAID-SUB FROM 1 BY 1
                   UNTIL WS-UNPAID-SUB > WS-UNPAID-COUNT
               MOVE WS-UNPAID-START-INT (WS-UNPAID-SUB)
                  TO WS-OVERLAP-START-INT
               IF WS-OVERLAP-START-INT < WS-SEG-START-INT
                  MOVE WS-SEG-START-INT TO WS-OVERLAP-START-INT
               END-IF
               MOVE WS-UNPAID-END-INT (WS-UNPAID-SUB)
                  TO WS-OVERLAP-END-INT
               IF WS-OVERLAP-END-INT > WS-SEG-END-INT
                  MOVE WS-SEG-END-INT TO WS-OVERLAP-END-INT
               END-IF
               IF WS-OVERLAP-START-INT NOT > WS-OVERLAP-END-INT
                  COMPUTE WS-SEG-PAID-DAYS = WS-SEG-PAID-DAYS
                     - (WS-OVERLAP-END-INT - WS-OVERLAP-START-INT + 1)
               END-IF
           END-PERFORM
           IF WS-SEG-PAID-DAYS > ZERO
              COMPUTE WS-SEG-AMOUNT ROUNDED =
                 EMP-PAY-AMOUNT * WS-SEG-PAID-DAYS
                    / (12 * WS-DAYS-IN-MONTH)
              MOVE WS-SEG-DEPT TO WS-DEPT-LOOKUP-CODE
              PERFORM 4900-FIND-DEPARTMENT
              IF WS-DEPT-FOUND-SUB = ZERO
                 DISPLAY 'ACCRUAL NOT POSTED - EMP ' EMP-ID
                    ' DEPT ' WS-SEG-DEPT ' NOT ON REFERENCE FILE'
                 ADD 1 TO WS-UNPOSTED-COUNT
                 ADD WS-SEG-AMOUNT TO WS-UNPOSTED-AMOUNT
                 MOVE 8 TO RETURN-CODE
              ELSE
                 ADD WS-SEG-AMOUNT
                    TO WS-ACR-AMOUNT (WS-DEPT-FOUND-SUB)
                 IF WS-ACR-LAST-EMP-ID (WS-DEPT-FOUND-SUB)
                       NOT = EMP-ID
                    ADD 1 TO WS-ACR-EMPLOYEES (WS-DEPT-FOUND-SUB)
                    MOVE EMP-ID
                       TO WS-ACR-LAST-EMP-ID (WS-DEPT-FOUND-SUB)
                 END-IF
              END-IF
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
      * One group per loaded division in reference-file order, then
      * a NO DIVISION group for any department left unwritten, then
      * the grand total, the not-posted total and the trailer.
      *--------------------------------------------------------------
       5000-WRITE-JOURNAL-BODY.
           MOVE WS-ACCRUAL-MONTH TO WS-HDG-MONTH
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           MOVE WS-MONTH-END TO WS-HDG-JOURNAL-DATE
           MOVE WS-LIAB-COST-CENTER TO WS-HDG-LIAB-CC
           MOVE WS-LIAB-ACCOUNT TO WS-HDG-LIAB-ACCT
           WRITE JOURNAL-REGISTER-LINE FROM WS-REPORT-HEADING-1
           WRITE JOURNAL-REGISTER-LINE FROM WS-REPORT-HEADING-2
           WRITE JOURNAL-REGISTER-LINE FROM WS-REPORT-HEADING-3
           MOVE 'JOURNAL-REGISTER-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           PERFORM 5100-WRITE-ONE-DIVISION
               VARYING WS-DIV-SUB FROM 1 BY 1
               UNTIL WS-DIV-SUB > WS-DIVISION-COUNT
           PERFORM 5300-WRITE-NO-DIVISION-GROUP
           MOVE SPACES TO WS-REPORT-DETAIL-LINE
           MOVE 'GRAND TOTAL' TO WS-DTL-DESC
           MOVE WS-GRAND-DEBITS TO WS-DTL-DEBIT
           MOVE WS-GRAND-CREDITS TO WS-DTL-CREDIT
           IF WS-GRAND-DEBITS = WS-GRAND-CREDITS
              MOVE 'BALANCED' TO WS-DTL-FLAG
           ELSE
              MOVE 'OUT OF BALANCE' TO WS-DTL-FLAG
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 5900-WRITE-REGISTER-LINE
           PERFORM 5700-WRITE-JOURNAL-TRAILER
           PERFORM 5800-WRITE-RUN-SUMMARY.

       5100-WRITE-ONE-DIVISION.
           MOVE WS-DIVISION-ENTRY (WS-DIV-SUB) TO WS-DIV-CODE
           MOVE WS-DIVISION-DESC (WS-DIV-SUB) TO WS-DIV-DESC
           MOVE WS-DIVISION-ENTRY (WS-DIV-SUB) TO WS-GROUP-DIVISION
           WRITE JOURNAL-REGISTER-LINE FROM WS-REPORT-DIVISION-LINE
           MOVE 'JOURNAL-REGISTER-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           PERFORM 5050-CLEAR-DIVISION-TOTALS
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               IF WS-DEPT-DIVISION (WS-DEPT-SUB) =
                     WS-DIVISION-ENTRY (WS-DIV-SUB)
                  PERFORM 5200-WRITE-ONE-DEPARTMENT
               END-IF
           END-PERFORM
           PERFORM 5250-WRITE-DIVISION-OFFSET.

       5050-CLEAR-DIVISION-TOTALS.
           MOVE ZERO TO WS-DIV-EXPENSE-DEBITS
           MOVE ZERO TO WS-DIV-EXPENSE-CREDITS
           MOVE ZERO TO WS-DIV-DEBITS
           MOVE ZERO TO WS-DIV-CREDITS.

      *--------------------------------------------------------------
      * The department's accrual line, then one line per retro
      * adjustment charged to it.  Both need the department's GL
      * mapping; without it they print NOT POSTED instead.
      *--------------------------------------------------------------
       5200-WRITE-ONE-DEPARTMENT.
           MOVE 'Y' TO WS-ACR-REPORTED (WS-DEPT-SUB)
           IF WS-DEPT-GL-COST-CENTER (WS-DEPT-SUB) = SPACES
              OR WS-DEPT-GL-ACCOUNT (WS-DEPT-SUB) = SPACES
              SET LINE-NOT-MAPPED TO TRUE
           ELSE
              SET LINE-CAN-POST TO TRUE
           END-IF
           IF WS-ACR-AMOUNT (WS-DEPT-SUB) > ZERO
              PERFORM 5400-SET-DEPARTMENT-LINE
              SET GLJ-LINE-ACCRUAL TO TRUE
              SET GLJ-DEBIT TO TRUE
              MOVE WS-ACR-AMOUNT (WS-DEPT-SUB) TO GLJ-AMOUNT
              MOVE WS-ACR-EMPLOYEES (WS-DEPT-SUB) TO GLJ-EMP-COUNT
              STRING 'SALARY ACCRUAL DEPT ' DELIMITED BY SIZE
                     WS-DEPT-ENTRY (WS-DEPT-SUB) DELIMITED BY SIZE
                 INTO GLJ-DESCRIPTION
              END-STRING
              MOVE 'ACCRUAL' TO WS-LINE-LABEL
              PERFORM 5500-WRITE-JOURNAL-LINE
           END-IF
           PERFORM 5210-WRITE-DEPT-RETRO-LINE
               VARYING WS-RTR-SUB FROM 1 BY 1
               UNTIL WS-RTR-SUB > WS-RETRO-COUNT.

       5210-WRITE-DEPT-RETRO-LINE.
           IF WS-RTR-DEPT-SUB (WS-RTR-SUB) = WS-DEPT-SUB
              AND WS-RTR-AMOUNT (WS-RTR-SUB) > ZERO
              PERFORM 5400-SET-DEPARTMENT-LINE
              SET GLJ-LINE-RETRO TO TRUE
              IF WS-RTR-SIGN (WS-RTR-SUB) = '-'
                 SET GLJ-CREDIT TO TRUE
              ELSE
                 SET GLJ-DEBIT TO TRUE
              END-IF
              MOVE WS-RTR-AMOUNT (WS-RTR-SUB) TO GLJ-AMOUNT
              MOVE 1 TO GLJ-EMP-COUNT
              STRING 'RETRO PAY ' DELIMITED BY SIZE
                     WS-RTR-EMP-ID (WS-RTR-SUB) DELIMITED BY SIZE
                     ' EFF ' DELIMITED BY SIZE
                     WS-RTR-EFF-DATE (WS-RTR-SUB) DELIMITED BY SIZE
                 INTO GLJ-DESCRIPTION
              END-STRING
              MOVE 'RETRO' TO WS-LINE-LABEL
              PERFORM 5500-WRITE-JOURNAL-LINE
           END-IF.

      *--------------------------------------------------------------
      * Balance the division: its expense debits are credited to
      * accrued salaries, and its expense credits (over-payments
      * being recovered) debited back, then print the division's
      * debit and credit totals and roll them into the grand total.
      *--------------------------------------------------------------
       5250-WRITE-DIVISION-OFFSET.
           SET LINE-CAN-POST TO TRUE
           IF WS-DIV-EXPENSE-DEBITS > ZERO
              PERFORM 5450-SET-LIABILITY-LINE
              SET GLJ-CREDIT TO TRUE
              MOVE WS-DIV-EXPENSE-DEBITS TO GLJ-AMOUNT
              STRING 'ACCRUED SALARIES DIV ' DELIMITED BY SIZE
                     WS-GROUP-DIVISION DELIMITED BY SIZE
                 INTO GLJ-DESCRIPTION
              END-STRING
              PERFORM 5500-WRITE-JOURNAL-LINE
           END-IF
           IF WS-DIV-EXPENSE-CREDITS > ZERO
              PERFORM 5450-SET-LIABILITY-LINE
              SET GLJ-DEBIT TO TRUE
              MOVE WS-DIV-EXPENSE-CREDITS TO GLJ-AMOUNT
              STRING 'RETRO RECOVERY DIV ' DELIMITED BY SIZE
                     WS-GROUP-DIVISION DELIMITED BY SIZE
                 INTO GLJ-DESCRIPTION
              END-STRING
              PERFORM 5500-WRITE-JOURNAL-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-DETAIL-LINE
           STRING 'DIVISION ' DELIMITED BY SIZE
                  WS-GROUP-DIVISION DELIMITED BY SIZE
                  ' TOTAL' DELIMITED BY SIZE
              INTO WS-DTL-DESC
           END-STRING
           MOVE WS-DIV-DEBITS TO WS-DTL-DEBIT
           MOVE WS-DIV-CREDITS TO WS-DTL-CREDIT
           IF WS-DIV-DEBITS NOT = WS-DIV-CREDITS
              MOVE 'OUT OF BALANCE' TO WS-DTL-FLAG
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 5900-WRITE-REGISTER-LINE
           ADD WS-DIV-DEBITS TO WS-GRAND-DEBITS
           ADD WS-DIV-CREDITS TO WS-GRAND-CREDITS.

      *--------------------------------------------------------------
      * Departments with a blank REF-PARENT-DIVISION, or one naming
      * a division that is no longer on the loaded table, were never
      * claimed by the division loop above - they are written here,
      * balanced by liability lines with no division, so the file
      * accounts for every department.
      *--------------------------------------------------------------
       5300-WRITE-NO-DIVISION-GROUP.
           MOVE ZERO TO WS-DIV-DEPTS-LEFT
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               IF WS-ACR-REPORTED (WS-DEPT-SUB) NOT = 'Y'
                  ADD 1 TO WS-DIV-DEPTS-LEFT
               END-IF
           END-PERFORM
           IF WS-DIV-DEPTS-LEFT > ZERO
              MOVE SPACES TO WS-DIV-CODE
              MOVE 'NO DIVISION ASSIGNED' TO WS-DIV-DESC
              MOVE SPACES TO WS-GROUP-DIVISION
              WRITE JOURNAL-REGISTER-LINE FROM WS-REPORT-DIVISION-LINE
              PERFORM 5050-CLEAR-DIVISION-TOTALS
              PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                      UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                  IF WS-ACR-REPORTED (WS-DEPT-SUB) NOT = 'Y'
                     PERFORM 5200-WRITE-ONE-DEPARTMENT
                  END-IF
              END-PERFORM
              PERFORM 5250-WRITE-DIVISION-OFFSET
           END-IF.

       5400-SET-DEPARTMENT-LINE.
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE WS-GROUP-DIVISION TO GLJ-DIVISION
           MOVE WS-DEPT-GL-COST-CENTER (WS-DEPT-SUB) TO GLJ-COST-CENTER
           MOVE WS-DEPT-GL-ACCOUNT (WS-DEPT-SUB) TO GLJ-ACCOUNT
           MOVE WS-DEPT-ENTRY (WS-DEPT-SUB) TO GLJ-DEPT-CODE.

       5450-SET-LIABILITY-LINE.
           MOVE SPACES TO GL-JOURNAL-RECORD
           SET GLJ-LINE-LIABILITY TO TRUE
           MOVE WS-GROUP-DIVISION TO GLJ-DIVISION
           MOVE WS-LIAB-COST-CENTER TO GLJ-COST-CENTER
           MOVE WS-LIAB-ACCOUNT TO GLJ-ACCOUNT
           MOVE ZERO TO GLJ-EMP-COUNT
           MOVE 'LIABILITY' TO WS-LINE-LABEL.

      *--------------------------------------------------------------
      * Write one detail line (the caller has filled the body) to
      * the journal and the register.  A department line with no
      * GL mapping goes to the register only, flagged, and into the
      * not-posted total instead of the division's figures - so the
      * liability offset never balances money the journal does not
      * carry.
      *--------------------------------------------------------------
       5500-WRITE-JOURNAL-LINE.
           MOVE SPACES TO WS-REPORT-DETAIL-LINE
           MOVE WS-LINE-LABEL TO WS-DTL-TYPE
           MOVE GLJ-DEPT-CODE TO WS-DTL-DEPT
           MOVE GLJ-COST-CENTER TO WS-DTL-COST-CENTER
           MOVE GLJ-ACCOUNT TO WS-DTL-ACCOUNT
           MOVE GLJ-DESCRIPTION TO WS-DTL-DESC
           MOVE GLJ-EMP-COUNT TO WS-DTL-COUNT
           IF GLJ-DEBIT
              MOVE GLJ-AMOUNT TO WS-DTL-DEBIT
              MOVE ZERO TO WS-DTL-CREDIT
           ELSE
              MOVE ZERO TO WS-DTL-DEBIT
              MOVE GLJ-AMOUNT TO WS-DTL-CREDIT
           END-IF
           IF LINE-NOT-MAPPED
              MOVE 'NOT POSTED' TO WS-DTL-FLAG
              ADD 1 TO WS-UNPOSTED-COUNT
              ADD GLJ-AMOUNT TO WS-UNPOSTED-AMOUNT
              MOVE 8 TO RETURN-CODE
           ELSE
              SET GLJ-TYPE-DETAIL TO TRUE
              MOVE WS-ACCRUAL-MONTH TO GLJ-PERIOD
              MOVE WS-MONTH-END TO GLJ-JOURNAL-DATE
              WRITE GL-JOURNAL-FILE-RECORD FROM GL-JOURNAL-RECORD
              MOVE 'GL-JOURNAL-FILE' TO WS-CHECK-FILE-NAME
              MOVE WS-JOURNAL-STATUS TO WS-CHECK-STATUS-CODE
              PERFORM 1900-CHECK-FILE-STATUS
              ADD 1 TO WS-JOURNAL-LINE-COUNT
              IF GLJ-DEBIT
                 ADD GLJ-AMOUNT TO WS-DIV-DEBITS
                 IF NOT GLJ-LINE-LIABILITY
                    ADD GLJ-AMOUNT TO WS-DIV-EXPENSE-DEBITS
                 END-IF
              ELSE
                 ADD GLJ-AMOUNT TO WS-DIV-CREDITS
                 IF NOT GLJ-LINE-LIABILITY
                    ADD GLJ-AMOUNT TO WS-DIV-EXPENSE-CREDITS
                 END-IF
              END-IF
           END-IF
           PERFORM 5900-WRITE-REGISTER-LINE.

      *--------------------------------------------------------------
      * The control trailer carries the grand totals the register
      * just printed, so the two always tie.
      *--------------------------------------------------------------
       5700-WRITE-JOURNAL-TRAILER.
           MOVE SPACES TO GL-JOURNAL-RECORD
           SET GLJ-TYPE-TRAILER TO TRUE
           MOVE WS-ACCRUAL-MONTH TO GLJ-PERIOD
           MOVE WS-JOURNAL-LINE-COUNT TO GLJ-TRL-LINE-COUNT
           MOVE WS-GRAND-DEBITS TO GLJ-TRL-TOTAL-DEBITS
           MOVE WS-GRAND-CREDITS TO GLJ-TRL-TOTAL-CREDITS
           MOVE WS-CURRENT-TIMESTAMP (1:14) TO GLJ-TRL-RUN-TIMESTAMP
           WRITE GL-JOURNAL-FILE-RECORD FROM GL-JOURNAL-RECORD
           MOVE 'GL-JOURNAL-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-JOURNAL-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS.

       5800-WRITE-RUN-SUMMARY.
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           WRITE JOURNAL-REGISTER-LINE FROM WS-REPORT-TEXT-LINE
           MOVE WS-JOURNAL-LINE-COUNT TO WS-EDIT-COUNT
           STRING 'JOURNAL LINES WRITTEN:      ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO WS-REPORT-TEXT-LINE
           END-STRING
           WRITE JOURNAL-REGISTER-LINE FROM WS-REPORT-TEXT-LINE
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           MOVE WS-EMPLOYEES-ACCRUED TO WS-EDIT-COUNT
           STRING 'EMPLOYEES ACCRUED:          ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO WS-REPORT-TEXT-LINE
           END-STRING
           WRITE JOURNAL-REGISTER-LINE FROM WS-REPORT-TEXT-LINE
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           MOVE WS-EMPLOYEES-PRORATED TO WS-EDIT-COUNT
           STRING '  OF WHICH PART MONTH:      ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO WS-REPORT-TEXT-LINE
           END-STRING
           WRITE JOURNAL-REGISTER-LINE FROM WS-REPORT-TEXT-LINE
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           MOVE WS-RETRO-IN-MONTH TO WS-EDIT-COUNT
           STRING 'RETRO ADJUSTMENTS IN MONTH: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO WS-REPORT-TEXT-LINE
           END-STRING
           WRITE JOURNAL-REGISTER-LINE FROM WS-REPORT-TEXT-LINE
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           MOVE WS-UNPOSTED-COUNT TO WS-EDIT-COUNT
           MOVE WS-UNPOSTED-AMOUNT TO WS-EDIT-AMOUNT
           STRING 'NOT POSTED - SEE CONSOLE:   ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  '   AMOUNT ' DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
              INTO WS-REPORT-TEXT-LINE
           END-STRING
           WRITE JOURNAL-REGISTER-LINE FROM WS-REPORT-TEXT-LINE
           MOVE 'JOURNAL-REGISTER-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS.

       5900-WRITE-REGISTER-LINE.
           WRITE JOURNAL-REGISTER-LINE FROM WS-REPORT-DETAIL-LINE
           MOVE 'JOURNAL-REGISTER-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS.

       9000-TERMINATION.
           DISPLAY 'GL-ACCRUAL MONTH: ' WS-ACCRUAL-MONTH
           DISPLAY 'GL-ACCRUAL MASTER RECORDS READ: ' WS-MASTER-READ
           DISPLAY 'GL-ACCRUAL EMPLOYEES ACCRUED: '
              WS-EMPLOYEES-ACCRUED
           DISPLAY 'GL-ACCRUAL PART-MONTH EMPLOYEES: '
              WS-EMPLOYEES-PRORATED
           DISPLAY 'GL-ACCRUAL AUDIT ROWS READ: ' WS-AUDIT-ROWS-READ
           DISPLAY 'GL-ACCRUAL TRANSFER ROWS KEPT: ' WS-XFER-COUNT
           DISPLAY 'GL-ACCRUAL RETRO ROWS READ: ' WS-RETRO-ROWS-READ
           DISPLAY 'GL-ACCRUAL RETRO ROWS IN MONTH: '
              WS-RETRO-IN-MONTH
           DISPLAY 'GL-ACCRUAL JOURNAL LINES: ' WS-JOURNAL-LINE-COUNT
           DISPLAY 'GL-ACCRUAL TOTAL DEBITS: ' WS-GRAND-DEBITS
           DISPLAY 'GL-ACCRUAL TOTAL CREDITS: ' WS-GRAND-CREDITS
           DISPLAY 'GL-ACCRUAL ITEMS NOT POSTED: ' WS-UNPOSTED-COUNT
           CLOSE EMPLOYEE-MASTER-FILE
                 LEAVE-HISTORY-FILE
                 AUDIT-LOG-FILE
                 RETRO-ADJUSTMENT-FILE
                 PARAMETER-FILE
                 GL-JOURNAL-FILE
                 JOURNAL-REGISTER-FILE.

       COPY EMPRLOD.

       COPY EMPRSTO.
