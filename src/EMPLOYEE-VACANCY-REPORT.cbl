      *--------------------------------------------------------------
      * Position-control (vacancy) report: each department's
      * authorized headcount and salary budget from its 'D' row on
      * the reference file, set against what the master actually
      * holds - active and on-leave employees (both occupy a post)
      * and the EMP-PAY-AMOUNT they carry.  Grouped division, then
      * department within division, the same way the division
      * rollup is, with division subtotals and a grand total, so
      * finance and HR read one set of figures instead of
      * reconciling a spreadsheet.  A department under position
      * control shows its open vacancies (authorized less filled)
      * or its over-establishment (filled beyond authorized); one
      * with no authorized headcount on its row is flagged NO CTRL
      * and shows neither.  The budget variance is the authorized
      * budget less the annual pay actually carried, printed only
      * where a budget has been set.  Departments with no (or a
      * retired) division fall into a NO DIVISION group, and
      * employees whose department is not on the reference table
      * are totalled on their own line.
      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-VACANCY-REPORT.
       AUTHOR. ALEXANDRIA.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. AUTHORIZED VERSUS ACTUAL HEADCOUNT AND PAY BY
           DIVISION AND DEPARTMENT - VACANCIES AND OVER-ESTABLISHMENT.

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

           SELECT VACANCY-REPORT-FILE ASSIGN TO EMPVCRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPREC.

       FD  REFERENCE-CODE-FILE.
           COPY EMPRCOD.

       FD  VACANCY-REPORT-FILE.
       01  VACANCY-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
           COPY EMPCODE.

       01  WS-FILE-STATUSES.
           05  WS-EMPMAST-STATUS           PIC X(2).
           05  WS-REFCODE-STATUS           PIC X(2).
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

       01  WS-RUN-CONTROLS.
           05  WS-CURRENT-TIMESTAMP        PIC X(21).

       01  WS-SCAN-COUNTERS.
           05  WS-RECORDS-READ             PIC 9(9) VALUE ZERO.
           05  WS-UNKNOWN-DEPT-ACTIVE      PIC 9(7) VALUE ZERO.
           05  WS-UNKNOWN-DEPT-ON-LEAVE    PIC 9(7) VALUE ZERO.
           05  WS-UNKNOWN-DEPT-PAY         PIC 9(11)V99 VALUE ZERO.

      *--------------------------------------------------------------
      * One tally row per loaded department, in table order next to
      * WS-VALID-DEPT-TABLE so the same subscript reads both (the
      * authorized figures come straight from that table).  The
      * reported flag marks departments already printed under their
      * division, leaving the remainder for the NO DIVISION group.
      *--------------------------------------------------------------
       01  WS-VACANCY-TABLE.
           05  WS-VAC-DEPT-DETAIL          OCCURS 50 TIMES.
               10  WS-VAC-ACTIVE           PIC 9(7).
               10  WS-VAC-ON-LEAVE         PIC 9(7).
               10  WS-VAC-PAY-TOTAL        PIC 9(11)V99.
               10  WS-VAC-REPORTED         PIC X(1).

      *--------------------------------------------------------------
      * Per-department figures worked out at print time, and one
      * set of accumulators each for the division being printed and
      * the whole report.  Vacancies and over-establishment are
      * summed department by department, never netted - a surplus
      * in one department does not fill a post in another.
      *--------------------------------------------------------------
       01  WS-VACANCY-WORK.
           05  WS-DIV-SUB                  PIC 9(2) COMP.
           05  WS-DEPT-SUB                 PIC 9(2) COMP.
           05  WS-DIV-DEPTS-WRITTEN        PIC 9(2) COMP.
           05  WS-WORK-FILLED              PIC 9(7).
           05  WS-WORK-VACANT              PIC 9(7).
           05  WS-WORK-OVER                PIC 9(7).
           05  WS-WORK-VARIANCE            PIC S9(11)V99.

       01  WS-DIVISION-TOTALS.
           05  WS-DIV-AUTH                 PIC 9(7).
           05  WS-DIV-ACTIVE               PIC 9(7).
           05  WS-DIV-ON-LEAVE             PIC 9(7).
           05  WS-DIV-FILLED               PIC 9(7).
           05  WS-DIV-VACANT               PIC 9(7).
           05  WS-DIV-OVER                 PIC 9(7).
           05  WS-DIV-BUDGET               PIC 9(11).
           05  WS-DIV-PAY-TOTAL            PIC 9(11)V99.
           05  WS-DIV-VARIANCE             PIC S9(11)V99.

       01  WS-GRAND-TOTALS.
           05  WS-GRAND-AUTH               PIC 9(7) VALUE ZERO.
           05  WS-GRAND-ACTIVE             PIC 9(7) VALUE ZERO.
           05  WS-GRAND-ON-LEAVE           PIC 9(7) VALUE ZERO.
           05  WS-GRAND-FILLED             PIC 9(7) VALUE ZERO.
           05  WS-GRAND-VACANT             PIC 9(7) VALUE ZERO.
           05  WS-GRAND-OVER               PIC 9(7) VALUE ZERO.
           05  WS-GRAND-BUDGET             PIC 9(11) VALUE ZERO.
           05  WS-GRAND-PAY-TOTAL          PIC 9(11)V99 VALUE ZERO.
           05  WS-GRAND-VARIANCE           PIC S9(11)V99 VALUE ZERO.

       01  WS-REPORT-HEADING-1.
           05  FILLER                      PIC X(34)
               VALUE 'EMPLOYEE-VACANCY-REPORT'.
           05  FILLER                      PIC X(30)
               VALUE 'POSITION CONTROL BY DIVISION'.
           05  FILLER                      PIC X(8) VALUE 'RUN DATE'.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-HDG-RUN-DATE             PIC X(8).

       01  WS-REPORT-HEADING-2.
           05  FILLER                      PIC X(15) VALUE SPACES.
           05  FILLER                      PIC X(8) VALUE '    AUTH'.
           05  FILLER                      PIC X(8) VALUE '  ACTIVE'.
           05  FILLER                      PIC X(8) VALUE '   LEAVE'.
           05  FILLER                      PIC X(8) VALUE '  FILLED'.
           05  FILLER                      PIC X(8) VALUE '  VACANT'.
           05  FILLER                      PIC X(8) VALUE '    OVER'.
           05  FILLER                      PIC X(15)
               VALUE '         BUDGET'.
           05  FILLER                      PIC X(18)
               VALUE '        ACTUAL PAY'.
           05  FILLER                      PIC X(19)
               VALUE ' BUDGET LESS ACTUAL'.

       01  WS-REPORT-DIVISION-LINE.
           05  FILLER                      PIC X(9)
               VALUE 'DIVISION '.
           05  WS-DIV-CODE                 PIC X(4).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DIV-DESC                 PIC X(30).

       01  WS-REPORT-DETAIL-LINE.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  FILLER                      PIC X(5) VALUE 'DEPT '.
           05  WS-DTL-DEPT-CODE            PIC X(4).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-DTL-AUTH                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-DTL-ACTIVE               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-DTL-ON-LEAVE             PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-DTL-FILLED               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-DTL-VACANT               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-DTL-OVER                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-DTL-BUDGET               PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-DTL-PAY-TOTAL            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-DTL-VARIANCE             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-FLAG                 PIC X(8).

       01  WS-REPORT-TOTAL-LINE.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-TOT-LABEL                PIC X(10).
           05  WS-TOT-DIV-CODE             PIC X(4).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-TOT-AUTH                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-TOT-ACTIVE               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-TOT-ON-LEAVE             PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-TOT-FILLED               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-TOT-VACANT               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-TOT-OVER                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-TOT-BUDGET               PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-TOT-PAY-TOTAL            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-TOT-VARIANCE             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-REPORT-TEXT-LINE             PIC X(132).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZATION
           IF REFERENCE-TABLES-LOADED
              PERFORM 2000-TALLY-ONE-EMPLOYEE
                  UNTIL END-OF-MASTER
              PERFORM 5000-WRITE-VACANCY-BODY
           END-IF
           PERFORM 9000-TERMINATION
           STOP RUN.

       1000-INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           OPEN INPUT EMPLOYEE-MASTER-FILE
           MOVE 'EMPLOYEE-MASTER-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-EMPMAST-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           OPEN OUTPUT VACANCY-REPORT-FILE
           MOVE 'VACANCY-REPORT-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           MOVE WS-CURRENT-TIMESTAMP (1:8) TO WS-REFERENCE-LOAD-DATE
           PERFORM 0500-LOAD-REFERENCE-TABLES
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               MOVE ZERO TO WS-VAC-ACTIVE (WS-DEPT-SUB)
               MOVE ZERO TO WS-VAC-ON-LEAVE (WS-DEPT-SUB)
               MOVE ZERO TO WS-VAC-PAY-TOTAL (WS-DEPT-SUB)
               MOVE 'N' TO WS-VAC-REPORTED (WS-DEPT-SUB)
           END-PERFORM
           MOVE WS-CURRENT-TIMESTAMP (1:8) TO WS-HDG-RUN-DATE
           WRITE VACANCY-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE VACANCY-REPORT-LINE FROM WS-REPORT-HEADING-2
           MOVE 'VACANCY-REPORT-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS.

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
      * A failed read drives neither AT END nor NOT AT END, so the
      * scan also stops on any non-'00' status rather than spinning
      * on a file that will never deliver a record.  Terminated
      * employees hold no post and are not counted.
      *--------------------------------------------------------------
       2000-TALLY-ONE-EMPLOYEE.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                  SET END-OF-MASTER TO TRUE
               NOT AT END
                  ADD 1 TO WS-RECORDS-READ
                  IF EMP-STATUS-ACTIVE OR EMP-STATUS-ON-LEAVE
                     PERFORM 2100-TALLY-INTO-DEPARTMENT
                  END-IF
           END-READ
           IF WS-EMPMAST-STATUS NOT = '00' AND NOT = '10'
              MOVE 'EMPLOYEE-MASTER-FILE' TO WS-CHECK-FILE-NAME
              MOVE WS-EMPMAST-STATUS TO WS-CHECK-STATUS-CODE
              PERFORM 1900-CHECK-FILE-STATUS
              SET END-OF-MASTER TO TRUE
           END-IF.

       2100-TALLY-INTO-DEPARTMENT.
           MOVE ZERO TO WS-DEPT-SUB
           PERFORM VARYING WS-TABLE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-TABLE-SUBSCRIPT > WS-DEPT-COUNT
               IF EMP-DEPT-CODE = WS-DEPT-ENTRY (WS-TABLE-SUBSCRIPT)
                  MOVE WS-TABLE-SUBSCRIPT TO WS-DEPT-SUB
                  SET WS-TABLE-SUBSCRIPT TO 99
               END-IF
           END-PERFORM
           IF WS-DEPT-SUB = ZERO
              IF EMP-STATUS-ACTIVE
                 ADD 1 TO WS-UNKNOWN-DEPT-ACTIVE
              ELSE
                 ADD 1 TO WS-UNKNOWN-DEPT-ON-LEAVE
              END-IF
              ADD EMP-PAY-AMOUNT TO WS-UNKNOWN-DEPT-PAY
           ELSE
              IF EMP-STATUS-ACTIVE
                 ADD 1 TO WS-VAC-ACTIVE (WS-DEPT-SUB)
              ELSE
                 ADD 1 TO WS-VAC-ON-LEAVE (WS-DEPT-SUB)
              END-IF
              ADD EMP-PAY-AMOUNT TO WS-VAC-PAY-TOTAL (WS-DEPT-SUB)
           END-IF.

      *--------------------------------------------------------------
      * One group per loaded division in reference-file order, then
      * a NO DIVISION group for any department left unreported, then
      * the employees whose department code resolved to nothing at
      * all, then the grand total.
      *--------------------------------------------------------------
       5000-WRITE-VACANCY-BODY.
           PERFORM 5100-WRITE-ONE-DIVISION
               VARYING WS-DIV-SUB FROM 1 BY 1
               UNTIL WS-DIV-SUB > WS-DIVISION-COUNT
           PERFORM 5300-WRITE-NO-DIVISION-GROUP
           IF WS-UNKNOWN-DEPT-ACTIVE > ZERO
              OR WS-UNKNOWN-DEPT-ON-LEAVE > ZERO
              PERFORM 5400-WRITE-UNKNOWN-DEPT-LINE
           END-IF
           MOVE 'GRAND TOT' TO WS-TOT-LABEL
           MOVE SPACES TO WS-TOT-DIV-CODE
           MOVE WS-GRAND-AUTH TO WS-TOT-AUTH
           MOVE WS-GRAND-ACTIVE TO WS-TOT-ACTIVE
           MOVE WS-GRAND-ON-LEAVE TO WS-TOT-ON-LEAVE
           MOVE WS-GRAND-FILLED TO WS-TOT-FILLED
           MOVE WS-GRAND-VACANT TO WS-TOT-VACANT
           MOVE WS-GRAND-OVER TO WS-TOT-OVER
           MOVE WS-GRAND-BUDGET TO WS-TOT-BUDGET
           MOVE WS-GRAND-PAY-TOTAL TO WS-TOT-PAY-TOTAL
           MOVE WS-GRAND-VARIANCE TO WS-TOT-VARIANCE
           WRITE VACANCY-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
           MOVE 'VACANCY-REPORT-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS.

      *--------------------------------------------------------------
      * Every department owned by the division prints, empty ones
      * included - an authorized department with nobody in it is
      * exactly the vacancy this report exists to show.
      *--------------------------------------------------------------
       5100-WRITE-ONE-DIVISION.
           MOVE WS-DIVISION-ENTRY (WS-DIV-SUB) TO WS-DIV-CODE
           MOVE WS-DIVISION-DESC (WS-DIV-SUB) TO WS-DIV-DESC
           WRITE VACANCY-REPORT-LINE FROM WS-REPORT-DIVISION-LINE
           MOVE 'VACANCY-REPORT-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           INITIALIZE WS-DIVISION-TOTALS
           MOVE ZERO TO WS-DIV-DEPTS-WRITTEN
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               IF WS-DEPT-DIVISION (WS-DEPT-SUB) =
                     WS-DIVISION-ENTRY (WS-DIV-SUB)
                  PERFORM 5200-WRITE-ONE-DEPARTMENT
               END-IF
           END-PERFORM
           MOVE WS-DIVISION-ENTRY (WS-DIV-SUB) TO WS-TOT-DIV-CODE
           PERFORM 5250-WRITE-DIVISION-TOTAL.

      *--------------------------------------------------------------
      * Filled is active plus on-leave.  Vacancies and over-
      * establishment are only meaningful against an authorized
      * headcount; the variance only against an authorized budget.
      *--------------------------------------------------------------
       5200-WRITE-ONE-DEPARTMENT.
           MOVE 'Y' TO WS-VAC-REPORTED (WS-DEPT-SUB)
           ADD 1 TO WS-DIV-DEPTS-WRITTEN
           COMPUTE WS-WORK-FILLED = WS-VAC-ACTIVE (WS-DEPT-SUB)
                                  + WS-VAC-ON-LEAVE (WS-DEPT-SUB)
           MOVE ZERO TO WS-WORK-VACANT
           MOVE ZERO TO WS-WORK-OVER
           MOVE ZERO TO WS-WORK-VARIANCE
           MOVE SPACES TO WS-DTL-FLAG
           IF WS-DEPT-AUTH-HEADCOUNT (WS-DEPT-SUB) = ZERO
              MOVE 'NO CTRL' TO WS-DTL-FLAG
           ELSE
              IF WS-WORK-FILLED < WS-DEPT-AUTH-HEADCOUNT (WS-DEPT-SUB)
                 COMPUTE WS-WORK-VACANT =
                    WS-DEPT-AUTH-HEADCOUNT (WS-DEPT-SUB)
                       - WS-WORK-FILLED
                 MOVE 'VACANCY' TO WS-DTL-FLAG
              END-IF
              IF WS-WORK-FILLED > WS-DEPT-AUTH-HEADCOUNT (WS-DEPT-SUB)
                 COMPUTE WS-WORK-OVER = WS-WORK-FILLED
                    - WS-DEPT-AUTH-HEADCOUNT (WS-DEPT-SUB)
                 MOVE 'OVER EST' TO WS-DTL-FLAG
              END-IF
           END-IF
           IF WS-DEPT-AUTH-BUDGET (WS-DEPT-SUB) > ZERO
              COMPUTE WS-WORK-VARIANCE =
                 WS-DEPT-AUTH-BUDGET (WS-DEPT-SUB)
                    - WS-VAC-PAY-TOTAL (WS-DEPT-SUB)
              IF WS-WORK-VARIANCE < ZERO
                 AND WS-DTL-FLAG = SPACES
                 MOVE 'OVER BUD' TO WS-DTL-FLAG
              END-IF
           END-IF
           ADD WS-DEPT-AUTH-HEADCOUNT (WS-DEPT-SUB) TO WS-DIV-AUTH
           ADD WS-VAC-ACTIVE (WS-DEPT-SUB) TO WS-DIV-ACTIVE
           ADD WS-VAC-ON-LEAVE (WS-DEPT-SUB) TO WS-DIV-ON-LEAVE
           ADD WS-WORK-FILLED TO WS-DIV-FILLED
           ADD WS-WORK-VACANT TO WS-DIV-VACANT
           ADD WS-WORK-OVER TO WS-DIV-OVER
           ADD WS-DEPT-AUTH-BUDGET (WS-DEPT-SUB) TO WS-DIV-BUDGET
           ADD WS-VAC-PAY-TOTAL (WS-DEPT-SUB) TO WS-DIV-PAY-TOTAL
           ADD WS-WORK-VARIANCE TO WS-DIV-VARIANCE
           MOVE WS-DEPT-ENTRY (WS-DEPT-SUB) TO WS-DTL-DEPT-CODE
           MOVE WS-DEPT-AUTH-HEADCOUNT (WS-DEPT-SUB) TO WS-DTL-AUTH
           MOVE WS-VAC-ACTIVE (WS-DEPT-SUB) TO WS-DTL-ACTIVE
           MOVE WS-VAC-ON-LEAVE (WS-DEPT-SUB) TO WS-DTL-ON-LEAVE
           MOVE WS-WORK-FILLED TO WS-DTL-FILLED
           MOVE WS-WORK-VACANT TO WS-DTL-VACANT
           MOVE WS-WORK-OVER TO WS-DTL-OVER
           MOVE WS-DEPT-AUTH-BUDGET (WS-DEPT-SUB) TO WS-DTL-BUDGET
           MOVE WS-VAC-PAY-TOTAL (WS-DEPT-SUB) TO WS-DTL-PAY-TOTAL
           MOVE WS-WORK-VARIANCE TO WS-DTL-VARIANCE
           WRITE VACANCY-REPORT-LINE FROM WS-REPORT-DETAIL-LINE
           MOVE 'VACANCY-REPORT-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS.

      *--------------------------------------------------------------
      * Print the division's subtotal (the caller has set the
      * division code) and roll it into the grand total.
      *--------------------------------------------------------------
       5250-WRITE-DIVISION-TOTAL.
           MOVE 'DIV TOTAL' TO WS-TOT-LABEL
           MOVE WS-DIV-AUTH TO WS-TOT-AUTH
           MOVE WS-DIV-ACTIVE TO WS-TOT-ACTIVE
           MOVE WS-DIV-ON-LEAVE TO WS-TOT-ON-LEAVE
           MOVE WS-DIV-FILLED TO WS-TOT-FILLED
           MOVE WS-DIV-VACANT TO WS-TOT-VACANT
           MOVE WS-DIV-OVER TO WS-TOT-OVER
           MOVE WS-DIV-BUDGET TO WS-TOT-BUDGET
           MOVE WS-DIV-PAY-TOTAL TO WS-TOT-PAY-TOTAL
           MOVE WS-DIV-VARIANCE TO WS-TOT-VARIANCE
           WRITE VACANCY-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
           MOVE 'VACANCY-REPORT-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           ADD WS-DIV-AUTH TO WS-GRAND-AUTH
           ADD WS-DIV-ACTIVE TO WS-GRAND-ACTIVE
           ADD WS-DIV-ON-LEAVE TO WS-GRAND-ON-LEAVE
           ADD WS-DIV-FILLED TO WS-GRAND-FILLED
           ADD WS-DIV-VACANT TO WS-GRAND-VACANT
           ADD WS-DIV-OVER TO WS-GRAND-OVER
           ADD WS-DIV-BUDGET TO WS-GRAND-BUDGET
           ADD WS-DIV-PAY-TOTAL TO WS-GRAND-PAY-TOTAL
           ADD WS-DIV-VARIANCE TO WS-GRAND-VARIANCE.

      *--------------------------------------------------------------
      * Departments with a blank REF-PARENT-DIVISION, or one naming
      * a division that is no longer on the loaded table, were never
      * claimed by the division loop above - they print here so the
      * report always accounts for every authorized post.
      *--------------------------------------------------------------
       5300-WRITE-NO-DIVISION-GROUP.
           INITIALIZE WS-DIVISION-TOTALS
           MOVE ZERO TO WS-DIV-DEPTS-WRITTEN
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               IF WS-VAC-REPORTED (WS-DEPT-SUB) NOT = 'Y'
                  ADD 1 TO WS-DIV-DEPTS-WRITTEN
               END-IF
           END-PERFORM
           IF WS-DIV-DEPTS-WRITTEN > ZERO
              MOVE SPACES TO WS-DIV-CODE
              MOVE 'NO DIVISION ASSIGNED' TO WS-DIV-DESC
              WRITE VACANCY-REPORT-LINE FROM WS-REPORT-DIVISION-LINE
              MOVE 'VACANCY-REPORT-FILE' TO WS-CHECK-FILE-NAME
              MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS-CODE
              PERFORM 1900-CHECK-FILE-STATUS
              PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                      UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                  IF WS-VAC-REPORTED (WS-DEPT-SUB) NOT = 'Y'
                     PERFORM 5200-WRITE-ONE-DEPARTMENT
                  END-IF
              END-PERFORM
              MOVE SPACES TO WS-TOT-DIV-CODE
              PERFORM 5250-WRITE-DIVISION-TOTAL
           END-IF.

      *--------------------------------------------------------------
      * Employees carrying a department code that is not on the
      * reference table hold no authorized post; they are shown
      * with their pay so the grand total still ties to the master.
      *--------------------------------------------------------------
       5400-WRITE-UNKNOWN-DEPT-LINE.
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           MOVE 'DEPARTMENT NOT ON REFERENCE TABLE'
              TO WS-REPORT-TEXT-LINE
           WRITE VACANCY-REPORT-LINE FROM WS-REPORT-TEXT-LINE
           MOVE 'VACANCY-REPORT-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           MOVE '????' TO WS-DTL-DEPT-CODE
           MOVE ZERO TO WS-DTL-AUTH
           MOVE WS-UNKNOWN-DEPT-ACTIVE TO WS-DTL-ACTIVE
           MOVE WS-UNKNOWN-DEPT-ON-LEAVE TO WS-DTL-ON-LEAVE
           COMPUTE WS-WORK-FILLED = WS-UNKNOWN-DEPT-ACTIVE
                                  + WS-UNKNOWN-DEPT-ON-LEAVE
           MOVE WS-WORK-FILLED TO WS-DTL-FILLED
           MOVE ZERO TO WS-DTL-VACANT
           MOVE ZERO TO WS-DTL-OVER
           MOVE ZERO TO WS-DTL-BUDGET
           MOVE WS-UNKNOWN-DEPT-PAY TO WS-DTL-PAY-TOTAL
           MOVE ZERO TO WS-DTL-VARIANCE
           MOVE 'NO CTRL' TO WS-DTL-FLAG
           WRITE VACANCY-REPORT-LINE FROM WS-REPORT-DETAIL-LINE
           MOVE 'VACANCY-REPORT-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           ADD WS-UNKNOWN-DEPT-ACTIVE TO WS-GRAND-ACTIVE
           ADD WS-UNKNOWN-DEPT-ON-LEAVE TO WS-GRAND-ON-LEAVE
           ADD WS-WORK-FILLED TO WS-GRAND-FILLED
           ADD WS-UNKNOWN-DEPT-PAY TO WS-GRAND-PAY-TOTAL.

       9000-TERMINATION.
           DISPLAY 'VACANCY-REPORT RECORDS READ: ' WS-RECORDS-READ
           DISPLAY 'VACANCY-REPORT POSTS FILLED: ' WS-GRAND-FILLED
           DISPLAY 'VACANCY-REPORT OPEN VACANCIES: ' WS-GRAND-VACANT
           DISPLAY 'VACANCY-REPORT OVER ESTABLISHMENT: '
              WS-GRAND-OVER
           CLOSE EMPLOYEE-MASTER-FILE
                 VACANCY-REPORT-FILE.

       COPY EMPRLOD.

       COPY EMPRSTO.
