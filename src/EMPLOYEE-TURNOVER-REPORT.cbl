      *--------------------------------------------------------------
      * Quarterly turnover report - terminations by department and
      * division, broken down by termination reason and split
      * voluntary/involuntary by each reason's category on the
      * reference file, with the turnover rate against the average
      * headcount for the quarter.  Works from the audit trail and
      * the master, the same way the monthly movement report does:
      *   - terminations are the STATUS rows to T in the quarter
      *     (from ACTIVE or ON LEAVE)
      *   - the reason is the TERM-REASON row the same TRM wrote;
      *     a termination with no reason row (applied before
      *     reasons were kept) or whose reason is no longer on the
      *     reference file shows as UNCODED
      *   - hires (RECORD ADDED), rehires (STATUS T-A) and transfers
      *     (DEPT-CODE rows, out for the old department and in for
      *     the new) are tallied only to derive the opening count
      *   - headcount is every non-terminated employee, active or on
      *     leave: closing is the master's count when the report
      *     runs, opening is closing with the quarter's movements
      *     reversed out, and the average is the mean of the two
      *   - the rate is terminations over average headcount, as a
      *     percentage
      * Terminations, hires and rehires are attributed to the
      * employee's CURRENT department on the master, the same
      * approximation the movement report makes; a terminated
      * employee keeps the department they left from, so it only
      * bites for someone rehired elsewhere within the quarter.
      * Grouped division, then department within division, the way
      * the vacancy report is, with a NO DIVISION group, division
      * subtotals and a grand total; each line is followed by its
      * reason breakdown.  Run it right after the quarter closes,
      * with every AUDITLOG generation for the quarter concatenated
      * on EMPAUDT.
      * TURPARM card: QUARTER=CCYYQn (required, n = 1 to 4).
      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-TURNOVER-REPORT.
       AUTHOR. ALEXANDRIA.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. QUARTERLY TURNOVER BY DIVISION AND DEPARTMENT -
           TERMINATIONS BY REASON, VOLUNTARY VERSUS INVOLUNTARY, AND
           TURNOVER RATE AGAINST AVERAGE HEADCOUNT.

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

           SELECT AUDIT-LOG-FILE ASSIGN TO EMPAUDT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO TURPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT TURNOVER-REPORT-FILE ASSIGN TO EMPTURPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPREC.

       FD  REFERENCE-CODE-FILE.
           COPY EMPRCOD.

       FD  AUDIT-LOG-FILE.
           COPY EMPAUD.

       FD  PARAMETER-FILE.
       01  PARAMETER-CARD                  PIC X(80).

       FD  TURNOVER-REPORT-FILE.
       01  TURNOVER-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
           COPY EMPCODE.

       01  WS-FILE-STATUSES.
           05  WS-EMPMAST-STATUS           PIC X(2).
           05  WS-REFCODE-STATUS           PIC X(2).
           05  WS-AUDIT-STATUS             PIC X(2).
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
           05  WS-EOF-AUDIT                PIC X(1) VALUE 'N'.
               88  END-OF-AUDIT             VALUE 'Y'.
           05  WS-EOF-PARMS                PIC X(1) VALUE 'N'.
               88  END-OF-PARMS             VALUE 'Y'.
           05  WS-EOF-MASTER               PIC X(1) VALUE 'N'.
               88  END-OF-MASTER            VALUE 'Y'.

       01  WS-RUN-CONTROLS.
           05  WS-CURRENT-TIMESTAMP        PIC X(21).
           05  WS-REPORT-QUARTER           PIC X(6) VALUE SPACES.
           05  WS-REPORT-YEAR              PIC X(4).
           05  WS-QUARTER-NUMBER           PIC 9(1).
           05  WS-QUARTER-FIRST-MONTH      PIC 9(2).
           05  WS-QUARTER-LAST-MONTH       PIC 9(2).
           05  WS-AUDIT-MONTH              PIC 9(2).

       01  WS-SCAN-COUNTERS.
           05  WS-AUDIT-ROWS-READ          PIC 9(9) VALUE ZERO.
           05  WS-ROWS-IN-QUARTER          PIC 9(9) VALUE ZERO.
           05  WS-UNMATCHED-EMPLOYEES      PIC 9(7) VALUE ZERO.
           05  WS-UNMATCHED-DEPTS          PIC 9(7) VALUE ZERO.
           05  WS-UNMATCHED-REASONS        PIC 9(7) VALUE ZERO.

       01  WS-DEPT-SEARCH.
           05  WS-DEPT-LOOKUP-CODE         PIC X(4).
           05  WS-DEPT-FOUND-SUB           PIC 9(2) COMP.
           05  WS-TURNOVER-COLUMN          PIC 9(1).
           05  WS-REASON-SUB               PIC 9(2) COMP.

      *--------------------------------------------------------------
      * Turnover tallies, parallel to the loaded department table -
      * entry N here is WS-DEPT-ENTRY (N).  Column subscripts:
      * 1 hires, 2 rehires, 3 terminations, 4 transfers in,
      * 5 transfers out, 6 closing headcount, 7 voluntary,
      * 8 involuntary, 9 terminations with a reason on file.  The
      * reason counts run parallel to WS-VALID-TERM-REASON-TABLE.
      * The reported flag marks departments already printed under
      * their division, leaving the rest for the NO DIVISION group.
      *--------------------------------------------------------------
       01  WS-TURNOVER-TABLE.
           05  WS-TURN-DEPT                OCCURS 50 TIMES.
               10  WS-TURN-COUNT           PIC 9(7) OCCURS 9 TIMES.
               10  WS-TURN-REASON-COUNT    PIC 9(7) OCCURS 50 TIMES.
               10  WS-TURN-REPORTED        PIC X(1).

      *--------------------------------------------------------------
      * One set of accumulators for the division being printed and
      * one for the whole report, in the same column layout, plus
      * the set a line is printed from - a department, a division
      * total or the grand total is moved here and formatted by the
      * one paragraph so the three can never be worked out
      * differently.
      *--------------------------------------------------------------
       01  WS-DIVISION-TOTALS.
           05  WS-DIV-COUNT                PIC 9(7) OCCURS 9 TIMES.
           05  WS-DIV-REASON-COUNT         PIC 9(7) OCCURS 50 TIMES.

       01  WS-GRAND-TOTALS.
           05  WS-GRAND-COUNT              PIC 9(7) OCCURS 9 TIMES.
           05  WS-GRAND-REASON-COUNT       PIC 9(7) OCCURS 50 TIMES.

       01  WS-PRINT-TOTALS.
           05  WS-PRT-COUNT                PIC 9(7) OCCURS 9 TIMES.
           05  WS-PRT-REASON-COUNT         PIC 9(7) OCCURS 50 TIMES.

       01  WS-TURNOVER-WORK.
           05  WS-DIV-SUB                  PIC 9(2) COMP.
           05  WS-DEPT-SUB                 PIC 9(2) COMP.
           05  WS-COL-SUB                  PIC 9(2) COMP.
           05  WS-RSN-SUB                  PIC 9(2) COMP.
           05  WS-DIV-DEPTS-WRITTEN        PIC 9(2) COMP.
           05  WS-OPENING-COUNT            PIC S9(8).
           05  WS-AVERAGE-HEADCOUNT        PIC S9(8)V9.
           05  WS-UNCODED-COUNT            PIC S9(8).
           05  WS-TURNOVER-RATE            PIC 9(5)V99.

       01  WS-REPORT-HEADING-1.
           05  FILLER                      PIC X(34)
               VALUE 'EMPLOYEE-TURNOVER-REPORT'.
           05  FILLER                      PIC X(21)
               VALUE 'TURNOVER FOR QUARTER '.
           05  WS-HDG-QUARTER              PIC X(6).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  FILLER                      PIC X(8) VALUE 'RUN DATE'.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-HDG-RUN-DATE             PIC X(8).

       01  WS-REPORT-HEADING-2.
           05  FILLER                      PIC X(15) VALUE SPACES.
           05  FILLER                      PIC X(9) VALUE ' OPENING '.
           05  FILLER                      PIC X(9) VALUE 'CLOSING  '.
           05  FILLER                      PIC X(10) VALUE '  AVERAGE '.
           05  FILLER                      PIC X(9) VALUE '  HIRES  '.
           05  FILLER                      PIC X(9) VALUE 'REHIRES  '.
           05  FILLER                      PIC X(9) VALUE 'XFER IN  '.
           05  FILLER                      PIC X(9) VALUE 'XFER OUT '.
           05  FILLER                      PIC X(9) VALUE '  TERMS  '.
           05  FILLER                      PIC X(9) VALUE ' VOLUNT  '.
           05  FILLER                      PIC X(9) VALUE 'INVOLUNT '.
           05  FILLER                      PIC X(9) VALUE 'UNCODED  '.
           05  FILLER                      PIC X(9) VALUE '  RATE % '.

       01  WS-REPORT-DIVISION-LINE.
           05  FILLER                      PIC X(9)
               VALUE 'DIVISION '.
           05  WS-DIV-CODE                 PIC X(4).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DIV-DESC                 PIC X(30).

       01  WS-REPORT-DETAIL-LINE.
           05  WS-DTL-LABEL                PIC X(15).
           05  WS-DTL-OPENING              PIC ZZZ,ZZ9-.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-DTL-CLOSING              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-AVERAGE              PIC ZZZ,ZZ9.9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-DTL-HIRES                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-REHIRES              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-XFER-IN              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-XFER-OUT             PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-TERMS                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-VOLUNTARY            PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-INVOLUNTARY          PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-UNCODED              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-RATE                 PIC ZZZ9.99.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-DTL-FLAG                 PIC X(9).

       01  WS-REPORT-REASON-LINE.
           05  FILLER                      PIC X(19) VALUE SPACES.
           05  FILLER                      PIC X(7) VALUE 'REASON '.
           05  WS-RSN-CODE                 PIC X(4).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RSN-DESC                 PIC X(30).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RSN-CATEGORY             PIC X(11).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RSN-COUNT                PIC ZZZ,ZZ9.

       01  WS-REPORT-TEXT-LINE             PIC X(132).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZATION
           IF REFERENCE-TABLES-LOADED
              AND WS-REPORT-QUARTER NOT = SPACES
              PERFORM 2000-TALLY-ONE-AUDIT-ROW
                  UNTIL END-OF-AUDIT
              PERFORM 2900-REPOSITION-MASTER
              PERFORM 3000-COUNT-CLOSING-HEADCOUNT
                  UNTIL END-OF-MASTER
              PERFORM 5000-WRITE-TURNOVER-BODY
           END-IF
           PERFORM 9000-TERMINATION
           STOP RUN.

       1000-INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           OPEN INPUT EMPLOYEE-MASTER-FILE
           MOVE 'EMPLOYEE-MASTER-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-EMPMAST-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           OPEN INPUT AUDIT-LOG-FILE
           MOVE 'AUDIT-LOG-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-AUDIT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           OPEN INPUT PARAMETER-FILE
           MOVE 'PARAMETER-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-PARM-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           OPEN OUTPUT TURNOVER-REPORT-FILE
           MOVE 'TURNOVER-REPORT-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           MOVE WS-CURRENT-TIMESTAMP (1:8) TO WS-REFERENCE-LOAD-DATE
           PERFORM 0500-LOAD-REFERENCE-TABLES
           PERFORM 1100-READ-ONE-PARM-CARD
               UNTIL END-OF-PARMS
           IF WS-REPORT-QUARTER = SPACES
              DISPLAY 'TURPARM QUARTER=CCYYQN CARD IS REQUIRED'
              MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-TERM-REASON-COUNT = ZERO
              DISPLAY 'NO TERMINATION REASONS ON REFERENCE FILE - '
                 'ALL TERMINATIONS REPORT AS UNCODED'
           END-IF
           MOVE ZEROS TO WS-TURNOVER-TABLE
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               MOVE 'N' TO WS-TURN-REPORTED (WS-DEPT-SUB)
           END-PERFORM
           MOVE ZEROS TO WS-GRAND-TOTALS.

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

      *--------------------------------------------------------------
      * QUARTER=CCYYQn gives the year and the three calendar months
      * whose audit rows are counted: Q1 is January to March, and
      * so on.
      *--------------------------------------------------------------
       1150-APPLY-PARM-CARD.
           EVALUATE TRUE
               WHEN PARAMETER-CARD (1:8) = 'QUARTER='
                  IF PARAMETER-CARD (9:4) NUMERIC
                     AND PARAMETER-CARD (13:1) = 'Q'
                     AND PARAMETER-CARD (14:1) >= '1'
                     AND PARAMETER-CARD (14:1) <= '4'
                     MOVE PARAMETER-CARD (9:6) TO WS-REPORT-QUARTER
                     MOVE PARAMETER-CARD (9:4) TO WS-REPORT-YEAR
                     MOVE PARAMETER-CARD (14:1) TO WS-QUARTER-NUMBER
                     COMPUTE WS-QUARTER-LAST-MONTH =
                        WS-QUARTER-NUMBER * 3
                     COMPUTE WS-QUARTER-FIRST-MONTH =
                        WS-QUARTER-LAST-MONTH - 2
                  ELSE
                     DISPLAY 'QUARTER= MUST BE CCYYQ1 TO CCYYQ4: '
                        PARAMETER-CARD (1:20)
                     MOVE 8 TO RETURN-CODE
                  END-IF
               WHEN PARAMETER-CARD = SPACES
                  CONTINUE
               WHEN PARAMETER-CARD (1:1) = '*'
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'UNRECOGNIZED TURPARM CARD: '
                     PARAMETER-CARD (1:40)
                  MOVE 8 TO RETURN-CODE
           END-EVALUATE.

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
      * A failed read drives neither AT END nor NOT AT END, so every
      * scan loop also stops on any non-'00' status rather than
      * spinning on a file that will never deliver a record.
      *--------------------------------------------------------------
       2000-TALLY-ONE-AUDIT-ROW.
           READ AUDIT-LOG-FILE
               AT END
                  SET END-OF-AUDIT TO TRUE
               NOT AT END
                  ADD 1 TO WS-AUDIT-ROWS-READ
                  IF AUD-CHANGE-TIMESTAMP (1:4) = WS-REPORT-YEAR
                     AND AUD-CHANGE-TIMESTAMP (5:2) NUMERIC
                     MOVE AUD-CHANGE-TIMESTAMP (5:2) TO WS-AUDIT-MONTH
                     IF WS-AUDIT-MONTH NOT < WS-QUARTER-FIRST-MONTH
                        AND WS-AUDIT-MONTH NOT > WS-QUARTER-LAST-MONTH
                        ADD 1 TO WS-ROWS-IN-QUARTER
                        PERFORM 2100-TALLY-TURNOVER-ROW
                     END-IF
                  END-IF
           END-READ
           IF WS-AUDIT-STATUS NOT = '00' AND NOT = '10'
              MOVE 'AUDIT-LOG-FILE' TO WS-CHECK-FILE-NAME
              MOVE WS-AUDIT-STATUS TO WS-CHECK-STATUS-CODE
              PERFORM 1900-CHECK-FILE-STATUS
              SET END-OF-AUDIT TO TRUE
           END-IF.

       2100-TALLY-TURNOVER-ROW.
           MOVE ZERO TO WS-TURNOVER-COLUMN
           MOVE ZERO TO WS-REASON-SUB
           EVALUATE TRUE
               WHEN AUD-FIELD-NAME = 'RECORD ADDED'
                  MOVE 1 TO WS-TURNOVER-COLUMN
                  PERFORM 2300-TALLY-BY-MASTER-DEPT
               WHEN AUD-FIELD-NAME = 'DEPT-CODE'
                  MOVE AUD-OLD-VALUE (1:4) TO WS-DEPT-LOOKUP-CODE
                  MOVE 5 TO WS-TURNOVER-COLUMN
                  PERFORM 2400-TALLY-BY-DEPT-CODE
                  MOVE AUD-NEW-VALUE (1:4) TO WS-DEPT-LOOKUP-CODE
                  MOVE 4 TO WS-TURNOVER-COLUMN
                  PERFORM 2400-TALLY-BY-DEPT-CODE
               WHEN AUD-FIELD-NAME = 'STATUS'
                  EVALUATE TRUE
                      WHEN AUD-OLD-VALUE (1:1) = 'T'
                           AND AUD-NEW-VALUE (1:1) = 'A'
                         MOVE 2 TO WS-TURNOVER-COLUMN
                      WHEN AUD-NEW-VALUE (1:1) = 'T'
                         MOVE 3 TO WS-TURNOVER-COLUMN
                  END-EVALUATE
                  IF WS-TURNOVER-COLUMN > ZERO
                     PERFORM 2300-TALLY-BY-MASTER-DEPT
                  END-IF
               WHEN AUD-FIELD-NAME = 'TERM-REASON'
                  AND AUD-NEW-VALUE (1:4) NOT = SPACES
                  PERFORM 2200-TALLY-REASON-ROW
           END-EVALUATE.

      *--------------------------------------------------------------
      * A TRM's reason row.  The reason's category picks the
      * voluntary or involuntary column; a reason no longer on the
      * reference file is counted on the console and left in the
      * department's UNCODED figure.  The cleared reason a rehire
      * writes (new value spaces) never gets here.
      *--------------------------------------------------------------
       2200-TALLY-REASON-ROW.
           PERFORM VARYING WS-TABLE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-TABLE-SUBSCRIPT > WS-TERM-REASON-COUNT
               IF AUD-NEW-VALUE (1:4) =
                     WS-TERM-REASON-ENTRY (WS-TABLE-SUBSCRIPT)
                  MOVE WS-TABLE-SUBSCRIPT TO WS-REASON-SUB
                  MOVE WS-TERM-REASON-COUNT TO WS-TABLE-SUBSCRIPT
               END-IF
           END-PERFORM
           IF WS-REASON-SUB = ZERO
              ADD 1 TO WS-UNMATCHED-REASONS
           ELSE
              EVALUATE WS-TERM-REASON-CATEGORY (WS-REASON-SUB)
                  WHEN 'V'
                     MOVE 7 TO WS-TURNOVER-COLUMN
                  WHEN 'I'
                     MOVE 8 TO WS-TURNOVER-COLUMN
              END-EVALUATE
              PERFORM 2300-TALLY-BY-MASTER-DEPT
           END-IF.

      *--------------------------------------------------------------
      * Attribute the row to the employee's current department on
      * the master.  An employee no longer on the master (should not
      * happen - the system never deletes) is counted and reported
      * rather than dropped without a trace.
      *--------------------------------------------------------------
       2300-TALLY-BY-MASTER-DEPT.
           MOVE AUD-EMP-ID TO EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                  ADD 1 TO WS-UNMATCHED-EMPLOYEES
               NOT INVALID KEY
                  MOVE EMP-DEPT-CODE TO WS-DEPT-LOOKUP-CODE
                  PERFORM 2400-TALLY-BY-DEPT-CODE
           END-READ.

      *--------------------------------------------------------------
      * Add the row into the department's column (if any) and, for
      * a reason row, its reason count and reasoned-termination
      * count.
      *--------------------------------------------------------------
       2400-TALLY-BY-DEPT-CODE.
           MOVE ZERO TO WS-DEPT-FOUND-SUB
           PERFORM VARYING WS-TABLE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-TABLE-SUBSCRIPT > WS-DEPT-COUNT
               IF WS-DEPT-LOOKUP-CODE =
                     WS-DEPT-ENTRY (WS-TABLE-SUBSCRIPT)
                  MOVE WS-TABLE-SUBSCRIPT TO WS-DEPT-FOUND-SUB
                  MOVE WS-DEPT-COUNT TO WS-TABLE-SUBSCRIPT
               END-IF
           END-PERFORM
           IF WS-DEPT-FOUND-SUB = ZERO
              ADD 1 TO WS-UNMATCHED-DEPTS
           ELSE
              IF WS-TURNOVER-COLUMN > ZERO
                 ADD 1 TO WS-TURN-COUNT
                    (WS-DEPT-FOUND-SUB, WS-TURNOVER-COLUMN)
              END-IF
              IF WS-REASON-SUB > ZERO
                 ADD 1 TO WS-TURN-REASON-COUNT
                    (WS-DEPT-FOUND-SUB, WS-REASON-SUB)
                 ADD 1 TO WS-TURN-COUNT (WS-DEPT-FOUND-SUB, 9)
              END-IF
           END-IF.

      *--------------------------------------------------------------
      * The dept-attribution reads in 2300 leave the master's file
      * position wherever the last random READ landed, so the
      * closing-headcount scan rewinds to the front first - the same
      * repositioning EMPLOYEE-MANAGEMENT does between its scans.
      *--------------------------------------------------------------
       2900-REPOSITION-MASTER.
           MOVE LOW-VALUES TO EMP-ID
           START EMPLOYEE-MASTER-FILE KEY IS NOT LESS THAN EMP-ID
               INVALID KEY
                  SET END-OF-MASTER TO TRUE
           END-START.

       3000-COUNT-CLOSING-HEADCOUNT.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                  SET END-OF-MASTER TO TRUE
               NOT AT END
                  IF NOT EMP-STATUS-TERMINATED
                     MOVE EMP-DEPT-CODE TO WS-DEPT-LOOKUP-CODE
                     MOVE 6 TO WS-TURNOVER-COLUMN
                     MOVE ZERO TO WS-REASON-SUB
                     PERFORM 2400-TALLY-BY-DEPT-CODE
                  END-IF
           END-READ
           IF WS-EMPMAST-STATUS NOT = '00' AND NOT = '10'
              MOVE 'EMPLOYEE-MASTER-FILE' TO WS-CHECK-FILE-NAME
              MOVE WS-EMPMAST-STATUS TO WS-CHECK-STATUS-CODE
              PERFORM 1900-CHECK-FILE-STATUS
              SET END-OF-MASTER TO TRUE
           END-IF.

      *--------------------------------------------------------------
      * One group per loaded division in reference-file order, then
      * a NO DIVISION group for any department left unreported, then
      * the grand total and its reason breakdown.
      *--------------------------------------------------------------
       5000-WRITE-TURNOVER-BODY.
           MOVE WS-REPORT-QUARTER TO WS-HDG-QUARTER
           MOVE WS-CURRENT-TIMESTAMP (1:8) TO WS-HDG-RUN-DATE
           WRITE TURNOVER-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE TURNOVER-REPORT-LINE FROM WS-REPORT-HEADING-2
           MOVE 'TURNOVER-REPORT-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           PERFORM 5100-WRITE-ONE-DIVISION
               VARYING WS-DIV-SUB FROM 1 BY 1
               UNTIL WS-DIV-SUB > WS-DIVISION-COUNT
           PERFORM 5300-WRITE-NO-DIVISION-GROUP
           MOVE WS-GRAND-TOTALS TO WS-PRINT-TOTALS
           MOVE ' GRAND TOTAL' TO WS-DTL-LABEL
           PERFORM 5500-WRITE-TURNOVER-LINE.

       5100-WRITE-ONE-DIVISION.
           MOVE WS-DIVISION-ENTRY (WS-DIV-SUB) TO WS-DIV-CODE
           MOVE WS-DIVISION-DESC (WS-DIV-SUB) TO WS-DIV-DESC
           WRITE TURNOVER-REPORT-LINE FROM WS-REPORT-DIVISION-LINE
           MOVE 'TURNOVER-REPORT-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           MOVE ZEROS TO WS-DIVISION-TOTALS
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               IF WS-DEPT-DIVISION (WS-DEPT-SUB) =
                     WS-DIVISION-ENTRY (WS-DIV-SUB)
                  PERFORM 5200-WRITE-ONE-DEPARTMENT
               END-IF
           END-PERFORM
           PERFORM 5250-WRITE-DIVISION-TOTAL.

      *--------------------------------------------------------------
      * Print the department's line and reasons, and roll its
      * figures into the division being printed.
      *--------------------------------------------------------------
       5200-WRITE-ONE-DEPARTMENT.
           MOVE 'Y' TO WS-TURN-REPORTED (WS-DEPT-SUB)
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > 9
               MOVE WS-TURN-COUNT (WS-DEPT-SUB, WS-COL-SUB)
                  TO WS-PRT-COUNT (WS-COL-SUB)
               ADD WS-TURN-COUNT (WS-DEPT-SUB, WS-COL-SUB)
                  TO WS-DIV-COUNT (WS-COL-SUB)
           END-PERFORM
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
                   UNTIL WS-RSN-SUB > 50
               MOVE WS-TURN-REASON-COUNT (WS-DEPT-SUB, WS-RSN-SUB)
                  TO WS-PRT-REASON-COUNT (WS-RSN-SUB)
               ADD WS-TURN-REASON-COUNT (WS-DEPT-SUB, WS-RSN-SUB)
                  TO WS-DIV-REASON-COUNT (WS-RSN-SUB)
           END-PERFORM
           MOVE SPACES TO WS-DTL-LABEL
           STRING '    DEPT ' DELIMITED BY SIZE
                  WS-DEPT-ENTRY (WS-DEPT-SUB) DELIMITED BY SIZE
              INTO WS-DTL-LABEL
           END-STRING
           PERFORM 5500-WRITE-TURNOVER-LINE.

      *--------------------------------------------------------------
      * Print the division's subtotal (the caller has set the
      * division code) and roll it into the grand total.
      *--------------------------------------------------------------
       5250-WRITE-DIVISION-TOTAL.
           MOVE WS-DIVISION-TOTALS TO WS-PRINT-TOTALS
           MOVE SPACES TO WS-DTL-LABEL
           STRING ' DIV TOTAL ' DELIMITED BY SIZE
                  WS-DIV-CODE DELIMITED BY SIZE
              INTO WS-DTL-LABEL
           END-STRING
           PERFORM 5500-WRITE-TURNOVER-LINE
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > 9
               ADD WS-DIV-COUNT (WS-COL-SUB)
                  TO WS-GRAND-COUNT (WS-COL-SUB)
           END-PERFORM
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
                   UNTIL WS-RSN-SUB > 50
               ADD WS-DIV-REASON-COUNT (WS-RSN-SUB)
                  TO WS-GRAND-REASON-COUNT (WS-RSN-SUB)
           END-PERFORM.

      *--------------------------------------------------------------
      * Departments with a blank REF-PARENT-DIVISION, or one naming
      * a division that is no longer on the loaded table, were never
      * claimed by the division loop above - they print here so the
      * grand total accounts for every department.
      *--------------------------------------------------------------
       5300-WRITE-NO-DIVISION-GROUP.
           MOVE ZERO TO WS-DIV-DEPTS-WRITTEN
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               IF WS-TURN-REPORTED (WS-DEPT-SUB) NOT = 'Y'
                  ADD 1 TO WS-DIV-DEPTS-WRITTEN
               END-IF
           END-PERFORM
           IF WS-DIV-DEPTS-WRITTEN > ZERO
              MOVE SPACES TO WS-DIV-CODE
              MOVE 'NO DIVISION ASSIGNED' TO WS-DIV-DESC
              WRITE TURNOVER-REPORT-LINE FROM WS-REPORT-DIVISION-LINE
              MOVE ZEROS TO WS-DIVISION-TOTALS
              PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                      UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                  IF WS-TURN-REPORTED (WS-DEPT-SUB) NOT = 'Y'
                     PERFORM 5200-WRITE-ONE-DEPARTMENT
                  END-IF
              END-PERFORM
              PERFORM 5250-WRITE-DIVISION-TOTAL
           END-IF.

      *--------------------------------------------------------------
      * Format one line from WS-PRINT-TOTALS.  Opening headcount is
      * closing with the quarter reversed out: take back the
      * arrivals (hires, rehires, transfers in) and restore the
      * departures (terminations, transfers out).  A negative
      * opening means the audit logs on EMPAUDT do not cover the
      * whole quarter - the sign is printed so that is visible, and
      * no rate is worked out against a headcount that is not
      * there.  UNCODED is the terminations no reason row accounts
      * for.
      *--------------------------------------------------------------
       5500-WRITE-TURNOVER-LINE.
           COMPUTE WS-OPENING-COUNT =
               WS-PRT-COUNT (6)
             - WS-PRT-COUNT (1)
             - WS-PRT-COUNT (2)
             - WS-PRT-COUNT (4)
             + WS-PRT-COUNT (3)
             + WS-PRT-COUNT (5)
           COMPUTE WS-AVERAGE-HEADCOUNT ROUNDED =
               (WS-OPENING-COUNT + WS-PRT-COUNT (6)) / 2
           COMPUTE WS-UNCODED-COUNT =
               WS-PRT-COUNT (3) - WS-PRT-COUNT (9)
           IF WS-UNCODED-COUNT < ZERO
              MOVE ZERO TO WS-UNCODED-COUNT
           END-IF
           MOVE SPACES TO WS-DTL-FLAG
           MOVE ZERO TO WS-TURNOVER-RATE
           IF WS-AVERAGE-HEADCOUNT > ZERO
              COMPUTE WS-TURNOVER-RATE ROUNDED =
                  WS-PRT-COUNT (3) * 100 / WS-AVERAGE-HEADCOUNT
                  ON SIZE ERROR
                     MOVE 99999.99 TO WS-TURNOVER-RATE
              END-COMPUTE
           ELSE
              IF WS-PRT-COUNT (3) > ZERO
                 MOVE 'NO HDCT' TO WS-DTL-FLAG
              END-IF
           END-IF
           IF WS-OPENING-COUNT < ZERO
              MOVE 'AUDIT GAP' TO WS-DTL-FLAG
           END-IF
           MOVE WS-OPENING-COUNT TO WS-DTL-OPENING
           MOVE WS-PRT-COUNT (6) TO WS-DTL-CLOSING
           MOVE WS-AVERAGE-HEADCOUNT TO WS-DTL-AVERAGE
           MOVE WS-PRT-COUNT (1) TO WS-DTL-HIRES
           MOVE WS-PRT-COUNT (2) TO WS-DTL-REHIRES
           MOVE WS-PRT-COUNT (4) TO WS-DTL-XFER-IN
           MOVE WS-PRT-COUNT (5) TO WS-DTL-XFER-OUT
           MOVE WS-PRT-COUNT (3) TO WS-DTL-TERMS
           MOVE WS-PRT-COUNT (7) TO WS-DTL-VOLUNTARY
           MOVE WS-PRT-COUNT (8) TO WS-DTL-INVOLUNTARY
           MOVE WS-UNCODED-COUNT TO WS-DTL-UNCODED
           MOVE WS-TURNOVER-RATE TO WS-DTL-RATE
           WRITE TURNOVER-REPORT-LINE FROM WS-REPORT-DETAIL-LINE
           MOVE 'TURNOVER-REPORT-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           PERFORM 5600-WRITE-ONE-REASON-LINE
               VARYING WS-RSN-SUB FROM 1 BY 1
               UNTIL WS-RSN-SUB > WS-TERM-REASON-COUNT.

      *--------------------------------------------------------------
      * Only reasons actually used in the quarter are printed.
      *--------------------------------------------------------------
       5600-WRITE-ONE-REASON-LINE.
           IF WS-PRT-REASON-COUNT (WS-RSN-SUB) > ZERO
              MOVE WS-TERM-REASON-ENTRY (WS-RSN-SUB) TO WS-RSN-CODE
              MOVE WS-TERM-REASON-DESC (WS-RSN-SUB) TO WS-RSN-DESC
              EVALUATE WS-TERM-REASON-CATEGORY (WS-RSN-SUB)
                  WHEN 'V'
                     MOVE 'VOLUNTARY' TO WS-RSN-CATEGORY
                  WHEN 'I'
                     MOVE 'INVOLUNTARY' TO WS-RSN-CATEGORY
                  WHEN OTHER
                     MOVE 'UNCATEGORIZ' TO WS-RSN-CATEGORY
              END-EVALUATE
              MOVE WS-PRT-REASON-COUNT (WS-RSN-SUB) TO WS-RSN-COUNT
              WRITE TURNOVER-REPORT-LINE FROM WS-REPORT-REASON-LINE
              MOVE 'TURNOVER-REPORT-FILE' TO WS-CHECK-FILE-NAME
              MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS-CODE
              PERFORM 1900-CHECK-FILE-STATUS
           END-IF.

       9000-TERMINATION.
           DISPLAY 'TURNOVER-REPORT AUDIT ROWS READ: '
              WS-AUDIT-ROWS-READ
           DISPLAY 'TURNOVER-REPORT ROWS IN QUARTER: '
              WS-ROWS-IN-QUARTER
           DISPLAY 'TURNOVER-REPORT TERMINATIONS: '
              WS-GRAND-COUNT (3)
           DISPLAY 'TURNOVER-REPORT UNMATCHED EMPLOYEES: '
              WS-UNMATCHED-EMPLOYEES
           DISPLAY 'TURNOVER-REPORT UNMATCHED DEPTS: '
              WS-UNMATCHED-DEPTS
           DISPLAY 'TURNOVER-REPORT REASONS NOT ON FILE: '
              WS-UNMATCHED-REASONS
           IF (WS-UNMATCHED-EMPLOYEES > 0 OR WS-UNMATCHED-DEPTS > 0)
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE EMPLOYEE-MASTER-FILE
                 AUDIT-LOG-FILE
                 PARAMETER-FILE
                 TURNOVER-REPORT-FILE.

       COPY EMPRLOD.

       COPY EMPRSTO.
