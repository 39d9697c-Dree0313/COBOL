      *--------------------------------------------------------------
      * Organization chart: the reporting lines held in
      * EMP-SUPERVISOR-ID printed as an indented tree, each
      * employee under the person they report to.  Every manager's
      * line carries their direct-report count and the total
      * headcount of everyone beneath them at any depth.  An
      * ORGPARM card ROOT=XXXXXX starts the chart at that employee
      * (a department head, a division lead); with no card, or a
      * blank id, every top-of-line employee starts a tree of their
      * own.  Terminated employees are not on the chart.  An
      * employee whose supervisor is missing or terminated (an
      * orphaned report still awaiting repair on EMPX) is charted
      * at the top of a line and flagged NO SUPV; anyone left
      * unplaced once every tree is printed can only be sitting in
      * a loop on the master and is listed at the end.
      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-ORG-CHART.
       AUTHOR. ALEXANDRIA.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. INDENTED ORGANIZATION CHART FROM THE SUPERVISOR IDS
           ON THE MASTER, WITH DIRECT AND TOTAL HEADCOUNT PER MANAGER.

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

           SELECT PARAMETER-FILE ASSIGN TO ORGPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ORG-CHART-REPORT-FILE ASSIGN TO EMPORRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPREC.

       FD  PARAMETER-FILE.
       01  PARAMETER-CARD                  PIC X(80).

       FD  ORG-CHART-REPORT-FILE.
       01  ORG-CHART-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-EMPMAST-STATUS           PIC X(2).
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
           05  WS-EOF-PARMS                PIC X(1) VALUE 'N'.
               88  END-OF-PARMS             VALUE 'Y'.
           05  WS-TREE-WALK-STATE          PIC X(1) VALUE 'N'.
               88  TREE-WALK-DONE           VALUE 'Y'.
               88  TREE-WALK-ACTIVE         VALUE 'N'.
           05  WS-CLIMB-STATE              PIC X(1) VALUE 'N'.
               88  CLIMB-DONE               VALUE 'Y'.
               88  CLIMB-ACTIVE             VALUE 'N'.
           05  WS-UNPLACED-HEADING         PIC X(1) VALUE 'N'.
               88  UNPLACED-HEADING-WRITTEN VALUE 'Y'.
           05  WS-CHILD-SCAN-STATE         PIC X(1) VALUE 'N'.
               88  CHILD-SCAN-DONE          VALUE 'Y'.
               88  CHILD-SCAN-ACTIVE        VALUE 'N'.

       01  WS-RUN-CONTROLS.
           05  WS-CURRENT-TIMESTAMP        PIC X(21).
           05  WS-ROOT-EMP-ID              PIC X(6) VALUE SPACES.

       01  WS-SCAN-COUNTERS.
           05  WS-RECORDS-READ             PIC 9(9) VALUE ZERO.
           05  WS-EMPLOYEES-CHARTED        PIC 9(7) VALUE ZERO.
           05  WS-TREES-CHARTED            PIC 9(7) VALUE ZERO.
           05  WS-NO-SUPERVISOR-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-UNPLACED-COUNT           PIC 9(7) VALUE ZERO.
           05  WS-LOOP-COUNT               PIC 9(7) VALUE ZERO.
           05  WS-TABLE-OVERFLOW-COUNT     PIC 9(7) VALUE ZERO.

      *--------------------------------------------------------------
      * One row per non-terminated employee, loaded in EMP-ID order
      * straight off the master so SEARCH ALL can find a supervisor
      * by id.  The reporting lines are then threaded through the
      * table by subscript - each row's parent, its first and last
      * direct report, and its next sibling under the same parent
      * (siblings chained in id order) - which lets the chart be
      * walked depth-first without a stack.  Zero in a link means
      * none.
      *--------------------------------------------------------------
       01  WS-ORG-TABLE-LIMIT              PIC 9(5) COMP VALUE 5000.
       01  WS-ORG-TABLE.
           05  WS-ORG-COUNT                PIC 9(5) COMP VALUE ZERO.
           05  WS-ORG-ENTRY                OCCURS 1 TO 5000 TIMES
                                           DEPENDING ON WS-ORG-COUNT
                                           ASCENDING KEY IS
                                              WS-ORG-EMP-ID
                                           INDEXED BY WS-ORG-IDX.
               10  WS-ORG-EMP-ID           PIC X(6).
               10  WS-ORG-LAST-NAME        PIC X(20).
               10  WS-ORG-FIRST-NAME       PIC X(15).
               10  WS-ORG-DEPT-CODE        PIC X(4).
               10  WS-ORG-STATUS           PIC X(1).
               10  WS-ORG-SUPERVISOR-ID    PIC X(6).
               10  WS-ORG-PARENT           PIC 9(5) COMP.
               10  WS-ORG-FIRST-CHILD      PIC 9(5) COMP.
               10  WS-ORG-LAST-CHILD       PIC 9(5) COMP.
               10  WS-ORG-NEXT-SIBLING     PIC 9(5) COMP.
               10  WS-ORG-DIRECT-COUNT     PIC 9(5) COMP.
               10  WS-ORG-TOTAL-COUNT      PIC 9(5) COMP.
               10  WS-ORG-PRINTED          PIC X(1).

      *--------------------------------------------------------------
      * Walk work.  Indentation is three columns a level, capped at
      * WS-INDENT-MAX-DEPTH so a very deep line still fits the
      * print line; the level number is printed beside each
      * employee, so depth beyond the cap is still readable.  The
      * ancestor walk that builds the total headcounts stops at
      * WS-WALK-LIMIT levels, matching the reporting-line edit's
      * limit, so a loop already on the master cannot hang the run.
      *--------------------------------------------------------------
       01  WS-ORG-WORK.
           05  WS-ORG-SUB                  PIC 9(5) COMP.
           05  WS-PARENT-SUB               PIC 9(5) COMP.
           05  WS-WALK-SUB                 PIC 9(5) COMP.
           05  WS-ROOT-SUB                 PIC 9(5) COMP.
           05  WS-CURRENT-SUB              PIC 9(5) COMP.
           05  WS-CHILD-SUB                PIC 9(5) COMP.
           05  WS-LOOP-SUB                 PIC 9(5) COMP.
           05  WS-CURRENT-DEPTH            PIC 9(3) COMP.
           05  WS-WALK-DEPTH               PIC 9(3) COMP.
           05  WS-WALK-LIMIT               PIC 9(3) COMP VALUE 50.
           05  WS-INDENT-MAX-DEPTH         PIC 9(3) COMP VALUE 15.
           05  WS-INDENT-POS               PIC 9(3) COMP.

       01  WS-REPORT-HEADING-1.
           05  FILLER                      PIC X(24)
               VALUE 'EMPLOYEE-ORG-CHART'.
           05  FILLER                      PIC X(22)
               VALUE 'REPORTING LINES FROM '.
           05  WS-HDG-ROOT                 PIC X(20).
           05  FILLER                      PIC X(8) VALUE 'RUN DATE'.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-HDG-RUN-DATE             PIC X(8).

       01  WS-REPORT-HEADING-2.
           05  FILLER                      PIC X(4) VALUE 'LVL '.
           05  FILLER                      PIC X(93)
               VALUE 'EMP-ID LAST NAME            FIRST NAME      DEPT'.
           05  FILLER                      PIC X(8) VALUE '  DIRECT'.
           05  FILLER                      PIC X(9) VALUE '    TOTAL'.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(8) VALUE 'STATUS'.
           05  FILLER                      PIC X(8) VALUE 'FLAG'.

      *--------------------------------------------------------------
      * WS-NODE-TEXT is laid into WS-DTL-TREE-AREA at the indent
      * position; the counts print only on a manager's line.
      *--------------------------------------------------------------
       01  WS-NODE-TEXT.
           05  WS-NODE-EMP-ID              PIC X(6).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-NODE-LAST-NAME           PIC X(20).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-NODE-FIRST-NAME          PIC X(15).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-NODE-DEPT-CODE           PIC X(4).

       01  WS-REPORT-DETAIL-LINE.
           05  WS-DTL-LEVEL                PIC ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-DTL-TREE-AREA            PIC X(93).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-DIRECT               PIC ZZ,ZZ9 BLANK WHEN ZERO.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-TOTAL                PIC ZZZ,ZZ9 BLANK WHEN ZERO.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-STATUS               PIC X(8).
           05  WS-DTL-FLAG                 PIC X(8).

       01  WS-REPORT-TEXT-LINE             PIC X(132).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZATION
           IF RETURN-CODE < 8
              PERFORM 2000-LOAD-ONE-EMPLOYEE
                  UNTIL END-OF-MASTER
              PERFORM 3000-LINK-REPORTING-LINES
              PERFORM 5000-WRITE-ORG-CHART
           END-IF
           PERFORM 9000-TERMINATION
           STOP RUN.

       1000-INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           OPEN INPUT EMPLOYEE-MASTER-FILE
           MOVE 'EMPLOYEE-MASTER-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-EMPMAST-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           OPEN INPUT PARAMETER-FILE
           MOVE 'PARAMETER-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-PARM-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           OPEN OUTPUT ORG-CHART-REPORT-FILE
           MOVE 'ORG-CHART-REPORT' TO WS-CHECK-FILE-NAME
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           PERFORM 1100-READ-ONE-PARM-CARD
               UNTIL END-OF-PARMS
           IF WS-ROOT-EMP-ID = SPACES
              MOVE 'ALL TOP-OF-LINE' TO WS-HDG-ROOT
           ELSE
              MOVE WS-ROOT-EMP-ID TO WS-HDG-ROOT
           END-IF
           MOVE WS-CURRENT-TIMESTAMP (1:8) TO WS-HDG-RUN-DATE
           WRITE ORG-CHART-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE ORG-CHART-REPORT-LINE FROM WS-REPORT-HEADING-2
           MOVE 'ORG-CHART-REPORT' TO WS-CHECK-FILE-NAME
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS.

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
               WHEN PARAMETER-CARD (1:5) = 'ROOT='
                  MOVE PARAMETER-CARD (6:6) TO WS-ROOT-EMP-ID
               WHEN PARAMETER-CARD = SPACES
                  CONTINUE
               WHEN PARAMETER-CARD (1:1) = '*'
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'UNRECOGNIZED ORGPARM CARD: '
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
      * A failed read drives neither AT END nor NOT AT END, so the
      * load also stops on any non-'00' status.  A master bigger
      * than the table is counted, not charted, and fails the run
      * so a truncated chart is never taken for the whole one.
      *--------------------------------------------------------------
       2000-LOAD-ONE-EMPLOYEE.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                  SET END-OF-MASTER TO TRUE
               NOT AT END
                  ADD 1 TO WS-RECORDS-READ
                  IF NOT EMP-STATUS-TERMINATED
                     PERFORM 2100-STORE-ONE-EMPLOYEE
                  END-IF
           END-READ
           IF WS-EMPMAST-STATUS NOT = '00' AND NOT = '10'
              MOVE 'EMPLOYEE-MASTER-FILE' TO WS-CHECK-FILE-NAME
              MOVE WS-EMPMAST-STATUS TO WS-CHECK-STATUS-CODE
              PERFORM 1900-CHECK-FILE-STATUS
              SET END-OF-MASTER TO TRUE
           END-IF.

       2100-STORE-ONE-EMPLOYEE.
           IF WS-ORG-COUNT NOT < WS-ORG-TABLE-LIMIT
              ADD 1 TO WS-TABLE-OVERFLOW-COUNT
              MOVE 8 TO RETURN-CODE
           ELSE
              ADD 1 TO WS-ORG-COUNT
              MOVE EMP-ID TO WS-ORG-EMP-ID (WS-ORG-COUNT)
              MOVE EMP-LAST-NAME TO WS-ORG-LAST-NAME (WS-ORG-COUNT)
              MOVE EMP-FIRST-NAME TO WS-ORG-FIRST-NAME (WS-ORG-COUNT)
              MOVE EMP-DEPT-CODE TO WS-ORG-DEPT-CODE (WS-ORG-COUNT)
              MOVE EMP-STATUS TO WS-ORG-STATUS (WS-ORG-COUNT)
              MOVE EMP-SUPERVISOR-ID
                 TO WS-ORG-SUPERVISOR-ID (WS-ORG-COUNT)
              MOVE ZERO TO WS-ORG-PARENT (WS-ORG-COUNT)
              MOVE ZERO TO WS-ORG-FIRST-CHILD (WS-ORG-COUNT)
              MOVE ZERO TO WS-ORG-LAST-CHILD (WS-ORG-COUNT)
              MOVE ZERO TO WS-ORG-NEXT-SIBLING (WS-ORG-COUNT)
              MOVE ZERO TO WS-ORG-DIRECT-COUNT (WS-ORG-COUNT)
              MOVE ZERO TO WS-ORG-TOTAL-COUNT (WS-ORG-COUNT)
              MOVE 'N' TO WS-ORG-PRINTED (WS-ORG-COUNT)
           END-IF.

      *--------------------------------------------------------------
      * Thread each employee under their supervisor, then credit
      * every employee to the total headcount of each manager above
      * them.  Rows are visited in id order, so appending at the
      * parent's last child keeps each sibling chain in id order.
      *--------------------------------------------------------------
       3000-LINK-REPORTING-LINES.
           PERFORM 3100-LINK-ONE-EMPLOYEE
               VARYING WS-ORG-SUB FROM 1 BY 1
               UNTIL WS-ORG-SUB > WS-ORG-COUNT
           PERFORM 3200-CREDIT-ANCESTORS
               VARYING WS-ORG-SUB FROM 1 BY 1
               UNTIL WS-ORG-SUB > WS-ORG-COUNT.

       3100-LINK-ONE-EMPLOYEE.
           MOVE ZERO TO WS-PARENT-SUB
           IF WS-ORG-SUPERVISOR-ID (WS-ORG-SUB) NOT = SPACES
              SEARCH ALL WS-ORG-ENTRY
                  AT END
                     CONTINUE
                  WHEN WS-ORG-EMP-ID (WS-ORG-IDX) =
                          WS-ORG-SUPERVISOR-ID (WS-ORG-SUB)
                     SET WS-PARENT-SUB TO WS-ORG-IDX
              END-SEARCH
              IF WS-PARENT-SUB = WS-ORG-SUB
                 MOVE ZERO TO WS-PARENT-SUB
              END-IF
              IF WS-PARENT-SUB = ZERO
                 ADD 1 TO WS-NO-SUPERVISOR-COUNT
              END-IF
           END-IF
           IF WS-PARENT-SUB > ZERO
              MOVE WS-PARENT-SUB TO WS-ORG-PARENT (WS-ORG-SUB)
              ADD 1 TO WS-ORG-DIRECT-COUNT (WS-PARENT-SUB)
              IF WS-ORG-FIRST-CHILD (WS-PARENT-SUB) = ZERO
                 MOVE WS-ORG-SUB TO WS-ORG-FIRST-CHILD (WS-PARENT-SUB)
              ELSE
                 MOVE WS-ORG-LAST-CHILD (WS-PARENT-SUB) TO WS-WALK-SUB
                 MOVE WS-ORG-SUB TO WS-ORG-NEXT-SIBLING (WS-WALK-SUB)
              END-IF
              MOVE WS-ORG-SUB TO WS-ORG-LAST-CHILD (WS-PARENT-SUB)
           END-IF.

       3200-CREDIT-ANCESTORS.
           MOVE WS-ORG-PARENT (WS-ORG-SUB) TO WS-WALK-SUB
           MOVE ZERO TO WS-WALK-DEPTH
           PERFORM 3210-CREDIT-ONE-ANCESTOR
               UNTIL WS-WALK-SUB = ZERO
                  OR WS-WALK-DEPTH > WS-WALK-LIMIT.

       3210-CREDIT-ONE-ANCESTOR.
           ADD 1 TO WS-ORG-TOTAL-COUNT (WS-WALK-SUB)
           ADD 1 TO WS-WALK-DEPTH
           MOVE WS-ORG-PARENT (WS-WALK-SUB) TO WS-WALK-SUB.

      *--------------------------------------------------------------
      * One tree from the ROOT= employee, or one per top-of-line
      * employee (no supervisor, or a supervisor not on the chart),
      * then anyone no tree reached.
      *--------------------------------------------------------------
       5000-WRITE-ORG-CHART.
           IF WS-ROOT-EMP-ID NOT = SPACES
              MOVE ZERO TO WS-ROOT-SUB
              IF WS-ORG-COUNT > ZERO
                 SEARCH ALL WS-ORG-ENTRY
                     AT END
                        CONTINUE
                     WHEN WS-ORG-EMP-ID (WS-ORG-IDX) = WS-ROOT-EMP-ID
                        SET WS-ROOT-SUB TO WS-ORG-IDX
                 END-SEARCH
              END-IF
              IF WS-ROOT-SUB = ZERO
                 MOVE SPACES TO WS-REPORT-TEXT-LINE
                 STRING 'START EMPLOYEE ' DELIMITED BY SIZE
                        WS-ROOT-EMP-ID DELIMITED BY SIZE
                        ' IS NOT ON THE MASTER OR IS TERMINATED'
                           DELIMITED BY SIZE
                    INTO WS-REPORT-TEXT-LINE
                 END-STRING
                 WRITE ORG-CHART-REPORT-LINE FROM WS-REPORT-TEXT-LINE
                 DISPLAY 'ORG-CHART START EMPLOYEE NOT FOUND: '
                    WS-ROOT-EMP-ID
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM 5100-WRITE-ONE-TREE
              END-IF
           ELSE
              PERFORM 5050-WRITE-TREE-IF-TOP
                  VARYING WS-ORG-SUB FROM 1 BY 1
                  UNTIL WS-ORG-SUB > WS-ORG-COUNT
              PERFORM 5300-WRITE-UNPLACED
                  VARYING WS-ORG-SUB FROM 1 BY 1
                  UNTIL WS-ORG-SUB > WS-ORG-COUNT
           END-IF
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           WRITE ORG-CHART-REPORT-LINE FROM WS-REPORT-TEXT-LINE
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'EMPLOYEES CHARTED ' DELIMITED BY SIZE
                  WS-EMPLOYEES-CHARTED DELIMITED BY SIZE
                  '   TOP-OF-LINE TREES ' DELIMITED BY SIZE
                  WS-TREES-CHARTED DELIMITED BY SIZE
                  '   NO SUPERVISOR ON CHART ' DELIMITED BY SIZE
                  WS-NO-SUPERVISOR-COUNT DELIMITED BY SIZE
                  '   UNPLACED ' DELIMITED BY SIZE
                  WS-UNPLACED-COUNT DELIMITED BY SIZE
              INTO WS-REPORT-TEXT-LINE
           END-STRING
           WRITE ORG-CHART-REPORT-LINE FROM WS-REPORT-TEXT-LINE
           IF WS-TABLE-OVERFLOW-COUNT > ZERO
              MOVE SPACES TO WS-REPORT-TEXT-LINE
              STRING 'CHART INCOMPLETE - EMPLOYEES NOT LOADED '
                        DELIMITED BY SIZE
                     WS-TABLE-OVERFLOW-COUNT DELIMITED BY SIZE
                 INTO WS-REPORT-TEXT-LINE
              END-STRING
              WRITE ORG-CHART-REPORT-LINE FROM WS-REPORT-TEXT-LINE
           END-IF
           MOVE 'ORG-CHART-REPORT' TO WS-CHECK-FILE-NAME
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS.

       5050-WRITE-TREE-IF-TOP.
           IF WS-ORG-PARENT (WS-ORG-SUB) = ZERO
              MOVE WS-ORG-SUB TO WS-ROOT-SUB
              PERFORM 5100-WRITE-ONE-TREE
           END-IF.

      *--------------------------------------------------------------
      * Depth-first walk from WS-ROOT-SUB along the table links:
      * print the current employee, go down to their first report
      * if they have one, otherwise climb until a next sibling is
      * found - stopping when the climb gets back to the root, so
      * a ROOT= employee's own siblings are never charted.
      * A ROOT= employee inside a supervisor loop would lead the
      * walk back round the loop for ever, so - as in the ancestor
      * walk - a report already charted is never gone down to
      * again and the walk goes no deeper than WS-WALK-LIMIT
      * levels; either way a REPORTING LOOP line marks the spot.
      *--------------------------------------------------------------
       5100-WRITE-ONE-TREE.
           ADD 1 TO WS-TREES-CHARTED
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           WRITE ORG-CHART-REPORT-LINE FROM WS-REPORT-TEXT-LINE
           MOVE WS-ROOT-SUB TO WS-CURRENT-SUB
           MOVE ZERO TO WS-CURRENT-DEPTH
           SET TREE-WALK-ACTIVE TO TRUE
           PERFORM 5200-WRITE-AND-ADVANCE
               UNTIL TREE-WALK-DONE.

       5200-WRITE-AND-ADVANCE.
           PERFORM 5250-WRITE-TREE-LINE
           MOVE WS-ORG-FIRST-CHILD (WS-CURRENT-SUB) TO WS-CHILD-SUB
           IF WS-CHILD-SUB > ZERO
              AND WS-CURRENT-DEPTH > WS-WALK-LIMIT
              MOVE WS-CURRENT-SUB TO WS-LOOP-SUB
              PERFORM 5280-WRITE-LOOP-LINE
              MOVE ZERO TO WS-CHILD-SUB
           END-IF
           SET CHILD-SCAN-ACTIVE TO TRUE
           PERFORM 5220-SKIP-CHARTED-REPORT
               UNTIL CHILD-SCAN-DONE
           IF WS-CHILD-SUB > ZERO
              MOVE WS-CHILD-SUB TO WS-CURRENT-SUB
              ADD 1 TO WS-CURRENT-DEPTH
           ELSE
              SET CLIMB-ACTIVE TO TRUE
              PERFORM 5210-CLIMB-TO-NEXT-SIBLING
                  UNTIL CLIMB-DONE
           END-IF.

       5210-CLIMB-TO-NEXT-SIBLING.
           EVALUATE TRUE
               WHEN WS-CURRENT-SUB = WS-ROOT-SUB
                  SET TREE-WALK-DONE TO TRUE
                  SET CLIMB-DONE TO TRUE
               WHEN OTHER
                  MOVE WS-ORG-NEXT-SIBLING (WS-CURRENT-SUB)
                     TO WS-CHILD-SUB
                  SET CHILD-SCAN-ACTIVE TO TRUE
                  PERFORM 5220-SKIP-CHARTED-REPORT
                      UNTIL CHILD-SCAN-DONE
                  IF WS-CHILD-SUB > ZERO
                     MOVE WS-CHILD-SUB TO WS-CURRENT-SUB
                     SET CLIMB-DONE TO TRUE
                  ELSE
                     MOVE WS-ORG-PARENT (WS-CURRENT-SUB)
                        TO WS-CURRENT-SUB
                     SUBTRACT 1 FROM WS-CURRENT-DEPTH
                  END-IF
           END-EVALUATE.

      *--------------------------------------------------------------
      * Steps WS-CHILD-SUB along the sibling chain past any report
      * already charted - only a loop can bring the walk back to
      * one - leaving it on the next uncharted one, or zero.
      *--------------------------------------------------------------
       5220-SKIP-CHARTED-REPORT.
           IF WS-CHILD-SUB = ZERO
              SET CHILD-SCAN-DONE TO TRUE
           ELSE
              IF WS-ORG-PRINTED (WS-CHILD-SUB) = 'Y'
                 MOVE WS-CHILD-SUB TO WS-LOOP-SUB
                 PERFORM 5280-WRITE-LOOP-LINE
                 MOVE WS-ORG-NEXT-SIBLING (WS-CHILD-SUB)
                    TO WS-CHILD-SUB
              ELSE
                 SET CHILD-SCAN-DONE TO TRUE
              END-IF
           END-IF.

       5250-WRITE-TREE-LINE.
           MOVE 'Y' TO WS-ORG-PRINTED (WS-CURRENT-SUB)
           ADD 1 TO WS-EMPLOYEES-CHARTED
           MOVE SPACES TO WS-DTL-TREE-AREA
           IF WS-CURRENT-DEPTH > WS-INDENT-MAX-DEPTH
              COMPUTE WS-INDENT-POS = WS-INDENT-MAX-DEPTH * 3 + 1
           ELSE
              COMPUTE WS-INDENT-POS = WS-CURRENT-DEPTH * 3 + 1
           END-IF
           PERFORM 5260-FILL-NODE-TEXT
           MOVE WS-NODE-TEXT TO WS-DTL-TREE-AREA (WS-INDENT-POS:)
           COMPUTE WS-DTL-LEVEL = WS-CURRENT-DEPTH + 1
           MOVE WS-ORG-DIRECT-COUNT (WS-CURRENT-SUB) TO WS-DTL-DIRECT
           MOVE WS-ORG-TOTAL-COUNT (WS-CURRENT-SUB) TO WS-DTL-TOTAL
           MOVE SPACES TO WS-DTL-FLAG
           IF WS-ORG-PARENT (WS-CURRENT-SUB) = ZERO
              AND WS-ORG-SUPERVISOR-ID (WS-CURRENT-SUB) NOT = SPACES
              MOVE 'NO SUPV' TO WS-DTL-FLAG
           END-IF
           WRITE ORG-CHART-REPORT-LINE FROM WS-REPORT-DETAIL-LINE
           MOVE 'ORG-CHART-REPORT' TO WS-CHECK-FILE-NAME
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS.

       5260-FILL-NODE-TEXT.
           MOVE WS-ORG-EMP-ID (WS-CURRENT-SUB) TO WS-NODE-EMP-ID
           MOVE WS-ORG-LAST-NAME (WS-CURRENT-SUB) TO WS-NODE-LAST-NAME
           MOVE WS-ORG-FIRST-NAME (WS-CURRENT-SUB)
              TO WS-NODE-FIRST-NAME
           MOVE WS-ORG-DEPT-CODE (WS-CURRENT-SUB) TO WS-NODE-DEPT-CODE
           IF WS-ORG-STATUS (WS-CURRENT-SUB) = 'L'
              MOVE 'ON LEAVE' TO WS-DTL-STATUS
           ELSE
              MOVE 'ACTIVE' TO WS-DTL-STATUS
           END-IF.

       5280-WRITE-LOOP-LINE.
           ADD 1 TO WS-LOOP-COUNT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           STRING 'REPORTING LOOP AT ' DELIMITED BY SIZE
                  WS-ORG-EMP-ID (WS-LOOP-SUB) DELIMITED BY SIZE
              INTO WS-REPORT-TEXT-LINE
           END-STRING
           WRITE ORG-CHART-REPORT-LINE FROM WS-REPORT-TEXT-LINE
           MOVE 'ORG-CHART-REPORT' TO WS-CHECK-FILE-NAME
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS.

      *--------------------------------------------------------------
      * Rows no tree reached: each one's supervisor chain never tops
      * out, i.e. a loop already on the master (the reporting-line
      * edit stops new ones).  Listed flat so HR can break the loop
      * with a CHG.
      *--------------------------------------------------------------
       5300-WRITE-UNPLACED.
           IF WS-ORG-PRINTED (WS-ORG-SUB) NOT = 'Y'
              IF NOT UNPLACED-HEADING-WRITTEN
                 MOVE SPACES TO WS-REPORT-TEXT-LINE
                 WRITE ORG-CHART-REPORT-LINE FROM WS-REPORT-TEXT-LINE
                 MOVE 'NOT PLACED - SUPERVISOR CHAIN FORMS A LOOP'
                    TO WS-REPORT-TEXT-LINE
                 WRITE ORG-CHART-REPORT-LINE FROM WS-REPORT-TEXT-LINE
                 SET UNPLACED-HEADING-WRITTEN TO TRUE
              END-IF
              ADD 1 TO WS-UNPLACED-COUNT
              MOVE WS-ORG-SUB TO WS-CURRENT-SUB
              MOVE SPACES TO WS-DTL-TREE-AREA
              PERFORM 5260-FILL-NODE-TEXT
              MOVE WS-NODE-TEXT TO WS-DTL-TREE-AREA
              MOVE ZERO TO WS-DTL-LEVEL
              MOVE WS-ORG-DIRECT-COUNT (WS-ORG-SUB) TO WS-DTL-DIRECT
              MOVE ZERO TO WS-DTL-TOTAL
              MOVE 'LOOP' TO WS-DTL-FLAG
              WRITE ORG-CHART-REPORT-LINE FROM WS-REPORT-DETAIL-LINE
              MOVE 'ORG-CHART-REPORT' TO WS-CHECK-FILE-NAME
              MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS-CODE
              PERFORM 1900-CHECK-FILE-STATUS
           END-IF.

       9000-TERMINATION.
           DISPLAY 'ORG-CHART RECORDS READ: ' WS-RECORDS-READ
           DISPLAY 'ORG-CHART EMPLOYEES CHARTED: ' WS-EMPLOYEES-CHARTED
           DISPLAY 'ORG-CHART NO SUPERVISOR ON CHART: '
              WS-NO-SUPERVISOR-COUNT
           DISPLAY 'ORG-CHART UNPLACED (LOOP): ' WS-UNPLACED-COUNT
           IF WS-LOOP-COUNT > ZERO
              DISPLAY 'ORG-CHART REPORTING LOOPS MET: ' WS-LOOP-COUNT
           END-IF
           IF WS-TABLE-OVERFLOW-COUNT > ZERO
              DISPLAY 'ORG-CHART TABLE FULL - NOT LOADED: '
                 WS-TABLE-OVERFLOW-COUNT
           END-IF
           CLOSE EMPLOYEE-MASTER-FILE
                 PARAMETER-FILE
                 ORG-CHART-REPORT-FILE.
