      *--------------------------------------------------------------
      * Monthly service-milestone report for recognition awards:
      * every active or on-leave employee whose continuous service
      * reaches 5, 10, 15, 20 or 25 years during the report month,
      * grouped by milestone, longest service first, with a count
      * per milestone.  Continuous service runs from the adjusted
      * service date on the master - the hire date carried forward
      * over a bridged break in service and any non-creditable
      * leave - or from the hire date where the master has no
      * service date yet.  The original hire date is printed beside
      * it so HR can see where earlier service was bridged.  An
      * employee on leave still reaches the milestone and is
      * flagged ON LEAVE, so the award can wait for their return.
      * A 29 February service date reaches its anniversary on
      * 28 February in a non-leap year.
      * SVCPARM card: MONTH=CCYYMM (optional - default is the month
      * after the run date, so the report run late in a month lists
      * next month's milestones in time to order the awards).
      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-SERVICE-MILESTONE.
       AUTHOR. ALEXANDRIA.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. EMPLOYEES REACHING 5, 10, 15, 20 AND 25 YEARS OF
           CONTINUOUS SERVICE IN THE REPORT MONTH.

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

           SELECT PARAMETER-FILE ASSIGN TO SVCPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT MILESTONE-REPORT-FILE ASSIGN TO EMPSVRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPREC.

       FD  PARAMETER-FILE.
       01  PARAMETER-CARD                  PIC X(80).

       FD  MILESTONE-REPORT-FILE.
       01  MILESTONE-REPORT-LINE           PIC X(132).

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

       01  WS-RUN-CONTROLS.
           05  WS-CURRENT-TIMESTAMP        PIC X(21).
           05  WS-RUN-DATE                 PIC 9(8).
           05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
               10  WS-RUN-YEAR             PIC 9(4).
               10  WS-RUN-MONTH            PIC 9(2).
               10  WS-RUN-DAY              PIC 9(2).
           05  WS-REPORT-MONTH             PIC 9(6) VALUE ZERO.
           05  WS-REPORT-MONTH-X REDEFINES WS-REPORT-MONTH.
               10  WS-REPORT-YEAR          PIC 9(4).
               10  WS-REPORT-MM            PIC 9(2).
           05  WS-REPORT-LEAP-YEAR         PIC X(1).
               88  REPORT-YEAR-IS-LEAP      VALUE 'Y'.
           05  WS-LEAP-WORK                PIC 9(4).
           05  WS-LEAP-REMAINDER           PIC 9(4).

       01  WS-SCAN-COUNTERS.
           05  WS-RECORDS-READ             PIC 9(9) VALUE ZERO.
           05  WS-EMPLOYEES-CHECKED        PIC 9(7) VALUE ZERO.
           05  WS-NO-SERVICE-DATE          PIC 9(7) VALUE ZERO.
           05  WS-MILESTONES-FOUND         PIC 9(7) VALUE ZERO.
           05  WS-MILESTONES-DROPPED       PIC 9(7) VALUE ZERO.

      *--------------------------------------------------------------
      * The milestones, printed in this order - longest service
      * first.  Each has its own count for the group total.
      *--------------------------------------------------------------
       01  WS-MILESTONE-VALUES             PIC X(10)
               VALUE '2520151005'.
       01  WS-MILESTONE-TABLE REDEFINES WS-MILESTONE-VALUES.
           05  WS-MILESTONE-YEARS          PIC 9(2) OCCURS 5 TIMES.

       01  WS-MILESTONE-COUNTS.
           05  WS-MILESTONE-COUNT          PIC 9(7) OCCURS 5 TIMES.

      *--------------------------------------------------------------
      * Every employee who reaches a milestone in the month, in
      * master (employee id) order; printed a milestone at a time.
      * An employee can reach only one milestone in a given month.
      *--------------------------------------------------------------
       01  WS-HIT-TABLE.
           05  WS-HIT-COUNT                PIC 9(4) COMP VALUE ZERO.
           05  WS-HIT-ENTRY                OCCURS 2000 TIMES.
               10  WS-HIT-MILESTONE-SUB    PIC 9(1).
               10  WS-HIT-EMP-ID           PIC X(6).
               10  WS-HIT-LAST-NAME        PIC X(20).
               10  WS-HIT-FIRST-NAME       PIC X(15).
               10  WS-HIT-DEPT-CODE        PIC X(4).
               10  WS-HIT-ORIG-HIRE-DATE   PIC 9(8).
               10  WS-HIT-SERVICE-DATE     PIC 9(8).
               10  WS-HIT-ANNIVERSARY      PIC 9(8).
               10  WS-HIT-ON-LEAVE         PIC X(1).

       01  WS-MILESTONE-WORK.
           05  WS-MS-SUB                   PIC 9(1) COMP.
           05  WS-HIT-SUB                  PIC 9(4) COMP.
           05  WS-SERVICE-FROM             PIC 9(8).
           05  WS-SERVICE-FROM-X REDEFINES WS-SERVICE-FROM.
               10  WS-SERVICE-YEAR         PIC 9(4).
               10  WS-SERVICE-MM           PIC 9(2).
               10  WS-SERVICE-DD           PIC 9(2).
           05  WS-ORIG-HIRE                PIC 9(8).
           05  WS-YEARS-OF-SERVICE         PIC S9(4).
           05  WS-ANNIVERSARY-DATE         PIC 9(8).
           05  WS-ANNIVERSARY-X REDEFINES WS-ANNIVERSARY-DATE.
               10  WS-ANNIV-YEAR           PIC 9(4).
               10  WS-ANNIV-MM             PIC 9(2).
               10  WS-ANNIV-DD             PIC 9(2).

       01  WS-REPORT-HEADING-1.
           05  FILLER                      PIC X(34)
               VALUE 'EMPLOYEE-SERVICE-MILESTONE'.
           05  FILLER                      PIC X(36)
               VALUE 'SERVICE MILESTONES REACHED IN MONTH '.
           05  WS-HDG-REPORT-MONTH         PIC 9(6).
           05  FILLER                      PIC X(12)
               VALUE '   RUN DATE '.
           05  WS-HDG-RUN-DATE             PIC 9(8).

       01  WS-REPORT-COLUMN-HEADS.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  FILLER                      PIC X(8) VALUE 'EMP ID  '.
           05  FILLER                      PIC X(22)
               VALUE 'LAST NAME             '.
           05  FILLER                      PIC X(17)
               VALUE 'FIRST NAME       '.
           05  FILLER                      PIC X(6) VALUE 'DEPT  '.
           05  FILLER                      PIC X(11)
               VALUE 'ORIG HIRE  '.
           05  FILLER                      PIC X(11)
               VALUE 'SERVICE    '.
           05  FILLER                      PIC X(13)
               VALUE 'ANNIVERSARY  '.
           05  FILLER                      PIC X(8) VALUE 'NOTE    '.

       01  WS-REPORT-MILESTONE-LINE.
           05  WS-MSL-YEARS                PIC Z9.
           05  FILLER                      PIC X(20)
               VALUE ' YEARS OF SERVICE'.

       01  WS-REPORT-DETAIL-LINE.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-DTL-EMP-ID               PIC X(6).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-LAST-NAME            PIC X(20).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-FIRST-NAME           PIC X(15).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-DEPT-CODE            PIC X(4).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-ORIG-HIRE            PIC 9(8).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-DTL-SERVICE-DATE         PIC 9(8).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-DTL-ANNIVERSARY          PIC 9(8).
           05  FILLER                      PIC X(5) VALUE SPACES.
           05  WS-DTL-NOTE                 PIC X(8).

       01  WS-REPORT-TOTAL-LINE.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-TOT-LABEL                PIC X(24).
           05  WS-TOT-COUNT                PIC ZZZ,ZZ9.

       01  WS-REPORT-TEXT-LINE             PIC X(132).

       PROCEDURE DIVISION.
      *--------------------------------------------------------------
      * A rejected MONTH= card has already set RC=8 - the report is
      * not produced for some other month in its place.
      *--------------------------------------------------------------
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZATION
           IF RETURN-CODE < 8
              PERFORM 2000-CHECK-ONE-EMPLOYEE
                  UNTIL END-OF-MASTER
              PERFORM 5000-WRITE-MILESTONE-BODY
           END-IF
           PERFORM 9000-TERMINATION
           STOP RUN.

       1000-INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP (1:8) TO WS-RUN-DATE
           OPEN INPUT EMPLOYEE-MASTER-FILE
           MOVE 'EMPLOYEE-MASTER-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-EMPMAST-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           OPEN INPUT PARAMETER-FILE
           MOVE 'PARAMETER-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-PARM-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           OPEN OUTPUT MILESTONE-REPORT-FILE
           MOVE 'MILESTONE-REPORT-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           PERFORM 1100-READ-ONE-PARM-CARD
               UNTIL END-OF-PARMS
           IF WS-REPORT-MONTH = ZERO
              PERFORM 1200-DEFAULT-REPORT-MONTH
           END-IF
           PERFORM 1300-SET-LEAP-YEAR
           MOVE ZEROS TO WS-MILESTONE-COUNTS
           MOVE WS-REPORT-MONTH TO WS-HDG-REPORT-MONTH
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           WRITE MILESTONE-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE MILESTONE-REPORT-LINE FROM WS-REPORT-COLUMN-HEADS
           MOVE 'MILESTONE-REPORT-FILE' TO WS-CHECK-FILE-NAME
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
               WHEN PARAMETER-CARD (1:6) = 'MONTH='
                  IF PARAMETER-CARD (7:6) NUMERIC
                     AND PARAMETER-CARD (11:2) >= '01'
                     AND PARAMETER-CARD (11:2) <= '12'
                     MOVE PARAMETER-CARD (7:6) TO WS-REPORT-MONTH
                  ELSE
                     DISPLAY 'MONTH= MUST BE NUMERIC CCYYMM: '
                        PARAMETER-CARD (1:20)
                     MOVE 8 TO RETURN-CODE
                  END-IF
               WHEN PARAMETER-CARD = SPACES
                  CONTINUE
               WHEN PARAMETER-CARD (1:1) = '*'
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'UNRECOGNIZED SVCPARM CARD: '
                     PARAMETER-CARD (1:40)
                  MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       1200-DEFAULT-REPORT-MONTH.
           IF WS-RUN-MONTH = 12
              COMPUTE WS-REPORT-YEAR = WS-RUN-YEAR + 1
              MOVE 1 TO WS-REPORT-MM
           ELSE
              MOVE WS-RUN-YEAR TO WS-REPORT-YEAR
              COMPUTE WS-REPORT-MM = WS-RUN-MONTH + 1
           END-IF.

      *--------------------------------------------------------------
      * Only matters for a February report: a 29 February service
      * date has its anniversary on the 28th in a non-leap year.
      *--------------------------------------------------------------
       1300-SET-LEAP-YEAR.
           MOVE 'N' TO WS-REPORT-LEAP-YEAR
           DIVIDE WS-REPORT-YEAR BY 4
              GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = ZERO
              MOVE 'Y' TO WS-REPORT-LEAP-YEAR
              DIVIDE WS-REPORT-YEAR BY 100
                 GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REMAINDER
              IF WS-LEAP-REMAINDER = ZERO
                 DIVIDE WS-REPORT-YEAR BY 400
                    GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REMAINDER
                 IF WS-LEAP-REMAINDER NOT = ZERO
                    MOVE 'N' TO WS-REPORT-LEAP-YEAR
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
      * A failed read drives neither AT END nor NOT AT END, so the
      * scan also stops on any non-'00' status rather than spinning
      * on a file that will never deliver a record.  Terminated
      * employees are not in service and are not listed.
      *--------------------------------------------------------------
       2000-CHECK-ONE-EMPLOYEE.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                  SET END-OF-MASTER TO TRUE
               NOT AT END
                  ADD 1 TO WS-RECORDS-READ
                  IF EMP-STATUS-ACTIVE OR EMP-STATUS-ON-LEAVE
                     PERFORM 2100-CHECK-MILESTONES
                  END-IF
           END-READ
           IF WS-EMPMAST-STATUS NOT = '00' AND NOT = '10'
              MOVE 'EMPLOYEE-MASTER-FILE' TO WS-CHECK-FILE-NAME
              MOVE WS-EMPMAST-STATUS TO WS-CHECK-STATUS-CODE
              PERFORM 1900-CHECK-FILE-STATUS
              SET END-OF-MASTER TO TRUE
           END-IF.

      *--------------------------------------------------------------
      * Years of service reached in the report month is the report
      * year less the service year, when the service month is the
      * report month.  A master with neither a service date nor a
      * usable hire date is counted and skipped.
      *--------------------------------------------------------------
       2100-CHECK-MILESTONES.
           ADD 1 TO WS-EMPLOYEES-CHECKED
           MOVE EMP-HIRE-DATE TO WS-SERVICE-FROM
           IF EMP-ADJ-SERVICE-DATE NUMERIC
              AND EMP-ADJ-SERVICE-DATE > ZERO
              MOVE EMP-ADJ-SERVICE-DATE TO WS-SERVICE-FROM
           END-IF
           MOVE EMP-HIRE-DATE TO WS-ORIG-HIRE
           IF EMP-ORIG-HIRE-DATE NUMERIC
              AND EMP-ORIG-HIRE-DATE > ZERO
              MOVE EMP-ORIG-HIRE-DATE TO WS-ORIG-HIRE
           END-IF
           IF WS-SERVICE-FROM NOT NUMERIC
              OR WS-SERVICE-FROM = ZERO
              ADD 1 TO WS-NO-SERVICE-DATE
           ELSE
              IF WS-SERVICE-MM = WS-REPORT-MM
                 COMPUTE WS-YEARS-OF-SERVICE =
                    WS-REPORT-YEAR - WS-SERVICE-YEAR
                 PERFORM VARYING WS-MS-SUB FROM 1 BY 1
                         UNTIL WS-MS-SUB > 5
                     IF WS-YEARS-OF-SERVICE =
                           WS-MILESTONE-YEARS (WS-MS-SUB)
                        PERFORM 2200-KEEP-MILESTONE
                     END-IF
                 END-PERFORM
              END-IF
           END-IF.

       2200-KEEP-MILESTONE.
           ADD 1 TO WS-MILESTONES-FOUND
           ADD 1 TO WS-MILESTONE-COUNT (WS-MS-SUB)
           IF WS-HIT-COUNT NOT < 2000
              ADD 1 TO WS-MILESTONES-DROPPED
           ELSE
              ADD 1 TO WS-HIT-COUNT
              MOVE WS-MS-SUB TO WS-HIT-MILESTONE-SUB (WS-HIT-COUNT)
              MOVE EMP-ID TO WS-HIT-EMP-ID (WS-HIT-COUNT)
              MOVE EMP-LAST-NAME TO WS-HIT-LAST-NAME (WS-HIT-COUNT)
              MOVE EMP-FIRST-NAME TO WS-HIT-FIRST-NAME (WS-HIT-COUNT)
              MOVE EMP-DEPT-CODE TO WS-HIT-DEPT-CODE (WS-HIT-COUNT)
              MOVE WS-ORIG-HIRE
                 TO WS-HIT-ORIG-HIRE-DATE (WS-HIT-COUNT)
              MOVE WS-SERVICE-FROM
                 TO WS-HIT-SERVICE-DATE (WS-HIT-COUNT)
              MOVE WS-REPORT-YEAR TO WS-ANNIV-YEAR
              MOVE WS-SERVICE-MM TO WS-ANNIV-MM
              MOVE WS-SERVICE-DD TO WS-ANNIV-DD
              IF WS-ANNIV-MM = 2 AND WS-ANNIV-DD = 29
                 AND NOT REPORT-YEAR-IS-LEAP
                 MOVE 28 TO WS-ANNIV-DD
              END-IF
              MOVE WS-ANNIVERSARY-DATE
                 TO WS-HIT-ANNIVERSARY (WS-HIT-COUNT)
              MOVE EMP-STATUS TO WS-HIT-ON-LEAVE (WS-HIT-COUNT)
           END-IF.

      *--------------------------------------------------------------
      * One group per milestone, longest service first; a milestone
      * nobody reaches this month still prints, with a zero count,
      * so the award list is visibly complete.
      *--------------------------------------------------------------
       5000-WRITE-MILESTONE-BODY.
           PERFORM 5100-WRITE-ONE-MILESTONE
               VARYING WS-MS-SUB FROM 1 BY 1
               UNTIL WS-MS-SUB > 5
           MOVE 'TOTAL MILESTONES' TO WS-TOT-LABEL
           MOVE WS-MILESTONES-FOUND TO WS-TOT-COUNT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           WRITE MILESTONE-REPORT-LINE FROM WS-REPORT-TEXT-LINE
           WRITE MILESTONE-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
           IF WS-MILESTONES-DROPPED > ZERO
              MOVE SPACES TO WS-REPORT-TEXT-LINE
              STRING '*** LISTING INCOMPLETE - '
                     DELIMITED BY SIZE
                     WS-MILESTONES-DROPPED DELIMITED BY SIZE
                     ' EMPLOYEES OVER THE 2000-ENTRY TABLE ARE'
                     DELIMITED BY SIZE
                     ' COUNTED BUT NOT LISTED' DELIMITED BY SIZE
                 INTO WS-REPORT-TEXT-LINE
              END-STRING
              WRITE MILESTONE-REPORT-LINE FROM WS-REPORT-TEXT-LINE
           END-IF
           MOVE 'MILESTONE-REPORT-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS.

       5100-WRITE-ONE-MILESTONE.
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           WRITE MILESTONE-REPORT-LINE FROM WS-REPORT-TEXT-LINE
           MOVE WS-MILESTONE-YEARS (WS-MS-SUB) TO WS-MSL-YEARS
           WRITE MILESTONE-REPORT-LINE FROM WS-REPORT-MILESTONE-LINE
           PERFORM VARYING WS-HIT-SUB FROM 1 BY 1
                   UNTIL WS-HIT-SUB > WS-HIT-COUNT
               IF WS-HIT-MILESTONE-SUB (WS-HIT-SUB) = WS-MS-SUB
                  PERFORM 5200-WRITE-ONE-EMPLOYEE
               END-IF
           END-PERFORM
           MOVE 'EMPLOYEES' TO WS-TOT-LABEL
           MOVE WS-MILESTONE-COUNT (WS-MS-SUB) TO WS-TOT-COUNT
           WRITE MILESTONE-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
           MOVE 'MILESTONE-REPORT-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS.

       5200-WRITE-ONE-EMPLOYEE.
           MOVE WS-HIT-EMP-ID (WS-HIT-SUB) TO WS-DTL-EMP-ID
           MOVE WS-HIT-LAST-NAME (WS-HIT-SUB) TO WS-DTL-LAST-NAME
           MOVE WS-HIT-FIRST-NAME (WS-HIT-SUB) TO WS-DTL-FIRST-NAME
           MOVE WS-HIT-DEPT-CODE (WS-HIT-SUB) TO WS-DTL-DEPT-CODE
           MOVE WS-HIT-ORIG-HIRE-DATE (WS-HIT-SUB)
              TO WS-DTL-ORIG-HIRE
           MOVE WS-HIT-SERVICE-DATE (WS-HIT-SUB)
              TO WS-DTL-SERVICE-DATE
           MOVE WS-HIT-ANNIVERSARY (WS-HIT-SUB) TO WS-DTL-ANNIVERSARY
           MOVE SPACES TO WS-DTL-NOTE
           IF WS-HIT-ON-LEAVE (WS-HIT-SUB) = 'L'
              MOVE 'ON LEAVE' TO WS-DTL-NOTE
           END-IF
           WRITE MILESTONE-REPORT-LINE FROM WS-REPORT-DETAIL-LINE.

       9000-TERMINATION.
           DISPLAY 'SERVICE-MILESTONE REPORT MONTH: ' WS-REPORT-MONTH
           DISPLAY 'SERVICE-MILESTONE RECORDS READ: ' WS-RECORDS-READ
           DISPLAY 'SERVICE-MILESTONE EMPLOYEES CHECKED: '
              WS-EMPLOYEES-CHECKED
           DISPLAY 'SERVICE-MILESTONE NO SERVICE DATE: '
              WS-NO-SERVICE-DATE
           DISPLAY 'SERVICE-MILESTONE MILESTONES FOUND: '
              WS-MILESTONES-FOUND
           IF (WS-NO-SERVICE-DATE > ZERO
               OR WS-MILESTONES-DROPPED > ZERO)
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE EMPLOYEE-MASTER-FILE
                 PARAMETER-FILE
                 MILESTONE-REPORT-FILE.
