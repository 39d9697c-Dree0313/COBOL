               RECORD KEY IS LHS-KEY
               FILE STATUS IS WS-LEAVEHIS-STATUS.

           SELECT CYCLE-CONTROL-FILE ASSIGN TO EMPCYCL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYCLE-STATUS.

      *--------------------------------------------------------------
      * User-authority file - each transaction's TRAN-USER-ID must
      * hold the action, the department and (where the transaction
      * sets pay) pay authority.  A refusal is logged to the
      * security-violation file read by the weekly EMPSECR report.
      *--------------------------------------------------------------
           SELECT USER-AUTHORITY-FILE ASSIGN TO EMPUSER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USR-USER-ID
               FILE STATUS IS WS-USERAUTH-STATUS.

           SELECT SECURITY-VIOLATION-FILE ASSIGN TO EMPSVIO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIO-KEY
               FILE STATUS IS WS-SECVIOL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
      * a released row flows through the same edits as a fresh one.
      *--------------------------------------------------------------
       FD  PENDING-IN-FILE.
       01  PENDING-IN-RECORD               PIC X(120).

       FD  PENDING-OUT-FILE.
       01  PENDING-OUT-RECORD              PIC X(120).

       FD  EXCEPTION-FILE.
           COPY EMPEXC.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-LINE                    PIC X(132).

       FD  CYCLE-CONTROL-FILE.
           COPY EMPCYCL.

       FD  USER-AUTHORITY-FILE.
           COPY EMPUSR.

       FD  SECURITY-VIOLATION-FILE.
           COPY EMPVIO.

       WORKING-STORAGE SECTION.
           COPY EMPCYCW.

      *--------------------------------------------------------------
      * Reference tables and shared validation switches
      *--------------------------------------------------------------
           05  WS-RUNSTAT-STATUS           PIC X(2).
           05  WS-NEXTID-STATUS            PIC X(2).
           05  WS-LEAVEHIS-STATUS          PIC X(2).
           05  WS-USERAUTH-STATUS          PIC X(2).
           05  WS-SECVIOL-STATUS           PIC X(2).

      *--------------------------------------------------------------
      * Fed by the caller immediately before PERFORM 1900-CHECK-FILE-
               88  NO-DUPLICATE-FOUND       VALUE 'N'.
           05  WS-DUP-MATCHED-ID           PIC X(6).

      *--------------------------------------------------------------
      * Position control: the pre-count scan loads each department's
      * filled count (non-terminated employees) into the reference
      * table, and every applied ADD, transfer, TRM and RHR moves it
      * by one so the establishment edit sees tonight's position,
      * not last night's.  W015 warnings written are counted for the
      * run log.
      *--------------------------------------------------------------
       01  WS-POSITION-CONTROL-WORK.
           05  WS-FILLED-DEPT-CODE         PIC X(4).
           05  WS-FILLED-DELTA             PIC S9(1).
           05  WS-ESTAB-WARNING-COUNT      PIC 9(7) VALUE ZERO.

      *--------------------------------------------------------------
      * Orphaned-report listing: an applied TRM or LOA scans the
      * master for non-terminated employees still reporting to the
      * departing supervisor and puts each one on the exception
      * queue as a ready-made CHG for HR to key the new supervisor
      * into.  The triggering transaction is parked in
      * WS-SAVED-TRANSACTION while the CHG images are built in the
      * EMPLOYEE-TRANSACTION area.
      *--------------------------------------------------------------
       01  WS-ORPHAN-WORK.
           05  WS-ORPHAN-SUPV-ID           PIC X(6).
           05  WS-ORPHAN-SUPV-ACTION       PIC X(3).
           05  WS-ORPHAN-SCAN-STATE        PIC X(1) VALUE 'N'.
               88  ORPHAN-SCAN-DONE         VALUE 'Y'.
               88  ORPHAN-SCAN-ACTIVE       VALUE 'N'.
           05  WS-ORPHAN-COUNT             PIC 9(7) VALUE ZERO.
           05  WS-SAVED-TRANSACTION        PIC X(120).

      *--------------------------------------------------------------
      * User-authority check (EMPUSRP.cpy) on each transaction's
      * TRAN-USER-ID.  Refusals are rejected V021 and counted for
      * the run log; the violation row's sequence separates two
      * refusals stamped in the same hundredth of a second.
      *--------------------------------------------------------------
           COPY EMPUSRW.

       01  WS-AUTHORITY-WORK.
           05  WS-AUTH-DENIED-COUNT        PIC 9(7) VALUE ZERO.

      *--------------------------------------------------------------
      * Request 009 - pre/post record-count and pay control-total
      * reconciliation.  WS-CONTROL-TOTAL-DELTA is built up as adds
               ==EMP-PAY-AMOUNT== BY ==BEF-EMP-PAY-AMOUNT==
               ==EMP-LAST-CHANGE-DATE== BY ==BEF-EMP-LAST-CHANGE-DATE==
               ==EMP-LAST-CHANGE-USER== BY
                   ==BEF-EMP-LAST-CHANGE-USER==
               ==EMP-SUPERVISOR-ID== BY ==BEF-EMP-SUPERVISOR-ID==
               ==EMP-TERM-REASON== BY ==BEF-EMP-TERM-REASON==
               ==EMP-REHIRE-NOT-ELIGIBLE== BY
                   ==BEF-EMP-REHIRE-NOT-ELIGIBLE==
               ==EMP-REHIRE-ELIGIBLE== BY ==BEF-EMP-REHIRE-ELIGIBLE==
               ==EMP-ORIG-HIRE-DATE== BY ==BEF-EMP-ORIG-HIRE-DATE==
               ==EMP-ADJ-SERVICE-DATE== BY
                   ==BEF-EMP-ADJ-SERVICE-DATE==.

       01  WS-AUDIT-WORK.
           05  WS-AUDIT-FIELD-NAME         PIC X(15).

       PROCEDURE DIVISION USING WS-PARM-AREA.
       0000-MAIN-LOGIC.
           MOVE 'APPLYSTP' TO WS-CYCLE-THIS-STEP
           PERFORM 0600-START-CYCLE-STEP
           IF NOT CYCLE-STEP-MAY-RUN
              STOP RUN
           END-IF
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-RECONCILE-PRE-COUNTS
           PERFORM 2500-SWEEP-PENDING-TRANSACTIONS
           PERFORM 4000-RECONCILE-POST-COUNTS
           PERFORM 5000-PRODUCE-SUMMARY-REPORT
           PERFORM 9000-TERMINATION
           MOVE WS-RECORDS-PROCESSED-COUNT TO WS-CYCLE-COUNT-IN
           COMPUTE WS-CYCLE-COUNT-OUT = WS-ADDS-APPLIED
                                      + WS-CHANGES-APPLIED
                                      + WS-TERMINATIONS-APPLIED
                                      + WS-LEAVES-APPLIED
                                      + WS-RETURNS-APPLIED
                                      + WS-REHIRES-APPLIED
           MOVE WS-REJECTED-COUNT TO WS-CYCLE-COUNT-REJ
           PERFORM 0650-END-CYCLE-STEP
           STOP RUN.

      *--------------------------------------------------------------
           MOVE WS-NEXTID-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS

           OPEN INPUT USER-AUTHORITY-FILE
           MOVE 'USER-AUTHORITY-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-USERAUTH-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS

           OPEN I-O SECURITY-VIOLATION-FILE
           IF WS-SECVIOL-STATUS = '35'
              OPEN OUTPUT SECURITY-VIOLATION-FILE
              CLOSE SECURITY-VIOLATION-FILE
              OPEN I-O SECURITY-VIOLATION-FILE
           END-IF
           MOVE 'SECURITY-VIOLATION' TO WS-CHECK-FILE-NAME
           MOVE WS-SECVIOL-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS

      *--------------------------------------------------------------
      * A run that started before and never finished (abend, or a
      * failed RC) restarts from its checkpoint on its own when the
      * job is resubmitted; the RESTART PARM is still honoured.  The
      * run is keyed and dated by the cycle's business date, not the
      * clock, so a cycle that runs past midnight or is resumed the
      * next morning finds its own checkpoint and applies the
      * night's work as of its own day.
      *--------------------------------------------------------------
           IF WS-PARM-LENGTH > 0
              AND WS-PARM-TEXT (1:7) = 'RESTART'
              SET RESTART-REQUESTED TO TRUE
           END-IF
           IF CYCLE-STEP-RESTARTING
              SET RESTART-REQUESTED TO TRUE
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CYCLE-BUSINESS-DATE TO WS-RUN-ID
           MOVE WS-CYCLE-BUSINESS-DATE TO WS-RUN-DATE

           MOVE WS-RUN-DATE TO WS-RHDG-RUN-DATE
           WRITE RETRO-REGISTER-LINE FROM WS-RETRO-REGISTER-HEADING
      * already flagged on the run's RC - nothing is half-applied.
      *--------------------------------------------------------------
       3210-VALIDATE-AND-APPLY.
           PERFORM 3205-CHECK-USER-AUTHORITY
           IF USER-NOT-AUTHORIZED
              SET VALIDATION-FAILED TO TRUE
              MOVE 'V021' TO WS-VALIDATION-REASON-CODE
              MOVE WS-AUTH-REASON-TEXT TO WS-VALIDATION-REASON-TEXT
              ADD 1 TO WS-REJECTED-COUNT
              ADD 1 TO WS-AUTH-DENIED-COUNT
              PERFORM 6000-WRITE-EXCEPTION-RECORD
              PERFORM 6950-WRITE-SECURITY-VIOLATION
           ELSE
              PERFORM 3215-EDIT-AND-APPLY-AUTHORIZED
           END-IF.

      *--------------------------------------------------------------
      * The user-authority check runs first, ahead of id assignment,
      * so a refused ADD never takes a number.  The department and
      * pay tests are made against the master as it stands: a CHG
      * or RHR needs the employee's current department and, when
      * it moves the employee, the new one too; a CHG touches pay
      * only when the keyed amount or grade differs from the
      * master, while an ADD or RHR always sets it.  A transaction
      * for an employee not on the master is judged on its keyed
      * department and falls into the ordinary not-found reject.
      * A reporting-line-only CHG (a released V018 item) moves
      * neither department nor pay, whatever its image carries.
      *--------------------------------------------------------------
       3205-CHECK-USER-AUTHORITY.
           MOVE TRAN-USER-ID TO WS-AUTH-USER-ID
           MOVE TRAN-USER-ID TO USR-USER-ID
           READ USER-AUTHORITY-FILE
               INVALID KEY
                  SET AUTH-USER-NOT-ON-FILE TO TRUE
               NOT INVALID KEY
                  SET AUTH-USER-ON-FILE TO TRUE
           END-READ
           MOVE TRAN-ACTION-CODE TO WS-AUTH-ACTION-CODE
           MOVE TRAN-DEPT-CODE TO WS-AUTH-DEPT-CODE
           MOVE SPACES TO WS-AUTH-TO-DEPT-CODE
           SET AUTH-DEPT-SCOPE-ONLY TO TRUE
           SET AUTH-PAY-NOT-TOUCHED TO TRUE
           IF TRAN-ACTION-ADD OR TRAN-ACTION-REHIRE
              SET AUTH-PAY-TOUCHED TO TRUE
           END-IF
           IF NOT TRAN-ACTION-ADD
              MOVE TRAN-EMP-ID TO EMP-ID
              READ EMPLOYEE-MASTER-FILE
                  NOT INVALID KEY
                     MOVE EMP-DEPT-CODE TO WS-AUTH-DEPT-CODE
                     IF (TRAN-ACTION-CHANGE OR TRAN-ACTION-REHIRE)
                        AND NOT TRAN-REPORTING-LINE-ONLY
                        MOVE TRAN-DEPT-CODE TO WS-AUTH-TO-DEPT-CODE
                     END-IF
                     IF TRAN-ACTION-CHANGE
                        AND NOT TRAN-REPORTING-LINE-ONLY
                        IF TRAN-PAY-GRADE NOT = EMP-PAY-GRADE
                           SET AUTH-PAY-TOUCHED TO TRUE
                        END-IF
                        IF TRAN-PAY-AMOUNT NOT NUMERIC
                           SET AUTH-PAY-TOUCHED TO TRUE
                        ELSE
                           IF TRAN-PAY-AMOUNT NOT = EMP-PAY-AMOUNT
                              SET AUTH-PAY-TOUCHED TO TRUE
                           END-IF
                        END-IF
                     END-IF
              END-READ
           END-IF
           MOVE SPACES TO WS-AUTH-DIVISION
           MOVE SPACES TO WS-AUTH-TO-DIVISION
           PERFORM VARYING WS-TABLE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-TABLE-SUBSCRIPT > WS-DEPT-COUNT
               IF WS-DEPT-ENTRY (WS-TABLE-SUBSCRIPT) =
                     WS-AUTH-DEPT-CODE
                  MOVE WS-DEPT-DIVISION (WS-TABLE-SUBSCRIPT)
                     TO WS-AUTH-DIVISION
               END-IF
               IF WS-DEPT-ENTRY (WS-TABLE-SUBSCRIPT) =
                     WS-AUTH-TO-DEPT-CODE
                  MOVE WS-DEPT-DIVISION (WS-TABLE-SUBSCRIPT)
                     TO WS-AUTH-TO-DIVISION
               END-IF
           END-PERFORM
           PERFORM 8800-CHECK-USER-AUTHORITY.

       3215-EDIT-AND-APPLY-AUTHORIZED.
           IF TRAN-ACTION-ADD
              AND (TRAN-EMP-ID = SPACES OR TRAN-EMP-ID = LOW-VALUES)
              PERFORM 7050-ASSIGN-EMPLOYEE-ID
           END-IF
           IF TRAN-ACTION-CHANGE AND TRAN-REPORTING-LINE-ONLY
              PERFORM 3250-REFRESH-REPORTING-LINE
           END-IF
           PERFORM 3220-CHECK-SUPERVISOR-LINE
           PERFORM 3240-CHECK-REHIRE-ELIGIBILITY
           PERFORM 8000-VALIDATE-EMPLOYEE-RECORD
           IF VALIDATION-FAILED
              ADD 1 TO WS-REJECTED-COUNT
              IF VALIDATION-WARNING-SET
                 PERFORM 6400-WRITE-BAND-WARNING-RECORD
              END-IF
              IF DEPT-OVER-ESTABLISHMENT
                 PERFORM 6450-WRITE-ESTABLISHMENT-WARNING
              END-IF
              PERFORM 7000-APPLY-TRANSACTION
              ADD 1 TO WS-RECORDS-PROCESSED-COUNT
              IF FUNCTION MOD (WS-RECORDS-PROCESSED-COUNT,
              END-IF
           END-IF.

      *--------------------------------------------------------------
      * Supervisor lookup for the reporting-line edit in EMPVAL: read
      * the keyed supervisor, then follow EMP-SUPERVISOR-ID upward
      * until the line tops out.  Meeting this employee on the way
      * up means the change would close a loop.  A supervisor whose
      * own supervisor is missing is not this transaction's problem
      * - the walk just stops there.  Runs before 7000 re-reads the
      * master, so borrowing the record area costs nothing.
      *--------------------------------------------------------------
       3220-CHECK-SUPERVISOR-LINE.
           SET SUPV-NOT-CHECKED TO TRUE
           IF (TRAN-ACTION-ADD OR TRAN-ACTION-CHANGE)
              AND NOT TRAN-SUPERVISOR-UNCHANGED
              AND NOT TRAN-SUPERVISOR-REMOVE
              AND TRAN-SUPERVISOR-ID NOT = TRAN-EMP-ID
              MOVE TRAN-SUPERVISOR-ID TO EMP-ID
              READ EMPLOYEE-MASTER-FILE
                  INVALID KEY
                     SET SUPV-NOT-FOUND TO TRUE
                  NOT INVALID KEY
                     IF EMP-STATUS-TERMINATED
                        SET SUPV-TERMINATED TO TRUE
                     ELSE
                        SET SUPV-FOUND TO TRUE
                        MOVE ZERO TO WS-SUPV-CHAIN-DEPTH
                        SET SUPV-CHAIN-ACTIVE TO TRUE
                        PERFORM 3230-WALK-ONE-LEVEL-UP
                            UNTIL SUPV-CHAIN-DONE
                     END-IF
              END-READ
           END-IF.

       3230-WALK-ONE-LEVEL-UP.
           ADD 1 TO WS-SUPV-CHAIN-DEPTH
           EVALUATE TRUE
               WHEN EMP-SUPERVISOR-ID = SPACES
                  SET SUPV-CHAIN-DONE TO TRUE
               WHEN EMP-SUPERVISOR-ID = TRAN-EMP-ID
                  OR WS-SUPV-CHAIN-DEPTH > WS-SUPV-CHAIN-LIMIT
                  SET SUPV-LOOP-FOUND TO TRUE
                  SET SUPV-CHAIN-DONE TO TRUE
               WHEN OTHER
                  MOVE EMP-SUPERVISOR-ID TO EMP-ID
                  READ EMPLOYEE-MASTER-FILE
                      INVALID KEY
                         SET SUPV-CHAIN-DONE TO TRUE
                  END-READ
           END-EVALUATE.

      *--------------------------------------------------------------
      * Rehire-eligibility lookup for EMPVAL's V020 edit: an RHR
      * reads the master for the flag the last termination reason
      * left there.  A missing master is left unchecked - the
      * status apply reports it as not found.
      *--------------------------------------------------------------
       3240-CHECK-REHIRE-ELIGIBILITY.
           SET REHIRE-NOT-CHECKED TO TRUE
           IF TRAN-ACTION-REHIRE
              MOVE TRAN-EMP-ID TO EMP-ID
              READ EMPLOYEE-MASTER-FILE
                  INVALID KEY
                     SET REHIRE-NOT-CHECKED TO TRUE
                  NOT INVALID KEY
                     IF EMP-REHIRE-NOT-ELIGIBLE
                        SET REHIRE-NOT-ELIGIBLE TO TRUE
                     ELSE
                        SET REHIRE-ELIGIBLE TO TRUE
                     END-IF
              END-READ
           END-IF.

      *--------------------------------------------------------------
      * A reporting-line-only CHG was built from the master as it
      * stood when the item was queued, maybe days ago.  The edits
      * judge it on the master as it stands tonight, and it takes
      * effect tonight, so a stale department, grade or pay - or an
      * old effective date - can neither bounce it nor reach 7200.
      * A missing master is left for the apply's not-found reject.
      *--------------------------------------------------------------
       3250-REFRESH-REPORTING-LINE.
           MOVE TRAN-EMP-ID TO EMP-ID
           READ EMPLOYEE-MASTER-FILE
               NOT INVALID KEY
                  MOVE EMP-LAST-NAME TO TRAN-LAST-NAME
                  MOVE EMP-FIRST-NAME TO TRAN-FIRST-NAME
                  MOVE EMP-DEPT-CODE TO TRAN-DEPT-CODE
                  MOVE EMP-HIRE-DATE TO TRAN-HIRE-DATE
                  MOVE EMP-PAY-GRADE TO TRAN-PAY-GRADE
                  MOVE EMP-PAY-AMOUNT TO TRAN-PAY-AMOUNT
                  MOVE WS-RUN-DATE TO TRAN-EFFECTIVE-DATE
           END-READ.

       3300-HOLD-FUTURE-TRANSACTION.
           WRITE PENDING-OUT-RECORD FROM EMPLOYEE-TRANSACTION
           MOVE 'PENDING-OUT-FILE' TO WS-CHECK-FILE-NAME

       COPY EMPRSTO.

       COPY EMPSVC.

       COPY EMPUSRP.

      *--------------------------------------------------------------
      * Request 000 - apply one validated transaction against
      * EMPLOYEE-MASTER
                     PERFORM 1900-CHECK-FILE-STATUS
                     ADD 1 TO WS-ADDS-APPLIED
                     ADD EMP-PAY-AMOUNT TO WS-CONTROL-TOTAL-DELTA
                     MOVE EMP-DEPT-CODE TO WS-FILLED-DEPT-CODE
                     MOVE 1 TO WS-FILLED-DELTA
                     PERFORM 7700-ADJUST-DEPT-FILLED-COUNT
                     PERFORM 6700-WRITE-ADD-AUDIT-RECORD
                  END-IF
               NOT INVALID KEY
           END-READ.

       7110-BUILD-NEW-MASTER-RECORD.
           MOVE SPACES TO EMPLOYEE-RECORD
           MOVE TRAN-EMP-ID TO EMP-ID
           MOVE TRAN-LAST-NAME TO EMP-LAST-NAME
           MOVE TRAN-FIRST-NAME TO EMP-FIRST-NAME
           MOVE TRAN-DEPT-CODE TO EMP-DEPT-CODE
           MOVE TRAN-HIRE-DATE TO EMP-HIRE-DATE
           MOVE TRAN-HIRE-DATE TO EMP-ORIG-HIRE-DATE
           MOVE TRAN-HIRE-DATE TO EMP-ADJ-SERVICE-DATE
           MOVE TRAN-PAY-GRADE TO EMP-PAY-GRADE
           MOVE TRAN-PAY-AMOUNT TO EMP-PAY-AMOUNT
           SET EMP-STATUS-ACTIVE TO TRUE
           MOVE TRAN-EFFECTIVE-DATE TO EMP-STATUS-EFF-DATE
           MOVE WS-CURRENT-TIMESTAMP (1:8) TO EMP-LAST-CHANGE-DATE
           MOVE TRAN-USER-ID TO EMP-LAST-CHANGE-USER
           IF NOT TRAN-SUPERVISOR-REMOVE
              MOVE TRAN-SUPERVISOR-ID TO EMP-SUPERVISOR-ID
           END-IF.

      *--------------------------------------------------------------
      * Take the next employee id from the control record: read,
                  PERFORM 7500-CHECK-STATUS-TRANSITION
                  IF TRANSITION-VALID
                     MOVE EMPLOYEE-RECORD TO BEF-EMPLOYEE-RECORD
                     IF NOT TRAN-REPORTING-LINE-ONLY
                        MOVE TRAN-DEPT-CODE TO EMP-DEPT-CODE
                        MOVE TRAN-PAY-GRADE TO EMP-PAY-GRADE
                        MOVE TRAN-PAY-AMOUNT TO EMP-PAY-AMOUNT
                     END-IF
                     EVALUATE TRUE
                         WHEN TRAN-SUPERVISOR-UNCHANGED
                            CONTINUE
                         WHEN TRAN-SUPERVISOR-REMOVE
                            MOVE SPACES TO EMP-SUPERVISOR-ID
                         WHEN OTHER
                            MOVE TRAN-SUPERVISOR-ID
                               TO EMP-SUPERVISOR-ID
                     END-EVALUATE
                     MOVE WS-CURRENT-TIMESTAMP (1:8) TO
                        EMP-LAST-CHANGE-DATE
                     MOVE TRAN-USER-ID TO EMP-LAST-CHANGE-USER
                     SUBTRACT BEF-EMP-PAY-AMOUNT FROM
                        WS-CONTROL-TOTAL-DELTA
                     PERFORM 6600-WRITE-CHANGE-AUDIT-RECORDS
                     IF EMP-DEPT-CODE NOT = BEF-EMP-DEPT-CODE
                        AND NOT EMP-STATUS-TERMINATED
                        MOVE BEF-EMP-DEPT-CODE TO WS-FILLED-DEPT-CODE
                        MOVE -1 TO WS-FILLED-DELTA
                        PERFORM 7700-ADJUST-DEPT-FILLED-COUNT
                        MOVE EMP-DEPT-CODE TO WS-FILLED-DEPT-CODE
                        MOVE 1 TO WS-FILLED-DELTA
                        PERFORM 7700-ADJUST-DEPT-FILLED-COUNT
                     END-IF
                     IF TRAN-EFFECTIVE-DATE NUMERIC
                        AND TRAN-EFFECTIVE-DATE < WS-RUN-DATE
                        AND BEF-EMP-PAY-AMOUNT NOT = EMP-PAY-AMOUNT
                        AND NOT TRAN-REPORTING-LINE-ONLY
                        PERFORM 7250-WRITE-RETRO-ADJUSTMENT
                     END-IF
                  ELSE
           MOVE EMPLOYEE-RECORD TO BEF-EMPLOYEE-RECORD
           MOVE WS-NEW-STATUS TO EMP-STATUS
           MOVE TRAN-EFFECTIVE-DATE TO EMP-STATUS-EFF-DATE
           IF TRAN-ACTION-TERMINATE
              MOVE TRAN-TERM-REASON TO EMP-TERM-REASON
              MOVE WS-TERM-REASON-REHIRE (WS-TERM-REASON-FOUND-SUB)
                 TO EMP-REHIRE-ELIGIBLE
           END-IF
           IF TRAN-ACTION-REHIRE
              MOVE SPACES TO EMP-TERM-REASON
              MOVE SPACES TO EMP-REHIRE-ELIGIBLE
              MOVE TRAN-LAST-NAME TO EMP-LAST-NAME
              MOVE TRAN-FIRST-NAME TO EMP-FIRST-NAME
              MOVE TRAN-DEPT-CODE TO EMP-DEPT-CODE
              MOVE TRAN-PAY-GRADE TO EMP-PAY-GRADE
              MOVE TRAN-PAY-AMOUNT TO EMP-PAY-AMOUNT
              PERFORM 7450-BRIDGE-REHIRE-SERVICE
              MOVE TRAN-EFFECTIVE-DATE TO EMP-HIRE-DATE
              ADD EMP-PAY-AMOUNT TO WS-CONTROL-TOTAL-DELTA
              SUBTRACT BEF-EMP-PAY-AMOUNT FROM
                 WS-CONTROL-TOTAL-DELTA
           END-IF
           IF TRAN-ACTION-RETURN
              PERFORM 7650-CLOSE-LEAVE-EPISODE
           END-IF
           MOVE WS-CURRENT-TIMESTAMP (1:8) TO EMP-LAST-CHANGE-DATE
           MOVE TRAN-USER-ID TO EMP-LAST-CHANGE-USER
           REWRITE EMPLOYEE-RECORD
           EVALUATE TRUE
               WHEN TRAN-ACTION-TERMINATE
                  ADD 1 TO WS-TERMINATIONS-APPLIED
                  MOVE BEF-EMP-DEPT-CODE TO WS-FILLED-DEPT-CODE
                  MOVE -1 TO WS-FILLED-DELTA
                  PERFORM 7700-ADJUST-DEPT-FILLED-COUNT
               WHEN TRAN-ACTION-LEAVE
                  ADD 1 TO WS-LEAVES-APPLIED
                  PERFORM 7600-OPEN-LEAVE-EPISODE
               WHEN TRAN-ACTION-RETURN
                  ADD 1 TO WS-RETURNS-APPLIED
               WHEN TRAN-ACTION-REHIRE
                  ADD 1 TO WS-REHIRES-APPLIED
                  MOVE EMP-DEPT-CODE TO WS-FILLED-DEPT-CODE
                  MOVE 1 TO WS-FILLED-DELTA
                  PERFORM 7700-ADJUST-DEPT-FILLED-COUNT
           END-EVALUATE
           PERFORM 6600-WRITE-CHANGE-AUDIT-RECORDS
           IF TRAN-ACTION-REHIRE AND BEF-EMP-REHIRE-NOT-ELIGIBLE
              PERFORM 6750-WRITE-REHIRE-OVERRIDE-AUDIT
           END-IF
           IF TRAN-ACTION-TERMINATE OR TRAN-ACTION-LEAVE
              PERFORM 7800-LIST-ORPHANED-REPORTS
           END-IF.

      *--------------------------------------------------------------
      * A rehire keeps the earlier service: the original hire date
      * is filled in once (a record from before it was kept) and
      * the service date is bridged across the break from the
      * termination to the rehire, or restarted at the rehire when
      * the break is over the limit on the 'S' BREAK row.  Runs
      * before EMP-HIRE-DATE is overwritten.
      *--------------------------------------------------------------
       7450-BRIDGE-REHIRE-SERVICE.
           IF EMP-ORIG-HIRE-DATE NOT NUMERIC
              OR EMP-ORIG-HIRE-DATE = ZERO
              MOVE BEF-EMP-HIRE-DATE TO EMP-ORIG-HIRE-DATE
           END-IF
           MOVE BEF-EMP-HIRE-DATE TO WS-SVC-HIRE-DATE
           MOVE BEF-EMP-ADJ-SERVICE-DATE TO WS-SVC-SERVICE-DATE
           MOVE BEF-EMP-STATUS-EFF-DATE TO WS-SVC-GAP-START
           MOVE TRAN-EFFECTIVE-DATE TO WS-SVC-GAP-END
           PERFORM 8700-BRIDGE-REHIRE-SERVICE
           MOVE WS-SVC-SERVICE-DATE TO EMP-ADJ-SERVICE-DATE.

      *--------------------------------------------------------------
      * An applied LOA opens a leave episode: one history row keyed
      *--------------------------------------------------------------
      * An applied ACT return closes the employee's open episode -
      * walk the employee's history rows for the one still open (or
      * scheduled) and stamp the actual return.  Runs ahead of the
      * master rewrite so a leave of a non-creditable type can move
      * the service date on the same record.  No open episode is
      * possible for leaves that predate this file; the return
      * itself has already applied, so that is left as a log note,
      * not an error.
           PERFORM 7660-SCAN-ONE-EPISODE
               UNTIL LEAVE-SCAN-DONE
           IF OPEN-EPISODE-FOUND
              MOVE EMP-HIRE-DATE TO WS-SVC-HIRE-DATE
              MOVE EMP-ADJ-SERVICE-DATE TO WS-SVC-SERVICE-DATE
              MOVE LHS-LEAVE-START-DATE TO WS-SVC-GAP-START
              MOVE TRAN-EFFECTIVE-DATE TO WS-SVC-GAP-END
              MOVE LHS-LEAVE-TYPE TO WS-SVC-LEAVE-TYPE
              PERFORM 8750-DEDUCT-UNCREDITED-LEAVE
              IF SVC-LEAVE-DEDUCTED
                 MOVE WS-SVC-SERVICE-DATE TO EMP-ADJ-SERVICE-DATE
              END-IF
              MOVE TRAN-EFFECTIVE-DATE TO LHS-ACTUAL-RETURN-DATE
              SET LHS-EPISODE-CLOSED TO TRUE
              MOVE TRAN-USER-ID TO LHS-CLOSE-USER
              SET LEAVE-SCAN-DONE TO TRUE
           END-IF.

      *--------------------------------------------------------------
      * Move one department's filled count by WS-FILLED-DELTA.  A
      * department not on tonight's table (retired code, or a master
      * row carrying a code that was never valid) is ignored - there
      * is no authorized headcount to hold it against.
      *--------------------------------------------------------------
       7700-ADJUST-DEPT-FILLED-COUNT.
           PERFORM VARYING WS-TABLE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-TABLE-SUBSCRIPT > WS-DEPT-COUNT
              IF WS-FILLED-DEPT-CODE =
                 WS-DEPT-ENTRY (WS-TABLE-SUBSCRIPT)
                 ADD WS-FILLED-DELTA
                    TO WS-DEPT-FILLED-COUNT (WS-TABLE-SUBSCRIPT)
                 SET WS-TABLE-SUBSCRIPT TO 99
              END-IF
           END-PERFORM.

      *--------------------------------------------------------------
      * Full pass of the master for the departing supervisor's
      * direct reports.  An on-leave report is listed with the
      * active ones - they come back to a supervisor too.  Runs
      * after the REWRITE and the audit rows, so the record area is
      * free; the caller's transaction is restored at the end.
      *--------------------------------------------------------------
       7800-LIST-ORPHANED-REPORTS.
           MOVE EMPLOYEE-TRANSACTION TO WS-SAVED-TRANSACTION
           MOVE TRAN-EMP-ID TO WS-ORPHAN-SUPV-ID
           MOVE TRAN-ACTION-CODE TO WS-ORPHAN-SUPV-ACTION
           SET ORPHAN-SCAN-ACTIVE TO TRUE
           PERFORM 2900-REPOSITION-MASTER
           PERFORM 7810-SCAN-ONE-FOR-ORPHAN
               UNTIL ORPHAN-SCAN-DONE
           MOVE WS-SAVED-TRANSACTION TO EMPLOYEE-TRANSACTION.

       7810-SCAN-ONE-FOR-ORPHAN.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                  SET ORPHAN-SCAN-DONE TO TRUE
               NOT AT END
                  IF EMP-SUPERVISOR-ID = WS-ORPHAN-SUPV-ID
                     AND NOT EMP-STATUS-TERMINATED
                     PERFORM 6900-WRITE-ORPHAN-EXCEPTION
                  END-IF
           END-READ
           IF WS-EMPMAST-STATUS NOT = '00' AND NOT = '10'
              MOVE 'EMPLOYEE-MASTER-FILE' TO WS-CHECK-FILE-NAME
              MOVE WS-EMPMAST-STATUS TO WS-CHECK-STATUS-CODE
              PERFORM 1900-CHECK-FILE-STATUS
              SET ORPHAN-SCAN-DONE TO TRUE
           END-IF.

       7500-CHECK-STATUS-TRANSITION.
           SET TRANSITION-INVALID TO TRUE
           PERFORM VARYING WS-TABLE-SUBSCRIPT FROM 1 BY 1
           MOVE WS-EXCEPTION-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS.

      *--------------------------------------------------------------
      * Establishment warning (W015): an ADD or RHR took its
      * department to or past the authorized headcount on the 'D'
      * row.  The batch never refuses a hire that HR has already
      * made - the row goes on the exception queue for HR and
      * finance to see, without bumping WS-REJECTED-COUNT or the
      * return code, like the band warning above.
      *--------------------------------------------------------------
       6450-WRITE-ESTABLISHMENT-WARNING.
           MOVE TRAN-EMP-ID TO EXC-EMP-ID
           MOVE TRAN-ACTION-CODE TO EXC-ACTION-CODE
           MOVE WS-ESTAB-REASON-CODE TO EXC-REASON-CODE
           MOVE WS-ESTAB-REASON-TEXT TO EXC-REASON-TEXT
           MOVE WS-CURRENT-TIMESTAMP TO EXC-TIMESTAMP
           MOVE EMPLOYEE-TRANSACTION TO EXC-TRANSACTION-IMAGE
           WRITE EXCEPTION-RECORD
           MOVE 'EXCEPTION-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-EXCEPTION-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           ADD 1 TO WS-ESTAB-WARNING-COUNT.

      *--------------------------------------------------------------
      * Request 007 - the employee exists but this action code isn't
      * a legal move from its current status (e.g. REHIRE against an
           PERFORM 1900-CHECK-FILE-STATUS
           ADD 1 TO WS-REJECTED-COUNT.

      *--------------------------------------------------------------
      * Orphaned report (V018): this employee's supervisor has just
      * been terminated or put on leave.  The image is a
      * reporting-line-only CHG built from the report's own master
      * row with the supervisor left blank, so on the EMPX repair
      * screen HR only keys the new supervisor and releases it; the
      * apply then moves nothing but the supervisor.  The row is
      * there to be worked, not because anything failed - it does
      * not bump WS-REJECTED-COUNT or the return code.
      *--------------------------------------------------------------
       6900-WRITE-ORPHAN-EXCEPTION.
           MOVE SPACES TO EMPLOYEE-TRANSACTION
           MOVE EMP-ID TO TRAN-EMP-ID
           SET TRAN-ACTION-CHANGE TO TRUE
           SET TRAN-REPORTING-LINE-ONLY TO TRUE
           MOVE EMP-LAST-NAME TO TRAN-LAST-NAME
           MOVE EMP-FIRST-NAME TO TRAN-FIRST-NAME
           MOVE EMP-DEPT-CODE TO TRAN-DEPT-CODE
           MOVE EMP-HIRE-DATE TO TRAN-HIRE-DATE
           MOVE EMP-PAY-GRADE TO TRAN-PAY-GRADE
           MOVE EMP-PAY-AMOUNT TO TRAN-PAY-AMOUNT
           MOVE WS-RUN-DATE TO TRAN-EFFECTIVE-DATE
           MOVE ZERO TO TRAN-EXPECT-RETURN-DATE
           MOVE EMP-ID TO EXC-EMP-ID
           MOVE TRAN-ACTION-CODE TO EXC-ACTION-CODE
           MOVE 'V018' TO EXC-REASON-CODE
           MOVE SPACES TO EXC-REASON-TEXT
           STRING 'ORPHANED - SUPERVISOR ' DELIMITED BY SIZE
                  WS-ORPHAN-SUPV-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ORPHAN-SUPV-ACTION DELIMITED BY SIZE
              INTO EXC-REASON-TEXT
           END-STRING
           MOVE WS-CURRENT-TIMESTAMP TO EXC-TIMESTAMP
           MOVE EMPLOYEE-TRANSACTION TO EXC-TRANSACTION-IMAGE
           WRITE EXCEPTION-RECORD
           MOVE 'EXCEPTION-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-EXCEPTION-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           ADD 1 TO WS-ORPHAN-COUNT.

      *--------------------------------------------------------------
      * One violation row per refused transaction.  The row is
      * stamped with the clock, not the run's start time, so the
      * night's refusals keep their order; a duplicate key only
      * means two refusals in the same hundredth of a second.
      *--------------------------------------------------------------
       6950-WRITE-SECURITY-VIOLATION.
           PERFORM 8850-BUILD-VIOLATION-ROW
           MOVE FUNCTION CURRENT-DATE TO VIO-TIMESTAMP
           MOVE SPACES TO VIO-TERMINAL-ID
           MOVE 'APPLYSTP' TO VIO-SOURCE
           MOVE TRAN-EMP-ID TO VIO-OBJECT-ID
           SET AUTH-VIO-PENDING TO TRUE
           PERFORM 6960-WRITE-ONE-VIOLATION-ROW
               UNTIL AUTH-VIO-DONE.

       6960-WRITE-ONE-VIOLATION-ROW.
           WRITE SECURITY-VIOLATION-RECORD
           IF WS-SECVIOL-STATUS = '22' AND VIO-SEQ < 999
              ADD 1 TO VIO-SEQ
           ELSE
              SET AUTH-VIO-DONE TO TRUE
              MOVE 'SECURITY-VIOLATION' TO WS-CHECK-FILE-NAME
              MOVE WS-SECVIOL-STATUS TO WS-CHECK-STATUS-CODE
              PERFORM 1900-CHECK-FILE-STATUS
           END-IF.

      *--------------------------------------------------------------
      * Request 006 - audit trail: one before/after row per field an
      * update actually changed, plus a single row marking each add.
              MOVE BEF-EMP-HIRE-DATE TO WS-AUDIT-OLD-VALUE
              MOVE EMP-HIRE-DATE TO WS-AUDIT-NEW-VALUE
              PERFORM 6500-WRITE-AUDIT-RECORD
           END-IF
           IF BEF-EMP-ORIG-HIRE-DATE NOT = EMP-ORIG-HIRE-DATE
              MOVE 'ORIG-HIRE-DATE' TO WS-AUDIT-FIELD-NAME
              MOVE BEF-EMP-ORIG-HIRE-DATE TO WS-AUDIT-OLD-VALUE
              MOVE EMP-ORIG-HIRE-DATE TO WS-AUDIT-NEW-VALUE
              PERFORM 6500-WRITE-AUDIT-RECORD
           END-IF
           IF BEF-EMP-ADJ-SERVICE-DATE NOT = EMP-ADJ-SERVICE-DATE
              MOVE 'SERVICE-DATE' TO WS-AUDIT-FIELD-NAME
              MOVE BEF-EMP-ADJ-SERVICE-DATE TO WS-AUDIT-OLD-VALUE
              MOVE EMP-ADJ-SERVICE-DATE TO WS-AUDIT-NEW-VALUE
              PERFORM 6500-WRITE-AUDIT-RECORD
           END-IF
           IF BEF-EMP-SUPERVISOR-ID NOT = EMP-SUPERVISOR-ID
              MOVE 'SUPERVISOR-ID' TO WS-AUDIT-FIELD-NAME
              MOVE BEF-EMP-SUPERVISOR-ID TO WS-AUDIT-OLD-VALUE
              MOVE EMP-SUPERVISOR-ID TO WS-AUDIT-NEW-VALUE
              PERFORM 6500-WRITE-AUDIT-RECORD
           END-IF
           IF BEF-EMP-TERM-REASON NOT = EMP-TERM-REASON
              MOVE 'TERM-REASON' TO WS-AUDIT-FIELD-NAME
              MOVE BEF-EMP-TERM-REASON TO WS-AUDIT-OLD-VALUE
              MOVE EMP-TERM-REASON TO WS-AUDIT-NEW-VALUE
              PERFORM 6500-WRITE-AUDIT-RECORD
           END-IF
           IF BEF-EMP-REHIRE-ELIGIBLE NOT = EMP-REHIRE-ELIGIBLE
              MOVE 'REHIRE-ELIG' TO WS-AUDIT-FIELD-NAME
              MOVE BEF-EMP-REHIRE-ELIGIBLE TO WS-AUDIT-OLD-VALUE
              MOVE EMP-REHIRE-ELIGIBLE TO WS-AUDIT-NEW-VALUE
              PERFORM 6500-WRITE-AUDIT-RECORD
           END-IF.

      *--------------------------------------------------------------
      * An RHR only gets past V020 for a not-eligible employee when
      * HR keyed the override, so its use is put on the audit trail
      * against the reason that had barred the rehire.
      *--------------------------------------------------------------
       6750-WRITE-REHIRE-OVERRIDE-AUDIT.
           MOVE 'REHIRE OVERRIDE' TO WS-AUDIT-FIELD-NAME
           MOVE BEF-EMP-TERM-REASON TO WS-AUDIT-OLD-VALUE
           MOVE 'NOT ELIGIBLE - REHIRED' TO WS-AUDIT-NEW-VALUE
           PERFORM 6500-WRITE-AUDIT-RECORD.

       6700-WRITE-ADD-AUDIT-RECORD.
           MOVE 'RECORD ADDED' TO WS-AUDIT-FIELD-NAME
           MOVE SPACES TO WS-AUDIT-OLD-VALUE
                      ELSE
                         ADD 1 TO WS-PRE-RECORD-COUNT
                         ADD EMP-PAY-AMOUNT TO WS-PRE-CONTROL-TOTAL
                         IF NOT EMP-STATUS-TERMINATED
                            MOVE EMP-DEPT-CODE TO WS-FILLED-DEPT-CODE
                            MOVE 1 TO WS-FILLED-DELTA
                            PERFORM 7700-ADJUST-DEPT-FILLED-COUNT
                         END-IF
                      END-IF
               END-READ
           END-PERFORM.
                  WS-RETRO-ADJUSTMENT-COUNT DELIMITED BY SIZE
                  ' IDS ASSIGNED=' DELIMITED BY SIZE
                  WS-IDS-ASSIGNED-COUNT DELIMITED BY SIZE
                  ' ESTAB WARNINGS=' DELIMITED BY SIZE
                  WS-ESTAB-WARNING-COUNT DELIMITED BY SIZE
               INTO RUN-LOG-LINE
           END-STRING
           WRITE RUN-LOG-LINE
           MOVE SPACES TO RUN-LOG-LINE
           STRING 'ORPHANED REPORTS=' DELIMITED BY SIZE
                  WS-ORPHAN-COUNT DELIMITED BY SIZE
                  ' NOT AUTHORIZED=' DELIMITED BY SIZE
                  WS-AUTH-DENIED-COUNT DELIMITED BY SIZE
               INTO RUN-LOG-LINE
           END-STRING
           WRITE RUN-LOG-LINE
                 RETRO-REGISTER-FILE
                 RUN-STATS-FILE
                 NEXT-ID-FILE
                 LEAVE-HISTORY-FILE
                 USER-AUTHORITY-FILE
                 SECURITY-VIOLATION-FILE.

      *--------------------------------------------------------------
      * One permanent summary row per cycle - the EMPLOG counters
           MOVE 'RUN-STATS-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-RUNSTAT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS.

       COPY EMPCYCP.
