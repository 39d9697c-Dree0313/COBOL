                    ==EMP-LAST-CHANGE-DATE==
                       BY ==WS-EMPLAST-CHANGE-DATE==
                    ==EMP-LAST-CHANGE-USER==
                       BY ==WS-EMPLAST-CHANGE-USER==
                    ==EMP-SUPERVISOR-ID==
                       BY ==WS-EMPSUPERVISOR-ID==
                    ==EMP-TERM-REASON==
                       BY ==WS-EMPTERM-REASON==
                    ==EMP-REHIRE-NOT-ELIGIBLE==
                       BY ==WS-EMPREHIRE-NOT-ELIGIBLE==
                    ==EMP-REHIRE-ELIGIBLE==
                       BY ==WS-EMPREHIRE-ELIGIBLE==
                    ==EMP-ORIG-HIRE-DATE==
                       BY ==WS-EMPORIG-HIRE-DATE==
                    ==EMP-ADJ-SERVICE-DATE==
                       BY ==WS-EMPADJ-SERVICE-DATE==.

      *--------------------------------------------------------------
      * Request 006 (online side) - before-image of the master
                    ==EMP-LAST-CHANGE-DATE==
                       BY ==BEF-EMPLAST-CHANGE-DATE==
                    ==EMP-LAST-CHANGE-USER==
                       BY ==BEF-EMPLAST-CHANGE-USER==
                    ==EMP-SUPERVISOR-ID==
                       BY ==BEF-EMPSUPERVISOR-ID==
                    ==EMP-TERM-REASON==
                       BY ==BEF-EMPTERM-REASON==
                    ==EMP-REHIRE-NOT-ELIGIBLE==
                       BY ==BEF-EMPREHIRE-NOT-ELIGIBLE==
                    ==EMP-REHIRE-ELIGIBLE==
                       BY ==BEF-EMPREHIRE-ELIGIBLE==
                    ==EMP-ORIG-HIRE-DATE==
                       BY ==BEF-EMPORIG-HIRE-DATE==
                    ==EMP-ADJ-SERVICE-DATE==
                       BY ==BEF-EMPADJ-SERVICE-DATE==.

           COPY EMPAUD.

           05  WS-ID-ASSIGN-STATE          PIC X(1).
               88  ID-ASSIGNED              VALUE 'Y'.
               88  ID-NOT-ASSIGNED          VALUE 'N'.
      *        Stands in for the id of an ADD while it is edited -
      *        well formed for V001, and never shown back to HR.
           05  WS-ADD-EDIT-ID              PIC X(6) VALUE 'E00000'.

      *--------------------------------------------------------------
      * Duplicate-person screen on ADD, mirroring the batch side:
               88  DUP-SCAN-ACTIVE          VALUE 'N'.
           05  WS-DUP-MATCHED-ID           PIC X(6).

      *--------------------------------------------------------------
      * Position-control work, mirroring the batch side: an ADD or
      * RHR into a department under position control counts the
      * department's non-terminated employees off the master before
      * the shared edits run, so the establishment edit sees the
      * live figure.  WS-SECURITY-CVDA receives the QUERY SECURITY
      * answer for the supervisor override.
      *--------------------------------------------------------------
       01  WS-ESTABLISHMENT-WORK.
           05  WS-ESTAB-BROWSE-KEY         PIC X(6).
           05  WS-ESTAB-SCAN-STATE         PIC X(1).
               88  ESTAB-SCAN-DONE          VALUE 'Y'.
               88  ESTAB-SCAN-ACTIVE        VALUE 'N'.
           05  WS-ESTAB-OVERRIDE-FLAG      PIC X(1).
               88  ESTAB-OVERRIDE-USED      VALUE 'Y'.
               88  ESTAB-OVERRIDE-NOT-USED  VALUE 'N'.
           05  WS-SECURITY-CVDA            PIC S9(8) COMP.
           05  WS-ESTAB-FILLED-EDIT        PIC 9(4).
           05  WS-ESTAB-AUTH-EDIT          PIC 9(4).

      *--------------------------------------------------------------
      * Rehire-eligibility work: an RHR reads the master for the
      * rehire flag before the shared edits run; the override field
      * is honoured for the same supervisors as the establishment
      * override, and its use is audited.
      *--------------------------------------------------------------
       01  WS-REHIRE-WORK.
           05  WS-REHIRE-OVERRIDE-FLAG     PIC X(1).
               88  REHIRE-OVERRIDE-USED     VALUE 'Y'.
               88  REHIRE-OVERRIDE-NOT-USED VALUE 'N'.

      *--------------------------------------------------------------
      * Orphaned-report work, mirroring the batch side: an applied
      * TRM or LOA browses the master for non-terminated employees
      * still reporting to this one and puts each on the EMPX repair
      * queue as a ready-made CHG, reason V018, for HR to key the
      * new supervisor into.  The keyed transaction is parked in
      * WS-SAVED-TRANSACTION while the CHG images are built.
      *--------------------------------------------------------------
           COPY EMPWRKQ.

       01  WS-ORPHAN-WORK.
           05  WS-ORPHAN-BROWSE-KEY        PIC X(6).
           05  WS-ORPHAN-SCAN-STATE        PIC X(1).
               88  ORPHAN-SCAN-DONE         VALUE 'Y'.
               88  ORPHAN-SCAN-ACTIVE       VALUE 'N'.
           05  WS-ORPHAN-COUNT             PIC 9(3).
           05  WS-ORPHAN-QUEUE-STATE       PIC X(1).
               88  ORPHAN-ROW-WRITTEN       VALUE 'Y'.
               88  ORPHAN-ROW-PENDING       VALUE 'N'.
           05  WS-SAVED-TRANSACTION        PIC X(120).

      *--------------------------------------------------------------
      * User-authority check: the signed-on user's EMPUSER row must
      * hold the keyed action, the employee's department (and the
      * new one on a move) and, for anything that sets pay, pay
      * authority.  A refusal is logged to EMPSVIO.
      *--------------------------------------------------------------
           COPY EMPUSR.

           COPY EMPVIO.

           COPY EMPUSRW.

       LINKAGE SECTION.
           COPY EMPCOMM REPLACING ==EMPT-COMMAREA== BY ==DFHCOMMAREA==.

      *--------------------------------------------------------------
      * The system owns id assignment on ADD: whatever was keyed in
      * the id field is overridden by the next number from the
      * control record, and the assigned id is displayed back.  The
      * number is taken only once the ADD has passed every edit -
      * authority, the transaction edits, establishment and the
      * duplicate screen - so a refused ADD never uses one up.
      * Until then the ADD is edited under a stand-in id.
      *--------------------------------------------------------------
              SET ID-ASSIGNED TO TRUE
              PERFORM 2040-CHECK-USER-AUTHORITY
              IF USER-AUTHORIZED AND TRAN-ACTION-ADD
                 MOVE WS-ADD-EDIT-ID TO TRAN-EMP-ID
              END-IF
              IF USER-NOT-AUTHORIZED
                 PERFORM 2900-REDISPLAY-WITH-ERROR
              ELSE
                 SET ESTAB-OVERRIDE-NOT-USED TO TRUE
                 IF TRAN-ACTION-ADD OR TRAN-ACTION-REHIRE
                    PERFORM 2070-COUNT-DEPT-FILLED
                 END-IF
                 PERFORM 2075-CHECK-SUPERVISOR-LINE
                 PERFORM 2078-CHECK-REHIRE-ELIGIBILITY
                 PERFORM 8000-VALIDATE-EMPLOYEE-RECORD
                 IF VALIDATION-FAILED
                    PERFORM 2900-REDISPLAY-WITH-ERROR
                 ELSE
                    IF DEPT-OVER-ESTABLISHMENT
                       PERFORM 2090-CHECK-ESTAB-OVERRIDE
                    END-IF
                    IF DEPT-OVER-ESTABLISHMENT
                       AND ESTAB-OVERRIDE-NOT-USED
                       PERFORM 2900-REDISPLAY-WITH-ERROR
                    ELSE
                       PERFORM 3000-APPLY-ONLINE-TRANSACTION
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *--------------------------------------------------------------
      * The user-authority check runs against the signed-on user id,
      * not the terminal.  The department and pay tests are made
      * against the master as it stands: a CHG or RHR needs the
      * employee's current department and, when it moves them, the
      * new one too; a CHG touches pay only when the keyed amount
      * or grade differs from the master, while an ADD or RHR
      * always sets it.  An employee not on the master is judged on
      * the keyed department and gets the not-found message later.
      * A user-authority file that cannot be read refuses the
      * action without logging it - that is an outage, not an
      * attempt.
      *--------------------------------------------------------------
       2040-CHECK-USER-AUTHORITY.
           MOVE SPACES TO WS-AUTH-USER-ID
           EXEC CICS ASSIGN USERID(WS-AUTH-USER-ID)
               RESP(WS-RESP)
           END-EXEC
           EXEC CICS READ FILE('EMPUSER')
               INTO(USER-AUTHORITY-RECORD)
               RIDFLD(WS-AUTH-USER-ID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              AND WS-RESP NOT = DFHRESP(NOTFND)
              SET USER-NOT-AUTHORIZED TO TRUE
              MOVE 'USER-AUTHORITY FILE UNAVAILABLE - CALL SUPPORT'
                 TO WS-SCREEN-MESSAGE
           ELSE
              IF WS-RESP = DFHRESP(NORMAL)
                 SET AUTH-USER-ON-FILE TO TRUE
              ELSE
                 SET AUTH-USER-NOT-ON-FILE TO TRUE
              END-IF
              MOVE TRAN-ACTION-CODE TO WS-AUTH-ACTION-CODE
              MOVE TRAN-DEPT-CODE TO WS-AUTH-DEPT-CODE
              MOVE SPACES TO WS-AUTH-TO-DEPT-CODE
              SET AUTH-DEPT-SCOPE-ONLY TO TRUE
              SET AUTH-PAY-NOT-TOUCHED TO TRUE
              IF TRAN-ACTION-ADD OR TRAN-ACTION-REHIRE
                 SET AUTH-PAY-TOUCHED TO TRUE
              END-IF
              IF NOT TRAN-ACTION-ADD
                 EXEC CICS READ FILE('EMPMAST')
                     INTO(WS-EMP-REC)
                     RIDFLD(TRAN-EMP-ID)
                     RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL)
                    MOVE WS-EMPDEPT-CODE TO WS-AUTH-DEPT-CODE
                    IF TRAN-ACTION-CHANGE OR TRAN-ACTION-REHIRE
                       MOVE TRAN-DEPT-CODE TO WS-AUTH-TO-DEPT-CODE
                    END-IF
                    IF TRAN-ACTION-CHANGE
                       AND (TRAN-PAY-GRADE NOT = WS-EMPPAY-GRADE
                         OR TRAN-PAY-AMOUNT NOT = WS-EMPPAY-AMOUNT)
                       SET AUTH-PAY-TOUCHED TO TRUE
                    END-IF
                 END-IF
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
              PERFORM 8800-CHECK-USER-AUTHORITY
              IF USER-NOT-AUTHORIZED
                 PERFORM 2045-LOG-SECURITY-VIOLATION
                 MOVE WS-AUTH-REASON-TEXT TO WS-SCREEN-MESSAGE
              END-IF
           END-IF.

       2045-LOG-SECURITY-VIOLATION.
           PERFORM 8850-BUILD-VIOLATION-ROW
           MOVE WS-CURRENT-TIMESTAMP TO VIO-TIMESTAMP
           MOVE EIBTRMID TO VIO-TERMINAL-ID
           MOVE 'EMPT' TO VIO-SOURCE
           IF NOT TRAN-ACTION-ADD
              MOVE TRAN-EMP-ID TO VIO-OBJECT-ID
           END-IF
           SET AUTH-VIO-PENDING TO TRUE
           PERFORM 2046-TRY-WRITE-VIOLATION-ROW
               UNTIL AUTH-VIO-DONE.

       2046-TRY-WRITE-VIOLATION-ROW.
           EXEC CICS WRITE FILE('EMPSVIO')
               FROM(SECURITY-VIOLATION-RECORD)
               RIDFLD(VIO-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(DUPREC) AND VIO-SEQ < 999
              ADD 1 TO VIO-SEQ
           ELSE
              SET AUTH-VIO-DONE TO TRUE
           END-IF.

      *--------------------------------------------------------------
      * Count the keyed department's non-terminated employees into
      * its WS-DEPT-FILLED-COUNT entry for the establishment edit.
      * Only a department with an authorized headcount is counted -
      * anything else passes the edit without the master browse.
      * The browse reads through WS-EMP-REC, which the ADD and RHR
      * paths rebuild or reread afterwards.  A browse failure
      * leaves the count at what was read, so the edit errs toward
      * letting the hire through, as the batch side would.
      *--------------------------------------------------------------
       2070-COUNT-DEPT-FILLED.
           MOVE ZERO TO WS-DEPT-MATCH-SUB
           PERFORM VARYING WS-TABLE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-TABLE-SUBSCRIPT > WS-DEPT-COUNT
              IF TRAN-DEPT-CODE = WS-DEPT-ENTRY (WS-TABLE-SUBSCRIPT)
                 MOVE WS-TABLE-SUBSCRIPT TO WS-DEPT-MATCH-SUB
                 SET WS-TABLE-SUBSCRIPT TO 99
              END-IF
           END-PERFORM
           IF WS-DEPT-MATCH-SUB > ZERO
              AND WS-DEPT-AUTH-HEADCOUNT (WS-DEPT-MATCH-SUB) > ZERO
              MOVE ZERO TO WS-DEPT-FILLED-COUNT (WS-DEPT-MATCH-SUB)
              SET ESTAB-SCAN-ACTIVE TO TRUE
              MOVE LOW-VALUES TO WS-ESTAB-BROWSE-KEY
              EXEC CICS STARTBR FILE('EMPMAST')
                  RIDFLD(WS-ESTAB-BROWSE-KEY)
                  GTEQ
                  RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 SET ESTAB-SCAN-DONE TO TRUE
              ELSE
                 PERFORM 2080-COUNT-ONE-MASTER-ROW
                     UNTIL ESTAB-SCAN-DONE
                 EXEC CICS ENDBR FILE('EMPMAST') END-EXEC
              END-IF
           END-IF.

       2080-COUNT-ONE-MASTER-ROW.
           EXEC CICS READNEXT FILE('EMPMAST')
               INTO(WS-EMP-REC)
               RIDFLD(WS-ESTAB-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET ESTAB-SCAN-DONE TO TRUE
           ELSE
              IF WS-EMPDEPT-CODE = TRAN-DEPT-CODE
                 AND NOT WS-EMPSTATUS-TERMINATED
                 ADD 1 TO WS-DEPT-FILLED-COUNT (WS-DEPT-MATCH-SUB)
              END-IF
           END-IF.

      *--------------------------------------------------------------
      * Supervisor lookup for the reporting-line edit, mirroring
      * 3220 in the batch job: read the keyed supervisor, then
      * follow the line upward until it tops out, meeting this
      * employee on the way up being a loop.  Reads through
      * WS-EMP-REC, which the ADD and CHG paths rebuild or reread
      * afterwards.
      *--------------------------------------------------------------
       2075-CHECK-SUPERVISOR-LINE.
           SET SUPV-NOT-CHECKED TO TRUE
           IF (TRAN-ACTION-ADD OR TRAN-ACTION-CHANGE)
              AND NOT TRAN-SUPERVISOR-UNCHANGED
              AND NOT TRAN-SUPERVISOR-REMOVE
              AND TRAN-SUPERVISOR-ID NOT = TRAN-EMP-ID
              EXEC CICS READ FILE('EMPMAST')
                  INTO(WS-EMP-REC)
                  RIDFLD(TRAN-SUPERVISOR-ID)
                  RESP(WS-RESP)
              END-EXEC
              EVALUATE TRUE
                  WHEN WS-RESP NOT = DFHRESP(NORMAL)
                     SET SUPV-NOT-FOUND TO TRUE
                  WHEN WS-EMPSTATUS-TERMINATED
                     SET SUPV-TERMINATED TO TRUE
                  WHEN OTHER
                     SET SUPV-FOUND TO TRUE
                     MOVE ZERO TO WS-SUPV-CHAIN-DEPTH
                     SET SUPV-CHAIN-ACTIVE TO TRUE
                     PERFORM 2076-WALK-ONE-LEVEL-UP
                         UNTIL SUPV-CHAIN-DONE
              END-EVALUATE
           END-IF.

       2076-WALK-ONE-LEVEL-UP.
           ADD 1 TO WS-SUPV-CHAIN-DEPTH
           EVALUATE TRUE
               WHEN WS-EMPSUPERVISOR-ID = SPACES
                  SET SUPV-CHAIN-DONE TO TRUE
               WHEN WS-EMPSUPERVISOR-ID = TRAN-EMP-ID
                  OR WS-SUPV-CHAIN-DEPTH > WS-SUPV-CHAIN-LIMIT
                  SET SUPV-LOOP-FOUND TO TRUE
                  SET SUPV-CHAIN-DONE TO TRUE
               WHEN OTHER
                  MOVE WS-EMPSUPERVISOR-ID TO WS-SUPV-CHAIN-ID
                  EXEC CICS READ FILE('EMPMAST')
                      INTO(WS-EMP-REC)
                      RIDFLD(WS-SUPV-CHAIN-ID)
                      RESP(WS-RESP)
                  END-EXEC
                  IF WS-RESP NOT = DFHRESP(NORMAL)
                     SET SUPV-CHAIN-DONE TO TRUE
                  END-IF
           END-EVALUATE.

      *--------------------------------------------------------------
      * Rehire-eligibility lookup for the V020 edit, mirroring 3240
      * in the batch job.  For an employee whose last termination
      * reason barred rehire, a Y in the override field from a
      * supervisor (the EMPA authority, as for the establishment
      * override) sets the transaction's override so the edit lets
      * the RHR through; from anyone else it is ignored and the edit
      * refuses it.  Reads through WS-EMP-REC, which the RHR path
      * rereads for update afterwards.
      *--------------------------------------------------------------
       2078-CHECK-REHIRE-ELIGIBILITY.
           SET REHIRE-NOT-CHECKED TO TRUE
           SET REHIRE-OVERRIDE-NOT-USED TO TRUE
           IF TRAN-ACTION-REHIRE
              EXEC CICS READ FILE('EMPMAST')
                  INTO(WS-EMP-REC)
                  RIDFLD(TRAN-EMP-ID)
                  RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 IF WS-EMPREHIRE-NOT-ELIGIBLE
                    SET REHIRE-NOT-ELIGIBLE TO TRUE
                 ELSE
                    SET REHIRE-ELIGIBLE TO TRUE
                 END-IF
              END-IF
           END-IF
           IF REHIRE-NOT-ELIGIBLE AND OVRDI = 'Y'
              EXEC CICS QUERY SECURITY
                  RESTYPE('TRANSACTION')
                  RESID('EMPA')
                  READ(WS-SECURITY-CVDA)
                  RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 AND WS-SECURITY-CVDA = DFHVALUE(READABLE)
                 SET TRAN-REHIRE-OVERRIDE-GIVEN TO TRUE
                 SET REHIRE-OVERRIDE-USED TO TRUE
              END-IF
           END-IF.

      *--------------------------------------------------------------
      * The department is at or over its authorized headcount.  The
      * hire goes ahead only when the override field is keyed Y by
      * a supervisor - a user CICS security authorizes for EMPA, the
      * same people who approve pay changes.  Anyone else gets the
      * edit's text and nothing is written.
      *--------------------------------------------------------------
       2090-CHECK-ESTAB-OVERRIDE.
           IF OVRDI NOT = 'Y'
              MOVE 'DEPT AT AUTHORIZED HEADCOUNT - SUPERVISOR OVERRIDE'
                 TO WS-SCREEN-MESSAGE
           ELSE
              EXEC CICS QUERY SECURITY
                  RESTYPE('TRANSACTION')
                  RESID('EMPA')
                  READ(WS-SECURITY-CVDA)
                  RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 AND WS-SECURITY-CVDA = DFHVALUE(READABLE)
                 SET ESTAB-OVERRIDE-USED TO TRUE
              ELSE
                 MOVE 'OVERRIDE REFUSED - SUPERVISOR AUTHORITY REQUIRED'
                    TO WS-SCREEN-MESSAGE
              END-IF
           END-IF.

      *--------------------------------------------------------------
      * nightly cycle, and the cluster's SHAREOPTIONS(1 3) default
      * makes a genuinely simultaneous batch OPEN I-O fail outright
      * rather than hand out a duplicate.  The rewrite commits the
      * bump before the master write; a failed write afterwards
      * burns the number, which is harmless - a reused id would not
      * be.  A failed assignment stops the ADD with its own message.
      *--------------------------------------------------------------
       2060-ASSIGN-EMPLOYEE-ID.
           MOVE 'NEXTID' TO NCT-CONTROL-KEY
           MOVE EFFDI TO TRAN-EFFECTIVE-DATE
           MOVE LTYPI TO TRAN-LEAVE-TYPE
           MOVE ERETI TO TRAN-EXPECT-RETURN-DATE
           IF SUPVL > 0
              MOVE SUPVI TO TRAN-SUPERVISOR-ID
           ELSE
              MOVE SPACES TO TRAN-SUPERVISOR-ID
           END-IF
           IF TRSNL > 0
              MOVE TRSNI TO TRAN-TERM-REASON
           ELSE
              MOVE SPACES TO TRAN-TERM-REASON
           END-IF
           MOVE SPACES TO TRAN-REHIRE-OVERRIDE
           SET TRAN-FULL-CHANGE TO TRUE
           MOVE EIBTRMID TO TRAN-USER-ID.

       COPY EMPVAL.

       COPY EMPRSTO.

       COPY EMPSVC.

       COPY EMPUSRP.

      *--------------------------------------------------------------
      * Apply the transaction against EMPLOYEE-MASTER through CICS
      * file control, enforcing the status-transition rules before
              END-STRING
              PERFORM 2900-REDISPLAY-WITH-ERROR
           ELSE
              PERFORM 2060-ASSIGN-EMPLOYEE-ID
              IF ID-NOT-ASSIGNED
                 PERFORM 2900-REDISPLAY-WITH-ERROR
              ELSE
                 PERFORM 3110-WRITE-NEW-EMPLOYEE
              END-IF
           END-IF.

      *--------------------------------------------------------------
           END-IF.

       3110-WRITE-NEW-EMPLOYEE.
           MOVE SPACES TO WS-EMP-REC
           MOVE TRAN-EMP-ID TO WS-EMPID
           MOVE TRAN-LAST-NAME TO WS-EMPLAST-NAME
           MOVE TRAN-FIRST-NAME TO WS-EMPFIRST-NAME
           MOVE TRAN-DEPT-CODE TO WS-EMPDEPT-CODE
           MOVE TRAN-HIRE-DATE TO WS-EMPHIRE-DATE
           MOVE TRAN-HIRE-DATE TO WS-EMPORIG-HIRE-DATE
           MOVE TRAN-HIRE-DATE TO WS-EMPADJ-SERVICE-DATE
           MOVE TRAN-PAY-GRADE TO WS-EMPPAY-GRADE
           MOVE TRAN-PAY-AMOUNT TO WS-EMPPAY-AMOUNT
           SET WS-EMPSTATUS-ACTIVE TO TRUE
           MOVE TRAN-EFFECTIVE-DATE TO WS-EMPSTATUS-EFF-DATE
           MOVE WS-CURRENT-TIMESTAMP (1:8) TO WS-EMPLAST-CHANGE-DATE
           MOVE TRAN-USER-ID TO WS-EMPLAST-CHANGE-USER
           IF NOT TRAN-SUPERVISOR-REMOVE
              MOVE TRAN-SUPERVISOR-ID TO WS-EMPSUPERVISOR-ID
           END-IF

           EXEC CICS WRITE FILE('EMPMAST')
               FROM(WS-EMP-REC)
              IF VALIDATION-WARNING-SET
                 MOVE WS-WARNING-REASON-TEXT TO WS-SCREEN-MESSAGE
              END-IF
              IF ESTAB-OVERRIDE-USED
                 PERFORM 6750-WRITE-ESTAB-OVERRIDE-AUDIT
                 MOVE SPACES TO WS-SCREEN-MESSAGE
                 STRING 'EMPLOYEE ADDED - ASSIGNED ID '
                           DELIMITED BY SIZE
                        TRAN-EMP-ID DELIMITED BY SIZE
                        ' - OVER ESTABLISHMENT' DELIMITED BY SIZE
                    INTO WS-SCREEN-MESSAGE
                 END-STRING
              END-IF
           ELSE
              MOVE 'ADD FAILED - EMPLOYEE ID ALREADY ON FILE'
                 TO WS-SCREEN-MESSAGE
           MOVE TRAN-DEPT-CODE TO WS-EMPDEPT-CODE
           MOVE TRAN-PAY-GRADE TO WS-EMPPAY-GRADE
           MOVE TRAN-PAY-AMOUNT TO WS-EMPPAY-AMOUNT
           EVALUATE TRUE
               WHEN TRAN-SUPERVISOR-UNCHANGED
                  CONTINUE
               WHEN TRAN-SUPERVISOR-REMOVE
                  MOVE SPACES TO WS-EMPSUPERVISOR-ID
               WHEN OTHER
                  MOVE TRAN-SUPERVISOR-ID TO WS-EMPSUPERVISOR-ID
           END-EVALUATE
           MOVE WS-CURRENT-TIMESTAMP (1:8) TO WS-EMPLAST-CHANGE-DATE
           MOVE TRAN-USER-ID TO WS-EMPLAST-CHANGE-USER

              MOVE WS-CURRENT-TIMESTAMP (1:8) TO
                 WS-EMPLAST-CHANGE-DATE
              MOVE TRAN-USER-ID TO WS-EMPLAST-CHANGE-USER
              IF TRAN-ACTION-TERMINATE
                 MOVE TRAN-TERM-REASON TO WS-EMPTERM-REASON
                 MOVE WS-TERM-REASON-REHIRE (WS-TERM-REASON-FOUND-SUB)
                    TO WS-EMPREHIRE-ELIGIBLE
              END-IF
              IF TRAN-ACTION-REHIRE
                 MOVE SPACES TO WS-EMPTERM-REASON
                 MOVE SPACES TO WS-EMPREHIRE-ELIGIBLE
                 MOVE TRAN-LAST-NAME TO WS-EMPLAST-NAME
                 MOVE TRAN-FIRST-NAME TO WS-EMPFIRST-NAME
                 MOVE TRAN-DEPT-CODE TO WS-EMPDEPT-CODE
                 MOVE TRAN-PAY-GRADE TO WS-EMPPAY-GRADE
                 MOVE TRAN-PAY-AMOUNT TO WS-EMPPAY-AMOUNT
                 PERFORM 3405-BRIDGE-REHIRE-SERVICE
                 MOVE TRAN-EFFECTIVE-DATE TO WS-EMPHIRE-DATE
              END-IF
              IF TRAN-ACTION-RETURN
                 PERFORM 3465-FIND-OPEN-EPISODE
              END-IF
              EXEC CICS REWRITE FILE('EMPMAST')
                  FROM(WS-EMP-REC)
                  RESP(WS-RESP)
                 IF VALIDATION-WARNING-SET
                    MOVE WS-WARNING-REASON-TEXT TO WS-SCREEN-MESSAGE
                 END-IF
                 IF ESTAB-OVERRIDE-USED
                    PERFORM 6750-WRITE-ESTAB-OVERRIDE-AUDIT
                    MOVE 'EMPLOYEE REHIRED - OVER ESTABLISHMENT'
                       TO WS-SCREEN-MESSAGE
                 END-IF
                 IF REHIRE-OVERRIDE-USED
                    PERFORM 6760-WRITE-REHIRE-OVERRIDE-AUDIT
                    MOVE 'EMPLOYEE REHIRED - ELIGIBILITY OVERRIDDEN'
                       TO WS-SCREEN-MESSAGE
                 END-IF
                 IF TRAN-ACTION-LEAVE
                    PERFORM 3450-OPEN-LEAVE-EPISODE
                 END-IF
                 IF TRAN-ACTION-RETURN
                    PERFORM 3460-CLOSE-LEAVE-EPISODE
                 END-IF
                 IF TRAN-ACTION-TERMINATE OR TRAN-ACTION-LEAVE
                    PERFORM 3480-QUEUE-ORPHANED-REPORTS
                 END-IF
              ELSE
                 MOVE 'UPDATE FAILED - MASTER FILE ERROR'
                    TO WS-SCREEN-MESSAGE
              PERFORM 2900-REDISPLAY-WITH-ERROR
           END-IF.

      *--------------------------------------------------------------
      * A rehire keeps the earlier service, exactly as the batch
      * apply does it: the original hire date is filled in once and
      * the service date is bridged across the break from the
      * termination to the rehire (or restarted at the rehire when
      * the break is over the 'S' BREAK limit).  Runs before
      * WS-EMPHIRE-DATE is overwritten.
      *--------------------------------------------------------------
       3405-BRIDGE-REHIRE-SERVICE.
           IF WS-EMPORIG-HIRE-DATE NOT NUMERIC
              OR WS-EMPORIG-HIRE-DATE = ZERO
              MOVE BEF-EMPHIRE-DATE TO WS-EMPORIG-HIRE-DATE
           END-IF
           MOVE BEF-EMPHIRE-DATE TO WS-SVC-HIRE-DATE
           MOVE BEF-EMPADJ-SERVICE-DATE TO WS-SVC-SERVICE-DATE
           MOVE BEF-EMPSTATUS-EFF-DATE TO WS-SVC-GAP-START
           MOVE TRAN-EFFECTIVE-DATE TO WS-SVC-GAP-END
           PERFORM 8700-BRIDGE-REHIRE-SERVICE
           MOVE WS-SVC-SERVICE-DATE TO WS-EMPADJ-SERVICE-DATE.

      *--------------------------------------------------------------
      * An applied LOA opens a leave episode on the leave-history
      * file, mirroring the batch side: leave type and the agreed

      *--------------------------------------------------------------
      * An applied ACT return closes the employee's open (or
      * return-scheduled) episode that 3465 found ahead of the
      * master rewrite, with the actual return date.  No matching
      * episode - a leave that predates the history file - is not
      * an error; the return itself has already applied.
      *--------------------------------------------------------------
       3460-CLOSE-LEAVE-EPISODE.
           IF OPEN-EPISODE-FOUND
              EXEC CICS READ FILE('EMPLHIS')
                  INTO(LEAVE-HISTORY-RECORD)
              END-IF
           END-IF.

      *--------------------------------------------------------------
      * Browse the employee's history rows for the one still open
      * (or return-scheduled), before the master is rewritten, so a
      * leave of a non-creditable type can move the service date on
      * the same rewrite - the batch apply does the same.
      *--------------------------------------------------------------
       3465-FIND-OPEN-EPISODE.
           SET NO-OPEN-EPISODE TO TRUE
           SET LEAVE-SCAN-ACTIVE TO TRUE
           MOVE TRAN-EMP-ID TO WS-LHS-BROWSE-EMP-ID
           MOVE ZERO TO WS-LHS-BROWSE-START
           EXEC CICS STARTBR FILE('EMPLHIS')
               RIDFLD(WS-LHS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET LEAVE-SCAN-DONE TO TRUE
           ELSE
              PERFORM 3470-SCAN-ONE-EPISODE
                  UNTIL LEAVE-SCAN-DONE
              EXEC CICS ENDBR FILE('EMPLHIS') END-EXEC
           END-IF
           IF OPEN-EPISODE-FOUND
              MOVE WS-EMPHIRE-DATE TO WS-SVC-HIRE-DATE
              MOVE WS-EMPADJ-SERVICE-DATE TO WS-SVC-SERVICE-DATE
              MOVE LHS-LEAVE-START-DATE TO WS-SVC-GAP-START
              MOVE TRAN-EFFECTIVE-DATE TO WS-SVC-GAP-END
              MOVE LHS-LEAVE-TYPE TO WS-SVC-LEAVE-TYPE
              PERFORM 8750-DEDUCT-UNCREDITED-LEAVE
              IF SVC-LEAVE-DEDUCTED
                 MOVE WS-SVC-SERVICE-DATE TO WS-EMPADJ-SERVICE-DATE
              END-IF
           END-IF.

       3470-SCAN-ONE-EPISODE.
           EXEC CICS READNEXT FILE('EMPLHIS')
               INTO(LEAVE-HISTORY-RECORD)
              END-IF
           END-IF.

      *--------------------------------------------------------------
      * The employee just terminated or put on leave may still have
      * people reporting to them.  Each non-terminated direct report
      * goes onto the EMPX repair queue as a reporting-line-only CHG
      * built from their own master row with the supervisor blank
      * (reason V018), so HR keys the new supervisor there and
      * releases it into the nightly cycle, which moves only the
      * supervisor - the same rows the batch apply writes for a
      * TRM or LOA that arrives through the feed.  The status change
      * is already committed; a queue problem is reported, not
      * backed out, and a leave-history failure message from 3450
      * is left standing over the queued count.
      *--------------------------------------------------------------
       3480-QUEUE-ORPHANED-REPORTS.
           MOVE EMPLOYEE-TRANSACTION TO WS-SAVED-TRANSACTION
           MOVE ZERO TO WS-ORPHAN-COUNT
           SET ORPHAN-SCAN-ACTIVE TO TRUE
           MOVE LOW-VALUES TO WS-ORPHAN-BROWSE-KEY
           EXEC CICS STARTBR FILE('EMPMAST')
               RIDFLD(WS-ORPHAN-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET ORPHAN-SCAN-DONE TO TRUE
           ELSE
              PERFORM 3490-SCAN-ONE-FOR-ORPHAN
                  UNTIL ORPHAN-SCAN-DONE
              EXEC CICS ENDBR FILE('EMPMAST') END-EXEC
           END-IF
           MOVE WS-SAVED-TRANSACTION TO EMPLOYEE-TRANSACTION
           IF WS-ORPHAN-COUNT > ZERO
              AND WS-SCREEN-MESSAGE = 'EMPLOYMENT STATUS UPDATED'
              MOVE SPACES TO WS-SCREEN-MESSAGE
              STRING 'STATUS UPDATED - ' DELIMITED BY SIZE
                     WS-ORPHAN-COUNT DELIMITED BY SIZE
                     ' REPORTS QUEUED FOR NEW SUPERVISOR (EMPX)'
                        DELIMITED BY SIZE
                 INTO WS-SCREEN-MESSAGE
              END-STRING
           END-IF.

       3490-SCAN-ONE-FOR-ORPHAN.
           EXEC CICS READNEXT FILE('EMPMAST')
               INTO(WS-EMP-REC)
               RIDFLD(WS-ORPHAN-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET ORPHAN-SCAN-DONE TO TRUE
           ELSE
              IF WS-EMPSUPERVISOR-ID = TRAN-EMP-ID
                 AND NOT WS-EMPSTATUS-TERMINATED
                 PERFORM 3495-WRITE-ORPHAN-QUEUE-ROW
              END-IF
           END-IF.

      *--------------------------------------------------------------
      * TRAN-EMP-ID is still the departing supervisor when this is
      * entered (the scan compares against it), so the reason text
      * is built before the CHG image replaces the transaction.
      *--------------------------------------------------------------
       3495-WRITE-ORPHAN-QUEUE-ROW.
           MOVE SPACES TO WORK-QUEUE-RECORD
           MOVE WS-EMPID TO WQ-EMP-ID
           MOVE WS-CURRENT-TIMESTAMP TO WQ-ENTRY-TIMESTAMP
           MOVE ZERO TO WQ-ENTRY-SEQ
           SET WQ-STATUS-PENDING TO TRUE
           MOVE 'CHG' TO WQ-ACTION-CODE
           MOVE 'V018' TO WQ-REASON-CODE
           STRING 'ORPHANED - SUPERVISOR ' DELIMITED BY SIZE
                  TRAN-EMP-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  TRAN-ACTION-CODE DELIMITED BY SIZE
              INTO WQ-REASON-TEXT
           END-STRING
           MOVE ZERO TO WQ-REPAIR-DATE
           MOVE ZERO TO WQ-RELEASE-DATE
           MOVE SPACES TO EMPLOYEE-TRANSACTION
           MOVE WS-EMPID TO TRAN-EMP-ID
           SET TRAN-ACTION-CHANGE TO TRUE
           SET TRAN-REPORTING-LINE-ONLY TO TRUE
           MOVE WS-EMPLAST-NAME TO TRAN-LAST-NAME
           MOVE WS-EMPFIRST-NAME TO TRAN-FIRST-NAME
           MOVE WS-EMPDEPT-CODE TO TRAN-DEPT-CODE
           MOVE WS-EMPHIRE-DATE TO TRAN-HIRE-DATE
           MOVE WS-EMPPAY-GRADE TO TRAN-PAY-GRADE
           MOVE WS-EMPPAY-AMOUNT TO TRAN-PAY-AMOUNT
           MOVE WS-CURRENT-TIMESTAMP (1:8) TO TRAN-EFFECTIVE-DATE
           MOVE ZERO TO TRAN-EXPECT-RETURN-DATE
           MOVE EIBTRMID TO TRAN-USER-ID
           MOVE EMPLOYEE-TRANSACTION TO WQ-TRANSACTION-IMAGE
           MOVE WS-SAVED-TRANSACTION TO EMPLOYEE-TRANSACTION
           SET ORPHAN-ROW-PENDING TO TRUE
           PERFORM 3497-TRY-WRITE-ORPHAN-ROW
               UNTIL ORPHAN-ROW-WRITTEN OR WQ-ENTRY-SEQ > 99
           IF ORPHAN-ROW-WRITTEN
              ADD 1 TO WS-ORPHAN-COUNT
           ELSE
              MOVE 'STATUS UPDATED - ORPHANED REPORT NOT QUEUED'
                 TO WS-SCREEN-MESSAGE
           END-IF.

       3497-TRY-WRITE-ORPHAN-ROW.
           EXEC CICS WRITE FILE('EMPWQUE')
               FROM(WORK-QUEUE-RECORD)
               RIDFLD(WQ-KEY)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                  SET ORPHAN-ROW-WRITTEN TO TRUE
               WHEN DFHRESP(DUPREC)
                  ADD 1 TO WQ-ENTRY-SEQ
               WHEN OTHER
                  MOVE 100 TO WQ-ENTRY-SEQ
           END-EVALUATE.

      *--------------------------------------------------------------
      * Request 006 (online side) - audit trail: one before/after row
      * per field an update actually changed, plus a single row
              MOVE BEF-EMPHIRE-DATE TO WS-AUDIT-OLD-VALUE
              MOVE WS-EMPHIRE-DATE TO WS-AUDIT-NEW-VALUE
              PERFORM 6500-WRITE-AUDIT-RECORD
           END-IF
           IF BEF-EMPORIG-HIRE-DATE NOT = WS-EMPORIG-HIRE-DATE
              MOVE 'ORIG-HIRE-DATE' TO WS-AUDIT-FIELD-NAME
              MOVE BEF-EMPORIG-HIRE-DATE TO WS-AUDIT-OLD-VALUE
              MOVE WS-EMPORIG-HIRE-DATE TO WS-AUDIT-NEW-VALUE
              PERFORM 6500-WRITE-AUDIT-RECORD
           END-IF
           IF BEF-EMPADJ-SERVICE-DATE NOT = WS-EMPADJ-SERVICE-DATE
              MOVE 'SERVICE-DATE' TO WS-AUDIT-FIELD-NAME
              MOVE BEF-EMPADJ-SERVICE-DATE TO WS-AUDIT-OLD-VALUE
              MOVE WS-EMPADJ-SERVICE-DATE TO WS-AUDIT-NEW-VALUE
              PERFORM 6500-WRITE-AUDIT-RECORD
           END-IF
           IF BEF-EMPSUPERVISOR-ID NOT = WS-EMPSUPERVISOR-ID
              MOVE 'SUPERVISOR-ID' TO WS-AUDIT-FIELD-NAME
              MOVE BEF-EMPSUPERVISOR-ID TO WS-AUDIT-OLD-VALUE
              MOVE WS-EMPSUPERVISOR-ID TO WS-AUDIT-NEW-VALUE
              PERFORM 6500-WRITE-AUDIT-RECORD
           END-IF
           IF BEF-EMPTERM-REASON NOT = WS-EMPTERM-REASON
              MOVE 'TERM-REASON' TO WS-AUDIT-FIELD-NAME
              MOVE BEF-EMPTERM-REASON TO WS-AUDIT-OLD-VALUE
              MOVE WS-EMPTERM-REASON TO WS-AUDIT-NEW-VALUE
              PERFORM 6500-WRITE-AUDIT-RECORD
           END-IF
           IF BEF-EMPREHIRE-ELIGIBLE NOT = WS-EMPREHIRE-ELIGIBLE
              MOVE 'REHIRE-ELIG' TO WS-AUDIT-FIELD-NAME
              MOVE BEF-EMPREHIRE-ELIGIBLE TO WS-AUDIT-OLD-VALUE
              MOVE WS-EMPREHIRE-ELIGIBLE TO WS-AUDIT-NEW-VALUE
              PERFORM 6500-WRITE-AUDIT-RECORD
           END-IF.

       6700-WRITE-ADD-AUDIT-RECORD.
           MOVE WS-EMPID TO WS-AUDIT-NEW-VALUE
           PERFORM 6500-WRITE-AUDIT-RECORD.

      *--------------------------------------------------------------
      * A supervisor pushed a hire past the department's authorized
      * headcount - one audit row naming the department and the
      * filled/authorized figures at the time, under the
      * supervisor's own user id, so the vacancy report's over-
      * establishment can be traced to who allowed it.
      *--------------------------------------------------------------
       6750-WRITE-ESTAB-OVERRIDE-AUDIT.
           MOVE WS-DEPT-FILLED-COUNT (WS-DEPT-MATCH-SUB)
              TO WS-ESTAB-FILLED-EDIT
           MOVE WS-DEPT-AUTH-HEADCOUNT (WS-DEPT-MATCH-SUB)
              TO WS-ESTAB-AUTH-EDIT
           MOVE 'ESTAB OVERRIDE' TO WS-AUDIT-FIELD-NAME
           MOVE SPACES TO WS-AUDIT-OLD-VALUE
           STRING 'FILLED ' DELIMITED BY SIZE
                  WS-ESTAB-FILLED-EDIT DELIMITED BY SIZE
                  ' AUTH ' DELIMITED BY SIZE
                  WS-ESTAB-AUTH-EDIT DELIMITED BY SIZE
              INTO WS-AUDIT-OLD-VALUE
           END-STRING
           MOVE TRAN-DEPT-CODE TO WS-AUDIT-NEW-VALUE
           PERFORM 6500-WRITE-AUDIT-RECORD.

      *--------------------------------------------------------------
      * A supervisor rehired an employee whose last termination
      * reason barred rehire - one audit row naming the reason, under
      * the supervisor's own user id, as the batch side writes for
      * an HR-keyed override.
      *--------------------------------------------------------------
       6760-WRITE-REHIRE-OVERRIDE-AUDIT.
           MOVE 'REHIRE OVERRIDE' TO WS-AUDIT-FIELD-NAME
           MOVE BEF-EMPTERM-REASON TO WS-AUDIT-OLD-VALUE
           MOVE 'NOT ELIGIBLE - REHIRED' TO WS-AUDIT-NEW-VALUE
           PERFORM 6500-WRITE-AUDIT-RECORD.

      *--------------------------------------------------------------
      * Change-history panel: browse the keyed audit file forward
      * through the employee's rows, keeping the last eight in a
           MOVE WS-EMPFIRST-NAME TO FNAMO
           MOVE WS-EMPDEPT-CODE TO DEPTO
           MOVE WS-EMPHIRE-DATE TO HDATO
           IF WS-EMPADJ-SERVICE-DATE NUMERIC
              AND WS-EMPADJ-SERVICE-DATE > ZERO
              MOVE WS-EMPADJ-SERVICE-DATE TO SDATO
           ELSE
              MOVE WS-EMPHIRE-DATE TO SDATO
           END-IF
           MOVE WS-EMPPAY-GRADE TO GRADO
           COMPUTE WS-PAY-DISPLAY-RAW = WS-EMPPAY-AMOUNT * 100
           MOVE WS-PAY-DISPLAY-RAW TO PAYO
           MOVE WS-EMPSTATUS-EFF-DATE TO EFFDO
           MOVE WS-EMPSUPERVISOR-ID TO SUPVO
           MOVE WS-EMPTERM-REASON TO TRSNO
           MOVE 'EMPLOYEE DISPLAYED - ENTER ACTION CODE'
              TO MSGO
           SET COMM-FUNC-MAP-SENT TO TRUE
           ELSE
              MOVE WS-SCREEN-MESSAGE TO MSGO
           END-IF
           IF TRAN-ACTION-ADD AND TRAN-EMP-ID = WS-ADD-EDIT-ID
              MOVE SPACES TO EMPIDO
           ELSE
              MOVE TRAN-EMP-ID TO EMPIDO
           END-IF
           MOVE TRAN-ACTION-CODE TO ACTNO
           EXEC CICS SEND MAP('EMPMAP1') MAPSET('EMPMSET')
               FROM(EMPMAP1O) DATAONLY
