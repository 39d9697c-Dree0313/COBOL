           MOVE SPACES TO WS-WARNING-REASON-CODE
           MOVE SPACES TO WS-WARNING-REASON-TEXT
           MOVE ZERO TO WS-GRADE-FOUND-SUB
           SET DEPT-WITHIN-ESTABLISHMENT TO TRUE
           MOVE SPACES TO WS-ESTAB-REASON-CODE
           MOVE SPACES TO WS-ESTAB-REASON-TEXT
           MOVE ZERO TO WS-DEPT-MATCH-SUB
           MOVE ZERO TO WS-TERM-REASON-FOUND-SUB

           IF NOT (TRAN-ACTION-ADD OR TRAN-ACTION-CHANGE
                   OR TRAN-ACTION-TERMINATE OR TRAN-ACTION-LEAVE
              PERFORM VARYING WS-TABLE-SUBSCRIPT FROM 1 BY 1
                      UNTIL WS-TABLE-SUBSCRIPT > WS-DEPT-COUNT
                 IF TRAN-DEPT-CODE = WS-DEPT-ENTRY (WS-TABLE-SUBSCRIPT)
                    MOVE WS-TABLE-SUBSCRIPT TO WS-DEPT-MATCH-SUB
                    SET WS-TABLE-SUBSCRIPT TO 99
                 END-IF
              END-PERFORM
              END-IF
           END-IF

      *--------------------------------------------------------------
      * Establishment edit (ADD/RHR only - a CHG that moves someone
      * between departments is a transfer against an existing post
      * and is left to the vacancy report): the department's filled
      * count, kept by the caller in WS-DEPT-FILLED-COUNT, must still
      * be below its authorized headcount.  A department with no
      * authorized headcount is not under position control and
      * passes.  Flagged, never failed - the caller decides whether
      * the flag stops the transaction.
      *--------------------------------------------------------------
           IF VALIDATION-OK
              AND (TRAN-ACTION-ADD OR TRAN-ACTION-REHIRE)
              AND WS-DEPT-MATCH-SUB > ZERO
              IF WS-DEPT-AUTH-HEADCOUNT (WS-DEPT-MATCH-SUB) > ZERO
                 AND WS-DEPT-FILLED-COUNT (WS-DEPT-MATCH-SUB) NOT <
                     WS-DEPT-AUTH-HEADCOUNT (WS-DEPT-MATCH-SUB)
                 SET DEPT-OVER-ESTABLISHMENT TO TRUE
                 MOVE 'W015' TO WS-ESTAB-REASON-CODE
                 MOVE 'DEPT AT OR OVER AUTHORIZED HEADCOUNT'
                   TO WS-ESTAB-REASON-TEXT
              END-IF
           END-IF

      *--------------------------------------------------------------
      * Reporting-line edit (ADD/CHG carrying a supervisor id): the
      * supervisor must be on the master, must not be terminated,
      * and must not sit anywhere below this employee in the line.
      * The master lookup is the caller's (WS-SUPV-CHECK-RESULT, see
      * EMPCODE.cpy); an employee keyed as their own supervisor is
      * caught here without one.  Spaces ("unchanged" on CHG, none on
      * ADD) and '000000' (remove) need no check.
      *--------------------------------------------------------------
           IF VALIDATION-OK
              AND (TRAN-ACTION-ADD OR TRAN-ACTION-CHANGE)
              AND NOT TRAN-SUPERVISOR-UNCHANGED
              AND NOT TRAN-SUPERVISOR-REMOVE
              EVALUATE TRUE
                  WHEN TRAN-SUPERVISOR-ID = TRAN-EMP-ID
                  WHEN SUPV-LOOP-FOUND
                     SET VALIDATION-FAILED TO TRUE
                     MOVE 'V017' TO WS-VALIDATION-REASON-CODE
                     MOVE 'SUPERVISOR WOULD CREATE A REPORTING LOOP'
                       TO WS-VALIDATION-REASON-TEXT
                  WHEN SUPV-NOT-FOUND
                     SET VALIDATION-FAILED TO TRUE
                     MOVE 'V015' TO WS-VALIDATION-REASON-CODE
                     MOVE 'SUPERVISOR ID NOT ON EMPLOYEE MASTER'
                       TO WS-VALIDATION-REASON-TEXT
                  WHEN SUPV-TERMINATED
                     SET VALIDATION-FAILED TO TRUE
                     MOVE 'V016' TO WS-VALIDATION-REASON-CODE
                     MOVE 'SUPERVISOR IS A TERMINATED EMPLOYEE'
                       TO WS-VALIDATION-REASON-TEXT
              END-EVALUATE
           END-IF

      *--------------------------------------------------------------
      * Termination-reason edit (TRM only): the reason must be a
      * live 'R' row.  The matched subscript is kept for the apply,
      * which copies that reason's rehire flag onto the master.
      *--------------------------------------------------------------
           IF VALIDATION-OK AND TRAN-ACTION-TERMINATE
              PERFORM VARYING WS-TABLE-SUBSCRIPT FROM 1 BY 1
                      UNTIL WS-TABLE-SUBSCRIPT > WS-TERM-REASON-COUNT
                 IF TRAN-TERM-REASON =
                    WS-TERM-REASON-ENTRY (WS-TABLE-SUBSCRIPT)
                    MOVE WS-TABLE-SUBSCRIPT TO WS-TERM-REASON-FOUND-SUB
                    MOVE WS-TERM-REASON-COUNT TO WS-TABLE-SUBSCRIPT
                 END-IF
              END-PERFORM
              IF WS-TERM-REASON-FOUND-SUB = ZERO
                 OR TRAN-TERM-REASON = SPACES
                 SET VALIDATION-FAILED TO TRUE
                 MOVE 'V019' TO WS-VALIDATION-REASON-CODE
                 MOVE 'TERMINATION REASON MISSING OR NOT ON FILE'
                   TO WS-VALIDATION-REASON-TEXT
              END-IF
           END-IF

      *--------------------------------------------------------------
      * Rehire-eligibility edit (RHR only): an employee whose last
      * termination reason barred rehire comes back only with the
      * HR override on the transaction.  The master lookup is the
      * caller's (WS-REHIRE-CHECK-RESULT, see EMPCODE.cpy).
      *--------------------------------------------------------------
           IF VALIDATION-OK AND TRAN-ACTION-REHIRE
              AND REHIRE-NOT-ELIGIBLE
              AND NOT TRAN-REHIRE-OVERRIDE-GIVEN
              SET VALIDATION-FAILED TO TRUE
              MOVE 'V020' TO WS-VALIDATION-REASON-CODE
              MOVE 'EMPLOYEE NOT ELIGIBLE FOR REHIRE'
                TO WS-VALIDATION-REASON-TEXT
           END-IF

           .
