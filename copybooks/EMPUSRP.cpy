      *--------------------------------------------------------------
      * EMPUSRP.cpy
      * User-authority check, COPY'd into the PROCEDURE DIVISION of
      * the batch update (EMPLOYEE-MANAGEMENT) and of the EMPT, EMPX,
      * EMPA and EMPC screens so the same rules decide a change
      * wherever it is keyed.  Works on WS-USER-AUTHORITY-CHECK
      * (EMPUSRW.cpy) and the user's row in USER-AUTHORITY-RECORD
      * (EMPUSR.cpy); see EMPUSRW.cpy for what the caller fills in.
      * The tests run in order - on file, action, scope, pay - and
      * the first one failed is the reason given.  An action code
      * this check does not know is left to the field edits, which
      * reject it as unrecognized anyway.
      * 8850-BUILD-VIOLATION-ROW fills the EMPVIO.cpy row from the
      * outcome; the caller adds the key, source, terminal and
      * object and writes it the way its own file access allows.
      *--------------------------------------------------------------
       8800-CHECK-USER-AUTHORITY.
           SET USER-AUTHORIZED TO TRUE
           MOVE SPACES TO WS-AUTH-REASON-CODE
           MOVE SPACES TO WS-AUTH-REASON-TEXT
           MOVE SPACES TO WS-AUTH-DENIED-DEPT
           MOVE SPACES TO WS-AUTH-DENIED-DIVISION
           IF AUTH-USER-NOT-ON-FILE
              SET USER-NOT-AUTHORIZED TO TRUE
              MOVE 'S001' TO WS-AUTH-REASON-CODE
              MOVE 'USER NOT ON USER-AUTHORITY FILE'
                 TO WS-AUTH-REASON-TEXT
           ELSE
              PERFORM 8810-CHECK-ACTION-ALLOWED
              IF USER-AUTHORIZED
                 PERFORM 8820-CHECK-DEPT-SCOPE
              END-IF
              IF USER-AUTHORIZED
                 AND AUTH-PAY-TOUCHED
                 AND NOT USR-MAY-TOUCH-PAY
                 SET USER-NOT-AUTHORIZED TO TRUE
                 MOVE 'S004' TO WS-AUTH-REASON-CODE
                 MOVE 'NOT AUTHORIZED TO CHANGE PAY OR GRADE'
                    TO WS-AUTH-REASON-TEXT
              END-IF
           END-IF.

       8810-CHECK-ACTION-ALLOWED.
           MOVE 'Y' TO WS-AUTH-ACTION-FLAG
           EVALUATE WS-AUTH-ACTION-CODE
               WHEN 'ADD'
                  MOVE USR-ALLOW-ADD TO WS-AUTH-ACTION-FLAG
               WHEN 'CHG'
                  MOVE USR-ALLOW-CHG TO WS-AUTH-ACTION-FLAG
               WHEN 'TRM'
                  MOVE USR-ALLOW-TRM TO WS-AUTH-ACTION-FLAG
               WHEN 'LOA'
               WHEN 'ACT'
                  MOVE USR-ALLOW-LOA TO WS-AUTH-ACTION-FLAG
               WHEN 'RHR'
                  MOVE USR-ALLOW-RHR TO WS-AUTH-ACTION-FLAG
           END-EVALUATE
           IF WS-AUTH-ACTION-FLAG NOT = 'Y'
              SET USER-NOT-AUTHORIZED TO TRUE
              MOVE 'S002' TO WS-AUTH-REASON-CODE
              STRING 'NOT AUTHORIZED FOR ACTION ' DELIMITED BY SIZE
                     WS-AUTH-ACTION-CODE DELIMITED BY SIZE
                 INTO WS-AUTH-REASON-TEXT
              END-STRING
           END-IF.

      *--------------------------------------------------------------
      * An all-departments user passes every scope test.  Anyone
      * else is refused a company-wide change outright, and must
      * hold the department acted on - and, when the change moves
      * the employee, the department moved to - either by name or
      * through its division.
      *--------------------------------------------------------------
       8820-CHECK-DEPT-SCOPE.
           IF NOT USR-COVERS-ALL-DEPTS
              IF AUTH-ALL-DEPTS-NEEDED
                 SET USER-NOT-AUTHORIZED TO TRUE
                 MOVE 'S005' TO WS-AUTH-REASON-CODE
                 MOVE 'ALL-DEPARTMENTS AUTHORITY REQUIRED'
                    TO WS-AUTH-REASON-TEXT
              ELSE
                 MOVE WS-AUTH-DEPT-CODE TO WS-AUTH-CHECK-DEPT
                 MOVE WS-AUTH-DIVISION TO WS-AUTH-CHECK-DIVISION
                 PERFORM 8830-MATCH-SCOPE-ENTRY
                 IF AUTH-SCOPE-MATCHED
                    AND WS-AUTH-TO-DEPT-CODE NOT = SPACES
                    AND WS-AUTH-TO-DEPT-CODE NOT = WS-AUTH-DEPT-CODE
                    MOVE WS-AUTH-TO-DEPT-CODE TO WS-AUTH-CHECK-DEPT
                    MOVE WS-AUTH-TO-DIVISION
                       TO WS-AUTH-CHECK-DIVISION
                    PERFORM 8830-MATCH-SCOPE-ENTRY
                 END-IF
                 IF AUTH-SCOPE-NOT-MATCHED
                    SET USER-NOT-AUTHORIZED TO TRUE
                    MOVE WS-AUTH-CHECK-DEPT TO WS-AUTH-DENIED-DEPT
                    MOVE WS-AUTH-CHECK-DIVISION
                       TO WS-AUTH-DENIED-DIVISION
                    MOVE 'S003' TO WS-AUTH-REASON-CODE
                    STRING 'NOT AUTHORIZED FOR DEPARTMENT '
                              DELIMITED BY SIZE
                           WS-AUTH-CHECK-DEPT DELIMITED BY SIZE
                       INTO WS-AUTH-REASON-TEXT
                    END-STRING
                 END-IF
              END-IF
           END-IF.

      *--------------------------------------------------------------
      * A blank department or division never matches - an unused
      * scope slot is spaces, and a department with no division
      * is reachable only by naming it.
      *--------------------------------------------------------------
       8830-MATCH-SCOPE-ENTRY.
           SET AUTH-SCOPE-NOT-MATCHED TO TRUE
           PERFORM VARYING WS-AUTH-SCOPE-SUB FROM 1 BY 1
                   UNTIL WS-AUTH-SCOPE-SUB > 8
               IF USR-SCOPE-DEPARTMENT (WS-AUTH-SCOPE-SUB)
                  AND WS-AUTH-CHECK-DEPT NOT = SPACES
                  AND USR-SCOPE-CODE (WS-AUTH-SCOPE-SUB) =
                     WS-AUTH-CHECK-DEPT
                  SET AUTH-SCOPE-MATCHED TO TRUE
                  MOVE 99 TO WS-AUTH-SCOPE-SUB
               END-IF
               IF WS-AUTH-SCOPE-SUB NOT > 8
                  AND USR-SCOPE-DIVISION (WS-AUTH-SCOPE-SUB)
                  AND WS-AUTH-CHECK-DIVISION NOT = SPACES
                  AND USR-SCOPE-CODE (WS-AUTH-SCOPE-SUB) =
                     WS-AUTH-CHECK-DIVISION
                  SET AUTH-SCOPE-MATCHED TO TRUE
                  MOVE 99 TO WS-AUTH-SCOPE-SUB
               END-IF
           END-PERFORM.

       8850-BUILD-VIOLATION-ROW.
           MOVE SPACES TO SECURITY-VIOLATION-RECORD
           MOVE ZERO TO VIO-SEQ
           MOVE WS-AUTH-USER-ID TO VIO-USER-ID
           MOVE WS-AUTH-ACTION-CODE TO VIO-ACTION-CODE
           IF WS-AUTH-DENIED-DEPT NOT = SPACES
              MOVE WS-AUTH-DENIED-DEPT TO VIO-DEPT-CODE
              MOVE WS-AUTH-DENIED-DIVISION TO VIO-DIVISION-CODE
           ELSE
              MOVE WS-AUTH-DEPT-CODE TO VIO-DEPT-CODE
              MOVE WS-AUTH-DIVISION TO VIO-DIVISION-CODE
           END-IF
           MOVE WS-AUTH-REASON-CODE TO VIO-REASON-CODE
           MOVE WS-AUTH-REASON-TEXT TO VIO-REASON-TEXT.
