                           TO WS-DEPT-ENTRY (WS-DEPT-COUNT)
                        MOVE REF-PARENT-DIVISION
                           TO WS-DEPT-DIVISION (WS-DEPT-COUNT)
                        IF REF-AUTH-HEADCOUNT NUMERIC
                           MOVE REF-AUTH-HEADCOUNT
                              TO WS-DEPT-AUTH-HEADCOUNT (WS-DEPT-COUNT)
                        ELSE
                           MOVE ZERO
                              TO WS-DEPT-AUTH-HEADCOUNT (WS-DEPT-COUNT)
                        END-IF
                        IF REF-AUTH-BUDGET NUMERIC
                           MOVE REF-AUTH-BUDGET
                              TO WS-DEPT-AUTH-BUDGET (WS-DEPT-COUNT)
                        ELSE
                           MOVE ZERO
                              TO WS-DEPT-AUTH-BUDGET (WS-DEPT-COUNT)
                        END-IF
                        MOVE ZERO
                           TO WS-DEPT-FILLED-COUNT (WS-DEPT-COUNT)
                        MOVE REF-GL-COST-CENTER
                           TO WS-DEPT-GL-COST-CENTER (WS-DEPT-COUNT)
                        MOVE REF-GL-EXPENSE-ACCOUNT
                           TO WS-DEPT-GL-ACCOUNT (WS-DEPT-COUNT)
                     ELSE
                        DISPLAY 'REFERENCE DEPT TABLE FULL - DROPPED '
                           REF-CODE
                           REF-CODE
                        MOVE 8 TO RETURN-CODE
                     END-IF
                  WHEN REF-TYPE-TERM-REASON
                     IF WS-TERM-REASON-COUNT < 50
                        ADD 1 TO WS-TERM-REASON-COUNT
                        MOVE REF-CODE (1:4)
                           TO WS-TERM-REASON-ENTRY
                              (WS-TERM-REASON-COUNT)
                        MOVE REF-DESCRIPTION
                           TO WS-TERM-REASON-DESC
                              (WS-TERM-REASON-COUNT)
                        MOVE REF-TERM-REHIRE-ELIGIBLE
                           TO WS-TERM-REASON-REHIRE
                              (WS-TERM-REASON-COUNT)
                        MOVE REF-TERM-CATEGORY
                           TO WS-TERM-REASON-CATEGORY
                              (WS-TERM-REASON-COUNT)
                     ELSE
                        DISPLAY 'REFERENCE REASN TABLE FULL - DROPPED '
                           REF-CODE
                        MOVE 8 TO RETURN-CODE
                     END-IF
                  WHEN REF-TYPE-JOB-CODE
                     IF WS-JOB-CODE-COUNT < 50
                        ADD 1 TO WS-JOB-CODE-COUNT
                        MOVE REF-CODE
                           TO WS-JOB-CODE-ENTRY (WS-JOB-CODE-COUNT)
                        MOVE REF-JOB-DEPT-CODE
                           TO WS-JOB-CODE-DEPT (WS-JOB-CODE-COUNT)
                        MOVE REF-JOB-PAY-GRADE
                           TO WS-JOB-CODE-GRADE (WS-JOB-CODE-COUNT)
                     ELSE
                        DISPLAY 'REFERENCE JOB TABLE FULL - DROPPED '
                           REF-CODE
                        MOVE 8 TO RETURN-CODE
                     END-IF
                  WHEN REF-TYPE-LEAVE-TYPE
                     IF WS-LEAVE-TYPE-COUNT < 50
                        ADD 1 TO WS-LEAVE-TYPE-COUNT
                        MOVE REF-CODE (1:1)
                           TO WS-LEAVE-TYPE-ENTRY (WS-LEAVE-TYPE-COUNT)
                        MOVE REF-DESCRIPTION
                           TO WS-LEAVE-TYPE-DESC (WS-LEAVE-TYPE-COUNT)
                        MOVE REF-LEAVE-PAID
                           TO WS-LEAVE-TYPE-PAID (WS-LEAVE-TYPE-COUNT)
                        MOVE REF-LEAVE-CREDITABLE
                           TO WS-LEAVE-TYPE-CREDITABLE
                              (WS-LEAVE-TYPE-COUNT)
                     ELSE
                        DISPLAY 'REFERENCE LEAVE TABLE FULL - DROPPED '
                           REF-CODE
                        MOVE 8 TO RETURN-CODE
                     END-IF
                  WHEN REF-TYPE-SERVICE-RULE
                     IF REF-CODE = 'BREAK'
                        AND REF-SVC-BREAK-DAYS NUMERIC
                        MOVE REF-SVC-BREAK-DAYS
                           TO WS-SERVICE-BREAK-DAYS
                        SET SERVICE-BREAK-LOADED TO TRUE
                     ELSE
                        DISPLAY 'REFERENCE SERVICE RULE '
                           REF-CODE ' NOT USED - ROW SKIPPED'
                     END-IF
                  WHEN OTHER
                     DISPLAY 'UNRECOGNIZED REFERENCE RECORD TYPE '
                        REF-RECORD-TYPE ' - ROW SKIPPED'
