      * is re-checked at approval time - if the pay fields moved
      * since the request was queued, the item is refused as stale
      * instead of overwriting an interim change.
      * Who may start EMPA is enforced by CICS transaction security
      * (supervisors only); what a supervisor may decide inside it is
      * the user-authority file's business - the CHG action, pay
      * authority, and the employee's department (old and new on a
      * move), the same rules EMPT applies to the requester.
      * Screen: mapset EMPASET, map EMPMAPA1 (EMPMAPA.cpy).  State
      * between tasks is carried in EMPA-COMMAREA (EMPACOM.cpy).
      *--------------------------------------------------------------
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
      * Before-image of the master record, captured ahead of the
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

           05  WS-BROWSE-TIMESTAMP         PIC X(21).
           05  WS-BROWSE-SEQ               PIC 9(3).

      *--------------------------------------------------------------
      * User-authority check.  The department's division is read
      * straight off its 'D' reference row; a refusal is logged to
      * EMPSVIO.
      *--------------------------------------------------------------
           COPY EMPRCOD.

           COPY EMPUSR.

           COPY EMPVIO.

           COPY EMPUSRW.

       LINKAGE SECTION.
           COPY EMPACOM REPLACING ==EMPA-COMMAREA== BY ==DFHCOMMAREA==.

                        TO WS-SCREEN-MESSAGE
                     PERFORM 2800-REDISPLAY-CURRENT-ITEM
                  WHEN OTHER
                     PERFORM 3050-CHECK-USER-AUTHORITY
                     IF USER-NOT-AUTHORIZED
                        EXEC CICS UNLOCK FILE('EMPAPPQ') END-EXEC
                        PERFORM 2800-REDISPLAY-CURRENT-ITEM
                     ELSE
                        PERFORM 3100-APPLY-APPROVED-CHANGE
                     END-IF
              END-EVALUATE
           END-IF.

      *--------------------------------------------------------------
      * Approving or declining is a decision on a pay change, so
      * both need the CHG action and pay authority, over the
      * employee's department as it stands on the master and, when
      * the queued change moves them, over the new one as well.
      * The check runs against the signed-on user id.  A
      * user-authority file that cannot be read refuses the
      * decision without logging it - that is an outage, not an
      * attempt.
      *--------------------------------------------------------------
       3050-CHECK-USER-AUTHORITY.
           MOVE APQ-TRANSACTION-IMAGE TO EMPLOYEE-TRANSACTION
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
              MOVE 'CHG' TO WS-AUTH-ACTION-CODE
              MOVE TRAN-DEPT-CODE TO WS-AUTH-DEPT-CODE
              MOVE SPACES TO WS-AUTH-TO-DEPT-CODE
              SET AUTH-DEPT-SCOPE-ONLY TO TRUE
              SET AUTH-PAY-TOUCHED TO TRUE
              EXEC CICS READ FILE('EMPMAST')
                  INTO(WS-EMP-REC)
                  RIDFLD(APQ-EMP-ID)
                  RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 MOVE WS-EMPDEPT-CODE TO WS-AUTH-DEPT-CODE
                 MOVE TRAN-DEPT-CODE TO WS-AUTH-TO-DEPT-CODE
              END-IF
              MOVE WS-AUTH-DEPT-CODE TO REF-CODE
              PERFORM 3060-READ-DEPT-DIVISION
              MOVE REF-PARENT-DIVISION TO WS-AUTH-DIVISION
              MOVE WS-AUTH-TO-DEPT-CODE TO REF-CODE
              PERFORM 3060-READ-DEPT-DIVISION
              MOVE REF-PARENT-DIVISION TO WS-AUTH-TO-DIVISION
              PERFORM 8800-CHECK-USER-AUTHORITY
              IF USER-NOT-AUTHORIZED
                 PERFORM 3070-LOG-SECURITY-VIOLATION
                 MOVE WS-AUTH-REASON-TEXT TO WS-SCREEN-MESSAGE
              END-IF
           END-IF.

       3060-READ-DEPT-DIVISION.
           MOVE 'D' TO REF-RECORD-TYPE
           EXEC CICS READ FILE('EMPRCOD')
               INTO(REFERENCE-CODE-RECORD)
               RIDFLD(REF-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES TO REF-PARENT-DIVISION
           END-IF.

       3070-LOG-SECURITY-VIOLATION.
           PERFORM 8850-BUILD-VIOLATION-ROW
           MOVE WS-CURRENT-TIMESTAMP TO VIO-TIMESTAMP
           MOVE EIBTRMID TO VIO-TERMINAL-ID
           MOVE 'EMPA' TO VIO-SOURCE
           MOVE APQ-EMP-ID TO VIO-OBJECT-ID
           SET AUTH-VIO-PENDING TO TRUE
           PERFORM 3080-TRY-WRITE-VIOLATION-ROW
               UNTIL AUTH-VIO-DONE.

       3080-TRY-WRITE-VIOLATION-ROW.
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

       3100-APPLY-APPROVED-CHANGE.
           MOVE APQ-TRANSACTION-IMAGE TO EMPLOYEE-TRANSACTION
           EXEC CICS READ FILE('EMPMAST')
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
           MOVE EIBTRMID TO WS-EMPLAST-CHANGE-USER

                    TO WS-SCREEN-MESSAGE
                 PERFORM 2800-REDISPLAY-CURRENT-ITEM
              ELSE
                 PERFORM 3050-CHECK-USER-AUTHORITY
                 IF USER-NOT-AUTHORIZED
                    EXEC CICS UNLOCK FILE('EMPAPPQ') END-EXEC
                    PERFORM 2800-REDISPLAY-CURRENT-ITEM
                 ELSE
                    PERFORM 3250-MARK-DECLINED
                 END-IF
              END-IF
           END-IF.

       3250-MARK-DECLINED.
           SET APQ-STATUS-DECLINED TO TRUE
           MOVE EIBTRMID TO APQ-DECISION-USER
           MOVE WS-CURRENT-TIMESTAMP (1:8) TO APQ-DECISION-DATE
           EXEC CICS REWRITE FILE('EMPAPPQ')
               FROM(APPROVAL-QUEUE-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'CHANGE DECLINED - NOTHING APPLIED'
                 TO WS-SCREEN-MESSAGE
           ELSE
              MOVE 'DECLINE FAILED - QUEUE FILE ERROR'
                 TO WS-SCREEN-MESSAGE
           END-IF
           PERFORM 3500-SHOW-NEXT-ITEM.

       3500-SHOW-NEXT-ITEM.
           MOVE ACOM-CURRENT-KEY TO WS-BROWSE-KEY
           PERFORM 4000-FIND-NEXT-PENDING
              MOVE WS-EMPPAY-AMOUNT TO WS-AUDIT-AMOUNT-EDIT
              MOVE WS-AUDIT-AMOUNT-EDIT TO WS-AUDIT-NEW-VALUE
              PERFORM 6500-WRITE-AUDIT-RECORD
           END-IF
           IF BEF-EMPSUPERVISOR-ID NOT = WS-EMPSUPERVISOR-ID
              MOVE 'SUPERVISOR-ID' TO WS-AUDIT-FIELD-NAME
              MOVE BEF-EMPSUPERVISOR-ID TO WS-AUDIT-OLD-VALUE
              MOVE WS-EMPSUPERVISOR-ID TO WS-AUDIT-NEW-VALUE
              PERFORM 6500-WRITE-AUDIT-RECORD
           END-IF.

       COPY EMPUSRP.

       9999-ABEND-HANDLER.
           MOVE 'AN UNEXPECTED ERROR OCCURRED - CONTACT SUPPORT'
               TO WS-SCREEN-MESSAGE
