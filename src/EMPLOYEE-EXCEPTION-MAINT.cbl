           05  WS-BROWSE-TIMESTAMP         PIC X(21).
           05  WS-BROWSE-SEQ               PIC 9(3).

      *--------------------------------------------------------------
      * User-authority check: releasing or writing off an item needs
      * the same authority as keying its transaction on EMPT - the
      * action, the department and, where the release sets pay,
      * pay authority.  A refusal is logged to EMPSVIO.
      *--------------------------------------------------------------
           COPY EMPUSR.

           COPY EMPVIO.

           COPY EMPUSRW.

       LINKAGE SECTION.
           COPY EMPXCOM REPLACING ==EMPX-COMMAREA== BY ==DFHCOMMAREA==.

                    TO WS-SCREEN-MESSAGE
                 PERFORM 2800-REDISPLAY-CURRENT-ITEM
              ELSE
                 PERFORM 3100-MOVE-MAP-TO-TRANSACTION
                 PERFORM 3010-CHECK-USER-AUTHORITY
                 IF USER-NOT-AUTHORIZED
                    EXEC CICS UNLOCK FILE('EMPWQUE') END-EXEC
                    PERFORM 2800-REDISPLAY-CURRENT-ITEM
                 ELSE
                    PERFORM 3050-EDIT-AND-MARK-REPAIRED
                 END-IF
              END-IF
           END-IF.

      *--------------------------------------------------------------
      * The check runs against the signed-on user id on the item's
      * action and its department as repaired.  With no master
      * access here, a release counts as setting pay when it is an
      * ADD or RHR or the pay amount or grade was keyed (never for
      * a reporting-line-only item, which cannot move pay at all);
      * a CHG whose stored image already moves pay is left to the
      * nightly apply, which re-checks the releaser against the
      * master (the release is stamped with the releaser's user
      * id, as is the queue row on a release or write-off).  The
      * department's division comes straight off its 'D' row.  A
      * user-authority file that cannot be read refuses the action
      * without logging it - that is an outage, not an attempt.
      *--------------------------------------------------------------
       3010-CHECK-USER-AUTHORITY.
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
              MOVE SPACES TO WS-AUTH-DIVISION
              MOVE SPACES TO WS-AUTH-TO-DEPT-CODE
              MOVE SPACES TO WS-AUTH-TO-DIVISION
              SET AUTH-DEPT-SCOPE-ONLY TO TRUE
              SET AUTH-PAY-NOT-TOUCHED TO TRUE
              IF XOPTI = 'REL'
                 IF (TRAN-ACTION-ADD OR TRAN-ACTION-REHIRE
                     OR XPAYL > 0 OR XGRADL > 0)
                    AND NOT TRAN-REPORTING-LINE-ONLY
                    SET AUTH-PAY-TOUCHED TO TRUE
                 END-IF
              END-IF
              MOVE 'D' TO REF-RECORD-TYPE
              MOVE TRAN-DEPT-CODE TO REF-CODE
              EXEC CICS READ FILE('EMPRCOD')
                  INTO(REFERENCE-CODE-RECORD)
                  RIDFLD(REF-KEY)
                  RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 MOVE REF-PARENT-DIVISION TO WS-AUTH-DIVISION
              END-IF
              PERFORM 8800-CHECK-USER-AUTHORITY
              IF USER-NOT-AUTHORIZED
                 PERFORM 3020-LOG-SECURITY-VIOLATION
                 MOVE WS-AUTH-REASON-TEXT TO WS-SCREEN-MESSAGE
              END-IF
           END-IF.

       3020-LOG-SECURITY-VIOLATION.
           PERFORM 8850-BUILD-VIOLATION-ROW
           MOVE WS-CURRENT-TIMESTAMP TO VIO-TIMESTAMP
           MOVE EIBTRMID TO VIO-TERMINAL-ID
           MOVE 'EMPX' TO VIO-SOURCE
           MOVE TRAN-EMP-ID TO VIO-OBJECT-ID
           SET AUTH-VIO-PENDING TO TRUE
           PERFORM 3030-TRY-WRITE-VIOLATION-ROW
               UNTIL AUTH-VIO-DONE.

       3030-TRY-WRITE-VIOLATION-ROW.
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

       3050-EDIT-AND-MARK-REPAIRED.
      *--------------------------------------------------------------
      * The repair screen has no master access, so a keyed
      * supervisor (the usual repair for a V018 orphaned report) is
      * left for the nightly apply to look up and walk, and so is
      * an RHR's rehire eligibility.
      *--------------------------------------------------------------
           SET SUPV-NOT-CHECKED TO TRUE
           SET REHIRE-NOT-CHECKED TO TRUE
           IF TRAN-REPORTING-LINE-ONLY
              PERFORM 3060-EDIT-REPORTING-LINE-ONLY
           ELSE
              PERFORM 8000-VALIDATE-EMPLOYEE-RECORD
           END-IF
           IF VALIDATION-FAILED
              EXEC CICS UNLOCK FILE('EMPWQUE') END-EXEC
              MOVE WS-VALIDATION-REASON-TEXT TO WS-SCREEN-MESSAGE
           ELSE
              MOVE EMPLOYEE-TRANSACTION TO WQ-TRANSACTION-IMAGE
              SET WQ-STATUS-REPAIRED TO TRUE
              MOVE WS-AUTH-USER-ID TO WQ-REPAIR-USER
              MOVE WS-CURRENT-TIMESTAMP (1:8) TO WQ-REPAIR-DATE
              EXEC CICS REWRITE FILE('EMPWQUE')
                  FROM(WORK-QUEUE-RECORD)
              PERFORM 3500-SHOW-NEXT-ITEM
           END-IF.

      *--------------------------------------------------------------
      * A reporting-line-only item (V018) is released to move the
      * supervisor and nothing else - the nightly apply takes every
      * other field from the master as it stands then, so the
      * stored copy is not edited here and keying any other field
      * is refused rather than silently dropped.  A new supervisor
      * (or 000000 for none) must be keyed; the master lookups are
      * the nightly apply's, as for any other release.
      *--------------------------------------------------------------
       3060-EDIT-REPORTING-LINE-ONLY.
           SET VALIDATION-OK TO TRUE
           SET VALIDATION-NO-WARNING TO TRUE
           MOVE SPACES TO WS-VALIDATION-REASON-CODE
           MOVE SPACES TO WS-VALIDATION-REASON-TEXT
           EVALUATE TRUE
               WHEN XLNAML > 0 OR XFNAML > 0 OR XDEPTL > 0
                  OR XHDATL > 0 OR XGRADL > 0 OR XPAYL > 0
                  OR XEFFDL > 0 OR XLTYPL > 0 OR XERETL > 0
                  OR XTRSNL > 0
                  SET VALIDATION-FAILED TO TRUE
                  MOVE 'ONLY THE SUPERVISOR CAN BE KEYED HERE'
                     TO WS-VALIDATION-REASON-TEXT
               WHEN TRAN-SUPERVISOR-UNCHANGED
                  SET VALIDATION-FAILED TO TRUE
                  MOVE 'KEY NEW SUPERVISOR ID OR 000000 FOR NONE'
                     TO WS-VALIDATION-REASON-TEXT
               WHEN TRAN-SUPERVISOR-ID = TRAN-EMP-ID
                  SET VALIDATION-FAILED TO TRUE
                  MOVE 'V017' TO WS-VALIDATION-REASON-CODE
                  MOVE 'SUPERVISOR WOULD CREATE A REPORTING LOOP'
                     TO WS-VALIDATION-REASON-TEXT
           END-EVALUATE.

      *--------------------------------------------------------------
      * Only fields the operator actually keyed replace the stored
      * transaction image - untouched map fields come back with a
           IF XERETL > 0
              MOVE XERETI TO TRAN-EXPECT-RETURN-DATE
           END-IF
           IF XSUPVL > 0
              MOVE XSUPVI TO TRAN-SUPERVISOR-ID
           END-IF
           IF XTRSNL > 0
              MOVE XTRSNI TO TRAN-TERM-REASON
           END-IF
      *--------------------------------------------------------------
      * Releasing a V012 probable-duplicate IS the confirmation the
      * divert asked HR for - stamp the override so the nightly
           IF WQ-REASON-CODE = 'V012'
              SET TRAN-DUP-CONFIRMED TO TRUE
           END-IF
      *--------------------------------------------------------------
      * Likewise releasing a V020 (employee not eligible for rehire)
      * is HR's override of the termination reason's rehire bar -
      * the nightly apply lets the RHR through and audits it.
      *--------------------------------------------------------------
           IF WQ-REASON-CODE = 'V020'
              SET TRAN-REHIRE-OVERRIDE-GIVEN TO TRUE
           END-IF
      *--------------------------------------------------------------
      * The released transaction carries the releaser's signed-on
      * user id, which the nightly apply checks against the
      * user-authority file.
      *--------------------------------------------------------------
           MOVE SPACES TO TRAN-USER-ID
           EXEC CICS ASSIGN USERID(TRAN-USER-ID)
               RESP(WS-RESP)
           END-EXEC.

       COPY EMPVAL.


       COPY EMPRSTO.

       COPY EMPUSRP.

       3200-WRITE-OFF-ITEM.
           EXEC CICS READ FILE('EMPWQUE')
               INTO(WORK-QUEUE-RECORD)
                 TO WS-SCREEN-MESSAGE
              PERFORM 2800-REDISPLAY-CURRENT-ITEM
           ELSE
              MOVE WQ-TRANSACTION-IMAGE TO EMPLOYEE-TRANSACTION
              PERFORM 3010-CHECK-USER-AUTHORITY
              IF USER-NOT-AUTHORIZED
                 EXEC CICS UNLOCK FILE('EMPWQUE') END-EXEC
                 PERFORM 2800-REDISPLAY-CURRENT-ITEM
              ELSE
                 PERFORM 3210-MARK-WRITTEN-OFF
              END-IF
           END-IF.

       3210-MARK-WRITTEN-OFF.
           SET WQ-STATUS-WRITTEN-OFF TO TRUE
           MOVE WS-AUTH-USER-ID TO WQ-REPAIR-USER
           MOVE WS-CURRENT-TIMESTAMP (1:8) TO WQ-REPAIR-DATE
           EXEC CICS REWRITE FILE('EMPWQUE')
               FROM(WORK-QUEUE-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'ITEM WRITTEN OFF' TO WS-SCREEN-MESSAGE
           ELSE
              MOVE 'WRITE-OFF FAILED - WORK QUEUE FILE ERROR'
                 TO WS-SCREEN-MESSAGE
           END-IF
           PERFORM 3500-SHOW-NEXT-ITEM.

       3500-SHOW-NEXT-ITEM.
           MOVE XCOM-CURRENT-KEY TO WS-BROWSE-KEY
           PERFORM 4000-FIND-NEXT-WORKABLE
           MOVE TRAN-EFFECTIVE-DATE TO XEFFDO
           MOVE TRAN-LEAVE-TYPE TO XLTYPO
           MOVE TRAN-EXPECT-RETURN-DATE TO XERETO
           MOVE TRAN-SUPERVISOR-ID TO XSUPVO
           MOVE TRAN-TERM-REASON TO XTRSNO
           MOVE WS-SCREEN-MESSAGE TO XMSGO
           MOVE SPACES TO WS-SCREEN-MESSAGE
           EXEC CICS SEND MAP('EMPMAPX1') MAPSET('EMPXSET')
