      *--------------------------------------------------------------
      * EMPCYCP.cpy
      * Daily cycle-control check, COPY'd into the PROCEDURE
      * DIVISION of every program that runs as a step of
      * EMPDAYP/EMPDAYT.  The program must supply:
      *   - SELECT CYCLE-CONTROL-FILE ASSIGN TO EMPCYCL, INDEXED,
      *     DYNAMIC, RECORD KEY CYC-KEY, FILE STATUS
      *     WS-CYCLE-STATUS, with FD COPY EMPCYCL
      *   - COPY EMPCYCW in WORKING-STORAGE
      * 0600-START-CYCLE-STEP runs first thing in 0000-MAIN-LOGIC,
      * before a single file of the program's own is opened.  It
      * reads the business date the CYCLSTP step opened and this
      * step's row for that date, and leaves exactly one of:
      *   CYCLE-STEP-MAY-RUN      - first run, a restart after a
      *                             run that never finished or
      *                             failed, or a rerun an operator
      *                             released through EMPCYCR; the
      *                             step row is now marked started
      *   CYCLE-STEP-ALREADY-DONE - completed for this business
      *                             date already; RC=4, and the
      *                             program must stop without
      *                             touching anything
      *   CYCLE-STEP-REFUSED      - no open cycle, out of order
      *                             (the step above has not
      *                             completed) or the control file
      *                             is unusable; RC=8, stop likewise
      * CYCLE-STEP-RESTARTING tells a program that can resume part
      * way (EMPLOYEE-MANAGEMENT's checkpoint) that it should.
      * 0650-END-CYCLE-STEP runs last, after the program's own
      * termination has set RETURN-CODE: it records the end time,
      * RC and counts and marks the step completed or failed.  The
      * last step of the table closes the business date.  A
      * program that stops short of 0650 (abend, or a STOP RUN out
      * of its own initialization) leaves its row started, and
      * resubmitting the job restarts it.
      * The file is closed between the two PERFORMs so a long step
      * holds nothing open against the operator inquiry.
      *--------------------------------------------------------------
       0600-START-CYCLE-STEP.
           SET CYCLE-STEP-REFUSED TO TRUE
           SET CYCLE-STEP-FIRST-RUN TO TRUE
           MOVE ZERO TO WS-CYCLE-BUSINESS-DATE
           MOVE ZERO TO WS-CYCLE-RUN-COUNT
           MOVE FUNCTION CURRENT-DATE TO WS-CYCLE-TIMESTAMP
           MOVE ZERO TO WS-CYCLE-STEP-SUB
           PERFORM VARYING WS-CYCLE-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-CYCLE-SCAN-SUB > WS-CYCLE-STEP-COUNT
               IF WS-CYCLE-STEP-ENTRY (WS-CYCLE-SCAN-SUB)
                  = WS-CYCLE-THIS-STEP
                  MOVE WS-CYCLE-SCAN-SUB TO WS-CYCLE-STEP-SUB
                  MOVE WS-CYCLE-STEP-COUNT TO WS-CYCLE-SCAN-SUB
               END-IF
           END-PERFORM
           IF WS-CYCLE-STEP-SUB = ZERO
              DISPLAY 'STEP ' WS-CYCLE-THIS-STEP
                 ' IS NOT ON THE CYCLE STEP TABLE - NOT RUN'
           ELSE
              OPEN I-O CYCLE-CONTROL-FILE
              IF WS-CYCLE-STATUS NOT = '00'
                 DISPLAY 'CYCLE CONTROL FILE WILL NOT OPEN - STATUS='
                    WS-CYCLE-STATUS ' - ' WS-CYCLE-THIS-STEP
                    ' NOT RUN'
              ELSE
                 PERFORM 0610-READ-CYCLE-POINTER
                 CLOSE CYCLE-CONTROL-FILE
              END-IF
           END-IF
           IF CYCLE-STEP-ALREADY-DONE
              MOVE 4 TO RETURN-CODE
           END-IF
           IF CYCLE-STEP-REFUSED
              MOVE 8 TO RETURN-CODE
           END-IF.

      *--------------------------------------------------------------
      * The CURRENT row carries the business date - a step never
      * takes today's date for itself, so a cycle resumed after
      * midnight still records against the date it was opened for.
      *--------------------------------------------------------------
       0610-READ-CYCLE-POINTER.
           MOVE ZERO TO CYC-BUSINESS-DATE
           MOVE 'CURRENT ' TO CYC-STEP-NAME
           MOVE ZERO TO CYC-ROW-SEQ
           READ CYCLE-CONTROL-FILE
               INVALID KEY
                  DISPLAY 'NO BUSINESS DATE OPEN ON THE CYCLE CONTROL'
                     ' FILE - ' WS-CYCLE-THIS-STEP ' NOT RUN'
               NOT INVALID KEY
                  IF CYC-PTR-OPEN
                     MOVE CYC-PTR-BUSINESS-DATE
                        TO WS-CYCLE-BUSINESS-DATE
                     PERFORM 0620-CHECK-STEP-ROW
                  ELSE
                     DISPLAY 'CYCLE FOR BUSINESS DATE '
                        CYC-PTR-BUSINESS-DATE ' IS CLOSED - '
                        WS-CYCLE-THIS-STEP ' NOT RUN'
                  END-IF
           END-READ
           IF WS-CYCLE-STATUS NOT = '00' AND NOT = '23'
              DISPLAY 'CYCLE CONTROL FILE READ ERROR - STATUS='
                 WS-CYCLE-STATUS ' - ' WS-CYCLE-THIS-STEP ' NOT RUN'
              SET CYCLE-STEP-REFUSED TO TRUE
           END-IF.

       0620-CHECK-STEP-ROW.
           MOVE WS-CYCLE-BUSINESS-DATE TO CYC-BUSINESS-DATE
           MOVE WS-CYCLE-THIS-STEP TO CYC-STEP-NAME
           MOVE ZERO TO CYC-ROW-SEQ
           READ CYCLE-CONTROL-FILE
               INVALID KEY
                  SET CYCLE-STEP-FIRST-RUN TO TRUE
                  PERFORM 0630-CHECK-STEP-ABOVE
               NOT INVALID KEY
                  MOVE CYC-STEP-RUN-COUNT TO WS-CYCLE-RUN-COUNT
                  EVALUATE TRUE
                      WHEN CYC-STEP-COMPLETED
                         SET CYCLE-STEP-ALREADY-DONE TO TRUE
                         DISPLAY WS-CYCLE-THIS-STEP
                            ' ALREADY COMPLETED FOR BUSINESS DATE '
                            WS-CYCLE-BUSINESS-DATE ' - SKIPPED'
                      WHEN CYC-STEP-RELEASED
                         SET CYCLE-STEP-RELEASED-RERUN TO TRUE
                         PERFORM 0630-CHECK-STEP-ABOVE
                      WHEN OTHER
                         SET CYCLE-STEP-RESTARTING TO TRUE
                         PERFORM 0630-CHECK-STEP-ABOVE
                  END-EVALUATE
           END-READ
           IF CYCLE-STEP-MAY-RUN
              PERFORM 0640-MARK-STEP-STARTED
           END-IF.

      *--------------------------------------------------------------
      * Out-of-order guard: the step above this one in the table
      * must have completed for the same business date.
      *--------------------------------------------------------------
       0630-CHECK-STEP-ABOVE.
           IF WS-CYCLE-STEP-SUB = 1
              SET CYCLE-STEP-MAY-RUN TO TRUE
           ELSE
              MOVE WS-CYCLE-BUSINESS-DATE TO CYC-BUSINESS-DATE
              MOVE WS-CYCLE-STEP-ENTRY (WS-CYCLE-STEP-SUB - 1)
                 TO CYC-STEP-NAME
              MOVE ZERO TO CYC-ROW-SEQ
              SET CYCLE-ROW-NOT-FOUND TO TRUE
              READ CYCLE-CONTROL-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     SET CYCLE-ROW-FOUND TO TRUE
              END-READ
              IF CYCLE-ROW-FOUND AND CYC-STEP-COMPLETED
                 SET CYCLE-STEP-MAY-RUN TO TRUE
              ELSE
                 DISPLAY 'OUT OF ORDER - '
                    WS-CYCLE-STEP-ENTRY (WS-CYCLE-STEP-SUB - 1)
                    ' HAS NOT COMPLETED FOR BUSINESS DATE '
                    WS-CYCLE-BUSINESS-DATE ' - '
                    WS-CYCLE-THIS-STEP ' NOT RUN'
              END-IF
           END-IF.

       0640-MARK-STEP-STARTED.
           MOVE SPACES TO CYCLE-CONTROL-RECORD
           MOVE WS-CYCLE-BUSINESS-DATE TO CYC-BUSINESS-DATE
           MOVE WS-CYCLE-THIS-STEP TO CYC-STEP-NAME
           MOVE ZERO TO CYC-ROW-SEQ
           SET CYC-ROW-STEP TO TRUE
           SET CYC-STEP-STARTED TO TRUE
           MOVE WS-CYCLE-TIMESTAMP (1:14) TO CYC-STEP-START-TS
           MOVE ZERO TO CYC-STEP-RC
           ADD 1 TO WS-CYCLE-RUN-COUNT
           MOVE WS-CYCLE-RUN-COUNT TO CYC-STEP-RUN-COUNT
           MOVE ZERO TO CYC-STEP-COUNT-IN
           MOVE ZERO TO CYC-STEP-COUNT-OUT
           MOVE ZERO TO CYC-STEP-COUNT-REJ
           IF CYCLE-STEP-FIRST-RUN
              WRITE CYCLE-CONTROL-RECORD
           ELSE
              REWRITE CYCLE-CONTROL-RECORD
           END-IF
           IF WS-CYCLE-STATUS NOT = '00'
              DISPLAY 'CYCLE CONTROL FILE WRITE ERROR - STATUS='
                 WS-CYCLE-STATUS ' - ' WS-CYCLE-THIS-STEP ' NOT RUN'
              SET CYCLE-STEP-REFUSED TO TRUE
           ELSE
              EVALUATE TRUE
                  WHEN CYCLE-STEP-RESTARTING
                     DISPLAY WS-CYCLE-THIS-STEP
                        ' RESTARTING FOR BUSINESS DATE '
                        WS-CYCLE-BUSINESS-DATE
                        ' - PRIOR RUN DID NOT COMPLETE'
                  WHEN CYCLE-STEP-RELEASED-RERUN
                     DISPLAY WS-CYCLE-THIS-STEP
                        ' RERUNNING FOR BUSINESS DATE '
                        WS-CYCLE-BUSINESS-DATE
                        ' - RELEASED BY OPERATOR OVERRIDE'
                  WHEN OTHER
                     DISPLAY WS-CYCLE-THIS-STEP
                        ' STARTED FOR BUSINESS DATE '
                        WS-CYCLE-BUSINESS-DATE
              END-EVALUATE
           END-IF.

      *--------------------------------------------------------------
      * RETURN-CODE is the program's final answer by the time this
      * runs; it is recorded as it stands and only raised here if
      * the control file itself cannot be updated.
      *--------------------------------------------------------------
       0650-END-CYCLE-STEP.
           MOVE FUNCTION CURRENT-DATE TO WS-CYCLE-TIMESTAMP
           MOVE RETURN-CODE TO WS-CYCLE-STEP-RC
           OPEN I-O CYCLE-CONTROL-FILE
           IF WS-CYCLE-STATUS NOT = '00'
              DISPLAY 'CYCLE CONTROL FILE WILL NOT OPEN - STATUS='
                 WS-CYCLE-STATUS ' - ' WS-CYCLE-THIS-STEP
                 ' END NOT RECORDED'
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE WS-CYCLE-BUSINESS-DATE TO CYC-BUSINESS-DATE
              MOVE WS-CYCLE-THIS-STEP TO CYC-STEP-NAME
              MOVE ZERO TO CYC-ROW-SEQ
              READ CYCLE-CONTROL-FILE
                  INVALID KEY
                     DISPLAY 'CYCLE CONTROL ROW MISSING FOR '
                        WS-CYCLE-THIS-STEP ' - END NOT RECORDED'
                     MOVE 8 TO RETURN-CODE
                  NOT INVALID KEY
                     PERFORM 0660-RECORD-STEP-END
              END-READ
              CLOSE CYCLE-CONTROL-FILE
           END-IF.

       0660-RECORD-STEP-END.
           MOVE WS-CYCLE-TIMESTAMP (1:14) TO CYC-STEP-END-TS
           MOVE WS-CYCLE-STEP-RC TO CYC-STEP-RC
           MOVE WS-CYCLE-COUNT-IN TO CYC-STEP-COUNT-IN
           MOVE WS-CYCLE-COUNT-OUT TO CYC-STEP-COUNT-OUT
           MOVE WS-CYCLE-COUNT-REJ TO CYC-STEP-COUNT-REJ
           IF WS-CYCLE-STEP-RC
              > WS-CYCLE-STEP-RC-LIMIT (WS-CYCLE-STEP-SUB)
              SET CYC-STEP-FAILED TO TRUE
           ELSE
              SET CYC-STEP-COMPLETED TO TRUE
           END-IF
           REWRITE CYCLE-CONTROL-RECORD
           IF WS-CYCLE-STATUS NOT = '00'
              DISPLAY 'CYCLE CONTROL FILE REWRITE ERROR - STATUS='
                 WS-CYCLE-STATUS ' - ' WS-CYCLE-THIS-STEP
                 ' END NOT RECORDED'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF CYC-STEP-COMPLETED
                 DISPLAY WS-CYCLE-THIS-STEP
                    ' COMPLETED FOR BUSINESS DATE '
                    WS-CYCLE-BUSINESS-DATE ' RC=' WS-CYCLE-STEP-RC
                 IF WS-CYCLE-STEP-SUB = WS-CYCLE-STEP-COUNT
                    PERFORM 0670-CLOSE-BUSINESS-DATE
                 END-IF
              ELSE
                 DISPLAY WS-CYCLE-THIS-STEP
                    ' FAILED FOR BUSINESS DATE '
                    WS-CYCLE-BUSINESS-DATE ' RC=' WS-CYCLE-STEP-RC
                    ' - RESUBMIT THE JOB ONCE THE CAUSE IS FIXED'
              END-IF
           END-IF.

      *--------------------------------------------------------------
      * The last step of the table has completed, so the business
      * date is done; the next CYCLSTP opens a new one.
      *--------------------------------------------------------------
       0670-CLOSE-BUSINESS-DATE.
           MOVE ZERO TO CYC-BUSINESS-DATE
           MOVE 'CURRENT ' TO CYC-STEP-NAME
           MOVE ZERO TO CYC-ROW-SEQ
           READ CYCLE-CONTROL-FILE
               INVALID KEY
                  DISPLAY 'CYCLE CONTROL CURRENT ROW MISSING - '
                     'BUSINESS DATE NOT CLOSED'
                  MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                  IF CYC-PTR-BUSINESS-DATE = WS-CYCLE-BUSINESS-DATE
                     SET CYC-PTR-CLOSED TO TRUE
                     MOVE WS-CYCLE-TIMESTAMP (1:14)
                        TO CYC-PTR-CLOSED-TS
                     REWRITE CYCLE-CONTROL-RECORD
                     IF WS-CYCLE-STATUS NOT = '00'
                        DISPLAY 'CYCLE CONTROL FILE REWRITE ERROR - '
                           'STATUS=' WS-CYCLE-STATUS
                           ' - BUSINESS DATE NOT CLOSED'
                        MOVE 8 TO RETURN-CODE
                     ELSE
                        DISPLAY 'DAILY CYCLE CLOSED FOR BUSINESS DATE '
                           WS-CYCLE-BUSINESS-DATE
                     END-IF
                  END-IF
           END-READ.
