      *--------------------------------------------------------------
      * Online CICS pseudo-conversational maintenance transaction
      * EMPC for the reference-code file (EMPRCOD.cpy) - the
      * department, pay-grade, status-transition, division,
      * termination-reason, recruiting job-code and leave-type
      * tables and the service rules every edit in the system loads
      * at startup.  An
      * authorized user
      * inquires on, adds or changes a code row, with effective
      * dates, so opening a department next quarter is a screen
      * entry instead of a source change and recompile.  A code is
      * retired by setting its effective-to date, never by deleting
      * the row - history reports still need to resolve old codes.
      * Who may start EMPC is enforced by CICS transaction security;
      * an ADD or CHG also needs the CHG action on the user-authority
      * file, with scope over the department or division row keyed.
      * Everything else on the file is shared by every department,
      * so it needs all-departments authority, and pay-grade bands
      * and department budgets need pay authority too.  Inquiry is
      * open to anyone who can start the transaction.
      * Screen: mapset EMPCSET, map EMPMAPC1 (EMPMAPC.cpy).  State
      * between tasks is carried in EMPC-COMMAREA (EMPCCOM.cpy).
      *--------------------------------------------------------------
       AUTHOR. ALEXANDRIA.
       DATE-WRITTEN. 2026-08-22.
       REMARKS. ONLINE REFERENCE-CODE MAINTENANCE - INQUIRE, ADD AND
           CHANGE DEPARTMENT, PAY-GRADE, TRANSITION, DIVISION,
           TERMINATION-REASON, RECRUITING JOB AND LEAVE-TYPE CODES
           AND SERVICE RULES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-BAND-DISPLAY-RAW         PIC 9(9).
           05  WS-PCT-DISPLAY-RAW          PIC 9(4).

      *--------------------------------------------------------------
      * User-authority check for ADD and CHG; a refusal is logged
      * to EMPSVIO.
      *--------------------------------------------------------------
           COPY EMPUSR.

           COPY EMPVIO.

           COPY EMPUSRW.

       LINKAGE SECTION.
           COPY EMPCCOM REPLACING ==EMPC-COMMAREA== BY ==DFHCOMMAREA==.

           MOVE LOW-VALUES TO EMPMAPC1O
           MOVE SPACES TO DFHCOMMAREA
           SET CCOM-FUNC-MAP-SENT TO TRUE
           MOVE
           'ENTER ACTION (INQ/ADD/CHG), TYPE (D/G/T/V/R/J/L/S), CODE'
               TO CMSGO
           EXEC CICS SEND MAP('EMPMAPC1') MAPSET('EMPCSET')
               FROM(EMPMAPC1O) ERASE
              IF WS-SCREEN-MESSAGE NOT = SPACES
                 PERFORM 2900-REDISPLAY-WITH-MESSAGE
              ELSE
                 SET USER-AUTHORIZED TO TRUE
                 IF CACTNI NOT = 'INQ'
                    PERFORM 2400-CHECK-USER-AUTHORITY
                 END-IF
                 IF USER-NOT-AUTHORIZED
                    PERFORM 2900-REDISPLAY-WITH-MESSAGE
                 ELSE
                    EVALUATE CACTNI
                        WHEN 'INQ'
                           PERFORM 3000-INQUIRE-CODE
                        WHEN 'ADD'
                           PERFORM 3100-ADD-CODE
                        WHEN 'CHG'
                           PERFORM 3200-CHANGE-CODE
                    END-EVALUATE
                 END-IF
              END-IF
           END-IF.

                 TO WS-SCREEN-MESSAGE
           ELSE
              IF CTYPEI NOT = 'D' AND NOT = 'G' AND NOT = 'T'
                 AND NOT = 'V' AND NOT = 'R' AND NOT = 'J'
                 AND NOT = 'L' AND NOT = 'S'
                 MOVE 'TYPE MUST BE D, G, T, V, R, J, L OR S'
                    TO WS-SCREEN-MESSAGE
              ELSE
                 IF CCODEI = SPACES OR CCODEI = LOW-VALUES
                 IF CTYPEI = 'G'
                    PERFORM 2160-EDIT-BAND-FIELDS
                 END-IF
                 IF CTYPEI = 'D'
                    PERFORM 2170-EDIT-POSITION-FIELDS
                 END-IF
                 IF CTYPEI = 'R'
                    PERFORM 2180-EDIT-REASON-FIELDS
                 END-IF
                 IF CTYPEI = 'J'
                    PERFORM 2190-EDIT-JOB-FIELDS
                 END-IF
                 IF CTYPEI = 'L'
                    PERFORM 2195-EDIT-LEAVE-FIELDS
                 END-IF
                 IF CTYPEI = 'S'
                    PERFORM 2197-EDIT-SERVICE-RULE-FIELDS
                 END-IF
              END-IF
           END-IF.

              END-IF
           END-IF.

      *--------------------------------------------------------------
      * Position-control fields matter only on department rows, and
      * like the band fields are edited only when keyed.  Zero
      * headcount is legal - it takes the department out of
      * position control.
      *--------------------------------------------------------------
       2170-EDIT-POSITION-FIELDS.
           IF CAUTHL > 0 AND CAUTHI NOT NUMERIC
              MOVE 'AUTHORIZED HEADCOUNT MUST BE 4 DIGITS'
                 TO WS-SCREEN-MESSAGE
           ELSE
              IF CBUDGL > 0 AND CBUDGI NOT NUMERIC
                 MOVE 'AUTHORIZED BUDGET MUST BE 9 DIGITS (DOLLARS)'
                    TO WS-SCREEN-MESSAGE
              END-IF
           END-IF.

      *--------------------------------------------------------------
      * Termination-reason fields, edited only when keyed.  A new
      * reason with the rehire flag left blank puts no bar on
      * rehiring the people terminated for it.
      *--------------------------------------------------------------
       2180-EDIT-REASON-FIELDS.
           IF CRHREL > 0 AND CRHREI NOT = 'Y' AND NOT = 'N'
              MOVE 'REHIRE ELIGIBLE MUST BE Y OR N'
                 TO WS-SCREEN-MESSAGE
           ELSE
              IF CTCATL > 0 AND CTCATI NOT = 'V' AND NOT = 'I'
                 MOVE 'CATEGORY MUST BE V OR I (VOLUNTARY/INVOLUNTARY)'
                    TO WS-SCREEN-MESSAGE
              END-IF
           END-IF.

      *--------------------------------------------------------------
      * A new job code must say where the hire goes - both the
      * department and the grade.  Whether they are live codes is
      * left to the feed's own edits, which reject the offer with
      * the usual V004/V005 if not.
      *--------------------------------------------------------------
       2190-EDIT-JOB-FIELDS.
           IF CACTNI = 'ADD'
              AND (CJDPTL = 0 OR CJGRDL = 0)
              MOVE 'JOB CODE NEEDS BOTH DEPARTMENT AND PAY GRADE'
                 TO WS-SCREEN-MESSAGE
           END-IF.

      *--------------------------------------------------------------
      * A leave-type code is the single character the LOA carries
      * in TRAN-LEAVE-TYPE, and the paid flag, when keyed, is Y or
      * N.  A new leave type with the flag left blank is treated as
      * paid by the salary accrual.  The creditable flag is edited
      * the same way; left blank, the leave counts as service.
      *--------------------------------------------------------------
       2195-EDIT-LEAVE-FIELDS.
           IF CCODEI (2:4) NOT = SPACES AND NOT = LOW-VALUES
              MOVE 'LEAVE TYPE CODE IS ONE CHARACTER (P, M, F, S)'
                 TO WS-SCREEN-MESSAGE
           ELSE
              IF CLPAYL > 0 AND CLPAYI NOT = 'Y' AND NOT = 'N'
                 MOVE 'LEAVE PAID MUST BE Y OR N'
                    TO WS-SCREEN-MESSAGE
              ELSE
                 IF CLCRDL > 0 AND CLCRDI NOT = 'Y' AND NOT = 'N'
                    MOVE 'LEAVE CREDITABLE MUST BE Y OR N'
                       TO WS-SCREEN-MESSAGE
                 END-IF
              END-IF
           END-IF.

      *--------------------------------------------------------------
      * The only service rule is BREAK - the longest break in
      * service, in days, a rehire is bridged across.  A new BREAK
      * row must carry its day count.
      *--------------------------------------------------------------
       2197-EDIT-SERVICE-RULE-FIELDS.
           IF CCODEI NOT = 'BREAK'
              MOVE 'SERVICE RULE CODE MUST BE BREAK'
                 TO WS-SCREEN-MESSAGE
           ELSE
              IF CBRKDL > 0 AND CBRKDI NOT NUMERIC
                 MOVE 'BREAK-IN-SERVICE DAYS MUST BE 4 DIGITS'
                    TO WS-SCREEN-MESSAGE
              ELSE
                 IF CACTNI = 'ADD' AND CBRKDL = 0
                    MOVE 'BREAK RULE NEEDS BREAK-IN-SERVICE DAYS'
                       TO WS-SCREEN-MESSAGE
                 END-IF
              END-IF
           END-IF.

      *--------------------------------------------------------------
      * Maintaining a code row is a change, so ADD and CHG both need
      * the CHG action, checked against the signed-on user id.  A
      * department row needs scope over the department or its
      * division (the keyed one on a new row); moving a department
      * to another division re-draws everyone's scope, so that and
      * every row type shared company-wide - grades, transitions,
      * reasons, job codes, leave types, service rules - need
      * all-departments authority.  A division row needs that
      * division.  Keying a department budget, or any pay-grade
      * row, needs pay authority.  A user-authority file that
      * cannot be read refuses the change without logging it -
      * that is an outage, not an attempt.
      *--------------------------------------------------------------
       2400-CHECK-USER-AUTHORITY.
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
              MOVE SPACES TO WS-AUTH-DEPT-CODE
              MOVE SPACES TO WS-AUTH-DIVISION
              MOVE SPACES TO WS-AUTH-TO-DEPT-CODE
              MOVE SPACES TO WS-AUTH-TO-DIVISION
              SET AUTH-DEPT-SCOPE-ONLY TO TRUE
              SET AUTH-PAY-NOT-TOUCHED TO TRUE
              EVALUATE CTYPEI
                  WHEN 'D'
                     PERFORM 2410-SET-DEPARTMENT-SCOPE
                  WHEN 'V'
                     MOVE CCODEI TO WS-AUTH-DIVISION
                  WHEN 'G'
                     SET AUTH-PAY-TOUCHED TO TRUE
                     SET AUTH-ALL-DEPTS-NEEDED TO TRUE
                  WHEN OTHER
                     SET AUTH-ALL-DEPTS-NEEDED TO TRUE
              END-EVALUATE
              PERFORM 8800-CHECK-USER-AUTHORITY
              IF USER-NOT-AUTHORIZED
                 PERFORM 2420-LOG-SECURITY-VIOLATION
                 MOVE WS-AUTH-REASON-TEXT TO WS-SCREEN-MESSAGE
              END-IF
           END-IF.

       2410-SET-DEPARTMENT-SCOPE.
           MOVE CCODEI TO WS-AUTH-DEPT-CODE
           IF CBUDGL > 0
              SET AUTH-PAY-TOUCHED TO TRUE
           END-IF
           PERFORM 2200-BUILD-RECORD-KEY
           EXEC CICS READ FILE('EMPRCOD')
               INTO(REFERENCE-CODE-RECORD)
               RIDFLD(REF-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE REF-PARENT-DIVISION TO WS-AUTH-DIVISION
              IF CPDIVL > 0 AND CPDIVI NOT = REF-PARENT-DIVISION
                 SET AUTH-ALL-DEPTS-NEEDED TO TRUE
              END-IF
           ELSE
              IF CPDIVL > 0
                 MOVE CPDIVI TO WS-AUTH-DIVISION
              END-IF
           END-IF.

       2420-LOG-SECURITY-VIOLATION.
           PERFORM 8850-BUILD-VIOLATION-ROW
           MOVE CACTNI TO VIO-ACTION-CODE
           MOVE WS-CURRENT-TIMESTAMP TO VIO-TIMESTAMP
           MOVE EIBTRMID TO VIO-TERMINAL-ID
           MOVE 'EMPC' TO VIO-SOURCE
           MOVE CTYPEI TO VIO-OBJECT-ID (1:1)
           MOVE CCODEI TO VIO-OBJECT-ID (2:5)
           SET AUTH-VIO-PENDING TO TRUE
           PERFORM 2430-TRY-WRITE-VIOLATION-ROW
               UNTIL AUTH-VIO-DONE.

       2430-TRY-WRITE-VIOLATION-ROW.
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

       3000-INQUIRE-CODE.
           PERFORM 2200-BUILD-RECORD-KEY
           EXEC CICS READ FILE('EMPRCOD')
              MOVE ZERO TO REF-MAX-SALARY
              MOVE ZERO TO REF-INCREMENT-PCT
           END-IF
           IF CTYPEI = 'D'
              MOVE ZERO TO REF-AUTH-HEADCOUNT
              MOVE ZERO TO REF-AUTH-BUDGET
           END-IF
           IF CTYPEI = 'S'
              MOVE ZERO TO REF-SVC-BREAK-DAYS
           END-IF
           MOVE CTYPEI TO REF-RECORD-TYPE
           MOVE CCODEI TO REF-CODE.

      * on the inbound length so a CHG only replaces what the
      * operator keyed, and the band/increment fields are touched
      * on pay-grade rows only - they stay spaces on 'D'/'T' rows.
      * The parent-division and position-control fields land on
      * department rows only, the same way, the rehire flag and
      * category on termination-reason rows only, the job
      * department and grade on job-code rows only, the GL cost
      * centre and expense account on department rows only, the
      * paid and creditable flags on leave-type rows only, and the
      * break-in-service days on the service-rule row only.
      * The screen carries band amounts as 9 digits (dollars then
      * cents) and the percent as 4 digits, matching the implied-
      * decimal record fields byte for byte, so plain MOVEs land
                 MOVE CPCTI TO REF-INCREMENT-PCT (1:4)
              END-IF
           END-IF
           IF CTYPEI = 'D'
              IF CPDIVL > 0
                 MOVE CPDIVI TO REF-PARENT-DIVISION
              END-IF
              IF CAUTHL > 0
                 MOVE CAUTHI TO REF-AUTH-HEADCOUNT (1:4)
              END-IF
              IF CBUDGL > 0
                 MOVE CBUDGI TO REF-AUTH-BUDGET (1:9)
              END-IF
              IF CGLCCL > 0
                 MOVE CGLCCI TO REF-GL-COST-CENTER
              END-IF
              IF CGLACL > 0
                 MOVE CGLACI TO REF-GL-EXPENSE-ACCOUNT
              END-IF
           END-IF
           IF CTYPEI = 'R'
              IF CRHREL > 0
                 MOVE CRHREI TO REF-TERM-REHIRE-ELIGIBLE
              END-IF
              IF CTCATL > 0
                 MOVE CTCATI TO REF-TERM-CATEGORY
              END-IF
           END-IF
           IF CTYPEI = 'J'
              IF CJDPTL > 0
                 MOVE CJDPTI TO REF-JOB-DEPT-CODE
              END-IF
              IF CJGRDL > 0
                 MOVE CJGRDI TO REF-JOB-PAY-GRADE
              END-IF
           END-IF
           IF CTYPEI = 'L'
              IF CLPAYL > 0
                 MOVE CLPAYI TO REF-LEAVE-PAID
              END-IF
              IF CLCRDL > 0
                 MOVE CLCRDI TO REF-LEAVE-CREDITABLE
              END-IF
           END-IF
           IF CTYPEI = 'S'
              IF CBRKDL > 0
                 MOVE CBRKDI TO REF-SVC-BREAK-DAYS
              END-IF
           END-IF.

       2900-REDISPLAY-WITH-MESSAGE.
           MOVE REF-EFF-TO-DATE TO CEFFTO
           IF REF-TYPE-DEPARTMENT
              MOVE REF-PARENT-DIVISION TO CPDIVO
              IF REF-AUTH-HEADCOUNT NUMERIC
                 MOVE REF-AUTH-HEADCOUNT TO CAUTHO
              END-IF
              IF REF-AUTH-BUDGET NUMERIC
                 MOVE REF-AUTH-BUDGET TO CBUDGO
              END-IF
              MOVE REF-GL-COST-CENTER TO CGLCCO
              MOVE REF-GL-EXPENSE-ACCOUNT TO CGLACO
           END-IF
           IF REF-TYPE-TERM-REASON
              MOVE REF-TERM-REHIRE-ELIGIBLE TO CRHREO
              MOVE REF-TERM-CATEGORY TO CTCATO
           END-IF
           IF REF-TYPE-JOB-CODE
              MOVE REF-JOB-DEPT-CODE TO CJDPTO
              MOVE REF-JOB-PAY-GRADE TO CJGRDO
           END-IF
           IF REF-TYPE-LEAVE-TYPE
              MOVE REF-LEAVE-PAID TO CLPAYO
              MOVE REF-LEAVE-CREDITABLE TO CLCRDO
           END-IF
           IF REF-TYPE-SERVICE-RULE
              IF REF-SVC-BREAK-DAYS NUMERIC
                 MOVE REF-SVC-BREAK-DAYS TO CBRKDO
              END-IF
           END-IF
           IF REF-TYPE-PAY-GRADE
              IF REF-MIN-SALARY NUMERIC
               FROM(EMPMAPC1O) ERASE
           END-EXEC.

       COPY EMPUSRP.

       9999-ABEND-HANDLER.
           MOVE 'AN UNEXPECTED ERROR OCCURRED - CONTACT SUPPORT'
               TO WS-SCREEN-MESSAGE
