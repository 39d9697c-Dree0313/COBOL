      *--------------------------------------------------------------
      * Online CICS pseudo-conversational maintenance transaction
      * EMPU for the user-authority file (EMPUSR.cpy) - what each
      * user may do inside EMPT, EMPX, EMPA and EMPC, and what the
      * nightly apply accepts under their user id: the employee
      * actions they may key, whether they may set pay, and the
      * departments and divisions they may maintain.  A supervisor
      * inquires on, adds, changes or deletes one user's row at a
      * time; deleting the row takes every authority away.  A
      * supervisor may not maintain their own row - someone else
      * has to grant or widen it.
      * Who may start EMPU is enforced by CICS transaction security
      * (supervisors only); the program itself carries no user
      * list, matching EMPC.
      * Screen: mapset EMPUSET, map EMPMAPU1 (EMPMAPU.cpy).  State
      * between tasks is carried in EMPU-COMMAREA (EMPUCOM.cpy).
      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-USER-MAINT.
       AUTHOR. ALEXANDRIA.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. ONLINE USER-AUTHORITY MAINTENANCE - INQUIRE, ADD,
           CHANGE AND DELETE THE ACTIONS, PAY AUTHORITY AND
           DEPARTMENT SCOPE OF EACH EMPLOYEE-MAINTENANCE USER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY EMPMAPU.

           COPY EMPUSR.

      *--------------------------------------------------------------
      * Reference-code record - each keyed scope slot is checked
      * against its 'D' or 'V' row.
      *--------------------------------------------------------------
           COPY EMPRCOD.

       01  WS-RESPONSE-CODES.
           05  WS-RESP                     PIC S9(8) COMP.
           05  WS-RESP2                    PIC S9(8) COMP.

       01  WS-MESSAGES.
           05  WS-SCREEN-MESSAGE           PIC X(60).

       01  WS-RUN-CONTROLS.
           05  WS-CURRENT-TIMESTAMP        PIC X(21).
           05  WS-SIGNON-USER-ID           PIC X(8).

      *--------------------------------------------------------------
      * The eight scope slots arrive as eight separate map fields;
      * they are gathered here so the edits and the moves can walk
      * them with a subscript.  A slot keyed with spaces clears that
      * entry on a CHG.
      *--------------------------------------------------------------
       01  WS-SCOPE-SCREEN-WORK.
           05  WS-SCOPE-KEYED              OCCURS 8 TIMES.
               10  WS-SCOPE-KEYED-LENGTH   PIC S9(4) COMP.
               10  WS-SCOPE-KEYED-VALUE.
                   15  WS-SCOPE-KEYED-TYPE PIC X(1).
                   15  WS-SCOPE-KEYED-CODE PIC X(4).
           05  WS-SCOPE-SUB                PIC 9(2) COMP.
           05  WS-SCOPE-SLOT-DISPLAY       PIC 9(1).

       LINKAGE SECTION.
           COPY EMPUCOM REPLACING ==EMPU-COMMAREA== BY ==DFHCOMMAREA==.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           EXEC CICS HANDLE ABEND LABEL(9999-ABEND-HANDLER)
           END-EXEC

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP

           IF EIBCALEN = 0
              PERFORM 1000-FIRST-ENTRY
           ELSE
              PERFORM 2000-PROCESS-USER-INPUT
           END-IF

           EXEC CICS RETURN TRANSID('EMPU')
               COMMAREA(DFHCOMMAREA)
           END-EXEC.

       1000-FIRST-ENTRY.
           MOVE LOW-VALUES TO EMPMAPU1O
           MOVE SPACES TO DFHCOMMAREA
           SET UCOM-FUNC-MAP-SENT TO TRUE
           MOVE 'ENTER ACTION (INQ/ADD/CHG/DEL) AND USER ID'
               TO UMSGO
           EXEC CICS SEND MAP('EMPMAPU1') MAPSET('EMPUSET')
               FROM(EMPMAPU1O) ERASE
           END-EXEC.

       2000-PROCESS-USER-INPUT.
           EXEC CICS RECEIVE MAP('EMPMAPU1') MAPSET('EMPUSET')
               INTO(EMPMAPU1I)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'NO DATA ENTERED - PLEASE FILL IN THE SCREEN'
                 TO WS-SCREEN-MESSAGE
              PERFORM 2900-REDISPLAY-WITH-MESSAGE
           ELSE
              PERFORM 2050-COLLECT-SCOPE-FIELDS
              PERFORM 2100-EDIT-SCREEN-FIELDS
              IF WS-SCREEN-MESSAGE NOT = SPACES
                 PERFORM 2900-REDISPLAY-WITH-MESSAGE
              ELSE
                 EVALUATE UACTNI
                     WHEN 'INQ'
                        PERFORM 3000-INQUIRE-USER
                     WHEN 'ADD'
                        PERFORM 3100-ADD-USER
                     WHEN 'CHG'
                        PERFORM 3200-CHANGE-USER
                     WHEN 'DEL'
                        PERFORM 3300-DELETE-USER
                 END-EVALUATE
              END-IF
           END-IF.

       2050-COLLECT-SCOPE-FIELDS.
           MOVE USCP1L TO WS-SCOPE-KEYED-LENGTH (1)
           MOVE USCP1I TO WS-SCOPE-KEYED-VALUE (1)
           MOVE USCP2L TO WS-SCOPE-KEYED-LENGTH (2)
           MOVE USCP2I TO WS-SCOPE-KEYED-VALUE (2)
           MOVE USCP3L TO WS-SCOPE-KEYED-LENGTH (3)
           MOVE USCP3I TO WS-SCOPE-KEYED-VALUE (3)
           MOVE USCP4L TO WS-SCOPE-KEYED-LENGTH (4)
           MOVE USCP4I TO WS-SCOPE-KEYED-VALUE (4)
           MOVE USCP5L TO WS-SCOPE-KEYED-LENGTH (5)
           MOVE USCP5I TO WS-SCOPE-KEYED-VALUE (5)
           MOVE USCP6L TO WS-SCOPE-KEYED-LENGTH (6)
           MOVE USCP6I TO WS-SCOPE-KEYED-VALUE (6)
           MOVE USCP7L TO WS-SCOPE-KEYED-LENGTH (7)
           MOVE USCP7I TO WS-SCOPE-KEYED-VALUE (7)
           MOVE USCP8L TO WS-SCOPE-KEYED-LENGTH (8)
           MOVE USCP8I TO WS-SCOPE-KEYED-VALUE (8).

      *--------------------------------------------------------------
      * Field edits shared by every action: the action itself and
      * the user id, then - for anything but an inquiry - the rule
      * that nobody maintains their own authority, and for ADD/CHG
      * the flag and scope fields.  A failed edit leaves its text
      * in WS-SCREEN-MESSAGE.
      *--------------------------------------------------------------
       2100-EDIT-SCREEN-FIELDS.
           MOVE SPACES TO WS-SCREEN-MESSAGE
           IF UACTNI NOT = 'INQ' AND NOT = 'ADD' AND NOT = 'CHG'
              AND NOT = 'DEL'
              MOVE 'ACTION MUST BE INQ, ADD, CHG OR DEL'
                 TO WS-SCREEN-MESSAGE
           ELSE
              IF UUSERI = SPACES OR UUSERI = LOW-VALUES
                 MOVE 'USER ID IS REQUIRED' TO WS-SCREEN-MESSAGE
              ELSE
                 IF UACTNI NOT = 'INQ'
                    MOVE SPACES TO WS-SIGNON-USER-ID
                    EXEC CICS ASSIGN USERID(WS-SIGNON-USER-ID)
                        RESP(WS-RESP)
                    END-EXEC
                    IF UUSERI = WS-SIGNON-USER-ID
                       MOVE
                       'SUPERVISORS CANNOT MAINTAIN THEIR OWN AUTHORITY'
                          TO WS-SCREEN-MESSAGE
                    ELSE
                       IF UACTNI = 'ADD' OR UACTNI = 'CHG'
                          PERFORM 2150-EDIT-FLAG-FIELDS
                          IF WS-SCREEN-MESSAGE = SPACES
                             PERFORM 2160-EDIT-SCOPE-SLOT
                                 VARYING WS-SCOPE-SUB FROM 1 BY 1
                                 UNTIL WS-SCOPE-SUB > 8
                                    OR WS-SCREEN-MESSAGE NOT = SPACES
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *--------------------------------------------------------------
      * Each flag is edited only when the operator keyed it; on an
      * ADD a flag left blank is written as N.
      *--------------------------------------------------------------
       2150-EDIT-FLAG-FIELDS.
           IF (UADDL > 0 AND UADDI NOT = 'Y' AND NOT = 'N')
              OR (UCHGL > 0 AND UCHGI NOT = 'Y' AND NOT = 'N')
              OR (UTRML > 0 AND UTRMI NOT = 'Y' AND NOT = 'N')
              OR (ULOAL > 0 AND ULOAI NOT = 'Y' AND NOT = 'N')
              OR (URHRL > 0 AND URHRI NOT = 'Y' AND NOT = 'N')
              MOVE 'ACTION FLAGS MUST BE Y OR N'
                 TO WS-SCREEN-MESSAGE
           ELSE
              IF UPAYL > 0 AND UPAYI NOT = 'Y' AND NOT = 'N'
                 MOVE 'PAY AUTHORITY MUST BE Y OR N'
                    TO WS-SCREEN-MESSAGE
              ELSE
                 IF UALLDL > 0 AND UALLDI NOT = 'Y' AND NOT = 'N'
                    MOVE 'ALL DEPARTMENTS MUST BE Y OR N'
                       TO WS-SCREEN-MESSAGE
                 END-IF
              END-IF
           END-IF.

      *--------------------------------------------------------------
      * A keyed scope slot is D plus a department code or V plus a
      * division code, and the code must be on the reference file -
      * a mistyped code would otherwise grant nothing and nobody
      * would notice until the user was refused.  Spaces clear the
      * slot.
      *--------------------------------------------------------------
       2160-EDIT-SCOPE-SLOT.
           IF WS-SCOPE-KEYED-LENGTH (WS-SCOPE-SUB) > 0
              AND WS-SCOPE-KEYED-VALUE (WS-SCOPE-SUB) NOT = SPACES
              MOVE WS-SCOPE-SUB TO WS-SCOPE-SLOT-DISPLAY
              IF WS-SCOPE-KEYED-TYPE (WS-SCOPE-SUB) NOT = 'D'
                 AND NOT = 'V'
                 STRING 'SCOPE ' DELIMITED BY SIZE
                        WS-SCOPE-SLOT-DISPLAY DELIMITED BY SIZE
                        ': TYPE MUST BE D (DEPARTMENT) OR V (DIVISION)'
                           DELIMITED BY SIZE
                    INTO WS-SCREEN-MESSAGE
                 END-STRING
              ELSE
                 MOVE SPACES TO REF-KEY
                 MOVE WS-SCOPE-KEYED-TYPE (WS-SCOPE-SUB)
                    TO REF-RECORD-TYPE
                 MOVE WS-SCOPE-KEYED-CODE (WS-SCOPE-SUB) TO REF-CODE
                 EXEC CICS READ FILE('EMPRCOD')
                     INTO(REFERENCE-CODE-RECORD)
                     RIDFLD(REF-KEY)
                     RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL)
                    STRING 'SCOPE ' DELIMITED BY SIZE
                           WS-SCOPE-SLOT-DISPLAY DELIMITED BY SIZE
                           ': CODE NOT ON REFERENCE FILE'
                              DELIMITED BY SIZE
                       INTO WS-SCREEN-MESSAGE
                    END-STRING
                 END-IF
              END-IF
           END-IF.

       3000-INQUIRE-USER.
           MOVE UUSERI TO USR-USER-ID
           EXEC CICS READ FILE('EMPUSER')
               INTO(USER-AUTHORITY-RECORD)
               RIDFLD(USR-USER-ID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'USER DISPLAYED' TO WS-SCREEN-MESSAGE
              PERFORM 2950-REDISPLAY-WITH-RECORD
           ELSE
              MOVE 'USER NOT ON USER-AUTHORITY FILE'
                 TO WS-SCREEN-MESSAGE
              PERFORM 2900-REDISPLAY-WITH-MESSAGE
           END-IF.

      *--------------------------------------------------------------
      * A new row starts with every authority off, so anything the
      * operator did not key is refused rather than granted.
      *--------------------------------------------------------------
       3100-ADD-USER.
           MOVE SPACES TO USER-AUTHORITY-RECORD
           MOVE UUSERI TO USR-USER-ID
           MOVE 'N' TO USR-ALLOW-ADD
           MOVE 'N' TO USR-ALLOW-CHG
           MOVE 'N' TO USR-ALLOW-TRM
           MOVE 'N' TO USR-ALLOW-LOA
           MOVE 'N' TO USR-ALLOW-RHR
           MOVE 'N' TO USR-PAY-ALLOWED
           MOVE 'N' TO USR-ALL-DEPTS
           PERFORM 2300-MOVE-SCREEN-TO-RECORD
           EXEC CICS WRITE FILE('EMPUSER')
               FROM(USER-AUTHORITY-RECORD)
               RIDFLD(USR-USER-ID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'USER ADDED' TO WS-SCREEN-MESSAGE
              PERFORM 2950-REDISPLAY-WITH-RECORD
           ELSE
              IF WS-RESP = DFHRESP(DUPREC)
                 MOVE 'USER ALREADY ON FILE - USE CHG'
                    TO WS-SCREEN-MESSAGE
              ELSE
                 MOVE 'ADD FAILED - USER-AUTHORITY FILE ERROR'
                    TO WS-SCREEN-MESSAGE
              END-IF
              PERFORM 2900-REDISPLAY-WITH-MESSAGE
           END-IF.

       3200-CHANGE-USER.
           MOVE UUSERI TO USR-USER-ID
           EXEC CICS READ FILE('EMPUSER')
               INTO(USER-AUTHORITY-RECORD)
               RIDFLD(USR-USER-ID)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'USER NOT ON FILE - USE ADD'
                 TO WS-SCREEN-MESSAGE
              PERFORM 2900-REDISPLAY-WITH-MESSAGE
           ELSE
              PERFORM 2300-MOVE-SCREEN-TO-RECORD
              EXEC CICS REWRITE FILE('EMPUSER')
                  FROM(USER-AUTHORITY-RECORD)
                  RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 MOVE 'USER UPDATED' TO WS-SCREEN-MESSAGE
                 PERFORM 2950-REDISPLAY-WITH-RECORD
              ELSE
                 MOVE 'UPDATE FAILED - USER-AUTHORITY FILE ERROR'
                    TO WS-SCREEN-MESSAGE
                 PERFORM 2900-REDISPLAY-WITH-MESSAGE
              END-IF
           END-IF.

       3300-DELETE-USER.
           MOVE UUSERI TO USR-USER-ID
           EXEC CICS DELETE FILE('EMPUSER')
               RIDFLD(USR-USER-ID)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                  MOVE 'USER DELETED - NO AUTHORITY REMAINS'
                     TO WS-SCREEN-MESSAGE
               WHEN WS-RESP = DFHRESP(NOTFND)
                  MOVE 'USER NOT ON USER-AUTHORITY FILE'
                     TO WS-SCREEN-MESSAGE
               WHEN OTHER
                  MOVE 'DELETE FAILED - USER-AUTHORITY FILE ERROR'
                     TO WS-SCREEN-MESSAGE
           END-EVALUATE
           PERFORM 2900-REDISPLAY-WITH-MESSAGE.

      *--------------------------------------------------------------
      * Each move is gated on the inbound length so a CHG only
      * replaces what the operator keyed.  The row is stamped with
      * the date and the signed-on user id of whoever changed it.
      *--------------------------------------------------------------
       2300-MOVE-SCREEN-TO-RECORD.
           IF UNAMEL > 0
              MOVE UNAMEI TO USR-USER-NAME
           END-IF
           IF UADDL > 0
              MOVE UADDI TO USR-ALLOW-ADD
           END-IF
           IF UCHGL > 0
              MOVE UCHGI TO USR-ALLOW-CHG
           END-IF
           IF UTRML > 0
              MOVE UTRMI TO USR-ALLOW-TRM
           END-IF
           IF ULOAL > 0
              MOVE ULOAI TO USR-ALLOW-LOA
           END-IF
           IF URHRL > 0
              MOVE URHRI TO USR-ALLOW-RHR
           END-IF
           IF UPAYL > 0
              MOVE UPAYI TO USR-PAY-ALLOWED
           END-IF
           IF UALLDL > 0
              MOVE UALLDI TO USR-ALL-DEPTS
           END-IF
           PERFORM VARYING WS-SCOPE-SUB FROM 1 BY 1
                   UNTIL WS-SCOPE-SUB > 8
               IF WS-SCOPE-KEYED-LENGTH (WS-SCOPE-SUB) > 0
                  MOVE WS-SCOPE-KEYED-VALUE (WS-SCOPE-SUB)
                     TO USR-SCOPE-ENTRY (WS-SCOPE-SUB)
               END-IF
           END-PERFORM
           MOVE WS-CURRENT-TIMESTAMP (1:8) TO USR-LAST-CHANGE-DATE
           MOVE WS-SIGNON-USER-ID TO USR-LAST-CHANGE-USER.

       2900-REDISPLAY-WITH-MESSAGE.
           MOVE LOW-VALUES TO EMPMAPU1O
           MOVE WS-SCREEN-MESSAGE TO UMSGO
           EXEC CICS SEND MAP('EMPMAPU1') MAPSET('EMPUSET')
               FROM(EMPMAPU1O) DATAONLY
           END-EXEC.

       2950-REDISPLAY-WITH-RECORD.
           MOVE LOW-VALUES TO EMPMAPU1O
           MOVE WS-SCREEN-MESSAGE TO UMSGO
           MOVE UACTNI TO UACTNO
           MOVE USR-USER-ID TO UUSERO
           MOVE USR-USER-NAME TO UNAMEO
           MOVE USR-ALLOW-ADD TO UADDO
           MOVE USR-ALLOW-CHG TO UCHGO
           MOVE USR-ALLOW-TRM TO UTRMO
           MOVE USR-ALLOW-LOA TO ULOAO
           MOVE USR-ALLOW-RHR TO URHRO
           MOVE USR-PAY-ALLOWED TO UPAYO
           MOVE USR-ALL-DEPTS TO UALLDO
           MOVE USR-SCOPE-ENTRY (1) TO USCP1O
           MOVE USR-SCOPE-ENTRY (2) TO USCP2O
           MOVE USR-SCOPE-ENTRY (3) TO USCP3O
           MOVE USR-SCOPE-ENTRY (4) TO USCP4O
           MOVE USR-SCOPE-ENTRY (5) TO USCP5O
           MOVE USR-SCOPE-ENTRY (6) TO USCP6O
           MOVE USR-SCOPE-ENTRY (7) TO USCP7O
           MOVE USR-SCOPE-ENTRY (8) TO USCP8O
           IF USR-LAST-CHANGE-DATE NUMERIC
              MOVE USR-LAST-CHANGE-DATE TO ULCHDO
           END-IF
           MOVE USR-LAST-CHANGE-USER TO ULCHUO
           EXEC CICS SEND MAP('EMPMAPU1') MAPSET('EMPUSET')
               FROM(EMPMAPU1O) ERASE
           END-EXEC.

       9999-ABEND-HANDLER.
           MOVE 'AN UNEXPECTED ERROR OCCURRED - CONTACT SUPPORT'
               TO WS-SCREEN-MESSAGE
           PERFORM 2900-REDISPLAY-WITH-MESSAGE
           EXEC CICS RETURN
           END-EXEC.
