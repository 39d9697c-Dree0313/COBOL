      *--------------------------------------------------------------
      * Daily cycle control - owns the business date the EMPDAYP /
      * EMPDAYT cycle runs under, and is the operator's window onto
      * the cycle-control file (EMPCYCL.cpy).  One program, three
      * actions chosen on the CYCPARM card:
      *   ACTION=BEGIN  - first step (CYCLSTP) of every daily run.
      *                   When the last business date closed, opens
      *                   the next one: today, or the DATE= card for
      *                   a cycle that is running late.  When the
      *                   last business date is still open (a step
      *                   abended or failed, or an operator released
      *                   a rerun), picks that date up again instead
      *                   and finds the first step not yet completed.
      *                   The step RC tells the JCL where to start:
      *                   0 = new business date, run every step;
      *                   1-11 = resuming, the number of the first
      *                   step to run (EMPCYCW.cpy table order) - the
      *                   COND on each step bypasses everything
      *                   above it; 16 = refused (the date has
      *                   already run, or the control file is
      *                   unusable) - every step is bypassed.
      *   ACTION=REPORT - status of one business date (the latest
      *                   unless DATE= is given): every step's state,
      *                   run count, start/end times, RC and record
      *                   counts, where the cycle stopped, and the
      *                   overrides filed against the date.  This is
      *                   the default when no ACTION card is given.
      *   ACTION=RERUN  - the audited override for a deliberate
      *                   rerun of the latest business date: STEP=
      *                   names the completed step to rerun from,
      *                   USER= and REASON= are required and are
      *                   kept on an override row on the control
      *                   file.  That step and every completed step
      *                   below it are released, the date is
      *                   reopened if it had closed, and the next
      *                   daily run resumes from that step.
      * Every action prints the status report, so the BEGIN step's
      * own SYSOUT shows where the night's run picked up.
      * CYCPARM cards: ACTION=BEGIN|REPORT|RERUN, DATE=CCYYMMDD,
      * STEP=stepname, USER=userid, REASON=free text (cols 8-67).
      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-CYCLE-CONTROL.
       AUTHOR. ALEXANDRIA.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. DAILY CYCLE BUSINESS-DATE CONTROL - OPEN OR RESUME
           THE CYCLE, OPERATOR STATUS REPORT AND AUDITED RERUN
           OVERRIDE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLE-CONTROL-FILE ASSIGN TO EMPCYCL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYCLE-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO CYCPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CYCLE-REPORT-FILE ASSIGN TO EMPCYRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLE-CONTROL-FILE.
           COPY EMPCYCL.

       FD  PARAMETER-FILE.
       01  PARAMETER-CARD                  PIC X(80).

       FD  CYCLE-REPORT-FILE.
       01  CYCLE-REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY EMPCYCW.

       01  WS-FILE-STATUSES.
           05  WS-PARM-STATUS              PIC X(2).
           05  WS-REPORT-STATUS            PIC X(2).

      *--------------------------------------------------------------
      * Fed by the caller immediately before PERFORM 1900-CHECK-FILE-
      * STATUS, mirroring EMPLOYEE-MANAGEMENT's shared FILE STATUS
      * check.
      *--------------------------------------------------------------
       01  WS-FILE-STATUS-CHECK.
           05  WS-CHECK-FILE-NAME          PIC X(20).
           05  WS-CHECK-STATUS-CODE        PIC X(2).

       01  WS-SWITCHES.
           05  WS-EOF-PARMS                PIC X(1) VALUE 'N'.
               88  END-OF-PARMS             VALUE 'Y'.
           05  WS-EOF-CYCLE-ROWS           PIC X(1) VALUE 'N'.
               88  END-OF-CYCLE-ROWS        VALUE 'Y'.
           05  WS-CYCLE-FILE-OPEN          PIC X(1) VALUE 'N'.
               88  CYCLE-FILE-IS-OPEN       VALUE 'Y'.
           05  WS-POINTER-SWITCH           PIC X(1) VALUE 'N'.
               88  POINTER-FOUND            VALUE 'Y'.
               88  POINTER-NOT-FOUND        VALUE 'N'.
           05  WS-BEGIN-REFUSED            PIC X(1) VALUE 'N'.
               88  BEGIN-WAS-REFUSED        VALUE 'Y'.
           05  WS-OVERRIDE-SEQ-SWITCH      PIC X(1) VALUE 'N'.
               88  OVERRIDE-SEQ-FREE        VALUE 'Y'.

       01  WS-RUN-CONTROLS.
           05  WS-CURRENT-TIMESTAMP        PIC X(21).
           05  WS-RUN-DATE                 PIC 9(8).
           05  WS-ACTION                   PIC X(6) VALUE 'REPORT'.
               88  ACTION-BEGIN             VALUE 'BEGIN '.
               88  ACTION-REPORT            VALUE 'REPORT'.
               88  ACTION-RERUN             VALUE 'RERUN '.
           05  WS-PARM-DATE                PIC 9(8) VALUE ZERO.
           05  WS-PARM-STEP                PIC X(8) VALUE SPACES.
           05  WS-PARM-USER                PIC X(8) VALUE SPACES.
           05  WS-PARM-REASON              PIC X(60) VALUE SPACES.
           05  WS-BEGIN-RC                 PIC 9(2) VALUE ZERO.
           05  WS-ACTION-MESSAGE           PIC X(120) VALUE SPACES.

      *--------------------------------------------------------------
      * The CURRENT row as it stood when this run read it.
      *--------------------------------------------------------------
       01  WS-POINTER-COPY.
           05  WS-PTR-BUSINESS-DATE        PIC 9(8) VALUE ZERO.
           05  WS-PTR-STATUS               PIC X(1) VALUE SPACE.
               88  WS-PTR-IS-OPEN           VALUE 'O'.
               88  WS-PTR-IS-CLOSED         VALUE 'C'.
           05  WS-PTR-OPENED-TS            PIC X(14) VALUE SPACES.
           05  WS-PTR-CLOSED-TS            PIC X(14) VALUE SPACES.

       01  WS-STEP-WORK.
           05  WS-STEP-SUB                 PIC 9(2) COMP VALUE ZERO.
           05  WS-RESUME-SUB               PIC 9(2) COMP VALUE ZERO.
           05  WS-RERUN-SUB                PIC 9(2) COMP VALUE ZERO.
           05  WS-STEPS-RELEASED           PIC 9(2) VALUE ZERO.
           05  WS-OVERRIDE-SEQ             PIC 9(3) VALUE ZERO.
           05  WS-REPORT-DATE              PIC 9(8) VALUE ZERO.
           05  WS-OVERRIDES-LISTED         PIC 9(3) VALUE ZERO.

       01  WS-REPORT-HEADING-1.
           05  FILLER                      PIC X(26)
               VALUE 'EMPLOYEE-CYCLE-CONTROL'.
           05  FILLER                      PIC X(37)
               VALUE 'DAILY CYCLE STATUS - BUSINESS DATE '.
           05  WS-HDG-BUSINESS-DATE        PIC 9(8).
           05  FILLER                      PIC X(10)
               VALUE '    RUN '.
           05  WS-HDG-RUN-TS               PIC X(14).

       01  WS-REPORT-STATE-LINE.
           05  FILLER                      PIC X(13)
               VALUE 'CYCLE STATE: '.
           05  WS-STATE-TEXT               PIC X(12).
           05  FILLER                      PIC X(8) VALUE 'OPENED '.
           05  WS-STATE-OPENED-TS          PIC X(14).
           05  FILLER                      PIC X(10)
               VALUE '  CLOSED '.
           05  WS-STATE-CLOSED-TS          PIC X(14).

       01  WS-REPORT-COLUMN-HEADS.
           05  FILLER                      PIC X(6) VALUE 'SEQ   '.
           05  FILLER                      PIC X(10)
               VALUE 'STEP      '.
           05  FILLER                      PIC X(20)
               VALUE 'STATUS'.
           05  FILLER                      PIC X(5) VALUE 'RUNS '.
           05  FILLER                      PIC X(16)
               VALUE 'STARTED'.
           05  FILLER                      PIC X(16)
               VALUE 'ENDED'.
           05  FILLER                      PIC X(6) VALUE '  RC  '.
           05  FILLER                      PIC X(13)
               VALUE '         READ'.
           05  FILLER                      PIC X(13)
               VALUE '      WRITTEN'.
           05  FILLER                      PIC X(13)
               VALUE '     REJECTED'.

       01  WS-STEP-LINE.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-STL-SEQ                  PIC Z9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-STL-STEP                 PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-STL-STATUS               PIC X(20).
           05  WS-STL-RUNS                 PIC ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-STL-START-TS             PIC X(14).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-STL-END-TS               PIC X(14).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-STL-RC                   PIC ZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-STL-COUNT-IN             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-STL-COUNT-OUT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-STL-COUNT-REJ            PIC ZZZ,ZZZ,ZZ9.

       01  WS-REPORT-STOP-LINE.
           05  FILLER                      PIC X(24)
               VALUE 'CYCLE STOPPED AT STEP:  '.
           05  WS-STOP-STEP                PIC X(8).
           05  FILLER                      PIC X(3) VALUE ' - '.
           05  WS-STOP-STATUS              PIC X(20).

       01  WS-OVERRIDE-HEADING.
           05  FILLER                      PIC X(41)
               VALUE 'OPERATOR OVERRIDES FOR THIS BUSINESS DATE'.

       01  WS-OVERRIDE-LINE.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-OVL-TS                   PIC X(14).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-OVL-USER                 PIC X(8).
           05  FILLER                      PIC X(13)
               VALUE '  RERUN FROM '.
           05  WS-OVL-STEP                 PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-OVL-RELEASED             PIC Z9.
           05  FILLER                      PIC X(11)
               VALUE ' RELEASED  '.
           05  WS-OVL-REASON               PIC X(60).

       PROCEDURE DIVISION.
      *--------------------------------------------------------------
      * A bad parameter card or an unusable control file has set
      * RC=8 by the time 1000 returns; nothing is opened, released
      * or reported on top of that.
      *--------------------------------------------------------------
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZATION
           IF RETURN-CODE < 8
              EVALUATE TRUE
                  WHEN ACTION-BEGIN
                     PERFORM 2000-BEGIN-BUSINESS-DATE
                  WHEN ACTION-RERUN
                     PERFORM 3000-RELEASE-FOR-RERUN
                  WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-IF
           IF CYCLE-FILE-IS-OPEN
              PERFORM 5000-PRODUCE-STATUS-REPORT
           END-IF
           PERFORM 9000-TERMINATION
           STOP RUN.

       1000-INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP (1:8) TO WS-RUN-DATE
           OPEN OUTPUT CYCLE-REPORT-FILE
           MOVE 'CYCLE-REPORT-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           OPEN INPUT PARAMETER-FILE
           MOVE 'PARAMETER-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-PARM-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           PERFORM 1100-READ-ONE-PARM-CARD
               UNTIL END-OF-PARMS
           CLOSE PARAMETER-FILE
           IF ACTION-RERUN
              PERFORM 1200-CHECK-RERUN-CARDS
           END-IF
           IF RETURN-CODE < 8
              PERFORM 1300-OPEN-CYCLE-FILE
           END-IF.

       1100-READ-ONE-PARM-CARD.
           READ PARAMETER-FILE
               AT END
                  SET END-OF-PARMS TO TRUE
               NOT AT END
                  PERFORM 1150-APPLY-PARM-CARD
           END-READ
           IF WS-PARM-STATUS NOT = '00' AND NOT = '10'
              MOVE 'PARAMETER-FILE' TO WS-CHECK-FILE-NAME
              MOVE WS-PARM-STATUS TO WS-CHECK-STATUS-CODE
              PERFORM 1900-CHECK-FILE-STATUS
              SET END-OF-PARMS TO TRUE
           END-IF.

       1150-APPLY-PARM-CARD.
           EVALUATE TRUE
               WHEN PARAMETER-CARD (1:7) = 'ACTION='
                  MOVE PARAMETER-CARD (8:6) TO WS-ACTION
                  IF NOT ACTION-BEGIN AND NOT ACTION-REPORT
                     AND NOT ACTION-RERUN
                     DISPLAY 'ACTION= MUST BE BEGIN, REPORT OR RERUN: '
                        PARAMETER-CARD (1:20)
                     MOVE 8 TO RETURN-CODE
                  END-IF
               WHEN PARAMETER-CARD (1:5) = 'DATE='
                  IF PARAMETER-CARD (6:8) NUMERIC
                     MOVE PARAMETER-CARD (6:8) TO WS-PARM-DATE
                  ELSE
                     DISPLAY 'DATE= MUST BE NUMERIC CCYYMMDD: '
                        PARAMETER-CARD (1:20)
                     MOVE 8 TO RETURN-CODE
                  END-IF
               WHEN PARAMETER-CARD (1:5) = 'STEP='
                  MOVE PARAMETER-CARD (6:8) TO WS-PARM-STEP
               WHEN PARAMETER-CARD (1:5) = 'USER='
                  MOVE PARAMETER-CARD (6:8) TO WS-PARM-USER
               WHEN PARAMETER-CARD (1:7) = 'REASON='
                  MOVE PARAMETER-CARD (8:60) TO WS-PARM-REASON
               WHEN PARAMETER-CARD = SPACES
                  CONTINUE
               WHEN PARAMETER-CARD (1:1) = '*'
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'UNRECOGNIZED CYCPARM CARD: '
                     PARAMETER-CARD (1:40)
                  MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      *--------------------------------------------------------------
      * An override is only accepted with a name and a reason on it
      * - that row is the audit trail for the rerun.
      *--------------------------------------------------------------
       1200-CHECK-RERUN-CARDS.
           MOVE ZERO TO WS-RERUN-SUB
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-CYCLE-STEP-COUNT
               IF WS-CYCLE-STEP-ENTRY (WS-STEP-SUB) = WS-PARM-STEP
                  MOVE WS-STEP-SUB TO WS-RERUN-SUB
                  MOVE WS-CYCLE-STEP-COUNT TO WS-STEP-SUB
               END-IF
           END-PERFORM
           IF WS-RERUN-SUB = ZERO
              DISPLAY 'RERUN NEEDS STEP= NAMING A CYCLE STEP: '
                 WS-PARM-STEP
              MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-PARM-USER = SPACES
              DISPLAY 'RERUN NEEDS USER= - THE OPERATOR RELEASING IT'
              MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-PARM-REASON = SPACES
              DISPLAY 'RERUN NEEDS REASON= - WHY THE STEP IS RERUN'
              MOVE 8 TO RETURN-CODE
           END-IF.

      *--------------------------------------------------------------
      * Same never-loaded first-use idiom as the other KSDS opens -
      * the first BEGIN after EMPSETUP defines the cluster loads it.
      *--------------------------------------------------------------
       1300-OPEN-CYCLE-FILE.
           OPEN I-O CYCLE-CONTROL-FILE
           IF WS-CYCLE-STATUS = '35'
              OPEN OUTPUT CYCLE-CONTROL-FILE
              CLOSE CYCLE-CONTROL-FILE
              OPEN I-O CYCLE-CONTROL-FILE
           END-IF
           MOVE 'CYCLE-CONTROL-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-CYCLE-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           IF WS-CYCLE-STATUS = '00'
              SET CYCLE-FILE-IS-OPEN TO TRUE
              PERFORM 1400-READ-POINTER
           END-IF.

       1400-READ-POINTER.
           SET POINTER-NOT-FOUND TO TRUE
           MOVE ZERO TO CYC-BUSINESS-DATE
           MOVE 'CURRENT ' TO CYC-STEP-NAME
           MOVE ZERO TO CYC-ROW-SEQ
           READ CYCLE-CONTROL-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  SET POINTER-FOUND TO TRUE
                  MOVE CYC-PTR-BUSINESS-DATE TO WS-PTR-BUSINESS-DATE
                  MOVE CYC-PTR-STATUS TO WS-PTR-STATUS
                  MOVE CYC-PTR-OPENED-TS TO WS-PTR-OPENED-TS
                  MOVE CYC-PTR-CLOSED-TS TO WS-PTR-CLOSED-TS
           END-READ
           IF WS-CYCLE-STATUS NOT = '00' AND NOT = '23'
              MOVE 'CYCLE-CONTROL-FILE' TO WS-CHECK-FILE-NAME
              MOVE WS-CYCLE-STATUS TO WS-CHECK-STATUS-CODE
              PERFORM 1900-CHECK-FILE-STATUS
           END-IF
           IF WS-PARM-DATE NOT = ZERO
              MOVE WS-PARM-DATE TO WS-REPORT-DATE
           ELSE
              MOVE WS-PTR-BUSINESS-DATE TO WS-REPORT-DATE
           END-IF.

      *--------------------------------------------------------------
      * Shared FILE STATUS check, fed by WS-CHECK-FILE-NAME/-STATUS-
      * CODE set by the caller immediately before the PERFORM - '00'
      * (successful) and '10' (at end, already handled by the read's
      * own AT END clause) are not errors; anything else is an
      * unexpected I/O condition that the run must not silently
      * succeed through.
      *--------------------------------------------------------------
       1900-CHECK-FILE-STATUS.
           IF WS-CHECK-STATUS-CODE NOT = '00' AND NOT = '10'
              DISPLAY 'FILE STATUS ERROR ON ' WS-CHECK-FILE-NAME
                 ' - STATUS=' WS-CHECK-STATUS-CODE
              MOVE 8 TO RETURN-CODE
           END-IF.

      *--------------------------------------------------------------
      * An open business date is always finished before a new one
      * is opened - that is the guard against both the double run
      * and the skipped day.  A date that has closed can never be
      * opened again; the deliberate rerun goes through ACTION=RERUN
      * instead, which leaves its own audit row.
      *--------------------------------------------------------------
       2000-BEGIN-BUSINESS-DATE.
           IF POINTER-FOUND AND WS-PTR-IS-OPEN
              IF WS-PARM-DATE NOT = ZERO
                 AND WS-PARM-DATE NOT = WS-PTR-BUSINESS-DATE
                 MOVE SPACES TO WS-ACTION-MESSAGE
                 STRING 'CYCLE FOR BUSINESS DATE ' DELIMITED BY SIZE
                        WS-PTR-BUSINESS-DATE DELIMITED BY SIZE
                        ' IS STILL OPEN - FINISH IT BEFORE OPENING '
                        DELIMITED BY SIZE
                        WS-PARM-DATE DELIMITED BY SIZE
                    INTO WS-ACTION-MESSAGE
                 END-STRING
                 SET BEGIN-WAS-REFUSED TO TRUE
              ELSE
                 PERFORM 2100-FIND-RESUME-STEP
                 IF WS-RESUME-SUB = ZERO
                    PERFORM 2300-CLOSE-FINISHED-DATE
                    PERFORM 2200-OPEN-NEW-BUSINESS-DATE
                 ELSE
                    MOVE WS-RESUME-SUB TO WS-BEGIN-RC
                    MOVE SPACES TO WS-ACTION-MESSAGE
                    STRING 'RESUMING CYCLE FOR BUSINESS DATE '
                           DELIMITED BY SIZE
                           WS-PTR-BUSINESS-DATE DELIMITED BY SIZE
                           ' AT STEP ' DELIMITED BY SIZE
                           WS-BEGIN-RC DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WS-CYCLE-STEP-ENTRY (WS-RESUME-SUB)
                           DELIMITED BY SIZE
                           ' - COMPLETED STEPS ABOVE IT ARE BYPASSED'
                           DELIMITED BY SIZE
                       INTO WS-ACTION-MESSAGE
                    END-STRING
                 END-IF
              END-IF
           ELSE
              PERFORM 2200-OPEN-NEW-BUSINESS-DATE
           END-IF
           DISPLAY WS-ACTION-MESSAGE.

      *--------------------------------------------------------------
      * First step in table order not completed for the open date -
      * zero when every step has completed.
      *--------------------------------------------------------------
       2100-FIND-RESUME-STEP.
           MOVE ZERO TO WS-RESUME-SUB
           PERFORM 2150-CHECK-ONE-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-CYCLE-STEP-COUNT
                  OR WS-RESUME-SUB > ZERO.

       2150-CHECK-ONE-STEP.
           MOVE WS-PTR-BUSINESS-DATE TO CYC-BUSINESS-DATE
           MOVE WS-CYCLE-STEP-ENTRY (WS-STEP-SUB) TO CYC-STEP-NAME
           MOVE ZERO TO CYC-ROW-SEQ
           READ CYCLE-CONTROL-FILE
               INVALID KEY
                  MOVE WS-STEP-SUB TO WS-RESUME-SUB
               NOT INVALID KEY
                  IF NOT CYC-STEP-COMPLETED
                     MOVE WS-STEP-SUB TO WS-RESUME-SUB
                  END-IF
           END-READ.

       2200-OPEN-NEW-BUSINESS-DATE.
           IF WS-PARM-DATE NOT = ZERO
              MOVE WS-PARM-DATE TO WS-CYCLE-BUSINESS-DATE
           ELSE
              MOVE WS-RUN-DATE TO WS-CYCLE-BUSINESS-DATE
           END-IF
           IF POINTER-FOUND
              AND WS-CYCLE-BUSINESS-DATE NOT > WS-PTR-BUSINESS-DATE
              MOVE SPACES TO WS-ACTION-MESSAGE
              STRING 'BUSINESS DATE ' DELIMITED BY SIZE
                     WS-CYCLE-BUSINESS-DATE DELIMITED BY SIZE
                     ' REFUSED - THE CYCLE FOR ' DELIMITED BY SIZE
                     WS-PTR-BUSINESS-DATE DELIMITED BY SIZE
                     ' HAS ALREADY RUN.  A DELIBERATE RERUN NEEDS '
                     DELIMITED BY SIZE
                     'ACTION=RERUN ON EMPCYCR' DELIMITED BY SIZE
                 INTO WS-ACTION-MESSAGE
              END-STRING
              SET BEGIN-WAS-REFUSED TO TRUE
           ELSE
              MOVE SPACES TO CYCLE-CONTROL-RECORD
              MOVE ZERO TO CYC-BUSINESS-DATE
              MOVE 'CURRENT ' TO CYC-STEP-NAME
              MOVE ZERO TO CYC-ROW-SEQ
              SET CYC-ROW-POINTER TO TRUE
              MOVE WS-CYCLE-BUSINESS-DATE TO CYC-PTR-BUSINESS-DATE
              SET CYC-PTR-OPEN TO TRUE
              MOVE WS-CURRENT-TIMESTAMP (1:14) TO CYC-PTR-OPENED-TS
              IF POINTER-FOUND
                 REWRITE CYCLE-CONTROL-RECORD
              ELSE
                 WRITE CYCLE-CONTROL-RECORD
              END-IF
              MOVE 'CYCLE-CONTROL-FILE' TO WS-CHECK-FILE-NAME
              MOVE WS-CYCLE-STATUS TO WS-CHECK-STATUS-CODE
              PERFORM 1900-CHECK-FILE-STATUS
              PERFORM 1400-READ-POINTER
              MOVE WS-PTR-BUSINESS-DATE TO WS-REPORT-DATE
              MOVE ZERO TO WS-BEGIN-RC
              MOVE SPACES TO WS-ACTION-MESSAGE
              STRING 'DAILY CYCLE OPENED FOR BUSINESS DATE '
                     DELIMITED BY SIZE
                     WS-CYCLE-BUSINESS-DATE DELIMITED BY SIZE
                     ' - ALL STEPS RUN' DELIMITED BY SIZE
                 INTO WS-ACTION-MESSAGE
              END-STRING
           END-IF.

      *--------------------------------------------------------------
      * Every step completed but the last one could not close the
      * date (control file trouble at the very end) - close it here
      * so the night's run is not held up behind it.
      *--------------------------------------------------------------
       2300-CLOSE-FINISHED-DATE.
           MOVE ZERO TO CYC-BUSINESS-DATE
           MOVE 'CURRENT ' TO CYC-STEP-NAME
           MOVE ZERO TO CYC-ROW-SEQ
           READ CYCLE-CONTROL-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  SET CYC-PTR-CLOSED TO TRUE
                  MOVE WS-CURRENT-TIMESTAMP (1:14) TO CYC-PTR-CLOSED-TS
                  REWRITE CYCLE-CONTROL-RECORD
                  MOVE 'CYCLE-CONTROL-FILE' TO WS-CHECK-FILE-NAME
                  MOVE WS-CYCLE-STATUS TO WS-CHECK-STATUS-CODE
                  PERFORM 1900-CHECK-FILE-STATUS
           END-READ
           DISPLAY 'EVERY STEP COMPLETED FOR BUSINESS DATE '
              WS-PTR-BUSINESS-DATE ' - DATE CLOSED'
           PERFORM 1400-READ-POINTER.

      *--------------------------------------------------------------
      * Only the latest business date can be reopened, and only from
      * a step that actually completed - a step that never finished
      * reruns on the next submission without anyone's say-so.  The
      * named step and every completed step below it are released,
      * because the rerun runs the cycle down from there.
      *--------------------------------------------------------------
       3000-RELEASE-FOR-RERUN.
           IF WS-PARM-DATE = ZERO
              MOVE WS-PTR-BUSINESS-DATE TO WS-PARM-DATE
           END-IF
           EVALUATE TRUE
               WHEN POINTER-NOT-FOUND
                  MOVE 'NO BUSINESS DATE HAS BEEN OPENED - NOTHING TO RE
      -                'RUN' TO WS-ACTION-MESSAGE
                  MOVE 8 TO RETURN-CODE
               WHEN WS-PARM-DATE NOT = WS-PTR-BUSINESS-DATE
                  MOVE SPACES TO WS-ACTION-MESSAGE
                  STRING 'ONLY THE LATEST BUSINESS DATE ('
                         DELIMITED BY SIZE
                         WS-PTR-BUSINESS-DATE DELIMITED BY SIZE
                         ') CAN BE RERUN - NOT ' DELIMITED BY SIZE
                         WS-PARM-DATE DELIMITED BY SIZE
                     INTO WS-ACTION-MESSAGE
                  END-STRING
                  MOVE 8 TO RETURN-CODE
               WHEN OTHER
                  PERFORM 3100-CHECK-RERUN-STEP
           END-EVALUATE
           DISPLAY WS-ACTION-MESSAGE.

       3100-CHECK-RERUN-STEP.
           MOVE WS-PTR-BUSINESS-DATE TO CYC-BUSINESS-DATE
           MOVE WS-PARM-STEP TO CYC-STEP-NAME
           MOVE ZERO TO CYC-ROW-SEQ
           SET CYCLE-ROW-NOT-FOUND TO TRUE
           READ CYCLE-CONTROL-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  SET CYCLE-ROW-FOUND TO TRUE
           END-READ
           IF CYCLE-ROW-FOUND AND CYC-STEP-COMPLETED
              PERFORM 3200-RELEASE-STEPS
           ELSE
              MOVE SPACES TO WS-ACTION-MESSAGE
              STRING WS-PARM-STEP DELIMITED BY SIZE
                     ' HAS NOT COMPLETED FOR BUSINESS DATE '
                     DELIMITED BY SIZE
                     WS-PTR-BUSINESS-DATE DELIMITED BY SIZE
                     ' - NO OVERRIDE NEEDED, RESUBMIT THE DAILY JOB'
                     DELIMITED BY SIZE
                 INTO WS-ACTION-MESSAGE
              END-STRING
              MOVE 4 TO RETURN-CODE
           END-IF.

       3200-RELEASE-STEPS.
           MOVE ZERO TO WS-STEPS-RELEASED
           PERFORM 3250-RELEASE-ONE-STEP
               VARYING WS-STEP-SUB FROM WS-RERUN-SUB BY 1
               UNTIL WS-STEP-SUB > WS-CYCLE-STEP-COUNT
           PERFORM 3300-WRITE-OVERRIDE-ROW
           PERFORM 3400-REOPEN-BUSINESS-DATE
           MOVE SPACES TO WS-ACTION-MESSAGE
           STRING 'RERUN RELEASED FOR BUSINESS DATE ' DELIMITED BY SIZE
                  WS-PTR-BUSINESS-DATE DELIMITED BY SIZE
                  ' FROM STEP ' DELIMITED BY SIZE
                  WS-PARM-STEP DELIMITED BY SIZE
                  ' BY ' DELIMITED BY SIZE
                  WS-PARM-USER DELIMITED BY SIZE
                  ' - STEPS RELEASED ' DELIMITED BY SIZE
                  WS-STEPS-RELEASED DELIMITED BY SIZE
                  ' - SUBMIT THE DAILY JOB UNCHANGED' DELIMITED BY SIZE
              INTO WS-ACTION-MESSAGE
           END-STRING.

       3250-RELEASE-ONE-STEP.
           MOVE WS-PTR-BUSINESS-DATE TO CYC-BUSINESS-DATE
           MOVE WS-CYCLE-STEP-ENTRY (WS-STEP-SUB) TO CYC-STEP-NAME
           MOVE ZERO TO CYC-ROW-SEQ
           READ CYCLE-CONTROL-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF CYC-STEP-COMPLETED
                     SET CYC-STEP-RELEASED TO TRUE
                     REWRITE CYCLE-CONTROL-RECORD
                     MOVE 'CYCLE-CONTROL-FILE' TO WS-CHECK-FILE-NAME
                     MOVE WS-CYCLE-STATUS TO WS-CHECK-STATUS-CODE
                     PERFORM 1900-CHECK-FILE-STATUS
                     ADD 1 TO WS-STEPS-RELEASED
                  END-IF
           END-READ.

      *--------------------------------------------------------------
      * The audit row goes under the step the rerun starts from, at
      * the first free sequence number after that step's status row.
      *--------------------------------------------------------------
       3300-WRITE-OVERRIDE-ROW.
           MOVE ZERO TO WS-OVERRIDE-SEQ
           MOVE 'N' TO WS-OVERRIDE-SEQ-SWITCH
           PERFORM 3350-PROBE-OVERRIDE-SEQ
               UNTIL OVERRIDE-SEQ-FREE
                  OR WS-OVERRIDE-SEQ = 999
           MOVE SPACES TO CYCLE-CONTROL-RECORD
           MOVE WS-PTR-BUSINESS-DATE TO CYC-BUSINESS-DATE
           MOVE WS-PARM-STEP TO CYC-STEP-NAME
           MOVE WS-OVERRIDE-SEQ TO CYC-ROW-SEQ
           SET CYC-ROW-OVERRIDE TO TRUE
           MOVE WS-PARM-USER TO CYC-OVR-USER
           MOVE WS-CURRENT-TIMESTAMP (1:14) TO CYC-OVR-TS
           MOVE WS-STEPS-RELEASED TO CYC-OVR-STEPS-RELEASED
           MOVE WS-PTR-STATUS TO CYC-OVR-PRIOR-PTR-STATUS
           MOVE WS-PARM-REASON TO CYC-OVR-REASON
           WRITE CYCLE-CONTROL-RECORD
           MOVE 'CYCLE-CONTROL-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-CYCLE-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS.

       3350-PROBE-OVERRIDE-SEQ.
           ADD 1 TO WS-OVERRIDE-SEQ
           MOVE WS-PTR-BUSINESS-DATE TO CYC-BUSINESS-DATE
           MOVE WS-PARM-STEP TO CYC-STEP-NAME
           MOVE WS-OVERRIDE-SEQ TO CYC-ROW-SEQ
           READ CYCLE-CONTROL-FILE
               INVALID KEY
                  SET OVERRIDE-SEQ-FREE TO TRUE
               NOT INVALID KEY
                  CONTINUE
           END-READ.

       3400-REOPEN-BUSINESS-DATE.
           IF WS-PTR-IS-CLOSED
              MOVE ZERO TO CYC-BUSINESS-DATE
              MOVE 'CURRENT ' TO CYC-STEP-NAME
              MOVE ZERO TO CYC-ROW-SEQ
              READ CYCLE-CONTROL-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     SET CYC-PTR-OPEN TO TRUE
                     MOVE SPACES TO CYC-PTR-CLOSED-TS
                     REWRITE CYCLE-CONTROL-RECORD
                     MOVE 'CYCLE-CONTROL-FILE' TO WS-CHECK-FILE-NAME
                     MOVE WS-CYCLE-STATUS TO WS-CHECK-STATUS-CODE
                     PERFORM 1900-CHECK-FILE-STATUS
              END-READ
              PERFORM 1400-READ-POINTER
           END-IF.

      *--------------------------------------------------------------
      * Status of WS-REPORT-DATE: the latest business date unless a
      * DATE= card asked for an earlier one.
      *--------------------------------------------------------------
       5000-PRODUCE-STATUS-REPORT.
           MOVE WS-REPORT-DATE TO WS-HDG-BUSINESS-DATE
           MOVE WS-CURRENT-TIMESTAMP (1:14) TO WS-HDG-RUN-TS
           WRITE CYCLE-REPORT-LINE FROM WS-REPORT-HEADING-1
           MOVE 'CYCLE-REPORT-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           IF WS-ACTION-MESSAGE NOT = SPACES
              MOVE SPACES TO CYCLE-REPORT-LINE
              WRITE CYCLE-REPORT-LINE
              WRITE CYCLE-REPORT-LINE FROM WS-ACTION-MESSAGE
           END-IF
           MOVE SPACES TO CYCLE-REPORT-LINE
           WRITE CYCLE-REPORT-LINE
           PERFORM 5100-WRITE-STATE-LINE
           MOVE SPACES TO CYCLE-REPORT-LINE
           WRITE CYCLE-REPORT-LINE
           WRITE CYCLE-REPORT-LINE FROM WS-REPORT-COLUMN-HEADS
           MOVE ZERO TO WS-RESUME-SUB
           PERFORM 5200-REPORT-ONE-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-CYCLE-STEP-COUNT
           MOVE SPACES TO CYCLE-REPORT-LINE
           WRITE CYCLE-REPORT-LINE
           IF WS-RESUME-SUB = ZERO
              MOVE 'EVERY STEP COMPLETED FOR THIS BUSINESS DATE'
                 TO CYCLE-REPORT-LINE
              WRITE CYCLE-REPORT-LINE
           ELSE
              WRITE CYCLE-REPORT-LINE FROM WS-REPORT-STOP-LINE
           END-IF
           MOVE SPACES TO CYCLE-REPORT-LINE
           WRITE CYCLE-REPORT-LINE
           WRITE CYCLE-REPORT-LINE FROM WS-OVERRIDE-HEADING
           PERFORM 5300-LIST-OVERRIDES.

       5100-WRITE-STATE-LINE.
           MOVE SPACES TO WS-STATE-OPENED-TS
           MOVE SPACES TO WS-STATE-CLOSED-TS
           EVALUATE TRUE
               WHEN POINTER-NOT-FOUND
                  MOVE 'NEVER OPENED' TO WS-STATE-TEXT
               WHEN WS-REPORT-DATE = WS-PTR-BUSINESS-DATE
                  IF WS-PTR-IS-OPEN
                     MOVE 'OPEN' TO WS-STATE-TEXT
                  ELSE
                     MOVE 'CLOSED' TO WS-STATE-TEXT
                  END-IF
                  MOVE WS-PTR-OPENED-TS TO WS-STATE-OPENED-TS
                  MOVE WS-PTR-CLOSED-TS TO WS-STATE-CLOSED-TS
               WHEN WS-REPORT-DATE < WS-PTR-BUSINESS-DATE
                  MOVE 'CLOSED' TO WS-STATE-TEXT
               WHEN OTHER
                  MOVE 'NOT OPENED' TO WS-STATE-TEXT
           END-EVALUATE
           WRITE CYCLE-REPORT-LINE FROM WS-REPORT-STATE-LINE.

      *--------------------------------------------------------------
      * The first step not completed is where the cycle stopped;
      * WS-RESUME-SUB is reused to remember it.
      *--------------------------------------------------------------
       5200-REPORT-ONE-STEP.
           MOVE SPACES TO WS-STEP-LINE
           MOVE WS-STEP-SUB TO WS-STL-SEQ
           MOVE WS-CYCLE-STEP-ENTRY (WS-STEP-SUB) TO WS-STL-STEP
           MOVE WS-REPORT-DATE TO CYC-BUSINESS-DATE
           MOVE WS-CYCLE-STEP-ENTRY (WS-STEP-SUB) TO CYC-STEP-NAME
           MOVE ZERO TO CYC-ROW-SEQ
           READ CYCLE-CONTROL-FILE
               INVALID KEY
                  MOVE 'NOT YET RUN' TO WS-STL-STATUS
               NOT INVALID KEY
                  PERFORM 5250-FORMAT-STEP-ROW
           END-READ
           IF WS-RESUME-SUB = ZERO
              AND WS-STL-STATUS NOT = 'COMPLETED'
              MOVE WS-STEP-SUB TO WS-RESUME-SUB
              MOVE WS-STL-STEP TO WS-STOP-STEP
              MOVE WS-STL-STATUS TO WS-STOP-STATUS
           END-IF
           WRITE CYCLE-REPORT-LINE FROM WS-STEP-LINE
           MOVE 'CYCLE-REPORT-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS.

       5250-FORMAT-STEP-ROW.
           EVALUATE TRUE
               WHEN CYC-STEP-COMPLETED
                  MOVE 'COMPLETED' TO WS-STL-STATUS
               WHEN CYC-STEP-FAILED
                  MOVE 'FAILED' TO WS-STL-STATUS
               WHEN CYC-STEP-RELEASED
                  MOVE 'RELEASED FOR RERUN' TO WS-STL-STATUS
               WHEN OTHER
                  MOVE 'STARTED - NOT ENDED' TO WS-STL-STATUS
           END-EVALUATE
           MOVE CYC-STEP-RUN-COUNT TO WS-STL-RUNS
           MOVE CYC-STEP-START-TS TO WS-STL-START-TS
           IF NOT CYC-STEP-STARTED
              MOVE CYC-STEP-END-TS TO WS-STL-END-TS
              MOVE CYC-STEP-RC TO WS-STL-RC
              MOVE CYC-STEP-COUNT-IN TO WS-STL-COUNT-IN
              MOVE CYC-STEP-COUNT-OUT TO WS-STL-COUNT-OUT
              MOVE CYC-STEP-COUNT-REJ TO WS-STL-COUNT-REJ
           END-IF.

      *--------------------------------------------------------------
      * Every row of the date in key order; only the override rows
      * are printed.
      *--------------------------------------------------------------
       5300-LIST-OVERRIDES.
           MOVE ZERO TO WS-OVERRIDES-LISTED
           MOVE 'N' TO WS-EOF-CYCLE-ROWS
           MOVE WS-REPORT-DATE TO CYC-BUSINESS-DATE
           MOVE LOW-VALUES TO CYC-STEP-NAME
           MOVE ZERO TO CYC-ROW-SEQ
           START CYCLE-CONTROL-FILE KEY IS NOT LESS THAN CYC-KEY
               INVALID KEY
                  SET END-OF-CYCLE-ROWS TO TRUE
           END-START
           PERFORM 5350-LIST-ONE-ROW
               UNTIL END-OF-CYCLE-ROWS
           IF WS-OVERRIDES-LISTED = ZERO
              MOVE '    NONE' TO CYCLE-REPORT-LINE
              WRITE CYCLE-REPORT-LINE
           END-IF.

       5350-LIST-ONE-ROW.
           READ CYCLE-CONTROL-FILE NEXT RECORD
               AT END
                  SET END-OF-CYCLE-ROWS TO TRUE
               NOT AT END
                  IF CYC-BUSINESS-DATE NOT = WS-REPORT-DATE
                     SET END-OF-CYCLE-ROWS TO TRUE
                  ELSE
                     IF CYC-ROW-OVERRIDE
                        MOVE CYC-OVR-TS TO WS-OVL-TS
                        MOVE CYC-OVR-USER TO WS-OVL-USER
                        MOVE CYC-STEP-NAME TO WS-OVL-STEP
                        MOVE CYC-OVR-STEPS-RELEASED TO WS-OVL-RELEASED
                        MOVE CYC-OVR-REASON TO WS-OVL-REASON
                        WRITE CYCLE-REPORT-LINE FROM WS-OVERRIDE-LINE
                        ADD 1 TO WS-OVERRIDES-LISTED
                     END-IF
                  END-IF
           END-READ
           IF WS-CYCLE-STATUS NOT = '00' AND NOT = '10'
              MOVE 'CYCLE-CONTROL-FILE' TO WS-CHECK-FILE-NAME
              MOVE WS-CYCLE-STATUS TO WS-CHECK-STATUS-CODE
              PERFORM 1900-CHECK-FILE-STATUS
              SET END-OF-CYCLE-ROWS TO TRUE
           END-IF.

      *--------------------------------------------------------------
      * For BEGIN the step RC is the JCL's restart point, so it is
      * set last, after everything else has had its say: any error
      * on the way, or a refused date, becomes 16 and the COND on
      * every step of the cycle bypasses it.
      *--------------------------------------------------------------
       9000-TERMINATION.
           IF CYCLE-FILE-IS-OPEN
              CLOSE CYCLE-CONTROL-FILE
           END-IF
           CLOSE CYCLE-REPORT-FILE
           IF ACTION-BEGIN
              IF BEGIN-WAS-REFUSED OR RETURN-CODE NOT < 8
                 DISPLAY 'CYCLSTP REFUSED - EVERY CYCLE STEP IS '
                    'BYPASSED (RC=16)'
                 MOVE 16 TO RETURN-CODE
              ELSE
                 MOVE WS-BEGIN-RC TO RETURN-CODE
              END-IF
           END-IF.
