      *--------------------------------------------------------------
      * EMPCYCW.cpy
      * Working storage for the daily cycle-control check
      * (EMPCYCP.cpy), COPY'd into WORKING-STORAGE of every program
      * that runs as a step of EMPDAYP/EMPDAYT and of the
      * EMPLOYEE-CYCLE-CONTROL operator program.
      * The step table is the cycle's running order - a step may
      * only start once the step above it has completed for the
      * same business date.  The digit after each step name is the
      * highest return code that still counts as completed: the
      * reconciliation and the new-hire feed report their findings
      * at RC=8 without having changed anything, so the cycle
      * carries on past them exactly as the JCL always has; every
      * other step above RC=4 has failed and is rerun when the job
      * is resubmitted.  The sort utility steps have no program to
      * record them - SORTACK goes with RECONSTP and SORTSTP with
      * SNAPSTP, and the JCL bypasses each with its partner.
      * Keep the table, the JCL COND codes and the step numbers on
      * the EMPCYCR report in step.
      *--------------------------------------------------------------
       01  WS-CYCLE-STEP-TABLE-DATA.
           05  FILLER                      PIC X(9) VALUE 'RECONSTP8'.
           05  FILLER                      PIC X(9) VALUE 'RECYCSTP4'.
           05  FILLER                      PIC X(9) VALUE 'PAYREVW 4'.
           05  FILLER                      PIC X(9) VALUE 'FEEDSTP 8'.
           05  FILLER                      PIC X(9) VALUE 'SNAPSTP 4'.
           05  FILLER                      PIC X(9) VALUE 'APPLYSTP4'.
           05  FILLER                      PIC X(9) VALUE 'EXCLOAD 4'.
           05  FILLER                      PIC X(9) VALUE 'AUDLOAD 4'.
           05  FILLER                      PIC X(9) VALUE 'EXTRSTP 4'.
           05  FILLER                      PIC X(9) VALUE 'DEXTSTP 4'.
           05  FILLER                      PIC X(9) VALUE 'LETRSTP 4'.
       01  WS-CYCLE-STEP-TABLE REDEFINES WS-CYCLE-STEP-TABLE-DATA.
           05  WS-CYCLE-STEP-DETAIL        OCCURS 11 TIMES.
               10  WS-CYCLE-STEP-ENTRY     PIC X(8).
               10  WS-CYCLE-STEP-RC-LIMIT  PIC 9(1).

      *--------------------------------------------------------------
      * The calling program moves its JCL step name to
      * WS-CYCLE-THIS-STEP before PERFORM 0600-START-CYCLE-STEP, and
      * its own read / written / rejected figures to the three
      * WS-CYCLE-COUNT fields before PERFORM 0650-END-CYCLE-STEP.
      *--------------------------------------------------------------
       01  WS-CYCLE-CONTROL.
           05  WS-CYCLE-STEP-COUNT         PIC 9(2) COMP VALUE 11.
           05  WS-CYCLE-STATUS             PIC X(2).
           05  WS-CYCLE-THIS-STEP          PIC X(8) VALUE SPACES.
           05  WS-CYCLE-STEP-SUB           PIC 9(2) COMP VALUE ZERO.
           05  WS-CYCLE-SCAN-SUB           PIC 9(2) COMP VALUE ZERO.
           05  WS-CYCLE-BUSINESS-DATE      PIC 9(8) VALUE ZERO.
           05  WS-CYCLE-TIMESTAMP          PIC X(21).
           05  WS-CYCLE-RUN-COUNT          PIC 9(3) VALUE ZERO.
           05  WS-CYCLE-STEP-RC            PIC 9(4) VALUE ZERO.
           05  WS-CYCLE-COUNT-IN           PIC 9(9) VALUE ZERO.
           05  WS-CYCLE-COUNT-OUT          PIC 9(9) VALUE ZERO.
           05  WS-CYCLE-COUNT-REJ          PIC 9(9) VALUE ZERO.
           05  WS-CYCLE-START-SWITCH       PIC X(1) VALUE 'R'.
               88  CYCLE-STEP-MAY-RUN       VALUE 'G'.
               88  CYCLE-STEP-ALREADY-DONE  VALUE 'D'.
               88  CYCLE-STEP-REFUSED       VALUE 'R'.
           05  WS-CYCLE-RUN-SWITCH         PIC X(1) VALUE 'F'.
               88  CYCLE-STEP-FIRST-RUN     VALUE 'F'.
               88  CYCLE-STEP-RESTARTING    VALUE 'S'.
               88  CYCLE-STEP-RELEASED-RERUN
                                            VALUE 'O'.
           05  WS-CYCLE-ROW-SWITCH         PIC X(1) VALUE 'N'.
               88  CYCLE-ROW-FOUND          VALUE 'Y'.
               88  CYCLE-ROW-NOT-FOUND      VALUE 'N'.
