               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT CYCLE-CONTROL-FILE ASSIGN TO EMPCYCL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYCLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-EXTRACT-FILE.
       FD  DISCREPANCY-REPORT-FILE.
       01  DISCREPANCY-REPORT-LINE         PIC X(132).

       FD  CYCLE-CONTROL-FILE.
           COPY EMPCYCL.

       WORKING-STORAGE SECTION.
           COPY EMPCYCW.

       01  WS-FILE-STATUSES.
           05  WS-EXTRACT-STATUS           PIC X(2).
           05  WS-CONTROL-STATUS           PIC X(2).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE 'RECONSTP' TO WS-CYCLE-THIS-STEP
           PERFORM 0600-START-CYCLE-STEP
           IF NOT CYCLE-STEP-MAY-RUN
              STOP RUN
           END-IF
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-READ-CONTROL-RECORD
           PERFORM 2100-READ-ACK-HEADER
               UNTIL END-OF-EXTRACT AND END-OF-ACK
           PERFORM 4000-RECONCILE-TOTALS
           PERFORM 9000-TERMINATION
           MOVE WS-EXTRACT-COUNT TO WS-CYCLE-COUNT-IN
           MOVE WS-ACK-DETAIL-COUNT TO WS-CYCLE-COUNT-OUT
           COMPUTE WS-CYCLE-COUNT-REJ = WS-MISSING-FROM-ACK
                                      + WS-UNKNOWN-IN-ACK
                                      + WS-REJECTED-BY-PAYROLL
           PERFORM 0650-END-CYCLE-STEP
           STOP RUN.

       1000-INITIALIZATION.
                 EXTRACT-CONTROL-FILE
                 PAYROLL-ACK-FILE
                 DISCREPANCY-REPORT-FILE.

       COPY EMPCYCP.
