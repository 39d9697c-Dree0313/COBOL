               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.

           SELECT CYCLE-CONTROL-FILE ASSIGN TO EMPCYCL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYCLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPREC.

       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD                 PIC X(120).

       FD  CYCLE-CONTROL-FILE.
           COPY EMPCYCL.

       WORKING-STORAGE SECTION.
           COPY EMPCYCW.

       01  WS-FILE-STATUSES.
           05  WS-EMPMAST-STATUS           PIC X(2).
           05  WS-SNAPSHOT-STATUS          PIC X(2).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE 'SNAPSTP ' TO WS-CYCLE-THIS-STEP
           PERFORM 0600-START-CYCLE-STEP
           IF NOT CYCLE-STEP-MAY-RUN
              STOP RUN
           END-IF
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-COPY-ONE-RECORD
               UNTIL END-OF-MASTER
           PERFORM 9000-TERMINATION
           MOVE WS-RECORDS-COPIED TO WS-CYCLE-COUNT-IN
           MOVE WS-RECORDS-COPIED TO WS-CYCLE-COUNT-OUT
           PERFORM 0650-END-CYCLE-STEP
           STOP RUN.

       1000-INITIALIZATION.
              WS-PAY-CONTROL-TOTAL
           CLOSE EMPLOYEE-MASTER-FILE
                 SNAPSHOT-FILE.

       COPY EMPCYCP.
