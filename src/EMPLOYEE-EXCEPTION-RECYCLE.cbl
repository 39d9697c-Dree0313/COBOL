               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECYCLE-STATUS.

           SELECT CYCLE-CONTROL-FILE ASSIGN TO EMPCYCL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYCLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORK-QUEUE-FILE.
           COPY EMPWRKQ.

       FD  RECYCLE-FILE.
       01  RECYCLE-RECORD                  PIC X(120).

       FD  CYCLE-CONTROL-FILE.
           COPY EMPCYCL.

       WORKING-STORAGE SECTION.
           COPY EMPCYCW.

       01  WS-FILE-STATUSES.
           05  WS-WORKQ-STATUS             PIC X(2).
           05  WS-RECYCLE-STATUS           PIC X(2).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE 'RECYCSTP' TO WS-CYCLE-THIS-STEP
           PERFORM 0600-START-CYCLE-STEP
           IF NOT CYCLE-STEP-MAY-RUN
              STOP RUN
           END-IF
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-SWEEP-ONE-QUEUE-ROW
               UNTIL END-OF-QUEUE
           PERFORM 9000-TERMINATION
           COMPUTE WS-CYCLE-COUNT-IN = WS-CENSUS-PENDING
                                     + WS-CENSUS-REPAIRED
                                     + WS-CENSUS-RELEASED
                                     + WS-CENSUS-RE-REJECTED
                                     + WS-CENSUS-WRITTEN-OFF
           MOVE WS-RELEASED-TONIGHT TO WS-CYCLE-COUNT-OUT
           MOVE WS-CENSUS-RE-REJECTED TO WS-CYCLE-COUNT-REJ
           PERFORM 0650-END-CYCLE-STEP
           STOP RUN.

       1000-INITIALIZATION.
           END-IF
           CLOSE WORK-QUEUE-FILE
                 RECYCLE-FILE.

       COPY EMPCYCP.
