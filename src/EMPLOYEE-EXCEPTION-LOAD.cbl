               RECORD KEY IS WQ-KEY
               FILE STATUS IS WS-WORKQ-STATUS.

           SELECT CYCLE-CONTROL-FILE ASSIGN TO EMPCYCL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYCLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-FILE.
       FD  WORK-QUEUE-FILE.
           COPY EMPWRKQ.

       FD  CYCLE-CONTROL-FILE.
           COPY EMPCYCL.

       WORKING-STORAGE SECTION.
           COPY EMPCYCW.

       01  WS-FILE-STATUSES.
           05  WS-EXCEPTION-STATUS         PIC X(2).
           05  WS-WORKQ-STATUS             PIC X(2).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE 'EXCLOAD ' TO WS-CYCLE-THIS-STEP
           PERFORM 0600-START-CYCLE-STEP
           IF NOT CYCLE-STEP-MAY-RUN
              STOP RUN
           END-IF
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-LOAD-ONE-EXCEPTION
               UNTIL END-OF-EXCEPTIONS
           PERFORM 9000-TERMINATION
           MOVE WS-EXCEPTIONS-READ TO WS-CYCLE-COUNT-IN
           MOVE WS-ROWS-LOADED TO WS-CYCLE-COUNT-OUT
           MOVE WS-RE-REJECTS-FLAGGED TO WS-CYCLE-COUNT-REJ
           PERFORM 0650-END-CYCLE-STEP
           STOP RUN.

       1000-INITIALIZATION.
           END-IF
           CLOSE EXCEPTION-FILE
                 WORK-QUEUE-FILE.

       COPY EMPCYCP.
