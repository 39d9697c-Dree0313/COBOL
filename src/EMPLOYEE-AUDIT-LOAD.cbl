               RECORD KEY IS AUDK-KEY
               FILE STATUS IS WS-AUDKEY-STATUS.

           SELECT CYCLE-CONTROL-FILE ASSIGN TO EMPCYCL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYCLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       FD  AUDIT-KEYED-FILE.
           COPY EMPAUDK.

       FD  CYCLE-CONTROL-FILE.
           COPY EMPCYCL.

       WORKING-STORAGE SECTION.
           COPY EMPCYCW.

       01  WS-FILE-STATUSES.
           05  WS-AUDIT-STATUS             PIC X(2).
           05  WS-AUDKEY-STATUS            PIC X(2).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE 'AUDLOAD ' TO WS-CYCLE-THIS-STEP
           PERFORM 0600-START-CYCLE-STEP
           IF NOT CYCLE-STEP-MAY-RUN
              STOP RUN
           END-IF
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-LOAD-ONE-AUDIT-ROW
               UNTIL END-OF-AUDIT
           PERFORM 9000-TERMINATION
           MOVE WS-AUDIT-ROWS-READ TO WS-CYCLE-COUNT-IN
           MOVE WS-ROWS-LOADED TO WS-CYCLE-COUNT-OUT
           PERFORM 0650-END-CYCLE-STEP
           STOP RUN.

       1000-INITIALIZATION.
           END-IF
           CLOSE AUDIT-LOG-FILE
                 AUDIT-KEYED-FILE.

       COPY EMPCYCP.
