               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT CYCLE-CONTROL-FILE ASSIGN TO EMPCYCL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYCLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
               ==EMP-PAY-AMOUNT== BY ==OLD-EMP-PAY-AMOUNT==
               ==EMP-LAST-CHANGE-DATE== BY ==OLD-EMP-LAST-CHANGE-DATE==
               ==EMP-LAST-CHANGE-USER== BY
                   ==OLD-EMP-LAST-CHANGE-USER==
               ==EMP-SUPERVISOR-ID== BY ==OLD-EMP-SUPERVISOR-ID==
               ==EMP-TERM-REASON== BY ==OLD-EMP-TERM-REASON==
               ==EMP-REHIRE-NOT-ELIGIBLE== BY
                   ==OLD-EMP-REHIRE-NOT-ELIGIBLE==
               ==EMP-REHIRE-ELIGIBLE== BY ==OLD-EMP-REHIRE-ELIGIBLE==
               ==EMP-ORIG-HIRE-DATE== BY ==OLD-EMP-ORIG-HIRE-DATE==
               ==EMP-ADJ-SERVICE-DATE== BY
                   ==OLD-EMP-ADJ-SERVICE-DATE==.

       FD  DELTA-EXTRACT-FILE.
           COPY EMPDEXT.
       FD  DELTA-CONTROL-FILE.
           COPY EMPDCTL.

       FD  CYCLE-CONTROL-FILE.
           COPY EMPCYCL.

       WORKING-STORAGE SECTION.
           COPY EMPCYCW.

       01  WS-FILE-STATUSES.
           05  WS-EMPMAST-STATUS           PIC X(2).
           05  WS-OLD-STATUS               PIC X(2).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE 'DEXTSTP ' TO WS-CYCLE-THIS-STEP
           PERFORM 0600-START-CYCLE-STEP
           IF NOT CYCLE-STEP-MAY-RUN
              STOP RUN
           END-IF
           PERFORM 1000-INITIALIZATION
           PERFORM 5000-READ-NEXT-MASTER
           PERFORM 5100-READ-NEXT-OLD
           PERFORM 3000-MATCH-ONE-PAIR
               UNTIL END-OF-MASTER AND END-OF-OLD
           PERFORM 9000-TERMINATION
           MOVE WS-MASTER-RECORDS-READ TO WS-CYCLE-COUNT-IN
           COMPUTE WS-CYCLE-COUNT-OUT = WS-NEW-COUNT + WS-CHANGE-COUNT
                                     + WS-LEAVE-COUNT + WS-TERM-COUNT
           MOVE WS-RECORDS-DROPPED TO WS-CYCLE-COUNT-REJ
           PERFORM 0650-END-CYCLE-STEP
           STOP RUN.

       1000-INITIALIZATION.
                 OLD-SNAPSHOT-FILE
                 DELTA-EXTRACT-FILE
                 DELTA-CONTROL-FILE.

       COPY EMPCYCP.
