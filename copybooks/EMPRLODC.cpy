           MOVE ZERO TO WS-GRADE-COUNT
           MOVE ZERO TO WS-TRANSITION-COUNT
           MOVE ZERO TO WS-DIVISION-COUNT
           MOVE ZERO TO WS-TERM-REASON-COUNT
           MOVE ZERO TO WS-JOB-CODE-COUNT
           MOVE ZERO TO WS-LEAVE-TYPE-COUNT
           MOVE ZERO TO WS-SERVICE-BREAK-DAYS
           SET SERVICE-BREAK-NOT-LOADED TO TRUE
           MOVE LOW-VALUES TO WS-REF-BROWSE-KEY
           EXEC CICS STARTBR FILE('EMPRCOD')
               RIDFLD(WS-REF-BROWSE-KEY)
