      * one live row; callers must treat NOT-LOADED as fatal for
      * anything that validates codes.  The division table may
      * legitimately be empty - the hierarchy is optional and only
      * the rollup report cares.  So may the termination-reason
      * table; the TRM edit then rejects every termination.  And
      * so may the recruiting job-code table, which only the new-hire
      * feed reads, and the leave-type table (with no rows all leave
      * accrues as paid and counts as service).  The 'BREAK' service
      * rule is optional too - without it no rehire is bridged.
      *--------------------------------------------------------------
       0500-LOAD-REFERENCE-TABLES.
           SET REFERENCE-TABLES-NOT-LOADED TO TRUE
           MOVE ZERO TO WS-GRADE-COUNT
           MOVE ZERO TO WS-TRANSITION-COUNT
           MOVE ZERO TO WS-DIVISION-COUNT
           MOVE ZERO TO WS-TERM-REASON-COUNT
           MOVE ZERO TO WS-JOB-CODE-COUNT
           MOVE ZERO TO WS-LEAVE-TYPE-COUNT
           MOVE ZERO TO WS-SERVICE-BREAK-DAYS
           SET SERVICE-BREAK-NOT-LOADED TO TRUE
           OPEN INPUT REFERENCE-CODE-FILE
           MOVE 'REFERENCE-CODE-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-REFCODE-STATUS TO WS-CHECK-STATUS-CODE
