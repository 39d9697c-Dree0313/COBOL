      *--------------------------------------------------------------
      * EMPSVC.cpy
      * Adjusted service date logic, COPY'd into the PROCEDURE
      * DIVISION of both the batch update (EMPLOYEE-MANAGEMENT) and
      * the online maintenance transaction (EMPLOYEE-MAINT) so a
      * rehire or return keyed on EMPT moves the service date exactly
      * as the same transaction does overnight.  Works on
      * WS-SERVICE-DATE-WORK (EMPCODE.cpy); the reference tables
      * (the 'L' leave types and the 'S' BREAK rule) must already be
      * loaded.  The caller sets WS-SVC-HIRE-DATE and
      * WS-SVC-SERVICE-DATE from the master before the change, and
      * WS-SVC-GAP-START / WS-SVC-GAP-END to the first day away and
      * the day the employee came back, then moves
      * WS-SVC-SERVICE-DATE back to the master.  WS-SVC-RESULT says
      * what happened.  Day counts use INTEGER-OF-DATE, so a date
      * that is not a real calendar date leaves the service date
      * alone rather than inventing one.
      *--------------------------------------------------------------
       8700-BRIDGE-REHIRE-SERVICE.
           SET SVC-RESTARTED TO TRUE
           PERFORM 8790-DEFAULT-SERVICE-DATE
           MOVE ZERO TO WS-SVC-GAP-START-INT
           MOVE ZERO TO WS-SVC-GAP-END-INT
           IF WS-SVC-GAP-START NUMERIC AND WS-SVC-GAP-START > ZERO
              COMPUTE WS-SVC-GAP-START-INT =
                 FUNCTION INTEGER-OF-DATE (WS-SVC-GAP-START)
           END-IF
           IF WS-SVC-GAP-END NUMERIC AND WS-SVC-GAP-END > ZERO
              COMPUTE WS-SVC-GAP-END-INT =
                 FUNCTION INTEGER-OF-DATE (WS-SVC-GAP-END)
           END-IF
           IF SERVICE-BREAK-LOADED
              AND WS-SVC-GAP-START-INT > ZERO
              AND WS-SVC-GAP-END-INT NOT < WS-SVC-GAP-START-INT
              AND WS-SVC-SERVICE-INT > ZERO
              COMPUTE WS-SVC-GAP-DAYS =
                 WS-SVC-GAP-END-INT - WS-SVC-GAP-START-INT
              IF WS-SVC-GAP-DAYS NOT > WS-SERVICE-BREAK-DAYS
                 SET SVC-BRIDGED TO TRUE
                 PERFORM 8780-ADD-GAP-TO-SERVICE
              END-IF
           END-IF
           IF SVC-RESTARTED
              MOVE WS-SVC-GAP-END TO WS-SVC-SERVICE-DATE
           END-IF.

      *--------------------------------------------------------------
      * A closed leave of a type the 'L' row marks non-creditable
      * (REF-LEAVE-CREDITABLE 'N') does not count as service - the
      * service date moves forward by the days from the leave start
      * up to the return.  Any other type, or one with no row, is
      * creditable and changes nothing.
      *--------------------------------------------------------------
       8750-DEDUCT-UNCREDITED-LEAVE.
           SET SVC-UNCHANGED TO TRUE
           PERFORM 8790-DEFAULT-SERVICE-DATE
           MOVE 'Y' TO WS-SVC-LEAVE-CREDITABLE
           PERFORM VARYING WS-TABLE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-TABLE-SUBSCRIPT > WS-LEAVE-TYPE-COUNT
               IF WS-SVC-LEAVE-TYPE =
                     WS-LEAVE-TYPE-ENTRY (WS-TABLE-SUBSCRIPT)
                  AND WS-LEAVE-TYPE-CREDITABLE (WS-TABLE-SUBSCRIPT)
                     = 'N'
                  MOVE 'N' TO WS-SVC-LEAVE-CREDITABLE
               END-IF
           END-PERFORM
           IF WS-SVC-LEAVE-CREDITABLE = 'N'
              AND WS-SVC-GAP-START NUMERIC AND WS-SVC-GAP-START > ZERO
              AND WS-SVC-GAP-END NUMERIC AND WS-SVC-GAP-END > ZERO
              AND WS-SVC-SERVICE-INT > ZERO
              COMPUTE WS-SVC-GAP-START-INT =
                 FUNCTION INTEGER-OF-DATE (WS-SVC-GAP-START)
              COMPUTE WS-SVC-GAP-END-INT =
                 FUNCTION INTEGER-OF-DATE (WS-SVC-GAP-END)
              IF WS-SVC-GAP-START-INT > ZERO
                 AND WS-SVC-GAP-END-INT > WS-SVC-GAP-START-INT
                 COMPUTE WS-SVC-GAP-DAYS =
                    WS-SVC-GAP-END-INT - WS-SVC-GAP-START-INT
                 SET SVC-LEAVE-DEDUCTED TO TRUE
                 PERFORM 8780-ADD-GAP-TO-SERVICE
              END-IF
           END-IF.

       8780-ADD-GAP-TO-SERVICE.
           COMPUTE WS-SVC-SERVICE-INT =
              WS-SVC-SERVICE-INT + WS-SVC-GAP-DAYS
           COMPUTE WS-SVC-SERVICE-DATE =
              FUNCTION DATE-OF-INTEGER (WS-SVC-SERVICE-INT).

      *--------------------------------------------------------------
      * A master record from before the service date was kept
      * carries zero or spaces there - its service runs from the
      * hire date.
      *--------------------------------------------------------------
       8790-DEFAULT-SERVICE-DATE.
           IF WS-SVC-SERVICE-DATE NOT NUMERIC
              OR WS-SVC-SERVICE-DATE = ZERO
              MOVE WS-SVC-HIRE-DATE TO WS-SVC-SERVICE-DATE
           END-IF
           MOVE ZERO TO WS-SVC-SERVICE-INT
           IF WS-SVC-SERVICE-DATE NUMERIC
              AND WS-SVC-SERVICE-DATE > ZERO
              COMPUTE WS-SVC-SERVICE-INT =
                 FUNCTION INTEGER-OF-DATE (WS-SVC-SERVICE-DATE)
           END-IF.
