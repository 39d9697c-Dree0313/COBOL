      * system.  COPY'd into every program that opens EMPLOYEE-MASTER or
      * builds an image of a master record (batch update, online
      * maintenance, extract, report).
      * 120 bytes.  EMP-SUPERVISOR-ID is the EMP-ID this employee
      * reports to (spaces = top of a reporting line); it must name
      * an existing, non-terminated employee and may never close a
      * loop back to the same employee.  The trailing FILLER is
      * reserved for growth so the cluster need not be reloaded
      * again for the next field - a region still on the 90-byte
      * layout is converted once by the EMPMG120 job.
      * EMP-TERM-REASON is the reason code ('R' reference row) of
      * the employee's last termination and EMP-REHIRE-ELIGIBLE the
      * rehire flag that reason carried; both are cleared again on
      * rehire.  Spaces in EMP-REHIRE-ELIGIBLE (never terminated, or
      * terminated before reasons were kept) place no restriction
      * on a rehire.
      * EMP-HIRE-DATE is the start of the current period of
      * employment (a rehire resets it); EMP-ORIG-HIRE-DATE is the
      * first hire and is never changed.  EMP-ADJ-SERVICE-DATE is
      * the continuous-service date anniversaries and service
      * awards count from: the hire date, moved forward by any
      * break in service a rehire bridged (within the limit on the
      * 'S' reference row BREAK) and by leave of the types the 'L'
      * rows mark non-creditable, or reset to the rehire date when
      * the break was too long.  Zero or spaces in either (records
      * from before they were kept) means the same as EMP-HIRE-DATE.
      *--------------------------------------------------------------
       01  EMPLOYEE-RECORD.
           05  EMP-ID                      PIC X(6).
           05  EMP-PAY-AMOUNT              PIC 9(7)V99.
           05  EMP-LAST-CHANGE-DATE        PIC 9(8).
           05  EMP-LAST-CHANGE-USER        PIC X(8).
           05  EMP-SUPERVISOR-ID           PIC X(6).
           05  EMP-TERM-REASON             PIC X(4).
           05  EMP-REHIRE-ELIGIBLE         PIC X(1).
               88  EMP-REHIRE-NOT-ELIGIBLE  VALUE 'N'.
           05  EMP-ORIG-HIRE-DATE          PIC 9(8).
           05  EMP-ADJ-SERVICE-DATE        PIC 9(8).
           05  FILLER                      PIC X(3).
