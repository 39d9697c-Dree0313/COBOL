      * it.  REF-MIN-SALARY/REF-MAX-SALARY carry the salary band on
      * pay-grade ('G') rows only - both zero means the grade has no
      * band and the pay edit passes it through unchecked; they are
      * spaces on 'T' rows.  REF-INCREMENT-PCT is the annual
      * anniversary step increase for the grade (9(2)V99 percent,
      * e.g. 0350 = 3.50), also 'G' rows only; zero means the grade
      * gets no automatic increase.  Do not resize fields in place;
      * reviews.  REF-PARENT-DIVISION is spaces on every other row
      * type, and a 'D' row with it spaces reports under NO
      * DIVISION until someone assigns one on the EMPC screen.
      * Department ('D') rows use the 22 bytes that carry the band on
      * a 'G' row (REF-DEPT-DATA redefines REF-GRADE-DATA) for
      * position control: REF-AUTH-HEADCOUNT is the number of posts
      * finance has approved for the department and REF-AUTH-BUDGET
      * the approved annual salary budget in whole dollars.  A zero
      * or non-numeric headcount means the department is not under
      * position control and the establishment edit passes it.
      * Termination-reason ('R') rows list the reasons a TRM may
      * give (4-char code in REF-CODE) and use the same 22 bytes
      * (REF-TERM-DATA): REF-TERM-REHIRE-ELIGIBLE ('Y'/'N') is
      * copied onto the master when the reason is applied, and
      * REF-TERM-CATEGORY splits voluntary ('V') from involuntary
      * ('I') leavers on the turnover report.
      * Recruiting job-code ('J') rows translate the job codes on
      * the recruiting system's accepted-offer feed into our codes:
      * REF-CODE holds the recruiting job code (up to 5 chars) and
      * REF-JOB-DATA (the same 22 bytes again) the department and
      * pay grade a hire into that job gets.  Both must themselves
      * be live 'D'/'G' rows - the feed edits the ADD it builds
      * like any other.
      * The last 9 bytes of REF-DEPT-DATA carry the department's
      * general-ledger mapping for the month-end salary accrual:
      * REF-GL-COST-CENTER and REF-GL-EXPENSE-ACCOUNT are the cost
      * centre and salary expense account the department's pay is
      * booked to.  Spaces in either means the department is not
      * yet mapped and the accrual refuses to balance without it.
      * Leave-type ('L') rows describe the LOA leave types (REF-CODE
      * is the one-character TRAN-LEAVE-TYPE) and use the same 22
      * bytes (REF-LEAVE-DATA): REF-LEAVE-PAID 'N' marks leave the
      * employee is not paid for, which the accrual leaves out of
      * the month's cost; 'Y', or a leave type with no row at all,
      * is paid leave and accrues in full.  REF-LEAVE-CREDITABLE 'N'
      * marks leave that does not count as service: when an episode
      * of that type closes, the employee's adjusted service date
      * moves forward by the days away.  'Y', blank or no row counts
      * the leave as service.
      * Service-rule ('S') rows hold the system's service-date
      * rules, one row per rule code.  Row 'BREAK' (REF-SERVICE-DATA)
      * carries REF-SVC-BREAK-DAYS, the break-in-service limit: a
      * rehire within that many days of the termination date keeps
      * the earlier service (the adjusted service date moves
      * forward by the break only); a longer break, or no live
      * 'BREAK' row, starts service again from the rehire date.
      *--------------------------------------------------------------
       01  REFERENCE-CODE-RECORD.
           05  REF-KEY.
                   88  REF-TYPE-PAY-GRADE   VALUE 'G'.
                   88  REF-TYPE-TRANSITION  VALUE 'T'.
                   88  REF-TYPE-DIVISION    VALUE 'V'.
                   88  REF-TYPE-TERM-REASON VALUE 'R'.
                   88  REF-TYPE-JOB-CODE    VALUE 'J'.
                   88  REF-TYPE-LEAVE-TYPE  VALUE 'L'.
                   88  REF-TYPE-SERVICE-RULE VALUE 'S'.
               10  REF-CODE                PIC X(5).
           05  REF-DESCRIPTION             PIC X(30).
           05  REF-EFF-FROM-DATE           PIC 9(8).
           05  REF-EFF-TO-DATE             PIC 9(8).
           05  REF-GRADE-DATA.
               10  REF-MIN-SALARY          PIC 9(7)V99.
               10  REF-MAX-SALARY          PIC 9(7)V99.
               10  REF-INCREMENT-PCT       PIC 9(2)V99.
           05  REF-DEPT-DATA REDEFINES REF-GRADE-DATA.
               10  REF-AUTH-HEADCOUNT      PIC 9(4).
               10  REF-AUTH-BUDGET         PIC 9(9).
               10  REF-GL-COST-CENTER      PIC X(5).
               10  REF-GL-EXPENSE-ACCOUNT  PIC X(4).
           05  REF-TERM-DATA REDEFINES REF-GRADE-DATA.
               10  REF-TERM-REHIRE-ELIGIBLE PIC X(1).
                   88  REF-TERM-REHIRE-YES  VALUE 'Y'.
                   88  REF-TERM-REHIRE-NO   VALUE 'N'.
               10  REF-TERM-CATEGORY       PIC X(1).
                   88  REF-TERM-VOLUNTARY   VALUE 'V'.
                   88  REF-TERM-INVOLUNTARY VALUE 'I'.
               10  FILLER                  PIC X(20).
           05  REF-JOB-DATA REDEFINES REF-GRADE-DATA.
               10  REF-JOB-DEPT-CODE       PIC X(4).
               10  REF-JOB-PAY-GRADE       PIC X(3).
               10  FILLER                  PIC X(15).
           05  REF-LEAVE-DATA REDEFINES REF-GRADE-DATA.
               10  REF-LEAVE-PAID          PIC X(1).
                   88  REF-LEAVE-IS-PAID    VALUE 'Y'.
                   88  REF-LEAVE-IS-UNPAID  VALUE 'N'.
               10  REF-LEAVE-CREDITABLE    PIC X(1).
                   88  REF-LEAVE-NOT-CREDITABLE VALUE 'N'.
               10  FILLER                  PIC X(20).
           05  REF-SERVICE-DATA REDEFINES REF-GRADE-DATA.
               10  REF-SVC-BREAK-DAYS      PIC 9(4).
               10  FILLER                  PIC X(18).
           05  REF-PARENT-DIVISION         PIC X(4).
           05  FILLER                      PIC X(2).
