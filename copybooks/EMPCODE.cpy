      * Each department carries its owning division from the 'D'
      * row's REF-PARENT-DIVISION; spaces means the department is
      * not yet assigned to a division and rolls up under NO
      * DIVISION.  The authorized headcount and salary budget come
      * from the same row (position control; zero headcount means
      * the department is not controlled).  WS-DEPT-FILLED-COUNT is
      * not loaded from the file - it is the caller's count of
      * non-terminated employees currently in the department, which
      * the establishment edit in EMPVAL.cpy compares against the
      * authorized headcount.  The loader zeroes it.  The GL cost
      * centre and expense account are the month-end accrual's
      * mapping for the department (spaces = not mapped).
      *--------------------------------------------------------------
       01  WS-VALID-DEPT-TABLE.
           05  WS-DEPT-COUNT               PIC 9(2) COMP VALUE ZERO.
           05  WS-DEPT-DETAIL              OCCURS 50 TIMES.
               10  WS-DEPT-ENTRY           PIC X(4).
               10  WS-DEPT-DIVISION        PIC X(4).
               10  WS-DEPT-AUTH-HEADCOUNT  PIC 9(4).
               10  WS-DEPT-AUTH-BUDGET     PIC 9(9).
               10  WS-DEPT-FILLED-COUNT    PIC S9(5) COMP.
               10  WS-DEPT-GL-COST-CENTER  PIC X(5).
               10  WS-DEPT-GL-ACCOUNT      PIC X(4).

      *--------------------------------------------------------------
      * Divisions ('V' rows) - the org level above the departments.
               10  WS-DIVISION-ENTRY       PIC X(4).
               10  WS-DIVISION-DESC        PIC X(30).

      *--------------------------------------------------------------
      * Termination reasons ('R' rows).  Every TRM must name one;
      * the rehire flag travels onto the master with it and the
      * category (V voluntary / I involuntary) drives the turnover
      * report.  An empty table is not a load failure, but it makes
      * every TRM reject until HR adds the reasons on EMPC.  The
      * matched entry's subscript is saved by the TRM edit so the
      * apply can copy the rehire flag without a second search.
      *--------------------------------------------------------------
       01  WS-VALID-TERM-REASON-TABLE.
           05  WS-TERM-REASON-COUNT        PIC 9(2) COMP VALUE ZERO.
           05  WS-TERM-REASON-DETAIL       OCCURS 50 TIMES.
               10  WS-TERM-REASON-ENTRY    PIC X(4).
               10  WS-TERM-REASON-DESC     PIC X(30).
               10  WS-TERM-REASON-REHIRE   PIC X(1).
               10  WS-TERM-REASON-CATEGORY PIC X(1).
       01  WS-TERM-REASON-FOUND-SUB        PIC 9(2) COMP VALUE ZERO.

      *--------------------------------------------------------------
      * Recruiting job codes ('J' rows) - the department and pay
      * grade the new-hire feed gives an offer for each recruiting
      * job code.  Only the feed uses it; an empty table is not a
      * load failure (every offer then rejects as unmapped).
      *--------------------------------------------------------------
       01  WS-VALID-JOB-CODE-TABLE.
           05  WS-JOB-CODE-COUNT           PIC 9(2) COMP VALUE ZERO.
           05  WS-JOB-CODE-DETAIL          OCCURS 50 TIMES.
               10  WS-JOB-CODE-ENTRY       PIC X(5).
               10  WS-JOB-CODE-DEPT        PIC X(4).
               10  WS-JOB-CODE-GRADE       PIC X(3).

      *--------------------------------------------------------------
      * Leave types ('L' rows) - whether each LOA leave type is paid
      * (the salary accrual) and whether it counts as service (the
      * adjusted service date).  An empty table is not a load
      * failure: every leave then counts as paid and as service.
      *--------------------------------------------------------------
       01  WS-VALID-LEAVE-TYPE-TABLE.
           05  WS-LEAVE-TYPE-COUNT         PIC 9(2) COMP VALUE ZERO.
           05  WS-LEAVE-TYPE-DETAIL        OCCURS 50 TIMES.
               10  WS-LEAVE-TYPE-ENTRY     PIC X(1).
               10  WS-LEAVE-TYPE-DESC      PIC X(30).
               10  WS-LEAVE-TYPE-PAID      PIC X(1).
               10  WS-LEAVE-TYPE-CREDITABLE PIC X(1).

      *--------------------------------------------------------------
      * Break-in-service limit from the 'S' row 'BREAK', in days.
      * With no live row loaded, no rehire is bridged.
      *--------------------------------------------------------------
       01  WS-SERVICE-RULES.
           05  WS-SERVICE-BREAK-DAYS       PIC 9(4) VALUE ZERO.
           05  WS-SERVICE-BREAK-STATE      PIC X(1) VALUE 'N'.
               88  SERVICE-BREAK-LOADED     VALUE 'Y'.
               88  SERVICE-BREAK-NOT-LOADED VALUE 'N'.

      *--------------------------------------------------------------
      * Adjusted service date work area for EMPSVC.cpy, shared by
      * the batch update and the online maintenance transaction.
      * The caller fills it from its own master image, PERFORMs the
      * paragraph and moves WS-SVC-SERVICE-DATE back; a zero or
      * blank service date on the master (a record from before the
      * field was kept) is taken as WS-SVC-HIRE-DATE.
      *--------------------------------------------------------------
       01  WS-SERVICE-DATE-WORK.
           05  WS-SVC-HIRE-DATE            PIC 9(8).
           05  WS-SVC-SERVICE-DATE         PIC 9(8).
           05  WS-SVC-GAP-START            PIC 9(8).
           05  WS-SVC-GAP-END              PIC 9(8).
           05  WS-SVC-LEAVE-TYPE           PIC X(1).
           05  WS-SVC-LEAVE-CREDITABLE     PIC X(1).
           05  WS-SVC-GAP-START-INT        PIC S9(9) COMP.
           05  WS-SVC-GAP-END-INT          PIC S9(9) COMP.
           05  WS-SVC-SERVICE-INT          PIC S9(9) COMP.
           05  WS-SVC-GAP-DAYS             PIC S9(9) COMP.
           05  WS-SVC-RESULT               PIC X(1).
               88  SVC-UNCHANGED            VALUE 'U'.
               88  SVC-BRIDGED              VALUE 'B'.
               88  SVC-RESTARTED            VALUE 'R'.
               88  SVC-LEAVE-DEDUCTED       VALUE 'D'.

      *--------------------------------------------------------------
      * Each grade carries its salary band from the reference file;
      * both limits zero means the grade is unbanded and the pay edit
       01  WS-WARNING-REASON-CODE          PIC X(4).
       01  WS-WARNING-REASON-TEXT          PIC X(40).
       01  WS-GRADE-FOUND-SUB              PIC 9(2) COMP VALUE ZERO.
       01  WS-DEPT-MATCH-SUB               PIC 9(2) COMP VALUE ZERO.
       01  WS-BAND-CHECK-WORK.
           05  WS-BAND-TOLERANCE-PCT       PIC V999 VALUE .050.
           05  WS-BAND-LOW-LIMIT           PIC 9(8)V99.
           05  WS-BAND-HIGH-LIMIT          PIC 9(8)V99.

      *--------------------------------------------------------------
      * Position-control (establishment) edit.  An ADD or RHR into a
      * department whose filled count has already reached its
      * authorized headcount is flagged here rather than through
      * the band-warning fields above, so both can be raised by the
      * same transaction.  The batch update applies the transaction
      * and writes a W015 exception row; EMPT refuses it unless a
      * supervisor keys the override.
      *--------------------------------------------------------------
       01  WS-ESTABLISHMENT-WARNING        PIC X(1) VALUE 'N'.
           88  DEPT-OVER-ESTABLISHMENT      VALUE 'Y'.
           88  DEPT-WITHIN-ESTABLISHMENT    VALUE 'N'.
       01  WS-ESTAB-REASON-CODE            PIC X(4).
       01  WS-ESTAB-REASON-TEXT            PIC X(40).

      *--------------------------------------------------------------
      * Reporting-line (supervisor) edit.  The supervisor has to be
      * looked up on EMPLOYEE-MASTER, which the batch and the online
      * transactions reach differently, so the CALLER walks the line
      * upward from TRAN-SUPERVISOR-ID before PERFORMing the edit and
      * leaves the outcome in WS-SUPV-CHECK-RESULT; EMPVAL turns it
      * into the V015/V016/V017 reject.  A caller with no master
      * access leaves it SUPV-NOT-CHECKED and the nightly apply makes
      * the check.  The walk stops at WS-SUPV-CHAIN-LIMIT levels - a
      * line that deep can only be an existing loop, and is refused
      * as one rather than followed forever.
      *--------------------------------------------------------------
       01  WS-SUPERVISOR-CHECK.
           05  WS-SUPV-CHECK-RESULT        PIC X(1) VALUE SPACE.
               88  SUPV-NOT-CHECKED         VALUE SPACE.
               88  SUPV-FOUND               VALUE 'A'.
               88  SUPV-NOT-FOUND           VALUE 'N'.
               88  SUPV-TERMINATED          VALUE 'T'.
               88  SUPV-LOOP-FOUND          VALUE 'L'.
           05  WS-SUPV-CHAIN-STATE         PIC X(1) VALUE 'N'.
               88  SUPV-CHAIN-DONE          VALUE 'Y'.
               88  SUPV-CHAIN-ACTIVE        VALUE 'N'.
           05  WS-SUPV-CHAIN-ID            PIC X(6).
           05  WS-SUPV-CHAIN-DEPTH         PIC 9(3) COMP VALUE ZERO.
           05  WS-SUPV-CHAIN-LIMIT         PIC 9(3) COMP VALUE 50.

      *--------------------------------------------------------------
      * Rehire-eligibility edit.  Like the supervisor check, the
      * caller reads the master for an RHR and records whether the
      * employee's last termination left them eligible; EMPVAL
      * turns REHIRE-NOT-ELIGIBLE into the V020 reject unless the
      * transaction carries the HR override.  Spaces on the master
      * (terminations before reasons were kept) count as eligible.
      *--------------------------------------------------------------
       01  WS-REHIRE-CHECK-RESULT          PIC X(1) VALUE SPACE.
           88  REHIRE-NOT-CHECKED           VALUE SPACE.
           88  REHIRE-ELIGIBLE              VALUE 'Y'.
           88  REHIRE-NOT-ELIGIBLE          VALUE 'N'.

      *--------------------------------------------------------------
      * Valid employment-status transitions, shared by the online
      * maintenance transaction and the batch update.  FROM-STATUS/
