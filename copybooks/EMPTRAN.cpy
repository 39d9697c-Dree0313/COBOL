      * Daily employee transaction record - one row per hire, change,
      * termination or rehire, sorted into EMP-ID sequence by the JCL
      * before EMPLOYEE-MANAGEMENT applies it against EMPLOYEE-MASTER.
      * 120 bytes.  The record length is mirrored by every carrier of
      * a transaction image - the pending files, the exception
      * record (EMPEXC), the repair queue (EMPWRKQ), the approvals
      * queue (EMPAPPQ) and the LRECLs in the jobs - change them
      * together or the sort and the holds will truncate.  A
      * region running the previous 84-byte layout is converted
      * once by the EMPMIG96 job (TRANIN, the pending generation
      * and the work queue all carry images of this record), and a
      * region on the 96-byte layout by the EMPMG120 job.
      * The leave fields are meaningful on LOA rows only: the leave
      * type and the agreed return date open a leave episode on the
      * leave-history file (EMPLHIS), and the matching ACT closes
      *--------------------------------------------------------------
           05  TRAN-DUP-OVERRIDE           PIC X(1).
               88  TRAN-DUP-CONFIRMED       VALUE 'Y'.
      *--------------------------------------------------------------
      * Reporting line: the EMP-ID of the employee's supervisor.
      * Optional on ADD - spaces leave the new hire at the top of
      * a reporting line.  On CHG spaces mean "leave the supervisor
      * as it is" and '000000' removes it (the employee then reports
      * to nobody).  Ignored on every other action.
      *--------------------------------------------------------------
           05  TRAN-SUPERVISOR-ID          PIC X(6).
               88  TRAN-SUPERVISOR-UNCHANGED VALUE SPACES.
               88  TRAN-SUPERVISOR-REMOVE    VALUE '000000'.
      *--------------------------------------------------------------
      * Termination reason: required on TRM, and must be a live
      * 'R' row on the reference file.  Ignored on every other
      * action.  TRAN-REHIRE-OVERRIDE lets an RHR through for an
      * employee whose last termination reason made them ineligible
      * for rehire - HR keys it on the batch feed, and EMPT sets it
      * only for a supervisor keying the override.
      *--------------------------------------------------------------
           05  TRAN-TERM-REASON            PIC X(4).
           05  TRAN-REHIRE-OVERRIDE        PIC X(1).
               88  TRAN-REHIRE-OVERRIDE-GIVEN VALUE 'Y'.
      *--------------------------------------------------------------
      * Change scope (CHG only): 'S' marks a reporting-line-only
      * change - the V018 orphaned-report item the apply and EMPT
      * queue when a supervisor leaves.  Its name, department, grade
      * and pay are only a copy of the master as it stood when the
      * item was queued, so the apply moves EMP-SUPERVISOR-ID and
      * nothing else, whenever it is released.  Spaces on everything
      * keyed or generated (a full change).
      *--------------------------------------------------------------
           05  TRAN-CHANGE-SCOPE           PIC X(1).
               88  TRAN-REPORTING-LINE-ONLY  VALUE 'S'.
               88  TRAN-FULL-CHANGE          VALUE SPACE.
           05  FILLER                      PIC X(14).
