      *--------------------------------------------------------------
      * EMPUSR.cpy
      * User-authority record (EMPUSER KSDS, EMP.PROD.USERAUTH, 120
      * bytes, key = user id).  One row per user who may key
      * employee transactions, maintained by supervisors on the EMPU
      * screen (EMPLOYEE-USER-MAINT) and first loaded by EMPUSRI.
      * CICS transaction security still decides who may START the
      * EMPT/EMPX/EMPA/EMPC transactions; this row decides what a
      * user may do inside them, and the nightly apply checks the
      * same row for each batch transaction's TRAN-USER-ID.  A user
      * with no row may do nothing.
      *   - one Y/N flag per action the user may key (ADD, CHG, TRM,
      *     LOA, RHR); a return from leave (ACT) rides on the LOA
      *     flag - whoever may put an employee on leave may bring
      *     them back
      *   - USR-PAY-ALLOWED: Y lets the user set or change pay
      *     amount and pay grade (an ADD, an RHR, a CHG that moves
      *     either, a pay-change approval, and the pay-grade bands
      *     and department budgets on EMPC)
      *   - USR-ALL-DEPTS: Y covers every department and division,
      *     and is needed for the company-wide reference rows on
      *     EMPC; otherwise the user is limited to the departments
      *     and divisions listed in USR-SCOPE-ENTRY - a division
      *     entry covers every department whose 'D' row names that
      *     division
      *--------------------------------------------------------------
       01  USER-AUTHORITY-RECORD.
           05  USR-USER-ID                 PIC X(8).
           05  USR-USER-NAME               PIC X(30).
           05  USR-ACTION-FLAGS.
               10  USR-ALLOW-ADD           PIC X(1).
               10  USR-ALLOW-CHG           PIC X(1).
               10  USR-ALLOW-TRM           PIC X(1).
               10  USR-ALLOW-LOA           PIC X(1).
               10  USR-ALLOW-RHR           PIC X(1).
           05  USR-PAY-ALLOWED             PIC X(1).
               88  USR-MAY-TOUCH-PAY        VALUE 'Y'.
           05  USR-ALL-DEPTS               PIC X(1).
               88  USR-COVERS-ALL-DEPTS     VALUE 'Y'.
           05  USR-SCOPE-ENTRY             OCCURS 8 TIMES.
               10  USR-SCOPE-TYPE          PIC X(1).
                   88  USR-SCOPE-DEPARTMENT VALUE 'D'.
                   88  USR-SCOPE-DIVISION   VALUE 'V'.
               10  USR-SCOPE-CODE          PIC X(4).
           05  USR-LAST-CHANGE-DATE        PIC 9(8).
           05  USR-LAST-CHANGE-USER        PIC X(8).
           05  FILLER                      PIC X(19).
