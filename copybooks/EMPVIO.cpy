      *--------------------------------------------------------------
      * EMPVIO.cpy
      * Security-violation log record (EMPSVIO KSDS,
      * EMP.PROD.SECVIOL, 120 bytes, key = timestamp + sequence).
      * One row for every attempt the user-authority check refused -
      * written by the EMPT, EMPX, EMPA and EMPC screens as the
      * attempt is refused, and by the nightly apply for each batch
      * transaction it rejects as not authorized.  Rows are never
      * updated or deleted by the programs; EMPLOYEE-SECURITY-REPORT
      * (EMPSECR) lists a week of them.  The timestamp leads the key
      * so the file reads in the order the attempts were made; the
      * sequence separates two refusals stamped in the same
      * hundredth of a second.  EMPSETUP loads one all-9s row so
      * the file can be opened by CICS; it sorts after every real
      * row and the report skips it.
      * VIO-SOURCE is the CICS transaction (EMPT, EMPX, EMPA, EMPC)
      * or, for the nightly apply, the step name APPLYSTP.
      * VIO-OBJECT-ID is the employee id, or on EMPC the reference
      * row's type and code.
      * VIO-REASON-CODE:
      *   S001 user not on the user-authority file
      *   S002 action not permitted for the user
      *   S003 department or division outside the user's scope
      *   S004 pay amount / pay grade not permitted for the user
      *   S005 company-wide reference row - all-departments
      *        authority required
      *--------------------------------------------------------------
       01  SECURITY-VIOLATION-RECORD.
           05  VIO-KEY.
               10  VIO-TIMESTAMP           PIC X(21).
               10  VIO-SEQ                 PIC 9(3).
           05  VIO-USER-ID                 PIC X(8).
           05  VIO-TERMINAL-ID             PIC X(4).
           05  VIO-SOURCE                  PIC X(8).
           05  VIO-OBJECT-ID               PIC X(6).
           05  VIO-ACTION-CODE             PIC X(3).
           05  VIO-DEPT-CODE               PIC X(4).
           05  VIO-DIVISION-CODE           PIC X(4).
           05  VIO-REASON-CODE             PIC X(4).
           05  VIO-REASON-TEXT             PIC X(40).
           05  FILLER                      PIC X(15).
