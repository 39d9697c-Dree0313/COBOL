      *--------------------------------------------------------------
      * EMPUSRW.cpy
      * Work area for the user-authority check (EMPUSRP.cpy), COPY'd
      * into WORKING-STORAGE beside EMPUSR.cpy and EMPVIO.cpy by
      * every program that enforces the user-authority file.  The
      * caller reads the user's EMPUSER row into
      * USER-AUTHORITY-RECORD and sets AUTH-USER-ON-FILE or
      * AUTH-USER-NOT-ON-FILE, then fills:
      *   WS-AUTH-ACTION-CODE    the action being keyed (ADD, CHG,
      *                          TRM, LOA, ACT, RHR)
      *   WS-AUTH-DEPT-CODE /    the department acted on and its
      *   WS-AUTH-DIVISION       division (the employee's current
      *                          department, or the new one on ADD)
      *   WS-AUTH-TO-DEPT-CODE / the department moved to, when the
      *   WS-AUTH-TO-DIVISION    change moves the employee (spaces
      *                          otherwise)
      *   AUTH-PAY-TOUCHED       the change sets or moves pay amount
      *                          or pay grade
      *   AUTH-ALL-DEPTS-NEEDED  the change is to something every
      *                          department shares (EMPC only)
      * and PERFORMs 8800-CHECK-USER-AUTHORITY.  USER-NOT-AUTHORIZED
      * comes back with the S00x reason (see EMPVIO.cpy) and text.
      * The division fields are the caller's to fill because the
      * programs reach the department's division differently - from
      * the loaded EMPCODE tables, or straight off the 'D' row.
      *--------------------------------------------------------------
       01  WS-USER-AUTHORITY-CHECK.
           05  WS-AUTH-USER-ID             PIC X(8).
           05  WS-AUTH-USER-STATE          PIC X(1) VALUE 'N'.
               88  AUTH-USER-ON-FILE        VALUE 'Y'.
               88  AUTH-USER-NOT-ON-FILE    VALUE 'N'.
           05  WS-AUTH-ACTION-CODE         PIC X(3).
           05  WS-AUTH-DEPT-CODE           PIC X(4).
           05  WS-AUTH-DIVISION            PIC X(4).
           05  WS-AUTH-TO-DEPT-CODE        PIC X(4).
           05  WS-AUTH-TO-DIVISION         PIC X(4).
           05  WS-AUTH-PAY-FLAG            PIC X(1) VALUE 'N'.
               88  AUTH-PAY-TOUCHED         VALUE 'Y'.
               88  AUTH-PAY-NOT-TOUCHED     VALUE 'N'.
           05  WS-AUTH-SCOPE-FLAG          PIC X(1) VALUE 'N'.
               88  AUTH-ALL-DEPTS-NEEDED    VALUE 'Y'.
               88  AUTH-DEPT-SCOPE-ONLY     VALUE 'N'.
           05  WS-AUTH-RESULT              PIC X(1) VALUE 'N'.
               88  USER-AUTHORIZED          VALUE 'Y'.
               88  USER-NOT-AUTHORIZED      VALUE 'N'.
           05  WS-AUTH-REASON-CODE         PIC X(4).
           05  WS-AUTH-REASON-TEXT         PIC X(40).
      *        Working fields for the scope search.  The department
      *        and division that failed are kept for the log row.
           05  WS-AUTH-ACTION-FLAG         PIC X(1).
           05  WS-AUTH-SCOPE-SUB           PIC 9(2) COMP.
           05  WS-AUTH-CHECK-DEPT          PIC X(4).
           05  WS-AUTH-CHECK-DIVISION      PIC X(4).
           05  WS-AUTH-SCOPE-MATCH         PIC X(1).
               88  AUTH-SCOPE-MATCHED       VALUE 'Y'.
               88  AUTH-SCOPE-NOT-MATCHED   VALUE 'N'.
           05  WS-AUTH-DENIED-DEPT         PIC X(4).
           05  WS-AUTH-DENIED-DIVISION     PIC X(4).
      *        Violation-row write: the caller retries a duplicate
      *        key on the next VIO-SEQ until written or given up.
           05  WS-AUTH-VIO-STATE           PIC X(1).
               88  AUTH-VIO-DONE            VALUE 'Y'.
               88  AUTH-VIO-PENDING         VALUE 'N'.
