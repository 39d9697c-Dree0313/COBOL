      *--------------------------------------------------------------
      * EMPUCOM.cpy
      * DFHCOMMAREA layout for the EMPU user-authority maintenance
      * transaction (EMPLOYEE-USER-MAINT).  Pseudo-conversational
      * state between the map send and the user's next keystroke.
      *--------------------------------------------------------------
       01  EMPU-COMMAREA.
           05  UCOM-FUNCTION               PIC X(4).
               88  UCOM-FUNC-FIRST-ENTRY    VALUE 'FRST'.
               88  UCOM-FUNC-MAP-SENT       VALUE 'MSNT'.
