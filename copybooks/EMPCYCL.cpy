      *--------------------------------------------------------------
      * EMPCYCL.cpy
      * Daily cycle-control record (EMPCYCL KSDS, 120 bytes, key =
      * business date + step name + row sequence).  Three kinds of
      * row share the file:
      *   - one CURRENT row under business date zero - the business
      *     date the daily cycle is working on and whether that
      *     cycle is still open or has closed;
      *   - one step row (sequence 000) per business date per cycle
      *     step, written started by the step's own program at
      *     startup and marked completed (or failed, when its RC is
      *     over the limit EMPCYCW.cpy gives the step) at its end,
      *     with the step's record counts;
      *   - one override row (sequence 001 up) per audited operator
      *     release of a completed step for a deliberate rerun,
      *     filed under the step the rerun starts from.
      * Opened by the CYCLSTP step (EMPLOYEE-CYCLE-CONTROL) at the
      * top of every EMPDAYP/EMPDAYT run and by each cycle program
      * through EMPCYCP.cpy.  Timestamps are CCYYMMDDHHMMSS.
      *--------------------------------------------------------------
       01  CYCLE-CONTROL-RECORD.
           05  CYC-KEY.
               10  CYC-BUSINESS-DATE       PIC 9(8).
               10  CYC-STEP-NAME           PIC X(8).
               10  CYC-ROW-SEQ             PIC 9(3).
           05  CYC-ROW-TYPE                PIC X(1).
               88  CYC-ROW-POINTER          VALUE 'P'.
               88  CYC-ROW-STEP             VALUE 'S'.
               88  CYC-ROW-OVERRIDE         VALUE 'O'.
           05  CYC-ROW-DATA                PIC X(100).
           05  CYC-POINTER-DATA REDEFINES CYC-ROW-DATA.
               10  CYC-PTR-BUSINESS-DATE   PIC 9(8).
               10  CYC-PTR-STATUS          PIC X(1).
                   88  CYC-PTR-OPEN         VALUE 'O'.
                   88  CYC-PTR-CLOSED       VALUE 'C'.
               10  CYC-PTR-OPENED-TS       PIC X(14).
               10  CYC-PTR-CLOSED-TS       PIC X(14).
               10  FILLER                  PIC X(63).
           05  CYC-STEP-DATA REDEFINES CYC-ROW-DATA.
               10  CYC-STEP-STATUS         PIC X(1).
                   88  CYC-STEP-STARTED     VALUE 'S'.
                   88  CYC-STEP-COMPLETED   VALUE 'C'.
                   88  CYC-STEP-FAILED      VALUE 'F'.
                   88  CYC-STEP-RELEASED    VALUE 'R'.
               10  CYC-STEP-START-TS       PIC X(14).
               10  CYC-STEP-END-TS         PIC X(14).
               10  CYC-STEP-RC             PIC 9(4).
               10  CYC-STEP-RUN-COUNT      PIC 9(3).
               10  CYC-STEP-COUNT-IN       PIC 9(9).
               10  CYC-STEP-COUNT-OUT      PIC 9(9).
               10  CYC-STEP-COUNT-REJ      PIC 9(9).
               10  FILLER                  PIC X(37).
           05  CYC-OVERRIDE-DATA REDEFINES CYC-ROW-DATA.
               10  CYC-OVR-USER            PIC X(8).
               10  CYC-OVR-TS              PIC X(14).
               10  CYC-OVR-STEPS-RELEASED  PIC 9(2).
               10  CYC-OVR-PRIOR-PTR-STATUS
                                           PIC X(1).
               10  CYC-OVR-REASON          PIC X(60).
               10  FILLER                  PIC X(15).
