           05  EXC-REASON-CODE             PIC X(4).
           05  EXC-REASON-TEXT             PIC X(40).
           05  EXC-TIMESTAMP               PIC X(21).
           05  EXC-TRANSACTION-IMAGE       PIC X(120).
