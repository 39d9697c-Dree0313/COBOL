           05  WQ-ACTION-CODE              PIC X(3).
           05  WQ-REASON-CODE              PIC X(4).
           05  WQ-REASON-TEXT              PIC X(40).
           05  WQ-TRANSACTION-IMAGE        PIC X(120).
           05  WQ-REPAIR-USER              PIC X(8).
           05  WQ-REPAIR-DATE              PIC 9(8).
           05  WQ-RELEASE-DATE             PIC 9(8).
