      *        stale proposal cannot overwrite an interim change.
           05  APQ-OLD-PAY-GRADE           PIC X(3).
           05  APQ-OLD-PAY-AMOUNT          PIC 9(7)V99.
           05  APQ-TRANSACTION-IMAGE       PIC X(120).
