      *--------------------------------------------------------------
      * EMPOFRT.cpy
      * New-hire return record sent back to the recruiting system -
      * one row per accepted offer the feed read: the employee id
      * the hire was given, or the reason the offer was not
      * converted (the id is then spaces).  An assigned id is final
      * even if the nightly apply later bounces the ADD to the
      * exception queue - HR repairs it under the same id.
      * Fixed 80 bytes; agreed with recruiting - do not resize
      * fields in place, grow into the trailing FILLER.
      *--------------------------------------------------------------
       01  RECRUIT-RETURN-RECORD.
           05  RTN-CANDIDATE-ID            PIC X(10).
           05  RTN-EMP-ID                  PIC X(6).
           05  RTN-STATUS                  PIC X(1).
               88  RTN-ID-ASSIGNED          VALUE 'A'.
               88  RTN-OFFER-REJECTED       VALUE 'R'.
           05  RTN-REASON-CODE             PIC X(4).
           05  RTN-REASON-TEXT             PIC X(40).
           05  RTN-PROCESS-DATE            PIC 9(8).
           05  FILLER                      PIC X(11).
