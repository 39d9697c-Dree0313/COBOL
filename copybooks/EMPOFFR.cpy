      *--------------------------------------------------------------
      * EMPOFFR.cpy
      * Inbound accepted-offer record from the recruiting system -
      * one header row, one detail row per accepted offer, and one
      * trailer row carrying recruiting's count of detail rows and
      * the hash total of their offered salaries.  The new-hire feed
      * (EMPLOYEE-HIRE-FEED) ties the trailer back to what it
      * actually read before it converts a single offer, so a
      * truncated or doubled transfer is caught by machine.
      * OFR-JOB-CODE is recruiting's job code, translated to our
      * department and pay grade through the 'J' rows on the
      * reference file.  OFR-HIRING-MANAGER-ID, when recruiting
      * has it, is the EMP-ID the hire will report to.
      * Fixed 100 bytes; agreed with recruiting - do not resize
      * fields in place, grow into the trailing FILLER.
      *--------------------------------------------------------------
       01  RECRUIT-OFFER-RECORD.
           05  OFR-RECORD-TYPE             PIC X(1).
               88  OFR-TYPE-HEADER          VALUE 'H'.
               88  OFR-TYPE-DETAIL          VALUE 'D'.
               88  OFR-TYPE-TRAILER         VALUE 'T'.
           05  OFR-BODY                    PIC X(99).
           05  OFR-HEADER-BODY REDEFINES OFR-BODY.
               10  OFR-HDR-SOURCE          PIC X(8).
               10  OFR-HDR-FILE-DATE       PIC 9(8).
               10  FILLER                  PIC X(83).
           05  OFR-DETAIL-BODY REDEFINES OFR-BODY.
               10  OFR-CANDIDATE-ID        PIC X(10).
               10  OFR-LAST-NAME           PIC X(20).
               10  OFR-FIRST-NAME          PIC X(15).
               10  OFR-JOB-CODE            PIC X(5).
               10  OFR-START-DATE          PIC 9(8).
               10  OFR-OFFER-SALARY        PIC 9(7)V99.
               10  OFR-HIRING-MANAGER-ID   PIC X(6).
               10  OFR-ACCEPT-DATE         PIC 9(8).
               10  FILLER                  PIC X(18).
           05  OFR-TRAILER-BODY REDEFINES OFR-BODY.
               10  OFR-TRL-RECORD-COUNT    PIC 9(9).
               10  OFR-TRL-SALARY-HASH     PIC 9(11)V99.
               10  FILLER                  PIC X(77).
