      *--------------------------------------------------------------
      * EMPLTRH.cpy
      * Letter-history record (EMPLTRH KSDS, 160 bytes, key =
      * employee id + business date + letter type + occurrence).
      * One row per letter the nightly correspondence step
      * (EMPLOYEE-CORRESPONDENCE, step LETRSTP) found in the audit
      * trail, whether it was printed or not, carrying everything
      * the letter merged so a reprint says exactly what the
      * original said.  The occurrence is the event's number among
      * that employee's events of the same type on the business
      * date (two pay changes in one night are 01 and 02), so a
      * rerun of the step for the same date finds the row and does
      * not print the letter a second time.
      * LTH-LETTER-STATUS:
      *   P - printed (nightly, or later on a reprint request)
      *   S - suppressed - the letter type was switched off on the
      *       template file that night; not printed
      *   N - not printed - no template for the letter type
      * An S or N row prints when a reprint asks for it, and is
      * then P.  LTH-PRINT-COUNT is how many times it has printed.
      *--------------------------------------------------------------
       01  LETTER-HISTORY-RECORD.
           05  LTH-KEY.
               10  LTH-EMP-ID              PIC X(6).
               10  LTH-BUSINESS-DATE       PIC 9(8).
               10  LTH-LETTER-TYPE         PIC X(4).
               10  LTH-EVENT-SEQ           PIC 9(2).
           05  LTH-LETTER-STATUS           PIC X(1).
               88  LTH-LETTER-PRINTED       VALUE 'P'.
               88  LTH-LETTER-SUPPRESSED    VALUE 'S'.
               88  LTH-LETTER-NO-TEMPLATE   VALUE 'N'.
           05  LTH-PRINT-COUNT             PIC 9(3).
           05  LTH-LAST-PRINT-DATE         PIC 9(8).
           05  LTH-LAST-PRINT-USER         PIC X(8).
      *        Who keyed the change the letter is about (the audit
      *        row's user id).
           05  LTH-CHANGE-USER             PIC X(8).
           05  LTH-LAST-NAME               PIC X(20).
           05  LTH-FIRST-NAME              PIC X(15).
           05  LTH-DEPT-CODE               PIC X(4).
           05  LTH-PAY-GRADE               PIC X(3).
           05  LTH-EFFECTIVE-DATE          PIC 9(8).
           05  LTH-OLD-PAY-AMOUNT          PIC 9(7)V99.
           05  LTH-NEW-PAY-AMOUNT          PIC 9(7)V99.
      *        LOA letters only.
           05  LTH-LEAVE-TYPE              PIC X(1).
           05  LTH-EXPECT-RETURN-DATE      PIC 9(8).
      *        TERM letters only.
           05  LTH-TERM-REASON             PIC X(4).
      *        RETR letters only - the back-pay row from EMPRADJ.
           05  LTH-RETRO-DAYS              PIC 9(4).
           05  LTH-RETRO-SIGN              PIC X(1).
               88  LTH-RETRO-OWED           VALUE '+'.
               88  LTH-RETRO-OVERPAID       VALUE '-'.
           05  LTH-RETRO-AMOUNT            PIC 9(7)V99.
           05  FILLER                      PIC X(17).
