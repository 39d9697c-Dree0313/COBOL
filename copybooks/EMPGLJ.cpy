      *--------------------------------------------------------------
      * EMPGLJ.cpy
      * General-ledger journal interface record, written once a
      * month by EMPLOYEE-GL-ACCRUAL for finance's ledger import -
      * one detail row per journal line and one trailer row last.
      * Detail lines are the month's salary accrual per department
      * (line type A, debit to the department's cost centre and
      * salary expense account from its 'D' row on the reference
      * file), one line per retro pay adjustment run in the month
      * (type R, a debit for back pay owed, a credit for an
      * over-payment being recovered) and the accrued-salaries
      * liability offsets per division (type L) that balance them.
      * The trailer carries the number of detail lines and the
      * debit and credit totals, which are always equal on a file
      * the run finished; finance's import ties the detail back to
      * the trailer before posting.  Amounts are unsigned - the
      * debit/credit byte gives the side.  Fixed 100 bytes; agreed
      * with finance - do not resize fields in place, grow into the
      * trailing FILLER.
      *--------------------------------------------------------------
       01  GL-JOURNAL-RECORD.
           05  GLJ-RECORD-TYPE             PIC X(1).
               88  GLJ-TYPE-DETAIL          VALUE 'D'.
               88  GLJ-TYPE-TRAILER         VALUE 'T'.
      *        Accounting period, CCYYMM.
           05  GLJ-PERIOD                  PIC 9(6).
           05  GLJ-BODY                    PIC X(93).
           05  GLJ-DETAIL-BODY REDEFINES GLJ-BODY.
      *            Last calendar day of the period.
               10  GLJ-JOURNAL-DATE        PIC 9(8).
               10  GLJ-LINE-TYPE           PIC X(1).
                   88  GLJ-LINE-ACCRUAL     VALUE 'A'.
                   88  GLJ-LINE-RETRO       VALUE 'R'.
                   88  GLJ-LINE-LIABILITY   VALUE 'L'.
               10  GLJ-DIVISION            PIC X(4).
               10  GLJ-COST-CENTER         PIC X(5).
               10  GLJ-ACCOUNT             PIC X(4).
      *            Spaces on liability lines.
               10  GLJ-DEPT-CODE           PIC X(4).
               10  GLJ-DEBIT-CREDIT        PIC X(1).
                   88  GLJ-DEBIT            VALUE 'D'.
                   88  GLJ-CREDIT           VALUE 'C'.
               10  GLJ-AMOUNT              PIC 9(9)V99.
      *            Employees accrued on an A line, 1 on an R line,
      *            zero on an L line.
               10  GLJ-EMP-COUNT           PIC 9(5).
               10  GLJ-DESCRIPTION         PIC X(30).
               10  FILLER                  PIC X(20).
           05  GLJ-TRAILER-BODY REDEFINES GLJ-BODY.
               10  GLJ-TRL-LINE-COUNT      PIC 9(7).
               10  GLJ-TRL-TOTAL-DEBITS    PIC 9(11)V99.
               10  GLJ-TRL-TOTAL-CREDITS   PIC 9(11)V99.
      *            CCYYMMDDHHMMSS the journal was produced.
               10  GLJ-TRL-RUN-TIMESTAMP   PIC X(14).
               10  FILLER                  PIC X(46).
