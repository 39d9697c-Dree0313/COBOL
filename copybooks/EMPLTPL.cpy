      *--------------------------------------------------------------
      * EMPLTPL.cpy
      * Letter-template record (EMP.PROD.LETTER.TEMPLATES, 80 bytes,
      * sequential).  HR keeps the wording of every letter the
      * nightly correspondence step prints on this file and edits
      * it directly; EMPLTPI loads the first set.  Each letter type
      * is one header row followed by its text rows, in the order
      * they print:
      *   cols 1-4  letter type - HIRE offer confirmation, PAY pay
      *             change, ANNV anniversary increase, RETR pay
      *             change with back pay, LOA leave approval, TERM
      *             termination
      *   col  6    H header row, T text row
      *   header:   col 8 A = print this letter type, S = suppress
      *             it (the letters are still recorded on the
      *             letter history, and can be reprinted); cols
      *             10-39 the letter's title for the control listing
      *   text:     cols 8-80 the line as it prints, with &-tokens
      *             (&FIRSTNAME, &NEWPAY ...) merged in from the
      *             employee's details - see EMPLOYEE-CORRESPONDENCE
      *             for the list.  A blank text row prints a blank
      *             line.
      * A row with '*' in column 1 is a comment.
      *--------------------------------------------------------------
       01  LETTER-TEMPLATE-RECORD.
           05  LTP-LETTER-TYPE             PIC X(4).
           05  FILLER                      PIC X(1).
           05  LTP-ROW-KIND                PIC X(1).
               88  LTP-HEADER-ROW           VALUE 'H'.
               88  LTP-TEXT-ROW             VALUE 'T'.
           05  FILLER                      PIC X(1).
           05  LTP-ROW-DATA                PIC X(73).
           05  LTP-HEADER-DATA REDEFINES LTP-ROW-DATA.
               10  LTP-LETTER-STATE        PIC X(1).
                   88  LTP-LETTER-ACTIVE    VALUE 'A'.
                   88  LTP-LETTER-SUPPRESSED
                                            VALUE 'S'.
               10  FILLER                  PIC X(1).
               10  LTP-LETTER-TITLE        PIC X(30).
               10  FILLER                  PIC X(41).
