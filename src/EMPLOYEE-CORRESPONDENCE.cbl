      *--------------------------------------------------------------
      * Nightly correspondence: the print-ready letters for the
      * changes the night's apply made, so HR no longer types them
      * up from EMPRPT and the audit log.  Runs as the last step of
      * EMPDAYP/EMPDAYT (LETRSTP), after APPLYSTP, and reads the
      * audit-log generation APPLYSTP wrote.  One letter per:
      *   HIRE - applied ADD (the 'RECORD ADDED' row): offer
      *          confirmation
      *   PAY  - applied CHG that changed the pay amount
      *   ANNV - the same, when the CHG is an anniversary increase
      *          generated by PAY-REVIEW (user PAYREVW)
      *   RETR - a pay change that was back-dated, with the back
      *          pay or recovery from tonight's EMPRADJ generation
      *   LOA  - applied LOA: leave approval, with the leave type
      *          and the expected return date from the leave
      *          history (EMPLHIS)
      *   TERM - applied TRM: termination letter with the reason
      * The wording comes from the letter templates HR maintains
      * (EMPLTPL.cpy); &-tokens in a template line are replaced by
      * the employee's details.  A letter type HR has marked S on
      * its template header is suppressed - recorded, not printed.
      * Every letter found is recorded on the letter history
      * (EMPLTRH.cpy) keyed by employee, business date, type and
      * occurrence, so a rerun of the step never prints a letter
      * twice; the control listing shows each letter and what was
      * done with it, with counts by letter type.
      * Run with PARM='REPRINT' (the EMPLTRR job) it is HR's
      * reprint on request instead: no cycle check and no audit
      * trail - the letters on the history for the employee on
      * the LTRPARM cards are printed again from what was recorded,
      * suppressed and not-yet-printed ones included.
      * LTRPARM cards (reprint only): EMPID=nnnnnn (required),
      * USER=userid (required - who asked), TYPE=HIRE|PAY|ANNV|
      * RETR|LOA|TERM and DATE=CCYYMMDD (optional, to pick one
      * letter out of several).
      * Template tokens: &EMPID &FIRSTNAME &LASTNAME &DEPT &GRADE
      * &OLDPAY &NEWPAY &EFFDATE &RETURNDATE &LEAVETYPE &REASON
      * &RETROAMT &RETRODAYS &RETRODIR &LETTERDATE.
      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-CORRESPONDENCE.
       AUTHOR. ALEXANDRIA.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. TEMPLATE-DRIVEN EMPLOYEE LETTERS FROM THE NIGHTLY
           AUDIT TRAIL, WITH LETTER HISTORY, REPRINT AND A
           LETTERS-PRODUCED CONTROL LISTING.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT REFERENCE-CODE-FILE ASSIGN TO EMPRCOD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REF-KEY
               FILE STATUS IS WS-REFCODE-STATUS.

           SELECT LEAVE-HISTORY-FILE ASSIGN TO EMPLHIS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LHS-KEY
               FILE STATUS IS WS-LEAVEHIS-STATUS.

           SELECT LETTER-HISTORY-FILE ASSIGN TO EMPLTRH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LTH-KEY
               FILE STATUS IS WS-LTRHIS-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO EMPAUDT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RETRO-ADJUSTMENT-FILE ASSIGN TO EMPRADJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETRO-STATUS.

           SELECT TEMPLATE-FILE ASSIGN TO EMPLTPL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TEMPLATE-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO LTRPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT LETTER-PRINT-FILE ASSIGN TO EMPLTRS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT CONTROL-LISTING-FILE ASSIGN TO EMPLTRC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LISTING-STATUS.

           SELECT CYCLE-CONTROL-FILE ASSIGN TO EMPCYCL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYCLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPREC.

       FD  REFERENCE-CODE-FILE.
           COPY EMPRCOD.

       FD  LEAVE-HISTORY-FILE.
           COPY EMPLHIS.

       FD  LETTER-HISTORY-FILE.
           COPY EMPLTRH.

       FD  AUDIT-LOG-FILE.
           COPY EMPAUD.

       FD  RETRO-ADJUSTMENT-FILE.
           COPY EMPRADJ.

       FD  TEMPLATE-FILE.
           COPY EMPLTPL.

       FD  PARAMETER-FILE.
       01  PARAMETER-CARD                  PIC X(80).

       FD  LETTER-PRINT-FILE.
       01  LETTER-PRINT-LINE               PIC X(132).

       FD  CONTROL-LISTING-FILE.
       01  CONTROL-LISTING-LINE            PIC X(132).

       FD  CYCLE-CONTROL-FILE.
           COPY EMPCYCL.

       WORKING-STORAGE SECTION.
           COPY EMPCYCW.

           COPY EMPCODE.

       01  WS-FILE-STATUSES.
           05  WS-EMPMAST-STATUS           PIC X(2).
           05  WS-REFCODE-STATUS           PIC X(2).
           05  WS-LEAVEHIS-STATUS          PIC X(2).
           05  WS-LTRHIS-STATUS            PIC X(2).
           05  WS-AUDIT-STATUS             PIC X(2).
           05  WS-RETRO-STATUS             PIC X(2).
           05  WS-TEMPLATE-STATUS          PIC X(2).
           05  WS-PARM-STATUS              PIC X(2).
           05  WS-PRINT-STATUS             PIC X(2).
           05  WS-LISTING-STATUS           PIC X(2).

      *--------------------------------------------------------------
      * Fed by the caller immediately before PERFORM 1900-CHECK-FILE-
      * STATUS, mirroring EMPLOYEE-MANAGEMENT's shared FILE STATUS
      * check.
      *--------------------------------------------------------------
       01  WS-FILE-STATUS-CHECK.
           05  WS-CHECK-FILE-NAME          PIC X(20).
           05  WS-CHECK-STATUS-CODE        PIC X(2).

       01  WS-SWITCHES.
           05  WS-RUN-MODE                 PIC X(1) VALUE 'N'.
               88  NIGHTLY-RUN              VALUE 'N'.
               88  REPRINT-RUN              VALUE 'R'.
           05  WS-EOF-AUDIT                PIC X(1) VALUE 'N'.
               88  END-OF-AUDIT             VALUE 'Y'.
           05  WS-EOF-RETRO                PIC X(1) VALUE 'N'.
               88  END-OF-RETRO             VALUE 'Y'.
           05  WS-EOF-TEMPLATES            PIC X(1) VALUE 'N'.
               88  END-OF-TEMPLATES         VALUE 'Y'.
           05  WS-EOF-PARMS                PIC X(1) VALUE 'N'.
               88  END-OF-PARMS             VALUE 'Y'.
           05  WS-LEAVE-SCAN-STATE         PIC X(1) VALUE 'N'.
               88  LEAVE-SCAN-ACTIVE        VALUE 'N'.
               88  LEAVE-SCAN-DONE          VALUE 'Y'.
           05  WS-EPISODE-STATE            PIC X(1) VALUE 'N'.
               88  EPISODE-FOUND            VALUE 'Y'.
               88  NO-EPISODE-FOUND         VALUE 'N'.
           05  WS-HISTORY-SCAN-STATE       PIC X(1) VALUE 'N'.
               88  HISTORY-SCAN-ACTIVE      VALUE 'N'.
               88  HISTORY-SCAN-DONE        VALUE 'Y'.
           05  WS-FIRST-LINE-SWITCH        PIC X(1) VALUE 'Y'.
               88  FIRST-LINE-OF-LETTER     VALUE 'Y'.

       01  WS-RUN-CONTROLS.
           05  WS-CURRENT-TIMESTAMP        PIC X(21).
           05  WS-RUN-DATE                 PIC 9(8).
      *        The business date the night's letters belong to: the
      *        cycle's date on the nightly run, the run date on a
      *        reprint (heading only).
           05  WS-BUSINESS-DATE            PIC 9(8).

      *--------------------------------------------------------------
      * Reprint request, from the LTRPARM cards.
      *--------------------------------------------------------------
       01  WS-REPRINT-REQUEST.
           05  WS-REPRINT-EMP-ID           PIC X(6) VALUE SPACES.
           05  WS-REPRINT-TYPE             PIC X(4) VALUE SPACES.
           05  WS-REPRINT-DATE             PIC 9(8) VALUE ZERO.
           05  WS-REPRINT-USER             PIC X(8) VALUE SPACES.
           05  WS-REPRINT-MATCHES          PIC 9(5) VALUE ZERO.

      *--------------------------------------------------------------
      * The letter types, in the order the control listing totals
      * them.  The subscript into this table is the subscript into
      * the template table and the counts.
      *--------------------------------------------------------------
       01  WS-LETTER-TYPE-VALUES           PIC X(24)
               VALUE 'HIREPAY ANNVRETRLOA TERM'.
       01  WS-LETTER-TYPE-TABLE REDEFINES WS-LETTER-TYPE-VALUES.
           05  WS-LETTER-TYPE-CODE         PIC X(4) OCCURS 6 TIMES.

       01  WS-LETTER-TYPE-SEARCH.
           05  WS-SEARCH-TYPE              PIC X(4).
           05  WS-TYPE-SUB                 PIC 9(1) COMP VALUE ZERO.
           05  WS-SCAN-SUB                 PIC 9(1) COMP VALUE ZERO.

      *--------------------------------------------------------------
      * The templates as loaded from the template file.  A type
      * whose header was never read has state space - its letters
      * are recorded but cannot print.
      *--------------------------------------------------------------
       01  WS-TEMPLATE-TABLE.
           05  WS-TEMPLATE-DETAIL          OCCURS 6 TIMES.
               10  WS-TPL-STATE            PIC X(1).
                   88  TPL-NOT-LOADED       VALUE SPACE.
                   88  TPL-ACTIVE           VALUE 'A'.
                   88  TPL-SUPPRESSED       VALUE 'S'.
               10  WS-TPL-TITLE            PIC X(30).
               10  WS-TPL-LINE-COUNT       PIC 9(2) COMP.
               10  WS-TPL-LINE             PIC X(73) OCCURS 60 TIMES.
       01  WS-TEMPLATE-MAX-LINES           PIC 9(2) COMP VALUE 60.
       01  WS-TPL-LINE-SUB                 PIC 9(2) COMP VALUE ZERO.

      *--------------------------------------------------------------
      * Tonight's back-dated pay changes from EMPRADJ.  A PAY-AMOUNT
      * audit row is matched to its row on employee id and new pay
      * (edited the way the audit row carries it) and makes a RETR
      * letter; each row matches once.
      *--------------------------------------------------------------
       01  WS-RETRO-TABLE.
           05  WS-RETRO-COUNT              PIC 9(4) COMP VALUE ZERO.
           05  WS-RETRO-ENTRY              OCCURS 1000 TIMES.
               10  WS-RTO-EMP-ID           PIC X(6).
               10  WS-RTO-NEW-PAY-TEXT     PIC X(10).
               10  WS-RTO-EFF-DATE         PIC 9(8).
               10  WS-RTO-DAYS             PIC 9(4).
               10  WS-RTO-SIGN             PIC X(1).
               10  WS-RTO-AMOUNT           PIC 9(7)V99.
               10  WS-RTO-MATCHED          PIC X(1).
       01  WS-RETRO-MAX                    PIC 9(4) COMP VALUE 1000.
       01  WS-RETRO-SUB                    PIC 9(4) COMP VALUE ZERO.
       01  WS-RETRO-FOUND-SUB              PIC 9(4) COMP VALUE ZERO.

      *--------------------------------------------------------------
      * How many events of each letter type each employee has had
      * so far this run - the occurrence on the history key.  One
      * employee's audit rows are not together on the log: the
      * holds the sweep released are applied ahead of the sorted
      * transaction file, and PAY-REVIEW's increases sort in with
      * the keyed changes, so the counts are kept for the whole run
      * rather than restarted when the employee changes.  The audit
      * log is read in the order it was written, so the nth pay
      * change of the night is occurrence n on a rerun as on the
      * first run.
      *--------------------------------------------------------------
       01  WS-OCCURRENCE-TABLE.
           05  WS-OCC-COUNT                PIC 9(4) COMP VALUE ZERO.
           05  WS-OCC-ENTRY                OCCURS 5000 TIMES.
               10  WS-OCC-EMP-ID           PIC X(6).
               10  WS-OCC-SEQ              PIC 9(2) OCCURS 6 TIMES.
       01  WS-OCC-MAX                      PIC 9(4) COMP VALUE 5000.
       01  WS-OCC-SUB                      PIC 9(4) COMP VALUE ZERO.
       01  WS-OCC-FOUND-SUB                PIC 9(4) COMP VALUE ZERO.

      *--------------------------------------------------------------
      * The event in hand.
      *--------------------------------------------------------------
       01  WS-EVENT-WORK.
           05  WS-EVENT-TYPE               PIC X(4).
           05  WS-EVENT-SEQ                PIC 9(2).
           05  WS-EVENT-DISPOSITION        PIC X(30).
           05  WS-AMOUNT-EDITED            PIC ZZZZZZ9.99.
           05  WS-LEAVE-FOUND-START        PIC 9(8).
           05  WS-LEAVE-FOUND-TYPE         PIC X(1).
           05  WS-LEAVE-FOUND-RETURN       PIC 9(8).

      *--------------------------------------------------------------
      * Template tokens: the name as it is keyed on the template
      * and its length.  No name is the start of another, so the
      * first match is the only one.
      *--------------------------------------------------------------
       01  WS-TOKEN-NAME-VALUES.
           05  FILLER                      PIC X(14)
               VALUE '&EMPID      06'.
           05  FILLER                      PIC X(14)
               VALUE '&FIRSTNAME  10'.
           05  FILLER                      PIC X(14)
               VALUE '&LASTNAME   09'.
           05  FILLER                      PIC X(14)
               VALUE '&DEPT       05'.
           05  FILLER                      PIC X(14)
               VALUE '&GRADE      06'.
           05  FILLER                      PIC X(14)
               VALUE '&OLDPAY     07'.
           05  FILLER                      PIC X(14)
               VALUE '&NEWPAY     07'.
           05  FILLER                      PIC X(14)
               VALUE '&EFFDATE    08'.
           05  FILLER                      PIC X(14)
               VALUE '&RETURNDATE 11'.
           05  FILLER                      PIC X(14)
               VALUE '&LEAVETYPE  10'.
           05  FILLER                      PIC X(14)
               VALUE '&REASON     07'.
           05  FILLER                      PIC X(14)
               VALUE '&RETROAMT   09'.
           05  FILLER                      PIC X(14)
               VALUE '&RETRODAYS  10'.
           05  FILLER                      PIC X(14)
               VALUE '&RETRODIR   09'.
           05  FILLER                      PIC X(14)
               VALUE '&LETTERDATE 11'.
       01  WS-TOKEN-NAME-TABLE REDEFINES WS-TOKEN-NAME-VALUES.
           05  WS-TOKEN-NAME-ENTRY         OCCURS 15 TIMES.
               10  WS-TOKEN-NAME           PIC X(12).
               10  WS-TOKEN-NAME-LEN       PIC 9(2).
       01  WS-TOKEN-COUNT                  PIC 9(2) COMP VALUE 15.

       01  WS-TOKEN-VALUE-TABLE.
           05  WS-TOKEN-VALUE-ENTRY        OCCURS 15 TIMES.
               10  WS-TOKEN-VALUE          PIC X(40).
               10  WS-TOKEN-VALUE-LEN      PIC 9(2) COMP.

       01  WS-TOKEN-WORK.
           05  WS-TOKEN-SUB                PIC 9(2) COMP.
           05  WS-TOKEN-FOUND-SUB          PIC 9(2) COMP.
           05  WS-TOKEN-TEXT               PIC X(40).
           05  WS-TRIM-START               PIC 9(2) COMP.
           05  WS-TRIM-END                 PIC 9(2) COMP.
           05  WS-TOKEN-NAME-USED          PIC 9(2) COMP.
           05  WS-TOKEN-VALUE-USED         PIC 9(3) COMP.
           05  WS-PAY-EDIT                 PIC Z,ZZZ,ZZ9.99.
           05  WS-DAYS-EDIT                PIC ZZZ9.

      *--------------------------------------------------------------
      * Dates print as MONTH D, CCYY.
      *--------------------------------------------------------------
       01  WS-MONTH-NAME-VALUES.
           05  FILLER                      PIC X(9) VALUE 'JANUARY'.
           05  FILLER                      PIC X(9) VALUE 'FEBRUARY'.
           05  FILLER                      PIC X(9) VALUE 'MARCH'.
           05  FILLER                      PIC X(9) VALUE 'APRIL'.
           05  FILLER                      PIC X(9) VALUE 'MAY'.
           05  FILLER                      PIC X(9) VALUE 'JUNE'.
           05  FILLER                      PIC X(9) VALUE 'JULY'.
           05  FILLER                      PIC X(9) VALUE 'AUGUST'.
           05  FILLER                      PIC X(9) VALUE 'SEPTEMBER'.
           05  FILLER                      PIC X(9) VALUE 'OCTOBER'.
           05  FILLER                      PIC X(9) VALUE 'NOVEMBER'.
           05  FILLER                      PIC X(9) VALUE 'DECEMBER'.
       01  WS-MONTH-NAME-TABLE REDEFINES WS-MONTH-NAME-VALUES.
           05  WS-MONTH-NAME               PIC X(9) OCCURS 12 TIMES.

       01  WS-DATE-FORMAT-WORK.
           05  WS-FMT-DATE                 PIC 9(8).
           05  WS-FMT-DATE-X REDEFINES WS-FMT-DATE.
               10  WS-FMT-YEAR             PIC 9(4).
               10  WS-FMT-MONTH            PIC 9(2).
               10  WS-FMT-DAY              PIC 9(2).

      *--------------------------------------------------------------
      * One template line in, one merged print line out.
      *--------------------------------------------------------------
       01  WS-MERGE-WORK.
           05  WS-MERGE-IN                 PIC X(73).
           05  WS-MERGE-OUT                PIC X(132).
           05  WS-IN-POS                   PIC 9(3) COMP.
           05  WS-OUT-POS                  PIC 9(3) COMP.

       01  WS-LETTER-COUNTS.
           05  WS-TYPE-COUNTS              OCCURS 6 TIMES.
               10  WS-CNT-PRINTED          PIC 9(7).
               10  WS-CNT-SUPPRESSED       PIC 9(7).
               10  WS-CNT-NO-TEMPLATE      PIC 9(7).
               10  WS-CNT-ALREADY-SENT     PIC 9(7).
               10  WS-CNT-REPRINTED        PIC 9(7).

       01  WS-SCAN-COUNTERS.
           05  WS-AUDIT-ROWS-READ          PIC 9(9) VALUE ZERO.
           05  WS-LETTERS-FOUND            PIC 9(7) VALUE ZERO.
           05  WS-LETTERS-PRINTED          PIC 9(7) VALUE ZERO.
           05  WS-LETTERS-NOT-PRINTED      PIC 9(7) VALUE ZERO.
           05  WS-NOT-ON-MASTER            PIC 9(7) VALUE ZERO.
           05  WS-TEMPLATE-ERRORS          PIC 9(5) VALUE ZERO.
           05  WS-RETRO-ROWS-READ          PIC 9(7) VALUE ZERO.
           05  WS-RETRO-DROPPED            PIC 9(7) VALUE ZERO.
           05  WS-RETRO-UNMATCHED          PIC 9(7) VALUE ZERO.
           05  WS-OCC-DROPPED              PIC 9(7) VALUE ZERO.
           05  WS-PRINT-LINES              PIC 9(9) VALUE ZERO.

       01  WS-LISTING-HEADING-1.
           05  FILLER                      PIC X(34)
               VALUE 'EMPLOYEE-CORRESPONDENCE'.
           05  FILLER                      PIC X(29)
               VALUE 'LETTERS PRODUCED - '.
           05  WS-HDG-RUN-KIND             PIC X(30).
           05  WS-HDG-BUSINESS-DATE        PIC 9(8).
           05  FILLER                      PIC X(12)
               VALUE '   RUN DATE '.
           05  WS-HDG-RUN-DATE             PIC 9(8).

       01  WS-LISTING-COLUMN-HEADS.
           05  FILLER                      PIC X(8) VALUE 'EMP ID  '.
           05  FILLER                      PIC X(22)
               VALUE 'LAST NAME             '.
           05  FILLER                      PIC X(17)
               VALUE 'FIRST NAME       '.
           05  FILLER                      PIC X(6) VALUE 'TYPE  '.
           05  FILLER                      PIC X(11)
               VALUE 'BUS DATE   '.
           05  FILLER                      PIC X(5) VALUE 'SEQ  '.
           05  FILLER                      PIC X(11)
               VALUE 'EFFECTIVE  '.
           05  FILLER                      PIC X(10)
               VALUE 'KEYED BY  '.
           05  FILLER                      PIC X(11)
               VALUE 'DISPOSITION'.

       01  WS-LISTING-DETAIL-LINE.
           05  WS-DTL-EMP-ID               PIC X(6).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-LAST-NAME            PIC X(20).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-FIRST-NAME           PIC X(15).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-LETTER-TYPE          PIC X(4).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-BUSINESS-DATE        PIC 9(8).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-DTL-EVENT-SEQ            PIC 9(2).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-DTL-EFFECTIVE-DATE       PIC 9(8).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-DTL-CHANGE-USER          PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-DISPOSITION          PIC X(30).

       01  WS-LISTING-TOTAL-HEADS.
           05  FILLER                      PIC X(6) VALUE 'TYPE  '.
           05  FILLER                      PIC X(32)
               VALUE 'LETTER'.
           05  FILLER                      PIC X(11)
               VALUE '    PRINTED'.
           05  FILLER                      PIC X(11)
               VALUE ' SUPPRESSED'.
           05  FILLER                      PIC X(11)
               VALUE ' NO TEMPLTE'.
           05  FILLER                      PIC X(11)
               VALUE ' ALRDY SENT'.
           05  FILLER                      PIC X(11)
               VALUE '  REPRINTED'.

       01  WS-LISTING-TOTAL-LINE.
           05  WS-TOT-LETTER-TYPE          PIC X(4).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-TOT-LETTER-TITLE         PIC X(30).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-TOT-PRINTED              PIC ZZZ,ZZZ,ZZ9.
           05  WS-TOT-SUPPRESSED           PIC ZZZ,ZZZ,ZZ9.
           05  WS-TOT-NO-TEMPLATE          PIC ZZZ,ZZZ,ZZ9.
           05  WS-TOT-ALREADY-SENT         PIC ZZZ,ZZZ,ZZ9.
           05  WS-TOT-REPRINTED            PIC ZZZ,ZZZ,ZZ9.

       01  WS-LISTING-COUNT-LINE.
           05  WS-CNT-LABEL                PIC X(38).
           05  WS-CNT-VALUE                PIC ZZZ,ZZZ,ZZ9.

       01  WS-LISTING-TEXT-LINE            PIC X(132).

       LINKAGE SECTION.
       01  WS-PARM-AREA.
           05  WS-PARM-LENGTH              PIC S9(4) COMP.
           05  WS-PARM-TEXT                PIC X(80).

       PROCEDURE DIVISION USING WS-PARM-AREA.
      *--------------------------------------------------------------
      * The nightly run is a cycle step and checks its row on the
      * cycle-control file like every other; the reprint run is
      * HR's, on any day, and does not.
      *--------------------------------------------------------------
       0000-MAIN-LOGIC.
           IF WS-PARM-LENGTH > 0
              AND WS-PARM-TEXT (1:7) = 'REPRINT'
              SET REPRINT-RUN TO TRUE
           END-IF
           IF NIGHTLY-RUN
              MOVE 'LETRSTP ' TO WS-CYCLE-THIS-STEP
              PERFORM 0600-START-CYCLE-STEP
              IF NOT CYCLE-STEP-MAY-RUN
                 STOP RUN
              END-IF
           END-IF
           PERFORM 1000-INITIALIZATION
           IF RETURN-CODE < 8
              IF NIGHTLY-RUN
                 PERFORM 2000-PROCESS-ONE-AUDIT-ROW
                     UNTIL END-OF-AUDIT
                 PERFORM 2900-LIST-UNMATCHED-RETRO
                     VARYING WS-RETRO-SUB FROM 1 BY 1
                     UNTIL WS-RETRO-SUB > WS-RETRO-COUNT
              ELSE
                 PERFORM 6000-REPRINT-LETTERS
              END-IF
              PERFORM 5500-WRITE-LISTING-TOTALS
           END-IF
           PERFORM 9000-TERMINATION
           IF NIGHTLY-RUN
              MOVE WS-AUDIT-ROWS-READ TO WS-CYCLE-COUNT-IN
              MOVE WS-LETTERS-PRINTED TO WS-CYCLE-COUNT-OUT
              MOVE WS-LETTERS-NOT-PRINTED TO WS-CYCLE-COUNT-REJ
              PERFORM 0650-END-CYCLE-STEP
           END-IF
           STOP RUN.

       1000-INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP (1:8) TO WS-RUN-DATE
           IF NIGHTLY-RUN
              MOVE WS-CYCLE-BUSINESS-DATE TO WS-BUSINESS-DATE
           ELSE
              MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
           END-IF
           MOVE ZEROS TO WS-LETTER-COUNTS
           MOVE ZEROS TO WS-EVENT-WORK
           MOVE ZERO TO WS-OCC-COUNT
           INITIALIZE WS-TEMPLATE-TABLE
           MOVE WS-BUSINESS-DATE TO WS-REFERENCE-LOAD-DATE
           PERFORM 0500-LOAD-REFERENCE-TABLES
           OPEN OUTPUT CONTROL-LISTING-FILE
           MOVE 'CONTROL-LISTING-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-LISTING-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           OPEN OUTPUT LETTER-PRINT-FILE
           MOVE 'LETTER-PRINT-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           OPEN INPUT TEMPLATE-FILE
           MOVE 'TEMPLATE-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-TEMPLATE-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           IF WS-TEMPLATE-STATUS = '00'
              PERFORM 1300-LOAD-ONE-TEMPLATE-ROW
                  UNTIL END-OF-TEMPLATES
              CLOSE TEMPLATE-FILE
              PERFORM 1390-CHECK-TEMPLATE-TEXT
                  VARYING WS-TYPE-SUB FROM 1 BY 1
                  UNTIL WS-TYPE-SUB > 6
           END-IF
           OPEN I-O LETTER-HISTORY-FILE
           IF WS-LTRHIS-STATUS = '35'
              OPEN OUTPUT LETTER-HISTORY-FILE
              CLOSE LETTER-HISTORY-FILE
              OPEN I-O LETTER-HISTORY-FILE
           END-IF
           MOVE 'LETTER-HISTORY-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-LTRHIS-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           IF NIGHTLY-RUN
              PERFORM 1500-OPEN-NIGHTLY-INPUTS
              MOVE 'NIGHTLY RUN FOR BUSINESS DATE '
                 TO WS-HDG-RUN-KIND
           ELSE
              PERFORM 1600-READ-REPRINT-REQUEST
              MOVE 'REPRINT REQUEST           ON '
                 TO WS-HDG-RUN-KIND
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-HDG-BUSINESS-DATE
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           WRITE CONTROL-LISTING-LINE FROM WS-LISTING-HEADING-1
           MOVE SPACES TO WS-LISTING-TEXT-LINE
           WRITE CONTROL-LISTING-LINE FROM WS-LISTING-TEXT-LINE
           WRITE CONTROL-LISTING-LINE FROM WS-LISTING-COLUMN-HEADS
           MOVE 'CONTROL-LISTING-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-LISTING-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS.

      *--------------------------------------------------------------
      * A template the file cannot be trusted on is reported and
      * left out rather than guessed at: the letters it would have
      * printed are recorded as not printed, and print on a reprint
      * once HR has put the template right.
      *--------------------------------------------------------------
       1300-LOAD-ONE-TEMPLATE-ROW.
           READ TEMPLATE-FILE
               AT END
                  SET END-OF-TEMPLATES TO TRUE
               NOT AT END
                  PERFORM 1350-STORE-TEMPLATE-ROW
           END-READ
           IF WS-TEMPLATE-STATUS NOT = '00' AND NOT = '10'
              MOVE 'TEMPLATE-FILE' TO WS-CHECK-FILE-NAME
              MOVE WS-TEMPLATE-STATUS TO WS-CHECK-STATUS-CODE
              PERFORM 1900-CHECK-FILE-STATUS
              SET END-OF-TEMPLATES TO TRUE
           END-IF.

       1350-STORE-TEMPLATE-ROW.
           IF LETTER-TEMPLATE-RECORD NOT = SPACES
              AND LETTER-TEMPLATE-RECORD (1:1) NOT = '*'
              MOVE LTP-LETTER-TYPE TO WS-SEARCH-TYPE
              PERFORM 1360-FIND-LETTER-TYPE
              EVALUATE TRUE
                  WHEN WS-TYPE-SUB = ZERO
                     DISPLAY 'UNKNOWN LETTER TYPE ON TEMPLATE FILE: '
                        LETTER-TEMPLATE-RECORD (1:40)
                     ADD 1 TO WS-TEMPLATE-ERRORS
                  WHEN LTP-HEADER-ROW
                     PERFORM 1370-STORE-TEMPLATE-HEADER
                  WHEN LTP-TEXT-ROW
                     PERFORM 1380-STORE-TEMPLATE-TEXT
                  WHEN OTHER
                     DISPLAY 'TEMPLATE ROW KIND MUST BE H OR T: '
                        LETTER-TEMPLATE-RECORD (1:40)
                     ADD 1 TO WS-TEMPLATE-ERRORS
              END-EVALUATE
           END-IF.

       1360-FIND-LETTER-TYPE.
           MOVE ZERO TO WS-TYPE-SUB
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > 6
               IF WS-SEARCH-TYPE = WS-LETTER-TYPE-CODE (WS-SCAN-SUB)
                  MOVE WS-SCAN-SUB TO WS-TYPE-SUB
               END-IF
           END-PERFORM.

      *--------------------------------------------------------------
      * A second header for a type starts its letter over - the
      * later one is what HR is looking at when they edit the file.
      *--------------------------------------------------------------
       1370-STORE-TEMPLATE-HEADER.
           IF LTP-LETTER-ACTIVE OR LTP-LETTER-SUPPRESSED
              IF NOT TPL-NOT-LOADED (WS-TYPE-SUB)
                 DISPLAY 'SECOND TEMPLATE HEADER FOR '
                    LTP-LETTER-TYPE ' - EARLIER TEXT DISCARDED'
                 ADD 1 TO WS-TEMPLATE-ERRORS
              END-IF
              MOVE LTP-LETTER-STATE TO WS-TPL-STATE (WS-TYPE-SUB)
              MOVE LTP-LETTER-TITLE TO WS-TPL-TITLE (WS-TYPE-SUB)
              MOVE ZERO TO WS-TPL-LINE-COUNT (WS-TYPE-SUB)
           ELSE
              DISPLAY 'TEMPLATE HEADER STATE MUST BE A OR S: '
                 LETTER-TEMPLATE-RECORD (1:40)
              ADD 1 TO WS-TEMPLATE-ERRORS
           END-IF.

       1380-STORE-TEMPLATE-TEXT.
           EVALUATE TRUE
               WHEN TPL-NOT-LOADED (WS-TYPE-SUB)
                  DISPLAY 'TEMPLATE TEXT BEFORE ITS HEADER: '
                     LETTER-TEMPLATE-RECORD (1:40)
                  ADD 1 TO WS-TEMPLATE-ERRORS
               WHEN WS-TPL-LINE-COUNT (WS-TYPE-SUB)
                       NOT < WS-TEMPLATE-MAX-LINES
                  DISPLAY 'TEMPLATE OVER 60 LINES - LINE DROPPED: '
                     LETTER-TEMPLATE-RECORD (1:40)
                  ADD 1 TO WS-TEMPLATE-ERRORS
               WHEN OTHER
                  ADD 1 TO WS-TPL-LINE-COUNT (WS-TYPE-SUB)
                  MOVE WS-TPL-LINE-COUNT (WS-TYPE-SUB)
                     TO WS-TPL-LINE-SUB
                  MOVE LTP-ROW-DATA
                     TO WS-TPL-LINE (WS-TYPE-SUB, WS-TPL-LINE-SUB)
           END-EVALUATE.

      *--------------------------------------------------------------
      * A header with no text would print blank pages - treated as
      * no template at all.
      *--------------------------------------------------------------
       1390-CHECK-TEMPLATE-TEXT.
           IF NOT TPL-NOT-LOADED (WS-TYPE-SUB)
              AND WS-TPL-LINE-COUNT (WS-TYPE-SUB) = ZERO
              DISPLAY 'TEMPLATE FOR ' WS-LETTER-TYPE-CODE (WS-TYPE-SUB)
                 ' HAS NO TEXT - TREATED AS NO TEMPLATE'
              ADD 1 TO WS-TEMPLATE-ERRORS
              MOVE SPACE TO WS-TPL-STATE (WS-TYPE-SUB)
           END-IF.

       1500-OPEN-NIGHTLY-INPUTS.
           OPEN INPUT EMPLOYEE-MASTER-FILE
           MOVE 'EMPLOYEE-MASTER-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-EMPMAST-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           OPEN INPUT LEAVE-HISTORY-FILE
           MOVE 'LEAVE-HISTORY-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-LEAVEHIS-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           OPEN INPUT RETRO-ADJUSTMENT-FILE
           MOVE 'RETRO-ADJUSTMENT-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-RETRO-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           IF WS-RETRO-STATUS = '00'
              PERFORM 1550-LOAD-ONE-RETRO-ROW
                  UNTIL END-OF-RETRO
              CLOSE RETRO-ADJUSTMENT-FILE
           END-IF
           OPEN INPUT AUDIT-LOG-FILE
           MOVE 'AUDIT-LOG-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-AUDIT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS.

      *--------------------------------------------------------------
      * A back-dated change past the table still gets its letter,
      * as a plain PAY letter without the back pay - counted and
      * reported so HR can add the figure by hand.
      *--------------------------------------------------------------
       1550-LOAD-ONE-RETRO-ROW.
           READ RETRO-ADJUSTMENT-FILE
               AT END
                  SET END-OF-RETRO TO TRUE
               NOT AT END
                  ADD 1 TO WS-RETRO-ROWS-READ
                  IF WS-RETRO-COUNT NOT < WS-RETRO-MAX
                     ADD 1 TO WS-RETRO-DROPPED
                  ELSE
                     ADD 1 TO WS-RETRO-COUNT
                     MOVE RADJ-EMP-ID
                        TO WS-RTO-EMP-ID (WS-RETRO-COUNT)
                     MOVE RADJ-NEW-PAY-AMOUNT TO WS-AMOUNT-EDITED
                     MOVE WS-AMOUNT-EDITED
                        TO WS-RTO-NEW-PAY-TEXT (WS-RETRO-COUNT)
                     MOVE RADJ-EFFECTIVE-DATE
                        TO WS-RTO-EFF-DATE (WS-RETRO-COUNT)
                     MOVE RADJ-DAYS-RETRO
                        TO WS-RTO-DAYS (WS-RETRO-COUNT)
                     MOVE RADJ-ADJUSTMENT-SIGN
                        TO WS-RTO-SIGN (WS-RETRO-COUNT)
                     MOVE RADJ-ADJUSTMENT-AMOUNT
                        TO WS-RTO-AMOUNT (WS-RETRO-COUNT)
                     MOVE 'N' TO WS-RTO-MATCHED (WS-RETRO-COUNT)
                  END-IF
           END-READ
           IF WS-RETRO-STATUS NOT = '00' AND NOT = '10'
              MOVE 'RETRO-ADJUSTMENT-FILE' TO WS-CHECK-FILE-NAME
              MOVE WS-RETRO-STATUS TO WS-CHECK-STATUS-CODE
              PERFORM 1900-CHECK-FILE-STATUS
              SET END-OF-RETRO TO TRUE
           END-IF.

       1600-READ-REPRINT-REQUEST.
           OPEN INPUT PARAMETER-FILE
           MOVE 'PARAMETER-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-PARM-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS
           IF WS-PARM-STATUS = '00'
              PERFORM 1650-READ-ONE-PARM-CARD
                  UNTIL END-OF-PARMS
              CLOSE PARAMETER-FILE
           END-IF
           IF WS-REPRINT-EMP-ID = SPACES
              DISPLAY 'REPRINT NEEDS AN EMPID= CARD'
              MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-REPRINT-USER = SPACES
              DISPLAY 'REPRINT NEEDS A USER= CARD'
              MOVE 8 TO RETURN-CODE
           END-IF.

       1650-READ-ONE-PARM-CARD.
           READ PARAMETER-FILE
               AT END
                  SET END-OF-PARMS TO TRUE
               NOT AT END
                  PERFORM 1700-APPLY-PARM-CARD
           END-READ
           IF WS-PARM-STATUS NOT = '00' AND NOT = '10'
              MOVE 'PARAMETER-FILE' TO WS-CHECK-FILE-NAME
              MOVE WS-PARM-STATUS TO WS-CHECK-STATUS-CODE
              PERFORM 1900-CHECK-FILE-STATUS
              SET END-OF-PARMS TO TRUE
           END-IF.

       1700-APPLY-PARM-CARD.
           EVALUATE TRUE
               WHEN PARAMETER-CARD (1:6) = 'EMPID='
                  MOVE PARAMETER-CARD (7:6) TO WS-REPRINT-EMP-ID
               WHEN PARAMETER-CARD (1:5) = 'USER='
                  MOVE PARAMETER-CARD (6:8) TO WS-REPRINT-USER
               WHEN PARAMETER-CARD (1:5) = 'TYPE='
                  MOVE PARAMETER-CARD (6:4) TO WS-SEARCH-TYPE
                  PERFORM 1360-FIND-LETTER-TYPE
                  IF WS-TYPE-SUB = ZERO
                     DISPLAY 'TYPE= MUST BE HIRE, PAY, ANNV, RETR, '
                        'LOA OR TERM: ' PARAMETER-CARD (1:20)
                     MOVE 8 TO RETURN-CODE
                  ELSE
                     MOVE WS-SEARCH-TYPE TO WS-REPRINT-TYPE
                  END-IF
               WHEN PARAMETER-CARD (1:5) = 'DATE='
                  IF PARAMETER-CARD (6:8) NUMERIC
                     MOVE PARAMETER-CARD (6:8) TO WS-REPRINT-DATE
                  ELSE
                     DISPLAY 'DATE= MUST BE NUMERIC CCYYMMDD: '
                        PARAMETER-CARD (1:20)
                     MOVE 8 TO RETURN-CODE
                  END-IF
               WHEN PARAMETER-CARD = SPACES
                  CONTINUE
               WHEN PARAMETER-CARD (1:1) = '*'
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'UNRECOGNIZED LTRPARM CARD: '
                     PARAMETER-CARD (1:40)
                  MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      *--------------------------------------------------------------
      * Shared FILE STATUS check, fed by WS-CHECK-FILE-NAME/-STATUS-
      * CODE set by the caller immediately before the PERFORM - '00'
      * (successful) and '10' (at end, already handled by the read's
      * own AT END clause) are not errors; anything else is an
      * unexpected I/O condition that the run must not silently
      * succeed through.
      *--------------------------------------------------------------
       1900-CHECK-FILE-STATUS.
           IF WS-CHECK-STATUS-CODE NOT = '00' AND NOT = '10'
              DISPLAY 'FILE STATUS ERROR ON ' WS-CHECK-FILE-NAME
                 ' - STATUS=' WS-CHECK-STATUS-CODE
              MOVE 8 TO RETURN-CODE
           END-IF.

      *--------------------------------------------------------------
      * A failed read drives neither AT END nor NOT AT END, so the
      * scan also stops on any non-'00' status rather than spinning
      * on a file that will never deliver a record.
      *--------------------------------------------------------------
       2000-PROCESS-ONE-AUDIT-ROW.
           READ AUDIT-LOG-FILE
               AT END
                  SET END-OF-AUDIT TO TRUE
               NOT AT END
                  ADD 1 TO WS-AUDIT-ROWS-READ
                  PERFORM 2100-CLASSIFY-AUDIT-ROW
           END-READ
           IF WS-AUDIT-STATUS NOT = '00' AND NOT = '10'
              MOVE 'AUDIT-LOG-FILE' TO WS-CHECK-FILE-NAME
              MOVE WS-AUDIT-STATUS TO WS-CHECK-STATUS-CODE
              PERFORM 1900-CHECK-FILE-STATUS
              SET END-OF-AUDIT TO TRUE
           END-IF.

      *--------------------------------------------------------------
      * Only the rows that stand for a whole event make a letter -
      * the add marker, the pay-amount row of a CHG, and the status
      * row of an LOA or TRM.  A back-dated pay change is RETR
      * whoever keyed it; otherwise PAY-REVIEW's own user id marks
      * the anniversary increases.
      *--------------------------------------------------------------
       2100-CLASSIFY-AUDIT-ROW.
           MOVE SPACES TO WS-EVENT-TYPE
           EVALUATE TRUE
               WHEN AUD-FIELD-NAME = 'RECORD ADDED'
                  MOVE 'HIRE' TO WS-EVENT-TYPE
               WHEN AUD-FIELD-NAME = 'PAY-AMOUNT'
                    AND AUD-ACTION-CODE = 'CHG'
                  PERFORM 2150-FIND-RETRO-ROW
                  EVALUATE TRUE
                      WHEN WS-RETRO-FOUND-SUB > ZERO
                         MOVE 'RETR' TO WS-EVENT-TYPE
                      WHEN AUD-USER-ID = 'PAYREVW '
                         MOVE 'ANNV' TO WS-EVENT-TYPE
                      WHEN OTHER
                         MOVE 'PAY ' TO WS-EVENT-TYPE
                  END-EVALUATE
               WHEN AUD-FIELD-NAME = 'STATUS'
                    AND AUD-ACTION-CODE = 'LOA'
                  MOVE 'LOA ' TO WS-EVENT-TYPE
               WHEN AUD-FIELD-NAME = 'STATUS'
                    AND AUD-ACTION-CODE = 'TRM'
                  MOVE 'TERM' TO WS-EVENT-TYPE
           END-EVALUATE
           IF WS-EVENT-TYPE NOT = SPACES
              PERFORM 2200-RECORD-ONE-LETTER
           END-IF.

       2150-FIND-RETRO-ROW.
           MOVE ZERO TO WS-RETRO-FOUND-SUB
           PERFORM VARYING WS-RETRO-SUB FROM 1 BY 1
                   UNTIL WS-RETRO-SUB > WS-RETRO-COUNT
                      OR WS-RETRO-FOUND-SUB > ZERO
               IF WS-RTO-EMP-ID (WS-RETRO-SUB) = AUD-EMP-ID
                  AND WS-RTO-NEW-PAY-TEXT (WS-RETRO-SUB)
                      = AUD-NEW-VALUE (1:10)
                  AND WS-RTO-MATCHED (WS-RETRO-SUB) = 'N'
                  MOVE WS-RETRO-SUB TO WS-RETRO-FOUND-SUB
                  MOVE 'Y' TO WS-RTO-MATCHED (WS-RETRO-SUB)
               END-IF
           END-PERFORM.

      *--------------------------------------------------------------
      * The history row for the event decides everything: already
      * there means an earlier run of the step for this business
      * date dealt with it, so it is listed and left alone.  An
      * event that cannot be numbered because the occurrence table
      * is full gets no letter and no history row - listed for HR
      * to write by hand.
      *--------------------------------------------------------------
       2200-RECORD-ONE-LETTER.
           ADD 1 TO WS-LETTERS-FOUND
           MOVE WS-EVENT-TYPE TO WS-SEARCH-TYPE
           PERFORM 1360-FIND-LETTER-TYPE
           PERFORM 2210-NEXT-OCCURRENCE
           IF WS-OCC-FOUND-SUB = ZERO
              PERFORM 2260-LIST-NO-OCCURRENCE
           ELSE
              PERFORM 2220-READ-EVENT-EMPLOYEE
           END-IF.

      *--------------------------------------------------------------
      * The employee's entry in the occurrence table, added the
      * first time the employee has an event this run, and the
      * event's occurrence counted on it.
      *--------------------------------------------------------------
       2210-NEXT-OCCURRENCE.
           MOVE ZERO TO WS-OCC-FOUND-SUB
           PERFORM VARYING WS-OCC-SUB FROM 1 BY 1
                   UNTIL WS-OCC-SUB > WS-OCC-COUNT
                      OR WS-OCC-FOUND-SUB > ZERO
               IF WS-OCC-EMP-ID (WS-OCC-SUB) = AUD-EMP-ID
                  MOVE WS-OCC-SUB TO WS-OCC-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-OCC-FOUND-SUB = ZERO
              AND WS-OCC-COUNT < WS-OCC-MAX
              ADD 1 TO WS-OCC-COUNT
              MOVE WS-OCC-COUNT TO WS-OCC-FOUND-SUB
              MOVE AUD-EMP-ID TO WS-OCC-EMP-ID (WS-OCC-FOUND-SUB)
              MOVE ZEROS TO WS-OCC-SEQ (WS-OCC-FOUND-SUB, 1)
                            WS-OCC-SEQ (WS-OCC-FOUND-SUB, 2)
                            WS-OCC-SEQ (WS-OCC-FOUND-SUB, 3)
                            WS-OCC-SEQ (WS-OCC-FOUND-SUB, 4)
                            WS-OCC-SEQ (WS-OCC-FOUND-SUB, 5)
                            WS-OCC-SEQ (WS-OCC-FOUND-SUB, 6)
           END-IF
           IF WS-OCC-FOUND-SUB > ZERO
              ADD 1 TO WS-OCC-SEQ (WS-OCC-FOUND-SUB, WS-TYPE-SUB)
              MOVE WS-OCC-SEQ (WS-OCC-FOUND-SUB, WS-TYPE-SUB)
                 TO WS-EVENT-SEQ
           END-IF.

       2220-READ-EVENT-EMPLOYEE.
           MOVE AUD-EMP-ID TO EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                  PERFORM 2250-LIST-NOT-ON-MASTER
               NOT INVALID KEY
                  PERFORM 2300-CHECK-LETTER-HISTORY
           END-READ
           IF WS-EMPMAST-STATUS NOT = '00' AND NOT = '23'
              MOVE 'EMPLOYEE-MASTER-FILE' TO WS-CHECK-FILE-NAME
              MOVE WS-EMPMAST-STATUS TO WS-CHECK-STATUS-CODE
              PERFORM 1900-CHECK-FILE-STATUS
           END-IF.

       2250-LIST-NOT-ON-MASTER.
           ADD 1 TO WS-NOT-ON-MASTER
           ADD 1 TO WS-LETTERS-NOT-PRINTED
           MOVE SPACES TO LETTER-HISTORY-RECORD
           MOVE AUD-EMP-ID TO LTH-EMP-ID
           MOVE WS-BUSINESS-DATE TO LTH-BUSINESS-DATE
           MOVE WS-EVENT-TYPE TO LTH-LETTER-TYPE
           MOVE WS-EVENT-SEQ TO LTH-EVENT-SEQ
           MOVE ZERO TO LTH-EFFECTIVE-DATE
           MOVE AUD-USER-ID TO LTH-CHANGE-USER
           MOVE 'NOT ON MASTER - NO LETTER' TO WS-EVENT-DISPOSITION
           PERFORM 5100-LIST-ONE-LETTER.

       2260-LIST-NO-OCCURRENCE.
           ADD 1 TO WS-OCC-DROPPED
           ADD 1 TO WS-LETTERS-NOT-PRINTED
           MOVE SPACES TO LETTER-HISTORY-RECORD
           MOVE AUD-EMP-ID TO LTH-EMP-ID
           MOVE WS-BUSINESS-DATE TO LTH-BUSINESS-DATE
           MOVE WS-EVENT-TYPE TO LTH-LETTER-TYPE
           MOVE ZERO TO LTH-EVENT-SEQ
                        LTH-EFFECTIVE-DATE
           MOVE AUD-USER-ID TO LTH-CHANGE-USER
           MOVE 'OCCURRENCE TABLE FULL - NO LTR' TO WS-EVENT-DISPOSITION
           PERFORM 5100-LIST-ONE-LETTER.

       2300-CHECK-LETTER-HISTORY.
           MOVE AUD-EMP-ID TO LTH-EMP-ID
           MOVE WS-BUSINESS-DATE TO LTH-BUSINESS-DATE
           MOVE WS-EVENT-TYPE TO LTH-LETTER-TYPE
           MOVE WS-EVENT-SEQ TO LTH-EVENT-SEQ
           READ LETTER-HISTORY-FILE
               INVALID KEY
                  PERFORM 2400-BUILD-LETTER-DETAILS
                  PERFORM 4000-ISSUE-LETTER
                  WRITE LETTER-HISTORY-RECORD
                  MOVE 'LETTER-HISTORY-FILE' TO WS-CHECK-FILE-NAME
                  MOVE WS-LTRHIS-STATUS TO WS-CHECK-STATUS-CODE
                  PERFORM 1900-CHECK-FILE-STATUS
               NOT INVALID KEY
                  ADD 1 TO WS-CNT-ALREADY-SENT (WS-TYPE-SUB)
                  MOVE 'ALREADY DONE - NOT PRINTED' TO
                     WS-EVENT-DISPOSITION
                  PERFORM 5100-LIST-ONE-LETTER
           END-READ
           IF WS-LTRHIS-STATUS NOT = '00' AND NOT = '23'
              MOVE 'LETTER-HISTORY-FILE' TO WS-CHECK-FILE-NAME
              MOVE WS-LTRHIS-STATUS TO WS-CHECK-STATUS-CODE
              PERFORM 1900-CHECK-FILE-STATUS
           END-IF.

      *--------------------------------------------------------------
      * Everything the letter says, from the master as the night
      * left it and the audit row.  A pay change takes effect on the
      * business date it was applied, unless it was back-dated.
      *--------------------------------------------------------------
       2400-BUILD-LETTER-DETAILS.
           MOVE SPACES TO LETTER-HISTORY-RECORD
           MOVE AUD-EMP-ID TO LTH-EMP-ID
           MOVE WS-BUSINESS-DATE TO LTH-BUSINESS-DATE
           MOVE WS-EVENT-TYPE TO LTH-LETTER-TYPE
           MOVE WS-EVENT-SEQ TO LTH-EVENT-SEQ
           MOVE ZERO TO LTH-PRINT-COUNT
                        LTH-LAST-PRINT-DATE
                        LTH-EFFECTIVE-DATE
                        LTH-OLD-PAY-AMOUNT
                        LTH-EXPECT-RETURN-DATE
                        LTH-RETRO-DAYS
                        LTH-RETRO-AMOUNT
           MOVE AUD-USER-ID TO LTH-CHANGE-USER
           MOVE EMP-LAST-NAME TO LTH-LAST-NAME
           MOVE EMP-FIRST-NAME TO LTH-FIRST-NAME
           MOVE EMP-DEPT-CODE TO LTH-DEPT-CODE
           MOVE EMP-PAY-GRADE TO LTH-PAY-GRADE
           MOVE EMP-PAY-AMOUNT TO LTH-NEW-PAY-AMOUNT
           EVALUATE WS-EVENT-TYPE
               WHEN 'HIRE'
                  MOVE EMP-HIRE-DATE TO LTH-EFFECTIVE-DATE
               WHEN 'PAY '
               WHEN 'ANNV'
                  MOVE WS-BUSINESS-DATE TO LTH-EFFECTIVE-DATE
                  PERFORM 2450-TAKE-AUDIT-PAY-AMOUNTS
               WHEN 'RETR'
                  PERFORM 2450-TAKE-AUDIT-PAY-AMOUNTS
                  MOVE WS-RTO-EFF-DATE (WS-RETRO-FOUND-SUB)
                     TO LTH-EFFECTIVE-DATE
                  MOVE WS-RTO-DAYS (WS-RETRO-FOUND-SUB)
                     TO LTH-RETRO-DAYS
                  MOVE WS-RTO-SIGN (WS-RETRO-FOUND-SUB)
                     TO LTH-RETRO-SIGN
                  MOVE WS-RTO-AMOUNT (WS-RETRO-FOUND-SUB)
                     TO LTH-RETRO-AMOUNT
               WHEN 'LOA '
                  PERFORM 2500-FIND-LEAVE-EPISODE
                  IF EPISODE-FOUND
                     MOVE WS-LEAVE-FOUND-START TO LTH-EFFECTIVE-DATE
                     MOVE WS-LEAVE-FOUND-TYPE TO LTH-LEAVE-TYPE
                     MOVE WS-LEAVE-FOUND-RETURN
                        TO LTH-EXPECT-RETURN-DATE
                  ELSE
                     MOVE EMP-STATUS-EFF-DATE TO LTH-EFFECTIVE-DATE
                  END-IF
               WHEN 'TERM'
                  MOVE EMP-STATUS-EFF-DATE TO LTH-EFFECTIVE-DATE
                  MOVE EMP-TERM-REASON TO LTH-TERM-REASON
           END-EVALUATE.

      *--------------------------------------------------------------
      * The audit row carries the amounts edited (ZZZZZZ9.99); the
      * MOVE back through the edited picture de-edits them.
      *--------------------------------------------------------------
       2450-TAKE-AUDIT-PAY-AMOUNTS.
           MOVE AUD-OLD-VALUE (1:10) TO WS-AMOUNT-EDITED
           MOVE WS-AMOUNT-EDITED TO LTH-OLD-PAY-AMOUNT
           MOVE AUD-NEW-VALUE (1:10) TO WS-AMOUNT-EDITED
           MOVE WS-AMOUNT-EDITED TO LTH-NEW-PAY-AMOUNT.

      *--------------------------------------------------------------
      * The LOA applied tonight opened the employee's latest
      * episode - the last one in key (start date) order.
      *--------------------------------------------------------------
       2500-FIND-LEAVE-EPISODE.
           SET LEAVE-SCAN-ACTIVE TO TRUE
           SET NO-EPISODE-FOUND TO TRUE
           MOVE AUD-EMP-ID TO LHS-EMP-ID
           MOVE ZERO TO LHS-LEAVE-START-DATE
           START LEAVE-HISTORY-FILE KEY IS NOT LESS THAN LHS-KEY
               INVALID KEY
                  SET LEAVE-SCAN-DONE TO TRUE
           END-START
           PERFORM 2550-SCAN-ONE-EPISODE
               UNTIL LEAVE-SCAN-DONE.

       2550-SCAN-ONE-EPISODE.
           READ LEAVE-HISTORY-FILE NEXT RECORD
               AT END
                  SET LEAVE-SCAN-DONE TO TRUE
               NOT AT END
                  IF LHS-EMP-ID NOT = AUD-EMP-ID
                     SET LEAVE-SCAN-DONE TO TRUE
                  ELSE
                     SET EPISODE-FOUND TO TRUE
                     MOVE LHS-LEAVE-START-DATE TO WS-LEAVE-FOUND-START
                     MOVE LHS-LEAVE-TYPE TO WS-LEAVE-FOUND-TYPE
                     MOVE LHS-EXPECT-RETURN-DATE
                        TO WS-LEAVE-FOUND-RETURN
                  END-IF
           END-READ
           IF WS-LEAVEHIS-STATUS NOT = '00' AND NOT = '10'
              MOVE 'LEAVE-HISTORY-FILE' TO WS-CHECK-FILE-NAME
              MOVE WS-LEAVEHIS-STATUS TO WS-CHECK-STATUS-CODE
              PERFORM 1900-CHECK-FILE-STATUS
              SET LEAVE-SCAN-DONE TO TRUE
           END-IF.

      *--------------------------------------------------------------
      * A back-dated pay change with no CHG pay row in the audit
      * trail would otherwise go without a letter unnoticed.
      *--------------------------------------------------------------
       2900-LIST-UNMATCHED-RETRO.
           IF WS-RTO-MATCHED (WS-RETRO-SUB) = 'N'
              ADD 1 TO WS-RETRO-UNMATCHED
              MOVE SPACES TO LETTER-HISTORY-RECORD
              MOVE WS-RTO-EMP-ID (WS-RETRO-SUB) TO LTH-EMP-ID
              MOVE WS-BUSINESS-DATE TO LTH-BUSINESS-DATE
              MOVE 'RETR' TO LTH-LETTER-TYPE
              MOVE ZERO TO LTH-EVENT-SEQ
              MOVE WS-RTO-EFF-DATE (WS-RETRO-SUB)
                 TO LTH-EFFECTIVE-DATE
              MOVE 'BACK PAY WITH NO PAY CHANGE' TO
                 WS-EVENT-DISPOSITION
              PERFORM 5100-LIST-ONE-LETTER
           END-IF.

      *--------------------------------------------------------------
      * Nightly: print the letter unless its type is suppressed or
      * has no template; the history row records which.
      *--------------------------------------------------------------
       4000-ISSUE-LETTER.
           EVALUATE TRUE
               WHEN TPL-NOT-LOADED (WS-TYPE-SUB)
                  SET LTH-LETTER-NO-TEMPLATE TO TRUE
                  ADD 1 TO WS-CNT-NO-TEMPLATE (WS-TYPE-SUB)
                  ADD 1 TO WS-LETTERS-NOT-PRINTED
                  MOVE 'NOT PRINTED - NO TEMPLATE' TO
                     WS-EVENT-DISPOSITION
               WHEN TPL-SUPPRESSED (WS-TYPE-SUB)
                  SET LTH-LETTER-SUPPRESSED TO TRUE
                  ADD 1 TO WS-CNT-SUPPRESSED (WS-TYPE-SUB)
                  MOVE 'SUPPRESSED' TO WS-EVENT-DISPOSITION
               WHEN OTHER
                  PERFORM 4100-PRINT-LETTER
                  SET LTH-LETTER-PRINTED TO TRUE
                  MOVE 1 TO LTH-PRINT-COUNT
                  MOVE WS-RUN-DATE TO LTH-LAST-PRINT-DATE
                  MOVE WS-CYCLE-THIS-STEP TO LTH-LAST-PRINT-USER
                  ADD 1 TO WS-CNT-PRINTED (WS-TYPE-SUB)
                  MOVE 'PRINTED' TO WS-EVENT-DISPOSITION
           END-EVALUATE
           PERFORM 5100-LIST-ONE-LETTER.

      *--------------------------------------------------------------
      * One letter from the history row in hand, on a new page.
      *--------------------------------------------------------------
       4100-PRINT-LETTER.
           ADD 1 TO WS-LETTERS-PRINTED
           PERFORM 4200-SET-TOKEN-VALUES
           SET FIRST-LINE-OF-LETTER TO TRUE
           PERFORM 4300-PRINT-ONE-LINE
               VARYING WS-TPL-LINE-SUB FROM 1 BY 1
               UNTIL WS-TPL-LINE-SUB > WS-TPL-LINE-COUNT (WS-TYPE-SUB).

       4200-SET-TOKEN-VALUES.
           MOVE LTH-EMP-ID TO WS-TOKEN-TEXT
           MOVE 1 TO WS-TOKEN-SUB
           PERFORM 4250-STORE-TOKEN-VALUE
           MOVE LTH-FIRST-NAME TO WS-TOKEN-TEXT
           MOVE 2 TO WS-TOKEN-SUB
           PERFORM 4250-STORE-TOKEN-VALUE
           MOVE LTH-LAST-NAME TO WS-TOKEN-TEXT
           MOVE 3 TO WS-TOKEN-SUB
           PERFORM 4250-STORE-TOKEN-VALUE
           MOVE LTH-DEPT-CODE TO WS-TOKEN-TEXT
           MOVE 4 TO WS-TOKEN-SUB
           PERFORM 4250-STORE-TOKEN-VALUE
           MOVE LTH-PAY-GRADE TO WS-TOKEN-TEXT
           MOVE 5 TO WS-TOKEN-SUB
           PERFORM 4250-STORE-TOKEN-VALUE
           MOVE LTH-OLD-PAY-AMOUNT TO WS-PAY-EDIT
           MOVE WS-PAY-EDIT TO WS-TOKEN-TEXT
           MOVE 6 TO WS-TOKEN-SUB
           PERFORM 4250-STORE-TOKEN-VALUE
           MOVE LTH-NEW-PAY-AMOUNT TO WS-PAY-EDIT
           MOVE WS-PAY-EDIT TO WS-TOKEN-TEXT
           MOVE 7 TO WS-TOKEN-SUB
           PERFORM 4250-STORE-TOKEN-VALUE
           MOVE LTH-EFFECTIVE-DATE TO WS-FMT-DATE
           PERFORM 4270-FORMAT-DATE
           MOVE 8 TO WS-TOKEN-SUB
           PERFORM 4250-STORE-TOKEN-VALUE
           MOVE LTH-EXPECT-RETURN-DATE TO WS-FMT-DATE
           PERFORM 4270-FORMAT-DATE
           MOVE 9 TO WS-TOKEN-SUB
           PERFORM 4250-STORE-TOKEN-VALUE
           MOVE LTH-LEAVE-TYPE TO WS-TOKEN-TEXT
           PERFORM VARYING WS-TABLE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-TABLE-SUBSCRIPT > WS-LEAVE-TYPE-COUNT
               IF LTH-LEAVE-TYPE =
                     WS-LEAVE-TYPE-ENTRY (WS-TABLE-SUBSCRIPT)
                  MOVE WS-LEAVE-TYPE-DESC (WS-TABLE-SUBSCRIPT)
                     TO WS-TOKEN-TEXT
               END-IF
           END-PERFORM
           MOVE 10 TO WS-TOKEN-SUB
           PERFORM 4250-STORE-TOKEN-VALUE
           MOVE LTH-TERM-REASON TO WS-TOKEN-TEXT
           PERFORM VARYING WS-TABLE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-TABLE-SUBSCRIPT > WS-TERM-REASON-COUNT
               IF LTH-TERM-REASON =
                     WS-TERM-REASON-ENTRY (WS-TABLE-SUBSCRIPT)
                  MOVE WS-TERM-REASON-DESC (WS-TABLE-SUBSCRIPT)
                     TO WS-TOKEN-TEXT
               END-IF
           END-PERFORM
           MOVE 11 TO WS-TOKEN-SUB
           PERFORM 4250-STORE-TOKEN-VALUE
           MOVE LTH-RETRO-AMOUNT TO WS-PAY-EDIT
           MOVE WS-PAY-EDIT TO WS-TOKEN-TEXT
           MOVE 12 TO WS-TOKEN-SUB
           PERFORM 4250-STORE-TOKEN-VALUE
           MOVE LTH-RETRO-DAYS TO WS-DAYS-EDIT
           MOVE WS-DAYS-EDIT TO WS-TOKEN-TEXT
           MOVE 13 TO WS-TOKEN-SUB
           PERFORM 4250-STORE-TOKEN-VALUE
           EVALUATE TRUE
               WHEN LTH-RETRO-OWED
                  MOVE 'OWED TO YOU' TO WS-TOKEN-TEXT
               WHEN LTH-RETRO-OVERPAID
                  MOVE 'OVERPAID TO YOU' TO WS-TOKEN-TEXT
               WHEN OTHER
                  MOVE SPACES TO WS-TOKEN-TEXT
           END-EVALUATE
           MOVE 14 TO WS-TOKEN-SUB
           PERFORM 4250-STORE-TOKEN-VALUE
           MOVE LTH-BUSINESS-DATE TO WS-FMT-DATE
           PERFORM 4270-FORMAT-DATE
           MOVE 15 TO WS-TOKEN-SUB
           PERFORM 4250-STORE-TOKEN-VALUE.

      *--------------------------------------------------------------
      * Stores WS-TOKEN-TEXT as token WS-TOKEN-SUB's value without
      * its leading and trailing spaces.  An empty value merges as
      * nothing.
      *--------------------------------------------------------------
       4250-STORE-TOKEN-VALUE.
           MOVE ZERO TO WS-TRIM-START
           MOVE ZERO TO WS-TRIM-END
           PERFORM VARYING WS-TRIM-END FROM 40 BY -1
                   UNTIL WS-TRIM-END < 1
                      OR WS-TOKEN-TEXT (WS-TRIM-END:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           MOVE SPACES TO WS-TOKEN-VALUE (WS-TOKEN-SUB)
           MOVE ZERO TO WS-TOKEN-VALUE-LEN (WS-TOKEN-SUB)
           IF WS-TRIM-END > ZERO
              PERFORM VARYING WS-TRIM-START FROM 1 BY 1
                      UNTIL WS-TOKEN-TEXT (WS-TRIM-START:1)
                            NOT = SPACE
                  CONTINUE
              END-PERFORM
              COMPUTE WS-TOKEN-VALUE-LEN (WS-TOKEN-SUB) =
                 WS-TRIM-END - WS-TRIM-START + 1
              MOVE WS-TOKEN-TEXT (WS-TRIM-START:
                                  WS-TOKEN-VALUE-LEN (WS-TOKEN-SUB))
                 TO WS-TOKEN-VALUE (WS-TOKEN-SUB)
           END-IF.

      *--------------------------------------------------------------
      * WS-FMT-DATE into WS-TOKEN-TEXT as MONTH D, CCYY; a zero or
      * unusable date gives spaces.
      *--------------------------------------------------------------
       4270-FORMAT-DATE.
           MOVE SPACES TO WS-TOKEN-TEXT
           IF WS-FMT-DATE NUMERIC
              AND WS-FMT-MONTH >= 1 AND WS-FMT-MONTH <= 12
              AND WS-FMT-DAY >= 1 AND WS-FMT-DAY <= 31
              IF WS-FMT-DAY < 10
                 STRING WS-MONTH-NAME (WS-FMT-MONTH)
                           DELIMITED BY SPACE
                        ' ' DELIMITED BY SIZE
                        WS-FMT-DATE (8:1) DELIMITED BY SIZE
                        ', ' DELIMITED BY SIZE
                        WS-FMT-YEAR DELIMITED BY SIZE
                    INTO WS-TOKEN-TEXT
                 END-STRING
              ELSE
                 STRING WS-MONTH-NAME (WS-FMT-MONTH)
                           DELIMITED BY SPACE
                        ' ' DELIMITED BY SIZE
                        WS-FMT-DAY DELIMITED BY SIZE
                        ', ' DELIMITED BY SIZE
                        WS-FMT-YEAR DELIMITED BY SIZE
                    INTO WS-TOKEN-TEXT
                 END-STRING
              END-IF
           END-IF.

       4300-PRINT-ONE-LINE.
           MOVE WS-TPL-LINE (WS-TYPE-SUB, WS-TPL-LINE-SUB)
              TO WS-MERGE-IN
           PERFORM 4400-MERGE-TEMPLATE-LINE
           IF FIRST-LINE-OF-LETTER
              WRITE LETTER-PRINT-LINE FROM WS-MERGE-OUT
                 AFTER ADVANCING PAGE
              MOVE 'N' TO WS-FIRST-LINE-SWITCH
           ELSE
              WRITE LETTER-PRINT-LINE FROM WS-MERGE-OUT
                 AFTER ADVANCING 1 LINE
           END-IF
           ADD 1 TO WS-PRINT-LINES
           MOVE 'LETTER-PRINT-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS.

      *--------------------------------------------------------------
      * Copies the template line across a character at a time,
      * putting each token's value where the token stood.  Text
      * after a long value moves right; the line stops at 132.
      *--------------------------------------------------------------
       4400-MERGE-TEMPLATE-LINE.
           MOVE SPACES TO WS-MERGE-OUT
           MOVE 1 TO WS-IN-POS
           MOVE 1 TO WS-OUT-POS
           PERFORM 4410-MERGE-ONE-CHARACTER
               UNTIL WS-IN-POS > 73 OR WS-OUT-POS > 132.

       4410-MERGE-ONE-CHARACTER.
           MOVE ZERO TO WS-TOKEN-FOUND-SUB
           IF WS-MERGE-IN (WS-IN-POS:1) = '&'
              PERFORM VARYING WS-TOKEN-SUB FROM 1 BY 1
                      UNTIL WS-TOKEN-SUB > WS-TOKEN-COUNT
                         OR WS-TOKEN-FOUND-SUB > ZERO
                  MOVE WS-TOKEN-NAME-LEN (WS-TOKEN-SUB)
                     TO WS-TOKEN-NAME-USED
                  IF WS-IN-POS + WS-TOKEN-NAME-USED - 1 NOT > 73
                     IF WS-MERGE-IN (WS-IN-POS:WS-TOKEN-NAME-USED) =
                        WS-TOKEN-NAME (WS-TOKEN-SUB)
                           (1:WS-TOKEN-NAME-USED)
                        MOVE WS-TOKEN-SUB TO WS-TOKEN-FOUND-SUB
                     END-IF
                  END-IF
              END-PERFORM
           END-IF
           IF WS-TOKEN-FOUND-SUB = ZERO
              MOVE WS-MERGE-IN (WS-IN-POS:1)
                 TO WS-MERGE-OUT (WS-OUT-POS:1)
              ADD 1 TO WS-IN-POS
              ADD 1 TO WS-OUT-POS
           ELSE
              MOVE WS-TOKEN-VALUE-LEN (WS-TOKEN-FOUND-SUB)
                 TO WS-TOKEN-VALUE-USED
              IF WS-OUT-POS + WS-TOKEN-VALUE-USED > 133
                 COMPUTE WS-TOKEN-VALUE-USED = 133 - WS-OUT-POS
              END-IF
              IF WS-TOKEN-VALUE-USED > ZERO
                 MOVE WS-TOKEN-VALUE (WS-TOKEN-FOUND-SUB)
                         (1:WS-TOKEN-VALUE-USED)
                    TO WS-MERGE-OUT (WS-OUT-POS:WS-TOKEN-VALUE-USED)
                 ADD WS-TOKEN-VALUE-USED TO WS-OUT-POS
              END-IF
              ADD WS-TOKEN-NAME-LEN (WS-TOKEN-FOUND-SUB) TO WS-IN-POS
           END-IF.

      *--------------------------------------------------------------
      * One line of the control listing for the history row in
      * hand and WS-EVENT-DISPOSITION.
      *--------------------------------------------------------------
       5100-LIST-ONE-LETTER.
           MOVE LTH-EMP-ID TO WS-DTL-EMP-ID
           MOVE LTH-LAST-NAME TO WS-DTL-LAST-NAME
           MOVE LTH-FIRST-NAME TO WS-DTL-FIRST-NAME
           MOVE LTH-LETTER-TYPE TO WS-DTL-LETTER-TYPE
           MOVE LTH-BUSINESS-DATE TO WS-DTL-BUSINESS-DATE
           MOVE LTH-EVENT-SEQ TO WS-DTL-EVENT-SEQ
           MOVE LTH-EFFECTIVE-DATE TO WS-DTL-EFFECTIVE-DATE
           MOVE LTH-CHANGE-USER TO WS-DTL-CHANGE-USER
           MOVE WS-EVENT-DISPOSITION TO WS-DTL-DISPOSITION
           WRITE CONTROL-LISTING-LINE FROM WS-LISTING-DETAIL-LINE
           MOVE 'CONTROL-LISTING-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-LISTING-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS.

      *--------------------------------------------------------------
      * Counts by letter type - every type prints, zeros included,
      * so the listing shows at a glance that nothing was missed.
      *--------------------------------------------------------------
       5500-WRITE-LISTING-TOTALS.
           MOVE SPACES TO WS-LISTING-TEXT-LINE
           WRITE CONTROL-LISTING-LINE FROM WS-LISTING-TEXT-LINE
           WRITE CONTROL-LISTING-LINE FROM WS-LISTING-TOTAL-HEADS
           PERFORM 5550-WRITE-ONE-TYPE-TOTAL
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 6
           WRITE CONTROL-LISTING-LINE FROM WS-LISTING-TEXT-LINE
           IF NIGHTLY-RUN
              MOVE 'AUDIT ROWS READ' TO WS-CNT-LABEL
              MOVE WS-AUDIT-ROWS-READ TO WS-CNT-VALUE
              WRITE CONTROL-LISTING-LINE FROM WS-LISTING-COUNT-LINE
              MOVE 'LETTER EVENTS FOUND' TO WS-CNT-LABEL
              MOVE WS-LETTERS-FOUND TO WS-CNT-VALUE
              WRITE CONTROL-LISTING-LINE FROM WS-LISTING-COUNT-LINE
              MOVE 'NOT ON MASTER - NO LETTER' TO WS-CNT-LABEL
              MOVE WS-NOT-ON-MASTER TO WS-CNT-VALUE
              WRITE CONTROL-LISTING-LINE FROM WS-LISTING-COUNT-LINE
              MOVE 'BACK PAY ROWS READ' TO WS-CNT-LABEL
              MOVE WS-RETRO-ROWS-READ TO WS-CNT-VALUE
              WRITE CONTROL-LISTING-LINE FROM WS-LISTING-COUNT-LINE
              MOVE 'BACK PAY WITH NO PAY CHANGE' TO WS-CNT-LABEL
              MOVE WS-RETRO-UNMATCHED TO WS-CNT-VALUE
              WRITE CONTROL-LISTING-LINE FROM WS-LISTING-COUNT-LINE
           ELSE
              MOVE 'HISTORY ROWS MATCHING EMPID/TYPE/DATE'
                 TO WS-CNT-LABEL
              MOVE WS-REPRINT-MATCHES TO WS-CNT-VALUE
              WRITE CONTROL-LISTING-LINE FROM WS-LISTING-COUNT-LINE
           END-IF
           MOVE 'LETTERS PRINTED' TO WS-CNT-LABEL
           MOVE WS-LETTERS-PRINTED TO WS-CNT-VALUE
           WRITE CONTROL-LISTING-LINE FROM WS-LISTING-COUNT-LINE
           MOVE 'LINES PRINTED' TO WS-CNT-LABEL
           MOVE WS-PRINT-LINES TO WS-CNT-VALUE
           WRITE CONTROL-LISTING-LINE FROM WS-LISTING-COUNT-LINE
           MOVE 'TEMPLATE FILE ERRORS' TO WS-CNT-LABEL
           MOVE WS-TEMPLATE-ERRORS TO WS-CNT-VALUE
           WRITE CONTROL-LISTING-LINE FROM WS-LISTING-COUNT-LINE
           IF WS-RETRO-DROPPED > ZERO
              MOVE SPACES TO WS-LISTING-TEXT-LINE
              STRING '*** ' DELIMITED BY SIZE
                     WS-RETRO-DROPPED DELIMITED BY SIZE
                     ' BACK PAY ROWS OVER THE 1000-ENTRY TABLE - '
                     DELIMITED BY SIZE
                     'THOSE CHANGES PRINTED AS PAY LETTERS WITHOUT '
                     DELIMITED BY SIZE
                     'THE BACK PAY' DELIMITED BY SIZE
                 INTO WS-LISTING-TEXT-LINE
              END-STRING
              WRITE CONTROL-LISTING-LINE FROM WS-LISTING-TEXT-LINE
           END-IF
           MOVE 'CONTROL-LISTING-FILE' TO WS-CHECK-FILE-NAME
           MOVE WS-LISTING-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 1900-CHECK-FILE-STATUS.

       5550-WRITE-ONE-TYPE-TOTAL.
           MOVE WS-LETTER-TYPE-CODE (WS-TYPE-SUB) TO WS-TOT-LETTER-TYPE
           EVALUATE TRUE
               WHEN TPL-NOT-LOADED (WS-TYPE-SUB)
                  MOVE '(NO TEMPLATE)' TO WS-TOT-LETTER-TITLE
               WHEN TPL-SUPPRESSED (WS-TYPE-SUB)
                  MOVE SPACES TO WS-TOT-LETTER-TITLE
                  STRING WS-TPL-TITLE (WS-TYPE-SUB) (1:17)
                            DELIMITED BY SIZE
                         ' (SUPPRESSED)' DELIMITED BY SIZE
                     INTO WS-TOT-LETTER-TITLE
                  END-STRING
               WHEN OTHER
                  MOVE WS-TPL-TITLE (WS-TYPE-SUB) TO WS-TOT-LETTER-TITLE
           END-EVALUATE
           MOVE WS-CNT-PRINTED (WS-TYPE-SUB) TO WS-TOT-PRINTED
           MOVE WS-CNT-SUPPRESSED (WS-TYPE-SUB) TO WS-TOT-SUPPRESSED
           MOVE WS-CNT-NO-TEMPLATE (WS-TYPE-SUB) TO WS-TOT-NO-TEMPLATE
           MOVE WS-CNT-ALREADY-SENT (WS-TYPE-SUB)
              TO WS-TOT-ALREADY-SENT
           MOVE WS-CNT-REPRINTED (WS-TYPE-SUB) TO WS-TOT-REPRINTED
           WRITE CONTROL-LISTING-LINE FROM WS-LISTING-TOTAL-LINE.

      *--------------------------------------------------------------
      * Reprint: every history row for the employee that fits the
      * TYPE= and DATE= cards, from what the row recorded - the
      * letter says what the original said, on the current wording.
      *--------------------------------------------------------------
       6000-REPRINT-LETTERS.
           SET HISTORY-SCAN-ACTIVE TO TRUE
           MOVE WS-REPRINT-EMP-ID TO LTH-EMP-ID
           MOVE ZERO TO LTH-BUSINESS-DATE
           MOVE LOW-VALUES TO LTH-LETTER-TYPE
           MOVE ZERO TO LTH-EVENT-SEQ
           START LETTER-HISTORY-FILE KEY IS NOT LESS THAN LTH-KEY
               INVALID KEY
                  SET HISTORY-SCAN-DONE TO TRUE
           END-START
           PERFORM 6100-SCAN-ONE-HISTORY-ROW
               UNTIL HISTORY-SCAN-DONE
           IF WS-REPRINT-MATCHES = ZERO
              DISPLAY 'NO LETTER ON THE HISTORY FOR EMPLOYEE '
                 WS-REPRINT-EMP-ID ' TYPE=' WS-REPRINT-TYPE
                 ' DATE=' WS-REPRINT-DATE
              MOVE SPACES TO WS-LISTING-TEXT-LINE
              STRING 'NO LETTER ON THE HISTORY FOR EMPLOYEE '
                     DELIMITED BY SIZE
                     WS-REPRINT-EMP-ID DELIMITED BY SIZE
                 INTO WS-LISTING-TEXT-LINE
              END-STRING
              WRITE CONTROL-LISTING-LINE FROM WS-LISTING-TEXT-LINE
           END-IF.

       6100-SCAN-ONE-HISTORY-ROW.
           READ LETTER-HISTORY-FILE NEXT RECORD
               AT END
                  SET HISTORY-SCAN-DONE TO TRUE
               NOT AT END
                  IF LTH-EMP-ID NOT = WS-REPRINT-EMP-ID
                     SET HISTORY-SCAN-DONE TO TRUE
                  ELSE
                     IF (WS-REPRINT-TYPE = SPACES
                         OR WS-REPRINT-TYPE = LTH-LETTER-TYPE)
                        AND (WS-REPRINT-DATE = ZERO
                         OR WS-REPRINT-DATE = LTH-BUSINESS-DATE)
                        PERFORM 6200-REPRINT-ONE-LETTER
                     END-IF
                  END-IF
           END-READ
           IF WS-LTRHIS-STATUS NOT = '00' AND NOT = '10'
              MOVE 'LETTER-HISTORY-FILE' TO WS-CHECK-FILE-NAME
              MOVE WS-LTRHIS-STATUS TO WS-CHECK-STATUS-CODE
              PERFORM 1900-CHECK-FILE-STATUS
              SET HISTORY-SCAN-DONE TO TRUE
           END-IF.

      *--------------------------------------------------------------
      * A reprint is HR asking for the letter, so a suppressed type
      * prints; only a type with no template at all cannot.
      *--------------------------------------------------------------
       6200-REPRINT-ONE-LETTER.
           ADD 1 TO WS-REPRINT-MATCHES
           MOVE LTH-LETTER-TYPE TO WS-SEARCH-TYPE
           PERFORM 1360-FIND-LETTER-TYPE
           IF WS-TYPE-SUB = ZERO
              MOVE 'UNKNOWN LETTER TYPE' TO WS-EVENT-DISPOSITION
              ADD 1 TO WS-LETTERS-NOT-PRINTED
           ELSE
              IF TPL-NOT-LOADED (WS-TYPE-SUB)
                 ADD 1 TO WS-CNT-NO-TEMPLATE (WS-TYPE-SUB)
                 ADD 1 TO WS-LETTERS-NOT-PRINTED
                 MOVE 'NOT PRINTED - NO TEMPLATE' TO
                    WS-EVENT-DISPOSITION
              ELSE
                 PERFORM 4100-PRINT-LETTER
                 SET LTH-LETTER-PRINTED TO TRUE
                 IF LTH-PRINT-COUNT < 999
                    ADD 1 TO LTH-PRINT-COUNT
                 END-IF
                 MOVE WS-RUN-DATE TO LTH-LAST-PRINT-DATE
                 MOVE WS-REPRINT-USER TO LTH-LAST-PRINT-USER
                 REWRITE LETTER-HISTORY-RECORD
                 MOVE 'LETTER-HISTORY-FILE' TO WS-CHECK-FILE-NAME
                 MOVE WS-LTRHIS-STATUS TO WS-CHECK-STATUS-CODE
                 PERFORM 1900-CHECK-FILE-STATUS
                 ADD 1 TO WS-CNT-REPRINTED (WS-TYPE-SUB)
                 MOVE SPACES TO WS-EVENT-DISPOSITION
                 STRING 'REPRINTED - PRINT ' DELIMITED BY SIZE
                        LTH-PRINT-COUNT DELIMITED BY SIZE
                    INTO WS-EVENT-DISPOSITION
                 END-STRING
              END-IF
           END-IF
           PERFORM 5100-LIST-ONE-LETTER.

       9000-TERMINATION.
           DISPLAY 'CORRESPONDENCE BUSINESS DATE: ' WS-BUSINESS-DATE
           IF NIGHTLY-RUN
              DISPLAY 'CORRESPONDENCE AUDIT ROWS READ: '
                 WS-AUDIT-ROWS-READ
              DISPLAY 'CORRESPONDENCE LETTER EVENTS FOUND: '
                 WS-LETTERS-FOUND
           ELSE
              DISPLAY 'CORRESPONDENCE REPRINT ROWS MATCHED: '
                 WS-REPRINT-MATCHES
           END-IF
           DISPLAY 'CORRESPONDENCE LETTERS PRINTED: '
              WS-LETTERS-PRINTED
           DISPLAY 'CORRESPONDENCE LETTERS NOT PRINTED: '
              WS-LETTERS-NOT-PRINTED
           IF WS-TEMPLATE-ERRORS > ZERO
              DISPLAY 'CORRESPONDENCE TEMPLATE FILE ERRORS: '
                 WS-TEMPLATE-ERRORS
           END-IF
           IF WS-OCC-DROPPED > ZERO
              DISPLAY 'CORRESPONDENCE OCCURRENCE TABLE FULL - EVENTS '
                 'NOT RECORDED: ' WS-OCC-DROPPED
           END-IF
      *--------------------------------------------------------------
      * RC=4: something needs HR's eye on the listing - a letter not
      * printed for want of a template or a master record, back pay
      * with no letter to carry it, a template row that was thrown
      * out, or a reprint that found nothing.  Suppressed letters
      * are HR's own choice and do not count.
      *--------------------------------------------------------------
           IF (WS-LETTERS-NOT-PRINTED > ZERO
               OR WS-TEMPLATE-ERRORS > ZERO
               OR WS-RETRO-UNMATCHED > ZERO
               OR WS-RETRO-DROPPED > ZERO
               OR (REPRINT-RUN AND WS-REPRINT-MATCHES = ZERO))
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF
           IF NIGHTLY-RUN
              CLOSE EMPLOYEE-MASTER-FILE
                    LEAVE-HISTORY-FILE
                    AUDIT-LOG-FILE
           END-IF
           CLOSE LETTER-HISTORY-FILE
                 LETTER-PRINT-FILE
                 CONTROL-LISTING-FILE.

       COPY EMPRLOD.
       COPY EMPRSTO.
       COPY EMPCYCP.
