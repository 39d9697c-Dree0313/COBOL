      * The leave-type and expected-return fields are keyed with
      * action LOA only (they open the leave episode the weekly
      * overdue report tracks); they are ignored on other actions.
      * The override field (Y) lets a supervisor - a user CICS
      * security authorizes for the EMPA approval transaction - push
      * an ADD or RHR through into a department already at its
      * authorized headcount; it is ignored for anyone else.
      * The supervisor field is the EMP-ID the employee reports to,
      * keyed on ADD and CHG (left blank on CHG it is unchanged,
      * 000000 removes it).
      * The termination-reason field is keyed with action TRM only
      * and must be a reason code on the reference file.  The same
      * override field (Y), keyed by the same supervisors, lets an
      * RHR through for an employee whose last termination reason
      * made them ineligible for rehire.
      * The service-date field is output only: the employee's
      * adjusted service date (the hire date until a bridged rehire
      * or a non-creditable leave moves it), shown when a record is
      * picked from the browse.  Nothing keyed there is read.
      *--------------------------------------------------------------
       01  EMPMAP1I.
           05  FILLER                      PIC X(12).
           05  FILLER REDEFINES ERETF.
               10  ERETA                   PIC X.
           05  ERETI                       PIC X(8).
           05  SUPVL                       PIC S9(4) COMP.
           05  SUPVF                       PIC X.
           05  FILLER REDEFINES SUPVF.
               10  SUPVA                   PIC X.
           05  SUPVI                       PIC X(6).
           05  TRSNL                       PIC S9(4) COMP.
           05  TRSNF                       PIC X.
           05  FILLER REDEFINES TRSNF.
               10  TRSNA                   PIC X.
           05  TRSNI                       PIC X(4).
           05  OVRDL                       PIC S9(4) COMP.
           05  OVRDF                       PIC X.
           05  FILLER REDEFINES OVRDF.
               10  OVRDA                   PIC X.
           05  OVRDI                       PIC X(1).
           05  SDATL                       PIC S9(4) COMP.
           05  SDATF                       PIC X.
           05  FILLER REDEFINES SDATF.
               10  SDATA                   PIC X.
           05  SDATI                       PIC X(8).
           05  MSGL                        PIC S9(4) COMP.
           05  MSGF                        PIC X.
           05  FILLER REDEFINES MSGF.
           05  FILLER                      PIC X(3).
           05  ERETO                       PIC X(8).
           05  FILLER                      PIC X(3).
           05  SUPVO                       PIC X(6).
           05  FILLER                      PIC X(3).
           05  TRSNO                       PIC X(4).
           05  FILLER                      PIC X(3).
           05  OVRDO                       PIC X(1).
           05  FILLER                      PIC X(3).
           05  SDATO                       PIC X(8).
           05  FILLER                      PIC X(3).
           05  MSGO                        PIC X(60).
