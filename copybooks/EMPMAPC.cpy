      * and the anniversary increment percent (4 digits, 0350 =
      * 3.50).  The parent-division field is meaningful on
      * department ('D') rows only - the owning division code for
      * the rollup report - and so are the position-control
      * fields: authorized headcount (4 digits) and authorized
      * annual salary budget (9 digits, whole dollars).  The
      * rehire-eligible (Y/N) and category (V voluntary / I
      * involuntary) fields are meaningful on termination-reason
      * ('R') rows only.  The job department and job grade fields
      * are meaningful on recruiting job-code ('J') rows only - the
      * department and pay grade the new-hire feed assigns.  The GL
      * cost centre (5 chars) and GL expense account (4 chars) are
      * meaningful on department ('D') rows only - where the
      * month-end salary accrual books the department's pay - and
      * the leave-paid flag (Y/N) on leave-type ('L') rows only.
      * The leave-creditable flag (Y/N - N means the leave does not
      * count as service) is also for 'L' rows only, and the
      * break-in-service days (4 digits) for the service-rule ('S')
      * row BREAK only.
      *--------------------------------------------------------------
       01  EMPMAPC1I.
           05  FILLER                      PIC X(12).
           05  FILLER REDEFINES CPDIVF.
               10  CPDIVA                  PIC X.
           05  CPDIVI                      PIC X(4).
           05  CAUTHL                      PIC S9(4) COMP.
           05  CAUTHF                      PIC X.
           05  FILLER REDEFINES CAUTHF.
               10  CAUTHA                  PIC X.
           05  CAUTHI                      PIC X(4).
           05  CBUDGL                      PIC S9(4) COMP.
           05  CBUDGF                      PIC X.
           05  FILLER REDEFINES CBUDGF.
               10  CBUDGA                  PIC X.
           05  CBUDGI                      PIC X(9).
           05  CRHREL                      PIC S9(4) COMP.
           05  CRHREF                      PIC X.
           05  FILLER REDEFINES CRHREF.
               10  CRHREA                  PIC X.
           05  CRHREI                      PIC X(1).
           05  CTCATL                      PIC S9(4) COMP.
           05  CTCATF                      PIC X.
           05  FILLER REDEFINES CTCATF.
               10  CTCATA                  PIC X.
           05  CTCATI                      PIC X(1).
           05  CJDPTL                      PIC S9(4) COMP.
           05  CJDPTF                      PIC X.
           05  FILLER REDEFINES CJDPTF.
               10  CJDPTA                  PIC X.
           05  CJDPTI                      PIC X(4).
           05  CJGRDL                      PIC S9(4) COMP.
           05  CJGRDF                      PIC X.
           05  FILLER REDEFINES CJGRDF.
               10  CJGRDA                  PIC X.
           05  CJGRDI                      PIC X(3).
           05  CGLCCL                      PIC S9(4) COMP.
           05  CGLCCF                      PIC X.
           05  FILLER REDEFINES CGLCCF.
               10  CGLCCA                  PIC X.
           05  CGLCCI                      PIC X(5).
           05  CGLACL                      PIC S9(4) COMP.
           05  CGLACF                      PIC X.
           05  FILLER REDEFINES CGLACF.
               10  CGLACA                  PIC X.
           05  CGLACI                      PIC X(4).
           05  CLPAYL                      PIC S9(4) COMP.
           05  CLPAYF                      PIC X.
           05  FILLER REDEFINES CLPAYF.
               10  CLPAYA                  PIC X.
           05  CLPAYI                      PIC X(1).
           05  CLCRDL                      PIC S9(4) COMP.
           05  CLCRDF                      PIC X.
           05  FILLER REDEFINES CLCRDF.
               10  CLCRDA                  PIC X.
           05  CLCRDI                      PIC X(1).
           05  CBRKDL                      PIC S9(4) COMP.
           05  CBRKDF                      PIC X.
           05  FILLER REDEFINES CBRKDF.
               10  CBRKDA                  PIC X.
           05  CBRKDI                      PIC X(4).
           05  CMSGL                       PIC S9(4) COMP.
           05  CMSGF                       PIC X.
           05  FILLER REDEFINES CMSGF.
           05  FILLER                      PIC X(3).
           05  CPDIVO                      PIC X(4).
           05  FILLER                      PIC X(3).
           05  CAUTHO                      PIC X(4).
           05  FILLER                      PIC X(3).
           05  CBUDGO                      PIC X(9).
           05  FILLER                      PIC X(3).
           05  CRHREO                      PIC X(1).
           05  FILLER                      PIC X(3).
           05  CTCATO                      PIC X(1).
           05  FILLER                      PIC X(3).
           05  CJDPTO                      PIC X(4).
           05  FILLER                      PIC X(3).
           05  CJGRDO                      PIC X(3).
           05  FILLER                      PIC X(3).
           05  CGLCCO                      PIC X(5).
           05  FILLER                      PIC X(3).
           05  CGLACO                      PIC X(4).
           05  FILLER                      PIC X(3).
           05  CLPAYO                      PIC X(1).
           05  FILLER                      PIC X(3).
           05  CLCRDO                      PIC X(1).
           05  FILLER                      PIC X(3).
           05  CBRKDO                      PIC X(4).
           05  FILLER                      PIC X(3).
           05  CMSGO                       PIC X(60).
