               ==EMP-PAY-AMOUNT== BY ==OLD-EMP-PAY-AMOUNT==
               ==EMP-LAST-CHANGE-DATE== BY ==OLD-EMP-LAST-CHANGE-DATE==
               ==EMP-LAST-CHANGE-USER== BY
                   ==OLD-EMP-LAST-CHANGE-USER==
               ==EMP-SUPERVISOR-ID== BY ==OLD-EMP-SUPERVISOR-ID==
               ==EMP-TERM-REASON== BY ==OLD-EMP-TERM-REASON==
               ==EMP-REHIRE-NOT-ELIGIBLE== BY
                   ==OLD-EMP-REHIRE-NOT-ELIGIBLE==
               ==EMP-REHIRE-ELIGIBLE== BY ==OLD-EMP-REHIRE-ELIGIBLE==
               ==EMP-ORIG-HIRE-DATE== BY ==OLD-EMP-ORIG-HIRE-DATE==
               ==EMP-ADJ-SERVICE-DATE== BY
                   ==OLD-EMP-ADJ-SERVICE-DATE==.

       FD  NEW-SNAPSHOT-FILE.
           COPY EMPREC REPLACING
               ==EMP-PAY-AMOUNT== BY ==NEW-EMP-PAY-AMOUNT==
               ==EMP-LAST-CHANGE-DATE== BY ==NEW-EMP-LAST-CHANGE-DATE==
               ==EMP-LAST-CHANGE-USER== BY
                   ==NEW-EMP-LAST-CHANGE-USER==
               ==EMP-SUPERVISOR-ID== BY ==NEW-EMP-SUPERVISOR-ID==
               ==EMP-TERM-REASON== BY ==NEW-EMP-TERM-REASON==
               ==EMP-REHIRE-NOT-ELIGIBLE== BY
                   ==NEW-EMP-REHIRE-NOT-ELIGIBLE==
               ==EMP-REHIRE-ELIGIBLE== BY ==NEW-EMP-REHIRE-ELIGIBLE==
               ==EMP-ORIG-HIRE-DATE== BY ==NEW-EMP-ORIG-HIRE-DATE==
               ==EMP-ADJ-SERVICE-DATE== BY
                   ==NEW-EMP-ADJ-SERVICE-DATE==.

       FD  COMPARE-REPORT-FILE.
       01  COMPARE-REPORT-LINE             PIC X(132).
              MOVE OLD-EMP-LAST-CHANGE-USER TO WS-DIFF-OLD-VALUE
              MOVE NEW-EMP-LAST-CHANGE-USER TO WS-DIFF-NEW-VALUE
              PERFORM 8100-WRITE-FIELD-LINE
           END-IF
           IF OLD-EMP-SUPERVISOR-ID NOT = NEW-EMP-SUPERVISOR-ID
              MOVE 'SUPERVISOR-ID' TO WS-DIFF-FIELD-NAME
              MOVE OLD-EMP-SUPERVISOR-ID TO WS-DIFF-OLD-VALUE
              MOVE NEW-EMP-SUPERVISOR-ID TO WS-DIFF-NEW-VALUE
              PERFORM 8100-WRITE-FIELD-LINE
           END-IF
           IF OLD-EMP-TERM-REASON NOT = NEW-EMP-TERM-REASON
              MOVE 'TERM-REASON' TO WS-DIFF-FIELD-NAME
              MOVE OLD-EMP-TERM-REASON TO WS-DIFF-OLD-VALUE
              MOVE NEW-EMP-TERM-REASON TO WS-DIFF-NEW-VALUE
              PERFORM 8100-WRITE-FIELD-LINE
           END-IF
           IF OLD-EMP-REHIRE-ELIGIBLE NOT = NEW-EMP-REHIRE-ELIGIBLE
              MOVE 'REHIRE-ELIG' TO WS-DIFF-FIELD-NAME
              MOVE OLD-EMP-REHIRE-ELIGIBLE TO WS-DIFF-OLD-VALUE
              MOVE NEW-EMP-REHIRE-ELIGIBLE TO WS-DIFF-NEW-VALUE
              PERFORM 8100-WRITE-FIELD-LINE
           END-IF
           IF OLD-EMP-ORIG-HIRE-DATE NOT = NEW-EMP-ORIG-HIRE-DATE
              MOVE 'ORIG-HIRE-DATE' TO WS-DIFF-FIELD-NAME
              MOVE OLD-EMP-ORIG-HIRE-DATE TO WS-DIFF-OLD-VALUE
              MOVE NEW-EMP-ORIG-HIRE-DATE TO WS-DIFF-NEW-VALUE
              PERFORM 8100-WRITE-FIELD-LINE
           END-IF
           IF OLD-EMP-ADJ-SERVICE-DATE NOT = NEW-EMP-ADJ-SERVICE-DATE
              MOVE 'SERVICE-DATE' TO WS-DIFF-FIELD-NAME
              MOVE OLD-EMP-ADJ-SERVICE-DATE TO WS-DIFF-OLD-VALUE
              MOVE NEW-EMP-ADJ-SERVICE-DATE TO WS-DIFF-NEW-VALUE
              PERFORM 8100-WRITE-FIELD-LINE
           END-IF.

      *--------------------------------------------------------------
