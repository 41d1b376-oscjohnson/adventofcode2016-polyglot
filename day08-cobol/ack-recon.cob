          01 WS-RESEND-STATUS PIC X(2) VALUE SPACES.

      *> RUNID asks for a specific run's extract generation instead
      *> of the one growing dataset, and files the report under it.
          01 WS-RUNID-ENV PIC X(14) VALUE SPACES.
          01 WS-DSN-WORK PIC X(100) VALUE SPACES.

           IF WS-RECONRPT-DSN = SPACES
             MOVE 'ackreport.txt' TO WS-RECONRPT-DSN
           END-IF
      *> a run's reconciliation is kept beside its extract, so the
      *> card system's answer for that run can still be found after
      *> later runs have been reconciled.
           IF WS-RUNID-ENV NOT = SPACES
             MOVE WS-RECONRPT-DSN TO WS-DSN-WORK
             MOVE SPACES TO WS-RECONRPT-DSN
             STRING WS-DSN-WORK DELIMITED BY SPACE
                    '.' DELIMITED BY SIZE
                    WS-RUNID-ENV DELIMITED BY SIZE
                INTO WS-RECONRPT-DSN
             END-STRING
           END-IF
           ACCEPT WS-RESEND-DSN FROM ENVIRONMENT 'RESENDDD'
           IF WS-RESEND-DSN = SPACES
             MOVE 'resend.txt' TO WS-RESEND-DSN
