      *> decoded codes and lit-pixel counts against what REPORT-FILE
      *> said for each student and zone.  a clean replay proves the
      *> report matches the audit; a mismatch means the audit or the
      *> run is suspect.  a replay cannot see an audit edited along
      *> with the report to match it, so it is run only against a
      *> trail SEAL-VERIFY has found intact.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
       DATA DIVISION.
          FILE SECTION.
          FD AUDIT-FILE.
          01 AUDIT-LINE PIC X(96).

          FD REPORT-FILE.
          01 REPORT-LINE PIC X(999).

       REPLAY-ONE-LINE.
           MOVE SPACES TO WS-TOKENS
      *> the chain value past column 80 is not part of the line's
      *> instruction; a seal record is not a STUDENT line at all.
           UNSTRING AUDIT-LINE(1:80) DELIMITED BY ALL SPACE
              INTO WS-TOK(1), WS-TOK(2), WS-TOK(3), WS-TOK(4),
                   WS-TOK(5), WS-TOK(6), WS-TOK(7), WS-TOK(8),
                   WS-TOK(9), WS-TOK(10), WS-TOK(11)
