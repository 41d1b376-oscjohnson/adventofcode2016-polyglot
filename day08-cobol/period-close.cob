       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-CLOSE.

      *> closes a billing period and freezes its charges.  every
      *> charge line on the live charge dataset that belongs to the
      *> period -- tagged with it or an earlier one, or written
      *> before lines carried a period at all -- is moved to the
      *> closed-period history as one block: a '*PERIOD' header with
      *> who closed it and when, the frozen lines (each tagged with
      *> the period if it was not), and a '*CONTROL' trailer with the
      *> line count, units, amount and student-number hash.  the
      *> same control totals are stamped on the period-control
      *> dataset, and from then on BILL-PERIOD posts anything dated
      *> in the period to the next open one, DEPT-INVOICE will only
      *> reprint it as a duplicate copy and GL-JOURNAL will not post
      *> it again.
      *>
      *> periods close in order, one at a time, and only once they
      *> have ended -- CLOSEPERIOD (yyyymm) defaults to the month
      *> before the business date, and CLOSEOPER must name who is
      *> closing it.  the prior charge dataset is written off to a
      *> backup before the remaining lines are written back.  per-run
      *> generation charge datasets are left as they are: RUN-BACKOUT
      *> works from them, and the billing programs pass over any line
      *> tagged with a period other than the one being billed.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT CHARGE-FILE ASSIGN TO DYNAMIC WS-CHARGE-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CHARGE-STATUS.

             SELECT BACKUP-FILE ASSIGN TO DYNAMIC WS-BACKUP-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BACKUP-STATUS.

             SELECT CLOSED-FILE ASSIGN TO DYNAMIC WS-CLOSED-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CLOSED-STATUS.

             SELECT PERIOD-CTL ASSIGN TO DYNAMIC WS-PERIODCTL-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PERIODCTL-STATUS.

             SELECT RUNCTL-FILE ASSIGN TO DYNAMIC WS-RUNCTL-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RUNCTL-STATUS.

             SELECT CLOSE-REPORT ASSIGN TO DYNAMIC WS-CLOSERPT-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CLOSERPT-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD CHARGE-FILE.
          01 CHARGE-LINE PIC X(199).

          FD BACKUP-FILE.
          01 BACKUP-LINE PIC X(199).

          FD CLOSED-FILE.
          01 CLOSED-LINE PIC X(199).

      *> one record per closed period, in closing order.  the units
      *> and amount totals net reversals, so each carries its sign
      *> in the byte after it.
          FD PERIOD-CTL.
          01 PCT-RECORD.
             05 PCT-PERIOD PIC 9(6).
             05 PCT-STATUS PIC X(6).
             05 PCT-CLOSED-DATE PIC 9(8).
             05 PCT-CLOSED-TIME PIC 9(6).
             05 PCT-CLOSED-BY PIC X(20).
             05 PCT-LINES PIC 9(7).
             05 PCT-UNITS PIC 9(9).
             05 PCT-UNITS-SIGN PIC X(1).
             05 PCT-AMOUNT PIC 9(9)V99.
             05 PCT-AMOUNT-SIGN PIC X(1).
             05 PCT-HASH PIC 9(12).

          FD RUNCTL-FILE.
          01 RUNCTL-RECORD.
             05 RUNCTL-STATE PIC X(8).
             05 RUNCTL-HOLDER PIC X(8).
             05 RUNCTL-RUN-ID PIC X(14).
             05 RUNCTL-LAST-DATE PIC 9(8).

          FD CLOSE-REPORT.
          01 CLOSE-RPT-LINE PIC X(132).

          WORKING-STORAGE SECTION.
          01 WS-CHARGE-DSN PIC X(100) VALUE 'charges.txt'.
          01 WS-CHARGE-STATUS PIC X(2) VALUE SPACES.
          01 WS-BACKUP-DSN PIC X(100) VALUE 'chargesbak.txt'.
          01 WS-BACKUP-STATUS PIC X(2) VALUE SPACES.
          01 WS-CLOSED-DSN PIC X(100) VALUE 'closedcharges.txt'.
          01 WS-CLOSED-STATUS PIC X(2) VALUE SPACES.
          01 WS-PERIODCTL-DSN PIC X(100) VALUE 'periodctl.txt'.
          01 WS-PERIODCTL-STATUS PIC X(2) VALUE SPACES.
          01 WS-RUNCTL-DSN PIC X(100) VALUE 'runcontrol.txt'.
          01 WS-RUNCTL-STATUS PIC X(2) VALUE SPACES.
          01 WS-CLOSERPT-DSN PIC X(100) VALUE 'periodclose.txt'.
          01 WS-CLOSERPT-STATUS PIC X(2) VALUE SPACES.

          01 WS-CHARGE-EOF PIC X(1) VALUE 'N'.
          01 WS-PERIODCTL-EOF PIC X(1) VALUE 'N'.
          01 WS-REFUSED PIC X(1) VALUE 'N'.
          01 WS-FORCE-ENV PIC X(1) VALUE SPACE.
          01 WS-HAVE-CHARGES PIC X(1) VALUE 'N'.

          01 WS-TODAY PIC 9(8) VALUE 0.
          01 WS-NOW PIC 9(8) VALUE 0.
          01 WS-BUS-DATE PIC 9(8) VALUE 0.
          01 WS-CAL-SOURCE PIC X(1) VALUE SPACE.
          01 WS-CLOSE-OPER PIC X(20) VALUE SPACES.

      *> the period being closed, the last one closed before it, and
      *> the first one after that, which is the only one that may
      *> close next.
          01 WS-PERIOD-ENV PIC X(10) VALUE SPACES.
          01 WS-CLOSE-PERIOD PIC 9(6) VALUE 0.
          01 WS-CLOSE-PARTS REDEFINES WS-CLOSE-PERIOD.
             05 WS-CLOSE-YEAR PIC 9(4).
             05 WS-CLOSE-MONTH PIC 9(2).
          01 WS-BUS-PERIOD PIC 9(6) VALUE 0.
          01 WS-LAST-CLOSED PIC 9(6) VALUE 0.
          01 WS-NEXT-OPEN PIC 9(6) VALUE 0.
          01 WS-NEXT-PARTS REDEFINES WS-NEXT-OPEN.
             05 WS-NEXT-YEAR PIC 9(4).
             05 WS-NEXT-MONTH PIC 9(2).

      *> charge-line tokens; the period tag is found wherever it
      *> sits, since a reissue line carries more tokens than an
      *> instruction line.
          01 WS-TOKENS.
             05 WS-TOK PIC X(14) OCCURS 26 TIMES.
          01 WS-TOK-IDX PIC 9(2) VALUE 0.
          01 WS-LINE-PERIOD PIC 9(6) VALUE 0.
          01 WS-LINE-TAGGED PIC X(1) VALUE 'N'.
          01 WS-LINE-END PIC 9(3) VALUE 0.

          01 WS-CNT-TOK PIC X(14) VALUE SPACES.
          01 WS-CNT-VALUE PIC S9(6) VALUE 0.
          01 WS-AMT-TOK PIC X(14) VALUE SPACES.
          01 WS-AMT-NEGATIVE PIC X(1) VALUE 'N'.
          01 WS-AMT-WHOLE-STR PIC X(9) JUSTIFIED RIGHT VALUE SPACES.
          01 WS-AMT-FRAC-STR PIC X(2) VALUE SPACES.
          01 WS-AMT-WHOLE-NUM PIC 9(9) VALUE 0.
          01 WS-AMT-FRAC-NUM PIC 9(2) VALUE 0.
          01 WS-LINE-AMOUNT PIC S9(9)V99 VALUE 0.
          01 WS-STU-ID PIC 9(5) VALUE 0.

          01 WS-READ-COUNT PIC 9(7) VALUE 0.
          01 WS-FROZEN-COUNT PIC 9(7) VALUE 0.
          01 WS-TAGGED-COUNT PIC 9(7) VALUE 0.
          01 WS-KEPT-COUNT PIC 9(7) VALUE 0.

      *> the control totals, over the frozen STUDENT lines.
          01 WS-CTL-LINES PIC 9(7) VALUE 0.
          01 WS-CTL-UNITS PIC S9(9) VALUE 0.
          01 WS-CTL-AMOUNT PIC S9(9)V99 VALUE 0.
          01 WS-CTL-HASH PIC 9(12) VALUE 0.
          01 WS-UNITS-EDIT PIC ---------9.
          01 WS-AMOUNT-EDIT PIC ---------9.99.

       PROCEDURE DIVISION.
           ACCEPT WS-CHARGE-DSN FROM ENVIRONMENT 'CHARGEDD'
           IF WS-CHARGE-DSN = SPACES
             MOVE 'charges.txt' TO WS-CHARGE-DSN
           END-IF
           ACCEPT WS-BACKUP-DSN FROM ENVIRONMENT 'CHGBAKDD'
           IF WS-BACKUP-DSN = SPACES
             MOVE 'chargesbak.txt' TO WS-BACKUP-DSN
           END-IF
           ACCEPT WS-CLOSED-DSN FROM ENVIRONMENT 'CLOSEDCHGDD'
           IF WS-CLOSED-DSN = SPACES
             MOVE 'closedcharges.txt' TO WS-CLOSED-DSN
           END-IF
           ACCEPT WS-PERIODCTL-DSN FROM ENVIRONMENT 'PERIODCTLDD'
           IF WS-PERIODCTL-DSN = SPACES
             MOVE 'periodctl.txt' TO WS-PERIODCTL-DSN
           END-IF
           ACCEPT WS-RUNCTL-DSN FROM ENVIRONMENT 'RUNCTLDD'
           IF WS-RUNCTL-DSN = SPACES
             MOVE 'runcontrol.txt' TO WS-RUNCTL-DSN
           END-IF
           ACCEPT WS-CLOSERPT-DSN FROM ENVIRONMENT 'CLOSERPTDD'
           IF WS-CLOSERPT-DSN = SPACES
             MOVE 'periodclose.txt' TO WS-CLOSERPT-DSN
           END-IF
           ACCEPT WS-FORCE-ENV FROM ENVIRONMENT 'FORCERUN'
           ACCEPT WS-CLOSE-OPER FROM ENVIRONMENT 'CLOSEOPER'
           ACCEPT WS-PERIOD-ENV FROM ENVIRONMENT 'CLOSEPERIOD'
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW FROM TIME
      *> a calendar held from earlier in the run may be out of date.
           CANCEL 'BIZ-DATE'
           CALL 'BIZ-DATE' USING WS-TODAY, WS-BUS-DATE,
              WS-CAL-SOURCE
           MOVE WS-BUS-DATE(1:6) TO WS-BUS-PERIOD

      *> a closed period cannot be reopened, so somebody has to own
      *> closing it.
           IF WS-CLOSE-OPER = SPACES
             DISPLAY 'CLOSEOPER NOT SET -- PERIOD CLOSE REFUSED'
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM RESOLVE-CLOSE-PERIOD
           IF WS-REFUSED = 'Y'
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM LOAD-PERIOD-CONTROL
           PERFORM CHECK-CLOSE-ORDER
           IF WS-REFUSED = 'N'
             PERFORM CHECK-RUN-CONTROL
           END-IF
           IF WS-REFUSED = 'Y'
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM BACKUP-CHARGES
           IF WS-REFUSED = 'N' AND WS-HAVE-CHARGES = 'Y'
             PERFORM OPEN-FREEZE-SOURCE
           END-IF
           IF WS-REFUSED = 'Y'
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM FREEZE-PERIOD
           PERFORM STAMP-PERIOD-CLOSED
           PERFORM WRITE-CLOSE-REPORT

           MOVE WS-CTL-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY 'PERIOD ' WS-CLOSE-PERIOD ' CLOSED BY '
              WS-CLOSE-OPER
           DISPLAY 'CHARGE LINES READ: ' WS-READ-COUNT
              '  FROZEN: ' WS-FROZEN-COUNT
              '  KEPT OPEN: ' WS-KEPT-COUNT
           DISPLAY 'STUDENT LINES: ' WS-CTL-LINES
              '  AMOUNT: ' WS-AMOUNT-EDIT
              '  HASH: ' WS-CTL-HASH
           GOBACK.

       RESOLVE-CLOSE-PERIOD.
      *> the month before the business date unless one is named.
           IF WS-PERIOD-ENV = SPACES
             MOVE WS-BUS-PERIOD TO WS-CLOSE-PERIOD
             IF WS-CLOSE-MONTH = 1
                SUBTRACT 1 FROM WS-CLOSE-YEAR
                MOVE 12 TO WS-CLOSE-MONTH
             ELSE
                SUBTRACT 1 FROM WS-CLOSE-MONTH
             END-IF
           ELSE
             IF WS-PERIOD-ENV(1:6) IS NOT NUMERIC
                   OR WS-PERIOD-ENV(7:4) NOT = SPACES
                DISPLAY 'CLOSEPERIOD ' WS-PERIOD-ENV
                   ' NOT YYYYMM -- PERIOD CLOSE REFUSED'
                MOVE 'Y' TO WS-REFUSED
             ELSE
                MOVE WS-PERIOD-ENV(1:6) TO WS-CLOSE-PERIOD
                IF WS-CLOSE-MONTH < 1 OR WS-CLOSE-MONTH > 12
                   DISPLAY 'CLOSEPERIOD ' WS-PERIOD-ENV
                      ' NOT YYYYMM -- PERIOD CLOSE REFUSED'
                   MOVE 'Y' TO WS-REFUSED
                END-IF
             END-IF
           END-IF.

       LOAD-PERIOD-CONTROL.
      *> no control dataset yet means nothing has ever been closed.
           MOVE 0 TO WS-LAST-CLOSED
           OPEN INPUT PERIOD-CTL
           IF WS-PERIODCTL-STATUS = '00'
             MOVE 'N' TO WS-PERIODCTL-EOF
             PERFORM UNTIL WS-PERIODCTL-EOF = 'Y'
                READ PERIOD-CTL
                   AT END MOVE 'Y' TO WS-PERIODCTL-EOF
                   NOT AT END
                      IF PCT-PERIOD IS NUMERIC
                            AND PCT-STATUS = 'CLOSED'
                            AND PCT-PERIOD > WS-LAST-CLOSED
                         MOVE PCT-PERIOD TO WS-LAST-CLOSED
                      END-IF
                END-READ
             END-PERFORM
             CLOSE PERIOD-CTL
           END-IF
           MOVE WS-LAST-CLOSED TO WS-NEXT-OPEN
           IF WS-LAST-CLOSED > 0
             IF WS-NEXT-MONTH = 12
                ADD 1 TO WS-NEXT-YEAR
                MOVE 1 TO WS-NEXT-MONTH
             ELSE
                ADD 1 TO WS-NEXT-MONTH
             END-IF
           END-IF.

       CHECK-CLOSE-ORDER.
      *> once closed, always closed; no period skipped; nothing
      *> closed while charges can still be dated in it.
           IF WS-LAST-CLOSED > 0
                 AND WS-CLOSE-PERIOD NOT > WS-LAST-CLOSED
             DISPLAY 'PERIOD ' WS-CLOSE-PERIOD
                ' ALREADY CLOSED -- PERIOD CLOSE REFUSED'
             MOVE 'Y' TO WS-REFUSED
           ELSE
             IF WS-LAST-CLOSED > 0
                   AND WS-CLOSE-PERIOD NOT = WS-NEXT-OPEN
                DISPLAY 'PERIOD ' WS-NEXT-OPEN
                   ' MUST CLOSE BEFORE ' WS-CLOSE-PERIOD
                   ' -- PERIOD CLOSE REFUSED'
                MOVE 'Y' TO WS-REFUSED
             END-IF
           END-IF
           IF WS-REFUSED = 'N'
                 AND WS-CLOSE-PERIOD NOT < WS-BUS-PERIOD
             DISPLAY 'PERIOD ' WS-CLOSE-PERIOD
                ' HAS NOT ENDED (BUSINESS DATE ' WS-BUS-DATE
                ') -- PERIOD CLOSE REFUSED'
             MOVE 'Y' TO WS-REFUSED
           END-IF.

       CHECK-RUN-CONTROL.
      *> a run in flight is still appending charges -- freezing the
      *> dataset under it would lose them.
           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-STATUS = '00'
             READ RUNCTL-FILE
                AT END CONTINUE
             END-READ
             IF WS-RUNCTL-STATUS = '00'
                   AND RUNCTL-STATE = 'HELD'
                   AND WS-FORCE-ENV NOT = 'Y'
                MOVE 'Y' TO WS-REFUSED
                DISPLAY 'RUN CONTROL HELD BY ' RUNCTL-HOLDER
                   ' RUN ' RUNCTL-RUN-ID
                   ' -- PERIOD CLOSE REFUSED (FORCERUN=Y OVERRIDES)'
             END-IF
             CLOSE RUNCTL-FILE
           END-IF.

       BACKUP-CHARGES.
      *> the live dataset goes to the backup verbatim, and the
      *> freeze then works from the backup.  no charge dataset is a
      *> period with no charges; it still closes.  the backup is
      *> the only copy once the freeze rewrites the live dataset,
      *> so a backup that cannot be written whole stops the close.
           OPEN INPUT CHARGE-FILE
           IF WS-CHARGE-STATUS = '00'
             MOVE 'Y' TO WS-HAVE-CHARGES
             OPEN OUTPUT BACKUP-FILE
             IF WS-BACKUP-STATUS NOT = '00'
                DISPLAY 'CHARGE BACKUP UNAVAILABLE: ' WS-BACKUP-DSN
                   ' STATUS ' WS-BACKUP-STATUS
                   ' -- PERIOD CLOSE REFUSED'
                MOVE 'Y' TO WS-REFUSED
             ELSE
                MOVE 'N' TO WS-CHARGE-EOF
                PERFORM UNTIL WS-CHARGE-EOF = 'Y'
                   READ CHARGE-FILE
                      AT END MOVE 'Y' TO WS-CHARGE-EOF
                      NOT AT END
                         MOVE CHARGE-LINE TO BACKUP-LINE
                         WRITE BACKUP-LINE
                         IF WS-BACKUP-STATUS NOT = '00'
                            DISPLAY 'CHARGE BACKUP WRITE FAILED: '
                               WS-BACKUP-DSN ' STATUS '
                               WS-BACKUP-STATUS
                               ' -- PERIOD CLOSE REFUSED'
                            MOVE 'Y' TO WS-REFUSED
                            MOVE 'Y' TO WS-CHARGE-EOF
                         END-IF
                   END-READ
                END-PERFORM
                CLOSE BACKUP-FILE
             END-IF
             CLOSE CHARGE-FILE
           ELSE
             IF WS-CHARGE-STATUS NOT = '35'
                DISPLAY 'CHARGE DATASET UNAVAILABLE: ' WS-CHARGE-DSN
                   ' STATUS ' WS-CHARGE-STATUS
                   ' -- PERIOD CLOSE REFUSED'
                MOVE 'Y' TO WS-REFUSED
             END-IF
           END-IF.

       OPEN-FREEZE-SOURCE.
      *> the freeze reads the backup back before it empties the live
      *> dataset -- if the backup cannot be read, nothing is touched.
           OPEN INPUT BACKUP-FILE
           IF WS-BACKUP-STATUS NOT = '00'
             DISPLAY 'CHARGE BACKUP UNREADABLE: ' WS-BACKUP-DSN
                ' STATUS ' WS-BACKUP-STATUS
                ' -- PERIOD CLOSE REFUSED'
             MOVE 'Y' TO WS-REFUSED
           END-IF.

       FREEZE-PERIOD.
           OPEN EXTEND CLOSED-FILE
           IF WS-CLOSED-STATUS NOT = '00'
             OPEN OUTPUT CLOSED-FILE
           END-IF
           MOVE SPACES TO CLOSED-LINE
           STRING '*PERIOD ' DELIMITED BY SIZE
                  WS-CLOSE-PERIOD DELIMITED BY SIZE
                  ' CLOSED ' DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-NOW(1:6) DELIMITED BY SIZE
                  ' BY ' DELIMITED BY SIZE
                  WS-CLOSE-OPER DELIMITED BY SPACE
              INTO CLOSED-LINE
           END-STRING
           WRITE CLOSED-LINE
           IF WS-HAVE-CHARGES = 'Y'
             OPEN OUTPUT CHARGE-FILE
             MOVE 'N' TO WS-CHARGE-EOF
             PERFORM UNTIL WS-CHARGE-EOF = 'Y'
                READ BACKUP-FILE
                   AT END MOVE 'Y' TO WS-CHARGE-EOF
                   NOT AT END
                      IF BACKUP-LINE NOT = SPACES
                         ADD 1 TO WS-READ-COUNT
                         PERFORM ROUTE-ONE-LINE
                      END-IF
                END-READ
             END-PERFORM
             CLOSE CHARGE-FILE
             CLOSE BACKUP-FILE
           END-IF
           MOVE WS-CTL-UNITS TO WS-UNITS-EDIT
           MOVE WS-CTL-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO CLOSED-LINE
           STRING '*CONTROL ' DELIMITED BY SIZE
                  WS-CLOSE-PERIOD DELIMITED BY SIZE
                  ' LINES ' DELIMITED BY SIZE
                  WS-CTL-LINES DELIMITED BY SIZE
                  ' UNITS ' DELIMITED BY SIZE
                  WS-UNITS-EDIT DELIMITED BY SIZE
                  ' AMOUNT ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  ' HASH ' DELIMITED BY SIZE
                  WS-CTL-HASH DELIMITED BY SIZE
              INTO CLOSED-LINE
           END-STRING
           WRITE CLOSED-LINE
           CLOSE CLOSED-FILE.

       ROUTE-ONE-LINE.
      *> a line tagged with a later period stays live; everything
      *> else belongs to this period or one already closed, and is
      *> frozen.
           MOVE SPACES TO WS-TOKENS
           UNSTRING BACKUP-LINE DELIMITED BY ALL SPACE
              INTO WS-TOK(1), WS-TOK(2), WS-TOK(3), WS-TOK(4),
                   WS-TOK(5), WS-TOK(6), WS-TOK(7), WS-TOK(8),
                   WS-TOK(9), WS-TOK(10), WS-TOK(11), WS-TOK(12),
                   WS-TOK(13), WS-TOK(14), WS-TOK(15), WS-TOK(16),
                   WS-TOK(17), WS-TOK(18), WS-TOK(19), WS-TOK(20),
                   WS-TOK(21), WS-TOK(22), WS-TOK(23), WS-TOK(24),
                   WS-TOK(25), WS-TOK(26)
           END-UNSTRING
           PERFORM FIND-LINE-PERIOD
           IF WS-LINE-TAGGED = 'Y'
                 AND WS-LINE-PERIOD > WS-CLOSE-PERIOD
             ADD 1 TO WS-KEPT-COUNT
             MOVE BACKUP-LINE TO CHARGE-LINE
             WRITE CHARGE-LINE
           ELSE
             ADD 1 TO WS-FROZEN-COUNT
             MOVE BACKUP-LINE TO CLOSED-LINE
             IF WS-LINE-TAGGED = 'N'
                ADD 1 TO WS-TAGGED-COUNT
                PERFORM TAG-CLOSED-LINE
             END-IF
             WRITE CLOSED-LINE
             IF WS-TOK(1) = 'STUDENT' AND WS-TOK(2)(1:5) IS NUMERIC
                PERFORM ADD-TO-CONTROL
             END-IF
           END-IF.

       FIND-LINE-PERIOD.
           MOVE 'N' TO WS-LINE-TAGGED
           MOVE 0 TO WS-LINE-PERIOD
           PERFORM VARYING WS-TOK-IDX FROM 1 BY 1
                UNTIL WS-TOK-IDX > 25
             IF WS-TOK(WS-TOK-IDX) = 'PERIOD'
                   AND WS-TOK(WS-TOK-IDX + 1)(1:6) IS NUMERIC
                   AND WS-TOK(WS-TOK-IDX + 1)(7:8) = SPACES
                MOVE 'Y' TO WS-LINE-TAGGED
                MOVE WS-TOK(WS-TOK-IDX + 1)(1:6) TO WS-LINE-PERIOD
             END-IF
           END-PERFORM.

       TAG-CLOSED-LINE.
      *> the period goes on after the last word of the line.
           MOVE 199 TO WS-LINE-END
           PERFORM UNTIL WS-LINE-END = 0
                OR CLOSED-LINE(WS-LINE-END:1) NOT = SPACE
             SUBTRACT 1 FROM WS-LINE-END
           END-PERFORM
           IF WS-LINE-END < 185
             ADD 1 TO WS-LINE-END
             STRING ' PERIOD ' DELIMITED BY SIZE
                    WS-CLOSE-PERIOD DELIMITED BY SIZE
                 INTO CLOSED-LINE WITH POINTER WS-LINE-END
             END-STRING
           END-IF.

       ADD-TO-CONTROL.
      *> line count, every unit billed (negative on a reversal), the
      *> charge as printed and the student-number hash.
           ADD 1 TO WS-CTL-LINES
           MOVE WS-TOK(2)(1:5) TO WS-STU-ID
           ADD WS-STU-ID TO WS-CTL-HASH
           PERFORM VARYING WS-TOK-IDX FROM 4 BY 2
                UNTIL WS-TOK-IDX > 18
             MOVE WS-TOK(WS-TOK-IDX) TO WS-CNT-TOK
             PERFORM PARSE-COUNT-TOKEN
             ADD WS-CNT-VALUE TO WS-CTL-UNITS
           END-PERFORM
           IF WS-TOK(21) = 'REISSUE'
             MOVE WS-TOK(22) TO WS-CNT-TOK
             PERFORM PARSE-COUNT-TOKEN
             ADD WS-CNT-VALUE TO WS-CTL-UNITS
           END-IF
           IF WS-TOK(19) = 'CHARGE'
             PERFORM PARSE-AMOUNT-TOKEN
             ADD WS-LINE-AMOUNT TO WS-CTL-AMOUNT
           END-IF.

       PARSE-COUNT-TOKEN.
      *> a six-digit count, or a minus and six digits on a reversal
      *> line; anything else counts nothing.
           MOVE 0 TO WS-CNT-VALUE
           IF WS-CNT-TOK(1:6) IS NUMERIC
             MOVE WS-CNT-TOK(1:6) TO WS-CNT-VALUE
           ELSE
             IF WS-CNT-TOK(1:1) = '-'
                   AND WS-CNT-TOK(2:6) IS NUMERIC
                MOVE WS-CNT-TOK(2:6) TO WS-CNT-VALUE
                COMPUTE WS-CNT-VALUE = 0 - WS-CNT-VALUE
             END-IF
           END-IF.

       PARSE-AMOUNT-TOKEN.
      *> the charge as printed -- a reversal's carries a leading
      *> minus -- split into whole and cents on the decimal point.
           MOVE 'N' TO WS-AMT-NEGATIVE
           IF WS-TOK(20)(1:1) = '-'
             MOVE 'Y' TO WS-AMT-NEGATIVE
             MOVE WS-TOK(20)(2:13) TO WS-AMT-TOK
           ELSE
             MOVE WS-TOK(20) TO WS-AMT-TOK
           END-IF
           MOVE SPACES TO WS-AMT-WHOLE-STR
           MOVE SPACES TO WS-AMT-FRAC-STR
           UNSTRING WS-AMT-TOK DELIMITED BY '.' OR SPACE
              INTO WS-AMT-WHOLE-STR, WS-AMT-FRAC-STR
           END-UNSTRING
           INSPECT WS-AMT-WHOLE-STR REPLACING LEADING SPACE BY '0'
           INSPECT WS-AMT-FRAC-STR REPLACING ALL SPACE BY '0'
           IF WS-AMT-WHOLE-STR IS NOT NUMERIC
             MOVE '000000000' TO WS-AMT-WHOLE-STR
           END-IF
           IF WS-AMT-FRAC-STR IS NOT NUMERIC
             MOVE '00' TO WS-AMT-FRAC-STR
           END-IF
           MOVE WS-AMT-WHOLE-STR TO WS-AMT-WHOLE-NUM
           MOVE WS-AMT-FRAC-STR TO WS-AMT-FRAC-NUM
           COMPUTE WS-LINE-AMOUNT
              = WS-AMT-WHOLE-NUM + WS-AMT-FRAC-NUM / 100
           IF WS-AMT-NEGATIVE = 'Y'
             COMPUTE WS-LINE-AMOUNT = 0 - WS-LINE-AMOUNT
           END-IF.

       STAMP-PERIOD-CLOSED.
           OPEN EXTEND PERIOD-CTL
           IF WS-PERIODCTL-STATUS NOT = '00'
             OPEN OUTPUT PERIOD-CTL
           END-IF
           MOVE WS-CLOSE-PERIOD TO PCT-PERIOD
           MOVE 'CLOSED' TO PCT-STATUS
           MOVE WS-TODAY TO PCT-CLOSED-DATE
           MOVE WS-NOW(1:6) TO PCT-CLOSED-TIME
           MOVE WS-CLOSE-OPER TO PCT-CLOSED-BY
           MOVE WS-CTL-LINES TO PCT-LINES
           IF WS-CTL-UNITS < 0
             COMPUTE PCT-UNITS = 0 - WS-CTL-UNITS
             MOVE '-' TO PCT-UNITS-SIGN
           ELSE
             MOVE WS-CTL-UNITS TO PCT-UNITS
             MOVE '+' TO PCT-UNITS-SIGN
           END-IF
           IF WS-CTL-AMOUNT < 0
             COMPUTE PCT-AMOUNT = 0 - WS-CTL-AMOUNT
             MOVE '-' TO PCT-AMOUNT-SIGN
           ELSE
             MOVE WS-CTL-AMOUNT TO PCT-AMOUNT
             MOVE '+' TO PCT-AMOUNT-SIGN
           END-IF
           MOVE WS-CTL-HASH TO PCT-HASH
           WRITE PCT-RECORD
           CLOSE PERIOD-CTL.

       WRITE-CLOSE-REPORT.
           OPEN OUTPUT CLOSE-REPORT
           MOVE SPACES TO CLOSE-RPT-LINE
           STRING 'BILLING PERIOD CLOSE -- PERIOD ' DELIMITED BY SIZE
                  WS-CLOSE-PERIOD DELIMITED BY SIZE
                  '  CLOSED ' DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-NOW(1:6) DELIMITED BY SIZE
                  '  BY ' DELIMITED BY SIZE
                  WS-CLOSE-OPER DELIMITED BY SPACE
              INTO CLOSE-RPT-LINE
           END-STRING
           WRITE CLOSE-RPT-LINE
           MOVE SPACES TO CLOSE-RPT-LINE
           STRING 'CHARGE DATASET ' DELIMITED BY SIZE
                  WS-CHARGE-DSN DELIMITED BY SPACE
                  '  BACKED UP TO ' DELIMITED BY SIZE
                  WS-BACKUP-DSN DELIMITED BY SPACE
              INTO CLOSE-RPT-LINE
           END-STRING
           WRITE CLOSE-RPT-LINE
           MOVE SPACES TO CLOSE-RPT-LINE
           STRING 'FROZEN TO ' DELIMITED BY SIZE
                  WS-CLOSED-DSN DELIMITED BY SPACE
              INTO CLOSE-RPT-LINE
           END-STRING
           WRITE CLOSE-RPT-LINE
           MOVE SPACES TO CLOSE-RPT-LINE
           WRITE CLOSE-RPT-LINE
           MOVE SPACES TO CLOSE-RPT-LINE
           STRING 'CHARGE LINES READ        ' DELIMITED BY SIZE
                  WS-READ-COUNT DELIMITED BY SIZE
              INTO CLOSE-RPT-LINE
           END-STRING
           WRITE CLOSE-RPT-LINE
           MOVE SPACES TO CLOSE-RPT-LINE
           STRING 'LINES FROZEN             ' DELIMITED BY SIZE
                  WS-FROZEN-COUNT DELIMITED BY SIZE
              INTO CLOSE-RPT-LINE
           END-STRING
           WRITE CLOSE-RPT-LINE
           MOVE SPACES TO CLOSE-RPT-LINE
           STRING '  OF WHICH UNTAGGED      ' DELIMITED BY SIZE
                  WS-TAGGED-COUNT DELIMITED BY SIZE
              INTO CLOSE-RPT-LINE
           END-STRING
           WRITE CLOSE-RPT-LINE
           MOVE SPACES TO CLOSE-RPT-LINE
           STRING 'LINES KEPT OPEN          ' DELIMITED BY SIZE
                  WS-KEPT-COUNT DELIMITED BY SIZE
              INTO CLOSE-RPT-LINE
           END-STRING
           WRITE CLOSE-RPT-LINE
           MOVE SPACES TO CLOSE-RPT-LINE
           WRITE CLOSE-RPT-LINE
           MOVE 'CONTROL TOTALS' TO CLOSE-RPT-LINE
           WRITE CLOSE-RPT-LINE
           MOVE SPACES TO CLOSE-RPT-LINE
           STRING '  STUDENT LINES          ' DELIMITED BY SIZE
                  WS-CTL-LINES DELIMITED BY SIZE
              INTO CLOSE-RPT-LINE
           END-STRING
           WRITE CLOSE-RPT-LINE
           MOVE SPACES TO CLOSE-RPT-LINE
           STRING '  UNITS               ' DELIMITED BY SIZE
                  WS-UNITS-EDIT DELIMITED BY SIZE
              INTO CLOSE-RPT-LINE
           END-STRING
           WRITE CLOSE-RPT-LINE
           MOVE SPACES TO CLOSE-RPT-LINE
           STRING '  AMOUNT           ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
              INTO CLOSE-RPT-LINE
           END-STRING
           WRITE CLOSE-RPT-LINE
           MOVE SPACES TO CLOSE-RPT-LINE
           STRING '  STUDENT HASH      ' DELIMITED BY SIZE
                  WS-CTL-HASH DELIMITED BY SIZE
              INTO CLOSE-RPT-LINE
           END-STRING
           WRITE CLOSE-RPT-LINE
           CLOSE CLOSE-REPORT.
