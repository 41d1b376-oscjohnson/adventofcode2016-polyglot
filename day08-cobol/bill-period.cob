       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILL-PERIOD.

      *> the billing period a charge posts to.  a charge belongs to
      *> the year and month of its business date -- unless PERIOD-
      *> CLOSE has already frozen that month, in which case it is a
      *> late charge and posts to the first period after the last
      *> one closed, so it is billed next time instead of never or
      *> twice.
      *>
      *>   CALL 'BILL-PERIOD' USING business-date, period, late
      *>
      *> period comes back as yyyymm and late as 'Y' when the charge
      *> was moved on past a closed period.  the period-control
      *> dataset is read once, on the first call, and held; this
      *> program is deliberately not INITIAL.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT PERIOD-CTL ASSIGN TO DYNAMIC WS-PERIODCTL-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PERIODCTL-STATUS.

       DATA DIVISION.
          FILE SECTION.
      *> same record PERIOD-CLOSE writes.
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

          WORKING-STORAGE SECTION.
          01 WS-PERIODCTL-DSN PIC X(100) VALUE 'periodctl.txt'.
          01 WS-PERIODCTL-STATUS PIC X(2) VALUE SPACES.
          01 WS-PERIODCTL-EOF PIC X(1) VALUE 'N'.
          01 WS-CTL-LOADED PIC X(1) VALUE 'N'.

          01 WS-LAST-CLOSED PIC 9(6) VALUE 0.
          01 WS-NEXT-OPEN PIC 9(6) VALUE 0.
          01 WS-NEXT-PARTS REDEFINES WS-NEXT-OPEN.
             05 WS-NEXT-YEAR PIC 9(4).
             05 WS-NEXT-MONTH PIC 9(2).
          01 WS-OWN-PERIOD PIC 9(6) VALUE 0.

          LINKAGE SECTION.
          01 WS-IN-DATE PIC 9(8).
          01 WS-POST-PERIOD PIC 9(6).
          01 WS-LATE PIC X(1).

       PROCEDURE DIVISION USING WS-IN-DATE, WS-POST-PERIOD, WS-LATE.
           IF WS-CTL-LOADED = 'N'
             PERFORM LOAD-PERIOD-CONTROL
           END-IF
           MOVE 'N' TO WS-LATE
           MOVE WS-IN-DATE(1:6) TO WS-OWN-PERIOD
           IF WS-LAST-CLOSED > 0
                 AND WS-OWN-PERIOD NOT > WS-LAST-CLOSED
             MOVE WS-NEXT-OPEN TO WS-POST-PERIOD
             MOVE 'Y' TO WS-LATE
           ELSE
             MOVE WS-OWN-PERIOD TO WS-POST-PERIOD
           END-IF

           EXIT PROGRAM.

       LOAD-PERIOD-CONTROL.
      *> periods close in order, so the latest closed record is the
      *> fence; with no control dataset nothing is closed yet.
           MOVE 'Y' TO WS-CTL-LOADED
           MOVE 0 TO WS-LAST-CLOSED
           ACCEPT WS-PERIODCTL-DSN FROM ENVIRONMENT 'PERIODCTLDD'
           IF WS-PERIODCTL-DSN = SPACES
             MOVE 'periodctl.txt' TO WS-PERIODCTL-DSN
           END-IF
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
