      *> departmental rollup invoices for the bursar: reads the
      *> per-student charge lines MAIN writes, looks each student's
      *> billing department up on the keyed master, and prints one
      *> invoice page per department -- addressed from the
      *> department master with the department's name, billing
      *> account and contact, with per-instruction-type subtotals,
      *> each charge line priced at the rates in force
      *> on the run date it carries, a department grand total,
      *> and the billing period in the heading -- plus an
      *> unassigned-students section so a student missing from the
      *> master or carrying no department never silently falls out
      *> of the billing.
      *>
      *> only the billing period's own lines are billed -- a line
      *> tagged with another period is passed over, and a line from
      *> before lines carried a period bills in whichever period is
      *> asked for.  a period PERIOD-CLOSE has closed is refused;
      *> with INVOICEDUP=Y its frozen lines are reprinted from the
      *> closed-period history instead, every page marked as a
      *> duplicate copy and the block checked against the control
      *> totals stamped when it closed.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RATE-STATUS.

             SELECT DEPT-KEYED ASSIGN TO DYNAMIC WS-DEPT-DSN
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS DPT-CODE
             FILE STATUS IS WS-DEPT-STATUS.

             SELECT INVOICE-FILE ASSIGN TO DYNAMIC WS-INVOICE-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-INVOICE-STATUS.

             SELECT CLOSED-FILE ASSIGN TO DYNAMIC WS-CLOSED-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CLOSED-STATUS.

             SELECT PERIOD-CTL ASSIGN TO DYNAMIC WS-PERIODCTL-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PERIODCTL-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD CHARGE-FILE.
             05 MSX-ACTIVE PIC X(1).
             05 MSX-DEPT PIC X(4).

      *> the production rate card, same records MAIN prices from
      *> and RATE-MAINT keeps.
          FD RATE-FILE.
          01 RATE-CARD-RECORD.
             05 RCD-TYPE PIC X(10).
             05 RCD-EFF-DATE PIC 9(8).
             05 RCD-RATE PIC 9(3)V99.
             05 RCD-STATUS PIC X(1).
             05 RCD-APPROVER PIC X(20).
             05 RCD-ENTERED PIC 9(8).

      *> same record DEPT-MAINT keeps -- layout must stay in step
      *> with the maintenance program.
          FD DEPT-KEYED.
          01 DPT-RECORD.
             05 DPT-CODE PIC X(4).
             05 DPT-NAME PIC X(50).
             05 DPT-ACCOUNT PIC X(20).
             05 DPT-CONTACT PIC X(40).
             05 DPT-ACTIVE PIC X(1).

          FD INVOICE-FILE.
          01 INVOICE-LINE PIC X(132).

      *> the closed-period history and control records PERIOD-CLOSE
      *> writes.
          FD CLOSED-FILE.
          01 CLOSED-LINE PIC X(199).

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
          01 WS-CHARGE-DSN PIC X(100) VALUE 'charges.txt'.
          01 WS-CHARGE-STATUS PIC X(2) VALUE SPACES.
          01 WS-MASTER-DSN PIC X(100) VALUE 'studentmaster.dat'.
          01 WS-MASTER-STATUS PIC X(2) VALUE SPACES.
          01 WS-HAVE-MASTER PIC X(1) VALUE 'N'.
          01 WS-RATE-DSN PIC X(100) VALUE 'ratecard.txt'.
          01 WS-RATE-STATUS PIC X(2) VALUE SPACES.
          01 WS-DEPT-DSN PIC X(100) VALUE 'deptmaster.dat'.
          01 WS-DEPT-STATUS PIC X(2) VALUE SPACES.
          01 WS-HAVE-DEPT-MASTER PIC X(1) VALUE 'N'.
          01 WS-UNADDRESSED-COUNT PIC 9(4) VALUE 0.
          01 WS-INVOICE-DSN PIC X(100) VALUE 'invoices.txt'.
          01 WS-INVOICE-STATUS PIC X(2) VALUE SPACES.
          01 WS-CLOSED-DSN PIC X(100) VALUE 'closedcharges.txt'.
          01 WS-CLOSED-STATUS PIC X(2) VALUE SPACES.
          01 WS-PERIODCTL-DSN PIC X(100) VALUE 'periodctl.txt'.
          01 WS-PERIODCTL-STATUS PIC X(2) VALUE SPACES.
          01 WS-PERIODCTL-EOF PIC X(1) VALUE 'N'.

      *> the billing period for the invoice headings -- operator
      *> supplied, defaulting to the year and month of the run's
      *> business date -- today rolled forward past weekends and
      *> calendar holidays -- which also prices undated lines.
          01 WS-PERIOD PIC X(20) VALUE SPACES.
          01 WS-RUN-DATE PIC 9(8) VALUE 0.
          01 WS-BUS-DATE PIC 9(8) VALUE 0.
          01 WS-CAL-SOURCE PIC X(1) VALUE SPACE.
          01 WS-BILL-PERIOD PIC 9(6) VALUE 0.
          01 WS-BILL-PARTS REDEFINES WS-BILL-PERIOD.
             05 WS-BILL-YEAR PIC 9(4).
             05 WS-BILL-MONTH PIC 9(2).
          01 WS-LINE-PERIOD PIC 9(6) VALUE 0.
          01 WS-LINE-TAGGED PIC X(1) VALUE 'N'.
          01 WS-OTHER-PERIOD-COUNT PIC 9(6) VALUE 0.

      *> a closed period: its control record, and whether the
      *> operator asked for the duplicate copy.
          01 WS-DUP-ENV PIC X(1) VALUE SPACE.
          01 WS-PERIOD-CLOSED PIC X(1) VALUE 'N'.
          01 WS-DUPLICATE PIC X(1) VALUE 'N'.
          01 WS-IN-BLOCK PIC X(1) VALUE 'N'.
          01 WS-BLOCK-FOUND PIC X(1) VALUE 'N'.
          01 WS-CLOSED-EOF PIC X(1) VALUE 'N'.
          01 WS-CTL-CLOSED-DATE PIC 9(8) VALUE 0.
          01 WS-CTL-CLOSED-BY PIC X(20) VALUE SPACES.
          01 WS-CTL-LINES PIC 9(7) VALUE 0.
          01 WS-CTL-UNITS PIC S9(9) VALUE 0.
          01 WS-CTL-AMOUNT PIC S9(9)V99 VALUE 0.
          01 WS-CTL-HASH PIC 9(12) VALUE 0.
          01 WS-CTL-AGREES PIC X(1) VALUE 'Y'.

      *> the same totals over the block as reprinted.
          01 WS-DUP-LINES PIC 9(7) VALUE 0.
          01 WS-DUP-UNITS PIC S9(9) VALUE 0.
          01 WS-DUP-AMOUNT PIC S9(9)V99 VALUE 0.
          01 WS-DUP-HASH PIC 9(12) VALUE 0.
          01 WS-AMT-TOK PIC X(14) VALUE SPACES.
          01 WS-AMT-NEGATIVE PIC X(1) VALUE 'N'.
          01 WS-AMT-WHOLE-STR PIC X(9) JUSTIFIED RIGHT VALUE SPACES.
          01 WS-AMT-FRAC-STR PIC X(2) VALUE SPACES.
          01 WS-AMT-WHOLE-NUM PIC 9(9) VALUE 0.
          01 WS-AMT-FRAC-NUM PIC 9(2) VALUE 0.
          01 WS-LINE-AMOUNT PIC S9(9)V99 VALUE 0.
          01 WS-CTL-AMOUNT-EDIT PIC ---------9.99.
          01 WS-DUP-AMOUNT-EDIT PIC ---------9.99.

          01 WS-CHARGE-EOF PIC X(1) VALUE 'N'.
          01 WS-RATE-EOF PIC X(1) VALUE 'N'.

      *> charge-line tokens -- the tag words are checked so a
      *> summary or malformed line never bills anybody.
          01 WS-CHARGE-WORK PIC X(199) VALUE SPACES.
          01 WS-TOKENS.
             05 WS-TOK PIC X(14) OCCURS 26 TIMES.
          01 WS-TOK-IDX PIC 9(2) VALUE 0.

      *> the whole rate card, held so each charge line can be priced
      *> at the rates in force on its own date.  the card is in type
      *> and effective-date order, so the last entry on or before a
      *> date is the one in force.
          01 WS-RC-COUNT PIC 9(4) VALUE 0.
          01 WS-RC-IDX PIC 9(4) VALUE 0.
          01 WS-RC-TABLE.
             05 WS-RC-ENTRY OCCURS 500 TIMES.
                10 WS-RC-TYPE PIC X(10).
                10 WS-RC-EFF-DATE PIC 9(8).
                10 WS-RC-RATE PIC 9(3)V99.
                10 WS-RC-STATUS PIC X(1).
          01 WS-PRICE-DATE PIC 9(8) VALUE 0.
          01 WS-PRICED-DATE PIC 9(8) VALUE 0.
          01 WS-LINE-DATE PIC 9(8) VALUE 0.
      *> the latest card entry applied for a date -- two lines with
      *> the same version priced at the same rates.
          01 WS-RATE-VERSION PIC 9(8) VALUE 0.

          01 WS-RATE-TYPE PIC X(10) VALUE SPACES.
          01 WS-RATE-WORK PIC 9(3)V99 VALUE 0.
          01 WS-RATE-RECT PIC 9(3)V99 VALUE 0.
          01 WS-RATE-COL-ROTATE PIC 9(3)V99 VALUE 0.
          01 WS-RATE-COPY PIC 9(3)V99 VALUE 0.
          01 WS-RATE-BARCODE PIC 9(3)V99 VALUE 0.
          01 WS-RATE-REJECT PIC 9(3)V99 VALUE 0.
          01 WS-RATE-REISSUE PIC 9(3)V99 VALUE 0.

          01 WS-STU-ID PIC 9(5) VALUE 0.
          01 WS-STU-RECT PIC S9(6) VALUE 0.
          01 WS-STU-COL PIC S9(6) VALUE 0.
          01 WS-STU-ROW PIC S9(6) VALUE 0.
          01 WS-STU-CLEAR PIC S9(6) VALUE 0.
          01 WS-STU-INVERT PIC S9(6) VALUE 0.
          01 WS-STU-COPY PIC S9(6) VALUE 0.
          01 WS-STU-BARCODE PIC S9(6) VALUE 0.
          01 WS-STU-BAD PIC S9(6) VALUE 0.
          01 WS-STU-REISSUE PIC S9(6) VALUE 0.
          01 WS-STU-DEPT PIC X(4) VALUE SPACES.

      *> a backed-out run's reversal lines carry each count with a
      *> leading minus, so the run nets to zero wherever its lines
      *> and their reversal are billed together.
          01 WS-CNT-TOK PIC X(14) VALUE SPACES.
          01 WS-CNT-VALUE PIC S9(6) VALUE 0.
          01 WS-REVERSAL PIC X(1) VALUE 'N'.

      *> one bucket per department; the last bucket the loop can
      *> assign is the unassigned pool.
          01 WS-DEPT-COUNT PIC 9(3) VALUE 0.
             05 WS-DEPT-ENTRY OCCURS 200 TIMES.
                10 WS-DEPT-CODE PIC X(4).
                10 WS-DEPT-STUDENTS PIC 9(6).
                10 WS-DEPT-RECT PIC S9(8).
                10 WS-DEPT-COL PIC S9(8).
                10 WS-DEPT-ROW PIC S9(8).
                10 WS-DEPT-CLEAR PIC S9(8).
                10 WS-DEPT-INVERT PIC S9(8).
                10 WS-DEPT-COPY PIC S9(8).
                10 WS-DEPT-BARCODE PIC S9(8).
                10 WS-DEPT-BAD PIC S9(8).
                10 WS-DEPT-REISSUE PIC S9(8).
                10 WS-DEPT-AMT-RECT PIC S9(9)V99.
                10 WS-DEPT-AMT-COL PIC S9(9)V99.
                10 WS-DEPT-AMT-ROW PIC S9(9)V99.
                10 WS-DEPT-AMT-CLEAR PIC S9(9)V99.
                10 WS-DEPT-AMT-INVERT PIC S9(9)V99.
                10 WS-DEPT-AMT-COPY PIC S9(9)V99.
                10 WS-DEPT-AMT-BARCODE PIC S9(9)V99.
                10 WS-DEPT-AMT-BAD PIC S9(9)V99.
                10 WS-DEPT-AMT-REISSUE PIC S9(9)V99.
                10 WS-DEPT-RATE-DATE PIC 9(8).
                10 WS-DEPT-VERSION PIC 9(8).
                10 WS-DEPT-MIXED PIC X(1).

      *> students who could not be assigned to a department, listed
      *> on the unassigned section so the bursar can chase them.
          01 WS-UNA-TABLE.
             05 WS-UNA-ID PIC 9(5) OCCURS 2000 TIMES.

          01 WS-TYPE-COUNT PIC S9(8) VALUE 0.
          01 WS-TYPE-AMOUNT PIC S9(9)V99 VALUE 0.
          01 WS-DEPT-TOTAL PIC S9(9)V99 VALUE 0.
          01 WS-GRAND-TOTAL PIC S9(11)V99 VALUE 0.
          01 WS-COUNT-EDIT PIC 99999999-.
          01 WS-AMOUNT-EDIT PIC ZZZZZZZZ9.99-.
          01 WS-TOTAL-EDIT PIC ZZZZZZZZZZ9.99-.
          01 WS-RATE-EDIT PIC ZZ9.99.

       PROCEDURE DIVISION.
           IF WS-MASTER-DSN = SPACES
             MOVE 'studentmaster.dat' TO WS-MASTER-DSN
           END-IF
           ACCEPT WS-RATE-DSN FROM ENVIRONMENT 'RATECARDDD'
           IF WS-RATE-DSN = SPACES
             MOVE 'ratecard.txt' TO WS-RATE-DSN
           END-IF
           ACCEPT WS-DEPT-DSN FROM ENVIRONMENT 'DEPTKEYDD'
           IF WS-DEPT-DSN = SPACES
             MOVE 'deptmaster.dat' TO WS-DEPT-DSN
           END-IF
           ACCEPT WS-INVOICE-DSN FROM ENVIRONMENT 'INVOICEDD'
           IF WS-INVOICE-DSN = SPACES
             MOVE 'invoices.txt' TO WS-INVOICE-DSN
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           CALL 'BIZ-DATE' USING WS-RUN-DATE, WS-BUS-DATE,
              WS-CAL-SOURCE
           MOVE WS-BUS-DATE TO WS-RUN-DATE
           ACCEPT WS-PERIOD FROM ENVIRONMENT 'BILLPERIOD'
           IF WS-PERIOD = SPACES
             MOVE WS-RUN-DATE(1:6) TO WS-PERIOD
           END-IF
           ACCEPT WS-CLOSED-DSN FROM ENVIRONMENT 'CLOSEDCHGDD'
           IF WS-CLOSED-DSN = SPACES
             MOVE 'closedcharges.txt' TO WS-CLOSED-DSN
           END-IF
           ACCEPT WS-PERIODCTL-DSN FROM ENVIRONMENT 'PERIODCTLDD'
           IF WS-PERIODCTL-DSN = SPACES
             MOVE 'periodctl.txt' TO WS-PERIODCTL-DSN
           END-IF
           ACCEPT WS-DUP-ENV FROM ENVIRONMENT 'INVOICEDUP'

      *> the period is what picks the lines, so it has to be one.
           IF WS-PERIOD(1:6) IS NOT NUMERIC
                 OR WS-PERIOD(7:14) NOT = SPACES
             DISPLAY 'BILLPERIOD ' WS-PERIOD
                ' NOT YYYYMM -- INVOICES REFUSED'
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE WS-PERIOD(1:6) TO WS-BILL-PERIOD
           IF WS-BILL-MONTH < 1 OR WS-BILL-MONTH > 12
             DISPLAY 'BILLPERIOD ' WS-PERIOD
                ' NOT YYYYMM -- INVOICES REFUSED'
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM LOAD-PERIOD-CONTROL
           IF WS-PERIOD-CLOSED = 'Y'
             IF WS-DUP-ENV NOT = 'Y'
                DISPLAY 'BILLING PERIOD ' WS-BILL-PERIOD
                   ' CLOSED ' WS-CTL-CLOSED-DATE
                   ' -- INVOICES REFUSED (INVOICEDUP=Y PRINTS A '
                   'DUPLICATE COPY)'
                MOVE 12 TO RETURN-CODE
                GOBACK
             END-IF
             MOVE 'Y' TO WS-DUPLICATE
           END-IF

           PERFORM LOAD-RATE-TABLE
           OPEN INPUT MASTER-KEYED
             MOVE 'Y' TO WS-HAVE-MASTER
           END-IF

           IF WS-DUPLICATE = 'Y'
             PERFORM READ-CLOSED-BLOCK
             IF WS-BLOCK-FOUND = 'N'
                IF WS-HAVE-MASTER = 'Y'
                   CLOSE MASTER-KEYED
                END-IF
                MOVE 12 TO RETURN-CODE
                GOBACK
             END-IF
             PERFORM CHECK-CONTROL-TOTALS
           ELSE
             OPEN INPUT CHARGE-FILE
             IF WS-CHARGE-STATUS NOT = '00'
                DISPLAY 'CHARGE DATASET UNAVAILABLE: ' WS-CHARGE-DSN
                MOVE 12 TO RETURN-CODE
                GOBACK
             END-IF
             PERFORM UNTIL WS-CHARGE-EOF = 'Y'
                READ CHARGE-FILE
                   AT END MOVE 'Y' TO WS-CHARGE-EOF
                   NOT AT END
                      MOVE CHARGE-LINE TO WS-CHARGE-WORK
                      PERFORM ROLL-UP-ONE-LINE
                END-READ
             END-PERFORM
             CLOSE CHARGE-FILE
           END-IF
           IF WS-HAVE-MASTER = 'Y'
             CLOSE MASTER-KEYED
           END-IF

      *> without the department master the invoices still go out,
      *> addressed by code alone.
           OPEN INPUT DEPT-KEYED
           IF WS-DEPT-STATUS = '00'
             MOVE 'Y' TO WS-HAVE-DEPT-MASTER
           ELSE
             DISPLAY 'DEPARTMENT MASTER UNAVAILABLE: ' WS-DEPT-DSN
                ' -- INVOICES ADDRESSED BY CODE ONLY'
           END-IF
           PERFORM WRITE-INVOICES
           IF WS-HAVE-DEPT-MASTER = 'Y'
             CLOSE DEPT-KEYED
           END-IF
           DISPLAY 'CHARGE LINES READ: ' WS-LINE-COUNT
              '  STUDENTS BILLED: ' WS-BILLED-COUNT
              '  DEPARTMENTS: ' WS-DEPT-COUNT
              '  UNASSIGNED: ' WS-UNASSIGNED-COUNT
           IF WS-UNADDRESSED-COUNT > 0
             DISPLAY 'DEPARTMENTS NOT ON DEPARTMENT MASTER: '
                WS-UNADDRESSED-COUNT
           END-IF
           IF WS-OTHER-PERIOD-COUNT > 0
             DISPLAY 'LINES FOR OTHER PERIODS PASSED OVER: '
                WS-OTHER-PERIOD-COUNT
           END-IF
           IF WS-UNASSIGNED-COUNT > 0 OR WS-UNADDRESSED-COUNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-CTL-AGREES = 'N'
             MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-PERIOD-CONTROL.
      *> the period's control record, if PERIOD-CLOSE has closed it.
           MOVE 'N' TO WS-PERIOD-CLOSED
           OPEN INPUT PERIOD-CTL
           IF WS-PERIODCTL-STATUS = '00'
             MOVE 'N' TO WS-PERIODCTL-EOF
             PERFORM UNTIL WS-PERIODCTL-EOF = 'Y'
                READ PERIOD-CTL
                   AT END MOVE 'Y' TO WS-PERIODCTL-EOF
                   NOT AT END
                      IF PCT-PERIOD IS NUMERIC
                            AND PCT-STATUS = 'CLOSED'
                            AND PCT-PERIOD = WS-BILL-PERIOD
                         PERFORM NOTE-PERIOD-CONTROL
                      END-IF
                END-READ
             END-PERFORM
             CLOSE PERIOD-CTL
           END-IF.

       NOTE-PERIOD-CONTROL.
           MOVE 'Y' TO WS-PERIOD-CLOSED
           MOVE PCT-CLOSED-DATE TO WS-CTL-CLOSED-DATE
           MOVE PCT-CLOSED-BY TO WS-CTL-CLOSED-BY
           MOVE PCT-LINES TO WS-CTL-LINES
           MOVE PCT-UNITS TO WS-CTL-UNITS
           IF PCT-UNITS-SIGN = '-'
             COMPUTE WS-CTL-UNITS = 0 - WS-CTL-UNITS
           END-IF
           MOVE PCT-AMOUNT TO WS-CTL-AMOUNT
           IF PCT-AMOUNT-SIGN = '-'
             COMPUTE WS-CTL-AMOUNT = 0 - WS-CTL-AMOUNT
           END-IF
           MOVE PCT-HASH TO WS-CTL-HASH.

       READ-CLOSED-BLOCK.
      *> the period's block runs from its '*PERIOD' header to its
      *> '*CONTROL' trailer; every line in it is billed again.
           OPEN INPUT CLOSED-FILE
           IF WS-CLOSED-STATUS NOT = '00'
             DISPLAY 'CLOSED-PERIOD HISTORY UNAVAILABLE: '
                WS-CLOSED-DSN ' -- DUPLICATE REFUSED'
           ELSE
             MOVE 'N' TO WS-CLOSED-EOF
             MOVE 'N' TO WS-IN-BLOCK
             PERFORM UNTIL WS-CLOSED-EOF = 'Y'
                READ CLOSED-FILE
                   AT END MOVE 'Y' TO WS-CLOSED-EOF
                   NOT AT END PERFORM NOTE-CLOSED-LINE
                END-READ
             END-PERFORM
             CLOSE CLOSED-FILE
             IF WS-BLOCK-FOUND = 'N'
                DISPLAY 'PERIOD ' WS-BILL-PERIOD ' NOT FOUND IN '
                   WS-CLOSED-DSN ' -- DUPLICATE REFUSED'
             END-IF
           END-IF.

       NOTE-CLOSED-LINE.
           IF CLOSED-LINE(1:8) = '*PERIOD '
             IF CLOSED-LINE(9:6) = WS-PERIOD(1:6)
                MOVE 'Y' TO WS-IN-BLOCK
                MOVE 'Y' TO WS-BLOCK-FOUND
             ELSE
                MOVE 'N' TO WS-IN-BLOCK
             END-IF
           ELSE
             IF CLOSED-LINE(1:9) = '*CONTROL '
                MOVE 'N' TO WS-IN-BLOCK
             ELSE
                IF WS-IN-BLOCK = 'Y'
                   MOVE CLOSED-LINE TO WS-CHARGE-WORK
                   PERFORM ROLL-UP-ONE-LINE
                END-IF
             END-IF
           END-IF.

       CHECK-CONTROL-TOTALS.
           IF WS-DUP-LINES NOT = WS-CTL-LINES
                 OR WS-DUP-UNITS NOT = WS-CTL-UNITS
                 OR WS-DUP-AMOUNT NOT = WS-CTL-AMOUNT
                 OR WS-DUP-HASH NOT = WS-CTL-HASH
             MOVE 'N' TO WS-CTL-AGREES
             MOVE WS-CTL-AMOUNT TO WS-CTL-AMOUNT-EDIT
             MOVE WS-DUP-AMOUNT TO WS-DUP-AMOUNT-EDIT
             DISPLAY 'CLOSED PERIOD ' WS-BILL-PERIOD
                ' DOES NOT AGREE WITH ITS CONTROL TOTALS'
             DISPLAY '  CLOSED: LINES ' WS-CTL-LINES
                ' AMOUNT ' WS-CTL-AMOUNT-EDIT ' HASH ' WS-CTL-HASH
             DISPLAY '  NOW:    LINES ' WS-DUP-LINES
                ' AMOUNT ' WS-DUP-AMOUNT-EDIT ' HASH ' WS-DUP-HASH
           END-IF.

       WRITE-DUPLICATE-MARK.
           IF WS-DUPLICATE = 'Y'
             MOVE SPACES TO INVOICE-LINE
             STRING '*** DUPLICATE COPY -- PERIOD ' DELIMITED BY SIZE
                    WS-BILL-PERIOD DELIMITED BY SIZE
                    ' CLOSED ' DELIMITED BY SIZE
                    WS-CTL-CLOSED-DATE DELIMITED BY SIZE
                    ' BY ' DELIMITED BY SIZE
                    WS-CTL-CLOSED-BY DELIMITED BY SPACE
                    ' -- NOT FOR BILLING ***' DELIMITED BY SIZE
                 INTO INVOICE-LINE
             END-STRING
             WRITE INVOICE-LINE
           END-IF.

       LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS = '00'
           END-IF.

       NOTE-RATE-LINE.
           IF RCD-TYPE NOT = SPACES
                 AND RCD-EFF-DATE IS NUMERIC
                 AND WS-RC-COUNT < 500
             ADD 1 TO WS-RC-COUNT
             MOVE RCD-TYPE TO WS-RC-TYPE(WS-RC-COUNT)
             MOVE RCD-EFF-DATE TO WS-RC-EFF-DATE(WS-RC-COUNT)
             MOVE RCD-STATUS TO WS-RC-STATUS(WS-RC-COUNT)
             IF RCD-RATE IS NUMERIC
                MOVE RCD-RATE TO WS-RC-RATE(WS-RC-COUNT)
             ELSE
                MOVE 0 TO WS-RC-RATE(WS-RC-COUNT)
             END-IF
           END-IF.

       PRICE-AT-DATE.
      *> every type's rate as in force on WS-PRICE-DATE; a type with
      *> no entry yet, or expired by then, bills at zero.
           MOVE 0 TO WS-RATE-RECT
           MOVE 0 TO WS-RATE-COL-ROTATE
           MOVE 0 TO WS-RATE-ROW-ROTATE
           MOVE 0 TO WS-RATE-CLEAR
           MOVE 0 TO WS-RATE-INVERT
           MOVE 0 TO WS-RATE-COPY
           MOVE 0 TO WS-RATE-BARCODE
           MOVE 0 TO WS-RATE-REJECT
           MOVE 0 TO WS-RATE-REISSUE
           MOVE 0 TO WS-RATE-VERSION
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                UNTIL WS-RC-IDX > WS-RC-COUNT
             IF WS-RC-EFF-DATE(WS-RC-IDX) NOT > WS-PRICE-DATE
                IF WS-RC-STATUS(WS-RC-IDX) = 'X'
                   MOVE 0 TO WS-RATE-WORK
                ELSE
                   MOVE WS-RC-RATE(WS-RC-IDX) TO WS-RATE-WORK
                END-IF
                IF WS-RC-EFF-DATE(WS-RC-IDX) > WS-RATE-VERSION
                   MOVE WS-RC-EFF-DATE(WS-RC-IDX) TO WS-RATE-VERSION
                END-IF
                EVALUATE WS-RC-TYPE(WS-RC-IDX)
                   WHEN 'RECT' MOVE WS-RATE-WORK TO WS-RATE-RECT
                   WHEN 'ROTATECOL'
                      MOVE WS-RATE-WORK TO WS-RATE-COL-ROTATE
                   WHEN 'ROTATEROW'
                      MOVE WS-RATE-WORK TO WS-RATE-ROW-ROTATE
                   WHEN 'CLEAR' MOVE WS-RATE-WORK TO WS-RATE-CLEAR
                   WHEN 'INVERT' MOVE WS-RATE-WORK TO WS-RATE-INVERT
                   WHEN 'COPY' MOVE WS-RATE-WORK TO WS-RATE-COPY
                   WHEN 'BARCODE'
                      MOVE WS-RATE-WORK TO WS-RATE-BARCODE
                   WHEN 'REJECT' MOVE WS-RATE-WORK TO WS-RATE-REJECT
                   WHEN 'REISSUE'
                      MOVE WS-RATE-WORK TO WS-RATE-REISSUE
                   WHEN OTHER CONTINUE
                END-EVALUATE
             END-IF
           END-PERFORM
           MOVE WS-PRICE-DATE TO WS-PRICED-DATE.

       ROLL-UP-ONE-LINE.
      *> only the per-student detail lines bill; the TOTAL summary
      *> line and anything unexpected are passed over.
           MOVE SPACES TO WS-TOKENS
           UNSTRING WS-CHARGE-WORK DELIMITED BY ALL SPACE
              INTO WS-TOK(1), WS-TOK(2), WS-TOK(3), WS-TOK(4),
                   WS-TOK(5), WS-TOK(6), WS-TOK(7), WS-TOK(8),
                   WS-TOK(9), WS-TOK(10), WS-TOK(11), WS-TOK(12),
                   WS-TOK(13), WS-TOK(14), WS-TOK(15), WS-TOK(16),
                   WS-TOK(17), WS-TOK(18), WS-TOK(19), WS-TOK(20),
                   WS-TOK(21), WS-TOK(22), WS-TOK(23), WS-TOK(24),
                   WS-TOK(25), WS-TOK(26)
           END-UNSTRING
           PERFORM FIND-LINE-PERIOD
           IF WS-TOK(1) NOT = 'STUDENT'
                 OR WS-TOK(2)(1:5) IS NOT NUMERIC
             CONTINUE
           ELSE
             IF WS-DUPLICATE = 'N' AND WS-LINE-TAGGED = 'Y'
                   AND WS-LINE-PERIOD NOT = WS-BILL-PERIOD
                ADD 1 TO WS-OTHER-PERIOD-COUNT
             ELSE
                PERFORM BILL-ONE-LINE
             END-IF
           END-IF.

       FIND-LINE-PERIOD.
      *> the period tag sits after the date, wherever that falls.
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

       BILL-ONE-LINE.
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-TOK(2)(1:5) TO WS-STU-ID
           MOVE 0 TO WS-STU-RECT
           MOVE 0 TO WS-STU-COL
           MOVE 0 TO WS-STU-ROW
           MOVE 0 TO WS-STU-CLEAR
           MOVE 0 TO WS-STU-INVERT
           MOVE 0 TO WS-STU-COPY
           MOVE 0 TO WS-STU-BARCODE
           MOVE 0 TO WS-STU-BAD
           MOVE 0 TO WS-STU-REISSUE
           MOVE 'N' TO WS-REVERSAL
           MOVE WS-TOK(4) TO WS-CNT-TOK
           PERFORM PARSE-COUNT-TOKEN
           MOVE WS-CNT-VALUE TO WS-STU-RECT
           MOVE WS-TOK(6) TO WS-CNT-TOK
           PERFORM PARSE-COUNT-TOKEN
           MOVE WS-CNT-VALUE TO WS-STU-COL
           MOVE WS-TOK(8) TO WS-CNT-TOK
           PERFORM PARSE-COUNT-TOKEN
           MOVE WS-CNT-VALUE TO WS-STU-ROW
           MOVE WS-TOK(10) TO WS-CNT-TOK
           PERFORM PARSE-COUNT-TOKEN
           MOVE WS-CNT-VALUE TO WS-STU-CLEAR
           MOVE WS-TOK(12) TO WS-CNT-TOK
           PERFORM PARSE-COUNT-TOKEN
           MOVE WS-CNT-VALUE TO WS-STU-INVERT
           MOVE WS-TOK(14) TO WS-CNT-TOK
           PERFORM PARSE-COUNT-TOKEN
           MOVE WS-CNT-VALUE TO WS-STU-COPY
           MOVE WS-TOK(16) TO WS-CNT-TOK
           PERFORM PARSE-COUNT-TOKEN
           MOVE WS-CNT-VALUE TO WS-STU-BARCODE
           MOVE WS-TOK(18) TO WS-CNT-TOK
           PERFORM PARSE-COUNT-TOKEN
           MOVE WS-CNT-VALUE TO WS-STU-BAD
      *> a badge reissue carries its flat-fee count after the charge;
      *> instruction lines stop at the charge.
           IF WS-TOK(21) = 'REISSUE'
             MOVE WS-TOK(22) TO WS-CNT-TOK
             PERFORM PARSE-COUNT-TOKEN
             MOVE WS-CNT-VALUE TO WS-STU-REISSUE
           END-IF
      *> the rate date rides last on the line; a line written before
      *> lines carried one prices at today's rates.
           MOVE WS-RUN-DATE TO WS-LINE-DATE
           IF WS-TOK(21) = 'DATE' AND WS-TOK(22)(1:8) IS NUMERIC
             MOVE WS-TOK(22)(1:8) TO WS-LINE-DATE
           END-IF
           IF WS-TOK(23) = 'DATE' AND WS-TOK(24)(1:8) IS NUMERIC
             MOVE WS-TOK(24)(1:8) TO WS-LINE-DATE
           END-IF
           IF WS-LINE-DATE NOT = WS-PRICED-DATE
             MOVE WS-LINE-DATE TO WS-PRICE-DATE
             PERFORM PRICE-AT-DATE
           END-IF
           IF WS-DUPLICATE = 'Y'
             PERFORM ADD-TO-DUPLICATE-TOTALS
           END-IF
           PERFORM ASSIGN-DEPARTMENT
           PERFORM ADD-TO-DEPARTMENT.

       ADD-TO-DUPLICATE-TOTALS.
      *> line count, every unit, the charge as printed and the
      *> student-number hash -- as PERIOD-CLOSE totalled them.
           ADD 1 TO WS-DUP-LINES
           ADD WS-STU-ID TO WS-DUP-HASH
           COMPUTE WS-DUP-UNITS = WS-DUP-UNITS + WS-STU-RECT
              + WS-STU-COL + WS-STU-ROW + WS-STU-CLEAR
              + WS-STU-INVERT + WS-STU-COPY + WS-STU-BARCODE
              + WS-STU-BAD + WS-STU-REISSUE
           IF WS-TOK(19) = 'CHARGE'
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
             END-IF
             ADD WS-LINE-AMOUNT TO WS-DUP-AMOUNT
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
                MOVE 'Y' TO WS-REVERSAL
             END-IF
           END-IF.

       ASSIGN-DEPARTMENT.
                MOVE MSX-DEPT TO WS-STU-DEPT
             END-IF
           END-IF
      *> a reversal line backs its student out of the pool rather
      *> than listing them a second time.
           IF WS-STU-DEPT = SPACES
             MOVE '????' TO WS-STU-DEPT
           END-IF
           IF WS-STU-DEPT = '????' AND WS-REVERSAL = 'N'
             ADD 1 TO WS-UNASSIGNED-COUNT
             IF WS-UNASSIGNED-COUNT NOT > 2000
                MOVE WS-STU-ID TO WS-UNA-ID(WS-UNASSIGNED-COUNT)
             MOVE 0 TO WS-DEPT-COPY(WS-DEPT-HIT)
             MOVE 0 TO WS-DEPT-BARCODE(WS-DEPT-HIT)
             MOVE 0 TO WS-DEPT-BAD(WS-DEPT-HIT)
             MOVE 0 TO WS-DEPT-REISSUE(WS-DEPT-HIT)
             MOVE 0 TO WS-DEPT-AMT-RECT(WS-DEPT-HIT)
             MOVE 0 TO WS-DEPT-AMT-COL(WS-DEPT-HIT)
             MOVE 0 TO WS-DEPT-AMT-ROW(WS-DEPT-HIT)
             MOVE 0 TO WS-DEPT-AMT-CLEAR(WS-DEPT-HIT)
             MOVE 0 TO WS-DEPT-AMT-INVERT(WS-DEPT-HIT)
             MOVE 0 TO WS-DEPT-AMT-COPY(WS-DEPT-HIT)
             MOVE 0 TO WS-DEPT-AMT-BARCODE(WS-DEPT-HIT)
             MOVE 0 TO WS-DEPT-AMT-BAD(WS-DEPT-HIT)
             MOVE 0 TO WS-DEPT-AMT-REISSUE(WS-DEPT-HIT)
             MOVE WS-LINE-DATE TO WS-DEPT-RATE-DATE(WS-DEPT-HIT)
             MOVE WS-RATE-VERSION TO WS-DEPT-VERSION(WS-DEPT-HIT)
             MOVE 'N' TO WS-DEPT-MIXED(WS-DEPT-HIT)
           END-IF
           IF WS-DEPT-HIT > 0
             IF WS-REVERSAL = 'Y'
                IF WS-BILLED-COUNT > 0
                   SUBTRACT 1 FROM WS-BILLED-COUNT
                END-IF
                IF WS-DEPT-STUDENTS(WS-DEPT-HIT) > 0
                   SUBTRACT 1 FROM WS-DEPT-STUDENTS(WS-DEPT-HIT)
                END-IF
             ELSE
                ADD 1 TO WS-BILLED-COUNT
                ADD 1 TO WS-DEPT-STUDENTS(WS-DEPT-HIT)
             END-IF
             ADD WS-STU-RECT TO WS-DEPT-RECT(WS-DEPT-HIT)
             ADD WS-STU-COL TO WS-DEPT-COL(WS-DEPT-HIT)
             ADD WS-STU-ROW TO WS-DEPT-ROW(WS-DEPT-HIT)
             ADD WS-STU-COPY TO WS-DEPT-COPY(WS-DEPT-HIT)
             ADD WS-STU-BARCODE TO WS-DEPT-BARCODE(WS-DEPT-HIT)
             ADD WS-STU-BAD TO WS-DEPT-BAD(WS-DEPT-HIT)
             ADD WS-STU-REISSUE TO WS-DEPT-REISSUE(WS-DEPT-HIT)
             PERFORM PRICE-STUDENT-LINE
           END-IF.

       PRICE-STUDENT-LINE.
      *> the line's counts at the rates in force on its date; a
      *> department billed under more than one rate version in the
      *> period is marked so its invoice says so.
           IF WS-RATE-VERSION NOT = WS-DEPT-VERSION(WS-DEPT-HIT)
             MOVE 'Y' TO WS-DEPT-MIXED(WS-DEPT-HIT)
           END-IF
           COMPUTE WS-DEPT-AMT-RECT(WS-DEPT-HIT)
              = WS-DEPT-AMT-RECT(WS-DEPT-HIT)
              + WS-STU-RECT * WS-RATE-RECT
           COMPUTE WS-DEPT-AMT-COL(WS-DEPT-HIT)
              = WS-DEPT-AMT-COL(WS-DEPT-HIT)
              + WS-STU-COL * WS-RATE-COL-ROTATE
           COMPUTE WS-DEPT-AMT-ROW(WS-DEPT-HIT)
              = WS-DEPT-AMT-ROW(WS-DEPT-HIT)
              + WS-STU-ROW * WS-RATE-ROW-ROTATE
           COMPUTE WS-DEPT-AMT-CLEAR(WS-DEPT-HIT)
              = WS-DEPT-AMT-CLEAR(WS-DEPT-HIT)
              + WS-STU-CLEAR * WS-RATE-CLEAR
           COMPUTE WS-DEPT-AMT-INVERT(WS-DEPT-HIT)
              = WS-DEPT-AMT-INVERT(WS-DEPT-HIT)
              + WS-STU-INVERT * WS-RATE-INVERT
           COMPUTE WS-DEPT-AMT-COPY(WS-DEPT-HIT)
              = WS-DEPT-AMT-COPY(WS-DEPT-HIT)
              + WS-STU-COPY * WS-RATE-COPY
           COMPUTE WS-DEPT-AMT-BARCODE(WS-DEPT-HIT)
              = WS-DEPT-AMT-BARCODE(WS-DEPT-HIT)
              + WS-STU-BARCODE * WS-RATE-BARCODE
           COMPUTE WS-DEPT-AMT-BAD(WS-DEPT-HIT)
              = WS-DEPT-AMT-BAD(WS-DEPT-HIT)
              + WS-STU-BAD * WS-RATE-REJECT
           COMPUTE WS-DEPT-AMT-REISSUE(WS-DEPT-HIT)
              = WS-DEPT-AMT-REISSUE(WS-DEPT-HIT)
              + WS-STU-REISSUE * WS-RATE-REISSUE.

       WRITE-INVOICES.
           OPEN OUTPUT INVOICE-FILE
           PERFORM WRITE-DUPLICATE-MARK
           IF WS-CTL-AGREES = 'N'
             MOVE SPACES TO INVOICE-LINE
             STRING '*** THIS COPY DOES NOT AGREE WITH THE CONTROL '
                       DELIMITED BY SIZE
                    'TOTALS STAMPED WHEN THE PERIOD CLOSED ***'
                       DELIMITED BY SIZE
                 INTO INVOICE-LINE
             END-STRING
             WRITE INVOICE-LINE
           END-IF
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
             IF WS-DEPT-CODE(WS-DEPT-IDX) NOT = '????'
             END-IF
           END-PERFORM
           MOVE WS-GRAND-TOTAL TO WS-TOTAL-EDIT
           PERFORM WRITE-DUPLICATE-MARK
           MOVE SPACES TO INVOICE-LINE
           STRING 'ALL DEPARTMENTS TOTAL ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO INVOICE-LINE
           END-STRING
           WRITE INVOICE-LINE
           PERFORM WRITE-DUPLICATE-MARK
           IF WS-HAVE-DEPT-MASTER = 'Y'
             PERFORM WRITE-INVOICE-ADDRESS
           END-IF
           MOVE SPACES TO INVOICE-LINE
           STRING 'STUDENTS BILLED: ' DELIMITED BY SIZE
                  WS-DEPT-STUDENTS(WS-DEPT-IDX) DELIMITED BY SIZE
           END-STRING
           WRITE INVOICE-LINE
           MOVE 0 TO WS-DEPT-TOTAL
           MOVE WS-DEPT-RATE-DATE(WS-DEPT-IDX) TO WS-PRICE-DATE
           PERFORM PRICE-AT-DATE
           PERFORM WRITE-TYPE-LINE-RECT
           PERFORM WRITE-TYPE-LINE-COL
           PERFORM WRITE-TYPE-LINE-ROW
           PERFORM WRITE-TYPE-LINE-COPY
           PERFORM WRITE-TYPE-LINE-BARCODE
           PERFORM WRITE-TYPE-LINE-REJECT
           PERFORM WRITE-TYPE-LINE-REISSUE
           PERFORM WRITE-MIXED-RATE-NOTE
           ADD WS-DEPT-TOTAL TO WS-GRAND-TOTAL
           MOVE WS-DEPT-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO INVOICE-LINE
           MOVE SPACES TO INVOICE-LINE
           WRITE INVOICE-LINE.

       WRITE-INVOICE-ADDRESS.
      *> a department billed but missing from the master still gets
      *> its invoice, flagged so the bursar can chase the account.
           MOVE WS-DEPT-CODE(WS-DEPT-IDX) TO DPT-CODE
           READ DEPT-KEYED
              INVALID KEY
                 MOVE SPACES TO INVOICE-LINE
                 MOVE 'DEPARTMENT NOT ON DEPARTMENT MASTER'
                    TO INVOICE-LINE
                 WRITE INVOICE-LINE
                 ADD 1 TO WS-UNADDRESSED-COUNT
              NOT INVALID KEY
                 MOVE SPACES TO INVOICE-LINE
                 STRING 'DEPARTMENT:      ' DELIMITED BY SIZE
                        DPT-NAME DELIMITED BY '  '
                     INTO INVOICE-LINE
                 END-STRING
                 IF DPT-ACTIVE NOT = 'A'
                    MOVE '(INACTIVE)' TO INVOICE-LINE(70:10)
                 END-IF
                 WRITE INVOICE-LINE
                 MOVE SPACES TO INVOICE-LINE
                 STRING 'BILLING ACCOUNT: ' DELIMITED BY SIZE
                        DPT-ACCOUNT DELIMITED BY SIZE
                     INTO INVOICE-LINE
                 END-STRING
                 WRITE INVOICE-LINE
                 MOVE SPACES TO INVOICE-LINE
                 STRING 'CONTACT:         ' DELIMITED BY SIZE
                        DPT-CONTACT DELIMITED BY SIZE
                     INTO INVOICE-LINE
                 END-STRING
                 WRITE INVOICE-LINE
           END-READ.

       WRITE-TYPE-LINE-RECT.
           MOVE WS-DEPT-AMT-RECT(WS-DEPT-IDX) TO WS-TYPE-AMOUNT
           MOVE 'RECT      ' TO WS-RATE-TYPE
           MOVE WS-RATE-RECT TO WS-RATE-WORK
           MOVE WS-DEPT-RECT(WS-DEPT-IDX) TO WS-TYPE-COUNT
           PERFORM WRITE-TYPE-DETAIL.

       WRITE-TYPE-LINE-COL.
           MOVE WS-DEPT-AMT-COL(WS-DEPT-IDX) TO WS-TYPE-AMOUNT
           MOVE 'ROTATECOL ' TO WS-RATE-TYPE
           MOVE WS-RATE-COL-ROTATE TO WS-RATE-WORK
           MOVE WS-DEPT-COL(WS-DEPT-IDX) TO WS-TYPE-COUNT
           PERFORM WRITE-TYPE-DETAIL.

       WRITE-TYPE-LINE-ROW.
           MOVE WS-DEPT-AMT-ROW(WS-DEPT-IDX) TO WS-TYPE-AMOUNT
           MOVE 'ROTATEROW ' TO WS-RATE-TYPE
           MOVE WS-RATE-ROW-ROTATE TO WS-RATE-WORK
           MOVE WS-DEPT-ROW(WS-DEPT-IDX) TO WS-TYPE-COUNT
           PERFORM WRITE-TYPE-DETAIL.

       WRITE-TYPE-LINE-CLEAR.
           MOVE WS-DEPT-AMT-CLEAR(WS-DEPT-IDX) TO WS-TYPE-AMOUNT
           MOVE 'CLEAR     ' TO WS-RATE-TYPE
           MOVE WS-RATE-CLEAR TO WS-RATE-WORK
           MOVE WS-DEPT-CLEAR(WS-DEPT-IDX) TO WS-TYPE-COUNT
           PERFORM WRITE-TYPE-DETAIL.

       WRITE-TYPE-LINE-INVERT.
           MOVE WS-DEPT-AMT-INVERT(WS-DEPT-IDX) TO WS-TYPE-AMOUNT
           MOVE 'INVERT    ' TO WS-RATE-TYPE
           MOVE WS-RATE-INVERT TO WS-RATE-WORK
           MOVE WS-DEPT-INVERT(WS-DEPT-IDX) TO WS-TYPE-COUNT
           PERFORM WRITE-TYPE-DETAIL.

       WRITE-TYPE-LINE-COPY.
           MOVE WS-DEPT-AMT-COPY(WS-DEPT-IDX) TO WS-TYPE-AMOUNT
           MOVE 'COPY      ' TO WS-RATE-TYPE
           MOVE WS-RATE-COPY TO WS-RATE-WORK
           MOVE WS-DEPT-COPY(WS-DEPT-IDX) TO WS-TYPE-COUNT
           PERFORM WRITE-TYPE-DETAIL.

       WRITE-TYPE-LINE-BARCODE.
           MOVE WS-DEPT-AMT-BARCODE(WS-DEPT-IDX) TO WS-TYPE-AMOUNT
           MOVE 'BARCODE   ' TO WS-RATE-TYPE
           MOVE WS-RATE-BARCODE TO WS-RATE-WORK
           MOVE WS-DEPT-BARCODE(WS-DEPT-IDX) TO WS-TYPE-COUNT
           PERFORM WRITE-TYPE-DETAIL.

       WRITE-TYPE-LINE-REJECT.
           MOVE WS-DEPT-AMT-BAD(WS-DEPT-IDX) TO WS-TYPE-AMOUNT
           MOVE 'REJECT    ' TO WS-RATE-TYPE
           MOVE WS-RATE-REJECT TO WS-RATE-WORK
           MOVE WS-DEPT-BAD(WS-DEPT-IDX) TO WS-TYPE-COUNT
           PERFORM WRITE-TYPE-DETAIL.

       WRITE-TYPE-LINE-REISSUE.
           MOVE WS-DEPT-AMT-REISSUE(WS-DEPT-IDX) TO WS-TYPE-AMOUNT
           MOVE 'REISSUE   ' TO WS-RATE-TYPE
           MOVE WS-RATE-REISSUE TO WS-RATE-WORK
           MOVE WS-DEPT-REISSUE(WS-DEPT-IDX) TO WS-TYPE-COUNT
           PERFORM WRITE-TYPE-DETAIL.

       WRITE-TYPE-DETAIL.
      *> under more than one rate version the rate printed is the
      *> average actually billed, so count times rate still agrees
      *> with the amount.
           IF WS-DEPT-MIXED(WS-DEPT-IDX) = 'Y' AND WS-TYPE-COUNT NOT = 0
             COMPUTE WS-RATE-WORK ROUNDED
                = WS-TYPE-AMOUNT / WS-TYPE-COUNT
           END-IF
           ADD WS-TYPE-AMOUNT TO WS-DEPT-TOTAL
           MOVE WS-RATE-WORK TO WS-RATE-EDIT
           MOVE WS-TYPE-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-TYPE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO INVOICE-LINE
           STRING '  ' DELIMITED BY SIZE
                  WS-RATE-TYPE DELIMITED BY SIZE
                  ' COUNT ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  '  RATE ' DELIMITED BY SIZE
                  WS-RATE-EDIT DELIMITED BY SIZE
                  '  AMOUNT ' DELIMITED BY SIZE
           END-STRING
           WRITE INVOICE-LINE.

       WRITE-MIXED-RATE-NOTE.
           IF WS-DEPT-MIXED(WS-DEPT-IDX) = 'Y'
             MOVE SPACES TO INVOICE-LINE
             STRING '  RATES CHANGED WITHIN THE PERIOD -- EACH CHARGE '
                       DELIMITED BY SIZE
                    'BILLED AT THE RATE IN FORCE ON ITS RUN DATE'
                       DELIMITED BY SIZE
                 INTO INVOICE-LINE
             END-STRING
             WRITE INVOICE-LINE
           END-IF.

       WRITE-UNASSIGNED-SECTION.
           MOVE SPACES TO INVOICE-LINE
           STRING '==== UNASSIGNED STUDENTS  BILLING PERIOD '
               INTO INVOICE-LINE
           END-STRING
           WRITE INVOICE-LINE
           PERFORM WRITE-DUPLICATE-MARK
           MOVE 0 TO WS-DEPT-TOTAL
           MOVE WS-DEPT-RATE-DATE(WS-DEPT-IDX) TO WS-PRICE-DATE
           PERFORM PRICE-AT-DATE
           PERFORM WRITE-TYPE-LINE-RECT
           PERFORM WRITE-TYPE-LINE-COL
           PERFORM WRITE-TYPE-LINE-ROW
           PERFORM WRITE-TYPE-LINE-COPY
           PERFORM WRITE-TYPE-LINE-BARCODE
           PERFORM WRITE-TYPE-LINE-REJECT
           PERFORM WRITE-TYPE-LINE-REISSUE
           PERFORM WRITE-MIXED-RATE-NOTE
           ADD WS-DEPT-TOTAL TO WS-GRAND-TOTAL
           MOVE WS-DEPT-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO INVOICE-LINE
