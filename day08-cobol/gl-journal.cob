       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-JOURNAL.

      *> general-ledger interface for the badge chargeback: reads
      *> the same per-student charge lines DEPT-INVOICE bills from,
      *> prices and rolls them up to departments exactly as the
      *> invoices do, and writes one journal batch in the ledger's
      *> fixed upload layout -- a debit to each department's billing
      *> account and the offsetting credit to the badge office
      *> revenue account, per department or, when finance asks for
      *> it, per department and instruction type.  the batch carries
      *> a header and a trailer with the entry count and the debit
      *> and credit control totals.
      *>
      *> the journal is only written when debits and credits agree
      *> to the cent; otherwise the batch is refused and only the
      *> posting register is produced.  the register ties every
      *> department's journal amount back to its invoice total so
      *> finance never has to re-key or reconcile by hand.
      *>
      *> a department with no billing account on the department
      *> master, and the unassigned pool, post to the suspense
      *> account so the batch still balances; the register lists
      *> them and the step ends RC 4 so somebody clears them.
      *>
      *> the batch carries only the billing period's own lines, as
      *> the invoices do, and a period PERIOD-CLOSE has closed is
      *> refused outright -- it has been posted once already.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT CHARGE-FILE ASSIGN TO DYNAMIC WS-CHARGE-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CHARGE-STATUS.

             SELECT MASTER-KEYED ASSIGN TO DYNAMIC WS-MASTER-DSN
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS MSX-ID
             FILE STATUS IS WS-MASTER-STATUS.

             SELECT RATE-FILE ASSIGN TO DYNAMIC WS-RATE-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RATE-STATUS.

             SELECT DEPT-KEYED ASSIGN TO DYNAMIC WS-DEPT-DSN
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS DPT-CODE
             FILE STATUS IS WS-DEPT-STATUS.

             SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-JOURNAL-STATUS.

             SELECT REGISTER-FILE ASSIGN TO DYNAMIC WS-REGISTER-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REGISTER-STATUS.

             SELECT PERIOD-CTL ASSIGN TO DYNAMIC WS-PERIODCTL-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PERIODCTL-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD CHARGE-FILE.
          01 CHARGE-LINE PIC X(199).

          FD MASTER-KEYED.
          01 MSX-RECORD.
             05 MSX-ID PIC 9(5).
             05 MSX-NAME PIC A(75).
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

          FD JOURNAL-FILE.
          01 JOURNAL-LINE PIC X(100).

          FD REGISTER-FILE.
          01 REGISTER-LINE PIC X(132).

      *> the control records PERIOD-CLOSE writes.
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
          01 WS-JOURNAL-DSN PIC X(100) VALUE 'gljournal.txt'.
          01 WS-JOURNAL-STATUS PIC X(2) VALUE SPACES.
          01 WS-REGISTER-DSN PIC X(100) VALUE 'glregister.txt'.
          01 WS-REGISTER-STATUS PIC X(2) VALUE SPACES.
          01 WS-PERIODCTL-DSN PIC X(100) VALUE 'periodctl.txt'.
          01 WS-PERIODCTL-STATUS PIC X(2) VALUE SPACES.
          01 WS-PERIODCTL-EOF PIC X(1) VALUE 'N'.

      *> the ledger accounts the batch posts against, and whether
      *> finance wants the department debits split by type.
          01 WS-REVENUE-ACCOUNT PIC X(20) VALUE SPACES.
          01 WS-SUSPENSE-ACCOUNT PIC X(20) VALUE SPACES.
          01 WS-DETAIL-LEVEL PIC X(4) VALUE SPACES.

          01 WS-PERIOD PIC X(20) VALUE SPACES.
          01 WS-BILL-PERIOD PIC 9(6) VALUE 0.
          01 WS-BILL-PARTS REDEFINES WS-BILL-PERIOD.
             05 WS-BILL-YEAR PIC 9(4).
             05 WS-BILL-MONTH PIC 9(2).
          01 WS-LINE-PERIOD PIC 9(6) VALUE 0.
          01 WS-LINE-TAGGED PIC X(1) VALUE 'N'.
          01 WS-OTHER-PERIOD-COUNT PIC 9(6) VALUE 0.
          01 WS-PERIOD-CLOSED PIC X(1) VALUE 'N'.
          01 WS-CLOSED-DATE PIC 9(8) VALUE 0.
      *> the batch date is the business date, as DEPT-INVOICE
      *> takes it, so the journal lands in the invoice's period.
          01 WS-RUN-DATE PIC 9(8) VALUE 0.
          01 WS-BUS-DATE PIC 9(8) VALUE 0.
          01 WS-CAL-SOURCE PIC X(1) VALUE SPACE.
          01 WS-RUN-TIME PIC 9(8) VALUE 0.

          01 WS-CHARGE-EOF PIC X(1) VALUE 'N'.
          01 WS-RATE-EOF PIC X(1) VALUE 'N'.
          01 WS-LINE-COUNT PIC 9(6) VALUE 0.

      *> charge-line tokens -- the tag words are checked so a
      *> summary or malformed line never bills anybody.
          01 WS-TOKENS.
             05 WS-TOK PIC X(14) OCCURS 26 TIMES.
          01 WS-TOK-IDX PIC 9(2) VALUE 0.

      *> the instruction types in invoice order; the nth rate,
      *> count and amount in every table below is the nth type.
          01 WS-TYPE-NAMES-INIT.
             05 FILLER PIC X(10) VALUE 'RECT'.
             05 FILLER PIC X(10) VALUE 'ROTATECOL'.
             05 FILLER PIC X(10) VALUE 'ROTATEROW'.
             05 FILLER PIC X(10) VALUE 'CLEAR'.
             05 FILLER PIC X(10) VALUE 'INVERT'.
             05 FILLER PIC X(10) VALUE 'COPY'.
             05 FILLER PIC X(10) VALUE 'BARCODE'.
             05 FILLER PIC X(10) VALUE 'REJECT'.
             05 FILLER PIC X(10) VALUE 'REISSUE'.
          01 WS-TYPE-NAMES REDEFINES WS-TYPE-NAMES-INIT.
             05 WS-TYPE-NAME PIC X(10) OCCURS 9 TIMES.
          01 WS-TYPE-IDX PIC 9(2) VALUE 0.

      *> the whole rate card, held so each charge line can be priced
      *> at the rates in force on its own date, as the invoices are.
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
          01 WS-RATE-WORK PIC 9(3)V99 VALUE 0.
          01 WS-RATES.
             05 WS-RATE PIC 9(3)V99 OCCURS 9 TIMES.

          01 WS-STU-ID PIC 9(5) VALUE 0.
          01 WS-STU-DEPT PIC X(4) VALUE SPACES.
          01 WS-STU-COUNTS.
             05 WS-STU-CNT PIC S9(6) OCCURS 9 TIMES.
          01 WS-CNT-TOK PIC X(14) VALUE SPACES.
          01 WS-CNT-VALUE PIC S9(6) VALUE 0.

      *> one bucket per department, '????' being the unassigned
      *> pool; the invoice total and what the journal posted for
      *> the department are both kept so the register can tie them.
          01 WS-DEPT-COUNT PIC 9(3) VALUE 0.
          01 WS-DEPT-IDX PIC 9(3) VALUE 0.
          01 WS-DEPT-HIT PIC 9(3) VALUE 0.
          01 WS-DEPT-TABLE.
             05 WS-DEPT-ENTRY OCCURS 200 TIMES.
                10 WS-DEPT-CODE PIC X(4).
                10 WS-DEPT-AMT PIC S9(9)V99 OCCURS 9 TIMES.
                10 WS-DEPT-TOTAL PIC S9(11)V99.
                10 WS-DEPT-JOURNAL PIC S9(11)V99.
                10 WS-DEPT-ACCOUNT PIC X(20).
                10 WS-DEPT-NOTE PIC X(30).

      *> revenue by type, for the credit side of a split batch.
          01 WS-REVENUE-TABLE.
             05 WS-REVENUE-AMT PIC S9(11)V99 OCCURS 9 TIMES.
          01 WS-REVENUE-TOTAL PIC S9(11)V99 VALUE 0.
          01 WS-INVOICE-TOTAL PIC S9(11)V99 VALUE 0.

      *> the journal entries, built in full before anything is
      *> written so the batch can be proved in balance first.
          01 WS-JE-COUNT PIC 9(5) VALUE 0.
          01 WS-JE-IDX PIC 9(5) VALUE 0.
          01 WS-JE-OVERFLOW PIC X(1) VALUE 'N'.
          01 WS-JE-TABLE.
             05 WS-JE-ENTRY OCCURS 2100 TIMES.
                10 WS-JE-ACCOUNT PIC X(20).
                10 WS-JE-SIDE PIC X(1).
                10 WS-JE-AMOUNT PIC 9(11)V99.
                10 WS-JE-DEPT PIC X(4).
                10 WS-JE-TYPE PIC X(10).

      *> one posting on its way into the entry table: the signed
      *> amount on the side it normally falls, flipped if negative.
          01 WS-POST-ACCOUNT PIC X(20) VALUE SPACES.
          01 WS-POST-SIDE PIC X(1) VALUE SPACES.
          01 WS-POST-AMOUNT PIC S9(11)V99 VALUE 0.
          01 WS-POST-DEPT PIC X(4) VALUE SPACES.
          01 WS-POST-TYPE PIC X(10) VALUE SPACES.
          01 WS-POST-DEPT-IDX PIC 9(3) VALUE 0.

          01 WS-TOTAL-DEBITS PIC 9(13)V99 VALUE 0.
          01 WS-TOTAL-CREDITS PIC 9(13)V99 VALUE 0.
          01 WS-SUSPENSE-COUNT PIC 9(4) VALUE 0.
          01 WS-UNTIED-COUNT PIC 9(4) VALUE 0.
          01 WS-BATCH-REFUSED PIC X(1) VALUE 'N'.

      *> the ledger's upload layouts -- the ledger reads these by
      *> column; amounts carry two implied decimal places and the
      *> debit or credit side in its own column.
          01 WS-GL-HEADER.
             05 GH-REC-TYPE PIC X(2) VALUE 'HD'.
             05 GH-SOURCE PIC X(8) VALUE 'BADGEOFC'.
             05 GH-BATCH-DATE PIC 9(8).
             05 GH-BATCH-TIME PIC 9(6).
             05 GH-PERIOD PIC X(20).
             05 GH-REVENUE-ACCOUNT PIC X(20).
             05 FILLER PIC X(36) VALUE SPACES.
          01 WS-GL-DETAIL.
             05 GD-REC-TYPE PIC X(2) VALUE 'DT'.
             05 GD-SEQ PIC 9(6).
             05 GD-ACCOUNT PIC X(20).
             05 GD-SIDE PIC X(1).
             05 GD-AMOUNT PIC 9(11)V99.
             05 GD-DEPT PIC X(4).
             05 GD-TYPE PIC X(10).
             05 GD-PERIOD PIC X(20).
             05 GD-DESCRIPTION PIC X(24).
          01 WS-GL-TRAILER.
             05 GT-REC-TYPE PIC X(2) VALUE 'TR'.
             05 GT-ENTRIES PIC 9(7).
             05 GT-DEBITS PIC 9(13)V99.
             05 GT-CREDITS PIC 9(13)V99.
             05 FILLER PIC X(61) VALUE SPACES.

          01 WS-AMOUNT-EDIT PIC ZZZZZZZZZZ9.99-.
          01 WS-JOURNAL-EDIT PIC ZZZZZZZZZZ9.99-.
          01 WS-DEBIT-EDIT PIC ZZZZZZZZZZZZ9.99.
          01 WS-CREDIT-EDIT PIC ZZZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
           ACCEPT WS-CHARGE-DSN FROM ENVIRONMENT 'CHARGEDD'
           IF WS-CHARGE-DSN = SPACES
             MOVE 'charges.txt' TO WS-CHARGE-DSN
           END-IF
           ACCEPT WS-MASTER-DSN FROM ENVIRONMENT 'MASTERKEYDD'
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
           ACCEPT WS-JOURNAL-DSN FROM ENVIRONMENT 'GLJOURNALDD'
           IF WS-JOURNAL-DSN = SPACES
             MOVE 'gljournal.txt' TO WS-JOURNAL-DSN
           END-IF
           ACCEPT WS-REGISTER-DSN FROM ENVIRONMENT 'GLREGISTERDD'
           IF WS-REGISTER-DSN = SPACES
             MOVE 'glregister.txt' TO WS-REGISTER-DSN
           END-IF
           ACCEPT WS-REVENUE-ACCOUNT FROM ENVIRONMENT 'GLREVENUE'
           IF WS-REVENUE-ACCOUNT = SPACES
             MOVE 'BADGE-OFFICE-REVENUE' TO WS-REVENUE-ACCOUNT
           END-IF
           ACCEPT WS-SUSPENSE-ACCOUNT FROM ENVIRONMENT 'GLSUSPENSE'
           IF WS-SUSPENSE-ACCOUNT = SPACES
             MOVE 'BADGE-SUSPENSE' TO WS-SUSPENSE-ACCOUNT
           END-IF
           ACCEPT WS-DETAIL-LEVEL FROM ENVIRONMENT 'GLDETAIL'
           IF WS-DETAIL-LEVEL NOT = 'TYPE'
             IF WS-DETAIL-LEVEL NOT = SPACES
                   AND WS-DETAIL-LEVEL NOT = 'DEPT'
                DISPLAY 'GLDETAIL ' WS-DETAIL-LEVEL
                   ' NOT TYPE OR DEPT -- POSTING BY DEPARTMENT'
             END-IF
             MOVE 'DEPT' TO WS-DETAIL-LEVEL
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           CALL 'BIZ-DATE' USING WS-RUN-DATE, WS-BUS-DATE,
              WS-CAL-SOURCE
           MOVE WS-BUS-DATE TO WS-RUN-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-PERIOD FROM ENVIRONMENT 'BILLPERIOD'
           IF WS-PERIOD = SPACES
             MOVE WS-RUN-DATE(1:6) TO WS-PERIOD
           END-IF
           ACCEPT WS-PERIODCTL-DSN FROM ENVIRONMENT 'PERIODCTLDD'
           IF WS-PERIODCTL-DSN = SPACES
             MOVE 'periodctl.txt' TO WS-PERIODCTL-DSN
           END-IF

      *> the period picks the lines, so it has to be one; a closed
      *> one has been posted already.
           IF WS-PERIOD(1:6) IS NOT NUMERIC
                 OR WS-PERIOD(7:14) NOT = SPACES
             DISPLAY 'BILLPERIOD ' WS-PERIOD
                ' NOT YYYYMM -- JOURNAL REFUSED'
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE WS-PERIOD(1:6) TO WS-BILL-PERIOD
           IF WS-BILL-MONTH < 1 OR WS-BILL-MONTH > 12
             DISPLAY 'BILLPERIOD ' WS-PERIOD
                ' NOT YYYYMM -- JOURNAL REFUSED'
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM LOAD-PERIOD-CONTROL
           IF WS-PERIOD-CLOSED = 'Y'
             DISPLAY 'BILLING PERIOD ' WS-BILL-PERIOD
                ' CLOSED ' WS-CLOSED-DATE ' -- JOURNAL REFUSED'
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF

      *> every debit needs the department's billing account; with
      *> no department master there is nothing to post against.
           OPEN INPUT DEPT-KEYED
           IF WS-DEPT-STATUS NOT = '00'
             DISPLAY 'DEPARTMENT MASTER UNAVAILABLE: ' WS-DEPT-DSN
                ' -- JOURNAL REFUSED'
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM LOAD-RATE-TABLE
           OPEN INPUT MASTER-KEYED
           IF WS-MASTER-STATUS = '00'
             MOVE 'Y' TO WS-HAVE-MASTER
           END-IF

           OPEN INPUT CHARGE-FILE
           IF WS-CHARGE-STATUS NOT = '00'
             DISPLAY 'CHARGE DATASET UNAVAILABLE: ' WS-CHARGE-DSN
                ' -- JOURNAL REFUSED'
             CLOSE DEPT-KEYED
             IF WS-HAVE-MASTER = 'Y'
                CLOSE MASTER-KEYED
             END-IF
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM UNTIL WS-CHARGE-EOF = 'Y'
             READ CHARGE-FILE
                AT END MOVE 'Y' TO WS-CHARGE-EOF
                NOT AT END PERFORM ROLL-UP-ONE-LINE
             END-READ
           END-PERFORM
           CLOSE CHARGE-FILE
           IF WS-HAVE-MASTER = 'Y'
             CLOSE MASTER-KEYED
           END-IF

           PERFORM BUILD-JOURNAL
           CLOSE DEPT-KEYED

      *> the control totals must agree to the cent, and every entry
      *> must have made the table, before the ledger sees a batch.
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
             MOVE 'Y' TO WS-BATCH-REFUSED
             MOVE WS-TOTAL-DEBITS TO WS-DEBIT-EDIT
             MOVE WS-TOTAL-CREDITS TO WS-CREDIT-EDIT
             DISPLAY 'JOURNAL OUT OF BALANCE: DEBITS ' WS-DEBIT-EDIT
                ' CREDITS ' WS-CREDIT-EDIT ' -- JOURNAL REFUSED'
           END-IF
           IF WS-JE-OVERFLOW = 'Y'
             MOVE 'Y' TO WS-BATCH-REFUSED
             DISPLAY 'MORE THAN 2100 JOURNAL ENTRIES'
                ' -- JOURNAL REFUSED'
           END-IF
           IF WS-BATCH-REFUSED = 'N'
             PERFORM WRITE-JOURNAL
           END-IF
           PERFORM WRITE-REGISTER

           MOVE WS-TOTAL-DEBITS TO WS-DEBIT-EDIT
           MOVE WS-TOTAL-CREDITS TO WS-CREDIT-EDIT
           DISPLAY 'CHARGE LINES READ: ' WS-LINE-COUNT
              '  DEPARTMENTS: ' WS-DEPT-COUNT
              '  JOURNAL ENTRIES: ' WS-JE-COUNT
           DISPLAY 'TOTAL DEBITS: ' WS-DEBIT-EDIT
              '  TOTAL CREDITS: ' WS-CREDIT-EDIT
           IF WS-OTHER-PERIOD-COUNT > 0
             DISPLAY 'LINES FOR OTHER PERIODS PASSED OVER: '
                WS-OTHER-PERIOD-COUNT
           END-IF
           IF WS-SUSPENSE-COUNT > 0
             DISPLAY 'DEPARTMENTS POSTED TO SUSPENSE: '
                WS-SUSPENSE-COUNT
           END-IF
           IF WS-BATCH-REFUSED = 'Y'
             MOVE 12 TO RETURN-CODE
           ELSE
             IF WS-SUSPENSE-COUNT > 0 OR WS-UNTIED-COUNT > 0
                MOVE 4 TO RETURN-CODE
             END-IF
           END-IF
           GOBACK.

       LOAD-PERIOD-CONTROL.
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
                         MOVE 'Y' TO WS-PERIOD-CLOSED
                         MOVE PCT-CLOSED-DATE TO WS-CLOSED-DATE
                      END-IF
                END-READ
             END-PERFORM
             CLOSE PERIOD-CTL
           END-IF.

       LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS = '00'
             MOVE 'N' TO WS-RATE-EOF
             PERFORM UNTIL WS-RATE-EOF = 'Y'
                READ RATE-FILE
                   AT END MOVE 'Y' TO WS-RATE-EOF
                   NOT AT END PERFORM NOTE-RATE-LINE
                END-READ
             END-PERFORM
             CLOSE RATE-FILE
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
      *> no entry yet, or expired by then, bills at zero -- the same
      *> rule DEPT-INVOICE prices by, so the two always agree.
           MOVE ZEROS TO WS-RATES
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                UNTIL WS-RC-IDX > WS-RC-COUNT
             IF WS-RC-EFF-DATE(WS-RC-IDX) NOT > WS-PRICE-DATE
                IF WS-RC-STATUS(WS-RC-IDX) = 'X'
                   MOVE 0 TO WS-RATE-WORK
                ELSE
                   MOVE WS-RC-RATE(WS-RC-IDX) TO WS-RATE-WORK
                END-IF
                PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                     UNTIL WS-TYPE-IDX > 9
                   IF WS-RC-TYPE(WS-RC-IDX) = WS-TYPE-NAME(WS-TYPE-IDX)
                      MOVE WS-RATE-WORK TO WS-RATE(WS-TYPE-IDX)
                   END-IF
                END-PERFORM
             END-IF
           END-PERFORM
           MOVE WS-PRICE-DATE TO WS-PRICED-DATE.

       ROLL-UP-ONE-LINE.
      *> only the per-student detail lines bill; the TOTAL summary
      *> line and anything unexpected are passed over.
           MOVE SPACES TO WS-TOKENS
           UNSTRING CHARGE-LINE DELIMITED BY ALL SPACE
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
             IF WS-LINE-TAGGED = 'Y'
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
           MOVE ZEROS TO WS-STU-COUNTS
      *> the eight instruction counts sit at every second token
      *> from the fourth; a reissue's count follows the charge.
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                UNTIL WS-TYPE-IDX > 8
             MOVE WS-TOK(WS-TYPE-IDX * 2 + 2) TO WS-CNT-TOK
             PERFORM PARSE-COUNT-TOKEN
             MOVE WS-CNT-VALUE TO WS-STU-CNT(WS-TYPE-IDX)
           END-PERFORM
           IF WS-TOK(21) = 'REISSUE'
             MOVE WS-TOK(22) TO WS-CNT-TOK
             PERFORM PARSE-COUNT-TOKEN
             MOVE WS-CNT-VALUE TO WS-STU-CNT(9)
           END-IF
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
           PERFORM ASSIGN-DEPARTMENT
           PERFORM ADD-TO-DEPARTMENT.

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

       ASSIGN-DEPARTMENT.
           MOVE SPACES TO WS-STU-DEPT
           IF WS-HAVE-MASTER = 'Y' AND WS-STU-ID > 0
             MOVE WS-STU-ID TO MSX-ID
             READ MASTER-KEYED
                INVALID KEY CONTINUE
             END-READ
             IF WS-MASTER-STATUS = '00'
                MOVE MSX-DEPT TO WS-STU-DEPT
             END-IF
           END-IF
           IF WS-STU-DEPT = SPACES
             MOVE '????' TO WS-STU-DEPT
           END-IF.

       ADD-TO-DEPARTMENT.
           MOVE 0 TO WS-DEPT-HIT
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
             IF WS-DEPT-CODE(WS-DEPT-IDX) = WS-STU-DEPT
                MOVE WS-DEPT-IDX TO WS-DEPT-HIT
             END-IF
           END-PERFORM
           IF WS-DEPT-HIT = 0 AND WS-DEPT-COUNT < 200
             ADD 1 TO WS-DEPT-COUNT
             MOVE WS-DEPT-COUNT TO WS-DEPT-HIT
             MOVE WS-STU-DEPT TO WS-DEPT-CODE(WS-DEPT-HIT)
             PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                  UNTIL WS-TYPE-IDX > 9
                MOVE 0 TO WS-DEPT-AMT(WS-DEPT-HIT, WS-TYPE-IDX)
             END-PERFORM
             MOVE 0 TO WS-DEPT-TOTAL(WS-DEPT-HIT)
             MOVE 0 TO WS-DEPT-JOURNAL(WS-DEPT-HIT)
             MOVE SPACES TO WS-DEPT-ACCOUNT(WS-DEPT-HIT)
             MOVE SPACES TO WS-DEPT-NOTE(WS-DEPT-HIT)
           END-IF
           IF WS-DEPT-HIT > 0
             PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                  UNTIL WS-TYPE-IDX > 9
                COMPUTE WS-DEPT-AMT(WS-DEPT-HIT, WS-TYPE-IDX)
                   = WS-DEPT-AMT(WS-DEPT-HIT, WS-TYPE-IDX)
                   + WS-STU-CNT(WS-TYPE-IDX) * WS-RATE(WS-TYPE-IDX)
                COMPUTE WS-DEPT-TOTAL(WS-DEPT-HIT)
                   = WS-DEPT-TOTAL(WS-DEPT-HIT)
                   + WS-STU-CNT(WS-TYPE-IDX) * WS-RATE(WS-TYPE-IDX)
             END-PERFORM
           END-IF.

       BUILD-JOURNAL.
      *> departments in invoice order with the unassigned pool last,
      *> then the revenue credits that offset them.
           MOVE ZEROS TO WS-REVENUE-TABLE
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
             IF WS-DEPT-CODE(WS-DEPT-IDX) NOT = '????'
                PERFORM BUILD-DEPT-ENTRIES
             END-IF
           END-PERFORM
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
             IF WS-DEPT-CODE(WS-DEPT-IDX) = '????'
                PERFORM BUILD-DEPT-ENTRIES
             END-IF
           END-PERFORM
           MOVE 0 TO WS-POST-DEPT-IDX
           MOVE WS-REVENUE-ACCOUNT TO WS-POST-ACCOUNT
           MOVE SPACES TO WS-POST-DEPT
           IF WS-DETAIL-LEVEL = 'TYPE'
             PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                  UNTIL WS-TYPE-IDX > 9
                MOVE 'C' TO WS-POST-SIDE
                MOVE WS-TYPE-NAME(WS-TYPE-IDX) TO WS-POST-TYPE
                MOVE WS-REVENUE-AMT(WS-TYPE-IDX) TO WS-POST-AMOUNT
                PERFORM ADD-ENTRY
             END-PERFORM
           ELSE
             MOVE 'C' TO WS-POST-SIDE
             MOVE SPACES TO WS-POST-TYPE
             MOVE WS-REVENUE-TOTAL TO WS-POST-AMOUNT
             PERFORM ADD-ENTRY
           END-IF.

       BUILD-DEPT-ENTRIES.
      *> the debit goes to the department's billing account; the
      *> unassigned pool, a department missing from the master, or
      *> one with no account on it, goes to suspense instead.
           MOVE WS-DEPT-IDX TO WS-POST-DEPT-IDX
           MOVE WS-DEPT-CODE(WS-DEPT-IDX) TO WS-POST-DEPT
           MOVE WS-SUSPENSE-ACCOUNT TO WS-POST-ACCOUNT
           IF WS-DEPT-CODE(WS-DEPT-IDX) = '????'
             MOVE 'UNASSIGNED -- SUSPENSE'
                TO WS-DEPT-NOTE(WS-DEPT-IDX)
           ELSE
             MOVE WS-DEPT-CODE(WS-DEPT-IDX) TO DPT-CODE
             READ DEPT-KEYED
                INVALID KEY
                   MOVE 'NOT ON DEPT MASTER -- SUSPENSE'
                      TO WS-DEPT-NOTE(WS-DEPT-IDX)
                NOT INVALID KEY
                   IF DPT-ACCOUNT = SPACES
                      MOVE 'NO BILLING ACCOUNT -- SUSPENSE'
                         TO WS-DEPT-NOTE(WS-DEPT-IDX)
                   ELSE
                      MOVE DPT-ACCOUNT TO WS-POST-ACCOUNT
                      IF DPT-ACTIVE NOT = 'A'
                         MOVE '(INACTIVE)'
                            TO WS-DEPT-NOTE(WS-DEPT-IDX)
                      END-IF
                   END-IF
             END-READ
           END-IF
           MOVE WS-POST-ACCOUNT TO WS-DEPT-ACCOUNT(WS-DEPT-IDX)
           IF WS-POST-ACCOUNT = WS-SUSPENSE-ACCOUNT
                 AND WS-DEPT-TOTAL(WS-DEPT-IDX) NOT = 0
             ADD 1 TO WS-SUSPENSE-COUNT
           END-IF
           IF WS-DETAIL-LEVEL = 'TYPE'
             PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                  UNTIL WS-TYPE-IDX > 9
                MOVE 'D' TO WS-POST-SIDE
                MOVE WS-TYPE-NAME(WS-TYPE-IDX) TO WS-POST-TYPE
                MOVE WS-DEPT-AMT(WS-DEPT-IDX, WS-TYPE-IDX)
                   TO WS-POST-AMOUNT
                PERFORM ADD-ENTRY
                ADD WS-DEPT-AMT(WS-DEPT-IDX, WS-TYPE-IDX)
                   TO WS-REVENUE-AMT(WS-TYPE-IDX)
             END-PERFORM
           ELSE
             MOVE 'D' TO WS-POST-SIDE
             MOVE SPACES TO WS-POST-TYPE
             MOVE WS-DEPT-TOTAL(WS-DEPT-IDX) TO WS-POST-AMOUNT
             PERFORM ADD-ENTRY
           END-IF
           ADD WS-DEPT-TOTAL(WS-DEPT-IDX) TO WS-REVENUE-TOTAL
           ADD WS-DEPT-TOTAL(WS-DEPT-IDX) TO WS-INVOICE-TOTAL.

       ADD-ENTRY.
      *> a zero amount posts nothing; a net reversal posts on the
      *> opposite side, since the ledger takes no negative amounts.
           IF WS-POST-AMOUNT NOT = 0
             IF WS-POST-AMOUNT < 0
                COMPUTE WS-POST-AMOUNT = 0 - WS-POST-AMOUNT
                IF WS-POST-SIDE = 'D'
                   MOVE 'C' TO WS-POST-SIDE
                ELSE
                   MOVE 'D' TO WS-POST-SIDE
                END-IF
             END-IF
             IF WS-POST-SIDE = 'D'
                ADD WS-POST-AMOUNT TO WS-TOTAL-DEBITS
             ELSE
                ADD WS-POST-AMOUNT TO WS-TOTAL-CREDITS
             END-IF
             IF WS-POST-DEPT-IDX > 0
                IF WS-POST-SIDE = 'D'
                   ADD WS-POST-AMOUNT
                      TO WS-DEPT-JOURNAL(WS-POST-DEPT-IDX)
                ELSE
                   SUBTRACT WS-POST-AMOUNT
                      FROM WS-DEPT-JOURNAL(WS-POST-DEPT-IDX)
                END-IF
             END-IF
             IF WS-JE-COUNT < 2100
                ADD 1 TO WS-JE-COUNT
                MOVE WS-POST-ACCOUNT TO WS-JE-ACCOUNT(WS-JE-COUNT)
                MOVE WS-POST-SIDE TO WS-JE-SIDE(WS-JE-COUNT)
                MOVE WS-POST-AMOUNT TO WS-JE-AMOUNT(WS-JE-COUNT)
                MOVE WS-POST-DEPT TO WS-JE-DEPT(WS-JE-COUNT)
                MOVE WS-POST-TYPE TO WS-JE-TYPE(WS-JE-COUNT)
             ELSE
                MOVE 'Y' TO WS-JE-OVERFLOW
             END-IF
           END-IF.

       WRITE-JOURNAL.
           OPEN OUTPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
             DISPLAY 'JOURNAL DATASET UNAVAILABLE: ' WS-JOURNAL-DSN
                ' -- JOURNAL REFUSED'
             MOVE 'Y' TO WS-BATCH-REFUSED
           ELSE
             MOVE WS-RUN-DATE TO GH-BATCH-DATE
             MOVE WS-RUN-TIME(1:6) TO GH-BATCH-TIME
             MOVE WS-PERIOD TO GH-PERIOD
             MOVE WS-REVENUE-ACCOUNT TO GH-REVENUE-ACCOUNT
             MOVE WS-GL-HEADER TO JOURNAL-LINE
             WRITE JOURNAL-LINE
             PERFORM VARYING WS-JE-IDX FROM 1 BY 1
                  UNTIL WS-JE-IDX > WS-JE-COUNT
                MOVE WS-JE-IDX TO GD-SEQ
                MOVE WS-JE-ACCOUNT(WS-JE-IDX) TO GD-ACCOUNT
                MOVE WS-JE-SIDE(WS-JE-IDX) TO GD-SIDE
                MOVE WS-JE-AMOUNT(WS-JE-IDX) TO GD-AMOUNT
                MOVE WS-JE-DEPT(WS-JE-IDX) TO GD-DEPT
                MOVE WS-JE-TYPE(WS-JE-IDX) TO GD-TYPE
                MOVE WS-PERIOD TO GD-PERIOD
                MOVE 'BADGE CHARGEBACK' TO GD-DESCRIPTION
                MOVE WS-GL-DETAIL TO JOURNAL-LINE
                WRITE JOURNAL-LINE
             END-PERFORM
             MOVE WS-JE-COUNT TO GT-ENTRIES
             MOVE WS-TOTAL-DEBITS TO GT-DEBITS
             MOVE WS-TOTAL-CREDITS TO GT-CREDITS
             MOVE WS-GL-TRAILER TO JOURNAL-LINE
             WRITE JOURNAL-LINE
             CLOSE JOURNAL-FILE
           END-IF.

       WRITE-REGISTER.
      *> one line per department: its invoice total, what the
      *> journal posted to its account, and whether the two tie.
           OPEN OUTPUT REGISTER-FILE
           MOVE SPACES TO REGISTER-LINE
           STRING 'GL POSTING REGISTER  BILLING PERIOD '
                     DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY '  '
                  '  BATCH ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '  DETAIL BY ' DELIMITED BY SIZE
                  WS-DETAIL-LEVEL DELIMITED BY SIZE
               INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           MOVE 'DEPT' TO REGISTER-LINE(1:4)
           MOVE 'ACCOUNT' TO REGISTER-LINE(7:7)
           MOVE 'INVOICE TOTAL' TO REGISTER-LINE(31:13)
           MOVE 'JOURNAL NET' TO REGISTER-LINE(48:11)
           MOVE 'TIE' TO REGISTER-LINE(63:3)
           MOVE 'NOTE' TO REGISTER-LINE(70:4)
           WRITE REGISTER-LINE
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
             IF WS-DEPT-CODE(WS-DEPT-IDX) NOT = '????'
                PERFORM WRITE-REGISTER-DEPT
             END-IF
           END-PERFORM
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
             IF WS-DEPT-CODE(WS-DEPT-IDX) = '????'
                PERFORM WRITE-REGISTER-DEPT
             END-IF
           END-PERFORM
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-INVOICE-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO REGISTER-LINE
           STRING 'ALL DEPARTMENTS INVOICE TOTAL ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE
           MOVE WS-REVENUE-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO REGISTER-LINE
           STRING 'REVENUE ' DELIMITED BY SIZE
                  WS-REVENUE-ACCOUNT DELIMITED BY SIZE
                  ' NET CREDIT ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE
           MOVE WS-TOTAL-DEBITS TO WS-DEBIT-EDIT
           MOVE WS-TOTAL-CREDITS TO WS-CREDIT-EDIT
           MOVE SPACES TO REGISTER-LINE
           STRING 'ENTRIES ' DELIMITED BY SIZE
                  WS-JE-COUNT DELIMITED BY SIZE
                  '  TOTAL DEBITS ' DELIMITED BY SIZE
                  WS-DEBIT-EDIT DELIMITED BY SIZE
                  '  TOTAL CREDITS ' DELIMITED BY SIZE
                  WS-CREDIT-EDIT DELIMITED BY SIZE
               INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           IF WS-BATCH-REFUSED = 'Y'
             STRING 'BATCH REFUSED -- NO JOURNAL WRITTEN TO '
                       DELIMITED BY SIZE
                    WS-JOURNAL-DSN DELIMITED BY SPACE
                 INTO REGISTER-LINE
             END-STRING
           ELSE
             STRING 'BATCH IN BALANCE -- JOURNAL WRITTEN TO '
                       DELIMITED BY SIZE
                    WS-JOURNAL-DSN DELIMITED BY SPACE
                 INTO REGISTER-LINE
             END-STRING
           END-IF
           WRITE REGISTER-LINE
           CLOSE REGISTER-FILE.

       WRITE-REGISTER-DEPT.
           MOVE SPACES TO REGISTER-LINE
           MOVE WS-DEPT-CODE(WS-DEPT-IDX) TO REGISTER-LINE(1:4)
           MOVE WS-DEPT-ACCOUNT(WS-DEPT-IDX) TO REGISTER-LINE(7:20)
           MOVE WS-DEPT-TOTAL(WS-DEPT-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO REGISTER-LINE(29:15)
           MOVE WS-DEPT-JOURNAL(WS-DEPT-IDX) TO WS-JOURNAL-EDIT
           MOVE WS-JOURNAL-EDIT TO REGISTER-LINE(45:15)
           IF WS-DEPT-JOURNAL(WS-DEPT-IDX) = WS-DEPT-TOTAL(WS-DEPT-IDX)
             MOVE 'YES' TO REGISTER-LINE(63:3)
           ELSE
             MOVE 'NO' TO REGISTER-LINE(63:3)
             ADD 1 TO WS-UNTIED-COUNT
           END-IF
           MOVE WS-DEPT-NOTE(WS-DEPT-IDX) TO REGISTER-LINE(70:30)
           WRITE REGISTER-LINE.
