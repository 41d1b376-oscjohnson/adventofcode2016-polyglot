       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-MAINT.

      *> posts the card office's keyed stock movements to the card-
      *> stock ledger -- the append-only dataset BADGE-LABELS and
      *> BADGE-REISSUE issue stock against and STOCK-REPORT
      *> balances.  transactions read
      *>   'RECEIPT type quantity lot clerk'
      *>   'SPOIL type quantity reason operator [student]'
      *> a receipt is a lot of blank cards the supply clerk has put
      *> on the shelf.  a spoilage is cards the printer jammed or
      *> misprinted (reason JAM or MISPRINT): each one is a card
      *> over and above the positions the night's layout issued, so
      *> it comes off stock on its own.  when the ruined card was a
      *> student's badge the operator names the student, and a
      *> SPOILED request goes on BADGE-REISSUE's request dataset so
      *> the badge is reprinted from the archive at no fee.
      *> malformed lines are rejected to an exception report and
      *> every posting is listed on the posting register.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT TRAN-FILE ASSIGN TO DYNAMIC WS-TRAN-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TRAN-STATUS.

             SELECT STOCK-LEDGER ASSIGN TO DYNAMIC WS-STOCK-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STOCK-STATUS.

             SELECT REQUEST-FILE ASSIGN TO DYNAMIC WS-REQUEST-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REQUEST-STATUS.

             SELECT MAINT-EXC ASSIGN TO DYNAMIC WS-MAINTEXC-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MAINTEXC-STATUS.

             SELECT MAINT-REPORT ASSIGN TO DYNAMIC WS-MAINTRPT-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MAINTRPT-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD TRAN-FILE.
          01 TRAN-LINE PIC X(150).

      *> one movement per record: R receipt, I issue, S spoilage.
      *> the reference is the receipt's lot number or the issuing
      *> run's stamp; the student and reason are spoilage only.
      *> layout must stay in step with BADGE-LABELS, BADGE-REISSUE
      *> and STOCK-REPORT.
          FD STOCK-LEDGER.
          01 STK-RECORD.
             05 STK-TXN PIC X(1).
             05 STK-TYPE PIC X(10).
             05 STK-DATE PIC 9(8).
             05 STK-TIME PIC 9(6).
             05 STK-QTY PIC 9(7).
             05 STK-REF PIC X(14).
             05 STK-CLERK PIC X(8).
             05 STK-STUDENT PIC 9(5).
             05 STK-REASON PIC X(10).
             05 FILLER PIC X(11).

      *> BADGE-REISSUE's request dataset: 'nnnnn REASON CLERK'.
          FD REQUEST-FILE.
          01 REQUEST-LINE PIC X(80).

          FD MAINT-EXC.
          01 MAINT-EXC-LINE PIC X(200).

          FD MAINT-REPORT.
          01 MAINT-RPT-LINE PIC X(132).

          WORKING-STORAGE SECTION.
          01 WS-TRAN-DSN PIC X(100) VALUE 'stocktran.txt'.
          01 WS-TRAN-STATUS PIC X(2) VALUE SPACES.
          01 WS-STOCK-DSN PIC X(100) VALUE 'stockledger.txt'.
          01 WS-STOCK-STATUS PIC X(2) VALUE SPACES.
          01 WS-REQUEST-DSN PIC X(100) VALUE 'reissuereq.txt'.
          01 WS-REQUEST-STATUS PIC X(2) VALUE SPACES.
          01 WS-REQUEST-OPEN PIC X(1) VALUE 'N'.
          01 WS-MAINTEXC-DSN PIC X(100) VALUE 'stockexc.txt'.
          01 WS-MAINTEXC-STATUS PIC X(2) VALUE SPACES.
          01 WS-MAINTRPT-DSN PIC X(100) VALUE 'stockpost.txt'.
          01 WS-MAINTRPT-STATUS PIC X(2) VALUE SPACES.

          01 WS-TRAN-EOF PIC X(1) VALUE 'N'.
          01 WS-RUN-DATE PIC 9(8) VALUE 0.
          01 WS-RUN-TIME PIC 9(8) VALUE 0.

          01 WS-TRAN-COUNT PIC 9(6) VALUE 0.
          01 WS-APPLIED-COUNT PIC 9(6) VALUE 0.
          01 WS-REJECT-COUNT PIC 9(6) VALUE 0.
          01 WS-RECEIPT-COUNT PIC 9(6) VALUE 0.
          01 WS-SPOIL-COUNT PIC 9(6) VALUE 0.
          01 WS-REPRINT-COUNT PIC 9(6) VALUE 0.
          01 WS-RECEIPT-QTY PIC 9(8) VALUE 0.
          01 WS-SPOIL-QTY PIC 9(8) VALUE 0.

      *> the transaction being worked.  RECEIPT carries the lot and
      *> clerk in the fourth and fifth words, SPOIL the reason and
      *> operator, then the optional student.
          01 WS-TRAN-ACTION PIC X(10) VALUE SPACES.
          01 WS-TRAN-TYPE PIC X(12) VALUE SPACES.
          01 WS-TRAN-QTY-STR PIC X(7) JUSTIFIED RIGHT VALUE SPACES.
          01 WS-TRAN-QTY PIC 9(7) VALUE 0.
          01 WS-TRAN-WORD4 PIC X(16) VALUE SPACES.
          01 WS-TRAN-CLERK PIC X(10) VALUE SPACES.
          01 WS-TRAN-ID-STR PIC X(5) JUSTIFIED RIGHT VALUE SPACES.
          01 WS-TRAN-ID PIC 9(5) VALUE 0.
          01 WS-REJECT-REASON PIC X(30) VALUE SPACES.
          01 WS-QTY-EDIT PIC Z(6)9.

       PROCEDURE DIVISION.
           ACCEPT WS-TRAN-DSN FROM ENVIRONMENT 'STOCKTRANDD'
           IF WS-TRAN-DSN = SPACES
             MOVE 'stocktran.txt' TO WS-TRAN-DSN
           END-IF
           ACCEPT WS-STOCK-DSN FROM ENVIRONMENT 'STOCKLEDGERDD'
           IF WS-STOCK-DSN = SPACES
             MOVE 'stockledger.txt' TO WS-STOCK-DSN
           END-IF
           ACCEPT WS-REQUEST-DSN FROM ENVIRONMENT 'REISSUEREQDD'
           IF WS-REQUEST-DSN = SPACES
             MOVE 'reissuereq.txt' TO WS-REQUEST-DSN
           END-IF
           ACCEPT WS-MAINTEXC-DSN FROM ENVIRONMENT 'STOCKEXCDD'
           IF WS-MAINTEXC-DSN = SPACES
             MOVE 'stockexc.txt' TO WS-MAINTEXC-DSN
           END-IF
           ACCEPT WS-MAINTRPT-DSN FROM ENVIRONMENT 'STOCKPOSTDD'
           IF WS-MAINTRPT-DSN = SPACES
             MOVE 'stockpost.txt' TO WS-MAINTRPT-DSN
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           OPEN INPUT TRAN-FILE
           IF WS-TRAN-STATUS NOT = '00'
             DISPLAY 'TRANSACTION DATASET UNAVAILABLE: ' WS-TRAN-DSN
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
      *> the ledger is the stock -- no ledger, nothing is posted.
           OPEN EXTEND STOCK-LEDGER
           IF WS-STOCK-STATUS NOT = '00'
             OPEN OUTPUT STOCK-LEDGER
           END-IF
           IF WS-STOCK-STATUS NOT = '00'
             DISPLAY 'CARD STOCK LEDGER UNAVAILABLE: ' WS-STOCK-DSN
                ' STATUS ' WS-STOCK-STATUS
                ' -- POSTING REFUSED'
             CLOSE TRAN-FILE
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF

           OPEN OUTPUT MAINT-REPORT
           OPEN OUTPUT MAINT-EXC
           MOVE SPACES TO MAINT-RPT-LINE
           STRING 'CARD STOCK POSTING REGISTER  RUN DATE '
                     DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RUN-TIME(1:6) DELIMITED BY SIZE
               INTO MAINT-RPT-LINE
           END-STRING
           WRITE MAINT-RPT-LINE
           MOVE SPACES TO MAINT-RPT-LINE
           MOVE 'ACTION' TO MAINT-RPT-LINE(1:6)
           MOVE 'STOCK' TO MAINT-RPT-LINE(10:5)
           MOVE 'QUANTITY' TO MAINT-RPT-LINE(22:8)
           MOVE 'LOT/REASON' TO MAINT-RPT-LINE(32:10)
           MOVE 'BY' TO MAINT-RPT-LINE(48:2)
           MOVE 'REPRINT' TO MAINT-RPT-LINE(58:7)
           WRITE MAINT-RPT-LINE
           PERFORM UNTIL WS-TRAN-EOF = 'Y'
             READ TRAN-FILE
                AT END MOVE 'Y' TO WS-TRAN-EOF
                NOT AT END
                   IF TRAN-LINE NOT = SPACES
                      ADD 1 TO WS-TRAN-COUNT
                      PERFORM APPLY-ONE-TRANSACTION
                   END-IF
             END-READ
           END-PERFORM
           CLOSE TRAN-FILE
           CLOSE STOCK-LEDGER
           IF WS-REQUEST-OPEN = 'Y'
             CLOSE REQUEST-FILE
           END-IF

           PERFORM WRITE-MAINT-SUMMARY
           CLOSE MAINT-EXC
           CLOSE MAINT-REPORT
           DISPLAY 'TRANSACTIONS READ: ' WS-TRAN-COUNT
              '  APPLIED: ' WS-APPLIED-COUNT
              '  REJECTED: ' WS-REJECT-COUNT
           IF WS-REJECT-COUNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       APPLY-ONE-TRANSACTION.
           MOVE SPACES TO WS-TRAN-ACTION
           MOVE SPACES TO WS-TRAN-TYPE
           MOVE SPACES TO WS-TRAN-QTY-STR
           MOVE SPACES TO WS-TRAN-WORD4
           MOVE SPACES TO WS-TRAN-CLERK
           MOVE SPACES TO WS-TRAN-ID-STR
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 0 TO WS-TRAN-QTY
           MOVE 0 TO WS-TRAN-ID
           UNSTRING TRAN-LINE DELIMITED BY ALL SPACE
              INTO WS-TRAN-ACTION, WS-TRAN-TYPE, WS-TRAN-QTY-STR,
                   WS-TRAN-WORD4, WS-TRAN-CLERK, WS-TRAN-ID-STR
           END-UNSTRING

           IF WS-TRAN-ACTION NOT = 'RECEIPT'
                 AND WS-TRAN-ACTION NOT = 'SPOIL'
             MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
             IF WS-TRAN-TYPE = SPACES
                   OR WS-TRAN-TYPE(11:2) NOT = SPACES
                MOVE 'BAD STOCK TYPE' TO WS-REJECT-REASON
             END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
             INSPECT WS-TRAN-QTY-STR REPLACING LEADING SPACE BY '0'
             IF WS-TRAN-QTY-STR IS NUMERIC
                MOVE WS-TRAN-QTY-STR TO WS-TRAN-QTY
             END-IF
             IF WS-TRAN-QTY = 0
                MOVE 'BAD QUANTITY' TO WS-REJECT-REASON
             END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
             IF WS-TRAN-ACTION = 'RECEIPT'
                IF WS-TRAN-WORD4 = SPACES
                      OR WS-TRAN-WORD4(15:2) NOT = SPACES
                   MOVE 'MISSING LOT NUMBER' TO WS-REJECT-REASON
                END-IF
             ELSE
                IF WS-TRAN-WORD4 NOT = 'JAM'
                      AND WS-TRAN-WORD4 NOT = 'MISPRINT'
                   MOVE 'REASON NOT JAM OR MISPRINT'
                      TO WS-REJECT-REASON
                END-IF
             END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
             IF WS-TRAN-CLERK = SPACES
                   OR WS-TRAN-CLERK(9:2) NOT = SPACES
                MOVE 'MISSING CLERK' TO WS-REJECT-REASON
             END-IF
           END-IF
      *> a named student must be a real student number; a receipt
      *> names nobody.
           IF WS-REJECT-REASON = SPACES AND WS-TRAN-ID-STR NOT = SPACES
             IF WS-TRAN-ACTION = 'RECEIPT'
                MOVE 'TOO MANY WORDS' TO WS-REJECT-REASON
             ELSE
                INSPECT WS-TRAN-ID-STR REPLACING LEADING SPACE BY '0'
                IF WS-TRAN-ID-STR IS NUMERIC
                   MOVE WS-TRAN-ID-STR TO WS-TRAN-ID
                END-IF
                IF WS-TRAN-ID = 0
                   MOVE 'INVALID STUDENT ID' TO WS-REJECT-REASON
                END-IF
             END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
             PERFORM POST-MOVEMENT
           ELSE
             ADD 1 TO WS-REJECT-COUNT
             MOVE SPACES TO MAINT-EXC-LINE
             STRING 'REJECTED TRANSACTION ' DELIMITED BY SIZE
                    WS-TRAN-COUNT DELIMITED BY SIZE
                    ' (' DELIMITED BY SIZE
                    WS-REJECT-REASON DELIMITED BY '  '
                    '): ' DELIMITED BY SIZE
                    TRAN-LINE DELIMITED BY SIZE
                 INTO MAINT-EXC-LINE
             END-STRING
             WRITE MAINT-EXC-LINE
           END-IF.

       POST-MOVEMENT.
           MOVE SPACES TO STK-RECORD
           MOVE WS-TRAN-TYPE TO STK-TYPE
           MOVE WS-RUN-DATE TO STK-DATE
           MOVE WS-RUN-TIME(1:6) TO STK-TIME
           MOVE WS-TRAN-QTY TO STK-QTY
           MOVE WS-TRAN-CLERK TO STK-CLERK
           MOVE WS-TRAN-ID TO STK-STUDENT
           IF WS-TRAN-ACTION = 'RECEIPT'
             MOVE 'R' TO STK-TXN
             MOVE WS-TRAN-WORD4 TO STK-REF
             ADD 1 TO WS-RECEIPT-COUNT
             ADD WS-TRAN-QTY TO WS-RECEIPT-QTY
           ELSE
             MOVE 'S' TO STK-TXN
             MOVE WS-TRAN-WORD4 TO STK-REASON
             ADD 1 TO WS-SPOIL-COUNT
             ADD WS-TRAN-QTY TO WS-SPOIL-QTY
           END-IF
           WRITE STK-RECORD
           ADD 1 TO WS-APPLIED-COUNT
           IF WS-TRAN-ID > 0
             PERFORM QUEUE-REPRINT
           END-IF
           MOVE WS-TRAN-QTY TO WS-QTY-EDIT
           MOVE SPACES TO MAINT-RPT-LINE
           MOVE WS-TRAN-ACTION TO MAINT-RPT-LINE(1:8)
           MOVE WS-TRAN-TYPE TO MAINT-RPT-LINE(10:10)
           MOVE WS-QTY-EDIT TO MAINT-RPT-LINE(23:7)
           MOVE WS-TRAN-WORD4 TO MAINT-RPT-LINE(32:14)
           MOVE WS-TRAN-CLERK TO MAINT-RPT-LINE(48:8)
           IF WS-TRAN-ID > 0
             MOVE WS-TRAN-ID TO MAINT-RPT-LINE(58:5)
             IF WS-REQUEST-OPEN = 'Y'
                MOVE 'QUEUED' TO MAINT-RPT-LINE(64:6)
             ELSE
                MOVE 'NOT QUEUED -- REQUEST DATASET UNAVAILABLE'
                   TO MAINT-RPT-LINE(64:41)
             END-IF
           END-IF
           WRITE MAINT-RPT-LINE.

       QUEUE-REPRINT.
      *> the request dataset is opened on the first reprint only --
      *> a run with no student spoilage leaves it as it was.
           IF WS-REQUEST-OPEN = 'N'
             OPEN EXTEND REQUEST-FILE
             IF WS-REQUEST-STATUS NOT = '00'
                OPEN OUTPUT REQUEST-FILE
             END-IF
             IF WS-REQUEST-STATUS = '00'
                MOVE 'Y' TO WS-REQUEST-OPEN
             ELSE
                DISPLAY 'REISSUE REQUEST DATASET UNAVAILABLE: '
                   WS-REQUEST-DSN ' -- REPRINTS NOT QUEUED'
                MOVE 'X' TO WS-REQUEST-OPEN
             END-IF
           END-IF
           IF WS-REQUEST-OPEN = 'Y'
             MOVE SPACES TO REQUEST-LINE
             STRING WS-TRAN-ID DELIMITED BY SIZE
                    ' SPOILED ' DELIMITED BY SIZE
                    WS-TRAN-CLERK DELIMITED BY SPACE
                 INTO REQUEST-LINE
             END-STRING
             WRITE REQUEST-LINE
             ADD 1 TO WS-REPRINT-COUNT
           ELSE
             ADD 1 TO WS-REJECT-COUNT
           END-IF.

       WRITE-MAINT-SUMMARY.
           MOVE SPACES TO MAINT-RPT-LINE
           STRING 'TRANSACTIONS -- READ: ' DELIMITED BY SIZE
                  WS-TRAN-COUNT DELIMITED BY SIZE
                  '  RECEIPTS: ' DELIMITED BY SIZE
                  WS-RECEIPT-COUNT DELIMITED BY SIZE
                  '  SPOILAGES: ' DELIMITED BY SIZE
                  WS-SPOIL-COUNT DELIMITED BY SIZE
                  '  REPRINTS QUEUED: ' DELIMITED BY SIZE
                  WS-REPRINT-COUNT DELIMITED BY SIZE
                  '  REJECTED: ' DELIMITED BY SIZE
                  WS-REJECT-COUNT DELIMITED BY SIZE
               INTO MAINT-RPT-LINE
           END-STRING
           WRITE MAINT-RPT-LINE
           MOVE SPACES TO MAINT-RPT-LINE
           STRING 'CARDS RECEIVED: ' DELIMITED BY SIZE
                  WS-RECEIPT-QTY DELIMITED BY SIZE
                  '  CARDS SPOILED: ' DELIMITED BY SIZE
                  WS-SPOIL-QTY DELIMITED BY SIZE
               INTO MAINT-RPT-LINE
           END-STRING
           WRITE MAINT-RPT-LINE.
