      *> sheet.  rows per label and labels per page are operator
      *> parameters, so a stock change is a parameter change, not a
      *> program change.  column 1 is carriage control as on the
      *> proof sheets.  every label position laid out -- blank fill
      *> included, since the stock is used up just the same -- is
      *> issued off the card-stock ledger as one issue transaction
      *> per run against the stock type loaded (CARDSTOCK).

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LABEL-STATUS.

             SELECT STOCK-LEDGER ASSIGN TO DYNAMIC WS-STOCK-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STOCK-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD REPORT-FILE.
             05 LABEL-CC PIC X(1).
             05 LABEL-TEXT PIC X(132).

      *> the card-stock ledger -- same record STOCK-MAINT posts and
      *> STOCK-REPORT balances.
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

          WORKING-STORAGE SECTION.
          01 WS-REPORT-DSN PIC X(100) VALUE 'report.txt'.
          01 WS-REPORT-STATUS PIC X(2) VALUE SPACES.
          01 WS-LABEL-DSN PIC X(100) VALUE 'labels.txt'.
          01 WS-LABEL-STATUS PIC X(2) VALUE SPACES.
          01 WS-STOCK-DSN PIC X(100) VALUE 'stockledger.txt'.
          01 WS-STOCK-STATUS PIC X(2) VALUE SPACES.
          01 WS-CARD-STOCK PIC X(10) VALUE 'STANDARD'.

      *> RUNID asks for a specific run's report generation instead
      *> of the one growing dataset.
          01 WS-PAGE-NO PIC 9(5) VALUE 0.
          01 WS-PAGE-EDIT PIC ZZZZ9.
          01 WS-LABEL-COUNT PIC 9(6) VALUE 0.
          01 WS-BLANK-COUNT PIC 9(6) VALUE 0.
          01 WS-ISSUE-QTY PIC 9(7) VALUE 0.
          01 WS-ROW-IDX PIC 9(2) VALUE 0.
          01 WS-CUT-LINE PIC X(132) VALUE ALL '- '.
          01 WS-RUN-DATE PIC 9(8) VALUE 0.
          01 WS-RUN-TIME PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
           ACCEPT WS-REPORT-DSN FROM ENVIRONMENT 'REPORTDD'
           IF WS-LABELS-PER-PAGE = 0
             MOVE 8 TO WS-LABELS-PER-PAGE
           END-IF
           ACCEPT WS-STOCK-DSN FROM ENVIRONMENT 'STOCKLEDGERDD'
           IF WS-STOCK-DSN = SPACES
             MOVE 'stockledger.txt' TO WS-STOCK-DSN
           END-IF
           ACCEPT WS-CARD-STOCK FROM ENVIRONMENT 'CARDSTOCK'
           IF WS-CARD-STOCK = SPACES
             MOVE 'STANDARD' TO WS-CARD-STOCK
           END-IF

           OPEN INPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
           END-IF
           OPEN OUTPUT LABEL-FILE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           PERFORM UNTIL WS-EOF = 'Y'
             READ REPORT-FILE INTO WS-IN-LINE
           END-IF
           CLOSE REPORT-FILE
           CLOSE LABEL-FILE
           PERFORM ISSUE-CARD-STOCK
           DISPLAY 'LABELS PRINTED: ' WS-LABEL-COUNT
              '  PAGES: ' WS-PAGE-NO
              '  CARDS ISSUED: ' WS-ISSUE-QTY
           GOBACK.

       SIFT-ONE-LINE.
           END-IF.

       EMIT-BLANK-LABEL.
           ADD 1 TO WS-BLANK-COUNT
           MOVE SPACES TO LABEL-RECORD
           WRITE LABEL-RECORD
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               INTO LABEL-TEXT
           END-STRING
           WRITE LABEL-RECORD.

       ISSUE-CARD-STOCK.
      *> the ledger is appended, never rewritten; a ledger that will
      *> not open costs the stock count, not the night's labels.
           COMPUTE WS-ISSUE-QTY = WS-LABEL-COUNT + WS-BLANK-COUNT
           IF WS-ISSUE-QTY > 0
             OPEN EXTEND STOCK-LEDGER
             IF WS-STOCK-STATUS NOT = '00'
                OPEN OUTPUT STOCK-LEDGER
             END-IF
             IF WS-STOCK-STATUS = '00'
                MOVE SPACES TO STK-RECORD
                MOVE 'I' TO STK-TXN
                MOVE WS-CARD-STOCK TO STK-TYPE
                MOVE WS-RUN-DATE TO STK-DATE
                MOVE WS-RUN-TIME(1:6) TO STK-TIME
                MOVE WS-ISSUE-QTY TO STK-QTY
                IF WS-RUNID-ENV NOT = SPACES
                   MOVE WS-RUNID-ENV TO STK-REF
                ELSE
                   MOVE WS-RUN-DATE TO STK-REF(1:8)
                   MOVE WS-RUN-TIME(1:6) TO STK-REF(9:6)
                END-IF
                MOVE 'LABELS' TO STK-CLERK
                MOVE 0 TO STK-STUDENT
                WRITE STK-RECORD
                CLOSE STOCK-LEDGER
             ELSE
                DISPLAY 'CARD STOCK LEDGER UNAVAILABLE: ' WS-STOCK-DSN
                   ' -- ' WS-ISSUE-QTY ' CARDS NOT ISSUED'
                MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.
