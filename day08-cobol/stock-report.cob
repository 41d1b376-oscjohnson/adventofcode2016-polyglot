       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-REPORT.

      *> daily card-stock report: balances the card-stock ledger for
      *> the report date (ASOFDATE, today by default) -- per stock
      *> type the opening balance carried in from every earlier
      *> movement, the day's receipts, issues and spoilage, and the
      *> closing balance.  movements dated after the report date are
      *> left for their own day.  it then projects the card need of
      *> tonight's roster: every student header in every instruction
      *> file DRIVER will dispatch (last night's carryover entries
      *> and the roster), padded to whole label sheets the way
      *> BADGE-LABELS pads them, against the closing balance of the
      *> stock type loaded (CARDSTOCK).  run it as the cycle step
      *> ahead of DRIVER: a need greater than the stock on hand ends
      *> it with code 4 and a warning, so the operator can load more
      *> stock before the print starts.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT STOCK-LEDGER ASSIGN TO DYNAMIC WS-STOCK-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STOCK-STATUS.

             SELECT ROSTER ASSIGN TO DYNAMIC WS-ROSTER-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ROSTER-STATUS.

             SELECT CARRY-FILE ASSIGN TO DYNAMIC WS-CARRY-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CARRY-STATUS.

             SELECT STUDENT ASSIGN TO DYNAMIC WS-STUDENT-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STUDENT-STATUS.

             SELECT STOCK-RPT ASSIGN TO DYNAMIC WS-STOCKRPT-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STOCKRPT-STATUS.

       DATA DIVISION.
          FILE SECTION.
      *> the card-stock ledger -- same record STOCK-MAINT posts and
      *> the label programs issue against.
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

          FD ROSTER.
          01 ROSTER-LINE PIC X(100).

          FD CARRY-FILE.
          01 CARRY-LINE PIC X(100).

      *> an instruction file as MAIN reads it -- a line whose first
      *> five positions are a student number is a STUDENT-ID/NAME
      *> header, one badge.
          FD STUDENT.
          01 STUDENT-LINE.
             05 STUDENT-ID PIC X(5).
             05 FILLER PIC X(195).

          FD STOCK-RPT.
          01 STOCK-RPT-LINE PIC X(132).

          WORKING-STORAGE SECTION.
          01 WS-STOCK-DSN PIC X(100) VALUE 'stockledger.txt'.
          01 WS-STOCK-STATUS PIC X(2) VALUE SPACES.
          01 WS-ROSTER-DSN PIC X(100) VALUE 'roster.txt'.
          01 WS-ROSTER-STATUS PIC X(2) VALUE SPACES.
          01 WS-CARRY-DSN PIC X(100) VALUE 'carryover.txt'.
          01 WS-CARRY-STATUS PIC X(2) VALUE SPACES.
          01 WS-STUDENT-DSN PIC X(100) VALUE SPACES.
          01 WS-STUDENT-STATUS PIC X(2) VALUE SPACES.
          01 WS-STOCKRPT-DSN PIC X(100) VALUE 'stockreport.txt'.
          01 WS-STOCKRPT-STATUS PIC X(2) VALUE SPACES.
          01 WS-EOF PIC X(1) VALUE 'N'.
          01 WS-ENTRY-EOF PIC X(1) VALUE 'N'.

          01 WS-ASOF-ENV PIC X(8) JUSTIFIED RIGHT VALUE SPACES.
          01 WS-ASOF-DATE PIC 9(8) VALUE 0.
          01 WS-CARD-STOCK PIC X(10) VALUE 'STANDARD'.
          01 WS-PER-ENV PIC X(2) JUSTIFIED RIGHT VALUE SPACES.
          01 WS-LABELS-PER-PAGE PIC 9(2) VALUE 8.

      *> one line per stock type the ledger has ever moved.
          01 WS-TY-COUNT PIC 9(2) VALUE 0.
          01 WS-TY-IDX PIC 9(2) VALUE 0.
          01 WS-TY-HIT PIC 9(2) VALUE 0.
          01 WS-TY-FULL PIC X(1) VALUE 'N'.
          01 WS-FIND-TYPE PIC X(10) VALUE SPACES.
          01 WS-TY-TABLE.
             05 WS-TY-ENTRY OCCURS 20 TIMES.
                10 WS-TY-TYPE PIC X(10).
                10 WS-TY-OPENING PIC S9(8).
                10 WS-TY-RECEIVED PIC S9(8).
                10 WS-TY-ISSUED PIC S9(8).
                10 WS-TY-SPOILED PIC S9(8).
                10 WS-TY-CLOSING PIC S9(8).
          01 WS-LEDGER-COUNT PIC 9(7) VALUE 0.
          01 WS-BAD-COUNT PIC 9(7) VALUE 0.
          01 WS-HAVE-LEDGER PIC X(1) VALUE 'N'.

      *> tonight's projection.
          01 WS-ENTRY PIC X(100) VALUE SPACES.
          01 WS-ENTRY-TRIMMED PIC X(100) VALUE SPACES.
          01 WS-ENTRY-SOURCE PIC X(8) VALUE SPACES.
          01 WS-ENTRY-COUNT PIC 9(5) VALUE 0.
          01 WS-ENTRY-STUDENTS PIC 9(7) VALUE 0.
          01 WS-UNREADABLE-COUNT PIC 9(5) VALUE 0.
          01 WS-NEED-STUDENTS PIC 9(8) VALUE 0.
          01 WS-NEED-SHEETS PIC 9(8) VALUE 0.
          01 WS-NEED-CARDS PIC 9(8) VALUE 0.
          01 WS-ON-HAND PIC S9(8) VALUE 0.
          01 WS-SHORTFALL PIC S9(8) VALUE 0.
          01 WS-SHORT PIC X(1) VALUE 'N'.

          01 WS-QTY-EDIT PIC -(7)9.
          01 WS-COUNT-EDIT PIC Z(6)9.

       PROCEDURE DIVISION.
           ACCEPT WS-STOCK-DSN FROM ENVIRONMENT 'STOCKLEDGERDD'
           IF WS-STOCK-DSN = SPACES
             MOVE 'stockledger.txt' TO WS-STOCK-DSN
           END-IF
           ACCEPT WS-STOCKRPT-DSN FROM ENVIRONMENT 'STOCKRPTDD'
           IF WS-STOCKRPT-DSN = SPACES
             MOVE 'stockreport.txt' TO WS-STOCKRPT-DSN
           END-IF
           ACCEPT WS-ROSTER-DSN FROM ENVIRONMENT 'ROSTERDD'
           IF WS-ROSTER-DSN = SPACES
             MOVE 'roster.txt' TO WS-ROSTER-DSN
           END-IF
           ACCEPT WS-CARRY-DSN FROM ENVIRONMENT 'CARRYDD'
           IF WS-CARRY-DSN = SPACES
             MOVE 'carryover.txt' TO WS-CARRY-DSN
           END-IF
           ACCEPT WS-CARD-STOCK FROM ENVIRONMENT 'CARDSTOCK'
           IF WS-CARD-STOCK = SPACES
             MOVE 'STANDARD' TO WS-CARD-STOCK
           END-IF
           ACCEPT WS-PER-ENV FROM ENVIRONMENT 'LABELSPERPAGE'
           IF WS-PER-ENV NOT = SPACES
             INSPECT WS-PER-ENV REPLACING LEADING SPACE BY '0'
             IF WS-PER-ENV IS NUMERIC
                MOVE WS-PER-ENV TO WS-LABELS-PER-PAGE
             END-IF
           END-IF
           IF WS-LABELS-PER-PAGE = 0
             MOVE 8 TO WS-LABELS-PER-PAGE
           END-IF
           ACCEPT WS-ASOF-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ASOF-ENV FROM ENVIRONMENT 'ASOFDATE'
           IF WS-ASOF-ENV NOT = SPACES
             INSPECT WS-ASOF-ENV REPLACING LEADING SPACE BY '0'
             IF WS-ASOF-ENV IS NUMERIC
                MOVE WS-ASOF-ENV TO WS-ASOF-DATE
             END-IF
           END-IF

      *> the stock type tonight's print loads always gets a line,
      *> moved or not, so its balance can be judged.
           MOVE WS-CARD-STOCK TO WS-FIND-TYPE
           PERFORM FIND-STOCK-TYPE

      *> no ledger yet is no stock on record, not a reason to skip
      *> the warning.
           OPEN INPUT STOCK-LEDGER
           IF WS-STOCK-STATUS = '00'
             MOVE 'Y' TO WS-HAVE-LEDGER
             MOVE 'N' TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y'
                READ STOCK-LEDGER
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM NOTE-MOVEMENT
                END-READ
             END-PERFORM
             CLOSE STOCK-LEDGER
           ELSE
             DISPLAY 'CARD STOCK LEDGER UNAVAILABLE: ' WS-STOCK-DSN
                ' -- NO STOCK ON RECORD'
           END-IF
           PERFORM VARYING WS-TY-IDX FROM 1 BY 1
                UNTIL WS-TY-IDX > WS-TY-COUNT
             COMPUTE WS-TY-CLOSING(WS-TY-IDX)
                = WS-TY-OPENING(WS-TY-IDX)
                + WS-TY-RECEIVED(WS-TY-IDX)
                - WS-TY-ISSUED(WS-TY-IDX)
                - WS-TY-SPOILED(WS-TY-IDX)
           END-PERFORM

           OPEN OUTPUT STOCK-RPT
           MOVE SPACES TO STOCK-RPT-LINE
           STRING 'CARD STOCK REPORT  FOR ' DELIMITED BY SIZE
                  WS-ASOF-DATE DELIMITED BY SIZE
               INTO STOCK-RPT-LINE
           END-STRING
           WRITE STOCK-RPT-LINE
           PERFORM WRITE-BALANCES
           PERFORM PROJECT-TONIGHT
           PERFORM WRITE-PROJECTION
           CLOSE STOCK-RPT
           MOVE WS-ON-HAND TO WS-QTY-EDIT
           DISPLAY 'CARD STOCK ' WS-CARD-STOCK
              ' ON HAND: ' WS-QTY-EDIT
              '  PROJECTED NEED: ' WS-NEED-CARDS
           IF WS-SHORT = 'Y'
             MOVE WS-SHORTFALL TO WS-QTY-EDIT
             DISPLAY 'PROJECTED NEED EXCEEDS STOCK ON HAND BY '
                WS-QTY-EDIT ' CARDS -- LOAD STOCK BEFORE DRIVER'
           END-IF
           IF WS-SHORT = 'Y' OR WS-HAVE-LEDGER = 'N'
                 OR WS-BAD-COUNT > 0 OR WS-TY-FULL = 'Y'
                 OR WS-UNREADABLE-COUNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       FIND-STOCK-TYPE.
           MOVE 0 TO WS-TY-HIT
           PERFORM VARYING WS-TY-IDX FROM 1 BY 1
                UNTIL WS-TY-IDX > WS-TY-COUNT
             IF WS-TY-TYPE(WS-TY-IDX) = WS-FIND-TYPE
                MOVE WS-TY-IDX TO WS-TY-HIT
             END-IF
           END-PERFORM
           IF WS-TY-HIT = 0
             IF WS-TY-COUNT < 20
                ADD 1 TO WS-TY-COUNT
                MOVE WS-TY-COUNT TO WS-TY-HIT
                MOVE WS-FIND-TYPE TO WS-TY-TYPE(WS-TY-HIT)
                MOVE 0 TO WS-TY-OPENING(WS-TY-HIT)
                MOVE 0 TO WS-TY-RECEIVED(WS-TY-HIT)
                MOVE 0 TO WS-TY-ISSUED(WS-TY-HIT)
                MOVE 0 TO WS-TY-SPOILED(WS-TY-HIT)
                MOVE 0 TO WS-TY-CLOSING(WS-TY-HIT)
             ELSE
                MOVE 'Y' TO WS-TY-FULL
             END-IF
           END-IF.

       NOTE-MOVEMENT.
           ADD 1 TO WS-LEDGER-COUNT
           IF STK-DATE IS NOT NUMERIC OR STK-QTY IS NOT NUMERIC
                 OR (STK-TXN NOT = 'R' AND STK-TXN NOT = 'I'
                     AND STK-TXN NOT = 'S')
             ADD 1 TO WS-BAD-COUNT
           ELSE
             IF STK-DATE NOT > WS-ASOF-DATE
                MOVE STK-TYPE TO WS-FIND-TYPE
                PERFORM FIND-STOCK-TYPE
                IF WS-TY-HIT > 0
                   PERFORM POST-MOVEMENT
                END-IF
             END-IF
           END-IF.

       POST-MOVEMENT.
      *> everything before the report date folds into the opening
      *> balance; the report date's own movements are shown apart.
           IF STK-DATE < WS-ASOF-DATE
             EVALUATE STK-TXN
                WHEN 'R'
                   ADD STK-QTY TO WS-TY-OPENING(WS-TY-HIT)
                WHEN OTHER
                   SUBTRACT STK-QTY FROM WS-TY-OPENING(WS-TY-HIT)
             END-EVALUATE
           ELSE
             EVALUATE STK-TXN
                WHEN 'R'
                   ADD STK-QTY TO WS-TY-RECEIVED(WS-TY-HIT)
                WHEN 'I'
                   ADD STK-QTY TO WS-TY-ISSUED(WS-TY-HIT)
                WHEN 'S'
                   ADD STK-QTY TO WS-TY-SPOILED(WS-TY-HIT)
             END-EVALUATE
           END-IF.

       PROJECT-TONIGHT.
      *> DRIVER dispatches last night's carried entries first, then
      *> the roster; both count.
           MOVE SPACES TO STOCK-RPT-LINE
           WRITE STOCK-RPT-LINE
           MOVE 'TONIGHT''S ROSTER:' TO STOCK-RPT-LINE
           WRITE STOCK-RPT-LINE
           MOVE SPACES TO STOCK-RPT-LINE
           MOVE 'SOURCE' TO STOCK-RPT-LINE(3:6)
           MOVE 'INSTRUCTION FILE' TO STOCK-RPT-LINE(13:16)
           MOVE 'STUDENTS' TO STOCK-RPT-LINE(75:8)
           WRITE STOCK-RPT-LINE
           OPEN INPUT CARRY-FILE
           IF WS-CARRY-STATUS = '00'
             MOVE 'CARRIED' TO WS-ENTRY-SOURCE
             MOVE 'N' TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y'
                READ CARRY-FILE INTO WS-ENTRY
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                      IF WS-ENTRY NOT = SPACES
                         PERFORM COUNT-ENTRY-STUDENTS
                      END-IF
                END-READ
             END-PERFORM
             CLOSE CARRY-FILE
           END-IF
           OPEN INPUT ROSTER
           IF WS-ROSTER-STATUS = '00'
             MOVE 'ROSTER' TO WS-ENTRY-SOURCE
             MOVE 'N' TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y'
                READ ROSTER INTO WS-ENTRY
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                      IF WS-ENTRY NOT = SPACES
                         PERFORM COUNT-ENTRY-STUDENTS
                      END-IF
                END-READ
             END-PERFORM
             CLOSE ROSTER
           ELSE
             MOVE SPACES TO STOCK-RPT-LINE
             STRING '  ROSTER UNAVAILABLE: ' DELIMITED BY SIZE
                    WS-ROSTER-DSN DELIMITED BY SPACE
                 INTO STOCK-RPT-LINE
             END-STRING
             WRITE STOCK-RPT-LINE
           END-IF
      *> BADGE-LABELS fills the last sheet with blanks, so the need
      *> is whole sheets.
           IF WS-NEED-STUDENTS > 0
             COMPUTE WS-NEED-SHEETS
                = (WS-NEED-STUDENTS + WS-LABELS-PER-PAGE - 1)
                / WS-LABELS-PER-PAGE
           END-IF
           COMPUTE WS-NEED-CARDS = WS-NEED-SHEETS * WS-LABELS-PER-PAGE
           MOVE 0 TO WS-ON-HAND
           MOVE WS-CARD-STOCK TO WS-FIND-TYPE
           PERFORM FIND-STOCK-TYPE
           IF WS-TY-HIT > 0
             MOVE WS-TY-CLOSING(WS-TY-HIT) TO WS-ON-HAND
           END-IF
           IF WS-NEED-CARDS > WS-ON-HAND
             MOVE 'Y' TO WS-SHORT
             COMPUTE WS-SHORTFALL = WS-NEED-CARDS - WS-ON-HAND
           END-IF.

       COUNT-ENTRY-STUDENTS.
           MOVE SPACES TO WS-ENTRY-TRIMMED
           UNSTRING WS-ENTRY DELIMITED BY SPACE
              INTO WS-ENTRY-TRIMMED
           END-UNSTRING
           ADD 1 TO WS-ENTRY-COUNT
           MOVE 0 TO WS-ENTRY-STUDENTS
           MOVE WS-ENTRY-TRIMMED TO WS-STUDENT-DSN
           MOVE SPACES TO STOCK-RPT-LINE
           MOVE WS-ENTRY-SOURCE TO STOCK-RPT-LINE(3:8)
           MOVE WS-ENTRY-TRIMMED TO STOCK-RPT-LINE(13:60)
           OPEN INPUT STUDENT
           IF WS-STUDENT-STATUS = '00'
             MOVE 'N' TO WS-ENTRY-EOF
             PERFORM UNTIL WS-ENTRY-EOF = 'Y'
                READ STUDENT
                   AT END MOVE 'Y' TO WS-ENTRY-EOF
                   NOT AT END
                      IF STUDENT-ID IS NUMERIC
                         ADD 1 TO WS-ENTRY-STUDENTS
                      END-IF
                END-READ
             END-PERFORM
             CLOSE STUDENT
             ADD WS-ENTRY-STUDENTS TO WS-NEED-STUDENTS
             MOVE WS-ENTRY-STUDENTS TO WS-COUNT-EDIT
             MOVE WS-COUNT-EDIT TO STOCK-RPT-LINE(76:7)
           ELSE
             ADD 1 TO WS-UNREADABLE-COUNT
             MOVE 'UNREADABLE' TO STOCK-RPT-LINE(75:10)
           END-IF
           WRITE STOCK-RPT-LINE.

       WRITE-BALANCES.
           MOVE SPACES TO STOCK-RPT-LINE
           WRITE STOCK-RPT-LINE
           MOVE SPACES TO STOCK-RPT-LINE
           MOVE 'STOCK TYPE' TO STOCK-RPT-LINE(1:10)
           MOVE 'OPENING' TO STOCK-RPT-LINE(16:7)
           MOVE 'RECEIVED' TO STOCK-RPT-LINE(26:8)
           MOVE 'ISSUED' TO STOCK-RPT-LINE(38:6)
           MOVE 'SPOILED' TO STOCK-RPT-LINE(47:7)
           MOVE 'CLOSING' TO STOCK-RPT-LINE(57:7)
           WRITE STOCK-RPT-LINE
           PERFORM VARYING WS-TY-IDX FROM 1 BY 1
                UNTIL WS-TY-IDX > WS-TY-COUNT
             MOVE SPACES TO STOCK-RPT-LINE
             MOVE WS-TY-TYPE(WS-TY-IDX) TO STOCK-RPT-LINE(1:10)
             MOVE WS-TY-OPENING(WS-TY-IDX) TO WS-QTY-EDIT
             MOVE WS-QTY-EDIT TO STOCK-RPT-LINE(15:8)
             MOVE WS-TY-RECEIVED(WS-TY-IDX) TO WS-QTY-EDIT
             MOVE WS-QTY-EDIT TO STOCK-RPT-LINE(26:8)
             MOVE WS-TY-ISSUED(WS-TY-IDX) TO WS-QTY-EDIT
             MOVE WS-QTY-EDIT TO STOCK-RPT-LINE(36:8)
             MOVE WS-TY-SPOILED(WS-TY-IDX) TO WS-QTY-EDIT
             MOVE WS-QTY-EDIT TO STOCK-RPT-LINE(46:8)
             MOVE WS-TY-CLOSING(WS-TY-IDX) TO WS-QTY-EDIT
             MOVE WS-QTY-EDIT TO STOCK-RPT-LINE(56:8)
             IF WS-TY-CLOSING(WS-TY-IDX) < 0
                MOVE 'ISSUED BEYOND RECORDED RECEIPTS'
                   TO STOCK-RPT-LINE(66:31)
             END-IF
             WRITE STOCK-RPT-LINE
           END-PERFORM
           IF WS-TY-FULL = 'Y'
             MOVE 'MORE THAN 20 STOCK TYPES -- BALANCES INCOMPLETE'
                TO STOCK-RPT-LINE
             WRITE STOCK-RPT-LINE
           END-IF
           IF WS-BAD-COUNT > 0
             MOVE SPACES TO STOCK-RPT-LINE
             STRING 'UNREADABLE LEDGER RECORDS SKIPPED: '
                       DELIMITED BY SIZE
                    WS-BAD-COUNT DELIMITED BY SIZE
                 INTO STOCK-RPT-LINE
             END-STRING
             WRITE STOCK-RPT-LINE
           END-IF
           IF WS-HAVE-LEDGER = 'N'
             MOVE SPACES TO STOCK-RPT-LINE
             STRING 'CARD STOCK LEDGER UNAVAILABLE: ' DELIMITED BY SIZE
                    WS-STOCK-DSN DELIMITED BY SPACE
                    ' -- NO STOCK ON RECORD' DELIMITED BY SIZE
                 INTO STOCK-RPT-LINE
             END-STRING
             WRITE STOCK-RPT-LINE
           END-IF.

       WRITE-PROJECTION.
           MOVE SPACES TO STOCK-RPT-LINE
           WRITE STOCK-RPT-LINE
           MOVE SPACES TO STOCK-RPT-LINE
           STRING 'PROJECTED NEED -- ENTRIES: ' DELIMITED BY SIZE
                  WS-ENTRY-COUNT DELIMITED BY SIZE
                  '  STUDENTS: ' DELIMITED BY SIZE
                  WS-NEED-STUDENTS DELIMITED BY SIZE
                  '  SHEETS OF ' DELIMITED BY SIZE
                  WS-LABELS-PER-PAGE DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  WS-NEED-SHEETS DELIMITED BY SIZE
                  '  CARDS: ' DELIMITED BY SIZE
                  WS-NEED-CARDS DELIMITED BY SIZE
               INTO STOCK-RPT-LINE
           END-STRING
           WRITE STOCK-RPT-LINE
           MOVE WS-ON-HAND TO WS-QTY-EDIT
           MOVE SPACES TO STOCK-RPT-LINE
           STRING 'STOCK ON HAND -- ' DELIMITED BY SIZE
                  WS-CARD-STOCK DELIMITED BY SPACE
                  ': ' DELIMITED BY SIZE
                  WS-QTY-EDIT DELIMITED BY SIZE
               INTO STOCK-RPT-LINE
           END-STRING
           WRITE STOCK-RPT-LINE
           IF WS-UNREADABLE-COUNT > 0
             MOVE SPACES TO STOCK-RPT-LINE
             STRING 'INSTRUCTION FILES NOT COUNTED: ' DELIMITED BY SIZE
                    WS-UNREADABLE-COUNT DELIMITED BY SIZE
                    ' -- NEED MAY BE UNDERSTATED' DELIMITED BY SIZE
                 INTO STOCK-RPT-LINE
             END-STRING
             WRITE STOCK-RPT-LINE
           END-IF
           IF WS-SHORT = 'Y'
             MOVE WS-SHORTFALL TO WS-QTY-EDIT
             MOVE SPACES TO STOCK-RPT-LINE
             STRING '*** WARNING: PROJECTED NEED EXCEEDS STOCK ON HAND'
                       DELIMITED BY SIZE
                    ' BY ' DELIMITED BY SIZE
                    WS-QTY-EDIT DELIMITED BY SIZE
                    ' CARDS -- LOAD STOCK BEFORE DRIVER STARTS'
                       DELIMITED BY SIZE
                 INTO STOCK-RPT-LINE
             END-STRING
             WRITE STOCK-RPT-LINE
           END-IF.
