       IDENTIFICATION DIVISION.
       PROGRAM-ID. BADGE-REISSUE.

      *> lost and damaged badge reissue without re-running the
      *> student's instructions: each request (student ID, reason
      *> LOST, DAMAGED or NAMECHG, and the requesting clerk) pulls
      *> the student's most recent archived image per zone straight
      *> off the badge archive and lays it out in the card printer's
      *> label format, so nothing is re-rendered, re-archived or
      *> re-billed at instruction rates.  each reissue posts one
      *> flat-fee line in the charge-file format for the bursar's
      *> invoice, and the reissue register shows who asked for what
      *> and why.  a student with no archived badge, or inactive on
      *> the master, is rejected on the register.  reason SPOILED is
      *> the print operator's reprint of a card the printer jammed
      *> or misprinted (STOCK-MAINT queues it): no fee is posted,
      *> since the fault is the office's, and the card is not
      *> issued again here -- the spoilage transaction already took
      *> the replacement card off stock.  every other position laid
      *> out, blank fill included, is issued off the card-stock
      *> ledger against the stock type loaded (CARDSTOCK).  a card
      *> already handed over has the reissue stamped on its issuance
      *> record, so BADGE-ISSUE hands the reprint over afresh and
      *> UNCLAIMED-BADGES counts it as waiting until it is.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT REQUEST-FILE ASSIGN TO DYNAMIC WS-REQUEST-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REQUEST-STATUS.

             SELECT BADGE-ARCHIVE ASSIGN TO DYNAMIC WS-ARCHIVE-DSN
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ARCH-KEY
             FILE STATUS IS WS-ARCHIVE-STATUS.

             SELECT MASTER-KEYED ASSIGN TO DYNAMIC WS-MASTER-DSN
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS MSX-ID
             FILE STATUS IS WS-MASTER-STATUS.

             SELECT RATE-FILE ASSIGN TO DYNAMIC WS-RATE-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RATE-STATUS.

             SELECT LABEL-FILE ASSIGN TO DYNAMIC WS-LABEL-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LABEL-STATUS.

             SELECT CHARGE-FILE ASSIGN TO DYNAMIC WS-CHARGE-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CHARGE-STATUS.

             SELECT REGISTER-FILE ASSIGN TO DYNAMIC WS-REGISTER-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REGISTER-STATUS.

             SELECT STOCK-LEDGER ASSIGN TO DYNAMIC WS-STOCK-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STOCK-STATUS.

             SELECT ISSUE-KEYED ASSIGN TO DYNAMIC WS-ISSUE-DSN
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS ISS-KEY
             FILE STATUS IS WS-ISSUE-STATUS.

       DATA DIVISION.
          FILE SECTION.
      *> one request per line: 'nnnnn REASON CLERK'.
          FD REQUEST-FILE.
          01 REQUEST-LINE PIC X(80).

      *> same record MAIN archives -- key and layout must stay in
      *> step with the writer.
          FD BADGE-ARCHIVE.
          01 ARCH-RECORD.
             05 ARCH-KEY.
                10 ARCH-STUDENT-ID PIC 9(5).
                10 ARCH-ZONE PIC X(10).
                10 ARCH-RUN-DATE PIC 9(8).
                10 ARCH-RUN-TIME PIC 9(6).
             05 ARCH-CODE PIC X(199).
             05 ARCH-LIT-COUNT PIC 9(6).
             05 ARCH-ROW-COUNT PIC 9(3).
             05 ARCH-IMAGE.
                10 ARCH-IMAGE-ROW PIC X(250) OCCURS 12 TIMES.
             05 ARCH-BUS-DATE PIC 9(8).

          FD MASTER-KEYED.
          01 MSX-RECORD.
             05 MSX-ID PIC 9(5).
             05 MSX-NAME PIC A(75).
             05 MSX-ACTIVE PIC X(1).
             05 MSX-DEPT PIC X(4).

      *> the production rate card -- the flat fee is its REISSUE
      *> entry, so the bursar changes the fee where every other
      *> rate is changed.  same record RATE-MAINT keeps.
          FD RATE-FILE.
          01 RATE-CARD-RECORD.
             05 RCD-TYPE PIC X(10).
             05 RCD-EFF-DATE PIC 9(8).
             05 RCD-RATE PIC 9(3)V99.
             05 RCD-STATUS PIC X(1).
             05 RCD-APPROVER PIC X(20).
             05 RCD-ENTERED PIC 9(8).

      *> the same label layout BADGE-LABELS prints, column 1 carriage
      *> control, so a reissue goes on the ordinary card stock.
          FD LABEL-FILE.
          01 LABEL-RECORD.
             05 LABEL-CC PIC X(1).
             05 LABEL-TEXT PIC X(132).

          FD CHARGE-FILE.
          01 CHARGE-LINE PIC X(199).

          FD REGISTER-FILE.
          01 REGISTER-LINE PIC X(132).

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

      *> same record BADGE-ISSUE keeps -- layout must stay in step
      *> with the counter program.
          FD ISSUE-KEYED.
          01 ISS-RECORD.
             05 ISS-KEY.
                10 ISS-STUDENT-ID PIC 9(5).
                10 ISS-RUN-DATE PIC 9(8).
                10 ISS-RUN-TIME PIC 9(6).
             05 ISS-CLERK PIC X(8).
             05 ISS-DATE PIC 9(8).
             05 ISS-TIME PIC 9(6).
             05 ISS-REISSUE-DATE PIC 9(8).
             05 ISS-REISSUE-TIME PIC 9(6).

          WORKING-STORAGE SECTION.
          01 WS-REQUEST-DSN PIC X(100) VALUE 'reissuereq.txt'.
          01 WS-REQUEST-STATUS PIC X(2) VALUE SPACES.
          01 WS-ARCHIVE-DSN PIC X(100) VALUE 'badgearchive.dat'.
          01 WS-ARCHIVE-STATUS PIC X(2) VALUE SPACES.
          01 WS-MASTER-DSN PIC X(100) VALUE 'studentmaster.dat'.
          01 WS-MASTER-STATUS PIC X(2) VALUE SPACES.
          01 WS-RATE-DSN PIC X(100) VALUE 'ratecard.txt'.
          01 WS-RATE-STATUS PIC X(2) VALUE SPACES.
          01 WS-LABEL-DSN PIC X(100) VALUE 'reissuelabels.txt'.
          01 WS-LABEL-STATUS PIC X(2) VALUE SPACES.
          01 WS-CHARGE-DSN PIC X(100) VALUE 'charges.txt'.
          01 WS-CHARGE-STATUS PIC X(2) VALUE SPACES.
          01 WS-REGISTER-DSN PIC X(100) VALUE 'reissueregister.txt'.
          01 WS-REGISTER-STATUS PIC X(2) VALUE SPACES.
          01 WS-STOCK-DSN PIC X(100) VALUE 'stockledger.txt'.
          01 WS-STOCK-STATUS PIC X(2) VALUE SPACES.
          01 WS-CARD-STOCK PIC X(10) VALUE 'STANDARD'.
          01 WS-ISSUE-DSN PIC X(100) VALUE 'issuance.dat'.
          01 WS-ISSUE-STATUS PIC X(2) VALUE SPACES.
          01 WS-HAVE-ISSUE PIC X(1) VALUE 'N'.
      *> the card is the badge's newest run stamp across its zones,
      *> the key BADGE-ISSUE hands it over under.
          01 WS-CARD-DATE PIC 9(8) VALUE 0.
          01 WS-CARD-TIME PIC 9(6) VALUE 0.
          01 WS-REOPENED PIC X(1) VALUE 'N'.
          01 WS-REOPEN-COUNT PIC 9(6) VALUE 0.

          COPY SCREENDIM.
          01 WS-DIM-ENV PIC X(3) JUSTIFIED RIGHT VALUE SPACES.
          01 WS-GUTTER-ENV PIC X(3) JUSTIFIED RIGHT VALUE SPACES.
          01 WS-GUTTER-COLS PIC 9(3) VALUE 3.

      *> the stock's geometry, the same parameters BADGE-LABELS
      *> takes.
          01 WS-ROWS-ENV PIC X(2) JUSTIFIED RIGHT VALUE SPACES.
          01 WS-LABEL-ROWS PIC 9(2) VALUE 6.
          01 WS-PER-ENV PIC X(2) JUSTIFIED RIGHT VALUE SPACES.
          01 WS-LABELS-PER-PAGE PIC 9(2) VALUE 8.
          01 WS-LABELS-ON-PAGE PIC 9(2) VALUE 0.
          01 WS-PAGE-NO PIC 9(5) VALUE 0.
          01 WS-PAGE-EDIT PIC ZZZZ9.
          01 WS-ROW-IDX PIC 9(2) VALUE 0.
          01 WS-CUT-LINE PIC X(132) VALUE ALL '- '.
          01 WS-POSITION-COUNT PIC 9(6) VALUE 0.
          01 WS-SPOILED-COUNT PIC 9(6) VALUE 0.
          01 WS-ISSUE-QTY PIC 9(7) VALUE 0.

          01 WS-RUN-DATE PIC 9(8) VALUE 0.
          01 WS-RUN-TIME PIC 9(8) VALUE 0.
      *> the fee is priced and dated on the business date, so it
      *> bills in the same period as the night's MAIN charges --
      *> or, once that period is closed, in the next open one.
          01 WS-BUS-DATE PIC 9(8) VALUE 0.
          01 WS-CAL-SOURCE PIC X(1) VALUE SPACE.
          01 WS-POST-PERIOD PIC 9(6) VALUE 0.
          01 WS-PERIOD-LATE PIC X(1) VALUE 'N'.
          01 WS-REQUEST-EOF PIC X(1) VALUE 'N'.
          01 WS-RATE-EOF PIC X(1) VALUE 'N'.
          01 WS-ARCH-EOF PIC X(1) VALUE 'N'.

      *> the request being worked.
          01 WS-REQ-ID-STR PIC X(5) JUSTIFIED RIGHT VALUE SPACES.
          01 WS-REQ-ID PIC 9(5) VALUE 0.
          01 WS-REQ-REASON PIC X(10) VALUE SPACES.
          01 WS-REQ-CLERK PIC X(8) VALUE SPACES.
          01 WS-REQ-NAME PIC X(75) VALUE SPACES.
          01 WS-REJECT-REASON PIC X(40) VALUE SPACES.

      *> the newest archived record per zone -- the key orders each
      *> zone's records oldest run first, so the last one read wins.
          01 WS-ZONE-COUNT PIC 9(1) VALUE 0.
          01 WS-ZONE-IDX PIC 9(1) VALUE 0.
          01 WS-ZONE-HIT PIC 9(1) VALUE 0.
          01 WS-ZONE-TABLE.
             05 WS-ZONE-ENTRY OCCURS 3 TIMES.
                10 WS-ZONE-NAME PIC X(10).
                10 WS-ZONE-RUN-DATE PIC 9(8).
                10 WS-ZONE-RUN-TIME PIC 9(6).
                10 WS-ZONE-ROWS PIC 9(3).
                10 WS-ZONE-ROW PIC X(250) OCCURS 12 TIMES.
          01 WS-LEFT-HIT PIC 9(1) VALUE 0.
          01 WS-RIGHT-HIT PIC 9(1) VALUE 0.
          01 WS-ZONE-LIST PIC X(40) VALUE SPACES.
          01 WS-ZONE-PTR PIC 9(3) VALUE 1.

      *> the label image: the LEFT+RIGHT composite when the student
      *> has both, otherwise the first zone on file -- the same
      *> choice BADGE-LABELS makes from the report stream.
          01 WS-IMG-COUNT PIC 9(2) VALUE 0.
          01 WS-IMG-TABLE.
             05 WS-IMG-ROW PIC X(130) OCCURS 12 TIMES.
          01 WS-COMP-LINE PIC X(999) VALUE SPACES.
          01 WS-COMP-POS PIC 9(4) VALUE 0.
          01 WS-COMP-WIDTH PIC 9(4) VALUE 0.

          01 WS-RATE-REISSUE PIC 9(3)V99 VALUE 0.
          01 WS-CHARGE-EDIT PIC ZZZZZZ9.99.
          01 WS-FEE-TOTAL PIC 9(9)V99 VALUE 0.
          01 WS-FEE-TOTAL-EDIT PIC ZZZZZZZZ9.99.

          01 WS-REQUEST-COUNT PIC 9(6) VALUE 0.
          01 WS-ACCEPT-COUNT PIC 9(6) VALUE 0.
          01 WS-REJECT-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
           ACCEPT WS-REQUEST-DSN FROM ENVIRONMENT 'REISSUEREQDD'
           IF WS-REQUEST-DSN = SPACES
             MOVE 'reissuereq.txt' TO WS-REQUEST-DSN
           END-IF
           ACCEPT WS-ARCHIVE-DSN FROM ENVIRONMENT 'BADGEARCHDD'
           IF WS-ARCHIVE-DSN = SPACES
             MOVE 'badgearchive.dat' TO WS-ARCHIVE-DSN
           END-IF
           ACCEPT WS-MASTER-DSN FROM ENVIRONMENT 'MASTERKEYDD'
           IF WS-MASTER-DSN = SPACES
             MOVE 'studentmaster.dat' TO WS-MASTER-DSN
           END-IF
           ACCEPT WS-RATE-DSN FROM ENVIRONMENT 'RATECARDDD'
           IF WS-RATE-DSN = SPACES
             MOVE 'ratecard.txt' TO WS-RATE-DSN
           END-IF
           ACCEPT WS-LABEL-DSN FROM ENVIRONMENT 'REISSUELBLDD'
           IF WS-LABEL-DSN = SPACES
             MOVE 'reissuelabels.txt' TO WS-LABEL-DSN
           END-IF
           ACCEPT WS-CHARGE-DSN FROM ENVIRONMENT 'CHARGEDD'
           IF WS-CHARGE-DSN = SPACES
             MOVE 'charges.txt' TO WS-CHARGE-DSN
           END-IF
           ACCEPT WS-REGISTER-DSN FROM ENVIRONMENT 'REISSUERPTDD'
           IF WS-REGISTER-DSN = SPACES
             MOVE 'reissueregister.txt' TO WS-REGISTER-DSN
           END-IF
           ACCEPT WS-DIM-ENV FROM ENVIRONMENT 'SCREENCOLS'
           IF WS-DIM-ENV NOT = SPACES
             INSPECT WS-DIM-ENV REPLACING LEADING SPACE BY '0'
             IF WS-DIM-ENV IS NUMERIC
                MOVE WS-DIM-ENV TO WS-MAX-COL
             END-IF
           END-IF
           IF WS-MAX-COL > 250
             MOVE 250 TO WS-MAX-COL
           END-IF
           ACCEPT WS-GUTTER-ENV FROM ENVIRONMENT 'GUTTERCOLS'
           IF WS-GUTTER-ENV NOT = SPACES
             INSPECT WS-GUTTER-ENV REPLACING LEADING SPACE BY '0'
             IF WS-GUTTER-ENV IS NUMERIC
                MOVE WS-GUTTER-ENV TO WS-GUTTER-COLS
             END-IF
           END-IF
           ACCEPT WS-ROWS-ENV FROM ENVIRONMENT 'LABELROWS'
           IF WS-ROWS-ENV NOT = SPACES
             INSPECT WS-ROWS-ENV REPLACING LEADING SPACE BY '0'
             IF WS-ROWS-ENV IS NUMERIC
                MOVE WS-ROWS-ENV TO WS-LABEL-ROWS
             END-IF
           END-IF
           IF WS-LABEL-ROWS = 0 OR WS-LABEL-ROWS > 12
             MOVE 6 TO WS-LABEL-ROWS
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
           ACCEPT WS-STOCK-DSN FROM ENVIRONMENT 'STOCKLEDGERDD'
           IF WS-STOCK-DSN = SPACES
             MOVE 'stockledger.txt' TO WS-STOCK-DSN
           END-IF
           ACCEPT WS-ISSUE-DSN FROM ENVIRONMENT 'ISSUEDD'
           IF WS-ISSUE-DSN = SPACES
             MOVE 'issuance.dat' TO WS-ISSUE-DSN
           END-IF
           ACCEPT WS-CARD-STOCK FROM ENVIRONMENT 'CARDSTOCK'
           IF WS-CARD-STOCK = SPACES
             MOVE 'STANDARD' TO WS-CARD-STOCK
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           CALL 'BIZ-DATE' USING WS-RUN-DATE, WS-BUS-DATE,
              WS-CAL-SOURCE
           CALL 'BILL-PERIOD' USING WS-BUS-DATE, WS-POST-PERIOD,
              WS-PERIOD-LATE
           IF WS-PERIOD-LATE = 'Y'
             DISPLAY 'BILLING PERIOD ' WS-BUS-DATE(1:6)
                ' CLOSED -- FEES POSTED TO PERIOD ' WS-POST-PERIOD
           END-IF

           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = '00'
             DISPLAY 'REISSUE REQUEST DATASET UNAVAILABLE: '
                WS-REQUEST-DSN
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
      *> without the master an inactive student cannot be told from
      *> an active one, and without the archive there is nothing to
      *> reissue -- either one missing stops the job.
           OPEN INPUT MASTER-KEYED
           IF WS-MASTER-STATUS NOT = '00'
             DISPLAY 'STUDENT MASTER UNAVAILABLE: ' WS-MASTER-DSN
                ' -- REISSUE REFUSED'
             CLOSE REQUEST-FILE
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           OPEN INPUT BADGE-ARCHIVE
           IF WS-ARCHIVE-STATUS NOT = '00'
             DISPLAY 'BADGE ARCHIVE UNAVAILABLE: ' WS-ARCHIVE-DSN
                ' STATUS ' WS-ARCHIVE-STATUS ' -- REISSUE REFUSED'
             CLOSE REQUEST-FILE
             CLOSE MASTER-KEYED
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
      *> no issuance dataset yet means no card has been handed over,
      *> so there is no handover to reopen.
           OPEN I-O ISSUE-KEYED
           IF WS-ISSUE-STATUS = '00'
             MOVE 'Y' TO WS-HAVE-ISSUE
           ELSE
             IF WS-ISSUE-STATUS NOT = '35'
                DISPLAY 'ISSUANCE DATASET UNAVAILABLE: ' WS-ISSUE-DSN
                   ' STATUS ' WS-ISSUE-STATUS ' -- REISSUE REFUSED'
                CLOSE REQUEST-FILE
                CLOSE MASTER-KEYED
                CLOSE BADGE-ARCHIVE
                MOVE 12 TO RETURN-CODE
                GOBACK
             END-IF
           END-IF
           PERFORM LOAD-RATE-TABLE

           OPEN OUTPUT LABEL-FILE
           OPEN EXTEND CHARGE-FILE
           IF WS-CHARGE-STATUS NOT = '00'
             OPEN OUTPUT CHARGE-FILE
           END-IF
           OPEN OUTPUT REGISTER-FILE
           MOVE SPACES TO REGISTER-LINE
           STRING 'BADGE REISSUE REGISTER  RUN DATE ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RUN-TIME(1:6) DELIMITED BY SIZE
                  '  BUSINESS DATE ' DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
               INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE

           PERFORM UNTIL WS-REQUEST-EOF = 'Y'
             READ REQUEST-FILE
                AT END MOVE 'Y' TO WS-REQUEST-EOF
                NOT AT END
                   IF REQUEST-LINE NOT = SPACES
                      PERFORM PROCESS-ONE-REQUEST
                   END-IF
             END-READ
           END-PERFORM
      *> the card stock does not stop at a partial sheet -- blank
      *> labels pad the last page so the cutter stays aligned.
           IF WS-LABELS-ON-PAGE > 0
             PERFORM UNTIL WS-LABELS-ON-PAGE = 0
                PERFORM EMIT-BLANK-LABEL
             END-PERFORM
           END-IF

           MOVE WS-FEE-TOTAL TO WS-FEE-TOTAL-EDIT
           MOVE SPACES TO REGISTER-LINE
           STRING 'REQUESTS READ: ' DELIMITED BY SIZE
                  WS-REQUEST-COUNT DELIMITED BY SIZE
                  '  REISSUED: ' DELIMITED BY SIZE
                  WS-ACCEPT-COUNT DELIMITED BY SIZE
                  '  REJECTED: ' DELIMITED BY SIZE
                  WS-REJECT-COUNT DELIMITED BY SIZE
                  '  FEES POSTED: ' DELIMITED BY SIZE
                  WS-FEE-TOTAL-EDIT DELIMITED BY SIZE
               INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE
           CLOSE REQUEST-FILE
           CLOSE MASTER-KEYED
           CLOSE BADGE-ARCHIVE
           IF WS-HAVE-ISSUE = 'Y'
             CLOSE ISSUE-KEYED
           END-IF
           CLOSE LABEL-FILE
           CLOSE CHARGE-FILE
           CLOSE REGISTER-FILE
           PERFORM ISSUE-CARD-STOCK
           DISPLAY 'REISSUE REQUESTS: ' WS-REQUEST-COUNT
              '  REISSUED: ' WS-ACCEPT-COUNT
              '  REJECTED: ' WS-REJECT-COUNT
              '  CARDS ISSUED: ' WS-ISSUE-QTY
              '  HANDOVERS REOPENED: ' WS-REOPEN-COUNT
           IF WS-REJECT-COUNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       PROCESS-ONE-REQUEST.
           ADD 1 TO WS-REQUEST-COUNT
           MOVE SPACES TO WS-REQ-ID-STR
           MOVE SPACES TO WS-REQ-REASON
           MOVE SPACES TO WS-REQ-CLERK
           MOVE SPACES TO WS-REQ-NAME
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 0 TO WS-REQ-ID
           UNSTRING REQUEST-LINE DELIMITED BY ALL SPACE
              INTO WS-REQ-ID-STR, WS-REQ-REASON, WS-REQ-CLERK
           END-UNSTRING
           INSPECT WS-REQ-ID-STR REPLACING LEADING SPACE BY '0'
           IF WS-REQ-ID-STR IS NUMERIC
             MOVE WS-REQ-ID-STR TO WS-REQ-ID
           ELSE
             MOVE 'INVALID STUDENT ID' TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
             IF WS-REQ-REASON NOT = 'LOST'
                   AND WS-REQ-REASON NOT = 'DAMAGED'
                   AND WS-REQ-REASON NOT = 'NAMECHG'
                   AND WS-REQ-REASON NOT = 'SPOILED'
                MOVE 'REASON NOT LOST/DAMAGED/NAMECHG/SPOILED'
                   TO WS-REJECT-REASON
             END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES AND WS-REQ-CLERK = SPACES
             MOVE 'NO REQUESTING CLERK' TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
             MOVE WS-REQ-ID TO MSX-ID
             READ MASTER-KEYED
                INVALID KEY MOVE 'NOT ON STUDENT MASTER'
                   TO WS-REJECT-REASON
             END-READ
             IF WS-REJECT-REASON = SPACES
                MOVE MSX-NAME TO WS-REQ-NAME
                IF MSX-ACTIVE NOT = 'A'
                   MOVE 'INACTIVE ON STUDENT MASTER'
                      TO WS-REJECT-REASON
                END-IF
             END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
             PERFORM FETCH-LATEST-BADGE
             IF WS-ZONE-COUNT = 0
                MOVE 'NO ARCHIVED BADGE' TO WS-REJECT-REASON
             END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
             ADD 1 TO WS-ACCEPT-COUNT
             PERFORM BUILD-LABEL-IMAGE
             PERFORM EMIT-LABEL
             MOVE 'N' TO WS-REOPENED
             IF WS-REQ-REASON = 'SPOILED'
                ADD 1 TO WS-SPOILED-COUNT
                MOVE 0 TO WS-CHARGE-EDIT
             ELSE
                PERFORM POST-REISSUE-FEE
                PERFORM REOPEN-HANDOVER
             END-IF
             PERFORM WRITE-ACCEPTED-LINE
           ELSE
             ADD 1 TO WS-REJECT-COUNT
             PERFORM WRITE-REJECTED-LINE
           END-IF.

       FETCH-LATEST-BADGE.
           MOVE 0 TO WS-ZONE-COUNT
           MOVE SPACES TO WS-ZONE-TABLE
           MOVE WS-REQ-ID TO ARCH-STUDENT-ID
           MOVE SPACES TO ARCH-ZONE
           MOVE 0 TO ARCH-RUN-DATE
           MOVE 0 TO ARCH-RUN-TIME
           MOVE 'N' TO WS-ARCH-EOF
           START BADGE-ARCHIVE KEY NOT < ARCH-KEY
              INVALID KEY MOVE 'Y' TO WS-ARCH-EOF
           END-START
           PERFORM UNTIL WS-ARCH-EOF = 'Y'
             READ BADGE-ARCHIVE NEXT RECORD
                AT END MOVE 'Y' TO WS-ARCH-EOF
                NOT AT END
                   IF ARCH-STUDENT-ID = WS-REQ-ID
                      PERFORM NOTE-ZONE-RECORD
                   ELSE
                      MOVE 'Y' TO WS-ARCH-EOF
                   END-IF
             END-READ
           END-PERFORM.

       NOTE-ZONE-RECORD.
           MOVE 0 TO WS-ZONE-HIT
           PERFORM VARYING WS-ZONE-IDX FROM 1 BY 1
                UNTIL WS-ZONE-IDX > WS-ZONE-COUNT
             IF WS-ZONE-NAME(WS-ZONE-IDX) = ARCH-ZONE
                MOVE WS-ZONE-IDX TO WS-ZONE-HIT
             END-IF
           END-PERFORM
           IF WS-ZONE-HIT = 0 AND WS-ZONE-COUNT < 3
             ADD 1 TO WS-ZONE-COUNT
             MOVE WS-ZONE-COUNT TO WS-ZONE-HIT
           END-IF
           IF WS-ZONE-HIT > 0
             MOVE ARCH-ZONE TO WS-ZONE-NAME(WS-ZONE-HIT)
             MOVE ARCH-RUN-DATE TO WS-ZONE-RUN-DATE(WS-ZONE-HIT)
             MOVE ARCH-RUN-TIME TO WS-ZONE-RUN-TIME(WS-ZONE-HIT)
             MOVE ARCH-ROW-COUNT TO WS-ZONE-ROWS(WS-ZONE-HIT)
             IF WS-ZONE-ROWS(WS-ZONE-HIT) > 12
                MOVE 12 TO WS-ZONE-ROWS(WS-ZONE-HIT)
             END-IF
             PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                  UNTIL WS-ROW-IDX > 12
                MOVE ARCH-IMAGE-ROW(WS-ROW-IDX)
                   TO WS-ZONE-ROW(WS-ZONE-HIT, WS-ROW-IDX)
             END-PERFORM
           END-IF.

       BUILD-LABEL-IMAGE.
           MOVE 0 TO WS-LEFT-HIT
           MOVE 0 TO WS-RIGHT-HIT
           MOVE SPACES TO WS-ZONE-LIST
           MOVE 1 TO WS-ZONE-PTR
           PERFORM VARYING WS-ZONE-IDX FROM 1 BY 1
                UNTIL WS-ZONE-IDX > WS-ZONE-COUNT
             IF WS-ZONE-NAME(WS-ZONE-IDX) = 'left'
                MOVE WS-ZONE-IDX TO WS-LEFT-HIT
             END-IF
             IF WS-ZONE-NAME(WS-ZONE-IDX) = 'right'
                MOVE WS-ZONE-IDX TO WS-RIGHT-HIT
             END-IF
             STRING WS-ZONE-NAME(WS-ZONE-IDX) DELIMITED BY SPACE
                    ' ' DELIMITED BY SIZE
                INTO WS-ZONE-LIST WITH POINTER WS-ZONE-PTR
             END-STRING
           END-PERFORM
           MOVE SPACES TO WS-IMG-TABLE
           IF WS-LEFT-HIT > 0 AND WS-RIGHT-HIT > 0
      *> the physical badge is one strip -- left zone, a gutter of
      *> blank columns, right zone -- laid out as MAIN composes it.
             MOVE WS-ZONE-ROWS(WS-LEFT-HIT) TO WS-IMG-COUNT
             IF WS-ZONE-ROWS(WS-RIGHT-HIT) > WS-IMG-COUNT
                MOVE WS-ZONE-ROWS(WS-RIGHT-HIT) TO WS-IMG-COUNT
             END-IF
             COMPUTE WS-COMP-POS = WS-MAX-COL + WS-GUTTER-COLS + 1
             MOVE WS-MAX-COL TO WS-COMP-WIDTH
             IF WS-COMP-POS > 999
                MOVE 0 TO WS-COMP-WIDTH
             ELSE
                IF WS-COMP-POS + WS-COMP-WIDTH - 1 > 999
                   COMPUTE WS-COMP-WIDTH = 999 - WS-COMP-POS + 1
                END-IF
             END-IF
             PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                  UNTIL WS-ROW-IDX > WS-IMG-COUNT
                MOVE SPACES TO WS-COMP-LINE
                MOVE WS-ZONE-ROW(WS-LEFT-HIT, WS-ROW-IDX)
                      (1:WS-MAX-COL)
                   TO WS-COMP-LINE(1:WS-MAX-COL)
                IF WS-COMP-WIDTH > 0
                   MOVE WS-ZONE-ROW(WS-RIGHT-HIT, WS-ROW-IDX)
                         (1:WS-COMP-WIDTH)
                      TO WS-COMP-LINE(WS-COMP-POS:WS-COMP-WIDTH)
                END-IF
                MOVE WS-COMP-LINE(1:130) TO WS-IMG-ROW(WS-ROW-IDX)
             END-PERFORM
           ELSE
             MOVE WS-ZONE-ROWS(1) TO WS-IMG-COUNT
             PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                  UNTIL WS-ROW-IDX > WS-IMG-COUNT
                MOVE WS-ZONE-ROW(1, WS-ROW-IDX)(1:130)
                   TO WS-IMG-ROW(WS-ROW-IDX)
             END-PERFORM
           END-IF.

       EMIT-LABEL.
           ADD 1 TO WS-POSITION-COUNT
           IF WS-LABELS-ON-PAGE = 0
             PERFORM START-LABEL-PAGE
           END-IF
           MOVE SPACES TO LABEL-RECORD
           STRING WS-REQ-ID DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-REQ-NAME DELIMITED BY SIZE
               INTO LABEL-TEXT
           END-STRING
           WRITE LABEL-RECORD
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                UNTIL WS-ROW-IDX > WS-LABEL-ROWS
             MOVE SPACES TO LABEL-RECORD
             IF WS-ROW-IDX NOT > WS-IMG-COUNT
                MOVE WS-IMG-ROW(WS-ROW-IDX) TO LABEL-TEXT
             END-IF
             WRITE LABEL-RECORD
           END-PERFORM
           MOVE SPACES TO LABEL-RECORD
           MOVE WS-CUT-LINE TO LABEL-TEXT
           WRITE LABEL-RECORD
           ADD 1 TO WS-LABELS-ON-PAGE
           IF WS-LABELS-ON-PAGE = WS-LABELS-PER-PAGE
             MOVE 0 TO WS-LABELS-ON-PAGE
           END-IF.

       EMIT-BLANK-LABEL.
           ADD 1 TO WS-POSITION-COUNT
           MOVE SPACES TO LABEL-RECORD
           WRITE LABEL-RECORD
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                UNTIL WS-ROW-IDX > WS-LABEL-ROWS
             MOVE SPACES TO LABEL-RECORD
             WRITE LABEL-RECORD
           END-PERFORM
           MOVE SPACES TO LABEL-RECORD
           MOVE WS-CUT-LINE TO LABEL-TEXT
           WRITE LABEL-RECORD
           ADD 1 TO WS-LABELS-ON-PAGE
           IF WS-LABELS-ON-PAGE = WS-LABELS-PER-PAGE
             MOVE 0 TO WS-LABELS-ON-PAGE
           END-IF.

       START-LABEL-PAGE.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO WS-PAGE-EDIT
           MOVE SPACES TO LABEL-RECORD
           MOVE '1' TO LABEL-CC
           STRING 'BADGE LABEL SHEET  RUN DATE ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '  PAGE ' DELIMITED BY SIZE
                  WS-PAGE-EDIT DELIMITED BY SIZE
               INTO LABEL-TEXT
           END-STRING
           WRITE LABEL-RECORD.

       ISSUE-CARD-STOCK.
      *> one issue transaction per run; a ledger that will not open
      *> costs the stock count, not the reissued cards.
           COMPUTE WS-ISSUE-QTY = WS-POSITION-COUNT - WS-SPOILED-COUNT
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
                MOVE WS-RUN-DATE TO STK-REF(1:8)
                MOVE WS-RUN-TIME(1:6) TO STK-REF(9:6)
                MOVE 'REISSUE' TO STK-CLERK
                MOVE 0 TO STK-STUDENT
                WRITE STK-RECORD
                CLOSE STOCK-LEDGER
             ELSE
                DISPLAY 'CARD STOCK LEDGER UNAVAILABLE: ' WS-STOCK-DSN
                   ' -- ' WS-ISSUE-QTY ' CARDS NOT ISSUED'
                MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.

       POST-REISSUE-FEE.
      *> an ordinary charge line with every instruction count zero
      *> and one REISSUE unit, so the invoice prices the fee at the
      *> rate card's REISSUE rate alongside the student's department.
           ADD WS-RATE-REISSUE TO WS-FEE-TOTAL
           MOVE WS-RATE-REISSUE TO WS-CHARGE-EDIT
           MOVE SPACES TO CHARGE-LINE
           STRING 'STUDENT ' DELIMITED BY SIZE
                  WS-REQ-ID DELIMITED BY SIZE
                  ' RECT 000000 ROTCOL 000000 ROTROW 000000'
                     DELIMITED BY SIZE
                  ' CLEAR 000000 INVERT 000000 COPY 000000'
                     DELIMITED BY SIZE
                  ' BARCODE 000000 REJECTS 000000 CHARGE '
                     DELIMITED BY SIZE
                  WS-CHARGE-EDIT DELIMITED BY SIZE
                  ' REISSUE 000001 DATE ' DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
                  ' PERIOD ' DELIMITED BY SIZE
                  WS-POST-PERIOD DELIMITED BY SIZE
               INTO CHARGE-LINE
           END-STRING
           WRITE CHARGE-LINE.

       WRITE-ACCEPTED-LINE.
           MOVE SPACES TO REGISTER-LINE
           STRING 'REISSUED ' DELIMITED BY SIZE
                  WS-REQ-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-REQ-NAME DELIMITED BY '  '
               INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING '  REASON ' DELIMITED BY SIZE
                  WS-REQ-REASON DELIMITED BY SPACE
                  '  CLERK ' DELIMITED BY SIZE
                  WS-REQ-CLERK DELIMITED BY SPACE
                  '  ZONES ' DELIMITED BY SIZE
                  WS-ZONE-LIST DELIMITED BY '  '
                  '  FROM RUN ' DELIMITED BY SIZE
                  WS-ZONE-RUN-DATE(1) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ZONE-RUN-TIME(1) DELIMITED BY SIZE
                  '  FEE ' DELIMITED BY SIZE
                  WS-CHARGE-EDIT DELIMITED BY SIZE
               INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE
           IF WS-REOPENED = 'Y'
             MOVE SPACES TO REGISTER-LINE
             STRING '  CARD HANDED OVER ' DELIMITED BY SIZE
                    ISS-DATE DELIMITED BY SIZE
                    ' BY ' DELIMITED BY SIZE
                    ISS-CLERK DELIMITED BY SPACE
                    ' -- REPRINT AWAITS PICKUP' DELIMITED BY SIZE
                 INTO REGISTER-LINE
             END-STRING
             WRITE REGISTER-LINE
           END-IF.

       REOPEN-HANDOVER.
      *> a spoiled reprint never left the office, so only the other
      *> reasons can find a handover to reopen.
           IF WS-HAVE-ISSUE = 'Y'
             MOVE 0 TO WS-CARD-DATE
             MOVE 0 TO WS-CARD-TIME
             PERFORM VARYING WS-ZONE-IDX FROM 1 BY 1
                  UNTIL WS-ZONE-IDX > WS-ZONE-COUNT
                IF WS-ZONE-RUN-DATE(WS-ZONE-IDX) > WS-CARD-DATE
                      OR (WS-ZONE-RUN-DATE(WS-ZONE-IDX) = WS-CARD-DATE
                      AND WS-ZONE-RUN-TIME(WS-ZONE-IDX) > WS-CARD-TIME)
                   MOVE WS-ZONE-RUN-DATE(WS-ZONE-IDX) TO WS-CARD-DATE
                   MOVE WS-ZONE-RUN-TIME(WS-ZONE-IDX) TO WS-CARD-TIME
                END-IF
             END-PERFORM
             MOVE WS-REQ-ID TO ISS-STUDENT-ID
             MOVE WS-CARD-DATE TO ISS-RUN-DATE
             MOVE WS-CARD-TIME TO ISS-RUN-TIME
             READ ISSUE-KEYED
                INVALID KEY MOVE '23' TO WS-ISSUE-STATUS
             END-READ
             IF WS-ISSUE-STATUS = '00'
                MOVE WS-RUN-DATE TO ISS-REISSUE-DATE
                MOVE WS-RUN-TIME(1:6) TO ISS-REISSUE-TIME
                REWRITE ISS-RECORD
                   INVALID KEY CONTINUE
                END-REWRITE
                IF WS-ISSUE-STATUS = '00'
                   MOVE 'Y' TO WS-REOPENED
                   ADD 1 TO WS-REOPEN-COUNT
                END-IF
             END-IF
           END-IF.

       WRITE-REJECTED-LINE.
           MOVE SPACES TO REGISTER-LINE
           STRING 'REJECTED ' DELIMITED BY SIZE
                  WS-REQ-ID-STR DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-REQ-NAME DELIMITED BY '  '
                  ' -- ' DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY '  '
               INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING '  REASON ' DELIMITED BY SIZE
                  WS-REQ-REASON DELIMITED BY SPACE
                  '  CLERK ' DELIMITED BY SIZE
                  WS-REQ-CLERK DELIMITED BY SPACE
               INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE.

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
      *> the fee in force today: the card is in effective-date order
      *> within a type, so the last REISSUE entry on or before the
      *> business date wins, an expiry taking the fee back to zero.
           IF RCD-TYPE = 'REISSUE'
                 AND RCD-EFF-DATE IS NUMERIC
                 AND RCD-EFF-DATE NOT > WS-BUS-DATE
             IF RCD-STATUS = 'X' OR RCD-RATE IS NOT NUMERIC
                MOVE 0 TO WS-RATE-REISSUE
             ELSE
                MOVE RCD-RATE TO WS-RATE-REISSUE
             END-IF
           END-IF.
