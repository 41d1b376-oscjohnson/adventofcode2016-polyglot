       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATE-HISTORY.

      *> rate history for the audit office: every rate ever in force
      *> on the rate card, type by type in effective-date order, with
      *> the date each took effect, the date it was superseded or
      *> expired, who approved it and when it was entered -- enough
      *> to say what any charge was priced at on any run date.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT RATE-FILE ASSIGN TO DYNAMIC WS-RATE-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RATE-STATUS.

             SELECT HISTORY-REPORT ASSIGN TO DYNAMIC WS-HISTRPT-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HISTRPT-STATUS.

       DATA DIVISION.
          FILE SECTION.
      *> same record RATE-MAINT writes -- layout must stay in step
      *> with the maintenance program.
          FD RATE-FILE.
          01 RATE-CARD-RECORD.
             05 RCD-TYPE PIC X(10).
             05 RCD-EFF-DATE PIC 9(8).
             05 RCD-RATE PIC 9(3)V99.
             05 RCD-STATUS PIC X(1).
             05 RCD-APPROVER PIC X(20).
             05 RCD-ENTERED PIC 9(8).

          FD HISTORY-REPORT.
          01 HIST-RPT-LINE PIC X(132).

          WORKING-STORAGE SECTION.
          01 WS-RATE-DSN PIC X(100) VALUE 'ratecard.txt'.
          01 WS-RATE-STATUS PIC X(2) VALUE SPACES.
          01 WS-HISTRPT-DSN PIC X(100) VALUE 'ratehistory.txt'.
          01 WS-HISTRPT-STATUS PIC X(2) VALUE SPACES.
          01 WS-RATE-EOF PIC X(1) VALUE 'N'.
          01 WS-TODAY PIC 9(8) VALUE 0.

          01 WS-CARD-COUNT PIC 9(4) VALUE 0.
          01 WS-CARD-IDX PIC 9(4) VALUE 0.
          01 WS-BAD-COUNT PIC 9(4) VALUE 0.
          01 WS-CARD-FULL PIC X(1) VALUE 'N'.
          01 WS-CARD-TABLE.
             05 WS-CARD-ENTRY OCCURS 500 TIMES.
                10 WS-CARD-TYPE PIC X(10).
                10 WS-CARD-EFF-DATE PIC 9(8).
                10 WS-CARD-RATE PIC 9(3)V99.
                10 WS-CARD-STATUS PIC X(1).
                10 WS-CARD-APPROVER PIC X(20).
                10 WS-CARD-ENTERED PIC 9(8).

          01 WS-RATE-TEXT PIC X(8) VALUE SPACES.
          01 WS-UNTIL-TEXT PIC X(20) VALUE SPACES.
          01 WS-RATE-EDIT PIC ZZ9.99.

       PROCEDURE DIVISION.
           ACCEPT WS-RATE-DSN FROM ENVIRONMENT 'RATECARDDD'
           IF WS-RATE-DSN = SPACES
             MOVE 'ratecard.txt' TO WS-RATE-DSN
           END-IF
           ACCEPT WS-HISTRPT-DSN FROM ENVIRONMENT 'RATEHISTDD'
           IF WS-HISTRPT-DSN = SPACES
             MOVE 'ratehistory.txt' TO WS-HISTRPT-DSN
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS NOT = '00'
             DISPLAY 'RATE CARD UNAVAILABLE: ' WS-RATE-DSN
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM UNTIL WS-RATE-EOF = 'Y'
             READ RATE-FILE
                AT END MOVE 'Y' TO WS-RATE-EOF
                NOT AT END PERFORM NOTE-CARD-RECORD
             END-READ
           END-PERFORM
           CLOSE RATE-FILE
           IF WS-CARD-FULL = 'Y'
             DISPLAY 'MORE THAN 500 ENTRIES ON ' WS-RATE-DSN
                ' -- HISTORY REFUSED'
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF

           OPEN OUTPUT HISTORY-REPORT
           MOVE SPACES TO HIST-RPT-LINE
           STRING 'RATE HISTORY  ' DELIMITED BY SIZE
                  WS-RATE-DSN DELIMITED BY SPACE
                  '  AS AT ' DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
               INTO HIST-RPT-LINE
           END-STRING
           WRITE HIST-RPT-LINE
           MOVE SPACES TO HIST-RPT-LINE
           WRITE HIST-RPT-LINE
           MOVE SPACES TO HIST-RPT-LINE
           STRING 'TYPE       RATE     IN FORCE FROM  UNTIL'
                     DELIMITED BY SIZE
                  '                 APPROVED BY          ENTERED'
                     DELIMITED BY SIZE
               INTO HIST-RPT-LINE
           END-STRING
           WRITE HIST-RPT-LINE
           PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                UNTIL WS-CARD-IDX > WS-CARD-COUNT
             PERFORM WRITE-HISTORY-LINE
           END-PERFORM
           MOVE SPACES TO HIST-RPT-LINE
           WRITE HIST-RPT-LINE
           MOVE SPACES TO HIST-RPT-LINE
           STRING 'ENTRIES: ' DELIMITED BY SIZE
                  WS-CARD-COUNT DELIMITED BY SIZE
                  '  MALFORMED SKIPPED: ' DELIMITED BY SIZE
                  WS-BAD-COUNT DELIMITED BY SIZE
               INTO HIST-RPT-LINE
           END-STRING
           WRITE HIST-RPT-LINE
           CLOSE HISTORY-REPORT
           DISPLAY 'RATE CARD ENTRIES: ' WS-CARD-COUNT
              '  MALFORMED: ' WS-BAD-COUNT
           IF WS-BAD-COUNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       NOTE-CARD-RECORD.
           IF RCD-TYPE NOT = SPACES
                 AND RCD-EFF-DATE IS NUMERIC
                 AND RCD-RATE IS NUMERIC
                 AND (RCD-STATUS = 'A' OR RCD-STATUS = 'X')
             IF WS-CARD-COUNT < 500
                ADD 1 TO WS-CARD-COUNT
                MOVE RCD-TYPE TO WS-CARD-TYPE(WS-CARD-COUNT)
                MOVE RCD-EFF-DATE TO WS-CARD-EFF-DATE(WS-CARD-COUNT)
                MOVE RCD-RATE TO WS-CARD-RATE(WS-CARD-COUNT)
                MOVE RCD-STATUS TO WS-CARD-STATUS(WS-CARD-COUNT)
                MOVE RCD-APPROVER TO WS-CARD-APPROVER(WS-CARD-COUNT)
                MOVE RCD-ENTERED TO WS-CARD-ENTERED(WS-CARD-COUNT)
             ELSE
                MOVE 'Y' TO WS-CARD-FULL
             END-IF
           ELSE
             ADD 1 TO WS-BAD-COUNT
           END-IF.

       WRITE-HISTORY-LINE.
      *> an entry runs until the next entry for the same type takes
      *> effect; the type's last entry is still in force, or, for an
      *> expiry, is where the type stopped billing.
           IF WS-CARD-STATUS(WS-CARD-IDX) = 'X'
             MOVE 'EXPIRED' TO WS-RATE-TEXT
           ELSE
             MOVE WS-CARD-RATE(WS-CARD-IDX) TO WS-RATE-EDIT
             MOVE WS-RATE-EDIT TO WS-RATE-TEXT
           END-IF
           MOVE SPACES TO WS-UNTIL-TEXT
           IF WS-CARD-IDX < WS-CARD-COUNT
             IF WS-CARD-TYPE(WS-CARD-IDX + 1)
                   = WS-CARD-TYPE(WS-CARD-IDX)
                STRING 'SUPERSEDED ' DELIMITED BY SIZE
                       WS-CARD-EFF-DATE(WS-CARD-IDX + 1)
                          DELIMITED BY SIZE
                    INTO WS-UNTIL-TEXT
                END-STRING
             END-IF
           END-IF
           IF WS-UNTIL-TEXT = SPACES
             IF WS-CARD-STATUS(WS-CARD-IDX) = 'X'
                MOVE 'NO RATE SINCE' TO WS-UNTIL-TEXT
             ELSE
                IF WS-CARD-EFF-DATE(WS-CARD-IDX) > WS-TODAY
                   MOVE 'NOT YET IN FORCE' TO WS-UNTIL-TEXT
                ELSE
                   MOVE 'IN FORCE' TO WS-UNTIL-TEXT
                END-IF
             END-IF
           END-IF
           MOVE SPACES TO HIST-RPT-LINE
           MOVE WS-CARD-TYPE(WS-CARD-IDX) TO HIST-RPT-LINE(1:10)
           MOVE WS-RATE-TEXT TO HIST-RPT-LINE(12:8)
           MOVE WS-CARD-EFF-DATE(WS-CARD-IDX) TO HIST-RPT-LINE(21:8)
           MOVE WS-UNTIL-TEXT TO HIST-RPT-LINE(36:20)
           MOVE WS-CARD-APPROVER(WS-CARD-IDX) TO HIST-RPT-LINE(58:20)
           MOVE WS-CARD-ENTERED(WS-CARD-IDX) TO HIST-RPT-LINE(79:8)
           WRITE HIST-RPT-LINE.
