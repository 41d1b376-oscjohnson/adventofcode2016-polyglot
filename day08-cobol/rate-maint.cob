       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATE-MAINT.

      *> transaction-driven maintenance for the bursar's rate card,
      *> replacing the hand-edited flat rate list.  the card is
      *> effective-dated: every rate ever set stays on it with the
      *> date it took effect and who approved it, so a rerun or a
      *> late roster entry prices at the rate in force on its own
      *> run date.  transactions read
      *>   'ADD type rate yyyymmdd approver'     a type not in force
      *>   'CHANGE type rate yyyymmdd approver'  a new rate from date
      *>   'EXPIRE type yyyymmdd approver'       stop billing from date
      *> and an effective date must fall after the type's latest
      *> entry -- history is only ever added to, never rewritten.
      *> bad transactions go to an exception report; the prior card
      *> is written off to a backup dataset before the replacement
      *> is written, and a before/after report gives the bursar
      *> every change to sign off on.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT RATE-FILE ASSIGN TO DYNAMIC WS-RATE-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RATE-STATUS.

             SELECT TRAN-FILE ASSIGN TO DYNAMIC WS-TRAN-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TRAN-STATUS.

             SELECT BACKUP-FILE ASSIGN TO DYNAMIC WS-BACKUP-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BACKUP-STATUS.

             SELECT MAINT-EXC ASSIGN TO DYNAMIC WS-MAINTEXC-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MAINTEXC-STATUS.

             SELECT MAINT-REPORT ASSIGN TO DYNAMIC WS-MAINTRPT-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MAINTRPT-STATUS.

       DATA DIVISION.
          FILE SECTION.
      *> the rate card: one record per rate ever set, kept in type
      *> and effective-date order -- the pricing programs rely on
      *> that order, the last entry on or before a date winning.
          FD RATE-FILE.
          01 RATE-CARD-RECORD.
             05 RCD-TYPE PIC X(10).
             05 RCD-EFF-DATE PIC 9(8).
             05 RCD-RATE PIC 9(3)V99.
             05 RCD-STATUS PIC X(1).
             05 RCD-APPROVER PIC X(20).
             05 RCD-ENTERED PIC 9(8).

          FD TRAN-FILE.
          01 TRAN-LINE PIC X(100).

          FD BACKUP-FILE.
          01 BACKUP-LINE PIC X(52).

          FD MAINT-EXC.
          01 MAINT-EXC-LINE PIC X(150).

          FD MAINT-REPORT.
          01 MAINT-RPT-LINE PIC X(132).

          WORKING-STORAGE SECTION.
          01 WS-RATE-DSN PIC X(100) VALUE 'ratecard.txt'.
          01 WS-RATE-STATUS PIC X(2) VALUE SPACES.
          01 WS-TRAN-DSN PIC X(100) VALUE 'ratetran.txt'.
          01 WS-TRAN-STATUS PIC X(2) VALUE SPACES.
          01 WS-BACKUP-DSN PIC X(100) VALUE 'ratecardbak.txt'.
          01 WS-BACKUP-STATUS PIC X(2) VALUE SPACES.
          01 WS-MAINTEXC-DSN PIC X(100) VALUE 'rateexc.txt'.
          01 WS-MAINTEXC-STATUS PIC X(2) VALUE SPACES.
          01 WS-MAINTRPT-DSN PIC X(100) VALUE 'ratemaintreport.txt'.
          01 WS-MAINTRPT-STATUS PIC X(2) VALUE SPACES.

          01 WS-RATE-EOF PIC X(1) VALUE 'N'.
          01 WS-RATE-REFUSED PIC X(1) VALUE 'N'.
          01 WS-TRAN-EOF PIC X(1) VALUE 'N'.
          01 WS-TODAY PIC 9(8) VALUE 0.

          01 WS-CARD-COUNT PIC 9(4) VALUE 0.
          01 WS-CARD-IDX PIC 9(4) VALUE 0.
          01 WS-CARD-HIT PIC 9(4) VALUE 0.
          01 WS-CARD-POS PIC 9(4) VALUE 0.
          01 WS-CARD-TABLE.
             05 WS-CARD-ENTRY OCCURS 500 TIMES.
                10 WS-CARD-TYPE PIC X(10).
                10 WS-CARD-EFF-DATE PIC 9(8).
                10 WS-CARD-RATE PIC 9(3)V99.
                10 WS-CARD-STATUS PIC X(1).
                10 WS-CARD-APPROVER PIC X(20).
                10 WS-CARD-ENTERED PIC 9(8).

          01 WS-BEFORE-COUNT PIC 9(4) VALUE 0.
          01 WS-BEFORE-IN-FORCE PIC 9(4) VALUE 0.
          01 WS-AFTER-IN-FORCE PIC 9(4) VALUE 0.
          01 WS-DROPPED-COUNT PIC 9(4) VALUE 0.

          01 WS-TRAN-COUNT PIC 9(6) VALUE 0.
          01 WS-APPLIED-COUNT PIC 9(6) VALUE 0.
          01 WS-REJECT-COUNT PIC 9(6) VALUE 0.
          01 WS-ADD-COUNT PIC 9(6) VALUE 0.
          01 WS-CHANGE-COUNT PIC 9(6) VALUE 0.
          01 WS-EXPIRE-COUNT PIC 9(6) VALUE 0.

          01 WS-TRAN-ACTION PIC X(10) VALUE SPACES.
          01 WS-TRAN-TYPE PIC X(10) VALUE SPACES.
          01 WS-TRAN-RATE-STR PIC X(10) VALUE SPACES.
          01 WS-TRAN-DATE-STR PIC X(10) VALUE SPACES.
          01 WS-TRAN-DATE PIC 9(8) VALUE 0.
          01 WS-TRAN-DATE-PARTS REDEFINES WS-TRAN-DATE.
             05 WS-TRAN-YEAR PIC 9(4).
             05 WS-TRAN-MONTH PIC 9(2).
             05 WS-TRAN-DAY PIC 9(2).
          01 WS-TRAN-APPROVER PIC X(20) VALUE SPACES.
          01 WS-TRAN-RATE PIC 9(3)V99 VALUE 0.
          01 WS-REJECT-REASON PIC X(30) VALUE SPACES.

          01 WS-RATE-WHOLE-STR PIC X(3) JUSTIFIED RIGHT VALUE SPACES.
          01 WS-RATE-FRAC-STR PIC X(2) VALUE SPACES.
          01 WS-RATE-EXTRA PIC X(10) VALUE SPACES.
          01 WS-RATE-WHOLE-NUM PIC 9(3) VALUE 0.
          01 WS-RATE-FRAC-NUM PIC 9(2) VALUE 0.

      *> the entry the transaction replaces, for the before half of
      *> the report line.
          01 WS-BEFORE-TEXT PIC X(26) VALUE SPACES.
          01 WS-AFTER-TEXT PIC X(26) VALUE SPACES.
          01 WS-RATE-EDIT PIC ZZ9.99.

       PROCEDURE DIVISION.
           ACCEPT WS-RATE-DSN FROM ENVIRONMENT 'RATECARDDD'
           IF WS-RATE-DSN = SPACES
             MOVE 'ratecard.txt' TO WS-RATE-DSN
           END-IF
           ACCEPT WS-TRAN-DSN FROM ENVIRONMENT 'RATETRANDD'
           IF WS-TRAN-DSN = SPACES
             MOVE 'ratetran.txt' TO WS-TRAN-DSN
           END-IF
           ACCEPT WS-BACKUP-DSN FROM ENVIRONMENT 'RATEBAKDD'
           IF WS-BACKUP-DSN = SPACES
             MOVE 'ratecardbak.txt' TO WS-BACKUP-DSN
           END-IF
           ACCEPT WS-MAINTEXC-DSN FROM ENVIRONMENT 'RATEEXCDD'
           IF WS-MAINTEXC-DSN = SPACES
             MOVE 'rateexc.txt' TO WS-MAINTEXC-DSN
           END-IF
           ACCEPT WS-MAINTRPT-DSN FROM ENVIRONMENT 'RATERPTDD'
           IF WS-MAINTRPT-DSN = SPACES
             MOVE 'ratemaintreport.txt' TO WS-MAINTRPT-DSN
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           OPEN OUTPUT MAINT-REPORT
           OPEN OUTPUT MAINT-EXC
           PERFORM LOAD-AND-BACKUP-CARD
           IF WS-RATE-REFUSED = 'Y'
             CLOSE MAINT-EXC
             CLOSE MAINT-REPORT
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE WS-CARD-COUNT TO WS-BEFORE-COUNT
           PERFORM COUNT-IN-FORCE
           MOVE WS-AFTER-IN-FORCE TO WS-BEFORE-IN-FORCE

           OPEN INPUT TRAN-FILE
           IF WS-TRAN-STATUS NOT = '00'
             DISPLAY 'TRANSACTION DATASET UNAVAILABLE: ' WS-TRAN-DSN
             CLOSE MAINT-EXC
             CLOSE MAINT-REPORT
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
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

           PERFORM REWRITE-CARD
           PERFORM COUNT-IN-FORCE
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

       LOAD-AND-BACKUP-CARD.
      *> every prior record goes to the backup verbatim; only
      *> well-formed records make the table.
           OPEN OUTPUT BACKUP-FILE
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS = '00'
             MOVE 'N' TO WS-RATE-EOF
             PERFORM UNTIL WS-RATE-EOF = 'Y'
                READ RATE-FILE
                   AT END MOVE 'Y' TO WS-RATE-EOF
                   NOT AT END
                      MOVE RATE-CARD-RECORD TO BACKUP-LINE
                      WRITE BACKUP-LINE
                      IF RCD-TYPE NOT = SPACES
                            AND RCD-EFF-DATE IS NUMERIC
                            AND RCD-RATE IS NUMERIC
                            AND (RCD-STATUS = 'A' OR RCD-STATUS = 'X')
                            AND WS-CARD-COUNT < 500
                         ADD 1 TO WS-CARD-COUNT
                         MOVE RCD-TYPE TO WS-CARD-TYPE(WS-CARD-COUNT)
                         MOVE RCD-EFF-DATE
                            TO WS-CARD-EFF-DATE(WS-CARD-COUNT)
                         MOVE RCD-RATE TO WS-CARD-RATE(WS-CARD-COUNT)
                         MOVE RCD-STATUS
                            TO WS-CARD-STATUS(WS-CARD-COUNT)
                         MOVE RCD-APPROVER
                            TO WS-CARD-APPROVER(WS-CARD-COUNT)
                         MOVE RCD-ENTERED
                            TO WS-CARD-ENTERED(WS-CARD-COUNT)
                      ELSE
                         ADD 1 TO WS-DROPPED-COUNT
                         MOVE SPACES TO MAINT-RPT-LINE
                         STRING 'MALFORMED RATE RECORD DROPPED: '
                                   DELIMITED BY SIZE
                                RATE-CARD-RECORD DELIMITED BY SIZE
                             INTO MAINT-RPT-LINE
                         END-STRING
                         WRITE MAINT-RPT-LINE
                      END-IF
                END-READ
             END-PERFORM
             CLOSE RATE-FILE
           ELSE
      *> only a card that does not exist yet (status 35) is a
      *> legitimate start from nothing; anything else would rewrite
      *> the card as tonight's transactions alone.
             IF WS-RATE-STATUS NOT = '35'
                MOVE 'Y' TO WS-RATE-REFUSED
                DISPLAY 'RATE CARD UNREADABLE: ' WS-RATE-DSN
                   ' STATUS ' WS-RATE-STATUS
                   ' -- MAINTENANCE REFUSED'
             END-IF
           END-IF
           CLOSE BACKUP-FILE.

       APPLY-ONE-TRANSACTION.
           MOVE SPACES TO WS-TRAN-ACTION
           MOVE SPACES TO WS-TRAN-TYPE
           MOVE SPACES TO WS-TRAN-RATE-STR
           MOVE SPACES TO WS-TRAN-DATE-STR
           MOVE SPACES TO WS-TRAN-APPROVER
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 0 TO WS-TRAN-RATE
      *> an expiry carries no rate, so its date and approver sit one
      *> token to the left.
           UNSTRING TRAN-LINE DELIMITED BY ALL SPACE
              INTO WS-TRAN-ACTION, WS-TRAN-TYPE, WS-TRAN-RATE-STR,
                   WS-TRAN-DATE-STR, WS-TRAN-APPROVER
           END-UNSTRING
           IF WS-TRAN-ACTION = 'EXPIRE'
             MOVE WS-TRAN-DATE-STR TO WS-TRAN-APPROVER
             MOVE WS-TRAN-RATE-STR TO WS-TRAN-DATE-STR
             MOVE SPACES TO WS-TRAN-RATE-STR
           END-IF

           IF WS-TRAN-ACTION NOT = 'ADD'
                 AND WS-TRAN-ACTION NOT = 'CHANGE'
                 AND WS-TRAN-ACTION NOT = 'EXPIRE'
             MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
             IF WS-TRAN-TYPE NOT = 'RECT'
                   AND WS-TRAN-TYPE NOT = 'ROTATECOL'
                   AND WS-TRAN-TYPE NOT = 'ROTATEROW'
                   AND WS-TRAN-TYPE NOT = 'CLEAR'
                   AND WS-TRAN-TYPE NOT = 'INVERT'
                   AND WS-TRAN-TYPE NOT = 'COPY'
                   AND WS-TRAN-TYPE NOT = 'BARCODE'
                   AND WS-TRAN-TYPE NOT = 'REJECT'
                   AND WS-TRAN-TYPE NOT = 'REISSUE'
                MOVE 'UNKNOWN RATE TYPE' TO WS-REJECT-REASON
             END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
                 AND WS-TRAN-ACTION NOT = 'EXPIRE'
             PERFORM PARSE-TRAN-RATE
           END-IF
           IF WS-REJECT-REASON = SPACES
             IF WS-TRAN-DATE-STR(1:8) IS NOT NUMERIC
                   OR WS-TRAN-DATE-STR(9:2) NOT = SPACES
                MOVE 'BAD EFFECTIVE DATE' TO WS-REJECT-REASON
             ELSE
                MOVE WS-TRAN-DATE-STR(1:8) TO WS-TRAN-DATE
                IF WS-TRAN-MONTH < 1 OR WS-TRAN-MONTH > 12
                      OR WS-TRAN-DAY < 1 OR WS-TRAN-DAY > 31
                   MOVE 'BAD EFFECTIVE DATE' TO WS-REJECT-REASON
                END-IF
             END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
                 AND WS-TRAN-APPROVER = SPACES
             MOVE 'MISSING APPROVER' TO WS-REJECT-REASON
           END-IF

           IF WS-REJECT-REASON = SPACES
             PERFORM FIND-LATEST-ENTRY
             EVALUATE WS-TRAN-ACTION
                WHEN 'ADD'
                   PERFORM APPLY-ADD
                WHEN 'CHANGE'
                   PERFORM APPLY-CHANGE
                WHEN 'EXPIRE'
                   PERFORM APPLY-EXPIRE
             END-EVALUATE
           END-IF

           IF WS-REJECT-REASON NOT = SPACES
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

       PARSE-TRAN-RATE.
      *> '0.05' style, at most three whole digits and two decimals.
           MOVE SPACES TO WS-RATE-WHOLE-STR
           MOVE SPACES TO WS-RATE-FRAC-STR
           MOVE SPACES TO WS-RATE-EXTRA
           UNSTRING WS-TRAN-RATE-STR DELIMITED BY '.' OR SPACE
              INTO WS-RATE-WHOLE-STR, WS-RATE-FRAC-STR, WS-RATE-EXTRA
           END-UNSTRING
           INSPECT WS-RATE-WHOLE-STR REPLACING LEADING SPACE BY '0'
           INSPECT WS-RATE-FRAC-STR REPLACING ALL SPACE BY '0'
           IF WS-TRAN-RATE-STR = SPACES
                 OR WS-RATE-WHOLE-STR IS NOT NUMERIC
                 OR WS-RATE-FRAC-STR IS NOT NUMERIC
                 OR WS-RATE-EXTRA NOT = SPACES
             MOVE 'BAD RATE' TO WS-REJECT-REASON
           ELSE
             MOVE WS-RATE-WHOLE-STR TO WS-RATE-WHOLE-NUM
             MOVE WS-RATE-FRAC-STR TO WS-RATE-FRAC-NUM
             COMPUTE WS-TRAN-RATE
                = WS-RATE-WHOLE-NUM + WS-RATE-FRAC-NUM / 100
           END-IF.

       FIND-LATEST-ENTRY.
      *> the type's last entry is the one in force today and the one
      *> a new entry must follow.
           MOVE 0 TO WS-CARD-HIT
           PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                UNTIL WS-CARD-IDX > WS-CARD-COUNT
             IF WS-CARD-TYPE(WS-CARD-IDX) = WS-TRAN-TYPE
                MOVE WS-CARD-IDX TO WS-CARD-HIT
             END-IF
           END-PERFORM.

       APPLY-ADD.
           IF WS-CARD-HIT > 0
             IF WS-CARD-STATUS(WS-CARD-HIT) = 'A'
                MOVE 'RATE ALREADY IN FORCE' TO WS-REJECT-REASON
             END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
             PERFORM CHECK-DATE-AFTER-LATEST
           END-IF
           IF WS-REJECT-REASON = SPACES
             PERFORM INSERT-ENTRY
             IF WS-REJECT-REASON = SPACES
                ADD 1 TO WS-ADD-COUNT
             END-IF
           END-IF.

       APPLY-CHANGE.
           IF WS-CARD-HIT = 0
             MOVE 'NO RATE IN FORCE' TO WS-REJECT-REASON
           ELSE
             IF WS-CARD-STATUS(WS-CARD-HIT) NOT = 'A'
                MOVE 'NO RATE IN FORCE' TO WS-REJECT-REASON
             END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
             PERFORM CHECK-DATE-AFTER-LATEST
           END-IF
           IF WS-REJECT-REASON = SPACES
             PERFORM INSERT-ENTRY
             IF WS-REJECT-REASON = SPACES
                ADD 1 TO WS-CHANGE-COUNT
             END-IF
           END-IF.

       APPLY-EXPIRE.
           IF WS-CARD-HIT = 0
             MOVE 'NO RATE IN FORCE' TO WS-REJECT-REASON
           ELSE
             IF WS-CARD-STATUS(WS-CARD-HIT) NOT = 'A'
                MOVE 'NO RATE IN FORCE' TO WS-REJECT-REASON
             END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
             PERFORM CHECK-DATE-AFTER-LATEST
           END-IF
           IF WS-REJECT-REASON = SPACES
             PERFORM INSERT-ENTRY
             IF WS-REJECT-REASON = SPACES
                ADD 1 TO WS-EXPIRE-COUNT
             END-IF
           END-IF.

       CHECK-DATE-AFTER-LATEST.
      *> a back-dated entry would quietly reprice charges already
      *> invoiced, so the card only ever grows forward.
           IF WS-CARD-HIT > 0
             IF WS-TRAN-DATE NOT > WS-CARD-EFF-DATE(WS-CARD-HIT)
                MOVE 'DATE NOT AFTER LATEST ENTRY' TO WS-REJECT-REASON
             END-IF
           END-IF.

       INSERT-ENTRY.
      *> the new entry goes straight after the type's latest, or for
      *> a type new to the card ahead of the first type sorting
      *> after it, keeping the card in type and date order.
           IF WS-CARD-COUNT NOT < 500
             MOVE 'RATE CARD FULL' TO WS-REJECT-REASON
           ELSE
             IF WS-CARD-HIT > 0
                COMPUTE WS-CARD-POS = WS-CARD-HIT + 1
             ELSE
                COMPUTE WS-CARD-POS = WS-CARD-COUNT + 1
                PERFORM VARYING WS-CARD-IDX FROM WS-CARD-COUNT BY -1
                     UNTIL WS-CARD-IDX < 1
                   IF WS-CARD-TYPE(WS-CARD-IDX) > WS-TRAN-TYPE
                      MOVE WS-CARD-IDX TO WS-CARD-POS
                   END-IF
                END-PERFORM
             END-IF
             MOVE SPACES TO WS-BEFORE-TEXT
             IF WS-CARD-HIT > 0
                MOVE WS-CARD-RATE(WS-CARD-HIT) TO WS-RATE-EDIT
                IF WS-CARD-STATUS(WS-CARD-HIT) = 'A'
                   STRING 'RATE ' DELIMITED BY SIZE
                          WS-RATE-EDIT DELIMITED BY SIZE
                          ' FROM ' DELIMITED BY SIZE
                          WS-CARD-EFF-DATE(WS-CARD-HIT)
                             DELIMITED BY SIZE
                       INTO WS-BEFORE-TEXT
                   END-STRING
                ELSE
                   STRING 'EXPIRED FROM ' DELIMITED BY SIZE
                          WS-CARD-EFF-DATE(WS-CARD-HIT)
                             DELIMITED BY SIZE
                       INTO WS-BEFORE-TEXT
                   END-STRING
                END-IF
             ELSE
                MOVE 'NOT ON CARD' TO WS-BEFORE-TEXT
             END-IF
             ADD 1 TO WS-CARD-COUNT
             PERFORM VARYING WS-CARD-IDX FROM WS-CARD-COUNT BY -1
                  UNTIL WS-CARD-IDX NOT > WS-CARD-POS
                MOVE WS-CARD-ENTRY(WS-CARD-IDX - 1)
                   TO WS-CARD-ENTRY(WS-CARD-IDX)
             END-PERFORM
             MOVE WS-TRAN-TYPE TO WS-CARD-TYPE(WS-CARD-POS)
             MOVE WS-TRAN-DATE TO WS-CARD-EFF-DATE(WS-CARD-POS)
             MOVE WS-TRAN-RATE TO WS-CARD-RATE(WS-CARD-POS)
             IF WS-TRAN-ACTION = 'EXPIRE'
                MOVE 'X' TO WS-CARD-STATUS(WS-CARD-POS)
             ELSE
                MOVE 'A' TO WS-CARD-STATUS(WS-CARD-POS)
             END-IF
             MOVE WS-TRAN-APPROVER TO WS-CARD-APPROVER(WS-CARD-POS)
             MOVE WS-TODAY TO WS-CARD-ENTERED(WS-CARD-POS)
             ADD 1 TO WS-APPLIED-COUNT
             PERFORM NOTE-APPLIED-TRAN
           END-IF.

       NOTE-APPLIED-TRAN.
           MOVE SPACES TO WS-AFTER-TEXT
           IF WS-TRAN-ACTION = 'EXPIRE'
             STRING 'EXPIRED FROM ' DELIMITED BY SIZE
                    WS-TRAN-DATE DELIMITED BY SIZE
                 INTO WS-AFTER-TEXT
             END-STRING
           ELSE
             MOVE WS-TRAN-RATE TO WS-RATE-EDIT
             STRING 'RATE ' DELIMITED BY SIZE
                    WS-RATE-EDIT DELIMITED BY SIZE
                    ' FROM ' DELIMITED BY SIZE
                    WS-TRAN-DATE DELIMITED BY SIZE
                 INTO WS-AFTER-TEXT
             END-STRING
           END-IF
           MOVE SPACES TO MAINT-RPT-LINE
           STRING 'APPLIED ' DELIMITED BY SIZE
                  WS-TRAN-ACTION DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-TRAN-TYPE DELIMITED BY SPACE
               INTO MAINT-RPT-LINE
           END-STRING
           MOVE 'BEFORE:' TO MAINT-RPT-LINE(27:7)
           MOVE WS-BEFORE-TEXT TO MAINT-RPT-LINE(35:26)
           MOVE 'AFTER:' TO MAINT-RPT-LINE(62:6)
           MOVE WS-AFTER-TEXT TO MAINT-RPT-LINE(69:26)
           MOVE 'APPROVED BY' TO MAINT-RPT-LINE(96:11)
           MOVE WS-TRAN-APPROVER TO MAINT-RPT-LINE(108:20)
           WRITE MAINT-RPT-LINE.

       COUNT-IN-FORCE.
      *> a type is in force when its latest entry is a rate rather
      *> than an expiry; the table is in type order, so a type's
      *> latest entry is the one before the type changes.
           MOVE 0 TO WS-AFTER-IN-FORCE
           PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                UNTIL WS-CARD-IDX > WS-CARD-COUNT
             IF WS-CARD-STATUS(WS-CARD-IDX) = 'A'
                IF WS-CARD-IDX = WS-CARD-COUNT
                   ADD 1 TO WS-AFTER-IN-FORCE
                ELSE
                   IF WS-CARD-TYPE(WS-CARD-IDX + 1)
                         NOT = WS-CARD-TYPE(WS-CARD-IDX)
                      ADD 1 TO WS-AFTER-IN-FORCE
                   END-IF
                END-IF
             END-IF
           END-PERFORM.

       REWRITE-CARD.
           OPEN OUTPUT RATE-FILE
           PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                UNTIL WS-CARD-IDX > WS-CARD-COUNT
             MOVE WS-CARD-TYPE(WS-CARD-IDX) TO RCD-TYPE
             MOVE WS-CARD-EFF-DATE(WS-CARD-IDX) TO RCD-EFF-DATE
             MOVE WS-CARD-RATE(WS-CARD-IDX) TO RCD-RATE
             MOVE WS-CARD-STATUS(WS-CARD-IDX) TO RCD-STATUS
             MOVE WS-CARD-APPROVER(WS-CARD-IDX) TO RCD-APPROVER
             MOVE WS-CARD-ENTERED(WS-CARD-IDX) TO RCD-ENTERED
             WRITE RATE-CARD-RECORD
           END-PERFORM
           CLOSE RATE-FILE.

       WRITE-MAINT-SUMMARY.
           MOVE SPACES TO MAINT-RPT-LINE
           STRING 'RATE CARD BEFORE -- ENTRIES: ' DELIMITED BY SIZE
                  WS-BEFORE-COUNT DELIMITED BY SIZE
                  '  TYPES IN FORCE: ' DELIMITED BY SIZE
                  WS-BEFORE-IN-FORCE DELIMITED BY SIZE
                  '  MALFORMED DROPPED: ' DELIMITED BY SIZE
                  WS-DROPPED-COUNT DELIMITED BY SIZE
               INTO MAINT-RPT-LINE
           END-STRING
           WRITE MAINT-RPT-LINE
           MOVE SPACES TO MAINT-RPT-LINE
           STRING 'RATE CARD AFTER -- ENTRIES: ' DELIMITED BY SIZE
                  WS-CARD-COUNT DELIMITED BY SIZE
                  '  TYPES IN FORCE: ' DELIMITED BY SIZE
                  WS-AFTER-IN-FORCE DELIMITED BY SIZE
               INTO MAINT-RPT-LINE
           END-STRING
           WRITE MAINT-RPT-LINE
           MOVE SPACES TO MAINT-RPT-LINE
           STRING 'TRANSACTIONS -- READ: ' DELIMITED BY SIZE
                  WS-TRAN-COUNT DELIMITED BY SIZE
                  '  ADD: ' DELIMITED BY SIZE
                  WS-ADD-COUNT DELIMITED BY SIZE
                  '  CHANGE: ' DELIMITED BY SIZE
                  WS-CHANGE-COUNT DELIMITED BY SIZE
                  '  EXPIRE: ' DELIMITED BY SIZE
                  WS-EXPIRE-COUNT DELIMITED BY SIZE
                  '  REJECTED: ' DELIMITED BY SIZE
                  WS-REJECT-COUNT DELIMITED BY SIZE
               INTO MAINT-RPT-LINE
           END-STRING
           WRITE MAINT-RPT-LINE.
