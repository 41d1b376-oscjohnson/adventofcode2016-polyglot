       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAL-MAINT.

      *> transaction-driven maintenance for the business calendar
      *> BIZ-DATE resolves every run date, release fence and billing
      *> date through.  weekdays are working days and weekends are
      *> not; the calendar carries only the exceptions and the term
      *> boundaries:
      *>   HOLIDAY   a weekday nobody works
      *>   WORKDAY   a weekend day that is worked
      *>   TERMSTRT  first day of a term
      *>   TERMEND   last day of a term
      *> transactions read
      *>   'ADD yyyymmdd kind description'
      *>   'DELETE yyyymmdd kind'
      *> (the description is the rest of the line).  a HOLIDAY or
      *> WORKDAY must fall after today -- a day already resolved
      *> stays resolved the way it ran.  bad transactions go to an
      *> exception report; the prior calendar is written off to a
      *> backup dataset before the replacement is written, and the
      *> report lists every change and each term on the calendar
      *> with its count of working days.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT CAL-FILE ASSIGN TO DYNAMIC WS-CAL-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CAL-STATUS.

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
      *> the calendar: one record per exception day or term
      *> boundary, kept in date and kind order.
          FD CAL-FILE.
          01 CAL-RECORD.
             05 CAL-DATE PIC 9(8).
             05 CAL-KIND PIC X(8).
             05 CAL-DESC PIC X(30).
             05 CAL-ENTERED PIC 9(8).

          FD TRAN-FILE.
          01 TRAN-LINE PIC X(100).

          FD BACKUP-FILE.
          01 BACKUP-LINE PIC X(54).

          FD MAINT-EXC.
          01 MAINT-EXC-LINE PIC X(150).

          FD MAINT-REPORT.
          01 MAINT-RPT-LINE PIC X(132).

          WORKING-STORAGE SECTION.
          01 WS-CAL-DSN PIC X(100) VALUE 'bizcalendar.txt'.
          01 WS-CAL-STATUS PIC X(2) VALUE SPACES.
          01 WS-TRAN-DSN PIC X(100) VALUE 'caltran.txt'.
          01 WS-TRAN-STATUS PIC X(2) VALUE SPACES.
          01 WS-BACKUP-DSN PIC X(100) VALUE 'bizcalendarbak.txt'.
          01 WS-BACKUP-STATUS PIC X(2) VALUE SPACES.
          01 WS-MAINTEXC-DSN PIC X(100) VALUE 'calexc.txt'.
          01 WS-MAINTEXC-STATUS PIC X(2) VALUE SPACES.
          01 WS-MAINTRPT-DSN PIC X(100) VALUE 'calmaintreport.txt'.
          01 WS-MAINTRPT-STATUS PIC X(2) VALUE SPACES.

          01 WS-CAL-EOF PIC X(1) VALUE 'N'.
          01 WS-CAL-REFUSED PIC X(1) VALUE 'N'.
          01 WS-TRAN-EOF PIC X(1) VALUE 'N'.
          01 WS-TODAY PIC 9(8) VALUE 0.

          01 WS-ENT-COUNT PIC 9(4) VALUE 0.
          01 WS-ENT-IDX PIC 9(4) VALUE 0.
          01 WS-ENT-HIT PIC 9(4) VALUE 0.
          01 WS-ENT-POS PIC 9(4) VALUE 0.
          01 WS-ENT-TABLE.
             05 WS-ENT-ENTRY OCCURS 2000 TIMES.
                10 WS-ENT-DATE PIC 9(8).
                10 WS-ENT-KIND PIC X(8).
                10 WS-ENT-DESC PIC X(30).
                10 WS-ENT-ENTERED PIC 9(8).

          01 WS-BEFORE-COUNT PIC 9(4) VALUE 0.
          01 WS-DROPPED-COUNT PIC 9(4) VALUE 0.

          01 WS-TRAN-COUNT PIC 9(6) VALUE 0.
          01 WS-APPLIED-COUNT PIC 9(6) VALUE 0.
          01 WS-REJECT-COUNT PIC 9(6) VALUE 0.
          01 WS-ADD-COUNT PIC 9(6) VALUE 0.
          01 WS-DELETE-COUNT PIC 9(6) VALUE 0.

          01 WS-TRAN-PTR PIC 9(3) VALUE 0.
          01 WS-TRAN-ACTION PIC X(10) VALUE SPACES.
          01 WS-TRAN-DATE-STR PIC X(10) VALUE SPACES.
          01 WS-TRAN-KIND PIC X(10) VALUE SPACES.
          01 WS-TRAN-DESC PIC X(30) VALUE SPACES.
          01 WS-TRAN-DATE PIC 9(8) VALUE 0.
          01 WS-REJECT-REASON PIC X(30) VALUE SPACES.

      *> the term listing: each TERMSTRT runs to the first TERMEND
      *> after it.
          01 WS-TERM-COUNT PIC 9(4) VALUE 0.
          01 WS-OPEN-TERMS PIC 9(4) VALUE 0.
          01 WS-TERM-START PIC 9(8) VALUE 0.
          01 WS-TERM-END PIC 9(8) VALUE 0.
          01 WS-TERM-DESC PIC X(30) VALUE SPACES.
          01 WS-TERM-IDX PIC 9(4) VALUE 0.
          01 WS-TERM-DAYS PIC 9(4) VALUE 0.
          01 WS-TERM-CLOSED PIC 9(4) VALUE 0.
          01 WS-END-DAYNUM PIC S9(7) VALUE 0.

          01 WS-BUS-DATE PIC 9(8) VALUE 0.
          01 WS-CAL-SOURCE PIC X(1) VALUE SPACE.

          01 WS-DT-DATE PIC 9(8) VALUE 0.
          01 WS-DT-PARTS REDEFINES WS-DT-DATE.
             05 WS-DT-YEAR PIC 9(4).
             05 WS-DT-MONTH PIC 9(2).
             05 WS-DT-DAY PIC 9(2).
          01 WS-DT-DAYNUM PIC S9(7) VALUE 0.
          01 WS-DT-WEEKDAY PIC 9(1) VALUE 0.
             88 WS-DT-WEEKEND VALUES 0 6.
          01 WS-DN-ACTION PIC X(3) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT WS-CAL-DSN FROM ENVIRONMENT 'BIZCALDD'
           IF WS-CAL-DSN = SPACES
             MOVE 'bizcalendar.txt' TO WS-CAL-DSN
           END-IF
           ACCEPT WS-TRAN-DSN FROM ENVIRONMENT 'CALTRANDD'
           IF WS-TRAN-DSN = SPACES
             MOVE 'caltran.txt' TO WS-TRAN-DSN
           END-IF
           ACCEPT WS-BACKUP-DSN FROM ENVIRONMENT 'CALBAKDD'
           IF WS-BACKUP-DSN = SPACES
             MOVE 'bizcalendarbak.txt' TO WS-BACKUP-DSN
           END-IF
           ACCEPT WS-MAINTEXC-DSN FROM ENVIRONMENT 'CALEXCDD'
           IF WS-MAINTEXC-DSN = SPACES
             MOVE 'calexc.txt' TO WS-MAINTEXC-DSN
           END-IF
           ACCEPT WS-MAINTRPT-DSN FROM ENVIRONMENT 'CALRPTDD'
           IF WS-MAINTRPT-DSN = SPACES
             MOVE 'calmaintreport.txt' TO WS-MAINTRPT-DSN
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           OPEN OUTPUT MAINT-REPORT
           OPEN OUTPUT MAINT-EXC
           PERFORM LOAD-AND-BACKUP-CALENDAR
           IF WS-CAL-REFUSED = 'Y'
             CLOSE MAINT-EXC
             CLOSE MAINT-REPORT
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE WS-ENT-COUNT TO WS-BEFORE-COUNT

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

           PERFORM REWRITE-CALENDAR
           PERFORM WRITE-MAINT-SUMMARY
           PERFORM WRITE-TERM-LISTING
           CLOSE MAINT-EXC
           CLOSE MAINT-REPORT
           DISPLAY 'TRANSACTIONS READ: ' WS-TRAN-COUNT
              '  APPLIED: ' WS-APPLIED-COUNT
              '  REJECTED: ' WS-REJECT-COUNT
              '  TERMS: ' WS-TERM-COUNT
      *> a term with no end on the calendar is as much a warning as
      *> a rejected transaction -- its working days cannot be told.
           IF WS-REJECT-COUNT > 0 OR WS-OPEN-TERMS > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-AND-BACKUP-CALENDAR.
      *> every prior record goes to the backup verbatim; only
      *> well-formed records make the table.
           OPEN OUTPUT BACKUP-FILE
           OPEN INPUT CAL-FILE
           IF WS-CAL-STATUS = '00'
             MOVE 'N' TO WS-CAL-EOF
             PERFORM UNTIL WS-CAL-EOF = 'Y'
                READ CAL-FILE
                   AT END MOVE 'Y' TO WS-CAL-EOF
                   NOT AT END
                      MOVE CAL-RECORD TO BACKUP-LINE
                      WRITE BACKUP-LINE
                      IF CAL-DATE IS NUMERIC
                            AND (CAL-KIND = 'HOLIDAY'
                               OR CAL-KIND = 'WORKDAY'
                               OR CAL-KIND = 'TERMSTRT'
                               OR CAL-KIND = 'TERMEND')
                            AND WS-ENT-COUNT < 2000
                         ADD 1 TO WS-ENT-COUNT
                         MOVE CAL-DATE TO WS-ENT-DATE(WS-ENT-COUNT)
                         MOVE CAL-KIND TO WS-ENT-KIND(WS-ENT-COUNT)
                         MOVE CAL-DESC TO WS-ENT-DESC(WS-ENT-COUNT)
                         MOVE CAL-ENTERED
                            TO WS-ENT-ENTERED(WS-ENT-COUNT)
                      ELSE
                         ADD 1 TO WS-DROPPED-COUNT
                         MOVE SPACES TO MAINT-RPT-LINE
                         STRING 'MALFORMED CALENDAR RECORD DROPPED: '
                                   DELIMITED BY SIZE
                                CAL-RECORD DELIMITED BY SIZE
                             INTO MAINT-RPT-LINE
                         END-STRING
                         WRITE MAINT-RPT-LINE
                      END-IF
                END-READ
             END-PERFORM
             CLOSE CAL-FILE
           ELSE
      *> only a calendar that does not exist yet (status 35) is a
      *> legitimate start from nothing; anything else would rewrite
      *> it as tonight's transactions alone.
             IF WS-CAL-STATUS NOT = '35'
                MOVE 'Y' TO WS-CAL-REFUSED
                DISPLAY 'BUSINESS CALENDAR UNREADABLE: ' WS-CAL-DSN
                   ' STATUS ' WS-CAL-STATUS
                   ' -- MAINTENANCE REFUSED'
             END-IF
           END-IF
           CLOSE BACKUP-FILE.

       APPLY-ONE-TRANSACTION.
           MOVE SPACES TO WS-TRAN-ACTION
           MOVE SPACES TO WS-TRAN-DATE-STR
           MOVE SPACES TO WS-TRAN-KIND
           MOVE SPACES TO WS-TRAN-DESC
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 1 TO WS-TRAN-PTR
           UNSTRING TRAN-LINE DELIMITED BY ALL SPACE
              INTO WS-TRAN-ACTION, WS-TRAN-DATE-STR, WS-TRAN-KIND
              WITH POINTER WS-TRAN-PTR
           END-UNSTRING
           IF WS-TRAN-PTR < 101
             MOVE TRAN-LINE(WS-TRAN-PTR:101 - WS-TRAN-PTR)
                TO WS-TRAN-DESC
           END-IF

           IF WS-TRAN-ACTION NOT = 'ADD'
                 AND WS-TRAN-ACTION NOT = 'DELETE'
             MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
             IF WS-TRAN-KIND NOT = 'HOLIDAY'
                   AND WS-TRAN-KIND NOT = 'WORKDAY'
                   AND WS-TRAN-KIND NOT = 'TERMSTRT'
                   AND WS-TRAN-KIND NOT = 'TERMEND'
                MOVE 'UNKNOWN DAY KIND' TO WS-REJECT-REASON
             END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
             PERFORM CHECK-TRAN-DATE
           END-IF
           IF WS-REJECT-REASON = SPACES
                 AND WS-TRAN-ACTION = 'ADD'
                 AND WS-TRAN-DESC = SPACES
             MOVE 'MISSING DESCRIPTION' TO WS-REJECT-REASON
           END-IF
      *> the days already resolved -- run dates, release fences,
      *> billing dates -- must keep the standing they ran under.
           IF WS-REJECT-REASON = SPACES
                 AND (WS-TRAN-KIND = 'HOLIDAY'
                    OR WS-TRAN-KIND = 'WORKDAY')
                 AND WS-TRAN-DATE NOT > WS-TODAY
             MOVE 'DATE NOT AFTER TODAY' TO WS-REJECT-REASON
           END-IF

           IF WS-REJECT-REASON = SPACES
             PERFORM FIND-ENTRY
             EVALUATE WS-TRAN-ACTION
                WHEN 'ADD'
                   PERFORM APPLY-ADD
                WHEN 'DELETE'
                   PERFORM APPLY-DELETE
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

       CHECK-TRAN-DATE.
      *> a real date only -- the day number and back must land on
      *> the same date, which a 31 April or 29 February of a common
      *> year will not.
           IF WS-TRAN-DATE-STR(1:8) IS NOT NUMERIC
                 OR WS-TRAN-DATE-STR(9:2) NOT = SPACES
             MOVE 'BAD DATE' TO WS-REJECT-REASON
           ELSE
             MOVE WS-TRAN-DATE-STR(1:8) TO WS-TRAN-DATE
             MOVE WS-TRAN-DATE TO WS-DT-DATE
             IF WS-DT-MONTH < 1 OR WS-DT-MONTH > 12
                   OR WS-DT-DAY < 1 OR WS-DT-DAY > 31
                MOVE 'BAD DATE' TO WS-REJECT-REASON
             ELSE
                PERFORM DATE-TO-DAYNUM
                PERFORM DAYNUM-TO-DATE
                IF WS-DT-DATE NOT = WS-TRAN-DATE
                   MOVE 'BAD DATE' TO WS-REJECT-REASON
                END-IF
             END-IF
           END-IF.

       FIND-ENTRY.
           MOVE 0 TO WS-ENT-HIT
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                UNTIL WS-ENT-IDX > WS-ENT-COUNT
             IF WS-ENT-DATE(WS-ENT-IDX) = WS-TRAN-DATE
                   AND WS-ENT-KIND(WS-ENT-IDX) = WS-TRAN-KIND
                MOVE WS-ENT-IDX TO WS-ENT-HIT
             END-IF
           END-PERFORM.

       APPLY-ADD.
           IF WS-ENT-HIT > 0
             MOVE 'ALREADY ON CALENDAR' TO WS-REJECT-REASON
           END-IF
      *> a HOLIDAY only means something on a weekday and a WORKDAY
      *> only on a weekend.
           IF WS-REJECT-REASON = SPACES
             MOVE WS-TRAN-DATE TO WS-DT-DATE
             PERFORM DATE-TO-DAYNUM
             IF WS-TRAN-KIND = 'HOLIDAY' AND WS-DT-WEEKEND
                MOVE 'HOLIDAY FALLS ON A WEEKEND' TO WS-REJECT-REASON
             END-IF
             IF WS-TRAN-KIND = 'WORKDAY' AND NOT WS-DT-WEEKEND
                MOVE 'WORKDAY FALLS ON A WEEKDAY' TO WS-REJECT-REASON
             END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
             PERFORM INSERT-ENTRY
             IF WS-REJECT-REASON = SPACES
                ADD 1 TO WS-ADD-COUNT
             END-IF
           END-IF.

       APPLY-DELETE.
           IF WS-ENT-HIT = 0
             MOVE 'NOT ON CALENDAR' TO WS-REJECT-REASON
           ELSE
             MOVE WS-ENT-DESC(WS-ENT-HIT) TO WS-TRAN-DESC
             PERFORM VARYING WS-ENT-IDX FROM WS-ENT-HIT BY 1
                  UNTIL WS-ENT-IDX NOT < WS-ENT-COUNT
                MOVE WS-ENT-ENTRY(WS-ENT-IDX + 1)
                   TO WS-ENT-ENTRY(WS-ENT-IDX)
             END-PERFORM
             SUBTRACT 1 FROM WS-ENT-COUNT
             ADD 1 TO WS-DELETE-COUNT
             ADD 1 TO WS-APPLIED-COUNT
             PERFORM NOTE-APPLIED-TRAN
           END-IF.

       INSERT-ENTRY.
      *> ahead of the first entry sorting after it, keeping the
      *> calendar in date and kind order.
           IF WS-ENT-COUNT NOT < 2000
             MOVE 'CALENDAR FULL' TO WS-REJECT-REASON
           ELSE
             COMPUTE WS-ENT-POS = WS-ENT-COUNT + 1
             PERFORM VARYING WS-ENT-IDX FROM WS-ENT-COUNT BY -1
                  UNTIL WS-ENT-IDX < 1
                IF WS-ENT-DATE(WS-ENT-IDX) > WS-TRAN-DATE
                      OR (WS-ENT-DATE(WS-ENT-IDX) = WS-TRAN-DATE
                         AND WS-ENT-KIND(WS-ENT-IDX) > WS-TRAN-KIND)
                   MOVE WS-ENT-IDX TO WS-ENT-POS
                END-IF
             END-PERFORM
             ADD 1 TO WS-ENT-COUNT
             PERFORM VARYING WS-ENT-IDX FROM WS-ENT-COUNT BY -1
                  UNTIL WS-ENT-IDX NOT > WS-ENT-POS
                MOVE WS-ENT-ENTRY(WS-ENT-IDX - 1)
                   TO WS-ENT-ENTRY(WS-ENT-IDX)
             END-PERFORM
             MOVE WS-TRAN-DATE TO WS-ENT-DATE(WS-ENT-POS)
             MOVE WS-TRAN-KIND TO WS-ENT-KIND(WS-ENT-POS)
             MOVE WS-TRAN-DESC TO WS-ENT-DESC(WS-ENT-POS)
             MOVE WS-TODAY TO WS-ENT-ENTERED(WS-ENT-POS)
             ADD 1 TO WS-APPLIED-COUNT
             PERFORM NOTE-APPLIED-TRAN
           END-IF.

       NOTE-APPLIED-TRAN.
           MOVE SPACES TO MAINT-RPT-LINE
           STRING 'APPLIED ' DELIMITED BY SIZE
                  WS-TRAN-ACTION DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-TRAN-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TRAN-KIND DELIMITED BY SPACE
               INTO MAINT-RPT-LINE
           END-STRING
           MOVE WS-TRAN-DESC TO MAINT-RPT-LINE(36:30)
           WRITE MAINT-RPT-LINE.

       REWRITE-CALENDAR.
           OPEN OUTPUT CAL-FILE
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                UNTIL WS-ENT-IDX > WS-ENT-COUNT
             MOVE WS-ENT-DATE(WS-ENT-IDX) TO CAL-DATE
             MOVE WS-ENT-KIND(WS-ENT-IDX) TO CAL-KIND
             MOVE WS-ENT-DESC(WS-ENT-IDX) TO CAL-DESC
             MOVE WS-ENT-ENTERED(WS-ENT-IDX) TO CAL-ENTERED
             WRITE CAL-RECORD
           END-PERFORM
           CLOSE CAL-FILE.

       WRITE-MAINT-SUMMARY.
           MOVE SPACES TO MAINT-RPT-LINE
           STRING 'CALENDAR BEFORE -- ENTRIES: ' DELIMITED BY SIZE
                  WS-BEFORE-COUNT DELIMITED BY SIZE
                  '  MALFORMED DROPPED: ' DELIMITED BY SIZE
                  WS-DROPPED-COUNT DELIMITED BY SIZE
               INTO MAINT-RPT-LINE
           END-STRING
           WRITE MAINT-RPT-LINE
           MOVE SPACES TO MAINT-RPT-LINE
           STRING 'CALENDAR AFTER -- ENTRIES: ' DELIMITED BY SIZE
                  WS-ENT-COUNT DELIMITED BY SIZE
               INTO MAINT-RPT-LINE
           END-STRING
           WRITE MAINT-RPT-LINE
           MOVE SPACES TO MAINT-RPT-LINE
           STRING 'TRANSACTIONS -- READ: ' DELIMITED BY SIZE
                  WS-TRAN-COUNT DELIMITED BY SIZE
                  '  ADD: ' DELIMITED BY SIZE
                  WS-ADD-COUNT DELIMITED BY SIZE
                  '  DELETE: ' DELIMITED BY SIZE
                  WS-DELETE-COUNT DELIMITED BY SIZE
                  '  REJECTED: ' DELIMITED BY SIZE
                  WS-REJECT-COUNT DELIMITED BY SIZE
               INTO MAINT-RPT-LINE
           END-STRING
           WRITE MAINT-RPT-LINE.

       WRITE-TERM-LISTING.
      *> BIZ-DATE holds whatever calendar it first read; have it
      *> read the one just written.
           CANCEL 'BIZ-DATE'
           MOVE SPACES TO MAINT-RPT-LINE
           WRITE MAINT-RPT-LINE
           MOVE 'TERMS ON THE CALENDAR' TO MAINT-RPT-LINE
           WRITE MAINT-RPT-LINE
           MOVE 0 TO WS-TERM-COUNT
           MOVE 0 TO WS-OPEN-TERMS
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                UNTIL WS-ENT-IDX > WS-ENT-COUNT
             IF WS-ENT-KIND(WS-ENT-IDX) = 'TERMSTRT'
                ADD 1 TO WS-TERM-COUNT
                MOVE WS-ENT-DATE(WS-ENT-IDX) TO WS-TERM-START
                MOVE WS-ENT-DESC(WS-ENT-IDX) TO WS-TERM-DESC
                PERFORM WRITE-ONE-TERM
             END-IF
           END-PERFORM
           IF WS-TERM-COUNT = 0
             MOVE '  NO TERMS ON THE CALENDAR' TO MAINT-RPT-LINE
             WRITE MAINT-RPT-LINE
           END-IF.

       WRITE-ONE-TERM.
           MOVE 0 TO WS-TERM-END
           PERFORM VARYING WS-TERM-IDX FROM WS-ENT-IDX BY 1
                UNTIL WS-TERM-IDX > WS-ENT-COUNT
                   OR WS-TERM-END > 0
             IF WS-ENT-KIND(WS-TERM-IDX) = 'TERMEND'
                   AND WS-ENT-DATE(WS-TERM-IDX) NOT < WS-TERM-START
                MOVE WS-ENT-DATE(WS-TERM-IDX) TO WS-TERM-END
             END-IF
           END-PERFORM
           MOVE SPACES TO MAINT-RPT-LINE
           IF WS-TERM-END = 0
             ADD 1 TO WS-OPEN-TERMS
             STRING '  ' DELIMITED BY SIZE
                    WS-TERM-DESC DELIMITED BY SIZE
                    ' START ' DELIMITED BY SIZE
                    WS-TERM-START DELIMITED BY SIZE
                    '  -- NO TERM END ON THE CALENDAR'
                       DELIMITED BY SIZE
                 INTO MAINT-RPT-LINE
             END-STRING
           ELSE
             PERFORM COUNT-TERM-DAYS
             STRING '  ' DELIMITED BY SIZE
                    WS-TERM-DESC DELIMITED BY SIZE
                    ' START ' DELIMITED BY SIZE
                    WS-TERM-START DELIMITED BY SIZE
                    ' END ' DELIMITED BY SIZE
                    WS-TERM-END DELIMITED BY SIZE
                    '  WORKING DAYS ' DELIMITED BY SIZE
                    WS-TERM-DAYS DELIMITED BY SIZE
                    '  HOLIDAYS ' DELIMITED BY SIZE
                    WS-TERM-CLOSED DELIMITED BY SIZE
                 INTO MAINT-RPT-LINE
             END-STRING
           END-IF
           WRITE MAINT-RPT-LINE.

       COUNT-TERM-DAYS.
      *> every day of the term in turn, put to BIZ-DATE -- a working
      *> day is one that resolves to itself, so the count is the
      *> days the batch will actually run on.  a closed weekday is a
      *> holiday.
           MOVE 0 TO WS-TERM-DAYS
           MOVE 0 TO WS-TERM-CLOSED
           MOVE WS-TERM-END TO WS-DT-DATE
           PERFORM DATE-TO-DAYNUM
           MOVE WS-DT-DAYNUM TO WS-END-DAYNUM
           MOVE WS-TERM-START TO WS-DT-DATE
           PERFORM DATE-TO-DAYNUM
           PERFORM UNTIL WS-DT-DAYNUM > WS-END-DAYNUM
             PERFORM DAYNUM-TO-DATE
             CALL 'BIZ-DATE' USING WS-DT-DATE, WS-BUS-DATE,
                WS-CAL-SOURCE
             IF WS-BUS-DATE = WS-DT-DATE
                ADD 1 TO WS-TERM-DAYS
             ELSE
                IF NOT WS-DT-WEEKEND
                   ADD 1 TO WS-TERM-CLOSED
                END-IF
             END-IF
             ADD 1 TO WS-DT-DAYNUM
           END-PERFORM.

       DATE-TO-DAYNUM.
           MOVE 'NUM' TO WS-DN-ACTION
           CALL 'DAY-NUMBER' USING WS-DN-ACTION, WS-DT-DATE,
              WS-DT-DAYNUM, WS-DT-WEEKDAY.

       DAYNUM-TO-DATE.
           MOVE 'DAT' TO WS-DN-ACTION
           CALL 'DAY-NUMBER' USING WS-DN-ACTION, WS-DT-DATE,
              WS-DT-DAYNUM, WS-DT-WEEKDAY.
