       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIZ-DATE.

      *> resolves a calendar date to its business date against the
      *> business calendar CAL-MAINT keeps.  a weekday is a working
      *> day and a weekend is not, unless the calendar says other-
      *> wise: a HOLIDAY entry closes a weekday, a WORKDAY entry
      *> opens a weekend.  a non-working day rolls forward to the
      *> next working day, so a Saturday catch-up run or a record
      *> effective on a holiday lands on the next day somebody is
      *> there to print.  term boundaries ride on the calendar too,
      *> but they open and close nothing.
      *>
      *>   CALL 'BIZ-DATE' USING in-date, business-date, source
      *>
      *> source comes back 'C' when the calendar was read, 'D' when
      *> there is no calendar and the weekend rule alone applied,
      *> and 'X' when the date handed in is not a date -- it then
      *> comes back unchanged.  a date is a working day exactly when
      *> it comes back as its own business date, which is how CAL-
      *> MAINT counts a term's working days.  the calendar is read
      *> once, on the first call, and held; this program is
      *> deliberately not INITIAL -- a caller that changes the
      *> calendar CANCELs it to have the change read.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT CAL-FILE ASSIGN TO DYNAMIC WS-CAL-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
          FILE SECTION.
      *> same record CAL-MAINT writes.
          FD CAL-FILE.
          01 CAL-RECORD.
             05 CAL-DATE PIC 9(8).
             05 CAL-KIND PIC X(8).
             05 CAL-DESC PIC X(30).
             05 CAL-ENTERED PIC 9(8).

          WORKING-STORAGE SECTION.
          01 WS-CAL-DSN PIC X(100) VALUE 'bizcalendar.txt'.
          01 WS-CAL-STATUS PIC X(2) VALUE SPACES.
          01 WS-CAL-EOF PIC X(1) VALUE 'N'.
          01 WS-CAL-LOADED PIC X(1) VALUE 'N'.
          01 WS-CAL-FOUND PIC X(1) VALUE 'N'.

      *> only the entries that change a day's standing are held --
      *> term boundaries are left on the dataset.
          01 WS-DAY-COUNT PIC 9(4) VALUE 0.
          01 WS-DAY-IDX PIC 9(4) VALUE 0.
          01 WS-DAY-TABLE.
             05 WS-DAY-ENTRY OCCURS 2000 TIMES.
                10 WS-DAY-DATE PIC 9(8).
                10 WS-DAY-KIND PIC X(8).

          01 WS-WORKING PIC X(1) VALUE 'N'.
          01 WS-ROLL-COUNT PIC 9(4) VALUE 0.

          01 WS-DT-DATE PIC 9(8) VALUE 0.
          01 WS-DT-PARTS REDEFINES WS-DT-DATE.
             05 WS-DT-YEAR PIC 9(4).
             05 WS-DT-MONTH PIC 9(2).
             05 WS-DT-DAY PIC 9(2).
          01 WS-DT-DAYNUM PIC S9(7) VALUE 0.
          01 WS-DT-WEEKDAY PIC 9(1) VALUE 0.
             88 WS-DT-WEEKEND VALUES 0 6.
          01 WS-DN-ACTION PIC X(3) VALUE SPACES.

          LINKAGE SECTION.
          01 WS-IN-DATE PIC 9(8).
          01 WS-BUS-DATE PIC 9(8).
          01 WS-CAL-SOURCE PIC X(1).

       PROCEDURE DIVISION USING WS-IN-DATE, WS-BUS-DATE,
             WS-CAL-SOURCE.
           IF WS-CAL-LOADED = 'N'
             PERFORM LOAD-CALENDAR
           END-IF
           MOVE WS-IN-DATE TO WS-BUS-DATE
           IF WS-IN-DATE IS NOT NUMERIC
             MOVE 'X' TO WS-CAL-SOURCE
             EXIT PROGRAM
           END-IF
           MOVE WS-IN-DATE TO WS-DT-DATE
           IF WS-DT-MONTH < 1 OR WS-DT-MONTH > 12
                 OR WS-DT-DAY < 1 OR WS-DT-DAY > 31
             MOVE 'X' TO WS-CAL-SOURCE
             EXIT PROGRAM
           END-IF
           IF WS-CAL-FOUND = 'Y'
             MOVE 'C' TO WS-CAL-SOURCE
           ELSE
             MOVE 'D' TO WS-CAL-SOURCE
           END-IF

      *> a year's roll is the backstop against a calendar that
      *> closes every day in sight.
           PERFORM DATE-TO-DAYNUM
           MOVE 0 TO WS-ROLL-COUNT
           PERFORM TEST-WORKING-DAY
           PERFORM UNTIL WS-WORKING = 'Y' OR WS-ROLL-COUNT > 366
             ADD 1 TO WS-DT-DAYNUM
             ADD 1 TO WS-ROLL-COUNT
             PERFORM DAYNUM-TO-DATE
             PERFORM TEST-WORKING-DAY
           END-PERFORM
           IF WS-WORKING = 'Y'
             MOVE WS-DT-DATE TO WS-BUS-DATE
           END-IF

           EXIT PROGRAM.

       LOAD-CALENDAR.
           MOVE 'Y' TO WS-CAL-LOADED
           MOVE 0 TO WS-DAY-COUNT
           ACCEPT WS-CAL-DSN FROM ENVIRONMENT 'BIZCALDD'
           IF WS-CAL-DSN = SPACES
             MOVE 'bizcalendar.txt' TO WS-CAL-DSN
           END-IF
           OPEN INPUT CAL-FILE
           IF WS-CAL-STATUS = '00'
             MOVE 'Y' TO WS-CAL-FOUND
             MOVE 'N' TO WS-CAL-EOF
             PERFORM UNTIL WS-CAL-EOF = 'Y'
                READ CAL-FILE
                   AT END MOVE 'Y' TO WS-CAL-EOF
                   NOT AT END
                      IF CAL-DATE IS NUMERIC
                            AND (CAL-KIND = 'HOLIDAY'
                               OR CAL-KIND = 'WORKDAY')
                            AND WS-DAY-COUNT < 2000
                         ADD 1 TO WS-DAY-COUNT
                         MOVE CAL-DATE TO WS-DAY-DATE(WS-DAY-COUNT)
                         MOVE CAL-KIND TO WS-DAY-KIND(WS-DAY-COUNT)
                      END-IF
                END-READ
             END-PERFORM
             CLOSE CAL-FILE
           ELSE
             MOVE 'N' TO WS-CAL-FOUND
             DISPLAY 'BUSINESS CALENDAR UNAVAILABLE: ' WS-CAL-DSN
                ' -- WEEKDAYS ONLY'
           END-IF.

       TEST-WORKING-DAY.
      *> the weekday comes from the last conversion of WS-DT-DATE.
           IF WS-DT-WEEKEND
             MOVE 'N' TO WS-WORKING
           ELSE
             MOVE 'Y' TO WS-WORKING
           END-IF
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                UNTIL WS-DAY-IDX > WS-DAY-COUNT
             IF WS-DAY-DATE(WS-DAY-IDX) = WS-DT-DATE
                IF WS-DAY-KIND(WS-DAY-IDX) = 'HOLIDAY'
                   MOVE 'N' TO WS-WORKING
                ELSE
                   MOVE 'Y' TO WS-WORKING
                END-IF
             END-IF
           END-PERFORM.

       DATE-TO-DAYNUM.
           MOVE 'NUM' TO WS-DN-ACTION
           CALL 'DAY-NUMBER' USING WS-DN-ACTION, WS-DT-DATE,
              WS-DT-DAYNUM, WS-DT-WEEKDAY.

       DAYNUM-TO-DATE.
           MOVE 'DAT' TO WS-DN-ACTION
           CALL 'DAY-NUMBER' USING WS-DN-ACTION, WS-DT-DATE,
              WS-DT-DAYNUM, WS-DT-WEEKDAY.
