       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY-NUMBER.

      *> civil dates to day numbers and back, for every program that
      *> counts days between dates or steps a date along by days.
      *>
      *>   CALL 'DAY-NUMBER' USING action, date, day-number, weekday
      *>
      *> action 'NUM' takes the yyyymmdd date and gives back its day
      *> number; 'DAT' takes the day number and gives back the date.
      *> day zero is 1 January 1970 and the count runs on the
      *> proleptic Gregorian calendar, so the difference of two day
      *> numbers is the days between their dates.  either way the
      *> weekday comes back too, Sunday = 0 through Saturday = 6.
      *> the date must be a real one for 'NUM' -- a caller checking
      *> a date can convert it there and back and compare.

       DATA DIVISION.
          WORKING-STORAGE SECTION.
          01 WS-CV-Y PIC S9(7) VALUE 0.
          01 WS-CV-M PIC S9(3) VALUE 0.
          01 WS-CV-ERA PIC S9(7) VALUE 0.
          01 WS-CV-YOE PIC S9(7) VALUE 0.
          01 WS-CV-DOY PIC S9(7) VALUE 0.
          01 WS-CV-DOE PIC S9(9) VALUE 0.
          01 WS-CV-MP PIC S9(3) VALUE 0.
          01 WS-CV-Z PIC S9(9) VALUE 0.
          01 WS-CV-Q1 PIC S9(9) VALUE 0.
          01 WS-CV-Q2 PIC S9(9) VALUE 0.
          01 WS-CV-Q3 PIC S9(9) VALUE 0.
          01 WS-CV-Q4 PIC S9(9) VALUE 0.

          LINKAGE SECTION.
          01 WS-DN-ACTION PIC X(3).
          01 WS-DN-DATE PIC 9(8).
          01 WS-DN-PARTS REDEFINES WS-DN-DATE.
             05 WS-DN-YEAR PIC 9(4).
             05 WS-DN-MONTH PIC 9(2).
             05 WS-DN-DAY PIC 9(2).
          01 WS-DN-DAYNUM PIC S9(7).
          01 WS-DN-WEEKDAY PIC 9(1).

       PROCEDURE DIVISION USING WS-DN-ACTION, WS-DN-DATE,
             WS-DN-DAYNUM, WS-DN-WEEKDAY.
           IF WS-DN-ACTION = 'NUM'
             PERFORM DATE-TO-DAYNUM
           ELSE
             PERFORM DAYNUM-TO-DATE
           END-IF
      *> day zero was a Thursday, so the weekday is four days on
      *> from the day number -- counted from whole weeks back past
      *> the earliest day number, so the remainder is never negative.
           COMPUTE WS-CV-Z = WS-DN-DAYNUM + 4 + 7 * 1500000
           DIVIDE WS-CV-Z BY 7 GIVING WS-CV-Q1
              REMAINDER WS-DN-WEEKDAY

           EXIT PROGRAM.

       DATE-TO-DAYNUM.
      *> every division below lands in a whole-number field on its
      *> own, so each quotient truncates as the calendar arithmetic
      *> needs.
           MOVE WS-DN-YEAR TO WS-CV-Y
           MOVE WS-DN-MONTH TO WS-CV-M
           IF WS-CV-M NOT > 2
             SUBTRACT 1 FROM WS-CV-Y
             ADD 9 TO WS-CV-M
           ELSE
             SUBTRACT 3 FROM WS-CV-M
           END-IF
           DIVIDE WS-CV-Y BY 400 GIVING WS-CV-ERA
           COMPUTE WS-CV-YOE = WS-CV-Y - WS-CV-ERA * 400
           COMPUTE WS-CV-Q1 = 153 * WS-CV-M + 2
           DIVIDE WS-CV-Q1 BY 5 GIVING WS-CV-Q2
           COMPUTE WS-CV-DOY = WS-CV-Q2 + WS-DN-DAY - 1
           DIVIDE WS-CV-YOE BY 4 GIVING WS-CV-Q3
           DIVIDE WS-CV-YOE BY 100 GIVING WS-CV-Q4
           COMPUTE WS-CV-DOE = WS-CV-YOE * 365 + WS-CV-Q3 - WS-CV-Q4
              + WS-CV-DOY
           COMPUTE WS-DN-DAYNUM
              = WS-CV-ERA * 146097 + WS-CV-DOE - 719468.

       DAYNUM-TO-DATE.
           COMPUTE WS-CV-Z = WS-DN-DAYNUM + 719468
           DIVIDE WS-CV-Z BY 146097 GIVING WS-CV-ERA
           COMPUTE WS-CV-DOE = WS-CV-Z - WS-CV-ERA * 146097
           DIVIDE WS-CV-DOE BY 1460 GIVING WS-CV-Q1
           DIVIDE WS-CV-DOE BY 36524 GIVING WS-CV-Q2
           DIVIDE WS-CV-DOE BY 146096 GIVING WS-CV-Q3
           COMPUTE WS-CV-Q4 = WS-CV-DOE - WS-CV-Q1 + WS-CV-Q2
              - WS-CV-Q3
           DIVIDE WS-CV-Q4 BY 365 GIVING WS-CV-YOE
           COMPUTE WS-CV-Y = WS-CV-YOE + WS-CV-ERA * 400
           DIVIDE WS-CV-YOE BY 4 GIVING WS-CV-Q1
           DIVIDE WS-CV-YOE BY 100 GIVING WS-CV-Q2
           COMPUTE WS-CV-DOY = WS-CV-DOE
              - (365 * WS-CV-YOE + WS-CV-Q1 - WS-CV-Q2)
           COMPUTE WS-CV-Q3 = 5 * WS-CV-DOY + 2
           DIVIDE WS-CV-Q3 BY 153 GIVING WS-CV-MP
           COMPUTE WS-CV-Q4 = 153 * WS-CV-MP + 2
           DIVIDE WS-CV-Q4 BY 5 GIVING WS-CV-Q1
           COMPUTE WS-DN-DAY = WS-CV-DOY - WS-CV-Q1 + 1
           IF WS-CV-MP < 10
             COMPUTE WS-DN-MONTH = WS-CV-MP + 3
           ELSE
             COMPUTE WS-DN-MONTH = WS-CV-MP - 9
           END-IF
           IF WS-DN-MONTH NOT > 2
             ADD 1 TO WS-CV-Y
           END-IF
           MOVE WS-CV-Y TO WS-DN-YEAR.
