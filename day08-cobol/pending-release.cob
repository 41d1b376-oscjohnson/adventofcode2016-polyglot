      *> roster entry for DRIVER, and carries the still-future ones
      *> forward in the pending dataset.  releases and carryovers
      *> both land on the feed exception report so the registrar can
      *> reconcile what was held against what went out, and each
      *> released student's template is logged to the template
      *> assignment dataset as FEED-TRANSLATE logs it, its header
      *> stamped with the template code and version the same way.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FEEDEXC-STATUS.

             SELECT TPL-ASSIGN ASSIGN TO DYNAMIC WS-TPLASSIGN-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TPLASSIGN-STATUS.

       DATA DIVISION.
          FILE SECTION.
      *> held records in the registrar's own feed layout, exactly as
          FD FEED-EXC.
          01 FEED-EXC-LINE PIC X(150).

      *> same record FEED-TRANSLATE writes, one per header
      *> generated: the template the student's badge was built from.
          FD TPL-ASSIGN.
          01 TAS-RECORD.
             05 TAS-STUDENT-ID PIC 9(5).
             05 TAS-TEMPLATE PIC X(8).
             05 TAS-EFF-DATE PIC 9(8).
             05 TAS-GEN-DATE PIC 9(8).
             05 TAS-TPL-VERSION PIC 9(9).

          WORKING-STORAGE SECTION.
          01 WS-PENDING-DSN PIC X(100) VALUE 'pending.txt'.
          01 WS-PENDING-STATUS PIC X(2) VALUE SPACES.
          01 WS-ROSTER-STATUS PIC X(2) VALUE SPACES.
          01 WS-FEEDEXC-DSN PIC X(100) VALUE 'feedexc.txt'.
          01 WS-FEEDEXC-STATUS PIC X(2) VALUE SPACES.
          01 WS-TPLASSIGN-DSN PIC X(100) VALUE 'tplassign.txt'.
          01 WS-TPLASSIGN-STATUS PIC X(2) VALUE SPACES.

          01 WS-PENDING-EOF PIC X(1) VALUE 'N'.
          01 WS-PENDWORK-EOF PIC X(1) VALUE 'N'.
      *> ASOFDATE overrides it for a catch-up run.
          01 WS-ASOF-ENV PIC X(8) JUSTIFIED RIGHT VALUE SPACES.
          01 WS-ASOF-DATE PIC 9(8) VALUE 0.
      *> either date is resolved through the business calendar: a
      *> weekend or holiday rolls forward to the next working day,
      *> so a record effective on a day nobody prints is released
      *> with that working day's business.
          01 WS-BUS-DATE PIC 9(8) VALUE 0.
          01 WS-CAL-SOURCE PIC X(1) VALUE SPACE.

      *> the template library, loaded exactly the way FEED-TRANSLATE
      *> loads it.
                10 WS-TPL-CODE PIC X(8).
                10 WS-TPL-START PIC 9(4).
                10 WS-TPL-LINES PIC 9(4).
                10 WS-TPL-VERSION PIC 9(9).
          01 WS-POOL-COUNT PIC 9(4) VALUE 0.
          01 WS-POOL-IDX PIC 9(4) VALUE 0.
          01 WS-POOL-END PIC 9(4) VALUE 0.
          01 WS-TPL-WORD PIC X(10) VALUE SPACES.
          01 WS-TPL-NAME PIC X(8) VALUE SPACES.

      *> the generated header: the student, then the template the
      *> block below it came from and that template's version, in
      *> the columns past the name where MAIN looks for them.
          01 WS-OUT-HEADER.
             05 WS-OUT-ID PIC 9(5).
             05 WS-OUT-NAME PIC X(40).
             05 WS-OUT-TPL-TAG PIC X(5).
             05 WS-OUT-TEMPLATE PIC X(8).
             05 FILLER PIC X(1).
             05 WS-OUT-TPL-VERSION PIC 9(9).
             05 FILLER PIC X(12).

       PROCEDURE DIVISION.
           ACCEPT WS-PENDING-DSN FROM ENVIRONMENT 'PENDINGDD'
           IF WS-FEEDEXC-DSN = SPACES
             MOVE 'feedexc.txt' TO WS-FEEDEXC-DSN
           END-IF
           ACCEPT WS-TPLASSIGN-DSN FROM ENVIRONMENT 'TPLASSIGNDD'
           IF WS-TPLASSIGN-DSN = SPACES
             MOVE 'tplassign.txt' TO WS-TPLASSIGN-DSN
           END-IF
           ACCEPT WS-ASOF-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ASOF-ENV FROM ENVIRONMENT 'ASOFDATE'
           IF WS-ASOF-ENV NOT = SPACES
                MOVE WS-ASOF-ENV TO WS-ASOF-DATE
             END-IF
           END-IF
           CALL 'BIZ-DATE' USING WS-ASOF-DATE, WS-BUS-DATE,
              WS-CAL-SOURCE
           IF WS-BUS-DATE NOT = WS-ASOF-DATE
             DISPLAY 'AS-OF DATE ' WS-ASOF-DATE
                ' IS NOT A WORKING DAY -- RELEASING FOR BUSINESS DATE '
                WS-BUS-DATE
             MOVE WS-BUS-DATE TO WS-ASOF-DATE
           END-IF

           PERFORM LOAD-TEMPLATES
      *> with no library loaded, every arrived record would reject
           IF WS-FEEDEXC-STATUS NOT = '00'
             OPEN OUTPUT FEED-EXC
           END-IF
           OPEN EXTEND TPL-ASSIGN
           IF WS-TPLASSIGN-STATUS NOT = '00'
             OPEN OUTPUT TPL-ASSIGN
           END-IF

           PERFORM UNTIL WS-PENDING-EOF = 'Y'
             READ PENDING-FILE
           CLOSE PEND-WORK
           CLOSE RELEASE-OUT
           CLOSE FEED-EXC
           CLOSE TPL-ASSIGN

      *> the still-held records become the new pending dataset.
           PERFORM REWRITE-PENDING
                OPEN OUTPUT ROSTER
             END-IF
             MOVE SPACES TO ROSTER-LINE
      *> generated here, not sent in -- DRIVER looks for no
      *> department envelope on a LOCAL entry.
             STRING WS-RELOUT-DSN DELIMITED BY SPACE
                    ' LOCAL' DELIMITED BY SIZE
                 INTO ROSTER-LINE
             END-STRING
             WRITE ROSTER-LINE
             CLOSE ROSTER
           END-IF
           END-PERFORM
           IF WS-TEMPLATE-STATUS = '00' OR WS-TEMPLATE-STATUS = '10'
             CLOSE TEMPLATE-FILE
           END-IF
           PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
                UNTIL WS-TPL-IDX > WS-TPL-COUNT
             PERFORM COMPUTE-TEMPLATE-VERSION
           END-PERFORM.

       COMPUTE-TEMPLATE-VERSION.
           CALL 'TEMPLATE-VERSION' USING WS-TPL-POOL,
              WS-TPL-START(WS-TPL-IDX), WS-TPL-LINES(WS-TPL-IDX),
              WS-TPL-VERSION(WS-TPL-IDX).

       NOTE-TEMPLATE-LINE.
           MOVE SPACES TO WS-TPL-WORD
             WRITE FEED-EXC-LINE
           ELSE
             ADD 1 TO WS-RELEASED-COUNT
             MOVE SPACES TO WS-OUT-HEADER
             MOVE PEND-STUDENT-ID TO WS-OUT-ID
             MOVE PEND-NAME TO WS-OUT-NAME
             MOVE '*TPL ' TO WS-OUT-TPL-TAG
             MOVE PEND-TEMPLATE TO WS-OUT-TEMPLATE
             MOVE WS-TPL-VERSION(WS-TPL-HIT) TO WS-OUT-TPL-VERSION
             MOVE WS-OUT-HEADER TO RELEASE-OUT-LINE
             WRITE RELEASE-OUT-LINE
             MOVE PEND-STUDENT-ID TO TAS-STUDENT-ID
             MOVE PEND-TEMPLATE TO TAS-TEMPLATE
             MOVE PEND-EFF-DATE TO TAS-EFF-DATE
             MOVE WS-ASOF-DATE TO TAS-GEN-DATE
             MOVE WS-TPL-VERSION(WS-TPL-HIT) TO TAS-TPL-VERSION
             WRITE TAS-RECORD
             MOVE WS-TPL-START(WS-TPL-HIT) TO WS-POOL-IDX
             COMPUTE WS-POOL-END = WS-TPL-START(WS-TPL-HIT)
                + WS-TPL-LINES(WS-TPL-HIT) - 1
