      *> master, replacing the hand edits that kept corrupting it.
      *> transactions read 'ADD nnnnn dept name', 'CHANGE nnnnn
      *> dept name', or 'DEACTIVATE nnnnn' (dept is the billing
      *> department code, which must be active on the department
      *> master); unknown IDs, duplicate adds, unknown or inactive
      *> departments, and malformed lines are rejected to an
      *> exception report.  the
      *> prior master is written off to a backup dataset before the
      *> replacement is written, and a before/after maintenance
      *> report gives the registrar every change to sign off on.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MAINTRPT-STATUS.

             SELECT DEPT-KEYED ASSIGN TO DYNAMIC WS-DEPT-DSN
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS DPT-CODE
             FILE STATUS IS WS-DEPT-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD MASTER-FILE.
          FD MAINT-REPORT.
          01 MAINT-RPT-LINE PIC X(132).

      *> same record DEPT-MAINT keeps -- layout must stay in step
      *> with the maintenance program.
          FD DEPT-KEYED.
          01 DPT-RECORD.
             05 DPT-CODE PIC X(4).
             05 DPT-NAME PIC X(50).
             05 DPT-ACCOUNT PIC X(20).
             05 DPT-CONTACT PIC X(40).
             05 DPT-ACTIVE PIC X(1).

          WORKING-STORAGE SECTION.
          01 WS-MASTER-DSN PIC X(100) VALUE 'studentmaster.txt'.
          01 WS-MASTER-STATUS PIC X(2) VALUE SPACES.
          01 WS-MAINTEXC-STATUS PIC X(2) VALUE SPACES.
          01 WS-MAINTRPT-DSN PIC X(100) VALUE 'maintreport.txt'.
          01 WS-MAINTRPT-STATUS PIC X(2) VALUE SPACES.
          01 WS-DEPT-DSN PIC X(100) VALUE 'deptmaster.dat'.
          01 WS-DEPT-STATUS PIC X(2) VALUE SPACES.

          01 WS-MASTER-EOF PIC X(1) VALUE 'N'.
          01 WS-MASTER-REFUSED PIC X(1) VALUE 'N'.
           IF WS-MAINTRPT-DSN = SPACES
             MOVE 'maintreport.txt' TO WS-MAINTRPT-DSN
           END-IF
           ACCEPT WS-DEPT-DSN FROM ENVIRONMENT 'DEPTKEYDD'
           IF WS-DEPT-DSN = SPACES
             MOVE 'deptmaster.dat' TO WS-DEPT-DSN
           END-IF

      *> without the department master no ADD or CHANGE can be
      *> checked, so nothing is applied at all.
           OPEN INPUT DEPT-KEYED
           IF WS-DEPT-STATUS NOT = '00'
             DISPLAY 'DEPARTMENT MASTER UNAVAILABLE: ' WS-DEPT-DSN
                ' STATUS ' WS-DEPT-STATUS
                ' -- MAINTENANCE REFUSED'
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF

           OPEN OUTPUT MAINT-REPORT
           OPEN OUTPUT MAINT-EXC
           IF WS-MASTER-REFUSED = 'Y'
             CLOSE MAINT-EXC
             CLOSE MAINT-REPORT
             CLOSE DEPT-KEYED
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
             DISPLAY 'TRANSACTION DATASET UNAVAILABLE: ' WS-TRAN-DSN
             CLOSE MAINT-EXC
             CLOSE MAINT-REPORT
             CLOSE DEPT-KEYED
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
             END-READ
           END-PERFORM
           CLOSE TRAN-FILE
           CLOSE DEPT-KEYED

           PERFORM REWRITE-MASTER
           PERFORM WRITE-MAINT-SUMMARY
                   MOVE WS-MASTER-IDX TO WS-MASTER-HIT
                END-IF
             END-PERFORM
             IF WS-TRAN-ACTION NOT = 'DEACTIVATE'
                   AND WS-TRAN-DEPT NOT = SPACES
                PERFORM CHECK-DEPARTMENT
             END-IF
             IF WS-REJECT-REASON = SPACES
                EVALUATE WS-TRAN-ACTION
                   WHEN 'ADD'
                      PERFORM APPLY-ADD
                   WHEN 'CHANGE'
                      PERFORM APPLY-CHANGE
                   WHEN 'DEACTIVATE'
                      PERFORM APPLY-DEACTIVATE
                END-EVALUATE
             END-IF
           END-IF

           IF WS-REJECT-REASON NOT = SPACES
             WRITE MAINT-EXC-LINE
           END-IF.

       CHECK-DEPARTMENT.
      *> a mistyped code would drop the student into the invoice's
      *> unassigned pool, so the department must be on the master
      *> and still active.
           MOVE WS-TRAN-DEPT TO DPT-CODE
           READ DEPT-KEYED
              INVALID KEY
                 MOVE 'UNKNOWN DEPARTMENT' TO WS-REJECT-REASON
           END-READ
           IF WS-REJECT-REASON = SPACES AND DPT-ACTIVE NOT = 'A'
             MOVE 'INACTIVE DEPARTMENT' TO WS-REJECT-REASON
           END-IF.

       APPLY-ADD.
           IF WS-MASTER-HIT > 0
             MOVE 'DUPLICATE STUDENT ID' TO WS-REJECT-REASON
