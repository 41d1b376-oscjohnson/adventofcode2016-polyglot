       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEMPLATE-IMPACT.

      *> impact of a template library correction.  compares the
      *> library as it stood before the change (PRIORTPLDD -- the
      *> copy taken before templates.txt was edited) with the
      *> current one, block by block, and lists every template that
      *> was changed, added or withdrawn, each with the version
      *> FEED-TRANSLATE stamps on the headers it generates.
      *>
      *> then every student's latest archived badge is traced to the
      *> template it was built from -- through the template lineage
      *> dataset MAIN keeps by student and run, or, for a badge
      *> archived before lineage was kept, through the template
      *> assignment log.  a badge built from a changed template at
      *> any version but the corrected one is affected: an active
      *> student gets a re-badge record in the registrar's own feed
      *> layout, so FEED-TRANSLATE regenerates it on the corrected
      *> block; a withdrawn template leaves nothing to regenerate
      *> from and is listed for the registrar to reassign by hand.
      *>
      *> the report closes with a before/after rendering of each
      *> changed template -- the prior and current blocks proofed by
      *> TEMPLATE-PROOF through MAIN's render path -- and a sign-off
      *> line per template for the registrar.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT TEMPLATE-FILE ASSIGN TO DYNAMIC WS-LOAD-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TEMPLATE-STATUS.

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

             SELECT TPL-LINEAGE ASSIGN TO DYNAMIC WS-LINEAGE-DSN
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS LIN-KEY
             FILE STATUS IS WS-LINEAGE-STATUS.

             SELECT TPL-ASSIGN ASSIGN TO DYNAMIC WS-TPLASSIGN-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TPLASSIGN-STATUS.

             SELECT IMPACT-RPT ASSIGN TO DYNAMIC WS-IMPACT-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-IMPACT-STATUS.

             SELECT REBADGE-FEED ASSIGN TO DYNAMIC WS-REBADGE-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REBADGE-STATUS.

             SELECT WORK-LIB ASSIGN TO DYNAMIC WS-WORKLIB-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-WORKLIB-STATUS.

             SELECT BEFORE-CAT ASSIGN TO DYNAMIC WS-BEFORECAT-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BEFORECAT-STATUS.

             SELECT AFTER-CAT ASSIGN TO DYNAMIC WS-AFTERCAT-DSN
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AFTERCAT-STATUS.

       DATA DIVISION.
          FILE SECTION.
      *> either library, whichever WS-LOAD-DSN names at the open.
          FD TEMPLATE-FILE.
          01 TEMPLATE-LINE PIC X(80).

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

      *> same record MAIN writes.
          FD TPL-LINEAGE.
          01 LIN-RECORD.
             05 LIN-KEY.
                10 LIN-STUDENT-ID PIC 9(5).
                10 LIN-RUN-DATE PIC 9(8).
                10 LIN-RUN-TIME PIC 9(6).
             05 LIN-TEMPLATE PIC X(8).
             05 LIN-TPL-VERSION PIC 9(9).
             05 LIN-BUS-DATE PIC 9(8).
             05 LIN-INPUT-DSN PIC X(100).

      *> same record FEED-TRANSLATE and PENDING-RELEASE write.
          FD TPL-ASSIGN.
          01 TAS-RECORD.
             05 TAS-STUDENT-ID PIC 9(5).
             05 TAS-TEMPLATE PIC X(8).
             05 TAS-EFF-DATE PIC 9(8).
             05 TAS-GEN-DATE PIC 9(8).
             05 TAS-TPL-VERSION PIC 9(9).

          FD IMPACT-RPT.
          01 IMPACT-LINE PIC X(999).

      *> the registrar's feed layout, exactly as FEED-TRANSLATE
      *> reads it.
          FD REBADGE-FEED.
          01 REBADGE-RECORD.
             05 RBF-STUDENT-ID PIC 9(5).
             05 RBF-NAME PIC X(30).
             05 RBF-TEMPLATE PIC X(8).
             05 RBF-EFF-DATE PIC 9(8).

      *> the changed blocks written out as small libraries of their
      *> own, one per side, for TEMPLATE-PROOF to render.
          FD WORK-LIB.
          01 WORK-LIB-LINE PIC X(80).

          FD BEFORE-CAT.
          01 BEFORE-CAT-LINE PIC X(999).

          FD AFTER-CAT.
          01 AFTER-CAT-LINE PIC X(999).

          WORKING-STORAGE SECTION.
          01 WS-LOAD-DSN PIC X(100) VALUE SPACES.
          01 WS-TEMPLATE-STATUS PIC X(2) VALUE SPACES.
          01 WS-PRIOR-DSN PIC X(100) VALUE 'templatesprior.txt'.
          01 WS-CURRENT-DSN PIC X(100) VALUE 'templates.txt'.
          01 WS-ARCHIVE-DSN PIC X(100) VALUE 'badgearchive.dat'.
          01 WS-ARCHIVE-STATUS PIC X(2) VALUE SPACES.
          01 WS-MASTER-DSN PIC X(100) VALUE 'studentmaster.dat'.
          01 WS-MASTER-STATUS PIC X(2) VALUE SPACES.
          01 WS-LINEAGE-DSN PIC X(100) VALUE 'tpllineage.dat'.
          01 WS-LINEAGE-STATUS PIC X(2) VALUE SPACES.
          01 WS-TPLASSIGN-DSN PIC X(100) VALUE 'tplassign.txt'.
          01 WS-TPLASSIGN-STATUS PIC X(2) VALUE SPACES.
          01 WS-IMPACT-DSN PIC X(100) VALUE 'tplimpact.txt'.
          01 WS-IMPACT-STATUS PIC X(2) VALUE SPACES.
          01 WS-REBADGE-DSN PIC X(100) VALUE 'rebadgefeed.txt'.
          01 WS-REBADGE-STATUS PIC X(2) VALUE SPACES.
          01 WS-WORKLIB-DSN PIC X(100) VALUE SPACES.
          01 WS-WORKLIB-STATUS PIC X(2) VALUE SPACES.
          01 WS-BEFORE-DSN PIC X(100) VALUE 'tplbefore.txt'.
          01 WS-AFTER-DSN PIC X(100) VALUE 'tplafter.txt'.
          01 WS-BEFORECAT-DSN PIC X(100) VALUE 'tplbeforecat.txt'.
          01 WS-BEFORECAT-STATUS PIC X(2) VALUE SPACES.
          01 WS-AFTERCAT-DSN PIC X(100) VALUE 'tplaftercat.txt'.
          01 WS-AFTERCAT-STATUS PIC X(2) VALUE SPACES.
      *> the operator's own TPLCATALOGDD, put back after the proofs.
          01 WS-SAVED-CATALOG-ENV PIC X(100) VALUE SPACES.

          01 WS-TEMPLATE-EOF PIC X(1) VALUE 'N'.
          01 WS-ARCH-EOF PIC X(1) VALUE 'N'.
          01 WS-TPLASSIGN-EOF PIC X(1) VALUE 'N'.
          01 WS-BEFORECAT-EOF PIC X(1) VALUE 'N'.
          01 WS-AFTERCAT-EOF PIC X(1) VALUE 'N'.
          01 WS-LINEAGE-OK PIC X(1) VALUE 'N'.

      *> the date re-badge records are made effective -- ASOFDATE
      *> overrides today.
          01 WS-ASOF-ENV PIC X(8) JUSTIFIED RIGHT VALUE SPACES.
          01 WS-ASOF-DATE PIC 9(8) VALUE 0.

      *> the two libraries, prior (1) and current (2), each loaded
      *> the way FEED-TRANSLATE loads one: 'TEMPLATE <code>' opens a
      *> block, the instruction lines follow verbatim, 'END' closes
      *> it.  blocks index into their library's own pool of lines.
          01 WS-LIB-IDX PIC 9(1) VALUE 0.
          01 WS-LIBRARIES.
             05 WS-LIB OCCURS 2 TIMES.
                10 WS-LIB-TPL-COUNT PIC 9(2).
                10 WS-LIB-POOL-COUNT PIC 9(4).
                10 WS-LIB-IN-TEMPLATE PIC X(1).
                10 WS-LIB-ENTRY OCCURS 50 TIMES.
                   15 WS-LIB-CODE PIC X(8).
                   15 WS-LIB-START PIC 9(4).
                   15 WS-LIB-LINES PIC 9(4).
                   15 WS-LIB-VERSION PIC 9(9).
                10 WS-LIB-POOL.
                   15 WS-LIB-POOL-LINE PIC X(80) OCCURS 1000 TIMES.
          01 WS-TPL-IDX PIC 9(2) VALUE 0.
          01 WS-TPL-HIT PIC 9(2) VALUE 0.
          01 WS-POOL-IDX PIC 9(4) VALUE 0.
          01 WS-POOL-END PIC 9(4) VALUE 0.
          01 WS-TPL-WORD PIC X(10) VALUE SPACES.
          01 WS-TPL-NAME PIC X(8) VALUE SPACES.
          01 WS-TPL-OVERFLOW PIC X(1) VALUE 'N'.

      *> block comparison, line for line.
          01 WS-SAME-BLOCK PIC X(1) VALUE 'Y'.
          01 WS-LINE-OFF PIC 9(4) VALUE 0.
          01 WS-PRIOR-POS PIC 9(4) VALUE 0.
          01 WS-CURRENT-POS PIC 9(4) VALUE 0.

      *> every template that differs between the libraries, in
      *> prior-library order with the additions after.
          01 WS-CHG-COUNT PIC 9(3) VALUE 0.
          01 WS-CHG-IDX PIC 9(3) VALUE 0.
          01 WS-CHG-HIT PIC 9(3) VALUE 0.
          01 WS-CHG-TABLE.
             05 WS-CHG-ENTRY OCCURS 100 TIMES.
                10 WS-CHG-CODE PIC X(8).
                10 WS-CHG-KIND PIC X(9).
                10 WS-CHG-PRIOR PIC 9(2).
                10 WS-CHG-CURRENT PIC 9(2).
                10 WS-CHG-AFFECTED PIC 9(6).
                10 WS-CHG-FED PIC 9(6).
          01 WS-CHANGED-COUNT PIC 9(3) VALUE 0.
          01 WS-ADDED-COUNT PIC 9(3) VALUE 0.
          01 WS-WITHDRAWN-COUNT PIC 9(3) VALUE 0.
          01 WS-UNCHANGED-COUNT PIC 9(3) VALUE 0.

      *> each student's latest template from the assignment log,
      *> the log being in the order the headers were generated.
          01 WS-TAS-COUNT PIC 9(5) VALUE 0.
          01 WS-TAS-IDX PIC 9(5) VALUE 0.
          01 WS-TAS-HIT PIC 9(5) VALUE 0.
          01 WS-TAS-FULL PIC X(1) VALUE 'N'.
          01 WS-TAS-TABLE.
             05 WS-TAS-ENTRY OCCURS 5000 TIMES.
                10 WS-TAS-ID PIC 9(5).
                10 WS-TAS-TPL PIC X(8).

      *> the student group being read off the archive: the latest
      *> badge across all of the student's zones.
          01 WS-GRP-OPEN PIC X(1) VALUE 'N'.
          01 WS-GRP-ID PIC 9(5) VALUE 0.
          01 WS-GRP-DATE PIC 9(8) VALUE 0.
          01 WS-GRP-TIME PIC 9(6) VALUE 0.

          01 WS-CUR-NAME PIC X(75) VALUE SPACES.
          01 WS-CUR-DEPT PIC X(4) VALUE SPACES.
          01 WS-CUR-STATE PIC X(13) VALUE SPACES.
          01 WS-CUR-TEMPLATE PIC X(8) VALUE SPACES.
          01 WS-CUR-VERSION PIC 9(9) VALUE 0.
          01 WS-CUR-SOURCE PIC X(10) VALUE SPACES.
          01 WS-CUR-ACTION PIC X(28) VALUE SPACES.

          01 WS-STUDENT-COUNT PIC 9(6) VALUE 0.
          01 WS-NO-LINEAGE-COUNT PIC 9(6) VALUE 0.
          01 WS-CURRENT-COUNT PIC 9(6) VALUE 0.
          01 WS-AFFECTED-COUNT PIC 9(6) VALUE 0.
          01 WS-FED-COUNT PIC 9(6) VALUE 0.
          01 WS-BY-HAND-COUNT PIC 9(6) VALUE 0.
          01 WS-NOT-ACTIVE-COUNT PIC 9(6) VALUE 0.

          01 WS-BEFORE-TPLS PIC 9(3) VALUE 0.
          01 WS-AFTER-TPLS PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
           ACCEPT WS-PRIOR-DSN FROM ENVIRONMENT 'PRIORTPLDD'
           IF WS-PRIOR-DSN = SPACES
             MOVE 'templatesprior.txt' TO WS-PRIOR-DSN
           END-IF
           ACCEPT WS-CURRENT-DSN FROM ENVIRONMENT 'TEMPLATEDD'
           IF WS-CURRENT-DSN = SPACES
             MOVE 'templates.txt' TO WS-CURRENT-DSN
           END-IF
           ACCEPT WS-ARCHIVE-DSN FROM ENVIRONMENT 'BADGEARCHDD'
           IF WS-ARCHIVE-DSN = SPACES
             MOVE 'badgearchive.dat' TO WS-ARCHIVE-DSN
           END-IF
           ACCEPT WS-MASTER-DSN FROM ENVIRONMENT 'MASTERKEYDD'
           IF WS-MASTER-DSN = SPACES
             MOVE 'studentmaster.dat' TO WS-MASTER-DSN
           END-IF
           ACCEPT WS-LINEAGE-DSN FROM ENVIRONMENT 'TPLLINEAGEDD'
           IF WS-LINEAGE-DSN = SPACES
             MOVE 'tpllineage.dat' TO WS-LINEAGE-DSN
           END-IF
           ACCEPT WS-TPLASSIGN-DSN FROM ENVIRONMENT 'TPLASSIGNDD'
           IF WS-TPLASSIGN-DSN = SPACES
             MOVE 'tplassign.txt' TO WS-TPLASSIGN-DSN
           END-IF
           ACCEPT WS-IMPACT-DSN FROM ENVIRONMENT 'TPLIMPACTDD'
           IF WS-IMPACT-DSN = SPACES
             MOVE 'tplimpact.txt' TO WS-IMPACT-DSN
           END-IF
           ACCEPT WS-REBADGE-DSN FROM ENVIRONMENT 'REBADGEDD'
           IF WS-REBADGE-DSN = SPACES
             MOVE 'rebadgefeed.txt' TO WS-REBADGE-DSN
           END-IF
           ACCEPT WS-BEFORE-DSN FROM ENVIRONMENT 'TPLBEFOREDD'
           IF WS-BEFORE-DSN = SPACES
             MOVE 'tplbefore.txt' TO WS-BEFORE-DSN
           END-IF
           ACCEPT WS-AFTER-DSN FROM ENVIRONMENT 'TPLAFTERDD'
           IF WS-AFTER-DSN = SPACES
             MOVE 'tplafter.txt' TO WS-AFTER-DSN
           END-IF
           ACCEPT WS-BEFORECAT-DSN FROM ENVIRONMENT 'BEFORECATDD'
           IF WS-BEFORECAT-DSN = SPACES
             MOVE 'tplbeforecat.txt' TO WS-BEFORECAT-DSN
           END-IF
           ACCEPT WS-AFTERCAT-DSN FROM ENVIRONMENT 'AFTERCATDD'
           IF WS-AFTERCAT-DSN = SPACES
             MOVE 'tplaftercat.txt' TO WS-AFTERCAT-DSN
           END-IF
           ACCEPT WS-SAVED-CATALOG-ENV FROM ENVIRONMENT 'TPLCATALOGDD'
           ACCEPT WS-ASOF-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ASOF-ENV FROM ENVIRONMENT 'ASOFDATE'
           IF WS-ASOF-ENV NOT = SPACES
             INSPECT WS-ASOF-ENV REPLACING LEADING SPACE BY '0'
             IF WS-ASOF-ENV IS NUMERIC
                MOVE WS-ASOF-ENV TO WS-ASOF-DATE
             END-IF
           END-IF

      *> without both libraries there is nothing to compare.
           INITIALIZE WS-LIBRARIES
           MOVE 1 TO WS-LIB-IDX
           MOVE WS-PRIOR-DSN TO WS-LOAD-DSN
           PERFORM LOAD-LIBRARY
           IF WS-TEMPLATE-STATUS NOT = '00'
                 AND WS-TEMPLATE-STATUS NOT = '10'
             DISPLAY 'PRIOR TEMPLATE LIBRARY UNAVAILABLE: '
                WS-PRIOR-DSN ' -- IMPACT REFUSED'
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE 2 TO WS-LIB-IDX
           MOVE WS-CURRENT-DSN TO WS-LOAD-DSN
           PERFORM LOAD-LIBRARY
           IF WS-LIB-TPL-COUNT(2) = 0
             DISPLAY 'NO TEMPLATES LOADED FROM ' WS-CURRENT-DSN
                ' -- IMPACT REFUSED'
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM COMPARE-LIBRARIES
           PERFORM LOAD-ASSIGNMENTS

           OPEN INPUT MASTER-KEYED
           IF WS-MASTER-STATUS NOT = '00'
             DISPLAY 'MASTER DATASET UNAVAILABLE: ' WS-MASTER-DSN
                ' -- IMPACT REFUSED'
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           OPEN INPUT BADGE-ARCHIVE
           IF WS-ARCHIVE-STATUS NOT = '00'
             DISPLAY 'BADGE ARCHIVE UNAVAILABLE: ' WS-ARCHIVE-DSN
                ' -- IMPACT REFUSED'
             CLOSE MASTER-KEYED
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
      *> with no lineage yet, every badge is traced through the
      *> assignment log alone.
           OPEN INPUT TPL-LINEAGE
           IF WS-LINEAGE-STATUS = '00'
             MOVE 'Y' TO WS-LINEAGE-OK
           ELSE
             DISPLAY 'NO TEMPLATE LINEAGE DATASET: ' WS-LINEAGE-DSN
                ' -- TRACING BY ASSIGNMENT LOG'
           END-IF
           OPEN OUTPUT IMPACT-RPT
           OPEN OUTPUT REBADGE-FEED
           PERFORM WRITE-CHANGE-LIST

           PERFORM WRITE-STUDENT-HEADING
           IF WS-CHG-COUNT > 0
             PERFORM UNTIL WS-ARCH-EOF = 'Y'
                READ BADGE-ARCHIVE NEXT RECORD
                   AT END MOVE 'Y' TO WS-ARCH-EOF
                   NOT AT END PERFORM NOTE-ARCHIVE-RECORD
                END-READ
             END-PERFORM
             IF WS-GRP-OPEN = 'Y'
                PERFORM JUDGE-STUDENT
             END-IF
           END-IF
           CLOSE BADGE-ARCHIVE
           CLOSE MASTER-KEYED
           IF WS-LINEAGE-OK = 'Y'
             CLOSE TPL-LINEAGE
           END-IF
           CLOSE REBADGE-FEED
           PERFORM WRITE-STUDENT-TOTALS

           IF WS-CHG-COUNT > 0
             PERFORM BUILD-WORK-LIBRARIES
             PERFORM RUN-PROOFS
             PERFORM WRITE-RENDERINGS
           END-IF
           CLOSE IMPACT-RPT

           DISPLAY 'TEMPLATES CHANGED: ' WS-CHANGED-COUNT
              '  ADDED: ' WS-ADDED-COUNT
              '  WITHDRAWN: ' WS-WITHDRAWN-COUNT
              '  UNCHANGED: ' WS-UNCHANGED-COUNT
           DISPLAY 'STUDENTS AFFECTED: ' WS-AFFECTED-COUNT
              '  REBADGES FED: ' WS-FED-COUNT
              '  BY HAND: ' WS-BY-HAND-COUNT
              '  NOT ACTIVE: ' WS-NOT-ACTIVE-COUNT
           IF WS-BY-HAND-COUNT > 0 OR WS-TAS-FULL = 'Y'
                 OR WS-TPL-OVERFLOW = 'Y'
             MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-LIBRARY.
           MOVE 'N' TO WS-TEMPLATE-EOF
           MOVE 'N' TO WS-LIB-IN-TEMPLATE(WS-LIB-IDX)
           OPEN INPUT TEMPLATE-FILE
           IF WS-TEMPLATE-STATUS NOT = '00'
             MOVE 'Y' TO WS-TEMPLATE-EOF
           END-IF
           PERFORM UNTIL WS-TEMPLATE-EOF = 'Y'
             READ TEMPLATE-FILE
                AT END MOVE 'Y' TO WS-TEMPLATE-EOF
                NOT AT END PERFORM NOTE-TEMPLATE-LINE
             END-READ
           END-PERFORM
           IF WS-TEMPLATE-STATUS = '00' OR WS-TEMPLATE-STATUS = '10'
             CLOSE TEMPLATE-FILE
           END-IF
           PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
                UNTIL WS-TPL-IDX > WS-LIB-TPL-COUNT(WS-LIB-IDX)
             PERFORM COMPUTE-TEMPLATE-VERSION
           END-PERFORM.

       NOTE-TEMPLATE-LINE.
           MOVE SPACES TO WS-TPL-WORD
           MOVE SPACES TO WS-TPL-NAME
           UNSTRING TEMPLATE-LINE DELIMITED BY ALL SPACE
              INTO WS-TPL-WORD, WS-TPL-NAME
           END-UNSTRING
           EVALUATE TRUE
             WHEN WS-TPL-WORD = 'TEMPLATE'
                IF WS-LIB-TPL-COUNT(WS-LIB-IDX) < 50
                   ADD 1 TO WS-LIB-TPL-COUNT(WS-LIB-IDX)
                   MOVE WS-LIB-TPL-COUNT(WS-LIB-IDX) TO WS-TPL-IDX
                   MOVE WS-TPL-NAME
                      TO WS-LIB-CODE(WS-LIB-IDX, WS-TPL-IDX)
                   COMPUTE WS-LIB-START(WS-LIB-IDX, WS-TPL-IDX)
                      = WS-LIB-POOL-COUNT(WS-LIB-IDX) + 1
                   MOVE 0 TO WS-LIB-LINES(WS-LIB-IDX, WS-TPL-IDX)
                   MOVE 'Y' TO WS-LIB-IN-TEMPLATE(WS-LIB-IDX)
                ELSE
                   MOVE 'Y' TO WS-TPL-OVERFLOW
                END-IF
             WHEN WS-TPL-WORD = 'END'
                MOVE 'N' TO WS-LIB-IN-TEMPLATE(WS-LIB-IDX)
             WHEN OTHER
                IF WS-LIB-IN-TEMPLATE(WS-LIB-IDX) = 'Y'
                      AND TEMPLATE-LINE NOT = SPACES
                   IF WS-LIB-POOL-COUNT(WS-LIB-IDX) < 1000
                      ADD 1 TO WS-LIB-POOL-COUNT(WS-LIB-IDX)
                      MOVE TEMPLATE-LINE TO WS-LIB-POOL-LINE
                         (WS-LIB-IDX, WS-LIB-POOL-COUNT(WS-LIB-IDX))
                      MOVE WS-LIB-TPL-COUNT(WS-LIB-IDX) TO WS-TPL-IDX
                      ADD 1 TO WS-LIB-LINES(WS-LIB-IDX, WS-TPL-IDX)
                   ELSE
                      MOVE 'Y' TO WS-TPL-OVERFLOW
                   END-IF
                END-IF
           END-EVALUATE.

       COMPUTE-TEMPLATE-VERSION.
      *> the same version FEED-TRANSLATE stamps on a generated header.
           CALL 'TEMPLATE-VERSION' USING WS-LIB-POOL(WS-LIB-IDX),
              WS-LIB-START(WS-LIB-IDX, WS-TPL-IDX),
              WS-LIB-LINES(WS-LIB-IDX, WS-TPL-IDX),
              WS-LIB-VERSION(WS-LIB-IDX, WS-TPL-IDX).

       COMPARE-LIBRARIES.
      *> a code in both libraries is changed when its blocks differ
      *> by so much as a line; a code in one library only was added
      *> or withdrawn.  where a library repeats a code the last
      *> block wins, as it does when FEED-TRANSLATE expands it.
           PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
                UNTIL WS-TPL-IDX > WS-LIB-TPL-COUNT(1)
             MOVE 1 TO WS-LIB-IDX
             MOVE WS-LIB-CODE(1, WS-TPL-IDX) TO WS-TPL-NAME
             PERFORM FIND-TEMPLATE
             IF WS-TPL-HIT = WS-TPL-IDX
                PERFORM JUDGE-PRIOR-TEMPLATE
             END-IF
           END-PERFORM
           PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
                UNTIL WS-TPL-IDX > WS-LIB-TPL-COUNT(2)
             MOVE 2 TO WS-LIB-IDX
             MOVE WS-LIB-CODE(2, WS-TPL-IDX) TO WS-TPL-NAME
             PERFORM FIND-TEMPLATE
             IF WS-TPL-HIT = WS-TPL-IDX
                MOVE 1 TO WS-LIB-IDX
                PERFORM FIND-TEMPLATE
                IF WS-TPL-HIT = 0
                   MOVE WS-TPL-IDX TO WS-TPL-HIT
                   MOVE 'ADDED' TO WS-TPL-WORD
                   PERFORM NOTE-CHANGE
                END-IF
             END-IF
           END-PERFORM.

       JUDGE-PRIOR-TEMPLATE.
      *> prior block WS-TPL-IDX against the current library.
           MOVE 2 TO WS-LIB-IDX
           PERFORM FIND-TEMPLATE
           IF WS-TPL-HIT = 0
             MOVE 'WITHDRAWN' TO WS-TPL-WORD
             PERFORM NOTE-CHANGE
           ELSE
             PERFORM COMPARE-BLOCKS
             IF WS-SAME-BLOCK = 'Y'
                ADD 1 TO WS-UNCHANGED-COUNT
             ELSE
                MOVE 'CHANGED' TO WS-TPL-WORD
                PERFORM NOTE-CHANGE
             END-IF
           END-IF.

       FIND-TEMPLATE.
      *> WS-TPL-NAME looked up in library WS-LIB-IDX, last block
      *> first -- a repeated code resolves to its final block.
           MOVE 0 TO WS-TPL-HIT
           MOVE WS-LIB-TPL-COUNT(WS-LIB-IDX) TO WS-POOL-IDX
           PERFORM UNTIL WS-POOL-IDX = 0 OR WS-TPL-HIT > 0
             IF WS-LIB-CODE(WS-LIB-IDX, WS-POOL-IDX) = WS-TPL-NAME
                MOVE WS-POOL-IDX TO WS-TPL-HIT
             END-IF
             SUBTRACT 1 FROM WS-POOL-IDX
           END-PERFORM.

       COMPARE-BLOCKS.
      *> prior block WS-TPL-IDX against current block WS-TPL-HIT.
           MOVE 'Y' TO WS-SAME-BLOCK
           IF WS-LIB-LINES(1, WS-TPL-IDX) NOT =
                 WS-LIB-LINES(2, WS-TPL-HIT)
             MOVE 'N' TO WS-SAME-BLOCK
           ELSE
             PERFORM VARYING WS-LINE-OFF FROM 0 BY 1
                  UNTIL WS-LINE-OFF NOT < WS-LIB-LINES(1, WS-TPL-IDX)
                     OR WS-SAME-BLOCK = 'N'
                COMPUTE WS-PRIOR-POS = WS-LIB-START(1, WS-TPL-IDX)
                   + WS-LINE-OFF
                COMPUTE WS-CURRENT-POS = WS-LIB-START(2, WS-TPL-HIT)
                   + WS-LINE-OFF
                IF WS-LIB-POOL-LINE(1, WS-PRIOR-POS) NOT =
                      WS-LIB-POOL-LINE(2, WS-CURRENT-POS)
                   MOVE 'N' TO WS-SAME-BLOCK
                END-IF
             END-PERFORM
           END-IF.

       NOTE-CHANGE.
      *> one change-list entry of kind WS-TPL-WORD.
           IF WS-CHG-COUNT < 100
             ADD 1 TO WS-CHG-COUNT
             MOVE WS-CHG-COUNT TO WS-CHG-HIT
             MOVE WS-TPL-NAME TO WS-CHG-CODE(WS-CHG-HIT)
             MOVE WS-TPL-WORD TO WS-CHG-KIND(WS-CHG-HIT)
             MOVE 0 TO WS-CHG-AFFECTED(WS-CHG-HIT)
             MOVE 0 TO WS-CHG-FED(WS-CHG-HIT)
             EVALUATE WS-TPL-WORD
                WHEN 'CHANGED'
                   ADD 1 TO WS-CHANGED-COUNT
                   MOVE WS-TPL-IDX TO WS-CHG-PRIOR(WS-CHG-HIT)
                   MOVE WS-TPL-HIT TO WS-CHG-CURRENT(WS-CHG-HIT)
                WHEN 'WITHDRAWN'
                   ADD 1 TO WS-WITHDRAWN-COUNT
                   MOVE WS-TPL-IDX TO WS-CHG-PRIOR(WS-CHG-HIT)
                   MOVE 0 TO WS-CHG-CURRENT(WS-CHG-HIT)
                WHEN OTHER
                   ADD 1 TO WS-ADDED-COUNT
                   MOVE 0 TO WS-CHG-PRIOR(WS-CHG-HIT)
                   MOVE WS-TPL-HIT TO WS-CHG-CURRENT(WS-CHG-HIT)
             END-EVALUATE
           END-IF.

       LOAD-ASSIGNMENTS.
      *> a missing log just means a badge with no lineage record
      *> cannot be traced.
           OPEN INPUT TPL-ASSIGN
           IF WS-TPLASSIGN-STATUS = '00'
             PERFORM UNTIL WS-TPLASSIGN-EOF = 'Y'
                READ TPL-ASSIGN
                   AT END MOVE 'Y' TO WS-TPLASSIGN-EOF
                   NOT AT END PERFORM NOTE-ASSIGNMENT
                END-READ
             END-PERFORM
             CLOSE TPL-ASSIGN
           END-IF.

       NOTE-ASSIGNMENT.
           IF TAS-STUDENT-ID IS NUMERIC AND TAS-TEMPLATE NOT = SPACES
             MOVE 0 TO WS-TAS-HIT
             PERFORM VARYING WS-TAS-IDX FROM 1 BY 1
                  UNTIL WS-TAS-IDX > WS-TAS-COUNT
                IF WS-TAS-ID(WS-TAS-IDX) = TAS-STUDENT-ID
                   MOVE WS-TAS-IDX TO WS-TAS-HIT
                END-IF
             END-PERFORM
             IF WS-TAS-HIT = 0
                IF WS-TAS-COUNT < 5000
                   ADD 1 TO WS-TAS-COUNT
                   MOVE WS-TAS-COUNT TO WS-TAS-HIT
                   MOVE TAS-STUDENT-ID TO WS-TAS-ID(WS-TAS-HIT)
                ELSE
                   MOVE 'Y' TO WS-TAS-FULL
                END-IF
             END-IF
             IF WS-TAS-HIT > 0
                MOVE TAS-TEMPLATE TO WS-TAS-TPL(WS-TAS-HIT)
             END-IF
           END-IF.

       WRITE-CHANGE-LIST.
           MOVE SPACES TO IMPACT-LINE
           STRING 'TEMPLATE CHANGE IMPACT REPORT  AS AT '
                     DELIMITED BY SIZE
                  WS-ASOF-DATE DELIMITED BY SIZE
               INTO IMPACT-LINE
           END-STRING
           WRITE IMPACT-LINE
           MOVE SPACES TO IMPACT-LINE
           STRING 'PRIOR LIBRARY:   ' DELIMITED BY SIZE
                  WS-PRIOR-DSN DELIMITED BY SPACE
               INTO IMPACT-LINE
           END-STRING
           WRITE IMPACT-LINE
           MOVE SPACES TO IMPACT-LINE
           STRING 'CURRENT LIBRARY: ' DELIMITED BY SIZE
                  WS-CURRENT-DSN DELIMITED BY SPACE
               INTO IMPACT-LINE
           END-STRING
           WRITE IMPACT-LINE
           MOVE SPACES TO IMPACT-LINE
           WRITE IMPACT-LINE
           MOVE 'TEMPLATES CHANGED BETWEEN THE LIBRARIES:'
              TO IMPACT-LINE
           WRITE IMPACT-LINE
           MOVE SPACES TO IMPACT-LINE
           MOVE 'TEMPLATE' TO IMPACT-LINE(1:8)
           MOVE 'CHANGE' TO IMPACT-LINE(11:6)
           MOVE 'PRIOR VERSION' TO IMPACT-LINE(22:13)
           MOVE 'LINES' TO IMPACT-LINE(37:5)
           MOVE 'CURRENT VERSION' TO IMPACT-LINE(44:15)
           MOVE 'LINES' TO IMPACT-LINE(61:5)
           WRITE IMPACT-LINE
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                UNTIL WS-CHG-IDX > WS-CHG-COUNT
             MOVE SPACES TO IMPACT-LINE
             MOVE WS-CHG-CODE(WS-CHG-IDX) TO IMPACT-LINE(1:8)
             MOVE WS-CHG-KIND(WS-CHG-IDX) TO IMPACT-LINE(11:9)
             IF WS-CHG-PRIOR(WS-CHG-IDX) > 0
                MOVE WS-CHG-PRIOR(WS-CHG-IDX) TO WS-TPL-IDX
                MOVE WS-LIB-VERSION(1, WS-TPL-IDX)
                   TO IMPACT-LINE(22:9)
                MOVE WS-LIB-LINES(1, WS-TPL-IDX)
                   TO IMPACT-LINE(37:4)
             END-IF
             IF WS-CHG-CURRENT(WS-CHG-IDX) > 0
                MOVE WS-CHG-CURRENT(WS-CHG-IDX) TO WS-TPL-IDX
                MOVE WS-LIB-VERSION(2, WS-TPL-IDX)
                   TO IMPACT-LINE(44:9)
                MOVE WS-LIB-LINES(2, WS-TPL-IDX)
                   TO IMPACT-LINE(61:4)
             END-IF
             WRITE IMPACT-LINE
           END-PERFORM
           MOVE SPACES TO IMPACT-LINE
           STRING 'CHANGED: ' DELIMITED BY SIZE
                  WS-CHANGED-COUNT DELIMITED BY SIZE
                  '  ADDED: ' DELIMITED BY SIZE
                  WS-ADDED-COUNT DELIMITED BY SIZE
                  '  WITHDRAWN: ' DELIMITED BY SIZE
                  WS-WITHDRAWN-COUNT DELIMITED BY SIZE
                  '  UNCHANGED: ' DELIMITED BY SIZE
                  WS-UNCHANGED-COUNT DELIMITED BY SIZE
               INTO IMPACT-LINE
           END-STRING
           WRITE IMPACT-LINE
           IF WS-TPL-OVERFLOW = 'Y'
             MOVE SPACES TO IMPACT-LINE
             STRING 'A LIBRARY EXCEEDS 50 TEMPLATES OR 1000 LINES'
                       DELIMITED BY SIZE
                    ' -- COMPARISON INCOMPLETE' DELIMITED BY SIZE
                 INTO IMPACT-LINE
             END-STRING
             WRITE IMPACT-LINE
           END-IF
           MOVE SPACES TO IMPACT-LINE
           WRITE IMPACT-LINE.

       WRITE-STUDENT-HEADING.
           MOVE SPACES TO IMPACT-LINE
           STRING 'STUDENTS WHOSE CURRENT BADGE CAME FROM A '
                     DELIMITED BY SIZE
                  'CHANGED TEMPLATE:' DELIMITED BY SIZE
               INTO IMPACT-LINE
           END-STRING
           WRITE IMPACT-LINE
           MOVE SPACES TO IMPACT-LINE
           MOVE 'STUDENT' TO IMPACT-LINE(1:7)
           MOVE 'NAME' TO IMPACT-LINE(9:4)
           MOVE 'DEPT' TO IMPACT-LINE(40:4)
           MOVE 'TEMPLATE' TO IMPACT-LINE(46:8)
           MOVE 'VERSION' TO IMPACT-LINE(56:7)
           MOVE 'BADGE RUN' TO IMPACT-LINE(67:9)
           MOVE 'TRACED BY' TO IMPACT-LINE(77:9)
           MOVE 'ACTION' TO IMPACT-LINE(89:6)
           WRITE IMPACT-LINE.

       NOTE-ARCHIVE-RECORD.
      *> the archive is in student order, every zone of a student
      *> together; the student's current badge is the newest stamp
      *> across those zones.
           IF WS-GRP-OPEN = 'Y' AND ARCH-STUDENT-ID NOT = WS-GRP-ID
             PERFORM JUDGE-STUDENT
             MOVE 'N' TO WS-GRP-OPEN
           END-IF
           IF WS-GRP-OPEN = 'N'
             MOVE 'Y' TO WS-GRP-OPEN
             MOVE ARCH-STUDENT-ID TO WS-GRP-ID
             MOVE ARCH-RUN-DATE TO WS-GRP-DATE
             MOVE ARCH-RUN-TIME TO WS-GRP-TIME
           ELSE
             IF ARCH-RUN-DATE > WS-GRP-DATE
                   OR (ARCH-RUN-DATE = WS-GRP-DATE
                       AND ARCH-RUN-TIME > WS-GRP-TIME)
                MOVE ARCH-RUN-DATE TO WS-GRP-DATE
                MOVE ARCH-RUN-TIME TO WS-GRP-TIME
             END-IF
           END-IF.

       JUDGE-STUDENT.
           ADD 1 TO WS-STUDENT-COUNT
           PERFORM TRACE-TEMPLATE
           MOVE 0 TO WS-CHG-HIT
           IF WS-CUR-TEMPLATE NOT = SPACES
             PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                  UNTIL WS-CHG-IDX > WS-CHG-COUNT
                IF WS-CHG-CODE(WS-CHG-IDX) = WS-CUR-TEMPLATE
                      AND WS-CHG-KIND(WS-CHG-IDX) NOT = 'ADDED'
                   MOVE WS-CHG-IDX TO WS-CHG-HIT
                END-IF
             END-PERFORM
           END-IF
      *> a badge lineage shows was already built on the corrected
      *> block needs nothing.
           IF WS-CHG-HIT > 0 AND WS-CUR-SOURCE = 'LINEAGE'
                 AND WS-CHG-KIND(WS-CHG-HIT) = 'CHANGED'
             MOVE WS-CHG-CURRENT(WS-CHG-HIT) TO WS-TPL-IDX
             IF WS-CUR-VERSION = WS-LIB-VERSION(2, WS-TPL-IDX)
                ADD 1 TO WS-CURRENT-COUNT
                MOVE 0 TO WS-CHG-HIT
             END-IF
           END-IF
           IF WS-CHG-HIT > 0
             PERFORM NOTE-AFFECTED-STUDENT
           END-IF.

       TRACE-TEMPLATE.
      *> the lineage record for the badge's own run stamp first; a
      *> badge archived before lineage was kept falls back to the
      *> student's latest entry on the assignment log, which names
      *> the template but not its version.
           MOVE SPACES TO WS-CUR-TEMPLATE
           MOVE 0 TO WS-CUR-VERSION
           MOVE SPACES TO WS-CUR-SOURCE
           IF WS-LINEAGE-OK = 'Y'
             MOVE WS-GRP-ID TO LIN-STUDENT-ID
             MOVE WS-GRP-DATE TO LIN-RUN-DATE
             MOVE WS-GRP-TIME TO LIN-RUN-TIME
             READ TPL-LINEAGE
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   MOVE LIN-TEMPLATE TO WS-CUR-TEMPLATE
                   MOVE LIN-TPL-VERSION TO WS-CUR-VERSION
                   MOVE 'LINEAGE' TO WS-CUR-SOURCE
             END-READ
           END-IF
           IF WS-CUR-SOURCE = SPACES
             PERFORM VARYING WS-TAS-IDX FROM 1 BY 1
                  UNTIL WS-TAS-IDX > WS-TAS-COUNT
                IF WS-TAS-ID(WS-TAS-IDX) = WS-GRP-ID
                   MOVE WS-TAS-TPL(WS-TAS-IDX) TO WS-CUR-TEMPLATE
                   MOVE 'ASSIGN LOG' TO WS-CUR-SOURCE
                END-IF
             END-PERFORM
             IF WS-CUR-SOURCE = SPACES
                ADD 1 TO WS-NO-LINEAGE-COUNT
             END-IF
           END-IF.

       NOTE-AFFECTED-STUDENT.
      *> active students are re-badged through the feed; anyone else
      *> is listed so the registrar sees the whole exposure.
           ADD 1 TO WS-AFFECTED-COUNT
           ADD 1 TO WS-CHG-AFFECTED(WS-CHG-HIT)
           MOVE WS-GRP-ID TO MSX-ID
           READ MASTER-KEYED
              INVALID KEY
                 MOVE '(NOT ON MASTER)' TO WS-CUR-NAME
                 MOVE SPACES TO WS-CUR-DEPT
                 MOVE 'NOT ON MASTER' TO WS-CUR-STATE
              NOT INVALID KEY
                 MOVE MSX-NAME TO WS-CUR-NAME
                 MOVE MSX-DEPT TO WS-CUR-DEPT
                 IF MSX-ACTIVE = 'A'
                    MOVE 'ACTIVE' TO WS-CUR-STATE
                 ELSE
                    MOVE 'INACTIVE' TO WS-CUR-STATE
                 END-IF
           END-READ
           MOVE SPACES TO WS-CUR-ACTION
           IF WS-CUR-STATE = 'ACTIVE'
             IF WS-CHG-KIND(WS-CHG-HIT) = 'WITHDRAWN'
                ADD 1 TO WS-BY-HAND-COUNT
                MOVE 'TEMPLATE WITHDRAWN - BY HAND' TO WS-CUR-ACTION
             ELSE
                PERFORM WRITE-REBADGE
                MOVE 'REBADGE FED' TO WS-CUR-ACTION
             END-IF
           ELSE
             ADD 1 TO WS-NOT-ACTIVE-COUNT
             MOVE 'NO REBADGE' TO WS-CUR-ACTION
             MOVE WS-CUR-STATE TO WS-CUR-ACTION(12:13)
           END-IF
           MOVE SPACES TO IMPACT-LINE
           MOVE WS-GRP-ID TO IMPACT-LINE(1:5)
           MOVE WS-CUR-NAME TO IMPACT-LINE(9:30)
           MOVE WS-CUR-DEPT TO IMPACT-LINE(40:4)
           MOVE WS-CUR-TEMPLATE TO IMPACT-LINE(46:8)
           IF WS-CUR-SOURCE = 'LINEAGE'
             MOVE WS-CUR-VERSION TO IMPACT-LINE(56:9)
           ELSE
             MOVE 'UNKNOWN' TO IMPACT-LINE(56:7)
           END-IF
           MOVE WS-GRP-DATE TO IMPACT-LINE(67:8)
           MOVE WS-CUR-SOURCE TO IMPACT-LINE(77:10)
           MOVE WS-CUR-ACTION TO IMPACT-LINE(89:28)
           WRITE IMPACT-LINE.

       WRITE-REBADGE.
      *> effective on the as-of date, so FEED-TRANSLATE generates it
      *> at once rather than holding it.
           MOVE WS-GRP-ID TO RBF-STUDENT-ID
           MOVE WS-CUR-NAME TO RBF-NAME
           MOVE WS-CUR-TEMPLATE TO RBF-TEMPLATE
           MOVE WS-ASOF-DATE TO RBF-EFF-DATE
           WRITE REBADGE-RECORD
           ADD 1 TO WS-FED-COUNT
           ADD 1 TO WS-CHG-FED(WS-CHG-HIT).

       WRITE-STUDENT-TOTALS.
           MOVE SPACES TO IMPACT-LINE
           STRING 'STUDENTS WITH BADGES: ' DELIMITED BY SIZE
                  WS-STUDENT-COUNT DELIMITED BY SIZE
                  '  AFFECTED: ' DELIMITED BY SIZE
                  WS-AFFECTED-COUNT DELIMITED BY SIZE
                  '  ALREADY ON CORRECTED BLOCK: ' DELIMITED BY SIZE
                  WS-CURRENT-COUNT DELIMITED BY SIZE
                  '  UNTRACEABLE: ' DELIMITED BY SIZE
                  WS-NO-LINEAGE-COUNT DELIMITED BY SIZE
               INTO IMPACT-LINE
           END-STRING
           WRITE IMPACT-LINE
           MOVE SPACES TO IMPACT-LINE
           STRING 'REBADGES FED: ' DELIMITED BY SIZE
                  WS-FED-COUNT DELIMITED BY SIZE
                  '  BY HAND: ' DELIMITED BY SIZE
                  WS-BY-HAND-COUNT DELIMITED BY SIZE
                  '  NOT ACTIVE: ' DELIMITED BY SIZE
                  WS-NOT-ACTIVE-COUNT DELIMITED BY SIZE
               INTO IMPACT-LINE
           END-STRING
           WRITE IMPACT-LINE
           IF WS-TAS-FULL = 'Y'
             MOVE SPACES TO IMPACT-LINE
             STRING 'MORE THAN 5000 STUDENTS ON THE ASSIGNMENT LOG'
                       DELIMITED BY SIZE
                    ' -- TRACING INCOMPLETE' DELIMITED BY SIZE
                 INTO IMPACT-LINE
             END-STRING
             WRITE IMPACT-LINE
           END-IF
           MOVE SPACES TO IMPACT-LINE
           WRITE IMPACT-LINE.

       BUILD-WORK-LIBRARIES.
      *> the prior blocks of the changed and withdrawn templates,
      *> and the current blocks of the changed and added ones, each
      *> side in change-list order.
           MOVE WS-BEFORE-DSN TO WS-WORKLIB-DSN
           MOVE 1 TO WS-LIB-IDX
           OPEN OUTPUT WORK-LIB
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                UNTIL WS-CHG-IDX > WS-CHG-COUNT
             IF WS-CHG-PRIOR(WS-CHG-IDX) > 0
                MOVE WS-CHG-PRIOR(WS-CHG-IDX) TO WS-TPL-IDX
                PERFORM WRITE-WORK-BLOCK
                ADD 1 TO WS-BEFORE-TPLS
             END-IF
           END-PERFORM
           CLOSE WORK-LIB
           MOVE WS-AFTER-DSN TO WS-WORKLIB-DSN
           MOVE 2 TO WS-LIB-IDX
           OPEN OUTPUT WORK-LIB
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                UNTIL WS-CHG-IDX > WS-CHG-COUNT
             IF WS-CHG-CURRENT(WS-CHG-IDX) > 0
                MOVE WS-CHG-CURRENT(WS-CHG-IDX) TO WS-TPL-IDX
                PERFORM WRITE-WORK-BLOCK
                ADD 1 TO WS-AFTER-TPLS
             END-IF
           END-PERFORM
           CLOSE WORK-LIB.

       WRITE-WORK-BLOCK.
           MOVE SPACES TO WORK-LIB-LINE
           STRING 'TEMPLATE ' DELIMITED BY SIZE
                  WS-LIB-CODE(WS-LIB-IDX, WS-TPL-IDX) DELIMITED BY SIZE
               INTO WORK-LIB-LINE
           END-STRING
           WRITE WORK-LIB-LINE
           MOVE WS-LIB-START(WS-LIB-IDX, WS-TPL-IDX) TO WS-POOL-IDX
           COMPUTE WS-POOL-END = WS-LIB-START(WS-LIB-IDX, WS-TPL-IDX)
              + WS-LIB-LINES(WS-LIB-IDX, WS-TPL-IDX) - 1
           PERFORM UNTIL WS-POOL-IDX > WS-POOL-END
             MOVE WS-LIB-POOL-LINE(WS-LIB-IDX, WS-POOL-IDX)
                TO WORK-LIB-LINE
             WRITE WORK-LIB-LINE
             ADD 1 TO WS-POOL-IDX
           END-PERFORM
           MOVE 'END' TO WORK-LIB-LINE
           WRITE WORK-LIB-LINE.

       RUN-PROOFS.
      *> TEMPLATE-PROOF renders each side through MAIN's own render
      *> path.  it is cancelled after each call so the second side
      *> starts from a fresh library table, and the operator's
      *> TEMPLATEDD and TPLCATALOGDD are put back afterwards.
           IF WS-BEFORE-TPLS > 0
             DISPLAY 'TEMPLATEDD' UPON ENVIRONMENT-NAME
             DISPLAY WS-BEFORE-DSN UPON ENVIRONMENT-VALUE
             DISPLAY 'TPLCATALOGDD' UPON ENVIRONMENT-NAME
             DISPLAY WS-BEFORECAT-DSN UPON ENVIRONMENT-VALUE
             CALL 'TEMPLATE-PROOF'
             CANCEL 'TEMPLATE-PROOF'
           END-IF
           IF WS-AFTER-TPLS > 0
             DISPLAY 'TEMPLATEDD' UPON ENVIRONMENT-NAME
             DISPLAY WS-AFTER-DSN UPON ENVIRONMENT-VALUE
             DISPLAY 'TPLCATALOGDD' UPON ENVIRONMENT-NAME
             DISPLAY WS-AFTERCAT-DSN UPON ENVIRONMENT-VALUE
             CALL 'TEMPLATE-PROOF'
             CANCEL 'TEMPLATE-PROOF'
           END-IF
           MOVE 0 TO RETURN-CODE
           DISPLAY 'TEMPLATEDD' UPON ENVIRONMENT-NAME
           DISPLAY WS-CURRENT-DSN UPON ENVIRONMENT-VALUE
           DISPLAY 'TPLCATALOGDD' UPON ENVIRONMENT-NAME
           IF WS-SAVED-CATALOG-ENV = SPACES
             DISPLAY ' ' UPON ENVIRONMENT-VALUE
           ELSE
             DISPLAY WS-SAVED-CATALOG-ENV UPON ENVIRONMENT-VALUE
           END-IF.

       WRITE-RENDERINGS.
      *> the two catalogs hold their pages in change-list order, so
      *> each is read forward once, a page at a time; the line that
      *> ends one page is held as the first line of the next.
           MOVE 'Y' TO WS-BEFORECAT-EOF
           IF WS-BEFORE-TPLS > 0
             OPEN INPUT BEFORE-CAT
             IF WS-BEFORECAT-STATUS = '00'
                MOVE 'N' TO WS-BEFORECAT-EOF
                PERFORM READ-BEFORE-CAT
                PERFORM READ-BEFORE-CAT
             END-IF
           END-IF
           MOVE 'Y' TO WS-AFTERCAT-EOF
           IF WS-AFTER-TPLS > 0
             OPEN INPUT AFTER-CAT
             IF WS-AFTERCAT-STATUS = '00'
                MOVE 'N' TO WS-AFTERCAT-EOF
                PERFORM READ-AFTER-CAT
                PERFORM READ-AFTER-CAT
             END-IF
           END-IF
           MOVE 'BEFORE/AFTER RENDERINGS FOR REGISTRAR SIGN-OFF:'
              TO IMPACT-LINE
           WRITE IMPACT-LINE
           MOVE SPACES TO IMPACT-LINE
           WRITE IMPACT-LINE
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                UNTIL WS-CHG-IDX > WS-CHG-COUNT
             PERFORM WRITE-ONE-RENDERING
           END-PERFORM
           IF WS-BEFORE-TPLS > 0 AND WS-BEFORECAT-STATUS NOT = '35'
             CLOSE BEFORE-CAT
           END-IF
           IF WS-AFTER-TPLS > 0 AND WS-AFTERCAT-STATUS NOT = '35'
             CLOSE AFTER-CAT
           END-IF.

       WRITE-ONE-RENDERING.
           MOVE SPACES TO IMPACT-LINE
           STRING '######## TEMPLATE ' DELIMITED BY SIZE
                  WS-CHG-CODE(WS-CHG-IDX) DELIMITED BY SPACE
                  '  ' DELIMITED BY SIZE
                  WS-CHG-KIND(WS-CHG-IDX) DELIMITED BY SPACE
                  '  STUDENTS AFFECTED: ' DELIMITED BY SIZE
                  WS-CHG-AFFECTED(WS-CHG-IDX) DELIMITED BY SIZE
                  '  REBADGES FED: ' DELIMITED BY SIZE
                  WS-CHG-FED(WS-CHG-IDX) DELIMITED BY SIZE
                  ' ########' DELIMITED BY SIZE
               INTO IMPACT-LINE
           END-STRING
           WRITE IMPACT-LINE
           MOVE 'BEFORE -- PRIOR LIBRARY:' TO IMPACT-LINE
           WRITE IMPACT-LINE
           IF WS-CHG-PRIOR(WS-CHG-IDX) = 0
             MOVE '(NOT IN THE PRIOR LIBRARY)' TO IMPACT-LINE
             WRITE IMPACT-LINE
           ELSE
             IF WS-BEFORECAT-EOF = 'Y'
                MOVE '(RENDERING UNAVAILABLE)' TO IMPACT-LINE
                WRITE IMPACT-LINE
             ELSE
                PERFORM COPY-BEFORE-PAGE
             END-IF
           END-IF
           MOVE SPACES TO IMPACT-LINE
           WRITE IMPACT-LINE
           MOVE 'AFTER -- CURRENT LIBRARY:' TO IMPACT-LINE
           WRITE IMPACT-LINE
           IF WS-CHG-CURRENT(WS-CHG-IDX) = 0
             MOVE '(WITHDRAWN FROM THE CURRENT LIBRARY)'
                TO IMPACT-LINE
             WRITE IMPACT-LINE
           ELSE
             IF WS-AFTERCAT-EOF = 'Y'
                MOVE '(RENDERING UNAVAILABLE)' TO IMPACT-LINE
                WRITE IMPACT-LINE
             ELSE
                PERFORM COPY-AFTER-PAGE
             END-IF
           END-IF
           MOVE SPACES TO IMPACT-LINE
           WRITE IMPACT-LINE
           MOVE SPACES TO IMPACT-LINE
           STRING 'REGISTRAR SIGN-OFF: ______________________________'
                     DELIMITED BY SIZE
                  '  DATE: __________' DELIMITED BY SIZE
               INTO IMPACT-LINE
           END-STRING
           WRITE IMPACT-LINE
           MOVE SPACES TO IMPACT-LINE
           WRITE IMPACT-LINE.

       COPY-BEFORE-PAGE.
      *> the held page heading, then every line up to the next
      *> page or the catalog summary.
           MOVE BEFORE-CAT-LINE TO IMPACT-LINE
           WRITE IMPACT-LINE
           PERFORM READ-BEFORE-CAT
           PERFORM UNTIL WS-BEFORECAT-EOF = 'Y'
                OR BEFORE-CAT-LINE(1:14) = '==== TEMPLATE '
                OR BEFORE-CAT-LINE(1:15) = 'CATALOG SUMMARY'
             MOVE BEFORE-CAT-LINE TO IMPACT-LINE
             WRITE IMPACT-LINE
             PERFORM READ-BEFORE-CAT
           END-PERFORM.

       COPY-AFTER-PAGE.
           MOVE AFTER-CAT-LINE TO IMPACT-LINE
           WRITE IMPACT-LINE
           PERFORM READ-AFTER-CAT
           PERFORM UNTIL WS-AFTERCAT-EOF = 'Y'
                OR AFTER-CAT-LINE(1:14) = '==== TEMPLATE '
                OR AFTER-CAT-LINE(1:15) = 'CATALOG SUMMARY'
             MOVE AFTER-CAT-LINE TO IMPACT-LINE
             WRITE IMPACT-LINE
             PERFORM READ-AFTER-CAT
           END-PERFORM.

       READ-BEFORE-CAT.
           READ BEFORE-CAT
              AT END MOVE 'Y' TO WS-BEFORECAT-EOF
           END-READ.

       READ-AFTER-CAT.
           READ AFTER-CAT
              AT END MOVE 'Y' TO WS-AFTERCAT-EOF
           END-READ.
