             05 ARCH-ROW-COUNT PIC 9(3).
             05 ARCH-IMAGE.
                10 ARCH-IMAGE-ROW PIC X(250) OCCURS 12 TIMES.
             05 ARCH-BUS-DATE PIC 9(8).

      *> deleted records land here verbatim, one archive record per
      *> line, so a purge can always be reversed from the unload.
          FD HIST-FILE.
          01 HIST-RECORD PIC X(3245).

          FD PURGE-REPORT.
          01 PURGE-RPT-LINE PIC X(132).
                10 WS-HELD-ZONE PIC X(10).
                10 WS-HELD-RUN-DATE PIC 9(8).
                10 WS-HELD-RUN-TIME PIC 9(6).
             05 WS-HELD-BODY PIC X(3216).
          01 WS-HAVE-HELD PIC X(1) VALUE 'N'.

      *> keys queued for deletion -- deleting while the sequential
