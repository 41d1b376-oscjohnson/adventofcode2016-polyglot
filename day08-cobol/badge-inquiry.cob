             05 ARCH-ROW-COUNT PIC 9(3).
             05 ARCH-IMAGE.
                10 ARCH-IMAGE-ROW PIC X(250) OCCURS 12 TIMES.
             05 ARCH-BUS-DATE PIC 9(8).

      *> the keyed access copy of the student master MASTER-LOAD
      *> builds -- the official name comes from one direct read, so
