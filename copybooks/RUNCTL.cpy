      *                   results run gets its own run number too,
      *                   so its stage-3 history entries trace to an
      *                   execution like every other writer's.
      *   09/24/2026  RD  Added run type E - the CANDERAS erasure run
      *                   gets its own run number, stamped on the
      *                   stage-E history entries it writes.
      *   09/28/2026  RD  Added run type S - a chain step record.
      *                   STAGE2SCR, INTSCHED and CANDLETR each write
      *                   a STARTED and a COMPLETED record carrying
      *                   the run number of the run they continue
      *                   and their own name in RUN-STEP-PROGRAM, so
      *                   the SCRNRSTR job can pick the chain up at
      *                   the first step that did not complete.  On
      *                   a step record RUN-EXTRACT-DATE is the
      *                   run's extract date and RUN-EVENT-DATE the
      *                   day the step ran.  A step record is not a
      *                   run - it never takes a run number of its
      *                   own and never blocks a generation.
      *   10/01/2026  RD  Added run type O - the OFFRPROC offer
      *                   response run gets its own run number,
      *                   stamped on the stage-O history entries it
      *                   writes.
      *   10/05/2026  RD  Added run type V - the OVRDPROC supervisor
      *                   override run gets its own run number,
      *                   stamped on its override history entries.
      *                   Like a correction run it feeds new passes
      *                   into STAGE2SCR and INTSCHED, which continue
      *                   the latest normal, correction or override
      *                   run.
      *   10/12/2026  RD  A normal run's STARTED record now carries
      *                   the extract date it screens as of in
      *                   RUN-EVENT-DATE, not the day it ran - the
      *                   chain steps take their run date from it,
      *                   so a catch-up run's stage 2, bookings and
      *                   letters are dated as its own night would
      *                   have been.  The COMPLETED record still
      *                   carries the day the run finished.
      *   10/15/2026  RD  Added run type B - a batch-window start.
      *                   SCRNCTUP writes one when a SCRNBTCH
      *                   submission begins a night's work, but not
      *                   for the catch-up continuations it submits
      *                   after itself.  RUN-NUMBER is the highest run
      *                   number on the journal at that moment, so
      *                   every run of the window is numbered above
      *                   it, and RUN-EVENT-DATE is the day it was
      *                   written.  Like a step record it is not a
      *                   run - it never takes a run number of its
      *                   own and never blocks a generation.
      ******************************************************************

       01  RUNCTL-RECORD.
               88  RUN-TYPE-CORRECTION          VALUE "C".
               88  RUN-TYPE-WITHDRAWAL          VALUE "W".
               88  RUN-TYPE-RESULTS             VALUE "R".
               88  RUN-TYPE-ERASURE             VALUE "E".
               88  RUN-TYPE-STEP                VALUE "S".
               88  RUN-TYPE-OFFERS              VALUE "O".
               88  RUN-TYPE-OVERRIDE            VALUE "V".
               88  RUN-TYPE-WINDOW-START        VALUE "B".
           05  RUN-EXTRACT-DATE             PIC 9(08).
           05  RUN-EVENT-DATE               PIC 9(08).
           05  RUN-READ-COUNT               PIC 9(07).
           05  RUN-FAIL-COUNT               PIC 9(07).
           05  RUN-REJECT-COUNT             PIC 9(07).
           05  RUN-DUPL-COUNT               PIC 9(07).
           05  RUN-STEP-PROGRAM             PIC X(10).
               88  RUN-STEP-STAGE2SCR           VALUE "STAGE2SCR".
               88  RUN-STEP-INTSCHED            VALUE "INTSCHED".
               88  RUN-STEP-CANDLETR            VALUE "CANDLETR".
           05  FILLER                       PIC X(10).
