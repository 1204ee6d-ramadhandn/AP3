      *                   email is marked on the master by the
      *                   CANDWDRW run, so the scheduling step can
      *                   keep them out of scarce interviewer slots.
      *   09/07/2026  RD  Added MAST-POSITION, carved from the trailing
      *                   filler so the existing cluster still reads -
      *                   the requisition code the latest decision was
      *                   made for, so a hire can be counted against
      *                   its requisition (see REQREC).  Blank on
      *                   records written before it existed.
      *   09/24/2026  RD  Added MAST-NAME-ERASED - the fixed
      *                   placeholder CANDERAS puts in place of an
      *                   erased candidate's name, here and in every
      *                   other file that carried it.  The rest of
      *                   the record stays, so re-application checks
      *                   still see the decision.
      *   10/05/2026  RD  Added MAST-OVERRIDE-STAGE and MAST-OVERRIDE-
      *                   BY, carved from the filler - set by
      *                   OVRDPROC when the standing stage-1 or
      *                   stage-2 decision was overruled by an HR
      *                   director, with the authorizing supervisor.
      *                   Any fresh stage-1 decision writes the
      *                   record over and clears them.
      *   10/08/2026  RD  Added MAST-SOURCE and MAST-SOURCE-ID,
      *                   carved from the filler - the source channel
      *                   and board, referrer or agency id of the
      *                   application behind the latest stage-1
      *                   decision (see CAND-SOURCE in CANDREC), so a
      *                   hire can be costed against the source
      *                   table.  Blank on records written before
      *                   sources were tracked.
      ******************************************************************

       01  MASTER-RECORD.
           05  MAST-CAND-ID                 PIC X(10).
           05  MAST-CAND-NAME               PIC X(30).
               88  MAST-NAME-ERASED
                       VALUE "** PERSONAL DATA ERASED **".
           05  MAST-AGE                     PIC 9(03).
           05  MAST-DECISION-DATE.
               10  MAST-DECISION-YYYY       PIC 9(04).
               88  MAST-RESULT-PASS             VALUE "PASS".
               88  MAST-RESULT-FAIL             VALUE "FAIL".
               88  MAST-RESULT-WDRN             VALUE "WDRN".
           05  MAST-POSITION                PIC X(08).
           05  MAST-OVERRIDE-STAGE          PIC X(01).
               88  MAST-NOT-OVERRIDDEN          VALUE SPACE.
               88  MAST-OVERRIDE-STAGE-1        VALUE "1".
               88  MAST-OVERRIDE-STAGE-2        VALUE "2".
           05  MAST-OVERRIDE-BY             PIC X(10).
           05  MAST-SOURCE                  PIC X(01).
               88  MAST-SOURCE-AGENCY           VALUE "A".
               88  MAST-SOURCE-UNKNOWN          VALUE SPACE.
           05  MAST-SOURCE-ID               PIC X(04).
           05  FILLER                       PIC X(01).
