      ******************************************************************
      * Copybook: INTVDSP
      * Author: Ramadhan
      * Date-Written: 09/17/2026
      * Purpose: One final interview disposition as INTVRSLT posted
      *          it - the candidate, the interviewer, the outcome
      *          (HIRE, DECL, NOSH or CANC), the date of the result
      *          and the date the booking it settles was made.  The
      *          disposition journal is append-only across runs, and
      *          is where a settled booking lives on once INTVRSLT
      *          drops it from the assignment journal.
      *
      * Modification History:
      *   09/17/2026  RD  Original copybook - the layout used to be
      *                   private to INTVRSLT; it moves here now
      *                   that the funnel report reads the journal
      *                   too.  Added IVD-BOOKED-DATE, carved from
      *                   the trailing filler, so the time from
      *                   booking to outcome can still be measured
      *                   after the booking itself is gone.  Spaces
      *                   on entries written before it existed; the
      *                   -X view lets a reader prove it numeric.
      ******************************************************************

       01  DISPOSITION-RECORD.
           05  IVD-CAND-ID                  PIC X(10).
           05  IVD-CAND-NAME                PIC X(30).
           05  IVD-INTERVIEWER              PIC X(20).
           05  IVD-DISPOSITION              PIC X(04).
           05  IVD-RESULT-DATE              PIC 9(08).
           05  IVD-RESULT-DATE-X REDEFINES IVD-RESULT-DATE
                                            PIC X(08).
           05  IVD-BOOKED-DATE              PIC 9(08).
           05  IVD-BOOKED-DATE-X REDEFINES IVD-BOOKED-DATE
                                            PIC X(08).
