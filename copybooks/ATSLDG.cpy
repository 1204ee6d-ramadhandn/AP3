      ******************************************************************
      * Copybook: ATSLDG
      * Author: Ramadhan
      * Date-Written: 09/21/2026
      * Purpose: One entry of the persistent ATS transmission ledger
      *          (ATSLEDG) - a candidate transmitted to the ATS, the
      *          name and requisition sent, the batch sequence number
      *          of the latest transmission, the first send date, and
      *          whether the ATS has accepted the candidate (or the
      *          entry was settled by a withdrawal) and when.
      *
      * Modification History:
      *   09/21/2026  RD  Original copybook - the layout used to be
      *                   private to ATSACK; it moves here now that
      *                   the master rebuild reads the ledger for
      *                   candidate names too.  Layout unchanged.
      ******************************************************************

       01  LEDGER-RECORD.
           05  LDG-CAND-ID                  PIC X(10).
           05  LDG-CAND-NAME                PIC X(30).
           05  LDG-POSITION                 PIC X(08).
           05  LDG-BATCH-SEQ                PIC 9(07).
           05  LDG-SEND-DATE                PIC 9(08).
           05  LDG-SEND-DATE-X REDEFINES LDG-SEND-DATE
                                            PIC X(08).
           05  LDG-STATUS                   PIC X(01).
               88  LDG-ACCEPTED                 VALUE "A".
               88  LDG-WITHDRAWN                VALUE "W".
           05  LDG-ACCEPT-DATE              PIC 9(08).
           05  FILLER                       PIC X(08).
