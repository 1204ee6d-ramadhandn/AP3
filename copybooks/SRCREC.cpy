      ******************************************************************
      * Copybook: SRCREC
      * Author: Ramadhan
      * Date-Written: 10/08/2026
      * Purpose: One record of the recruiting-source table - a source
      *          a candidate can come in through, with the fee agreed
      *          per placement.  The key is the channel code the HR
      *          extract carries in CAND-SOURCE plus the board,
      *          referrer or agency id in CAND-SOURCE-ID.
      *
      *          A record with a blank id is the channel's general
      *          entry.  Referral, campus and walk-in candidates whose
      *          id is not listed fall back to it; a job board or an
      *          agency must be listed by id, since that is who gets
      *          paid.  The file is small and line sequential, kept
      *          by hand like the criteria file; INPUT2ANGKA and
      *          CORRSCRN load it to prove a candidate's source, and
      *          SRCERPT loads it to cost the month's hires.
      *
      * Modification History:
      *   10/08/2026  RD  Original copybook - channel, id, name, fee
      *                   per placement.
      ******************************************************************

       01  SOURCE-RECORD.
           05  SRC-KEY.
               10  SRC-CHANNEL              PIC X(01).
                   88  SRC-CHANNEL-VALID        VALUE "J" "R" "A"
                                                      "C" "W".
               10  SRC-ID                   PIC X(04).
                   88  SRC-CHANNEL-DEFAULT      VALUE SPACES.
           05  SRC-NAME                     PIC X(30).
           05  SRC-PLACEMENT-FEE            PIC 9(07)V99.
           05  SRC-PLACEMENT-FEE-X REDEFINES SRC-PLACEMENT-FEE
                                            PIC X(09).
           05  FILLER                       PIC X(36).
