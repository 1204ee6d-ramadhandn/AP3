      *                   on the derived age.  The age disputes came
      *                   from CAND-AGE being computed at
      *                   application date and screened weeks later.
      *   10/08/2026  RD  Added CAND-SOURCE and CAND-SOURCE-ID - the
      *                   channel the candidate came in through (job
      *                   board, employee referral, agency, campus or
      *                   walk-in) and the board, referrer or agency
      *                   it names, proved by INPUT2ANGKA against the
      *                   source table (see SRCREC) and carried to the
      *                   history and master like CAND-POSITION.  The
      *                   id is four characters because the record
      *                   must still fit the 72-byte candidate image
      *                   on the interview backlog.
      ******************************************************************

       01  CANDIDATE-RECORD.
           05  CAND-STAGE2-RESULT           PIC X(04).
               88  CAND-STAGE2-PASS             VALUE "PASS".
               88  CAND-STAGE2-FAIL             VALUE "FAIL".
           05  CAND-SOURCE                  PIC X(01).
               88  CAND-SOURCE-JOB-BOARD        VALUE "J".
               88  CAND-SOURCE-REFERRAL         VALUE "R".
               88  CAND-SOURCE-AGENCY           VALUE "A".
               88  CAND-SOURCE-CAMPUS           VALUE "C".
               88  CAND-SOURCE-WALK-IN          VALUE "W".
               88  CAND-SOURCE-KNOWN            VALUE "J" "R" "A"
                                                      "C" "W".
           05  CAND-SOURCE-ID               PIC X(04).
