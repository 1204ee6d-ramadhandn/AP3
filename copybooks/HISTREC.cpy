      *                   control existed carry spaces there, the
      *                   same way RUN-NUMBER-X guards the run-
      *                   control journal itself.
      *   09/24/2026  RD  Added stage E and result ERAS - CANDERAS
      *                   writes one entry per candidate whose name
      *                   and birthdate it erased, with the grounds
      *                   (ERASURE REQUEST or RETENTION SWEEP) in the
      *                   reason field and zero age.  It records no
      *                   decision; readers that count decisions
      *                   pass it over.
      *   10/01/2026  RD  Added stage O and results ACPT, DCLN and
      *                   EXPR - OFFRPROC writes one entry when a
      *                   job offer made on a HIRE disposition is
      *                   accepted, declined or left unanswered past
      *                   its deadline, with the offer's position.
      *                   Like the interview outcome it is not a
      *                   screening decision.
      *   10/05/2026  RD  Added HIST-OVERRIDE-BY, carved from the
      *                   filler - OVRDPROC writes a stage-1 or
      *                   stage-2 PASS/FAIL entry when an HR
      *                   director overrules the screening decision,
      *                   with the authorizing supervisor here and
      *                   the reason code and its description in the
      *                   reason field.  Blank on every entry a
      *                   screening run wrote; the HIST-NOT-
      *                   OVERRIDDEN condition tests it.
      *   10/08/2026  RD  Added HIST-SOURCE, the last byte of the
      *                   filler - the candidate's source channel
      *                   (see CAND-SOURCE in CANDREC) on the entries
      *                   the screening steps write.  There is no
      *                   room for the board, referrer or agency id;
      *                   that lives on the master.  Blank on entries
      *                   written before sources were tracked.
      ******************************************************************

       01  HIST-RECORD.
               88  HIST-RESULT-REJECT           VALUE "REJT".
               88  HIST-RESULT-DUPL             VALUE "DUPL".
               88  HIST-RESULT-WDRN             VALUE "WDRN".
               88  HIST-RESULT-ERASED           VALUE "ERAS".
               88  HIST-RESULT-OFFER-ACCEPTED   VALUE "ACPT".
               88  HIST-RESULT-OFFER-DECLINED   VALUE "DCLN".
               88  HIST-RESULT-OFFER-EXPIRED    VALUE "EXPR".
           05  HIST-REJECT-REASON           PIC X(20).
           05  HIST-AMEND-DATE              PIC 9(08).
           05  HIST-AMEND-DATE-X REDEFINES HIST-AMEND-DATE
               88  HIST-STAGE-2                 VALUE "2".
               88  HIST-STAGE-INTERVIEW         VALUE "3".
               88  HIST-STAGE-WDRW              VALUE "W".
               88  HIST-STAGE-ERASURE           VALUE "E".
               88  HIST-STAGE-OFFER             VALUE "O".
           05  HIST-OVERRIDE-BY             PIC X(10).
               88  HIST-NOT-OVERRIDDEN          VALUE SPACES.
           05  HIST-SOURCE                  PIC X(01).
               88  HIST-SOURCE-UNKNOWN          VALUE SPACE.
