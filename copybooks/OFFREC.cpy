      ******************************************************************
      * Copybook: OFFREC
      * Author: Ramadhan
      * Date-Written: 10/01/2026
      * Purpose: One job offer - made by INTVRSLT for every HIRE
      *          disposition it posts, with the position the
      *          candidate was hired for, the date the offer went out
      *          and the date the candidate must answer by.  OFFRPROC
      *          posts the candidate's accept or decline against it,
      *          or expires it when the deadline passes unanswered,
      *          and OFFRAGE reports on the file.  The offer file is
      *          read whole and rewritten by OFFRPROC, and keeps the
      *          settled offers too, so acceptances can be counted by
      *          position.  It holds no name - the letter and the
      *          new-hire feed take the name from where it is kept.
      *
      * Modification History:
      *   10/01/2026  RD  Original copybook.
      ******************************************************************

       01  OFFER-RECORD.
           05  OFR-CAND-ID                  PIC X(10).
           05  OFR-POSITION                 PIC X(08).
           05  OFR-OFFER-DATE               PIC 9(08).
           05  OFR-OFFER-DATE-X REDEFINES OFR-OFFER-DATE
                                            PIC X(08).
           05  OFR-DEADLINE-DATE            PIC 9(08).
           05  OFR-STATUS                   PIC X(01).
               88  OFR-STATUS-OPEN              VALUE "O".
               88  OFR-STATUS-ACCEPTED          VALUE "A".
               88  OFR-STATUS-DECLINED          VALUE "D".
               88  OFR-STATUS-EXPIRED           VALUE "X".
           05  OFR-STATUS-DATE              PIC 9(08).
           05  OFR-STATUS-DATE-X REDEFINES OFR-STATUS-DATE
                                            PIC X(08).
           05  OFR-HIRE-BATCH-SEQ           PIC 9(07).
           05  OFR-HIRE-BATCH-SEQ-X REDEFINES OFR-HIRE-BATCH-SEQ
                                            PIC X(07).
           05  FILLER                       PIC X(30).
