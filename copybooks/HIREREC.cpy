      ******************************************************************
      * Copybook: HIREREC
      * Author: Ramadhan
      * Date-Written: 10/01/2026
      * Purpose: Fixed-format new-hire interface record handed to the
      *          HRIS/payroll team - one line per candidate who
      *          accepted a job offer, with the position, the date of
      *          the offer and the date it was accepted.  Written by
      *          OFFRPROC between the same header and trailer
      *          envelope as the ATS interface file (see ATSENV),
      *          with its own batch sequence number from the
      *          HIREBSEQ control file.
      *
      * Modification History:
      *   10/01/2026  RD  Original copybook.
      ******************************************************************

       01  NEW-HIRE-RECORD.
           05  NHR-CAND-ID                  PIC X(10).
           05  NHR-CAND-NAME                PIC X(30).
           05  NHR-CAND-AGE                 PIC 9(03).
           05  NHR-POSITION                 PIC X(08).
           05  NHR-OFFER-DATE               PIC 9(08).
           05  NHR-ACCEPT-DATE              PIC 9(08).
           05  FILLER                       PIC X(13).
