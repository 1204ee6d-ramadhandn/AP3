      ******************************************************************
      * Copybook: BDAYREC
      * Author: Ramadhan
      * Date-Written: 10/12/2026
      * Purpose: One record of the shared business-day calendar
      *          (BUSCAL) - one record per calendar date, in date
      *          order with no gaps, saying whether the day is a
      *          business day, a public holiday or a weekend.  HR
      *          sends a candidate extract for every business day
      *          and for no other.  The file is small and line
      *          sequential, kept by hand like the source table and
      *          extended a year ahead each December.
      *
      *          INPUT2ANGKA accepts only an extract dated a business
      *          day; SCRNCTUP lists the business days with no
      *          extract processed; ATSACK and INTSCHED count their
      *          aging and waiting days in business days.  A date
      *          before the first or after the last record is not on
      *          the calendar and fails the step that needs it.
      *
      * Modification History:
      *   10/12/2026  RD  Original copybook - date, day type and
      *                   description.
      ******************************************************************

       01  BUSINESS-DAY-RECORD.
           05  BDAY-DATE                    PIC 9(08).
           05  BDAY-DATE-X REDEFINES BDAY-DATE
                                            PIC X(08).
           05  BDAY-TYPE                    PIC X(01).
               88  BDAY-BUSINESS-DAY            VALUE "B".
               88  BDAY-HOLIDAY                 VALUE "H".
               88  BDAY-WEEKEND                 VALUE "W".
               88  BDAY-TYPE-VALID              VALUE "B" "H" "W".
           05  BDAY-DESCRIPTION             PIC X(30).
           05  FILLER                       PIC X(41).
