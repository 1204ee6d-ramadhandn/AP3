      ******************************************************************
      * Copybook: REQREC
      * Author: Ramadhan
      * Date-Written: 09/07/2026
      * Purpose: One entry of the requisition master - a vacancy the
      *          chain screens, schedules and hires for, keyed by the
      *          requisition (position) code the HR extract carries
      *          in CAND-POSITION.  It holds the job title, the hiring
      *          manager, how many people the job is for, how many
      *          have been hired against it, and its status.
      *
      *          The file is INDEXED, keyed on REQ-POSITION, the same
      *          way the candidate master is keyed on CAND-ID.  REQMAINT
      *          adds and changes requisitions; INPUT2ANGKA and
      *          CORRSCRN refuse candidates for a code not on file or
      *          closed, INTSCHED books no interview against a
      *          requisition on hold or filled, and INTVRSLT counts
      *          each hire against the openings and marks the
      *          requisition filled when the last one is taken.
      *
      * Modification History:
      *   09/07/2026  RD  Original copybook - position code, title,
      *                   hiring manager, openings, hires, status.
      *   10/15/2026  RD  CORRSCRN now reads the file too - no layout
      *                   change.
      ******************************************************************

       01  REQUISITION-RECORD.
           05  REQ-POSITION                 PIC X(08).
           05  REQ-TITLE                    PIC X(30).
           05  REQ-HIRING-MANAGER           PIC X(20).
           05  REQ-OPENINGS                 PIC 9(03).
           05  REQ-OPENINGS-X REDEFINES REQ-OPENINGS
                                            PIC X(03).
           05  REQ-HIRES                    PIC 9(03).
           05  REQ-HIRES-X REDEFINES REQ-HIRES
                                            PIC X(03).
           05  REQ-STATUS                   PIC X(01).
               88  REQ-STATUS-OPEN              VALUE "O".
               88  REQ-STATUS-HOLD              VALUE "H".
               88  REQ-STATUS-FILLED            VALUE "F".
               88  REQ-STATUS-CLOSED            VALUE "C".
               88  REQ-STATUS-VALID             VALUE "O" "H" "F" "C".
           05  REQ-LAST-CHANGE-DATE         PIC 9(08).
           05  FILLER                       PIC X(07).
