      *                   still requires a default band in force at
      *                   job start, so every candidate always has a
      *                   band to screen against.
      *   09/10/2026  RD  Added CRIT-EXPIRE-DATE - a band can now be
      *                   retired by CRITMNT instead of being deleted
      *                   from the file.  Blank means open-ended; a
      *                   band whose expire date is on or before the
      *                   run date is no longer in force.  The record
      *                   stays on file so the bands that applied to
      *                   past decisions can still be reconstructed.
      ******************************************************************

       01  CRITERIA-RECORD.
                                            PIC X(03).
           05  CRIT-POSITION                PIC X(08).
               88  CRIT-DEFAULT-BAND            VALUE SPACES.
           05  CRIT-EXPIRE-DATE             PIC 9(08).
           05  CRIT-EXPIRE-DATE-X REDEFINES CRIT-EXPIRE-DATE
                                            PIC X(08).
               88  CRIT-NO-EXPIRY               VALUE SPACES.
           05  FILLER                       PIC X(49).
