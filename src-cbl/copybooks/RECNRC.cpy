      *  RECNFD.cpy for the matching FILE-CONTROL SELECT).  One line
      *  per key where the post-rollover live Redis value did not
      *  confirm the archived daily total, written by reconcile.cbl.
      *  MISMATCH-NOTE carries RECOVERED when the business date's
      *  live values were reseeded by redis-recover.cbl after a
      *  Redis data loss - the comparison then stands against
      *  restored, not original, counts.
      *  MISMATCH-NOTE ADJUSTMENT marks a line that is not a
      *  mismatch at all: an approved manual count adjustment
      *  (count-adjust.cbl) posted to DAILYSUM today, listed so the
      *  morning check sees every correction made to the counts.
      *  Its signed amount is in MISMATCH-ARCHIVED/MISMATCH-SIGN,
      *  MISMATCH-LIVE is zero, and MISMATCH-POST-DATE is the date
      *  it was approved (MISMATCH-BUS-DATE is the date corrected).
      *  The caller is expected to MOVE SPACES TO MISMATCH-RECORD
      *  before populating the named fields below, so the FILLER
      *  separators always come out as blanks.
           05  MISMATCH-ARCHIVED       PIC 9(09).
           05  FILLER                  PIC X(01).
           05  MISMATCH-LIVE           PIC 9(09).
           05  FILLER                  PIC X(01).
           05  MISMATCH-NOTE           PIC X(10).
               88  MISMATCH-IS-ADJUSTMENT
                                       VALUE "ADJUSTMENT".
           05  FILLER                  PIC X(01).
           05  MISMATCH-SIGN           PIC X(01).
           05  FILLER                  PIC X(01).
           05  MISMATCH-POST-DATE      PIC X(08).
