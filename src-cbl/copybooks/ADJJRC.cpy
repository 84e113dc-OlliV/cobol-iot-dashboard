      *================================================================
      *  ADJJRC.cpy
      *
      *  FD and record layout for the count-adjustment journal (see
      *  ADJJFD.cpy for the matching FILE-CONTROL SELECT).  One line
      *  per adjustment at the moment its second operator approved
      *  it: the business date corrected, the key, the signed
      *  correction ("-" in ADJJ-SIGN to take counts away), the
      *  reason code and notes, who staged it and who approved it
      *  with their YYYYMMDDHHMMSS stamps, and the key's site as
      *  resolved at approval.  ADJJ-LIVE-FLAG is Y when the
      *  correction was also applied to the live Redis counter (an
      *  adjustment for today, approved before rollover), N when it
      *  went to the archive only.  Rejected and withdrawn stages
      *  are not journaled - they are on AUDITLOG.
      *  The caller is expected to MOVE SPACES TO
      *  ADJUSTMENT-JOURNAL-RECORD before populating the named
      *  fields below, so the FILLER separators always come out as
      *  blanks.
      *================================================================
       FD  ADJUSTMENT-JOURNAL-FILE.
       01  ADJUSTMENT-JOURNAL-RECORD.
           05  ADJJ-BUS-DATE           PIC X(08).
           05  FILLER                  PIC X(01).
           05  ADJJ-KEY                PIC X(30).
           05  FILLER                  PIC X(01).
           05  ADJJ-AMOUNT             PIC 9(09).
           05  ADJJ-SIGN               PIC X(01).
               88  ADJJ-NEGATIVE       VALUE "-".
           05  FILLER                  PIC X(01).
           05  ADJJ-REASON             PIC X(14).
           05  FILLER                  PIC X(01).
           05  ADJJ-REQUESTOR          PIC X(20).
           05  FILLER                  PIC X(01).
           05  ADJJ-REQ-STAMP          PIC X(14).
           05  FILLER                  PIC X(01).
           05  ADJJ-APPROVER           PIC X(20).
           05  FILLER                  PIC X(01).
           05  ADJJ-APPR-STAMP         PIC X(14).
           05  FILLER                  PIC X(01).
           05  ADJJ-LIVE-FLAG          PIC X(01).
               88  ADJJ-APPLIED-LIVE   VALUE "Y".
           05  FILLER                  PIC X(01).
           05  ADJJ-SITE               PIC X(10).
           05  FILLER                  PIC X(01).
           05  ADJJ-NOTES              PIC X(60).
