      *================================================================
      *  INCDCM.cpy
      *
      *  Parameter layout passed on CALL "incident-post" USING ...
      *  by the programs that keep the alert incident register
      *  (INCDRC.cpy) up to date.  Copied into WORKING-STORAGE by
      *  the callers and into the LINKAGE SECTION of
      *  incident-post.cbl so the two always agree on the shape.
      *
      *  INCD-FUNCTION, always for the OPEN incident on INCD-KEY:
      *    OPEN     - open one (INCD-REASON, INCD-VALUE) unless the
      *               key already has one.  Answers OPENED, or OPEN
      *               when one was already open.
      *    NOTIFY   - count a notification sent at INCD-TIER to
      *               INCD-RECIPIENT.  Answers OK.
      *    ACK      - stamp INCD-OPERATOR as acknowledging it (the
      *               first ACK only).  Answers OK.
      *    CLEAR    - close it.  Answers CLOSED.
      *  NOTIFY / ACK / CLEAR answer NONE when the key has no open
      *  incident; any function answers ERROR when the register
      *  could not be opened or written.
      *================================================================
       01  INCIDENT-CALL-PARMS.
           05  INCD-FUNCTION           PIC X(08).
           05  INCD-KEY                PIC X(30).
           05  INCD-REASON             PIC X(12).
           05  INCD-VALUE              PIC S9(09).
           05  INCD-TIER               PIC 9(01).
           05  INCD-RECIPIENT          PIC X(40).
           05  INCD-OPERATOR           PIC X(20).
           05  INCD-STATUS             PIC X(08).
