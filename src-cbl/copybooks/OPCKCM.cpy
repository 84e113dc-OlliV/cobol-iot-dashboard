      *================================================================
      *  OPCKCM.cpy
      *
      *  Parameter layout passed on CALL "oper-check" USING ... by
      *  the online programs that must confirm an operator may do
      *  what they ask before doing it.  Copied into WORKING-STORAGE
      *  by the callers and into the LINKAGE SECTION of
      *  oper-check.cbl so the two always agree on the shape.
      *
      *  In:  OPCK-OPERATOR-ID and OPCK-ROLE (VIEW / ACK / RESET /
      *       METRIC-MAINT / APPROVE - see OPERRC.cpy).
      *  Out: OPCK-STATUS -
      *       OK        active operator holding the role
      *       UNKNOWN   no such operator on the master
      *       INACTIVE  operator marked inactive
      *       NO-ROLE   operator lacks the role asked about
      *       NO-FILE   operator master could not be read
      *       plus the operator's name, home site, and site-limit
      *       flag, for the caller's own site check on RESET / ACK.
      *================================================================
       01  OPER-CHECK-PARMS.
           05  OPCK-OPERATOR-ID        PIC X(20).
           05  OPCK-ROLE               PIC X(12).
           05  OPCK-STATUS             PIC X(08).
               88  OPCK-OK             VALUE "OK".
           05  OPCK-NAME               PIC X(30).
           05  OPCK-HOME-SITE          PIC X(10).
           05  OPCK-SITE-LIMIT         PIC X(01).
               88  OPCK-SITE-LIMITED   VALUE "Y".
