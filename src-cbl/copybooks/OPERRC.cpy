      *================================================================
      *  OPERRC.cpy
      *
      *  FD and record layout for the operator authorization master
      *  (see OPERFD.cpy for the matching FILE-CONTROL SELECT).  One
      *  row per operator: the ID they sign on with (the "operator"
      *  query value), their name and home site, an active flag,
      *  and one Y/N flag per role -
      *      VIEW          see the dashboard and the metric list
      *      ACK           acknowledge an alert
      *      RESET         archive-and-zero a counter
      *      METRIC-MAINT  add, change, or stage changes to the
      *                    metric master
      *      APPROVE       apply or reject a staged change
      *  The site-limit flag, when Y, confines the operator's RESET
      *  and ACK to keys whose device the device master places at
      *  their home site.  An operator not on this file, or marked
      *  inactive, may do nothing at all.  The caller is expected
      *  to MOVE SPACES TO OPERATOR-MASTER-RECORD before populating
      *  the named fields below, so the FILLER separators always
      *  come out as blanks.
      *================================================================
       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-RECORD.
           05  OPER-ID                 PIC X(20).
           05  FILLER                  PIC X(01).
           05  OPER-NAME               PIC X(30).
           05  FILLER                  PIC X(01).
           05  OPER-HOME-SITE          PIC X(10).
           05  FILLER                  PIC X(01).
           05  OPER-ACTIVE-FLAG        PIC X(01).
               88  OPER-ACTIVE         VALUE "A".
               88  OPER-INACTIVE       VALUE "I".
           05  FILLER                  PIC X(01).
           05  OPER-ROLES.
               10  OPER-ROLE-VIEW      PIC X(01).
                   88  OPER-CAN-VIEW   VALUE "Y".
               10  OPER-ROLE-ACK       PIC X(01).
                   88  OPER-CAN-ACK    VALUE "Y".
               10  OPER-ROLE-RESET     PIC X(01).
                   88  OPER-CAN-RESET  VALUE "Y".
               10  OPER-ROLE-MAINT     PIC X(01).
                   88  OPER-CAN-MAINT  VALUE "Y".
               10  OPER-ROLE-APPROVE   PIC X(01).
                   88  OPER-CAN-APPROVE
                                       VALUE "Y".
           05  FILLER                  PIC X(01).
           05  OPER-SITE-LIMIT         PIC X(01).
               88  OPER-SITE-LIMITED   VALUE "Y".
