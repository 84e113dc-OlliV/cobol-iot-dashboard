      *================================================================
      *  CMWORC.cpy
      *
      *  FD and record layout for the outbound service work-order
      *  request file (see CMWOFD.cpy for the matching FILE-CONTROL
      *  SELECT).  Fixed format, agreed with the CMMS interface:
      *  record type WO, our request reference (the CMMS hands it
      *  back on the completion), the device and where it stands,
      *  the counter key and interval of its service plan, the
      *  counts since its last service, its lifetime count, the
      *  last service date (blank when none is on record), and the
      *  YYYYMMDDHHMMSS the request was raised.
      *  The caller is expected to MOVE SPACES TO WORK-ORDER-RECORD
      *  before populating the named fields below, so the FILLER
      *  separators always come out as blanks.
      *================================================================
       FD  WORK-ORDER-FILE.
       01  WORK-ORDER-RECORD.
           05  CMWO-RECORD-TYPE        PIC X(02).
           05  FILLER                  PIC X(01).
           05  CMWO-REQUEST-REF        PIC X(18).
           05  FILLER                  PIC X(01).
           05  CMWO-DEVICE             PIC X(20).
           05  FILLER                  PIC X(01).
           05  CMWO-SITE               PIC X(10).
           05  FILLER                  PIC X(01).
           05  CMWO-LOCATION           PIC X(40).
           05  FILLER                  PIC X(01).
           05  CMWO-SVC-KEY            PIC X(30).
           05  FILLER                  PIC X(01).
           05  CMWO-INTERVAL           PIC 9(09).
           05  FILLER                  PIC X(01).
           05  CMWO-USAGE              PIC 9(12).
           05  FILLER                  PIC X(01).
           05  CMWO-LIFETIME           PIC 9(12).
           05  FILLER                  PIC X(01).
           05  CMWO-LAST-SVC-DATE      PIC X(08).
           05  FILLER                  PIC X(01).
           05  CMWO-RAISED-STAMP       PIC X(14).
