      *================================================================
      *  CMDNRC.cpy
      *
      *  FD and record layout for the inbound service completion
      *  file (see CMDNFD.cpy for the matching FILE-CONTROL
      *  SELECT).  Fixed format, agreed with the CMMS interface:
      *  record type DN, our request reference from the work order
      *  (blank when the service was planned in the CMMS itself),
      *  the device, the YYYYMMDD the service was completed, and
      *  the CMMS's own work order number.
      *================================================================
       FD  COMPLETION-FILE.
       01  COMPLETION-RECORD.
           05  CMDN-RECORD-TYPE        PIC X(02).
           05  FILLER                  PIC X(01).
           05  CMDN-REQUEST-REF        PIC X(18).
           05  FILLER                  PIC X(01).
           05  CMDN-DEVICE             PIC X(20).
           05  FILLER                  PIC X(01).
           05  CMDN-DONE-DATE          PIC X(08).
           05  FILLER                  PIC X(01).
           05  CMDN-CMMS-WO            PIC X(12).
