      *  PUMP-07), the site code the device belongs to, and a
      *  free-text location description.  A key with no colon, or
      *  a device not on this file, simply rolls up to no site.
      *
      *  The DEVM-SVC- columns are the device's usage-based service
      *  plan, kept by service-due.cbl: the counter key whose
      *  counts wear the device (DEVM-SVC-KEY) and the counts
      *  between services (DEVM-SVC-INTERVAL); the device's
      *  lifetime count at its last service and that service's
      *  date; its lifetime count as summed from DAILYSUM through
      *  DEVM-SVC-THRU-DATE; and, while a service work order is
      *  open with the maintenance system, the due flag with the
      *  request reference and the date it was raised.  A blank
      *  key or a zero or blank interval means no plan.
      *================================================================
       FD  DEVICE-MASTER-FILE.
       01  DEVICE-MASTER-RECORD.
           05  DEVM-SITE               PIC X(10).
           05  FILLER                  PIC X(01).
           05  DEVM-LOCATION           PIC X(40).
           05  FILLER                  PIC X(01).
           05  DEVM-SVC-KEY            PIC X(30).
           05  FILLER                  PIC X(01).
           05  DEVM-SVC-INTERVAL       PIC 9(09).
           05  FILLER                  PIC X(01).
           05  DEVM-SVC-BASELINE       PIC 9(12).
           05  FILLER                  PIC X(01).
           05  DEVM-SVC-DATE           PIC X(08).
           05  FILLER                  PIC X(01).
           05  DEVM-SVC-LIFETIME       PIC 9(12).
           05  FILLER                  PIC X(01).
           05  DEVM-SVC-THRU-DATE      PIC X(08).
           05  FILLER                  PIC X(01).
           05  DEVM-SVC-DUE-FLAG       PIC X(01).
               88  DEVM-SVC-DUE        VALUE "Y".
           05  FILLER                  PIC X(01).
           05  DEVM-SVC-REQUEST-REF    PIC X(18).
           05  FILLER                  PIC X(01).
           05  DEVM-SVC-DUE-DATE       PIC X(08).
