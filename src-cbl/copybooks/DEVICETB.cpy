      *
      *  KNOWN-DEVICE-COUNT stays 0 when the device master is
      *  missing or empty - the per-key figures still come out,
      *  there are just no site rollups to show.  The table holds
      *  up to 500 devices, in device-ID order.
      *================================================================
       01  KNOWN-DEVICE-TABLE.
           05  KNOWN-DEVICE-COUNT      PIC 9(03) VALUE 0.
           05  KNOWN-DEVICE-ENTRY      OCCURS 500 TIMES.
               10  KNOWN-DEVICE-ID     PIC X(20).
               10  KNOWN-DEVICE-SITE   PIC X(10).
               10  KNOWN-DEVICE-LOCN   PIC X(40).
