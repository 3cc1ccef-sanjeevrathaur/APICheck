       01  AR-ARCHIVE-RECORD.
           05  AR-ARCHIVE-DATE             PIC X(08).
           05  AR-ARCHIVE-TIME             PIC X(06).
           05  AR-MASTER-IMAGE             PIC X(362).
