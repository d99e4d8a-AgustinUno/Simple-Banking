           05 HIST-AMOUNT PIC 9(7)V99.
           05 HIST-XFR-ID PIC 9(8).
           05 HIST-TYPE PIC X(1).
           05 HIST-CHECK-NO PIC 9(10).
           05 HIST-LINK-DATE PIC 9(8).
           05 HIST-LINK-SEQ PIC 9(4).

      *    Sorted by year first so the archive drains one year at a
      *    time, then by the history key so each year's file stays
       SD SORT-FILE.
       01  SORT-RECORD.
           05 SRT-YEAR PIC 9(4).
           05 SRT-HIST-BODY PIC X(61).

       FD RETAIN-FILE RECORDING MODE F.
       01  RETAIN-RECORD PIC X(61).

      *    ARCHIVE-FILE - the live history layout, minus nothing.
       FD ARCHIVE-FILE RECORDING MODE F.
       01  ARCHIVE-RECORD PIC X(61).

       FD ARCHIVE-REPORT RECORDING MODE F.
       01  ARCHIVE-REPORT-RECORD PIC X(60).
