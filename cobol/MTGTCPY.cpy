      *> ---------------------------------------------------------------
      *> MTGTCPY
      *>
      *> Record layout for the sequential meeting-pattern transaction
      *> file fed into MTGUPD.  One record is one add, change, or
      *> delete against the MTGMAST meeting-pattern master, keyed on
      *> course code / term / section.  A change replaces the days,
      *> times, building and room together.
      *>
      *> MT-MEETING-DAYS is keyed positionally the way MTGCPY carries
      *> it - M T W R F S U, a space for a day the section does not
      *> meet.  Times are 24-hour HHMM, so '1330' is 1:30 in the
      *> afternoon.
      *>
      *> Modification History
      *>   2026-10-09  RG   Original.
      *> ---------------------------------------------------------------
       01  MEETING-TRANSACTION-RECORD.
           05  MT-ACTION-CODE         PIC X(01).
               88  MT-ACTION-ADD              VALUE 'A'.
               88  MT-ACTION-CHANGE           VALUE 'C'.
               88  MT-ACTION-DELETE           VALUE 'D'.
           05  MT-COURSE-CODE         PIC X(08).
           05  MT-TERM                PIC X(06).
           05  MT-SECTION             PIC X(03).
           05  MT-MEETING-DAYS        PIC X(07).
           05  FILLER REDEFINES MT-MEETING-DAYS.
               10  MT-DAY-FLAG        PIC X(01)  OCCURS 7 TIMES.
           05  MT-START-TIME          PIC 9(04).
           05  FILLER REDEFINES MT-START-TIME.
               10  MT-START-HOUR      PIC 9(02).
               10  MT-START-MINUTE    PIC 9(02).
           05  MT-END-TIME            PIC 9(04).
           05  FILLER REDEFINES MT-END-TIME.
               10  MT-END-HOUR        PIC 9(02).
               10  MT-END-MINUTE      PIC 9(02).
           05  MT-BUILDING            PIC X(06).
           05  MT-ROOM                PIC X(05).
