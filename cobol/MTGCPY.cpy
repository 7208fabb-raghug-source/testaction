      *> ---------------------------------------------------------------
      *> MTGCPY
      *>
      *> Record layout for the MTGMAST indexed section meeting-pattern
      *> master - one record per course/term/section on CRSEMAST that
      *> meets at a fixed time and place, keyed on MP-MEETING-KEY the
      *> same way the catalog is.  A section with no record here, or
      *> with blank meeting days, is "to be arranged" and never
      *> conflicts with anything.
      *>
      *> MP-MEETING-DAYS is positional, one byte per weekday in the
      *> order M T W R F S U, carrying the day letter when the section
      *> meets that day and a space when it does not - 'M W F  ' is
      *> Monday/Wednesday/Friday - so two patterns share a day when
      *> any one position is non-blank in both.  Start and end times
      *> are 24-hour HHMM; two sections overlap when they share a day
      *> and each starts before the other ends.
      *>
      *> MP-ROOM-KEY repeats the term ahead of building and room so
      *> the alternate key walks one term's bookings room by room for
      *> the ROOMRPT utilization report.  Maintained by MTGUPD,
      *> enforced by ENRLUPD's add path.
      *>
      *> Modification History
      *>   2026-10-09  RG   Original.
      *> ---------------------------------------------------------------
       01  MEETING-PATTERN-RECORD.
           05  MP-MEETING-KEY.
               10  MP-COURSE-CODE     PIC X(08).
               10  MP-TERM            PIC X(06).
               10  MP-SECTION         PIC X(03).
           05  MP-MEETING-DAYS        PIC X(07).
           05  FILLER REDEFINES MP-MEETING-DAYS.
               10  MP-DAY-FLAG        PIC X(01)  OCCURS 7 TIMES.
           05  MP-START-TIME          PIC 9(04).
           05  MP-END-TIME            PIC 9(04).
           05  MP-ROOM-KEY.
               10  MP-ROOM-TERM       PIC X(06).
               10  MP-BUILDING        PIC X(06).
               10  MP-ROOM            PIC X(05).
           05  FILLER                 PIC X(10).
