      *> ---------------------------------------------------------------
      *> ROLTCPY
      *>
      *> Record layout for the ROLLCHG change card file read by
      *> CRSEROLL while it rolls a source term's CRSEMAST sections
      *> forward into the next term.  A section with no card copies
      *> across unchanged; a card names the section by course code
      *> and section number - the term is the run's source term -
      *> and either changes what the copy carries or keeps the
      *> section out of the new term altogether:
      *>
      *>   C  change - a non-zero RT-SEAT-CAPACITY or RT-FEE-RATE
      *>      replaces the source value on the copy; a zero field
      *>      carries the source value across
      *>   D  drop   - the section is not copied
      *>
      *> RT-FEE-RATE carries two implied decimals the way CT-FEE-RATE
      *> does on the CRSETRAN catalog card.
      *>
      *> Modification History
      *>   2026-10-14  RG   Original.
      *> ---------------------------------------------------------------
       01  ROLL-CHANGE-RECORD.
           05  RT-ACTION-CODE         PIC X(01).
               88  RT-ACTION-CHANGE           VALUE 'C'.
               88  RT-ACTION-DROP             VALUE 'D'.
           05  RT-COURSE-CODE         PIC X(08).
           05  RT-SECTION             PIC X(03).
           05  RT-SEAT-CAPACITY       PIC 9(03).
           05  RT-FEE-RATE            PIC 9(03)V9(02).
