      *> ---------------------------------------------------------------
      *> MRGXCPY
      *>
      *> Record layout for the MRGEXREF merge cross-reference file -
      *> one row per duplicate student ID folded away by STUDMRGE,
      *> naming the retired ID and the ID it was merged into.  The
      *> file is appended to and never rewritten, so it is the
      *> standing list of every ID that no longer exists and where
      *> its records went.  TUITADJ reads it to carry a retired ID's
      *> billed charges over to the surviving ID, which is where
      *> STUDMRGE moved the enrollments those charges were billed on.
      *>
      *> Modification History
      *>   2026-10-15  RG   Original.
      *> ---------------------------------------------------------------
       01  MERGE-XREF-RECORD.
           05  MX-RETIRED-ID          PIC 9(05).
           05  FILLER                 PIC X(01).
           05  MX-SURVIVING-ID        PIC 9(05).
           05  FILLER                 PIC X(01).
           05  MX-MERGE-DATE          PIC 9(08).
