      *> ---------------------------------------------------------------
      *> TDETCPY
      *>
      *> Record layout for the tuition charge detail file - the per-
      *> student charges billing invoices from.  TUITCALC cuts it for
      *> the term assessment as TUITDETL; TUITADJ reads the billed
      *> position in the same layout and writes the position as it
      *> stands after each night's drop/add adjustments, so the next
      *> adjustment run starts from what billing has actually been
      *> sent.  Every student's charges close with one term-total
      *> record, and the file carries the INTFCPY header and trailer.
      *>
      *> Modification History
      *>   2026-10-08  RG   Original - layout lifted out of TUITCALC's
      *>                    FD so TUITADJ reads and writes the charge
      *>                    detail with the same record description.
      *> ---------------------------------------------------------------
       01  TUITION-DETAIL-RECORD.
           05  TD-STUDENT-ID          PIC 9(05).
           05  TD-CHARGE-TYPE         PIC X(01).
               88  TD-COURSE-CHARGE           VALUE 'C'.
               88  TD-FLAT-CHARGE             VALUE 'F'.
               88  TD-TERM-TOTAL              VALUE 'T'.
           05  TD-TERM                PIC X(06).
           05  TD-COURSE-CODE         PIC X(08).
           05  TD-SECTION             PIC X(03).
           05  TD-CHARGE-DESC         PIC X(20).
           05  TD-CREDIT-HOURS        PIC 9(01)V9(01).
           05  TD-CHARGE-AMOUNT       PIC 9(07)V9(02).
           05  FILLER                 PIC X(06).
