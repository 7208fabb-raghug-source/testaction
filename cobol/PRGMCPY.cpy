      *> ---------------------------------------------------------------
      *> PRGMCPY
      *>
      *> Record layout for the PRGMMAST indexed program requirements
      *> master - what a program of study (DM-PROGRAM-CODE on
      *> DEMOMAST) demands before a student can graduate.  Keyed on
      *> RQ-REQUIREMENT-KEY (program code / requirement type /
      *> requirement id), so a keyed START on the program code hands
      *> back every requirement for the program in one sequential
      *> walk.  Three kinds of record make up a program:
      *>
      *>   T  total  - one per program, requirement id blank;
      *>               RQ-CREDIT-HOURS is the earned credit the
      *>               program needs in all.
      *>   R  required course - requirement id is the course code;
      *>               RQ-MINIMUM-GRADE is the lowest passing letter
      *>               that satisfies it, the same rule PREQCPY uses.
      *>   E  elective block - requirement id names the block;
      *>               RQ-CREDIT-HOURS of earned credit from courses
      *>               whose code starts with RQ-ELECTIVE-PREFIX fill
      *>               it.  A course already named as a required
      *>               course never counts toward a block.
      *>
      *> Maintained by PRGMUPD, read by DEGAUDIT.
      *>
      *> Modification History
      *>   2026-10-06  RG   Original.
      *> ---------------------------------------------------------------
       01  PROGRAM-REQUIREMENT-RECORD.
           05  RQ-REQUIREMENT-KEY.
               10  RQ-PROGRAM-CODE    PIC X(05).
               10  RQ-REQUIREMENT-TYPE PIC X(01).
                   88  RQ-TYPE-TOTAL          VALUE 'T'.
                   88  RQ-TYPE-REQUIRED       VALUE 'R'.
                   88  RQ-TYPE-ELECTIVE       VALUE 'E'.
               10  RQ-REQUIREMENT-ID  PIC X(08).
           05  RQ-DESCRIPTION         PIC X(20).
           05  RQ-MINIMUM-GRADE       PIC X(01).
               88  RQ-MIN-GRADE-VALID         VALUE 'A' 'B' 'C' 'D'.
           05  RQ-CREDIT-HOURS        PIC 9(03)V9(01).
           05  RQ-ELECTIVE-PREFIX     PIC X(04).
           05  FILLER                 PIC X(10).
