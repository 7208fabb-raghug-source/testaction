      *> ---------------------------------------------------------------
      *> PRGTCPY
      *>
      *> Record layout for the sequential program requirement
      *> transaction file fed into PRGMUPD.  One record is one add,
      *> change, or delete against the PRGMMAST program requirements
      *> master, keyed on program code / requirement type /
      *> requirement id.  A change replaces the description, minimum
      *> grade, credit hours and elective prefix on an existing
      *> requirement.
      *>
      *> Modification History
      *>   2026-10-06  RG   Original.
      *> ---------------------------------------------------------------
       01  PROGRAM-TRANSACTION-RECORD.
           05  RT-ACTION-CODE         PIC X(01).
               88  RT-ACTION-ADD              VALUE 'A'.
               88  RT-ACTION-CHANGE           VALUE 'C'.
               88  RT-ACTION-DELETE           VALUE 'D'.
           05  RT-PROGRAM-CODE        PIC X(05).
           05  RT-REQUIREMENT-TYPE    PIC X(01).
               88  RT-TYPE-TOTAL              VALUE 'T'.
               88  RT-TYPE-REQUIRED           VALUE 'R'.
               88  RT-TYPE-ELECTIVE           VALUE 'E'.
           05  RT-REQUIREMENT-ID      PIC X(08).
           05  RT-DESCRIPTION         PIC X(20).
           05  RT-MINIMUM-GRADE       PIC X(01).
           05  RT-CREDIT-HOURS        PIC 9(03)V9(01).
           05  RT-ELECTIVE-PREFIX     PIC X(04).
