IDENTIFICATION DIVISION.
PROGRAM-ID.     DEGAUDIT.
AUTHOR.         R GUPTA.
INSTALLATION.   REGISTRAR SYSTEMS.
DATE-WRITTEN.   2026-10-06.
DATE-COMPILED.

*> -------------------------------------------------------------------
*> DEGAUDIT audits every active student on STUDMAST against the
*> requirements of their program of study.  The program code comes
*> off the student's DEMOMAST row, and the requirements for it off
*> PRGMMAST (see PRGMCPY): the total earned credit, the required
*> courses with their minimum grades, and the elective credit
*> blocks.  The student's GRADES history is walked first and posts
*> what is satisfied; then their ENROLL rows with no grade on file
*> yet - the same in-progress test TRNSCRPT uses - post what is in
*> progress, priced at the section's CM-CREDIT-HOURS.  Whatever is
*> left is outstanding.
*>
*> A required course is satisfied by any attempt at the minimum
*> grade or better that earns credit under the GR-GRADE-EARNS-
*> CREDIT rule in GRADCPY.  A course named as a required course on
*> the program never counts toward an elective block; any other
*> course that earns credit fills the first block whose prefix it
*> matches that still has room.  Every earned credit counts toward
*> the program total.
*>
*> A student whose requirements are all satisfied is cleared to
*> graduate.  The cleared list is held on a work file as the
*> audit runs and printed at the end of the report, so the
*> registrar has it in one place before anyone sets
*> SM-STUDENT-STATUS to G.  Students with no DEMOMAST row, no
*> program code, or a program not on PRGMMAST are reported and
*> counted as not audited.  The run reads only - nothing is posted.
*>
*> Modification History
*>   2026-10-06  RG   Original.
*> -------------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STUDMAST
        ASSIGN TO STUDMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS SM-STUDENT-ID
        ALTERNATE RECORD KEY IS SM-STUDENT-NAME WITH DUPLICATES
        FILE STATUS IS WS-STUDMAST-STATUS.

    SELECT DEMOMAST
        ASSIGN TO DEMOMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DM-STUDENT-ID
        FILE STATUS IS WS-DEMOMAST-STATUS.

    SELECT PRGMMAST
        ASSIGN TO PRGMMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RQ-REQUIREMENT-KEY
        FILE STATUS IS WS-PRGMMAST-STATUS.

    SELECT GRADES
        ASSIGN TO GRADES
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GR-GRADE-KEY
        FILE STATUS IS WS-GRADES-STATUS.

    SELECT ENROLL
        ASSIGN TO ENROLL
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EN-ENROLL-KEY
        ALTERNATE RECORD KEY IS EN-STUDENT-ID WITH DUPLICATES
        FILE STATUS IS WS-ENROLL-STATUS.

    SELECT CRSEMAST
        ASSIGN TO CRSEMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CM-COURSE-KEY
        FILE STATUS IS WS-CRSEMAST-STATUS.

    SELECT AUDIT-REPORT
        ASSIGN TO DEGARPT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

    SELECT CLEARED-WORK
        ASSIGN TO DEGCLEAR
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CLEARED-STATUS.

DATA DIVISION.
FILE SECTION.
FD  STUDMAST
    LABEL RECORDS ARE STANDARD.
COPY STMFCPY.

FD  DEMOMAST
    LABEL RECORDS ARE STANDARD.
COPY DEMOCPY.

FD  PRGMMAST
    LABEL RECORDS ARE STANDARD.
COPY PRGMCPY.

FD  GRADES
    LABEL RECORDS ARE STANDARD.
COPY GRADCPY.

FD  ENROLL
    LABEL RECORDS ARE STANDARD.
COPY ENRLCPY.

FD  CRSEMAST
    LABEL RECORDS ARE STANDARD.
COPY CRSECPY.

FD  AUDIT-REPORT
    LABEL RECORDS ARE STANDARD.
01  AUDIT-REPORT-LINE               PIC X(80).

FD  CLEARED-WORK
    LABEL RECORDS ARE STANDARD.
01  CLEARED-WORK-LINE               PIC X(80).

WORKING-STORAGE SECTION.
01  WS-STUDMAST-STATUS               PIC X(02)      VALUE '00'.
    88  WS-STUDMAST-OK                              VALUE '00'.

01  WS-DEMOMAST-STATUS               PIC X(02)      VALUE '00'.
    88  WS-DEMOMAST-OK                              VALUE '00'.

01  WS-PRGMMAST-STATUS               PIC X(02)      VALUE '00'.
    88  WS-PRGMMAST-OK                              VALUE '00'.

01  WS-GRADES-STATUS                 PIC X(02)      VALUE '00'.
    88  WS-GRADES-OK                                VALUE '00'.

01  WS-ENROLL-STATUS                 PIC X(02)      VALUE '00'.
    88  WS-ENROLL-OK                                VALUE '00'.

01  WS-CRSEMAST-STATUS               PIC X(02)      VALUE '00'.
    88  WS-CRSEMAST-OK                              VALUE '00'.

01  WS-REPORT-STATUS                 PIC X(02)      VALUE '00'.

01  WS-CLEARED-STATUS                PIC X(02)      VALUE '00'.
    88  WS-CLEARED-OK                               VALUE '00'.

01  WS-EOF-SWITCH                    PIC X(01)      VALUE 'N'.
    88  WS-EOF-STUDMAST                             VALUE 'Y'.

01  WS-EOF-CLEARED-SWITCH            PIC X(01)      VALUE 'N'.
    88  WS-EOF-CLEARED                              VALUE 'Y'.

01  WS-OPEN-ERROR-SWITCH             PIC X(01)      VALUE 'N'.
    88  WS-OPEN-ERROR                               VALUE 'Y'.

01  WS-NO-DEMOMAST-SWITCH            PIC X(01)      VALUE 'N'.
    88  WS-NO-DEMOMAST                              VALUE 'Y'.

01  WS-GRADE-DONE-SWITCH             PIC X(01)      VALUE 'Y'.
    88  WS-GRADES-DONE                              VALUE 'Y'.

01  WS-ENROLL-DONE-SWITCH            PIC X(01)      VALUE 'Y'.
    88  WS-ENROLL-DONE                              VALUE 'Y'.

01  WS-PROGRAM-FOUND-SWITCH          PIC X(01)      VALUE 'N'.
    88  WS-PROGRAM-FOUND                            VALUE 'Y'.

01  WS-PROGRAM-DONE-SWITCH           PIC X(01)      VALUE 'N'.
    88  WS-PROGRAM-DONE                             VALUE 'Y'.

01  WS-CLEARED-SWITCH                PIC X(01)      VALUE 'N'.
    88  WS-ALL-SATISFIED                            VALUE 'Y'.

01  WS-ON-TRACK-SWITCH               PIC X(01)      VALUE 'N'.
    88  WS-ALL-COVERED                              VALUE 'Y'.

01  WS-STUDENT-PROGRAM               PIC X(05)      VALUE SPACES.
01  WS-NOT-AUDITED-REASON            PIC X(40)      VALUE SPACES.

*> The requirements of the program last loaded off PRGMMAST.  A
*> program stays loaded until a student on another program comes
*> along, so a run over a single program reads PRGMMAST once.  The
*> per-student status columns are reset for every student.
01  WS-LOADED-PROGRAM                PIC X(05)      VALUE SPACES.
01  WS-PROGRAM-TOTAL-CREDITS         PIC 9(03)V9(01) VALUE ZERO.

01  WS-REQUIRED-TABLE.
    05  WS-REQ-USED-CNT             PIC 9(02) COMP  VALUE ZERO.
    05  WS-REQ-ENTRY OCCURS 40 TIMES.
        10  WS-REQ-COURSE-CODE      PIC X(08).
        10  WS-REQ-DESCRIPTION      PIC X(20).
        10  WS-REQ-MINIMUM-GRADE    PIC X(01).
        10  WS-REQ-STATUS           PIC X(01).
            88  WS-REQ-SATISFIED                   VALUE 'S'.
            88  WS-REQ-IN-PROGRESS                 VALUE 'P'.
            88  WS-REQ-OUTSTANDING                 VALUE 'O'.
        10  WS-REQ-GRADE            PIC X(01).
        10  WS-REQ-TERM             PIC X(06).

01  WS-ELECTIVE-TABLE.
    05  WS-ELEC-USED-CNT            PIC 9(02) COMP  VALUE ZERO.
    05  WS-ELEC-ENTRY OCCURS 20 TIMES.
        10  WS-ELEC-BLOCK-ID        PIC X(08).
        10  WS-ELEC-DESCRIPTION     PIC X(20).
        10  WS-ELEC-PREFIX          PIC X(04).
        10  WS-ELEC-PREFIX-LENGTH   PIC 9(01) COMP.
        10  WS-ELEC-REQUIRED        PIC 9(03)V9(01).
        10  WS-ELEC-EARNED          PIC 9(03)V9(01).
        10  WS-ELEC-IN-PROGRESS     PIC 9(03)V9(01).

01  WS-TBL-SUB                       PIC 9(02) COMP  VALUE ZERO.
01  WS-MATCH-SUB                     PIC 9(02) COMP  VALUE ZERO.
01  WS-PREFIX-LENGTH                 PIC 9(01) COMP  VALUE ZERO.

01  WS-MATCH-COURSE-CODE             PIC X(08)      VALUE SPACES.
01  WS-MATCH-CREDIT-HOURS            PIC 9(01)V9(01) VALUE ZERO.

01  WS-RANK-LETTER                   PIC X(01)      VALUE SPACE.
01  WS-GRADE-RANK                    PIC 9(01)      VALUE ZERO.
01  WS-MINIMUM-RANK                  PIC 9(01)      VALUE ZERO.

01  WS-STUDENT-TOTALS.
    05  WS-STU-CRED-EARNED          PIC 9(04)V9(01) VALUE ZERO.
    05  WS-STU-CRED-IN-PROGRESS     PIC 9(04)V9(01) VALUE ZERO.
    05  WS-STU-CRED-COVERED         PIC 9(04)V9(01) VALUE ZERO.

01  WS-COUNTERS.
    05  WS-STUDENTS-READ-CNT        PIC 9(07) COMP  VALUE ZERO.
    05  WS-STUDENTS-AUDITED-CNT     PIC 9(07) COMP  VALUE ZERO.
    05  WS-STUDENTS-CLEARED-CNT     PIC 9(07) COMP  VALUE ZERO.
    05  WS-STUDENTS-ON-TRACK-CNT    PIC 9(07) COMP  VALUE ZERO.
    05  WS-STUDENTS-SHORT-CNT       PIC 9(07) COMP  VALUE ZERO.
    05  WS-NOT-AUDITED-CNT          PIC 9(07) COMP  VALUE ZERO.
    05  WS-STUDENTS-SKIPPED-CNT     PIC 9(07) COMP  VALUE ZERO.

01  WS-CURRENT-DATE.
    05  WS-CURRENT-YEAR              PIC 9(04).
    05  WS-CURRENT-MONTH             PIC 9(02).
    05  WS-CURRENT-DAY               PIC 9(02).

01  WS-REPORT-DATE.
    05  WS-REPORT-MONTH              PIC 9(02).
    05  FILLER                       PIC X(01)      VALUE '/'.
    05  WS-REPORT-DAY                PIC 9(02).
    05  FILLER                       PIC X(01)      VALUE '/'.
    05  WS-REPORT-YEAR               PIC 9(04).

01  HEADING-LINE-1.
    05  FILLER                       PIC X(30)      VALUE
        'DEGREE AUDIT'.
    05  FILLER                       PIC X(20)      VALUE SPACES.
    05  FILLER                       PIC X(05)      VALUE 'DATE:'.
    05  HL1-DATE                     PIC X(10).

01  HEADING-LINE-3.
    05  FILLER                       PIC X(80)      VALUE ALL '-'.

01  STUDENT-HEADING-LINE.
    05  FILLER                       PIC X(09)      VALUE 'STUDENT:'.
    05  SHL-STUDENT-ID               PIC 9(05).
    05  FILLER                       PIC X(02)      VALUE SPACES.
    05  SHL-STUDENT-NAME             PIC X(30).
    05  FILLER                       PIC X(09)      VALUE 'PROGRAM:'.
    05  SHL-PROGRAM-CODE             PIC X(05).

01  REQUIRED-LINE.
    05  FILLER                       PIC X(03)      VALUE SPACES.
    05  FILLER                       PIC X(10)      VALUE 'REQUIRED'.
    05  RQL-COURSE-CODE              PIC X(08).
    05  FILLER                       PIC X(02)      VALUE SPACES.
    05  RQL-DESCRIPTION              PIC X(20).
    05  FILLER                       PIC X(01)      VALUE SPACES.
    05  FILLER                       PIC X(05)      VALUE 'MIN:'.
    05  RQL-MINIMUM-GRADE            PIC X(01).
    05  FILLER                       PIC X(02)      VALUE SPACES.
    05  FILLER                       PIC X(07)      VALUE 'GRADE:'.
    05  RQL-GRADE                    PIC X(01).
    05  FILLER                       PIC X(02)      VALUE SPACES.
    05  RQL-STATUS                   PIC X(12).

01  CREDIT-LINE.
    05  FILLER                       PIC X(03)      VALUE SPACES.
    05  CRL-KIND                     PIC X(10).
    05  CRL-ID                       PIC X(08).
    05  FILLER                       PIC X(02)      VALUE SPACES.
    05  CRL-DESCRIPTION              PIC X(20).
    05  FILLER                       PIC X(01)      VALUE SPACES.
    05  CRL-EARNED                   PIC ZZ9.9.
    05  FILLER                       PIC X(04)      VALUE ' OF '.
    05  CRL-REQUIRED                 PIC ZZ9.9.
    05  FILLER                       PIC X(04)      VALUE ' IP '.
    05  CRL-IN-PROGRESS              PIC ZZ9.9.
    05  FILLER                       PIC X(01)      VALUE SPACES.
    05  CRL-STATUS                   PIC X(12).

01  RESULT-LINE.
    05  FILLER                       PIC X(03)      VALUE SPACES.
    05  FILLER                       PIC X(08)      VALUE 'RESULT:'.
    05  RSL-RESULT                   PIC X(40).

01  CLEARED-HEADING-LINE.
    05  FILLER                       PIC X(30)      VALUE
        'CLEARED TO GRADUATE'.

01  CLEARED-COLUMN-LINE.
    05  FILLER                       PIC X(12)      VALUE 'STUDENT ID'.
    05  FILLER                       PIC X(32)      VALUE
        'STUDENT NAME'.
    05  FILLER                       PIC X(10)      VALUE 'PROGRAM'.
    05  FILLER                       PIC X(14)      VALUE
        'EARNED CREDIT'.

01  CLEARED-DETAIL-LINE.
    05  CDL-STUDENT-ID               PIC 9(05).
    05  FILLER                       PIC X(07)      VALUE SPACES.
    05  CDL-STUDENT-NAME             PIC X(30).
    05  FILLER                       PIC X(02)      VALUE SPACES.
    05  CDL-PROGRAM-CODE             PIC X(05).
    05  FILLER                       PIC X(05)      VALUE SPACES.
    05  CDL-CRED-EARNED              PIC ZZZ9.9.

01  TOTAL-LINE.
    05  TL-CAPTION                   PIC X(30).
    05  TL-CNT                       PIC ZZZ,ZZ9.

01  WS-BLANK-LINE                    PIC X(80)      VALUE SPACES.

PROCEDURE DIVISION.

*> ---------------------------------------------------------------
*> 0000-MAINLINE
*> ---------------------------------------------------------------
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    IF WS-OPEN-ERROR
        STOP RUN
    END-IF
    PERFORM 3000-PROCESS-STUDENT THRU 3000-EXIT
        UNTIL WS-EOF-STUDMAST
    PERFORM 8000-PRINT-CLEARED-LIST THRU 8000-EXIT
    PERFORM 8500-PRINT-CONTROL-TOTALS THRU 8500-EXIT
    PERFORM 9000-TERMINATE THRU 9000-EXIT
    STOP RUN.

*> ---------------------------------------------------------------
*> 1000-INITIALIZE - the requirements master must be there or
*> there is nothing to audit against; a missing DEMOMAST is noted
*> and every student is reported as having no program.
*> ---------------------------------------------------------------
1000-INITIALIZE.
    OPEN INPUT PRGMMAST
    IF NOT WS-PRGMMAST-OK
        DISPLAY 'DEGAUDIT - PRGMMAST OPEN FAILED, STATUS '
            WS-PRGMMAST-STATUS ' - RUN PRGMUPD FIRST - RUN STOPPED'
        SET WS-OPEN-ERROR TO TRUE
        GO TO 1000-EXIT
    END-IF
    OPEN INPUT DEMOMAST
    IF NOT WS-DEMOMAST-OK
        SET WS-NO-DEMOMAST TO TRUE
        DISPLAY 'DEGAUDIT - NO DEMOMAST FILE - NO STUDENT HAS A '
            'PROGRAM OF STUDY'
    END-IF
    OPEN INPUT STUDMAST
    OPEN INPUT GRADES
    OPEN INPUT ENROLL
    OPEN INPUT CRSEMAST
    OPEN OUTPUT AUDIT-REPORT
    OPEN OUTPUT CLEARED-WORK
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    MOVE WS-CURRENT-MONTH TO WS-REPORT-MONTH
    MOVE WS-CURRENT-DAY   TO WS-REPORT-DAY
    MOVE WS-CURRENT-YEAR  TO WS-REPORT-YEAR
    PERFORM 2000-READ-STUDENT THRU 2000-EXIT.
1000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2000-READ-STUDENT
*> ---------------------------------------------------------------
2000-READ-STUDENT.
    READ STUDMAST NEXT RECORD
        AT END
            SET WS-EOF-STUDMAST TO TRUE
    END-READ.
    IF NOT WS-EOF-STUDMAST
        ADD 1 TO WS-STUDENTS-READ-CNT
    END-IF.
2000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3000-PROCESS-STUDENT - only active students are audited; a
*> graduated, withdrawn or inactive student is skipped.
*> ---------------------------------------------------------------
3000-PROCESS-STUDENT.
    IF NOT SM-STATUS-ACTIVE
        ADD 1 TO WS-STUDENTS-SKIPPED-CNT
        GO TO 3000-READ-NEXT
    END-IF
    MOVE SPACES TO WS-NOT-AUDITED-REASON
    PERFORM 3100-FIND-PROGRAM THRU 3100-EXIT
    IF WS-NOT-AUDITED-REASON = SPACES
        PERFORM 3200-LOAD-PROGRAM THRU 3200-EXIT
    END-IF
    PERFORM 4000-PRINT-STUDENT-HEADING THRU 4000-EXIT
    IF WS-NOT-AUDITED-REASON NOT = SPACES
        MOVE WS-NOT-AUDITED-REASON TO RSL-RESULT
        WRITE AUDIT-REPORT-LINE FROM RESULT-LINE
        WRITE AUDIT-REPORT-LINE FROM WS-BLANK-LINE
        ADD 1 TO WS-NOT-AUDITED-CNT
        GO TO 3000-READ-NEXT
    END-IF
    PERFORM 3300-RESET-STUDENT THRU 3300-EXIT
    PERFORM 5000-POST-GRADES THRU 5000-EXIT
    PERFORM 6000-POST-IN-PROGRESS THRU 6000-EXIT
    PERFORM 7000-PRINT-AUDIT THRU 7000-EXIT
    ADD 1 TO WS-STUDENTS-AUDITED-CNT.
3000-READ-NEXT.
    PERFORM 2000-READ-STUDENT THRU 2000-EXIT.
3000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3100-FIND-PROGRAM - the program of study is the DM-PROGRAM-CODE
*> on the student's demographics row.
*> ---------------------------------------------------------------
3100-FIND-PROGRAM.
    MOVE SPACES TO WS-STUDENT-PROGRAM
    IF WS-NO-DEMOMAST
        MOVE 'NOT AUDITED - NO DEMOGRAPHICS ROW'
            TO WS-NOT-AUDITED-REASON
        GO TO 3100-EXIT
    END-IF
    MOVE SM-STUDENT-ID TO DM-STUDENT-ID
    READ DEMOMAST
        INVALID KEY
            MOVE 'NOT AUDITED - NO DEMOGRAPHICS ROW'
                TO WS-NOT-AUDITED-REASON
            GO TO 3100-EXIT
    END-READ
    IF DM-PROGRAM-CODE = SPACES
        MOVE 'NOT AUDITED - NO PROGRAM OF STUDY'
            TO WS-NOT-AUDITED-REASON
    ELSE
        MOVE DM-PROGRAM-CODE TO WS-STUDENT-PROGRAM
    END-IF.
3100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3200-LOAD-PROGRAM - walk the program's requirement records off
*> PRGMMAST into the tables, unless the program is already the one
*> loaded.  A program with no records at all is not on file.
*> ---------------------------------------------------------------
3200-LOAD-PROGRAM.
    IF WS-STUDENT-PROGRAM = WS-LOADED-PROGRAM
        GO TO 3200-CHECK-FOUND
    END-IF
    MOVE WS-STUDENT-PROGRAM TO WS-LOADED-PROGRAM
    MOVE 'N'  TO WS-PROGRAM-FOUND-SWITCH
    MOVE 'N'  TO WS-PROGRAM-DONE-SWITCH
    MOVE ZERO TO WS-PROGRAM-TOTAL-CREDITS
                 WS-REQ-USED-CNT
                 WS-ELEC-USED-CNT
    MOVE WS-STUDENT-PROGRAM TO RQ-PROGRAM-CODE
    MOVE LOW-VALUES         TO RQ-REQUIREMENT-TYPE RQ-REQUIREMENT-ID
    START PRGMMAST KEY NOT LESS THAN RQ-REQUIREMENT-KEY
        INVALID KEY
            GO TO 3200-CHECK-FOUND
    END-START
    PERFORM 3250-LOAD-REQUIREMENT THRU 3250-EXIT
        UNTIL WS-PROGRAM-DONE.
3200-CHECK-FOUND.
    IF NOT WS-PROGRAM-FOUND
        MOVE 'NOT AUDITED - PROGRAM NOT ON PRGMMAST'
            TO WS-NOT-AUDITED-REASON
    END-IF.
3200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3250-LOAD-REQUIREMENT - one PRGMMAST record into the table for
*> its type.  The program's records end at end of file or at the
*> first record keyed to another program.  A table past its size
*> drops the overflow with a sysout warning.
*> ---------------------------------------------------------------
3250-LOAD-REQUIREMENT.
    READ PRGMMAST NEXT RECORD
        AT END
            SET WS-PROGRAM-DONE TO TRUE
            GO TO 3250-EXIT
    END-READ
    IF RQ-PROGRAM-CODE NOT = WS-LOADED-PROGRAM
        SET WS-PROGRAM-DONE TO TRUE
        GO TO 3250-EXIT
    END-IF
    SET WS-PROGRAM-FOUND TO TRUE
    EVALUATE TRUE
        WHEN RQ-TYPE-TOTAL
            MOVE RQ-CREDIT-HOURS TO WS-PROGRAM-TOTAL-CREDITS
        WHEN RQ-TYPE-REQUIRED
            IF WS-REQ-USED-CNT < 40
                ADD 1 TO WS-REQ-USED-CNT
                MOVE RQ-REQUIREMENT-ID
                    TO WS-REQ-COURSE-CODE (WS-REQ-USED-CNT)
                MOVE RQ-DESCRIPTION
                    TO WS-REQ-DESCRIPTION (WS-REQ-USED-CNT)
                MOVE RQ-MINIMUM-GRADE
                    TO WS-REQ-MINIMUM-GRADE (WS-REQ-USED-CNT)
            ELSE
                DISPLAY 'DEGAUDIT - PROGRAM ' RQ-PROGRAM-CODE
                    ' HAS MORE THAN 40 REQUIRED COURSES - '
                    RQ-REQUIREMENT-ID ' IGNORED'
            END-IF
        WHEN RQ-TYPE-ELECTIVE
            IF WS-ELEC-USED-CNT < 20
                ADD 1 TO WS-ELEC-USED-CNT
                PERFORM 3260-LOAD-ELECTIVE-BLOCK THRU 3260-EXIT
            ELSE
                DISPLAY 'DEGAUDIT - PROGRAM ' RQ-PROGRAM-CODE
                    ' HAS MORE THAN 20 ELECTIVE BLOCKS - '
                    RQ-REQUIREMENT-ID ' IGNORED'
            END-IF
    END-EVALUATE.
3250-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3260-LOAD-ELECTIVE-BLOCK - the compare length is the block's
*> course prefix with its trailing spaces dropped, the same way
*> NAMESRCH sizes a search name.
*> ---------------------------------------------------------------
3260-LOAD-ELECTIVE-BLOCK.
    MOVE RQ-REQUIREMENT-ID  TO WS-ELEC-BLOCK-ID (WS-ELEC-USED-CNT)
    MOVE RQ-DESCRIPTION     TO WS-ELEC-DESCRIPTION (WS-ELEC-USED-CNT)
    MOVE RQ-ELECTIVE-PREFIX TO WS-ELEC-PREFIX (WS-ELEC-USED-CNT)
    MOVE RQ-CREDIT-HOURS    TO WS-ELEC-REQUIRED (WS-ELEC-USED-CNT)
    MOVE 4 TO WS-PREFIX-LENGTH
    PERFORM 3270-TRIM-ONE-SPACE THRU 3270-EXIT
        UNTIL WS-PREFIX-LENGTH = ZERO
           OR RQ-ELECTIVE-PREFIX (WS-PREFIX-LENGTH:1) NOT = SPACE
    MOVE WS-PREFIX-LENGTH
        TO WS-ELEC-PREFIX-LENGTH (WS-ELEC-USED-CNT).
3260-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3270-TRIM-ONE-SPACE
*> ---------------------------------------------------------------
3270-TRIM-ONE-SPACE.
    SUBTRACT 1 FROM WS-PREFIX-LENGTH.
3270-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3300-RESET-STUDENT - every requirement starts outstanding and
*> every block empty for the student about to be audited.
*> ---------------------------------------------------------------
3300-RESET-STUDENT.
    MOVE ZERO TO WS-STU-CRED-EARNED
                 WS-STU-CRED-IN-PROGRESS
                 WS-STU-CRED-COVERED
    PERFORM 3310-RESET-REQUIRED THRU 3310-EXIT
        VARYING WS-TBL-SUB FROM 1 BY 1
        UNTIL WS-TBL-SUB > WS-REQ-USED-CNT
    PERFORM 3320-RESET-ELECTIVE THRU 3320-EXIT
        VARYING WS-TBL-SUB FROM 1 BY 1
        UNTIL WS-TBL-SUB > WS-ELEC-USED-CNT.
3300-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3310-RESET-REQUIRED
*> ---------------------------------------------------------------
3310-RESET-REQUIRED.
    SET WS-REQ-OUTSTANDING (WS-TBL-SUB) TO TRUE
    MOVE SPACE  TO WS-REQ-GRADE (WS-TBL-SUB)
    MOVE SPACES TO WS-REQ-TERM (WS-TBL-SUB).
3310-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3320-RESET-ELECTIVE
*> ---------------------------------------------------------------
3320-RESET-ELECTIVE.
    MOVE ZERO TO WS-ELEC-EARNED (WS-TBL-SUB)
                 WS-ELEC-IN-PROGRESS (WS-TBL-SUB).
3320-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4000-PRINT-STUDENT-HEADING
*> ---------------------------------------------------------------
4000-PRINT-STUDENT-HEADING.
    MOVE WS-REPORT-DATE     TO HL1-DATE
    WRITE AUDIT-REPORT-LINE FROM HEADING-LINE-1
    MOVE SM-STUDENT-ID      TO SHL-STUDENT-ID
    MOVE SM-STUDENT-NAME    TO SHL-STUDENT-NAME
    MOVE WS-STUDENT-PROGRAM TO SHL-PROGRAM-CODE
    WRITE AUDIT-REPORT-LINE FROM STUDENT-HEADING-LINE
    WRITE AUDIT-REPORT-LINE FROM HEADING-LINE-3.
4000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5000-POST-GRADES - walk the student's GRADES history, started at
*> their first key the way TRNSCRPT positions it.
*> ---------------------------------------------------------------
5000-POST-GRADES.
    MOVE 'Y' TO WS-GRADE-DONE-SWITCH
    MOVE SM-STUDENT-ID TO GR-STUDENT-ID
    MOVE LOW-VALUES    TO GR-TERM GR-COURSE-CODE GR-SECTION
    START GRADES KEY NOT LESS THAN GR-GRADE-KEY
        INVALID KEY
            GO TO 5000-EXIT
    END-START
    PERFORM 5300-READ-NEXT-GRADE THRU 5300-EXIT
    PERFORM 5100-POST-ONE-GRADE THRU 5100-EXIT
        UNTIL WS-GRADES-DONE.
5000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5100-POST-ONE-GRADE - a grade that earns credit counts toward
*> the total; then it either satisfies the required course it
*> matches or, on a course the program does not require, goes
*> into an elective block.
*> ---------------------------------------------------------------
5100-POST-ONE-GRADE.
    IF GR-GRADE-EARNS-CREDIT
        ADD GR-CREDIT-HOURS TO WS-STU-CRED-EARNED
    END-IF
    MOVE GR-COURSE-CODE TO WS-MATCH-COURSE-CODE
    PERFORM 7800-FIND-REQUIRED THRU 7800-EXIT
    IF WS-MATCH-SUB > ZERO
        PERFORM 5200-CHECK-REQUIRED-GRADE THRU 5200-EXIT
    ELSE
        IF GR-GRADE-EARNS-CREDIT
            MOVE GR-CREDIT-HOURS TO WS-MATCH-CREDIT-HOURS
            PERFORM 7850-FIND-ELECTIVE-EARNED THRU 7850-EXIT
            IF WS-MATCH-SUB > ZERO
                ADD GR-CREDIT-HOURS
                    TO WS-ELEC-EARNED (WS-MATCH-SUB)
            END-IF
        END-IF
    END-IF
    PERFORM 5300-READ-NEXT-GRADE THRU 5300-EXIT.
5100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5200-CHECK-REQUIRED-GRADE - the attempt satisfies the course if
*> it earns credit at the minimum grade or better.  A course once
*> satisfied stays satisfied whatever a later attempt shows.
*> ---------------------------------------------------------------
5200-CHECK-REQUIRED-GRADE.
    IF WS-REQ-SATISFIED (WS-MATCH-SUB)
        GO TO 5200-EXIT
    END-IF
    IF NOT GR-GRADE-EARNS-CREDIT
        MOVE GR-LETTER-GRADE TO WS-REQ-GRADE (WS-MATCH-SUB)
        MOVE GR-TERM         TO WS-REQ-TERM (WS-MATCH-SUB)
        GO TO 5200-EXIT
    END-IF
    MOVE WS-REQ-MINIMUM-GRADE (WS-MATCH-SUB) TO WS-RANK-LETTER
    PERFORM 7900-RANK-GRADE THRU 7900-EXIT
    MOVE WS-GRADE-RANK TO WS-MINIMUM-RANK
    MOVE GR-LETTER-GRADE TO WS-RANK-LETTER
    PERFORM 7900-RANK-GRADE THRU 7900-EXIT
    MOVE GR-LETTER-GRADE TO WS-REQ-GRADE (WS-MATCH-SUB)
    MOVE GR-TERM         TO WS-REQ-TERM (WS-MATCH-SUB)
    IF WS-GRADE-RANK NOT < WS-MINIMUM-RANK
        SET WS-REQ-SATISFIED (WS-MATCH-SUB) TO TRUE
    END-IF.
5200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5300-READ-NEXT-GRADE - the student's grade history ends at end
*> of file or at the first record keyed to another student.
*> ---------------------------------------------------------------
5300-READ-NEXT-GRADE.
    MOVE 'N' TO WS-GRADE-DONE-SWITCH
    READ GRADES NEXT RECORD
        AT END
            SET WS-GRADES-DONE TO TRUE
    END-READ.
    IF NOT WS-GRADES-DONE AND GR-STUDENT-ID NOT = SM-STUDENT-ID
        SET WS-GRADES-DONE TO TRUE
    END-IF.
5300-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 6000-POST-IN-PROGRESS - walk the student's enrollments off the
*> alternate key; one with no grade on file yet is in progress.
*> ---------------------------------------------------------------
6000-POST-IN-PROGRESS.
    MOVE 'Y' TO WS-ENROLL-DONE-SWITCH
    MOVE SM-STUDENT-ID TO EN-STUDENT-ID
    START ENROLL KEY NOT LESS THAN EN-STUDENT-ID
        INVALID KEY
            GO TO 6000-EXIT
    END-START
    PERFORM 6100-READ-ENROLLMENT THRU 6100-EXIT
    PERFORM 6200-CHECK-ENROLLMENT THRU 6200-EXIT
        UNTIL WS-ENROLL-DONE.
6000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 6100-READ-ENROLLMENT - the student's enrollments end at end of
*> file or at the first record keyed to another student.
*> ---------------------------------------------------------------
6100-READ-ENROLLMENT.
    MOVE 'N' TO WS-ENROLL-DONE-SWITCH
    READ ENROLL NEXT RECORD
        AT END
            SET WS-ENROLL-DONE TO TRUE
    END-READ.
    IF NOT WS-ENROLL-DONE AND EN-STUDENT-ID NOT = SM-STUDENT-ID
        SET WS-ENROLL-DONE TO TRUE
    END-IF.
6100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 6200-CHECK-ENROLLMENT - an enrollment with a grade on file was
*> posted off GRADES already; one without is in progress.
*> ---------------------------------------------------------------
6200-CHECK-ENROLLMENT.
    MOVE EN-STUDENT-ID  TO GR-STUDENT-ID
    MOVE EN-TERM        TO GR-TERM
    MOVE EN-COURSE-CODE TO GR-COURSE-CODE
    MOVE EN-SECTION     TO GR-SECTION
    READ GRADES
        INVALID KEY
            PERFORM 6300-POST-ONE-ENROLLMENT THRU 6300-EXIT
    END-READ
    PERFORM 6100-READ-ENROLLMENT THRU 6100-EXIT.
6200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 6300-POST-ONE-ENROLLMENT - the section's credit hours come off
*> the catalog; a section no longer on CRSEMAST still marks its
*> required course in progress but carries no credit.
*> ---------------------------------------------------------------
6300-POST-ONE-ENROLLMENT.
    MOVE EN-COURSE-CODE TO CM-COURSE-CODE
    MOVE EN-TERM        TO CM-TERM
    MOVE EN-SECTION     TO CM-SECTION
    MOVE ZERO TO WS-MATCH-CREDIT-HOURS
    READ CRSEMAST
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE CM-CREDIT-HOURS TO WS-MATCH-CREDIT-HOURS
    END-READ
    ADD WS-MATCH-CREDIT-HOURS TO WS-STU-CRED-IN-PROGRESS
    MOVE EN-COURSE-CODE TO WS-MATCH-COURSE-CODE
    PERFORM 7800-FIND-REQUIRED THRU 7800-EXIT
    IF WS-MATCH-SUB > ZERO
        IF NOT WS-REQ-SATISFIED (WS-MATCH-SUB)
            SET WS-REQ-IN-PROGRESS (WS-MATCH-SUB) TO TRUE
            MOVE SPACE   TO WS-REQ-GRADE (WS-MATCH-SUB)
            MOVE EN-TERM TO WS-REQ-TERM (WS-MATCH-SUB)
        END-IF
    ELSE
        PERFORM 7860-FIND-ELECTIVE-COVERED THRU 7860-EXIT
        IF WS-MATCH-SUB > ZERO
            ADD WS-MATCH-CREDIT-HOURS
                TO WS-ELEC-IN-PROGRESS (WS-MATCH-SUB)
        END-IF
    END-IF.
6300-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 7000-PRINT-AUDIT - one line per requirement, the program total,
*> and the result.  Cleared means every requirement is satisfied
*> on earned credit alone; on track means what is in progress
*> would cover the rest.
*> ---------------------------------------------------------------
7000-PRINT-AUDIT.
    SET WS-ALL-SATISFIED TO TRUE
    SET WS-ALL-COVERED   TO TRUE
    PERFORM 7100-PRINT-REQUIRED THRU 7100-EXIT
        VARYING WS-TBL-SUB FROM 1 BY 1
        UNTIL WS-TBL-SUB > WS-REQ-USED-CNT
    PERFORM 7200-PRINT-ELECTIVE THRU 7200-EXIT
        VARYING WS-TBL-SUB FROM 1 BY 1
        UNTIL WS-TBL-SUB > WS-ELEC-USED-CNT
    PERFORM 7300-PRINT-PROGRAM-TOTAL THRU 7300-EXIT
    EVALUATE TRUE
        WHEN WS-ALL-SATISFIED
            MOVE 'CLEARED TO GRADUATE' TO RSL-RESULT
            ADD 1 TO WS-STUDENTS-CLEARED-CNT
            PERFORM 7400-WRITE-CLEARED THRU 7400-EXIT
        WHEN WS-ALL-COVERED
            MOVE 'ON TRACK - REQUIREMENTS IN PROGRESS'
                TO RSL-RESULT
            ADD 1 TO WS-STUDENTS-ON-TRACK-CNT
        WHEN OTHER
            MOVE 'REQUIREMENTS OUTSTANDING' TO RSL-RESULT
            ADD 1 TO WS-STUDENTS-SHORT-CNT
    END-EVALUATE
    WRITE AUDIT-REPORT-LINE FROM RESULT-LINE
    WRITE AUDIT-REPORT-LINE FROM WS-BLANK-LINE.
7000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 7100-PRINT-REQUIRED
*> ---------------------------------------------------------------
7100-PRINT-REQUIRED.
    MOVE WS-REQ-COURSE-CODE (WS-TBL-SUB)   TO RQL-COURSE-CODE
    MOVE WS-REQ-DESCRIPTION (WS-TBL-SUB)   TO RQL-DESCRIPTION
    MOVE WS-REQ-MINIMUM-GRADE (WS-TBL-SUB) TO RQL-MINIMUM-GRADE
    MOVE WS-REQ-GRADE (WS-TBL-SUB)         TO RQL-GRADE
    EVALUATE TRUE
        WHEN WS-REQ-SATISFIED (WS-TBL-SUB)
            MOVE 'SATISFIED'   TO RQL-STATUS
        WHEN WS-REQ-IN-PROGRESS (WS-TBL-SUB)
            MOVE 'IN PROGRESS' TO RQL-STATUS
            MOVE 'N' TO WS-CLEARED-SWITCH
        WHEN OTHER
            MOVE 'OUTSTANDING' TO RQL-STATUS
            MOVE 'N' TO WS-CLEARED-SWITCH
            MOVE 'N' TO WS-ON-TRACK-SWITCH
    END-EVALUATE
    WRITE AUDIT-REPORT-LINE FROM REQUIRED-LINE.
7100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 7200-PRINT-ELECTIVE
*> ---------------------------------------------------------------
7200-PRINT-ELECTIVE.
    MOVE 'ELECTIVE'                        TO CRL-KIND
    MOVE WS-ELEC-BLOCK-ID (WS-TBL-SUB)     TO CRL-ID
    MOVE WS-ELEC-DESCRIPTION (WS-TBL-SUB)  TO CRL-DESCRIPTION
    MOVE WS-ELEC-EARNED (WS-TBL-SUB)       TO CRL-EARNED
    MOVE WS-ELEC-REQUIRED (WS-TBL-SUB)     TO CRL-REQUIRED
    MOVE WS-ELEC-IN-PROGRESS (WS-TBL-SUB)  TO CRL-IN-PROGRESS
    ADD WS-ELEC-EARNED (WS-TBL-SUB) WS-ELEC-IN-PROGRESS (WS-TBL-SUB)
        GIVING WS-STU-CRED-COVERED
    EVALUATE TRUE
        WHEN WS-ELEC-EARNED (WS-TBL-SUB)
                NOT < WS-ELEC-REQUIRED (WS-TBL-SUB)
            MOVE 'SATISFIED'   TO CRL-STATUS
        WHEN WS-STU-CRED-COVERED NOT < WS-ELEC-REQUIRED (WS-TBL-SUB)
            MOVE 'IN PROGRESS' TO CRL-STATUS
            MOVE 'N' TO WS-CLEARED-SWITCH
        WHEN OTHER
            MOVE 'OUTSTANDING' TO CRL-STATUS
            MOVE 'N' TO WS-CLEARED-SWITCH
            MOVE 'N' TO WS-ON-TRACK-SWITCH
    END-EVALUATE
    WRITE AUDIT-REPORT-LINE FROM CREDIT-LINE.
7200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 7300-PRINT-PROGRAM-TOTAL
*> ---------------------------------------------------------------
7300-PRINT-PROGRAM-TOTAL.
    MOVE 'TOTAL'                  TO CRL-KIND
    MOVE SPACES                   TO CRL-ID
    MOVE 'EARNED CREDIT'          TO CRL-DESCRIPTION
    MOVE WS-STU-CRED-EARNED       TO CRL-EARNED
    MOVE WS-PROGRAM-TOTAL-CREDITS TO CRL-REQUIRED
    MOVE WS-STU-CRED-IN-PROGRESS  TO CRL-IN-PROGRESS
    ADD WS-STU-CRED-EARNED WS-STU-CRED-IN-PROGRESS
        GIVING WS-STU-CRED-COVERED
    EVALUATE TRUE
        WHEN WS-STU-CRED-EARNED NOT < WS-PROGRAM-TOTAL-CREDITS
            MOVE 'SATISFIED'   TO CRL-STATUS
        WHEN WS-STU-CRED-COVERED NOT < WS-PROGRAM-TOTAL-CREDITS
            MOVE 'IN PROGRESS' TO CRL-STATUS
            MOVE 'N' TO WS-CLEARED-SWITCH
        WHEN OTHER
            MOVE 'OUTSTANDING' TO CRL-STATUS
            MOVE 'N' TO WS-CLEARED-SWITCH
            MOVE 'N' TO WS-ON-TRACK-SWITCH
    END-EVALUATE
    WRITE AUDIT-REPORT-LINE FROM HEADING-LINE-3
    WRITE AUDIT-REPORT-LINE FROM CREDIT-LINE.
7300-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 7400-WRITE-CLEARED - held on the work file until the audit is
*> done, then printed as the closing list.
*> ---------------------------------------------------------------
7400-WRITE-CLEARED.
    MOVE SM-STUDENT-ID      TO CDL-STUDENT-ID
    MOVE SM-STUDENT-NAME    TO CDL-STUDENT-NAME
    MOVE WS-STUDENT-PROGRAM TO CDL-PROGRAM-CODE
    MOVE WS-STU-CRED-EARNED TO CDL-CRED-EARNED
    WRITE CLEARED-WORK-LINE FROM CLEARED-DETAIL-LINE.
7400-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 7800-FIND-REQUIRED - WS-MATCH-SUB comes back pointing at the
*> required course matching WS-MATCH-COURSE-CODE, or zero.
*> ---------------------------------------------------------------
7800-FIND-REQUIRED.
    MOVE ZERO TO WS-MATCH-SUB
    PERFORM 7810-SCAN-REQUIRED THRU 7810-EXIT
        VARYING WS-TBL-SUB FROM 1 BY 1
        UNTIL WS-TBL-SUB > WS-REQ-USED-CNT
           OR WS-MATCH-SUB > ZERO.
7800-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 7810-SCAN-REQUIRED
*> ---------------------------------------------------------------
7810-SCAN-REQUIRED.
    IF WS-REQ-COURSE-CODE (WS-TBL-SUB) = WS-MATCH-COURSE-CODE
        MOVE WS-TBL-SUB TO WS-MATCH-SUB
    END-IF.
7810-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 7850-FIND-ELECTIVE-EARNED - the first block whose prefix the
*> course matches and whose earned credit is still short.
*> ---------------------------------------------------------------
7850-FIND-ELECTIVE-EARNED.
    MOVE ZERO TO WS-MATCH-SUB
    PERFORM 7855-SCAN-ELECTIVE-EARNED THRU 7855-EXIT
        VARYING WS-TBL-SUB FROM 1 BY 1
        UNTIL WS-TBL-SUB > WS-ELEC-USED-CNT
           OR WS-MATCH-SUB > ZERO.
7850-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 7855-SCAN-ELECTIVE-EARNED
*> ---------------------------------------------------------------
7855-SCAN-ELECTIVE-EARNED.
    MOVE WS-ELEC-PREFIX-LENGTH (WS-TBL-SUB) TO WS-PREFIX-LENGTH
    IF WS-PREFIX-LENGTH = ZERO
        GO TO 7855-EXIT
    END-IF
    IF WS-MATCH-COURSE-CODE (1:WS-PREFIX-LENGTH) =
          WS-ELEC-PREFIX (WS-TBL-SUB) (1:WS-PREFIX-LENGTH)
          AND WS-ELEC-EARNED (WS-TBL-SUB)
              < WS-ELEC-REQUIRED (WS-TBL-SUB)
        MOVE WS-TBL-SUB TO WS-MATCH-SUB
    END-IF.
7855-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 7860-FIND-ELECTIVE-COVERED - the first block whose prefix the
*> course matches and whose earned plus in-progress credit is
*> still short.
*> ---------------------------------------------------------------
7860-FIND-ELECTIVE-COVERED.
    MOVE ZERO TO WS-MATCH-SUB
    PERFORM 7865-SCAN-ELECTIVE-COVERED THRU 7865-EXIT
        VARYING WS-TBL-SUB FROM 1 BY 1
        UNTIL WS-TBL-SUB > WS-ELEC-USED-CNT
           OR WS-MATCH-SUB > ZERO.
7860-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 7865-SCAN-ELECTIVE-COVERED
*> ---------------------------------------------------------------
7865-SCAN-ELECTIVE-COVERED.
    MOVE WS-ELEC-PREFIX-LENGTH (WS-TBL-SUB) TO WS-PREFIX-LENGTH
    IF WS-PREFIX-LENGTH = ZERO
        GO TO 7865-EXIT
    END-IF
    ADD WS-ELEC-EARNED (WS-TBL-SUB) WS-ELEC-IN-PROGRESS (WS-TBL-SUB)
        GIVING WS-STU-CRED-COVERED
    IF WS-MATCH-COURSE-CODE (1:WS-PREFIX-LENGTH) =
          WS-ELEC-PREFIX (WS-TBL-SUB) (1:WS-PREFIX-LENGTH)
          AND WS-STU-CRED-COVERED < WS-ELEC-REQUIRED (WS-TBL-SUB)
        MOVE WS-TBL-SUB TO WS-MATCH-SUB
    END-IF.
7865-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 7900-RANK-GRADE - A/B/C/D rank 4/3/2/1 into WS-GRADE-RANK for
*> the minimum-grade compare; anything else ranks zero.
*> ---------------------------------------------------------------
7900-RANK-GRADE.
    EVALUATE WS-RANK-LETTER
        WHEN 'A'   MOVE 4 TO WS-GRADE-RANK
        WHEN 'B'   MOVE 3 TO WS-GRADE-RANK
        WHEN 'C'   MOVE 2 TO WS-GRADE-RANK
        WHEN 'D'   MOVE 1 TO WS-GRADE-RANK
        WHEN OTHER MOVE 0 TO WS-GRADE-RANK
    END-EVALUATE.
7900-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8000-PRINT-CLEARED-LIST - close the work file and print it back
*> as the closing list of the report.
*> ---------------------------------------------------------------
8000-PRINT-CLEARED-LIST.
    CLOSE CLEARED-WORK
    MOVE WS-REPORT-DATE TO HL1-DATE
    WRITE AUDIT-REPORT-LINE FROM HEADING-LINE-1
    WRITE AUDIT-REPORT-LINE FROM CLEARED-HEADING-LINE
    WRITE AUDIT-REPORT-LINE FROM HEADING-LINE-3
    WRITE AUDIT-REPORT-LINE FROM CLEARED-COLUMN-LINE
    OPEN INPUT CLEARED-WORK
    IF NOT WS-CLEARED-OK
        GO TO 8000-EXIT
    END-IF
    PERFORM 8100-COPY-CLEARED-LINE THRU 8100-EXIT
        UNTIL WS-EOF-CLEARED
    CLOSE CLEARED-WORK.
8000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8100-COPY-CLEARED-LINE
*> ---------------------------------------------------------------
8100-COPY-CLEARED-LINE.
    READ CLEARED-WORK
        AT END
            SET WS-EOF-CLEARED TO TRUE
            GO TO 8100-EXIT
    END-READ
    WRITE AUDIT-REPORT-LINE FROM CLEARED-WORK-LINE.
8100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8500-PRINT-CONTROL-TOTALS
*> ---------------------------------------------------------------
8500-PRINT-CONTROL-TOTALS.
    WRITE AUDIT-REPORT-LINE FROM HEADING-LINE-3
    MOVE 'STUDENTS AUDITED:'         TO TL-CAPTION
    MOVE WS-STUDENTS-AUDITED-CNT     TO TL-CNT
    WRITE AUDIT-REPORT-LINE FROM TOTAL-LINE
    MOVE 'CLEARED TO GRADUATE:'      TO TL-CAPTION
    MOVE WS-STUDENTS-CLEARED-CNT     TO TL-CNT
    WRITE AUDIT-REPORT-LINE FROM TOTAL-LINE
    MOVE 'ON TRACK - IN PROGRESS:'   TO TL-CAPTION
    MOVE WS-STUDENTS-ON-TRACK-CNT    TO TL-CNT
    WRITE AUDIT-REPORT-LINE FROM TOTAL-LINE
    MOVE 'REQUIREMENTS OUTSTANDING:' TO TL-CAPTION
    MOVE WS-STUDENTS-SHORT-CNT       TO TL-CNT
    WRITE AUDIT-REPORT-LINE FROM TOTAL-LINE
    MOVE 'NOT AUDITED:'              TO TL-CAPTION
    MOVE WS-NOT-AUDITED-CNT          TO TL-CNT
    WRITE AUDIT-REPORT-LINE FROM TOTAL-LINE
    MOVE 'SKIPPED - NOT ACTIVE:'     TO TL-CAPTION
    MOVE WS-STUDENTS-SKIPPED-CNT     TO TL-CNT
    WRITE AUDIT-REPORT-LINE FROM TOTAL-LINE.
8500-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 9000-TERMINATE - control totals to sysout as well, close every
*> file.
*> ---------------------------------------------------------------
9000-TERMINATE.
    DISPLAY 'DEGAUDIT STUDENTS READ     : ' WS-STUDENTS-READ-CNT
    DISPLAY 'DEGAUDIT STUDENTS AUDITED  : ' WS-STUDENTS-AUDITED-CNT
    DISPLAY 'DEGAUDIT CLEARED           : ' WS-STUDENTS-CLEARED-CNT
    DISPLAY 'DEGAUDIT NOT AUDITED       : ' WS-NOT-AUDITED-CNT
    DISPLAY 'DEGAUDIT SKIPPED           : ' WS-STUDENTS-SKIPPED-CNT
    CLOSE STUDMAST
    IF NOT WS-NO-DEMOMAST
        CLOSE DEMOMAST
    END-IF
    CLOSE PRGMMAST
    CLOSE GRADES
    CLOSE ENROLL
    CLOSE CRSEMAST
    CLOSE AUDIT-REPORT.
9000-EXIT.
    EXIT.
