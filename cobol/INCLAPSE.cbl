IDENTIFICATION DIVISION.
PROGRAM-ID.     INCLAPSE.
AUTHOR.         R GUPTA.
INSTALLATION.   REGISTRAR SYSTEMS.
DATE-WRITTEN.   2026-10-13.
DATE-COMPILED.

*> -------------------------------------------------------------------
*> INCLAPSE is the lapse run for Incomplete grades.  Academic policy
*> gives a student until a completion deadline to finish the work
*> behind an I; after that the I becomes an F.  GRADLOAD accepts
*> the I and TRNSCRPT prints it, but until now nothing expired it,
*> and an I kept on file leaves the course out of ACADSTND's GPA.
*>
*> The deadline term comes off the LAPSPARM parameter card: every
*> I grade still on GRADES for a term earlier than the deadline
*> term lapses.  Term codes collate in date order - the order the
*> GRADES key already keeps a student's history in - so "earlier"
*> is a straight compare.  The run walks GRADES sequentially and
*> lists each lapse by student and course on the LAPSRPT report
*> for the registrar, with the name off STUDMAST.
*>
*> The card's mode byte decides whether anything posts:
*>
*>   P (or blank)  preview - list what would lapse, post nothing,
*>                 so the registrar can chase instructors first
*>   L             lapse - rewrite each I as an F and log it to the
*>                 permanent audit trail via AUDLOG under the same
*>                 GRADE action a GRADLOAD correction is logged with
*>
*> A missing card, a blank deadline term, or any other mode stops
*> the run before GRADES is opened, in the ACADSTND STNDPARM mold.
*> A grade whose student is no longer on the master still lapses -
*> the policy runs on the grade - and is listed as not found so
*> the orphan can be chased.  A run without STUDMAST still lapses
*> and lists every grade, with the names left off.
*>
*> Modification History
*>   2026-10-13  RG   Original.
*>   2026-10-15  RG   Test the STUDMAST open; a run without the
*>                    master lists the lapses without names.
*> -------------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GRADES
        ASSIGN TO GRADES
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS GR-GRADE-KEY
        FILE STATUS IS WS-GRADES-STATUS.

    SELECT STUDMAST
        ASSIGN TO STUDMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SM-STUDENT-ID
        ALTERNATE RECORD KEY IS SM-STUDENT-NAME WITH DUPLICATES
        FILE STATUS IS WS-STUDMAST-STATUS.

    SELECT LAPSE-PARM
        ASSIGN TO LAPSPARM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.

    SELECT LAPSE-REPORT
        ASSIGN TO LAPSRPT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  GRADES
    LABEL RECORDS ARE STANDARD.
COPY GRADCPY.

FD  STUDMAST
    LABEL RECORDS ARE STANDARD.
COPY STMFCPY.

FD  LAPSE-PARM
    LABEL RECORDS ARE STANDARD.
01  LAPSE-PARM-CARD.
    05  LP-DEADLINE-TERM            PIC X(06).
    05  FILLER                      PIC X(01).
    05  LP-RUN-MODE                 PIC X(01).

FD  LAPSE-REPORT
    LABEL RECORDS ARE STANDARD.
01  LAPSE-REPORT-LINE               PIC X(80).

WORKING-STORAGE SECTION.
01  WS-GRADES-STATUS                 PIC X(02)      VALUE '00'.
    88  WS-GRADES-OK                                VALUE '00'.

01  WS-STUDMAST-STATUS               PIC X(02)      VALUE '00'.
    88  WS-STUDMAST-OK                              VALUE '00'.

01  WS-PARM-STATUS                   PIC X(02)      VALUE '00'.
    88  WS-PARM-OK                                  VALUE '00'.

01  WS-REPORT-STATUS                 PIC X(02)      VALUE '00'.

01  WS-EOF-SWITCH                    PIC X(01)      VALUE 'N'.
    88  WS-EOF-GRADES                               VALUE 'Y'.

01  WS-NO-STUDMAST-SWITCH            PIC X(01)      VALUE 'N'.
    88  WS-NO-STUDMAST                              VALUE 'Y'.

01  WS-PARM-ERROR-SWITCH             PIC X(01)      VALUE 'N'.
    88  WS-PARM-ERROR                               VALUE 'Y'.

01  WS-RUN-MODE                      PIC X(01)      VALUE 'P'.
    88  WS-PREVIEW-MODE                             VALUE 'P'.
    88  WS-LAPSE-MODE                               VALUE 'L'.
    88  WS-RUN-MODE-VALID                           VALUE 'P' 'L'.

01  WS-DEADLINE-TERM                 PIC X(06)      VALUE SPACES.

01  WS-CURRENT-STUDENT-ID            PIC 9(05)      VALUE ZERO.
01  WS-CURRENT-STUDENT-NAME          PIC X(30)      VALUE SPACES.
01  WS-NEW-STUDENT-SWITCH            PIC X(01)      VALUE 'N'.
    88  WS-NEW-STUDENT                              VALUE 'Y'.

01  WS-COUNTERS.
    05  WS-GRADES-READ-CNT          PIC 9(07) COMP  VALUE ZERO.
    05  WS-INCOMPLETES-CNT          PIC 9(07) COMP  VALUE ZERO.
    05  WS-NOT-YET-DUE-CNT          PIC 9(07) COMP  VALUE ZERO.
    05  WS-LAPSE-DUE-CNT            PIC 9(07) COMP  VALUE ZERO.
    05  WS-LAPSED-CNT               PIC 9(07) COMP  VALUE ZERO.
    05  WS-REWRITE-FAILED-CNT       PIC 9(07) COMP  VALUE ZERO.
    05  WS-STUDENTS-CNT             PIC 9(07) COMP  VALUE ZERO.
    05  WS-NOT-ON-MASTER-CNT        PIC 9(07) COMP  VALUE ZERO.

01  WS-CURRENT-DATE                  PIC 9(08)      VALUE ZERO.

01  HEADING-LINE-1.
    05  FILLER                       PIC X(30)      VALUE
        'INCOMPLETE GRADE LAPSE LIST'.
    05  FILLER                       PIC X(10)      VALUE
        'DEADLINE:'.
    05  HL1-DEADLINE-TERM            PIC X(06).
    05  FILLER                       PIC X(02)      VALUE SPACES.
    05  HL1-MODE                     PIC X(09).
    05  FILLER                       PIC X(05)      VALUE SPACES.
    05  FILLER                       PIC X(05)      VALUE 'DATE:'.
    05  HL1-RUN-DATE                 PIC 9(08).

01  HEADING-LINE-2.
    05  FILLER                       PIC X(08)      VALUE 'ID'.
    05  FILLER                       PIC X(32)      VALUE
        'STUDENT NAME'.
    05  FILLER                       PIC X(08)      VALUE 'TERM'.
    05  FILLER                       PIC X(10)      VALUE 'COURSE'.
    05  FILLER                       PIC X(06)      VALUE 'SECT'.
    05  FILLER                       PIC X(06)      VALUE 'HRS'.
    05  FILLER                       PIC X(10)      VALUE 'ACTION'.

01  HEADING-LINE-3.
    05  FILLER                       PIC X(80)      VALUE ALL '-'.

01  DETAIL-LINE.
    05  DL-STUDENT-ID                PIC X(05).
    05  FILLER                       PIC X(03)      VALUE SPACES.
    05  DL-STUDENT-NAME              PIC X(30).
    05  FILLER                       PIC X(02)      VALUE SPACES.
    05  DL-TERM                      PIC X(06).
    05  FILLER                       PIC X(02)      VALUE SPACES.
    05  DL-COURSE-CODE               PIC X(08).
    05  FILLER                       PIC X(02)      VALUE SPACES.
    05  DL-SECTION                   PIC X(03).
    05  FILLER                       PIC X(03)      VALUE SPACES.
    05  DL-CREDIT-HOURS              PIC 9.9.
    05  FILLER                       PIC X(03)      VALUE SPACES.
    05  DL-ACTION                    PIC X(10).

01  TOTAL-LINE.
    05  TL-CAPTION                   PIC X(30).
    05  TL-CNT                       PIC ZZZ,ZZ9.

COPY AUDCPY.

PROCEDURE DIVISION.

*> ---------------------------------------------------------------
*> 0000-MAINLINE
*> ---------------------------------------------------------------
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    IF WS-PARM-ERROR
        STOP RUN
    END-IF
    PERFORM 3000-PROCESS-GRADE THRU 3000-EXIT
        UNTIL WS-EOF-GRADES
    PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
    PERFORM 9000-TERMINATE THRU 9000-EXIT
    STOP RUN.

*> ---------------------------------------------------------------
*> 1000-INITIALIZE - the card first; GRADES opens I-O only when the
*> run is to post, so a preview cannot touch it.
*> ---------------------------------------------------------------
1000-INITIALIZE.
    PERFORM 1100-READ-LAPSE-PARM THRU 1100-EXIT
    IF WS-PARM-ERROR
        GO TO 1000-EXIT
    END-IF
    IF WS-LAPSE-MODE
        OPEN I-O GRADES
    ELSE
        OPEN INPUT GRADES
    END-IF
    IF NOT WS-GRADES-OK
        DISPLAY 'INCLAPSE - GRADES OPEN FAILED, STATUS '
            WS-GRADES-STATUS ' - RUN GRADLOAD FIRST'
        SET WS-PARM-ERROR TO TRUE
        GO TO 1000-EXIT
    END-IF
    OPEN INPUT STUDMAST
    IF NOT WS-STUDMAST-OK
        SET WS-NO-STUDMAST TO TRUE
        DISPLAY 'INCLAPSE - NO STUDMAST FILE - '
            'LAPSES LISTED WITHOUT NAMES'
    END-IF
    OPEN OUTPUT LAPSE-REPORT
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    MOVE WS-DEADLINE-TERM TO HL1-DEADLINE-TERM
    MOVE WS-CURRENT-DATE  TO HL1-RUN-DATE
    IF WS-LAPSE-MODE
        MOVE 'POSTED'  TO HL1-MODE
    ELSE
        MOVE 'PREVIEW' TO HL1-MODE
    END-IF
    WRITE LAPSE-REPORT-LINE FROM HEADING-LINE-1
    WRITE LAPSE-REPORT-LINE FROM HEADING-LINE-2
    WRITE LAPSE-REPORT-LINE FROM HEADING-LINE-3
    PERFORM 2000-READ-GRADE THRU 2000-EXIT.
1000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1100-READ-LAPSE-PARM - the deadline term is required; the mode
*> is P or L, blank taken as P.
*> ---------------------------------------------------------------
1100-READ-LAPSE-PARM.
    OPEN INPUT LAPSE-PARM
    IF NOT WS-PARM-OK
        SET WS-PARM-ERROR TO TRUE
        DISPLAY 'INCLAPSE - LAPSPARM DEADLINE CARD MISSING - '
            'RUN STOPPED'
        GO TO 1100-EXIT
    END-IF
    READ LAPSE-PARM
        AT END
            SET WS-PARM-ERROR TO TRUE
            DISPLAY 'INCLAPSE - LAPSPARM DEADLINE CARD EMPTY - '
                'RUN STOPPED'
    END-READ
    IF NOT WS-PARM-ERROR
        IF LP-DEADLINE-TERM = SPACES
            SET WS-PARM-ERROR TO TRUE
            DISPLAY 'INCLAPSE - LAPSPARM DEADLINE TERM BLANK - '
                'RUN STOPPED'
        ELSE
            MOVE LP-DEADLINE-TERM TO WS-DEADLINE-TERM
        END-IF
    END-IF
    IF NOT WS-PARM-ERROR
        IF LP-RUN-MODE NOT = SPACE
            MOVE LP-RUN-MODE TO WS-RUN-MODE
        END-IF
        IF NOT WS-RUN-MODE-VALID
            SET WS-PARM-ERROR TO TRUE
            DISPLAY 'INCLAPSE - LAPSPARM MODE NOT P OR L - '
                'RUN STOPPED'
        END-IF
    END-IF
    CLOSE LAPSE-PARM.
1100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2000-READ-GRADE
*> ---------------------------------------------------------------
2000-READ-GRADE.
    READ GRADES NEXT RECORD
        AT END
            SET WS-EOF-GRADES TO TRUE
    END-READ.
    IF NOT WS-EOF-GRADES
        ADD 1 TO WS-GRADES-READ-CNT
    END-IF.
2000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3000-PROCESS-GRADE - only an I earlier than the deadline term
*> is touched; an I at or after the deadline is still within its
*> completion window and is counted only.
*> ---------------------------------------------------------------
3000-PROCESS-GRADE.
    IF GR-LETTER-GRADE NOT = 'I'
        GO TO 3000-NEXT
    END-IF
    ADD 1 TO WS-INCOMPLETES-CNT
    IF GR-TERM NOT < WS-DEADLINE-TERM
        ADD 1 TO WS-NOT-YET-DUE-CNT
        GO TO 3000-NEXT
    END-IF
    ADD 1 TO WS-LAPSE-DUE-CNT
    IF GR-STUDENT-ID NOT = WS-CURRENT-STUDENT-ID
        PERFORM 4000-NEW-STUDENT THRU 4000-EXIT
    END-IF
    IF WS-LAPSE-MODE
        PERFORM 5000-POST-LAPSE THRU 5000-EXIT
    ELSE
        MOVE 'WOULD LAPSE' TO DL-ACTION
    END-IF
    PERFORM 6000-PRINT-LAPSE THRU 6000-EXIT.
3000-NEXT.
    PERFORM 2000-READ-GRADE THRU 2000-EXIT.
3000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4000-NEW-STUDENT - the name is looked up once per student with
*> a lapse, and printed on that student's first line.
*> ---------------------------------------------------------------
4000-NEW-STUDENT.
    MOVE GR-STUDENT-ID TO WS-CURRENT-STUDENT-ID
    SET WS-NEW-STUDENT TO TRUE
    ADD 1 TO WS-STUDENTS-CNT
    IF WS-NO-STUDMAST
        MOVE '*** NAME NOT AVAILABLE ***' TO WS-CURRENT-STUDENT-NAME
        GO TO 4000-EXIT
    END-IF
    MOVE GR-STUDENT-ID TO SM-STUDENT-ID
    READ STUDMAST
        INVALID KEY
            MOVE '*** NOT ON STUDENT MASTER ***'
                TO WS-CURRENT-STUDENT-NAME
            ADD 1 TO WS-NOT-ON-MASTER-CNT
            GO TO 4000-EXIT
    END-READ
    MOVE SM-STUDENT-NAME TO WS-CURRENT-STUDENT-NAME.
4000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5000-POST-LAPSE - the I becomes an F in place, and the change
*> is audited as a grade correction.
*> ---------------------------------------------------------------
5000-POST-LAPSE.
    MOVE 'F' TO GR-LETTER-GRADE
    REWRITE GRADE-RECORD
    IF WS-GRADES-OK
        MOVE 'I TO F'         TO DL-ACTION
        MOVE '00'             TO AUD-OUTCOME-CODE
        ADD 1 TO WS-LAPSED-CNT
    ELSE
        MOVE 'NOT POSTED'     TO DL-ACTION
        MOVE '08'             TO AUD-OUTCOME-CODE
        ADD 1 TO WS-REWRITE-FAILED-CNT
        DISPLAY 'INCLAPSE - GRADES REWRITE FAILED, STATUS '
            WS-GRADES-STATUS ' FOR STUDENT ' GR-STUDENT-ID
    END-IF
    PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
5000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 6000-PRINT-LAPSE - the ID and name lead each student's group.
*> ---------------------------------------------------------------
6000-PRINT-LAPSE.
    IF WS-NEW-STUDENT
        MOVE GR-STUDENT-ID            TO DL-STUDENT-ID
        MOVE WS-CURRENT-STUDENT-NAME  TO DL-STUDENT-NAME
        MOVE 'N' TO WS-NEW-STUDENT-SWITCH
    ELSE
        MOVE SPACES TO DL-STUDENT-ID
        MOVE SPACES TO DL-STUDENT-NAME
    END-IF
    MOVE GR-TERM          TO DL-TERM
    MOVE GR-COURSE-CODE   TO DL-COURSE-CODE
    MOVE GR-SECTION       TO DL-SECTION
    MOVE GR-CREDIT-HOURS  TO DL-CREDIT-HOURS
    WRITE LAPSE-REPORT-LINE FROM DETAIL-LINE.
6000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 7000-WRITE-AUDIT - one audit row per lapse posted, under the
*> action GRADLOAD logs a grade correction with.
*> ---------------------------------------------------------------
7000-WRITE-AUDIT.
    MOVE 'INCLAPSE'      TO AUD-PROGRAM-NAME
    MOVE GR-STUDENT-ID   TO AUD-STUDENT-ID
    MOVE 'GRADE'         TO AUD-ACTION-CODE
    CALL 'AUDLOG' USING AUD-PROGRAM-NAME
                        AUD-STUDENT-ID
                        AUD-ACTION-CODE
                        AUD-OUTCOME-CODE.
7000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8000-PRINT-CONTROL-TOTALS
*> ---------------------------------------------------------------
8000-PRINT-CONTROL-TOTALS.
    WRITE LAPSE-REPORT-LINE FROM HEADING-LINE-3
    MOVE 'GRADES READ:'                TO TL-CAPTION
    MOVE WS-GRADES-READ-CNT            TO TL-CNT
    WRITE LAPSE-REPORT-LINE FROM TOTAL-LINE
    MOVE 'INCOMPLETES ON FILE:'        TO TL-CAPTION
    MOVE WS-INCOMPLETES-CNT            TO TL-CNT
    WRITE LAPSE-REPORT-LINE FROM TOTAL-LINE
    MOVE 'NOT YET DUE:'                TO TL-CAPTION
    MOVE WS-NOT-YET-DUE-CNT            TO TL-CNT
    WRITE LAPSE-REPORT-LINE FROM TOTAL-LINE
    MOVE 'PAST DEADLINE:'              TO TL-CAPTION
    MOVE WS-LAPSE-DUE-CNT              TO TL-CNT
    WRITE LAPSE-REPORT-LINE FROM TOTAL-LINE
    MOVE 'STUDENTS AFFECTED:'          TO TL-CAPTION
    MOVE WS-STUDENTS-CNT               TO TL-CNT
    WRITE LAPSE-REPORT-LINE FROM TOTAL-LINE
    MOVE 'NOT ON MASTER:'              TO TL-CAPTION
    MOVE WS-NOT-ON-MASTER-CNT          TO TL-CNT
    WRITE LAPSE-REPORT-LINE FROM TOTAL-LINE
    MOVE 'LAPSED TO F:'                TO TL-CAPTION
    MOVE WS-LAPSED-CNT                 TO TL-CNT
    WRITE LAPSE-REPORT-LINE FROM TOTAL-LINE
    MOVE 'REWRITE FAILED:'             TO TL-CAPTION
    MOVE WS-REWRITE-FAILED-CNT         TO TL-CNT
    WRITE LAPSE-REPORT-LINE FROM TOTAL-LINE.
8000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 9000-TERMINATE - control totals to sysout as well, close every
*> file.
*> ---------------------------------------------------------------
9000-TERMINATE.
    DISPLAY 'INCLAPSE GRADES READ      : ' WS-GRADES-READ-CNT
    DISPLAY 'INCLAPSE PAST DEADLINE    : ' WS-LAPSE-DUE-CNT
    DISPLAY 'INCLAPSE LAPSED TO F      : ' WS-LAPSED-CNT
    DISPLAY 'INCLAPSE REWRITE FAILED   : ' WS-REWRITE-FAILED-CNT
    CLOSE GRADES
    IF NOT WS-NO-STUDMAST
        CLOSE STUDMAST
    END-IF
    CLOSE LAPSE-REPORT.
9000-EXIT.
    EXIT.
