IDENTIFICATION DIVISION.
PROGRAM-ID.     XREFVFY.
AUTHOR.         R GUPTA.
INSTALLATION.   REGISTRAR SYSTEMS.
DATE-WRITTEN.   2026-10-12.
DATE-COMPILED.

*> -------------------------------------------------------------------
*> XREFVFY is the weekly cross-file referential integrity sweep,
*> run in the batch window alongside STUDVFY.  STUDVFY proves the
*> student master sound on its own; this run proves the files that
*> hang off it still agree with it and with the catalog.  Each file
*> is walked sequentially in its own key order and every row that
*> fails a check prints on the XREFRPT report with the file, key
*> and reason:
*>
*>   ENROLL     student not on STUDMAST
*>              section not on CRSEMAST
*>   GRADES     student not on STUDMAST
*>   WAITLIST   student not on STUDMAST
*>              student already enrolled in the section queued for
*>   DEMOMAST   student not on STUDMAST
*>   CRSEMAST   CM-ENROLLED-CNT differs from a recount of the
*>              section's ENROLL rows
*>
*> The sweep reports and changes nothing unless the XREFPARM card
*> asks for correction mode, and then the only correction it makes
*> is the enrolled count: each section whose count is off is reset
*> to the recount and the reset is logged to the permanent audit
*> trail via AUDLOG.  Orphan rows are reported, never deleted - the
*> registrar decides whether a row goes or a master comes back.  A
*> missing card is a report-only run; a card with any mode other
*> than R or C stops the run.
*>
*> The recount is every ENROLL row under the section key, orphans
*> included, since ENRLUPD counts a seat for every row it writes.
*> Run it with the nightly cycle idle - a count reset while ENRLUPD
*> is posting adds and drops would be out of date the moment it was
*> written.
*>
*> Modification History
*>   2026-10-12  RG   Original.
*> -------------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STUDMAST
        ASSIGN TO STUDMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SM-STUDENT-ID
        ALTERNATE RECORD KEY IS SM-STUDENT-NAME WITH DUPLICATES
        FILE STATUS IS WS-STUDMAST-STATUS.

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

    SELECT GRADES
        ASSIGN TO GRADES
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS GR-GRADE-KEY
        FILE STATUS IS WS-GRADES-STATUS.

    SELECT WAITLIST
        ASSIGN TO WAITLIST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS WL-WAIT-KEY
        FILE STATUS IS WS-WAITLIST-STATUS.

    SELECT DEMOMAST
        ASSIGN TO DEMOMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS DM-STUDENT-ID
        FILE STATUS IS WS-DEMOMAST-STATUS.

    SELECT XREF-PARM
        ASSIGN TO XREFPARM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.

    SELECT XREF-REPORT
        ASSIGN TO XREFRPT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  STUDMAST
    LABEL RECORDS ARE STANDARD.
COPY STMFCPY.

FD  ENROLL
    LABEL RECORDS ARE STANDARD.
COPY ENRLCPY.

FD  CRSEMAST
    LABEL RECORDS ARE STANDARD.
COPY CRSECPY.

FD  GRADES
    LABEL RECORDS ARE STANDARD.
COPY GRADCPY.

FD  WAITLIST
    LABEL RECORDS ARE STANDARD.
COPY WAITCPY.

FD  DEMOMAST
    LABEL RECORDS ARE STANDARD.
COPY DEMOCPY.

FD  XREF-PARM
    LABEL RECORDS ARE STANDARD.
01  XREF-PARM-CARD.
    05  XP-RUN-MODE                 PIC X(01).

FD  XREF-REPORT
    LABEL RECORDS ARE STANDARD.
01  XREF-REPORT-LINE                PIC X(80).

WORKING-STORAGE SECTION.
01  WS-STUDMAST-STATUS               PIC X(02)      VALUE '00'.
    88  WS-STUDMAST-OK                              VALUE '00'.

01  WS-ENROLL-STATUS                 PIC X(02)      VALUE '00'.
    88  WS-ENROLL-OK                                VALUE '00'.

01  WS-CRSEMAST-STATUS               PIC X(02)      VALUE '00'.
    88  WS-CRSEMAST-OK                              VALUE '00'.

01  WS-GRADES-STATUS                 PIC X(02)      VALUE '00'.
    88  WS-GRADES-OK                                VALUE '00'.

01  WS-WAITLIST-STATUS               PIC X(02)      VALUE '00'.
    88  WS-WAITLIST-OK                              VALUE '00'.

01  WS-DEMOMAST-STATUS               PIC X(02)      VALUE '00'.
    88  WS-DEMOMAST-OK                              VALUE '00'.

01  WS-PARM-STATUS                   PIC X(02)      VALUE '00'.
    88  WS-PARM-OK                                  VALUE '00'.

01  WS-REPORT-STATUS                 PIC X(02)      VALUE '00'.

01  WS-FATAL-ERROR-SWITCH            PIC X(01)      VALUE 'N'.
    88  WS-FATAL-ERROR                              VALUE 'Y'.

01  WS-RUN-MODE                      PIC X(01)      VALUE 'R'.
    88  WS-REPORT-ONLY                              VALUE 'R'.
    88  WS-CORRECT-MODE                             VALUE 'C'.
    88  WS-RUN-MODE-VALID                           VALUE 'R' 'C'.

01  WS-EOF-SWITCH                    PIC X(01)      VALUE 'N'.
    88  WS-EOF-FILE                                 VALUE 'Y'.

01  WS-EOF-SECTION-SWITCH            PIC X(01)      VALUE 'N'.
    88  WS-EOF-SECTION                              VALUE 'Y'.

01  WS-NO-WAITLIST-SWITCH            PIC X(01)      VALUE 'N'.
    88  WS-NO-WAITLIST                              VALUE 'Y'.

01  WS-NO-DEMOMAST-SWITCH            PIC X(01)      VALUE 'N'.
    88  WS-NO-DEMOMAST                              VALUE 'Y'.

01  WS-NO-GRADES-SWITCH              PIC X(01)      VALUE 'N'.
    88  WS-NO-GRADES                                VALUE 'Y'.

*> Last lookup kept so a run of rows for the same student, or the
*> same section, reads the master once.
01  WS-LAST-STUDENT-ID               PIC 9(05)      VALUE ZERO.
01  WS-LAST-STUDENT-SWITCH           PIC X(01)      VALUE 'N'.
    88  WS-LAST-STUDENT-FOUND                       VALUE 'Y'.

01  WS-LAST-SECTION-KEY              PIC X(17)      VALUE SPACES.
01  WS-LAST-SECTION-SWITCH           PIC X(01)      VALUE 'N'.
    88  WS-LAST-SECTION-FOUND                       VALUE 'Y'.

01  WS-SECTION-KEY.
    05  WS-SECTION-COURSE           PIC X(08).
    05  WS-SECTION-TERM             PIC X(06).
    05  WS-SECTION-SECTION          PIC X(03).

01  WS-RECOUNT                       PIC 9(05) COMP  VALUE ZERO.
01  WS-RECOUNT-DISPLAY               PIC 9(05)      VALUE ZERO.
01  WS-OLD-COUNT-DISPLAY             PIC 9(03)      VALUE ZERO.

01  WS-COUNTERS.
    05  WS-ENROLL-READ-CNT          PIC 9(07) COMP  VALUE ZERO.
    05  WS-ENROLL-NO-MASTER-CNT     PIC 9(07) COMP  VALUE ZERO.
    05  WS-ENROLL-NO-SECTION-CNT    PIC 9(07) COMP  VALUE ZERO.
    05  WS-GRADES-READ-CNT          PIC 9(07) COMP  VALUE ZERO.
    05  WS-GRADES-NO-MASTER-CNT     PIC 9(07) COMP  VALUE ZERO.
    05  WS-WAIT-READ-CNT            PIC 9(07) COMP  VALUE ZERO.
    05  WS-WAIT-NO-MASTER-CNT       PIC 9(07) COMP  VALUE ZERO.
    05  WS-WAIT-ENROLLED-CNT        PIC 9(07) COMP  VALUE ZERO.
    05  WS-DEMO-READ-CNT            PIC 9(07) COMP  VALUE ZERO.
    05  WS-DEMO-NO-MASTER-CNT       PIC 9(07) COMP  VALUE ZERO.
    05  WS-SECTIONS-READ-CNT        PIC 9(07) COMP  VALUE ZERO.
    05  WS-COUNT-MISMATCH-CNT       PIC 9(07) COMP  VALUE ZERO.
    05  WS-COUNT-RESET-CNT          PIC 9(07) COMP  VALUE ZERO.
    05  WS-COUNT-NOT-RESET-CNT      PIC 9(07) COMP  VALUE ZERO.
    05  WS-EXCEPTIONS-CNT           PIC 9(07) COMP  VALUE ZERO.

01  WS-CURRENT-DATE                  PIC 9(08)      VALUE ZERO.

01  HEADING-LINE-1.
    05  FILLER                       PIC X(40)      VALUE
        'CROSS-FILE INTEGRITY SWEEP'.
    05  FILLER                       PIC X(06)      VALUE 'MODE:'.
    05  HL1-MODE                     PIC X(10).
    05  FILLER                       PIC X(05)      VALUE 'DATE:'.
    05  HL1-RUN-DATE                 PIC 9(08).

01  HEADING-LINE-2.
    05  FILLER                       PIC X(10)      VALUE 'FILE'.
    05  FILLER                       PIC X(21)      VALUE
        'COURSE   TERM   SECT'.
    05  FILLER                       PIC X(07)      VALUE 'ID'.
    05  FILLER                       PIC X(40)      VALUE 'REASON'.

01  HEADING-LINE-3.
    05  FILLER                       PIC X(80)      VALUE ALL '-'.

01  DETAIL-LINE.
    05  DL-FILE                      PIC X(08).
    05  FILLER                       PIC X(02)      VALUE SPACES.
    05  DL-COURSE-CODE               PIC X(08).
    05  FILLER                       PIC X(01)      VALUE SPACES.
    05  DL-TERM                      PIC X(06).
    05  FILLER                       PIC X(01)      VALUE SPACES.
    05  DL-SECTION                   PIC X(03).
    05  FILLER                       PIC X(02)      VALUE SPACES.
    05  DL-STUDENT-ID                PIC X(05).
    05  FILLER                       PIC X(02)      VALUE SPACES.
    05  DL-REASON                    PIC X(40).

01  TOTAL-LINE.
    05  TL-CAPTION                   PIC X(30).
    05  TL-CNT                       PIC ZZZ,ZZ9.

COPY AUDCPY.

PROCEDURE DIVISION.

*> ---------------------------------------------------------------
*> 0000-MAINLINE - one pass per file, then the count recount over
*> the catalog.
*> ---------------------------------------------------------------
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    IF WS-FATAL-ERROR
        STOP RUN
    END-IF
    PERFORM 2000-SWEEP-ENROLL THRU 2000-EXIT
    PERFORM 3000-SWEEP-GRADES THRU 3000-EXIT
    PERFORM 4000-SWEEP-WAITLIST THRU 4000-EXIT
    PERFORM 5000-SWEEP-DEMOMAST THRU 5000-EXIT
    PERFORM 6000-RECOUNT-SECTIONS THRU 6000-EXIT
    PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
    PERFORM 9000-TERMINATE THRU 9000-EXIT
    STOP RUN.

*> ---------------------------------------------------------------
*> 1000-INITIALIZE - the mode card, then the files.  STUDMAST,
*> ENROLL and CRSEMAST are required - there is nothing to check
*> against without them.  GRADES, WAITLIST and DEMOMAST are noted
*> and their pass skipped when they are not there.  CRSEMAST opens
*> I-O only when the run is to correct it.
*> ---------------------------------------------------------------
1000-INITIALIZE.
    PERFORM 1100-READ-XREF-PARM THRU 1100-EXIT
    IF WS-FATAL-ERROR
        GO TO 1000-EXIT
    END-IF
    OPEN INPUT STUDMAST
    IF NOT WS-STUDMAST-OK
        DISPLAY 'XREFVFY - STUDMAST OPEN FAILED, STATUS '
            WS-STUDMAST-STATUS ' - RUN STOPPED'
        SET WS-FATAL-ERROR TO TRUE
        GO TO 1000-EXIT
    END-IF
    OPEN INPUT ENROLL
    IF NOT WS-ENROLL-OK
        DISPLAY 'XREFVFY - ENROLL OPEN FAILED, STATUS '
            WS-ENROLL-STATUS ' - RUN STOPPED'
        SET WS-FATAL-ERROR TO TRUE
        CLOSE STUDMAST
        GO TO 1000-EXIT
    END-IF
    IF WS-CORRECT-MODE
        OPEN I-O CRSEMAST
    ELSE
        OPEN INPUT CRSEMAST
    END-IF
    IF NOT WS-CRSEMAST-OK
        DISPLAY 'XREFVFY - CRSEMAST OPEN FAILED, STATUS '
            WS-CRSEMAST-STATUS ' - RUN STOPPED'
        SET WS-FATAL-ERROR TO TRUE
        CLOSE STUDMAST
        CLOSE ENROLL
        GO TO 1000-EXIT
    END-IF
    OPEN INPUT GRADES
    IF NOT WS-GRADES-OK
        SET WS-NO-GRADES TO TRUE
        DISPLAY 'XREFVFY - NO GRADES FILE - GRADES NOT SWEPT'
    END-IF
    OPEN INPUT WAITLIST
    IF NOT WS-WAITLIST-OK
        SET WS-NO-WAITLIST TO TRUE
        DISPLAY 'XREFVFY - NO WAITLIST FILE - WAITLIST NOT SWEPT'
    END-IF
    OPEN INPUT DEMOMAST
    IF NOT WS-DEMOMAST-OK
        SET WS-NO-DEMOMAST TO TRUE
        DISPLAY 'XREFVFY - NO DEMOMAST FILE - DEMOMAST NOT SWEPT'
    END-IF
    OPEN OUTPUT XREF-REPORT
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    MOVE WS-CURRENT-DATE TO HL1-RUN-DATE
    IF WS-CORRECT-MODE
        MOVE 'CORRECT' TO HL1-MODE
    ELSE
        MOVE 'REPORT'  TO HL1-MODE
    END-IF
    WRITE XREF-REPORT-LINE FROM HEADING-LINE-1
    WRITE XREF-REPORT-LINE FROM HEADING-LINE-2
    WRITE XREF-REPORT-LINE FROM HEADING-LINE-3.
1000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1100-READ-XREF-PARM - R reports only, C also resets the
*> enrolled counts.  No card at all, or an empty one, is a report-
*> only run; a mode the run does not know stops it.
*> ---------------------------------------------------------------
1100-READ-XREF-PARM.
    OPEN INPUT XREF-PARM
    IF NOT WS-PARM-OK
        DISPLAY 'XREFVFY - NO XREFPARM CARD - REPORT ONLY'
        GO TO 1100-EXIT
    END-IF
    READ XREF-PARM
        AT END
            DISPLAY 'XREFVFY - XREFPARM CARD EMPTY - REPORT ONLY'
            CLOSE XREF-PARM
            GO TO 1100-EXIT
    END-READ
    MOVE XP-RUN-MODE TO WS-RUN-MODE
    IF NOT WS-RUN-MODE-VALID
        SET WS-FATAL-ERROR TO TRUE
        DISPLAY 'XREFVFY - XREFPARM MODE NOT R OR C - RUN STOPPED'
    END-IF
    CLOSE XREF-PARM.
1100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2000-SWEEP-ENROLL - every enrollment needs its student on the
*> master and its section on the catalog.
*> ---------------------------------------------------------------
2000-SWEEP-ENROLL.
    MOVE 'N' TO WS-EOF-SWITCH
    MOVE ZERO TO WS-LAST-STUDENT-ID
    MOVE SPACES TO WS-LAST-SECTION-KEY
    MOVE LOW-VALUES TO EN-ENROLL-KEY
    START ENROLL KEY IS NOT LESS THAN EN-ENROLL-KEY
        INVALID KEY
            GO TO 2000-EXIT
    END-START
    PERFORM 2100-READ-ENROLL THRU 2100-EXIT
    PERFORM 2200-CHECK-ENROLL THRU 2200-EXIT
        UNTIL WS-EOF-FILE.
2000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2100-READ-ENROLL
*> ---------------------------------------------------------------
2100-READ-ENROLL.
    READ ENROLL NEXT RECORD
        AT END
            SET WS-EOF-FILE TO TRUE
    END-READ.
    IF NOT WS-EOF-FILE
        ADD 1 TO WS-ENROLL-READ-CNT
    END-IF.
2100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2200-CHECK-ENROLL
*> ---------------------------------------------------------------
2200-CHECK-ENROLL.
    MOVE EN-STUDENT-ID TO SM-STUDENT-ID
    PERFORM 7100-LOOKUP-STUDENT THRU 7100-EXIT
    IF NOT WS-LAST-STUDENT-FOUND
        MOVE 'ENROLL'                    TO DL-FILE
        MOVE EN-COURSE-CODE              TO DL-COURSE-CODE
        MOVE EN-TERM                     TO DL-TERM
        MOVE EN-SECTION                  TO DL-SECTION
        MOVE EN-STUDENT-ID               TO DL-STUDENT-ID
        MOVE 'STUDENT NOT ON STUDMAST'   TO DL-REASON
        PERFORM 7500-PRINT-EXCEPTION THRU 7500-EXIT
        ADD 1 TO WS-ENROLL-NO-MASTER-CNT
    END-IF
    MOVE EN-COURSE-CODE TO WS-SECTION-COURSE
    MOVE EN-TERM        TO WS-SECTION-TERM
    MOVE EN-SECTION     TO WS-SECTION-SECTION
    PERFORM 7200-LOOKUP-SECTION THRU 7200-EXIT
    IF NOT WS-LAST-SECTION-FOUND
        MOVE 'ENROLL'                    TO DL-FILE
        MOVE EN-COURSE-CODE              TO DL-COURSE-CODE
        MOVE EN-TERM                     TO DL-TERM
        MOVE EN-SECTION                  TO DL-SECTION
        MOVE EN-STUDENT-ID               TO DL-STUDENT-ID
        MOVE 'SECTION NOT ON CRSEMAST'   TO DL-REASON
        PERFORM 7500-PRINT-EXCEPTION THRU 7500-EXIT
        ADD 1 TO WS-ENROLL-NO-SECTION-CNT
    END-IF
    PERFORM 2100-READ-ENROLL THRU 2100-EXIT.
2200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3000-SWEEP-GRADES - every grade needs its student on the
*> master.  The grade history is in student order, so the lookup
*> is one read per student.
*> ---------------------------------------------------------------
3000-SWEEP-GRADES.
    IF WS-NO-GRADES
        GO TO 3000-EXIT
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH
    MOVE ZERO TO WS-LAST-STUDENT-ID
    PERFORM 3100-READ-GRADE THRU 3100-EXIT
    PERFORM 3200-CHECK-GRADE THRU 3200-EXIT
        UNTIL WS-EOF-FILE.
3000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3100-READ-GRADE
*> ---------------------------------------------------------------
3100-READ-GRADE.
    READ GRADES NEXT RECORD
        AT END
            SET WS-EOF-FILE TO TRUE
    END-READ.
    IF NOT WS-EOF-FILE
        ADD 1 TO WS-GRADES-READ-CNT
    END-IF.
3100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3200-CHECK-GRADE
*> ---------------------------------------------------------------
3200-CHECK-GRADE.
    MOVE GR-STUDENT-ID TO SM-STUDENT-ID
    PERFORM 7100-LOOKUP-STUDENT THRU 7100-EXIT
    IF NOT WS-LAST-STUDENT-FOUND
        MOVE 'GRADES'                    TO DL-FILE
        MOVE GR-COURSE-CODE              TO DL-COURSE-CODE
        MOVE GR-TERM                     TO DL-TERM
        MOVE GR-SECTION                  TO DL-SECTION
        MOVE GR-STUDENT-ID               TO DL-STUDENT-ID
        MOVE 'STUDENT NOT ON STUDMAST'   TO DL-REASON
        PERFORM 7500-PRINT-EXCEPTION THRU 7500-EXIT
        ADD 1 TO WS-GRADES-NO-MASTER-CNT
    END-IF
    PERFORM 3100-READ-GRADE THRU 3100-EXIT.
3200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4000-SWEEP-WAITLIST - every queued student needs to be on the
*> master and must not already hold a seat in the section they
*> are queued for; that entry would promote them into a second
*> seat.
*> ---------------------------------------------------------------
4000-SWEEP-WAITLIST.
    IF WS-NO-WAITLIST
        GO TO 4000-EXIT
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH
    MOVE ZERO TO WS-LAST-STUDENT-ID
    PERFORM 4100-READ-WAITLIST THRU 4100-EXIT
    PERFORM 4200-CHECK-WAITLIST THRU 4200-EXIT
        UNTIL WS-EOF-FILE.
4000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4100-READ-WAITLIST
*> ---------------------------------------------------------------
4100-READ-WAITLIST.
    READ WAITLIST NEXT RECORD
        AT END
            SET WS-EOF-FILE TO TRUE
    END-READ.
    IF NOT WS-EOF-FILE
        ADD 1 TO WS-WAIT-READ-CNT
    END-IF.
4100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4200-CHECK-WAITLIST
*> ---------------------------------------------------------------
4200-CHECK-WAITLIST.
    MOVE 'WAITLIST'                  TO DL-FILE
    MOVE WL-COURSE-CODE              TO DL-COURSE-CODE
    MOVE WL-TERM                     TO DL-TERM
    MOVE WL-SECTION                  TO DL-SECTION
    MOVE WL-STUDENT-ID               TO DL-STUDENT-ID
    MOVE WL-STUDENT-ID TO SM-STUDENT-ID
    PERFORM 7100-LOOKUP-STUDENT THRU 7100-EXIT
    IF NOT WS-LAST-STUDENT-FOUND
        MOVE 'STUDENT NOT ON STUDMAST'   TO DL-REASON
        PERFORM 7500-PRINT-EXCEPTION THRU 7500-EXIT
        ADD 1 TO WS-WAIT-NO-MASTER-CNT
    END-IF
    MOVE WL-COURSE-CODE TO EN-COURSE-CODE
    MOVE WL-TERM        TO EN-TERM
    MOVE WL-SECTION     TO EN-SECTION
    MOVE WL-STUDENT-ID  TO EN-STUDENT-ID
    READ ENROLL
        INVALID KEY
            GO TO 4200-NEXT
    END-READ
    MOVE 'ALREADY ENROLLED IN THE SECTION' TO DL-REASON
    PERFORM 7500-PRINT-EXCEPTION THRU 7500-EXIT
    ADD 1 TO WS-WAIT-ENROLLED-CNT.
4200-NEXT.
    PERFORM 4100-READ-WAITLIST THRU 4100-EXIT.
4200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5000-SWEEP-DEMOMAST - every demographics row needs its student
*> on the master; STUDARCH purges the two in step.
*> ---------------------------------------------------------------
5000-SWEEP-DEMOMAST.
    IF WS-NO-DEMOMAST
        GO TO 5000-EXIT
    END-IF
    MOVE 'N' TO WS-EOF-SWITCH
    MOVE ZERO TO WS-LAST-STUDENT-ID
    PERFORM 5100-READ-DEMOMAST THRU 5100-EXIT
    PERFORM 5200-CHECK-DEMOMAST THRU 5200-EXIT
        UNTIL WS-EOF-FILE.
5000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5100-READ-DEMOMAST
*> ---------------------------------------------------------------
5100-READ-DEMOMAST.
    READ DEMOMAST NEXT RECORD
        AT END
            SET WS-EOF-FILE TO TRUE
    END-READ.
    IF NOT WS-EOF-FILE
        ADD 1 TO WS-DEMO-READ-CNT
    END-IF.
5100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5200-CHECK-DEMOMAST
*> ---------------------------------------------------------------
5200-CHECK-DEMOMAST.
    MOVE DM-STUDENT-ID TO SM-STUDENT-ID
    PERFORM 7100-LOOKUP-STUDENT THRU 7100-EXIT
    IF NOT WS-LAST-STUDENT-FOUND
        MOVE 'DEMOMAST'                  TO DL-FILE
        MOVE SPACES                      TO DL-COURSE-CODE
        MOVE SPACES                      TO DL-TERM
        MOVE SPACES                      TO DL-SECTION
        MOVE DM-STUDENT-ID               TO DL-STUDENT-ID
        MOVE 'STUDENT NOT ON STUDMAST'   TO DL-REASON
        PERFORM 7500-PRINT-EXCEPTION THRU 7500-EXIT
        ADD 1 TO WS-DEMO-NO-MASTER-CNT
    END-IF
    PERFORM 5100-READ-DEMOMAST THRU 5100-EXIT.
5200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 6000-RECOUNT-SECTIONS - walk the catalog and count each
*> section's ENROLL rows off a START on the section key, so a
*> section with a count but no rows at all is caught too.
*> ---------------------------------------------------------------
6000-RECOUNT-SECTIONS.
    MOVE 'N' TO WS-EOF-SWITCH
    MOVE LOW-VALUES TO CM-COURSE-KEY
    START CRSEMAST KEY IS NOT LESS THAN CM-COURSE-KEY
        INVALID KEY
            GO TO 6000-EXIT
    END-START
    PERFORM 6100-READ-SECTION THRU 6100-EXIT
    PERFORM 6200-RECOUNT-SECTION THRU 6200-EXIT
        UNTIL WS-EOF-FILE.
6000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 6100-READ-SECTION
*> ---------------------------------------------------------------
6100-READ-SECTION.
    READ CRSEMAST NEXT RECORD
        AT END
            SET WS-EOF-FILE TO TRUE
    END-READ.
    IF NOT WS-EOF-FILE
        ADD 1 TO WS-SECTIONS-READ-CNT
    END-IF.
6100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 6200-RECOUNT-SECTION
*> ---------------------------------------------------------------
6200-RECOUNT-SECTION.
    MOVE ZERO TO WS-RECOUNT
    MOVE 'N' TO WS-EOF-SECTION-SWITCH
    MOVE CM-COURSE-CODE TO EN-COURSE-CODE
    MOVE CM-TERM        TO EN-TERM
    MOVE CM-SECTION     TO EN-SECTION
    MOVE ZERO           TO EN-STUDENT-ID
    START ENROLL KEY IS NOT LESS THAN EN-ENROLL-KEY
        INVALID KEY
            SET WS-EOF-SECTION TO TRUE
    END-START
    PERFORM 6300-COUNT-ENROLL-ROW THRU 6300-EXIT
        UNTIL WS-EOF-SECTION
    IF WS-RECOUNT NOT = CM-ENROLLED-CNT
        PERFORM 6400-REPORT-COUNT THRU 6400-EXIT
    END-IF
    PERFORM 6100-READ-SECTION THRU 6100-EXIT.
6200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 6300-COUNT-ENROLL-ROW - one row per read, until the section key
*> changes.
*> ---------------------------------------------------------------
6300-COUNT-ENROLL-ROW.
    READ ENROLL NEXT RECORD
        AT END
            SET WS-EOF-SECTION TO TRUE
            GO TO 6300-EXIT
    END-READ
    IF EN-COURSE-CODE NOT = CM-COURSE-CODE
          OR EN-TERM NOT = CM-TERM
          OR EN-SECTION NOT = CM-SECTION
        SET WS-EOF-SECTION TO TRUE
        GO TO 6300-EXIT
    END-IF
    ADD 1 TO WS-RECOUNT.
6300-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 6400-REPORT-COUNT - the count and the recount on the report;
*> in correction mode the section is reset to the recount and the
*> reset audited.  A recount too big for the field is reported and
*> left for the registrar.
*> ---------------------------------------------------------------
6400-REPORT-COUNT.
    ADD 1 TO WS-COUNT-MISMATCH-CNT
    MOVE CM-ENROLLED-CNT TO WS-OLD-COUNT-DISPLAY
    MOVE WS-RECOUNT      TO WS-RECOUNT-DISPLAY
    MOVE 'CRSEMAST'      TO DL-FILE
    MOVE CM-COURSE-CODE  TO DL-COURSE-CODE
    MOVE CM-TERM         TO DL-TERM
    MOVE CM-SECTION      TO DL-SECTION
    MOVE SPACES          TO DL-STUDENT-ID
    MOVE SPACES          TO DL-REASON
    IF WS-REPORT-ONLY
        STRING 'ENROLLED CNT ' WS-OLD-COUNT-DISPLAY
               ' RECOUNT ' WS-RECOUNT-DISPLAY
            DELIMITED BY SIZE INTO DL-REASON
        END-STRING
        PERFORM 7500-PRINT-EXCEPTION THRU 7500-EXIT
        GO TO 6400-EXIT
    END-IF
    IF WS-RECOUNT > 999
        STRING 'ENROLLED CNT ' WS-OLD-COUNT-DISPLAY
               ' RECOUNT ' WS-RECOUNT-DISPLAY ' NOT RESET'
            DELIMITED BY SIZE INTO DL-REASON
        END-STRING
        PERFORM 7500-PRINT-EXCEPTION THRU 7500-EXIT
        ADD 1 TO WS-COUNT-NOT-RESET-CNT
        GO TO 6400-EXIT
    END-IF
    MOVE WS-RECOUNT TO CM-ENROLLED-CNT
    REWRITE COURSE-MASTER-RECORD
        INVALID KEY
            MOVE '08' TO AUD-OUTCOME-CODE
            ADD 1 TO WS-COUNT-NOT-RESET-CNT
            STRING 'ENROLLED CNT ' WS-OLD-COUNT-DISPLAY
                   ' RECOUNT ' WS-RECOUNT-DISPLAY ' NOT RESET'
                DELIMITED BY SIZE INTO DL-REASON
            END-STRING
        NOT INVALID KEY
            MOVE '00' TO AUD-OUTCOME-CODE
            ADD 1 TO WS-COUNT-RESET-CNT
            STRING 'ENROLLED CNT ' WS-OLD-COUNT-DISPLAY
                   ' RESET TO ' WS-RECOUNT-DISPLAY
                DELIMITED BY SIZE INTO DL-REASON
            END-STRING
    END-REWRITE
    PERFORM 7500-PRINT-EXCEPTION THRU 7500-EXIT
    PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
6400-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 7000-WRITE-AUDIT - one audit row per count reset.  The row
*> belongs to a section, not a student, so the student ID is zero
*> the way STUDVFY logs a record with no usable ID.
*> ---------------------------------------------------------------
7000-WRITE-AUDIT.
    MOVE 'XREFVFY'       TO AUD-PROGRAM-NAME
    MOVE ZERO            TO AUD-STUDENT-ID
    MOVE 'RECOUNT'       TO AUD-ACTION-CODE
    CALL 'AUDLOG' USING AUD-PROGRAM-NAME
                        AUD-STUDENT-ID
                        AUD-ACTION-CODE
                        AUD-OUTCOME-CODE.
7000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 7100-LOOKUP-STUDENT - the caller moves the ID to SM-STUDENT-ID;
*> the answer for the last ID looked up is kept, since the grade,
*> waitlist and demographics files come back in runs per student.
*> ---------------------------------------------------------------
7100-LOOKUP-STUDENT.
    IF SM-STUDENT-ID = WS-LAST-STUDENT-ID
          AND WS-LAST-STUDENT-ID NOT = ZERO
        GO TO 7100-EXIT
    END-IF
    MOVE SM-STUDENT-ID TO WS-LAST-STUDENT-ID
    SET WS-LAST-STUDENT-FOUND TO TRUE
    READ STUDMAST
        INVALID KEY
            MOVE 'N' TO WS-LAST-STUDENT-SWITCH
    END-READ.
7100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 7200-LOOKUP-SECTION - the caller fills WS-SECTION-KEY; ENROLL
*> comes back in section order, so this is one read per section.
*> ---------------------------------------------------------------
7200-LOOKUP-SECTION.
    IF WS-SECTION-KEY = WS-LAST-SECTION-KEY
        GO TO 7200-EXIT
    END-IF
    MOVE WS-SECTION-KEY TO WS-LAST-SECTION-KEY
    MOVE WS-SECTION-KEY TO CM-COURSE-KEY
    SET WS-LAST-SECTION-FOUND TO TRUE
    READ CRSEMAST
        INVALID KEY
            MOVE 'N' TO WS-LAST-SECTION-SWITCH
    END-READ.
7200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 7500-PRINT-EXCEPTION
*> ---------------------------------------------------------------
7500-PRINT-EXCEPTION.
    WRITE XREF-REPORT-LINE FROM DETAIL-LINE
    ADD 1 TO WS-EXCEPTIONS-CNT.
7500-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8000-PRINT-CONTROL-TOTALS - rows read and exceptions by file and
*> reason, then what correction mode did.
*> ---------------------------------------------------------------
8000-PRINT-CONTROL-TOTALS.
    WRITE XREF-REPORT-LINE FROM HEADING-LINE-3
    MOVE 'ENROLL ROWS READ:'           TO TL-CAPTION
    MOVE WS-ENROLL-READ-CNT            TO TL-CNT
    WRITE XREF-REPORT-LINE FROM TOTAL-LINE
    MOVE '  NO STUDENT MASTER:'        TO TL-CAPTION
    MOVE WS-ENROLL-NO-MASTER-CNT       TO TL-CNT
    WRITE XREF-REPORT-LINE FROM TOTAL-LINE
    MOVE '  SECTION NOT ON CRSEMAST:'  TO TL-CAPTION
    MOVE WS-ENROLL-NO-SECTION-CNT      TO TL-CNT
    WRITE XREF-REPORT-LINE FROM TOTAL-LINE
    MOVE 'GRADES ROWS READ:'           TO TL-CAPTION
    MOVE WS-GRADES-READ-CNT            TO TL-CNT
    WRITE XREF-REPORT-LINE FROM TOTAL-LINE
    MOVE '  NO STUDENT MASTER:'        TO TL-CAPTION
    MOVE WS-GRADES-NO-MASTER-CNT       TO TL-CNT
    WRITE XREF-REPORT-LINE FROM TOTAL-LINE
    MOVE 'WAITLIST ROWS READ:'         TO TL-CAPTION
    MOVE WS-WAIT-READ-CNT              TO TL-CNT
    WRITE XREF-REPORT-LINE FROM TOTAL-LINE
    MOVE '  NO STUDENT MASTER:'        TO TL-CAPTION
    MOVE WS-WAIT-NO-MASTER-CNT         TO TL-CNT
    WRITE XREF-REPORT-LINE FROM TOTAL-LINE
    MOVE '  ALREADY ENROLLED:'         TO TL-CAPTION
    MOVE WS-WAIT-ENROLLED-CNT          TO TL-CNT
    WRITE XREF-REPORT-LINE FROM TOTAL-LINE
    MOVE 'DEMOMAST ROWS READ:'         TO TL-CAPTION
    MOVE WS-DEMO-READ-CNT              TO TL-CNT
    WRITE XREF-REPORT-LINE FROM TOTAL-LINE
    MOVE '  NO STUDENT MASTER:'        TO TL-CAPTION
    MOVE WS-DEMO-NO-MASTER-CNT         TO TL-CNT
    WRITE XREF-REPORT-LINE FROM TOTAL-LINE
    MOVE 'CRSEMAST SECTIONS READ:'     TO TL-CAPTION
    MOVE WS-SECTIONS-READ-CNT          TO TL-CNT
    WRITE XREF-REPORT-LINE FROM TOTAL-LINE
    MOVE '  ENROLLED COUNT OFF:'       TO TL-CAPTION
    MOVE WS-COUNT-MISMATCH-CNT         TO TL-CNT
    WRITE XREF-REPORT-LINE FROM TOTAL-LINE
    MOVE '  COUNTS RESET:'             TO TL-CAPTION
    MOVE WS-COUNT-RESET-CNT            TO TL-CNT
    WRITE XREF-REPORT-LINE FROM TOTAL-LINE
    MOVE '  COUNTS NOT RESET:'         TO TL-CAPTION
    MOVE WS-COUNT-NOT-RESET-CNT        TO TL-CNT
    WRITE XREF-REPORT-LINE FROM TOTAL-LINE
    MOVE 'TOTAL EXCEPTIONS:'           TO TL-CAPTION
    MOVE WS-EXCEPTIONS-CNT             TO TL-CNT
    WRITE XREF-REPORT-LINE FROM TOTAL-LINE.
8000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 9000-TERMINATE - control totals to sysout as well, close every
*> file.
*> ---------------------------------------------------------------
9000-TERMINATE.
    DISPLAY 'XREFVFY ENROLL ROWS READ    : ' WS-ENROLL-READ-CNT
    DISPLAY 'XREFVFY SECTIONS RECOUNTED  : ' WS-SECTIONS-READ-CNT
    DISPLAY 'XREFVFY COUNTS RESET        : ' WS-COUNT-RESET-CNT
    DISPLAY 'XREFVFY TOTAL EXCEPTIONS    : ' WS-EXCEPTIONS-CNT
    CLOSE STUDMAST
    CLOSE ENROLL
    CLOSE CRSEMAST
    IF NOT WS-NO-GRADES
        CLOSE GRADES
    END-IF
    IF NOT WS-NO-WAITLIST
        CLOSE WAITLIST
    END-IF
    IF NOT WS-NO-DEMOMAST
        CLOSE DEMOMAST
    END-IF
    CLOSE XREF-REPORT.
9000-EXIT.
    EXIT.
