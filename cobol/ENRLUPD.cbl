*>                    time.  A missing PREQMAST means no
*>                    prerequisites are defined and is noted, not
*>                    fatal.
*>   2026-10-09  RG   Reject an add whose MTGMAST meeting pattern
*>                    overlaps a section the student already holds
*>                    that term - a shared day with each section
*>                    starting before the other ends - naming the
*>                    section it clashes with.  The check runs
*>                    before the capacity check, so a clashing add
*>                    is never queued, and it runs again at
*>                    promotion time, since the student may have
*>                    picked up a clashing section while queued.  A
*>                    section with no pattern is to be arranged and
*>                    never clashes; a missing MTGMAST is noted, not
*>                    fatal.
*> -------------------------------------------------------------------

ENVIRONMENT DIVISION.
        RECORD KEY IS GR-GRADE-KEY
        FILE STATUS IS WS-GRADES-STATUS.

    SELECT MTGMAST
        ASSIGN TO MTGMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MP-MEETING-KEY
        ALTERNATE RECORD KEY IS MP-ROOM-KEY WITH DUPLICATES
        FILE STATUS IS WS-MTGMAST-STATUS.

    SELECT EXCEPTION-REPORT
        ASSIGN TO ENRLEXCP
        ORGANIZATION IS LINE SEQUENTIAL
    LABEL RECORDS ARE STANDARD.
COPY GRADCPY.

FD  MTGMAST
    LABEL RECORDS ARE STANDARD.
COPY MTGCPY.

FD  EXCEPTION-REPORT
    LABEL RECORDS ARE STANDARD.
01  EXCEPTION-REPORT-LINE.
01  WS-GRADES-STATUS                 PIC X(02)      VALUE '00'.
    88  WS-GRADES-OK                                VALUE '00'.

01  WS-MTGMAST-STATUS                PIC X(02)      VALUE '00'.
    88  WS-MTGMAST-OK                               VALUE '00'.

01  WS-EXCEPTION-STATUS              PIC X(02)      VALUE '00'.
    88  WS-EXCEPTION-OK                             VALUE '00'.

    05  WS-PREREQ-REASON-COURSE      PIC X(08).
    05  FILLER                       PIC X(04)      VALUE SPACES.

01  WS-NO-MTGMAST-SWITCH             PIC X(01)      VALUE 'N'.
    88  WS-NO-MTGMAST                               VALUE 'Y'.

01  WS-HELD-DONE-SWITCH              PIC X(01)      VALUE 'N'.
    88  WS-HELD-DONE                                VALUE 'Y'.

01  WS-DAY-SHARED-SWITCH             PIC X(01)      VALUE 'N'.
    88  WS-DAY-SHARED                               VALUE 'Y'.

01  WS-DAY-SUB                       PIC 9(02) COMP  VALUE ZERO.

01  WS-SCHED-KEY.
    05  WS-SCHED-COURSE-CODE         PIC X(08)      VALUE SPACES.
    05  WS-SCHED-TERM                PIC X(06)      VALUE SPACES.
    05  WS-SCHED-SECTION             PIC X(03)      VALUE SPACES.

01  WS-SCHED-PATTERN.
    05  WS-SCHED-DAYS                PIC X(07)      VALUE SPACES.
    05  FILLER REDEFINES WS-SCHED-DAYS.
        10  WS-SCHED-DAY-FLAG        PIC X(01)  OCCURS 7 TIMES.
    05  WS-SCHED-START-TIME          PIC 9(04)      VALUE ZERO.
    05  WS-SCHED-END-TIME            PIC 9(04)      VALUE ZERO.

01  WS-CONFLICT-REASON.
    05  FILLER                       PIC X(26)      VALUE
        'ADD REJECTED - TIME CLASH '.
    05  WS-CONFLICT-COURSE           PIC X(08).
    05  FILLER                       PIC X(01)      VALUE SPACES.
    05  WS-CONFLICT-SECTION          PIC X(03).
    05  FILLER                       PIC X(02)      VALUE SPACES.

01  WS-CURRENT-DATE                  PIC 9(08)      VALUE ZERO.

01  WS-COUNTERS.
    05  WS-PROMOTE-FAIL-CNT         PIC 9(07) COMP  VALUE ZERO.
    05  WS-PREREQ-REJECT-CNT        PIC 9(07) COMP  VALUE ZERO.
    05  WS-PREREQ-WAIVED-CNT        PIC 9(07) COMP  VALUE ZERO.
    05  WS-CONFLICT-REJECT-CNT      PIC 9(07) COMP  VALUE ZERO.

COPY AUDCPY.

    END-IF
    OPEN INPUT STUDMAST
    PERFORM 1200-OPEN-PREREQ-FILES THRU 1200-EXIT
    PERFORM 1250-OPEN-MTGMAST THRU 1250-EXIT
    OPEN OUTPUT EXCEPTION-REPORT
    IF NOT WS-EOF-TRAN
        PERFORM 2000-READ-TRANSACTION THRU 2000-EXIT
1200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1250-OPEN-MTGMAST - read-only here.  A shop that has never
*> loaded meeting patterns has every section to be arranged, so a
*> missing file is noted and the conflict edit skipped, the same
*> way a missing PREQMAST is.
*> ---------------------------------------------------------------
1250-OPEN-MTGMAST.
    OPEN INPUT MTGMAST
    IF NOT WS-MTGMAST-OK
        SET WS-NO-MTGMAST TO TRUE
        DISPLAY 'ENRLUPD - NO MTGMAST FILE - '
            'SCHEDULE CONFLICTS NOT CHECKED'
    END-IF.
1250-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2000-READ-TRANSACTION - read the next transaction, setting the
*> end-of-file switch when the file is exhausted.
*> ---------------------------------------------------------------
*> 4000-APPLY-ADD - the student must be on STUDMAST and active,
*> must hold every PREQMAST prerequisite for the course (or carry
*> the waiver), the section must be on the course catalog, its
*> meeting pattern must not clash with a section the student
*> already holds that term, and the student must not already be
*> enrolled.  A section at its seat capacity is the one edit that
*> queues instead of rejecting - the add goes onto the WAITLIST
*> file to be promoted by a later drop.  A successful add bumps
*> the catalog's enrolled count so the capacity check stays honest
*> within the run.
*> ---------------------------------------------------------------
4000-APPLY-ADD.
    MOVE ET-STUDENT-ID TO WS-EDIT-STUDENT-ID
        PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
        GO TO 4000-EXIT
    END-IF
    MOVE ET-COURSE-CODE TO WS-SCHED-COURSE-CODE
    MOVE ET-TERM        TO WS-SCHED-TERM
    MOVE ET-SECTION     TO WS-SCHED-SECTION
    PERFORM 4250-EDIT-SCHEDULE THRU 4250-EXIT
    IF WS-REJECT-REASON NOT = SPACES
        PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
        ADD 1 TO WS-CONFLICT-REJECT-CNT
        GO TO 4000-EXIT
    END-IF
    IF WS-SECTION-FULL
        PERFORM 4300-QUEUE-ON-WAITLIST THRU 4300-EXIT
        GO TO 4000-EXIT
4200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4250-EDIT-SCHEDULE - the section in WS-SCHED-KEY must not meet
*> at the same time as any other section the student in
*> WS-EDIT-STUDENT-ID holds that term.  Driven off working storage
*> so a transaction add and a waitlist promotion share it.  A
*> section with no MTGMAST pattern, or no meeting days, is to be
*> arranged and is never checked; the student's ENROLL rows are
*> walked on the EN-STUDENT-ID alternate key the way TRNSCRPT
*> retrieves them, and the first clash names the rejection.
*> ---------------------------------------------------------------
4250-EDIT-SCHEDULE.
    IF WS-NO-MTGMAST
        GO TO 4250-EXIT
    END-IF
    MOVE WS-SCHED-KEY TO MP-MEETING-KEY
    READ MTGMAST
        INVALID KEY
            GO TO 4250-EXIT
    END-READ
    IF MP-MEETING-DAYS = SPACES
        GO TO 4250-EXIT
    END-IF
    MOVE MP-MEETING-DAYS TO WS-SCHED-DAYS
    MOVE MP-START-TIME   TO WS-SCHED-START-TIME
    MOVE MP-END-TIME     TO WS-SCHED-END-TIME
    MOVE 'N' TO WS-HELD-DONE-SWITCH
    MOVE WS-EDIT-STUDENT-ID TO EN-STUDENT-ID
    START ENROLL KEY NOT LESS THAN EN-STUDENT-ID
        INVALID KEY
            GO TO 4250-EXIT
    END-START
    PERFORM 4260-CHECK-HELD-SECTION THRU 4260-EXIT
        UNTIL WS-HELD-DONE.
4250-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4260-CHECK-HELD-SECTION - one sequential read down the
*> student's enrollments; the walk ends at end of file, the first
*> row for another student, or the first clash.  Rows for another
*> term and the section being added itself are passed over - a
*> repeat add is caught as already enrolled.
*> ---------------------------------------------------------------
4260-CHECK-HELD-SECTION.
    READ ENROLL NEXT RECORD
        AT END
            SET WS-HELD-DONE TO TRUE
            GO TO 4260-EXIT
    END-READ
    IF EN-STUDENT-ID NOT = WS-EDIT-STUDENT-ID
        SET WS-HELD-DONE TO TRUE
        GO TO 4260-EXIT
    END-IF
    IF EN-TERM NOT = WS-SCHED-TERM
        GO TO 4260-EXIT
    END-IF
    IF EN-COURSE-CODE = WS-SCHED-COURSE-CODE
          AND EN-SECTION = WS-SCHED-SECTION
        GO TO 4260-EXIT
    END-IF
    MOVE EN-COURSE-CODE TO MP-COURSE-CODE
    MOVE EN-TERM        TO MP-TERM
    MOVE EN-SECTION     TO MP-SECTION
    READ MTGMAST
        INVALID KEY
            GO TO 4260-EXIT
    END-READ
    IF MP-START-TIME NOT < WS-SCHED-END-TIME
          OR WS-SCHED-START-TIME NOT < MP-END-TIME
        GO TO 4260-EXIT
    END-IF
    MOVE 'N' TO WS-DAY-SHARED-SWITCH
    PERFORM 4270-CHECK-ONE-DAY THRU 4270-EXIT
        VARYING WS-DAY-SUB FROM 1 BY 1
        UNTIL WS-DAY-SUB > 7 OR WS-DAY-SHARED
    IF WS-DAY-SHARED
        MOVE EN-COURSE-CODE     TO WS-CONFLICT-COURSE
        MOVE EN-SECTION         TO WS-CONFLICT-SECTION
        MOVE WS-CONFLICT-REASON TO WS-REJECT-REASON
        SET WS-HELD-DONE TO TRUE
    END-IF.
4260-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4270-CHECK-ONE-DAY - the two sections share a day when the same
*> weekday position is non-blank in both patterns.
*> ---------------------------------------------------------------
4270-CHECK-ONE-DAY.
    IF WS-SCHED-DAY-FLAG (WS-DAY-SUB) NOT = SPACE
          AND MP-DAY-FLAG (WS-DAY-SUB) NOT = SPACE
        SET WS-DAY-SHARED TO TRUE
    END-IF.
4270-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4300-QUEUE-ON-WAITLIST - the add failed on nothing but seat
*> capacity, so it joins the back of the section's queue: one past

*> ---------------------------------------------------------------
*> 5220-TRY-PROMOTION - read the queue head, run the candidate
*> through the same student edits as a normal add, prove the
*> section still fits their timetable, and enroll them into the
*> freed seat.  The catalog record is re-read so the
*> enrolled-count bump lands on the record as it stands after the
*> drop's release.
*> ---------------------------------------------------------------
        PERFORM 5250-REJECT-PROMOTION THRU 5250-EXIT
        GO TO 5220-EXIT
    END-IF
    MOVE WL-COURSE-CODE TO WS-SCHED-COURSE-CODE
    MOVE WL-TERM        TO WS-SCHED-TERM
    MOVE WL-SECTION     TO WS-SCHED-SECTION
    PERFORM 4250-EDIT-SCHEDULE THRU 4250-EXIT
    IF WS-REJECT-REASON NOT = SPACES
        PERFORM 5250-REJECT-PROMOTION THRU 5250-EXIT
        GO TO 5220-EXIT
    END-IF
    MOVE WL-COURSE-CODE TO CM-COURSE-CODE
    MOVE WL-TERM        TO CM-TERM
    MOVE WL-SECTION     TO CM-SECTION
    DISPLAY 'ENRLUPD PROMOTIONS REJECTED  : ' WS-PROMOTE-FAIL-CNT
    DISPLAY 'ENRLUPD PREREQ REJECTS       : ' WS-PREREQ-REJECT-CNT
    DISPLAY 'ENRLUPD PREREQ WAIVERS       : ' WS-PREREQ-WAIVED-CNT
    DISPLAY 'ENRLUPD TIME CLASH REJECTS   : ' WS-CONFLICT-REJECT-CNT
    CLOSE ENRLTRAN
    CLOSE ENROLL
    CLOSE WAITLIST
    IF NOT WS-NO-GRADES
        CLOSE GRADES
    END-IF
    IF NOT WS-NO-MTGMAST
        CLOSE MTGMAST
    END-IF
    CLOSE CRSEMAST
    CLOSE STUDMAST
    CLOSE EXCEPTION-REPORT.
