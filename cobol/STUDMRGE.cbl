IDENTIFICATION DIVISION.
PROGRAM-ID.     STUDMRGE.
AUTHOR.         R GUPTA.
INSTALLATION.   REGISTRAR SYSTEMS.
DATE-WRITTEN.   2026-10-07.
DATE-COMPILED.

*> -------------------------------------------------------------------
*> STUDMRGE folds a duplicate student ID into the one being kept.
*> Each MRGECARD card names a surviving ID and a retired ID - the
*> same person carried twice on STUDMAST, as IDRECON and NAMERPT
*> turn up.  The retired ID's ENROLL, GRADES, WAITLIST and DEMOMAST
*> rows are moved onto the surviving ID, the survivor's master
*> takes the stricter of the two financial holds and academic
*> standings, and the retired master is deleted through JRNLOG and
*> AUDLOG the way STUDUPD deletes one.  The merge report shows
*> every row that moved.
*>
*> Every row is collected and checked before anything is touched,
*> so a card is either applied whole or refused whole.  Should a
*> write or delete still fail while the rows are being moved, the
*> rows that moved stay moved, the rest stay under the retired ID
*> and the retired master is kept - no MRGEXREF row is written -
*> so that rerunning the card finishes the merge.  The checks:
*>   - both IDs holding a grade for the same course/term/section
*>     refuses the card; which grade stands is a registrar call.
*>   - both IDs enrolled in the same course/term/section is one
*>     person holding two seats: the retired ID's enrollment is
*>     dropped instead of moved, and the section's CM-ENROLLED-CNT
*>     gives the second seat back.
*>   - a retired waitlist entry for a section the survivor already
*>     holds or is already queued for is dropped, not moved.
*>   - a survivor queued for a section the retired ID's seat moves
*>     into is now seated, so the survivor's own queue entry there
*>     is dropped.
*>   - a retired DEMOMAST row moves only when the survivor has
*>     none; otherwise the survivor's row is kept.
*>
*> Every applied merge is also appended to the MRGEXREF cross-
*> reference (MRGXCPY).  The retired ID's enrollments now sit under
*> the survivor, but the term's billed position still carries their
*> charges under the retired ID; TUITADJ reads MRGEXREF and folds
*> those charges into the survivor's before it matches enrollments
*> to charges, so a moved seat is neither charged again as an add
*> nor left billed to an ID that no longer exists.
*>
*> Hold: 'Y' is stricter than 'N'.  Standing, strictest first:
*> suspended, probation, good standing (blank), dean's list.
*>
*> Modification History
*>   2026-10-07  RG   Original.
*>   2026-10-15  RG   Drop the survivor's queue entry for a section
*>                    the retired ID's seat moves into, and refuse a
*>                    survivor with more queue entries than the
*>                    table holds instead of skipping the overflow.
*>   2026-10-15  RG   Audit the duplicate-seat DROP, the dropped
*>                    queue entry (UNQUEUE), the DEMOMAST move and
*>                    removal (DEMOCHG/DEMODEL) and the retired
*>                    master's DELETE the way STUDUPD and ENRLUPD
*>                    log them.  Write the survivor's ENROLL and
*>                    GRADES row before deleting the retired one, so
*>                    a failed write leaves the row where it was.
*>                    Append each merge to the MRGEXREF cross-
*>                    reference for TUITADJ.
*>   2026-10-15  RG   Keep the retired master, and write no MRGEXREF
*>                    row, when any row failed to move; the card is
*>                    reported and audited as an incomplete merge.
*>                    Check the queue entry rewrite.
*> -------------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MERGE-CARDS
        ASSIGN TO MRGECARD
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CARD-STATUS.

    SELECT STUDMAST
        ASSIGN TO STUDMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SM-STUDENT-ID
        ALTERNATE RECORD KEY IS SM-STUDENT-NAME WITH DUPLICATES
        FILE STATUS IS WS-STUDMAST-STATUS.

    SELECT DEMOMAST
        ASSIGN TO DEMOMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DM-STUDENT-ID
        FILE STATUS IS WS-DEMOMAST-STATUS.

    SELECT ENROLL
        ASSIGN TO ENROLL
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EN-ENROLL-KEY
        ALTERNATE RECORD KEY IS EN-STUDENT-ID WITH DUPLICATES
        FILE STATUS IS WS-ENROLL-STATUS.

    SELECT GRADES
        ASSIGN TO GRADES
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GR-GRADE-KEY
        FILE STATUS IS WS-GRADES-STATUS.

    SELECT WAITLIST
        ASSIGN TO WAITLIST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS WL-WAIT-KEY
        FILE STATUS IS WS-WAITLIST-STATUS.

    SELECT CRSEMAST
        ASSIGN TO CRSEMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CM-COURSE-KEY
        FILE STATUS IS WS-CRSEMAST-STATUS.

    SELECT MERGE-XREF
        ASSIGN TO MRGEXREF
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-XREF-STATUS.

    SELECT MERGE-REPORT
        ASSIGN TO MRGERPT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  MERGE-CARDS
    LABEL RECORDS ARE STANDARD.
01  MERGE-CARD.
    05  MC-SURVIVING-ID             PIC X(05).
    05  FILLER                      PIC X(01).
    05  MC-RETIRED-ID               PIC X(05).

FD  STUDMAST
    LABEL RECORDS ARE STANDARD.
COPY STMFCPY.

FD  DEMOMAST
    LABEL RECORDS ARE STANDARD.
COPY DEMOCPY.

FD  ENROLL
    LABEL RECORDS ARE STANDARD.
COPY ENRLCPY.

FD  GRADES
    LABEL RECORDS ARE STANDARD.
COPY GRADCPY.

FD  WAITLIST
    LABEL RECORDS ARE STANDARD.
COPY WAITCPY.

FD  CRSEMAST
    LABEL RECORDS ARE STANDARD.
COPY CRSECPY.

FD  MERGE-XREF
    LABEL RECORDS ARE STANDARD.
COPY MRGXCPY.

FD  MERGE-REPORT
    LABEL RECORDS ARE STANDARD.
01  MERGE-REPORT-LINE               PIC X(80).

WORKING-STORAGE SECTION.
01  WS-CARD-STATUS                   PIC X(02)      VALUE '00'.
    88  WS-CARD-OK                                  VALUE '00'.

01  WS-STUDMAST-STATUS               PIC X(02)      VALUE '00'.
    88  WS-STUDMAST-OK                              VALUE '00'.

01  WS-DEMOMAST-STATUS               PIC X(02)      VALUE '00'.
    88  WS-DEMOMAST-OK                              VALUE '00'.

01  WS-ENROLL-STATUS                 PIC X(02)      VALUE '00'.
    88  WS-ENROLL-OK                                VALUE '00'.

01  WS-GRADES-STATUS                 PIC X(02)      VALUE '00'.
    88  WS-GRADES-OK                                VALUE '00'.

01  WS-WAITLIST-STATUS               PIC X(02)      VALUE '00'.
    88  WS-WAITLIST-OK                              VALUE '00'.

01  WS-CRSEMAST-STATUS               PIC X(02)      VALUE '00'.
    88  WS-CRSEMAST-OK                              VALUE '00'.

01  WS-XREF-STATUS                   PIC X(02)      VALUE '00'.
    88  WS-XREF-OK                                  VALUE '00'.

01  WS-REPORT-STATUS                 PIC X(02)      VALUE '00'.

01  WS-EOF-SWITCH                    PIC X(01)      VALUE 'N'.
    88  WS-EOF-CARDS                                VALUE 'Y'.

01  WS-OPEN-ERROR-SWITCH             PIC X(01)      VALUE 'N'.
    88  WS-OPEN-ERROR                               VALUE 'Y'.

01  WS-NO-DEMOMAST-SWITCH            PIC X(01)      VALUE 'N'.
    88  WS-NO-DEMOMAST                              VALUE 'Y'.

01  WS-NO-WAITLIST-SWITCH            PIC X(01)      VALUE 'N'.
    88  WS-NO-WAITLIST                              VALUE 'Y'.

01  WS-ROWS-DONE-SWITCH              PIC X(01)      VALUE 'N'.
    88  WS-ROWS-DONE                                VALUE 'Y'.

01  WS-SURVIVOR-DEMO-SWITCH          PIC X(01)      VALUE 'N'.
    88  WS-SURVIVOR-HAS-DEMO                        VALUE 'Y'.

01  WS-RETIRED-DEMO-SWITCH           PIC X(01)      VALUE 'N'.
    88  WS-RETIRED-HAS-DEMO                         VALUE 'Y'.

01  WS-MOVE-FAILED-SWITCH            PIC X(01)      VALUE 'N'.
    88  WS-MOVE-FAILED                              VALUE 'Y'.

01  WS-REFUSE-REASON                 PIC X(40)      VALUE SPACES.

01  WS-SURVIVING-ID                  PIC 9(05)      VALUE ZERO.
01  WS-RETIRED-ID                    PIC 9(05)      VALUE ZERO.

01  WS-RETIRED-HOLD                  PIC X(01)      VALUE SPACE.
01  WS-RETIRED-STANDING              PIC X(01)      VALUE SPACE.
01  WS-OLD-HOLD                      PIC X(01)      VALUE SPACE.
01  WS-OLD-STANDING                  PIC X(01)      VALUE SPACE.

01  WS-RANK-STANDING                 PIC X(01)      VALUE SPACE.
01  WS-STANDING-RANK                 PIC 9(01)      VALUE ZERO.
01  WS-SURVIVOR-RANK                 PIC 9(01)      VALUE ZERO.

01  WS-BEFORE-IMAGE                  PIC X(54)      VALUE SPACES.

*> The retired ID's rows, collected and checked before any of
*> them is moved.  A retired ID with more rows than a table holds
*> is refused rather than half merged.
01  WS-ENROLL-TABLE.
    05  WS-ENR-USED-CNT             PIC 9(03) COMP  VALUE ZERO.
    05  WS-ENR-ENTRY OCCURS 60 TIMES.
        10  WS-ENR-COURSE-CODE      PIC X(08).
        10  WS-ENR-TERM             PIC X(06).
        10  WS-ENR-SECTION          PIC X(03).
        10  WS-ENR-ACTION           PIC X(01).
            88  WS-ENR-MOVE                        VALUE 'M'.
            88  WS-ENR-DUPLICATE                   VALUE 'D'.

01  WS-GRADE-TABLE.
    05  WS-GRD-USED-CNT             PIC 9(03) COMP  VALUE ZERO.
    05  WS-GRD-ENTRY OCCURS 200 TIMES.
        10  WS-GRD-IMAGE            PIC X(33).

01  WS-WAIT-TABLE.
    05  WS-WLT-USED-CNT             PIC 9(03) COMP  VALUE ZERO.
    05  WS-WLT-ENTRY OCCURS 60 TIMES.
        10  WS-WLT-WAIT-KEY.
            15  WS-WLT-COURSE-CODE  PIC X(08).
            15  WS-WLT-TERM         PIC X(06).
            15  WS-WLT-SECTION      PIC X(03).
            15  WS-WLT-SEQUENCE     PIC 9(05).
        10  WS-WLT-ACTION           PIC X(01).
            88  WS-WLT-MOVE                        VALUE 'M'.
            88  WS-WLT-DROP                        VALUE 'D'.

*> The survivor's own queue entries, so a retired entry in the
*> same queue can be told apart and a queue the survivor is
*> seated out of can be dropped.
01  WS-QUEUED-TABLE.
    05  WS-QUE-USED-CNT             PIC 9(03) COMP  VALUE ZERO.
    05  WS-QUE-ENTRY OCCURS 60 TIMES.
        10  WS-QUE-WAIT-KEY.
            15  WS-QUE-SECTION-KEY  PIC X(17).
            15  WS-QUE-SEQUENCE     PIC 9(05).

01  WS-TBL-SUB                       PIC 9(03) COMP  VALUE ZERO.
01  WS-QUE-SUB                       PIC 9(03) COMP  VALUE ZERO.
01  WS-MATCH-SUB                     PIC 9(03) COMP  VALUE ZERO.
01  WS-MATCH-SECTION-KEY             PIC X(17)      VALUE SPACES.

01  WS-CARD-COUNTERS.
    05  WS-CARD-ENR-MOVED-CNT       PIC 9(05) COMP  VALUE ZERO.
    05  WS-CARD-ENR-DROPPED-CNT     PIC 9(05) COMP  VALUE ZERO.
    05  WS-CARD-GRD-MOVED-CNT       PIC 9(05) COMP  VALUE ZERO.
    05  WS-CARD-WLT-MOVED-CNT       PIC 9(05) COMP  VALUE ZERO.
    05  WS-CARD-WLT-DROPPED-CNT     PIC 9(05) COMP  VALUE ZERO.

01  WS-COUNTERS.
    05  WS-CARDS-READ-CNT           PIC 9(07) COMP  VALUE ZERO.
    05  WS-MERGES-APPLIED-CNT       PIC 9(07) COMP  VALUE ZERO.
    05  WS-MERGES-REFUSED-CNT       PIC 9(07) COMP  VALUE ZERO.
    05  WS-MERGES-INCOMPLETE-CNT    PIC 9(07) COMP  VALUE ZERO.
    05  WS-ENROLL-MOVED-CNT         PIC 9(07) COMP  VALUE ZERO.
    05  WS-ENROLL-DROPPED-CNT       PIC 9(07) COMP  VALUE ZERO.
    05  WS-GRADES-MOVED-CNT         PIC 9(07) COMP  VALUE ZERO.
    05  WS-WAITLIST-MOVED-CNT       PIC 9(07) COMP  VALUE ZERO.
    05  WS-WAITLIST-DROPPED-CNT     PIC 9(07) COMP  VALUE ZERO.
    05  WS-DEMO-MOVED-CNT           PIC 9(07) COMP  VALUE ZERO.
    05  WS-DEMO-DROPPED-CNT         PIC 9(07) COMP  VALUE ZERO.

01  WS-CURRENT-DATE                  PIC 9(08)      VALUE ZERO.

01  HEADING-LINE-1.
    05  FILLER                       PIC X(35)      VALUE
        'DUPLICATE STUDENT ID MERGE REPORT'.
    05  FILLER                       PIC X(21)      VALUE SPACES.
    05  FILLER                       PIC X(05)      VALUE 'DATE:'.
    05  HL1-RUN-DATE                 PIC 9(08).

01  HEADING-LINE-3.
    05  FILLER                       PIC X(80)      VALUE ALL '-'.

01  CARD-HEADING-LINE.
    05  FILLER                       PIC X(14)      VALUE
        'MERGE RETIRED'.
    05  CHL-RETIRED-ID               PIC X(05).
    05  FILLER                       PIC X(20)      VALUE
        '  INTO SURVIVING ID'.
    05  CHL-SURVIVING-ID             PIC X(05).

01  REFUSE-LINE.
    05  FILLER                       PIC X(03)      VALUE SPACES.
    05  FILLER                       PIC X(15)      VALUE
        'MERGE REFUSED:'.
    05  RFL-REASON                   PIC X(40).

01  ROW-LINE.
    05  FILLER                       PIC X(03)      VALUE SPACES.
    05  RWL-FILE                     PIC X(10).
    05  RWL-COURSE-CODE              PIC X(08).
    05  FILLER                       PIC X(02)      VALUE SPACES.
    05  RWL-TERM                     PIC X(06).
    05  FILLER                       PIC X(02)      VALUE SPACES.
    05  RWL-SECTION                  PIC X(03).
    05  FILLER                       PIC X(02)      VALUE SPACES.
    05  RWL-DETAIL                   PIC X(44).

01  MASTER-LINE.
    05  FILLER                       PIC X(03)      VALUE SPACES.
    05  MSL-FIELD                    PIC X(10).
    05  MSL-DETAIL                   PIC X(40).

01  CHANGE-DETAIL.
    05  CGD-OLD-VALUE                PIC X(01).
    05  FILLER                       PIC X(04)      VALUE ' TO '.
    05  CGD-NEW-VALUE                PIC X(01).
    05  FILLER                       PIC X(34)      VALUE
        ' - STRICTER VALUE CARRIED'.

01  TOTAL-LINE.
    05  TL-CAPTION                   PIC X(30).
    05  TL-CNT                       PIC ZZZ,ZZ9.

01  WS-BLANK-LINE                    PIC X(80)      VALUE SPACES.

COPY AUDCPY.

COPY JRNCPY.

PROCEDURE DIVISION.

*> ---------------------------------------------------------------
*> 0000-MAINLINE
*> ---------------------------------------------------------------
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    IF WS-OPEN-ERROR
        STOP RUN
    END-IF
    PERFORM 3000-PROCESS-CARD THRU 3000-EXIT
        UNTIL WS-EOF-CARDS
    PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
    PERFORM 9000-TERMINATE THRU 9000-EXIT
    STOP RUN.

*> ---------------------------------------------------------------
*> 1000-INITIALIZE - the master, ENROLL, GRADES and the catalog
*> must all be there; a missing WAITLIST or DEMOMAST only means
*> there are no rows of that kind to move, and is noted.
*> ---------------------------------------------------------------
1000-INITIALIZE.
    OPEN INPUT MERGE-CARDS
    IF NOT WS-CARD-OK
        DISPLAY 'STUDMRGE - MRGECARD FILE MISSING - RUN STOPPED'
        SET WS-OPEN-ERROR TO TRUE
        GO TO 1000-EXIT
    END-IF
    OPEN I-O STUDMAST
    OPEN I-O ENROLL
    OPEN I-O GRADES
    OPEN I-O CRSEMAST
    IF NOT WS-STUDMAST-OK OR NOT WS-ENROLL-OK
          OR NOT WS-GRADES-OK OR NOT WS-CRSEMAST-OK
        DISPLAY 'STUDMRGE - MASTER FILE OPEN FAILED - STUDMAST '
            WS-STUDMAST-STATUS ' ENROLL ' WS-ENROLL-STATUS
            ' GRADES ' WS-GRADES-STATUS ' CRSEMAST '
            WS-CRSEMAST-STATUS ' - RUN STOPPED'
        SET WS-OPEN-ERROR TO TRUE
        GO TO 1000-EXIT
    END-IF
    OPEN I-O DEMOMAST
    IF NOT WS-DEMOMAST-OK
        SET WS-NO-DEMOMAST TO TRUE
        DISPLAY 'STUDMRGE - NO DEMOMAST FILE - NO DEMOGRAPHICS '
            'TO MERGE'
    END-IF
    OPEN I-O WAITLIST
    IF NOT WS-WAITLIST-OK
        SET WS-NO-WAITLIST TO TRUE
        DISPLAY 'STUDMRGE - NO WAITLIST FILE - NO QUEUE ENTRIES '
            'TO MERGE'
    END-IF
    OPEN EXTEND MERGE-XREF
    IF NOT WS-XREF-OK
        OPEN OUTPUT MERGE-XREF
    END-IF
    OPEN OUTPUT MERGE-REPORT
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    MOVE WS-CURRENT-DATE TO HL1-RUN-DATE
    WRITE MERGE-REPORT-LINE FROM HEADING-LINE-1
    WRITE MERGE-REPORT-LINE FROM HEADING-LINE-3
    PERFORM 2000-READ-CARD THRU 2000-EXIT.
1000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2000-READ-CARD
*> ---------------------------------------------------------------
2000-READ-CARD.
    READ MERGE-CARDS
        AT END
            SET WS-EOF-CARDS TO TRUE
    END-READ.
    IF NOT WS-EOF-CARDS
        ADD 1 TO WS-CARDS-READ-CNT
    END-IF.
2000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3000-PROCESS-CARD - edit the card, collect and check every row
*> the retired ID holds, and only then apply the merge.
*> ---------------------------------------------------------------
3000-PROCESS-CARD.
    MOVE SPACES TO WS-REFUSE-REASON
    INITIALIZE WS-CARD-COUNTERS
    MOVE MC-RETIRED-ID   TO CHL-RETIRED-ID
    MOVE MC-SURVIVING-ID TO CHL-SURVIVING-ID
    WRITE MERGE-REPORT-LINE FROM CARD-HEADING-LINE
    PERFORM 3100-EDIT-CARD THRU 3100-EXIT
    IF WS-REFUSE-REASON = SPACES
        PERFORM 4000-COLLECT-ENROLLMENTS THRU 4000-EXIT
    END-IF
    IF WS-REFUSE-REASON = SPACES
        PERFORM 4200-COLLECT-GRADES THRU 4200-EXIT
    END-IF
    IF WS-REFUSE-REASON = SPACES
        PERFORM 4400-COLLECT-WAITLIST THRU 4400-EXIT
    END-IF
    IF WS-REFUSE-REASON = SPACES
        PERFORM 4600-CHECK-DEMOGRAPHICS THRU 4600-EXIT
    END-IF
    IF WS-REFUSE-REASON NOT = SPACES
        PERFORM 7000-REFUSE-MERGE THRU 7000-EXIT
    ELSE
        PERFORM 5000-APPLY-MERGE THRU 5000-EXIT
    END-IF
    WRITE MERGE-REPORT-LINE FROM WS-BLANK-LINE
    PERFORM 2000-READ-CARD THRU 2000-EXIT.
3000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3100-EDIT-CARD - two different numeric IDs, both on the master.
*> The retired master is read first and the survivor last, so the
*> survivor is the record in the buffer when the edit passes.
*> ---------------------------------------------------------------
3100-EDIT-CARD.
    IF MC-SURVIVING-ID NOT NUMERIC OR MC-SURVIVING-ID = '00000'
        MOVE 'SURVIVING ID NOT NUMERIC' TO WS-REFUSE-REASON
        GO TO 3100-EXIT
    END-IF
    IF MC-RETIRED-ID NOT NUMERIC OR MC-RETIRED-ID = '00000'
        MOVE 'RETIRED ID NOT NUMERIC' TO WS-REFUSE-REASON
        GO TO 3100-EXIT
    END-IF
    IF MC-SURVIVING-ID = MC-RETIRED-ID
        MOVE 'SURVIVING AND RETIRED ID THE SAME'
            TO WS-REFUSE-REASON
        GO TO 3100-EXIT
    END-IF
    MOVE MC-SURVIVING-ID TO WS-SURVIVING-ID
    MOVE MC-RETIRED-ID   TO WS-RETIRED-ID
    MOVE WS-RETIRED-ID TO SM-STUDENT-ID
    READ STUDMAST
        INVALID KEY
            MOVE 'RETIRED ID NOT ON MASTER' TO WS-REFUSE-REASON
            GO TO 3100-EXIT
    END-READ
    MOVE SM-FINANCIAL-HOLD    TO WS-RETIRED-HOLD
    MOVE SM-ACADEMIC-STANDING TO WS-RETIRED-STANDING
    MOVE WS-SURVIVING-ID TO SM-STUDENT-ID
    READ STUDMAST
        INVALID KEY
            MOVE 'SURVIVING ID NOT ON MASTER' TO WS-REFUSE-REASON
    END-READ.
3100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4000-COLLECT-ENROLLMENTS - every ENROLL row the retired ID
*> holds, off the alternate key.  A row whose section the survivor
*> also holds is marked as a duplicate seat.
*> ---------------------------------------------------------------
4000-COLLECT-ENROLLMENTS.
    MOVE ZERO TO WS-ENR-USED-CNT
    MOVE 'N'  TO WS-ROWS-DONE-SWITCH
    MOVE WS-RETIRED-ID TO EN-STUDENT-ID
    START ENROLL KEY NOT LESS THAN EN-STUDENT-ID
        INVALID KEY
            GO TO 4000-EXIT
    END-START
    PERFORM 4050-READ-ENROLLMENT THRU 4050-EXIT
    PERFORM 4100-COLLECT-ONE-ENROLLMENT THRU 4100-EXIT
        UNTIL WS-ROWS-DONE OR WS-REFUSE-REASON NOT = SPACES
    IF WS-REFUSE-REASON = SPACES
        PERFORM 4150-CHECK-DUPLICATE-SEAT THRU 4150-EXIT
            VARYING WS-TBL-SUB FROM 1 BY 1
            UNTIL WS-TBL-SUB > WS-ENR-USED-CNT
    END-IF.
4000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4050-READ-ENROLLMENT - the retired ID's enrollments end at end
*> of file or at the first record keyed to another student.
*> ---------------------------------------------------------------
4050-READ-ENROLLMENT.
    READ ENROLL NEXT RECORD
        AT END
            SET WS-ROWS-DONE TO TRUE
    END-READ.
    IF NOT WS-ROWS-DONE AND EN-STUDENT-ID NOT = WS-RETIRED-ID
        SET WS-ROWS-DONE TO TRUE
    END-IF.
4050-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4100-COLLECT-ONE-ENROLLMENT
*> ---------------------------------------------------------------
4100-COLLECT-ONE-ENROLLMENT.
    IF WS-ENR-USED-CNT NOT < 60
        MOVE 'RETIRED ID HAS OVER 60 ENROLLMENTS'
            TO WS-REFUSE-REASON
        GO TO 4100-EXIT
    END-IF
    ADD 1 TO WS-ENR-USED-CNT
    MOVE EN-COURSE-CODE TO WS-ENR-COURSE-CODE (WS-ENR-USED-CNT)
    MOVE EN-TERM        TO WS-ENR-TERM (WS-ENR-USED-CNT)
    MOVE EN-SECTION     TO WS-ENR-SECTION (WS-ENR-USED-CNT)
    SET WS-ENR-MOVE (WS-ENR-USED-CNT) TO TRUE
    PERFORM 4050-READ-ENROLLMENT THRU 4050-EXIT.
4100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4150-CHECK-DUPLICATE-SEAT - a keyed read for the same section
*> under the surviving ID.
*> ---------------------------------------------------------------
4150-CHECK-DUPLICATE-SEAT.
    MOVE WS-ENR-COURSE-CODE (WS-TBL-SUB) TO EN-COURSE-CODE
    MOVE WS-ENR-TERM (WS-TBL-SUB)        TO EN-TERM
    MOVE WS-ENR-SECTION (WS-TBL-SUB)     TO EN-SECTION
    MOVE WS-SURVIVING-ID                 TO EN-STUDENT-ID
    READ ENROLL
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET WS-ENR-DUPLICATE (WS-TBL-SUB) TO TRUE
    END-READ.
4150-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4200-COLLECT-GRADES - every GRADES row the retired ID holds.  A
*> grade the survivor also holds for the same course/term/section
*> refuses the card.
*> ---------------------------------------------------------------
4200-COLLECT-GRADES.
    MOVE ZERO TO WS-GRD-USED-CNT
    MOVE 'N'  TO WS-ROWS-DONE-SWITCH
    MOVE WS-RETIRED-ID TO GR-STUDENT-ID
    MOVE LOW-VALUES    TO GR-TERM GR-COURSE-CODE GR-SECTION
    START GRADES KEY NOT LESS THAN GR-GRADE-KEY
        INVALID KEY
            GO TO 4200-EXIT
    END-START
    PERFORM 4250-READ-GRADE THRU 4250-EXIT
    PERFORM 4300-COLLECT-ONE-GRADE THRU 4300-EXIT
        UNTIL WS-ROWS-DONE OR WS-REFUSE-REASON NOT = SPACES
    IF WS-REFUSE-REASON = SPACES
        PERFORM 4350-CHECK-GRADE-CONFLICT THRU 4350-EXIT
            VARYING WS-TBL-SUB FROM 1 BY 1
            UNTIL WS-TBL-SUB > WS-GRD-USED-CNT
               OR WS-REFUSE-REASON NOT = SPACES
    END-IF.
4200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4250-READ-GRADE
*> ---------------------------------------------------------------
4250-READ-GRADE.
    READ GRADES NEXT RECORD
        AT END
            SET WS-ROWS-DONE TO TRUE
    END-READ.
    IF NOT WS-ROWS-DONE AND GR-STUDENT-ID NOT = WS-RETIRED-ID
        SET WS-ROWS-DONE TO TRUE
    END-IF.
4250-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4300-COLLECT-ONE-GRADE
*> ---------------------------------------------------------------
4300-COLLECT-ONE-GRADE.
    IF WS-GRD-USED-CNT NOT < 200
        MOVE 'RETIRED ID HAS OVER 200 GRADES'
            TO WS-REFUSE-REASON
        GO TO 4300-EXIT
    END-IF
    ADD 1 TO WS-GRD-USED-CNT
    MOVE GRADE-RECORD TO WS-GRD-IMAGE (WS-GRD-USED-CNT)
    PERFORM 4250-READ-GRADE THRU 4250-EXIT.
4300-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4350-CHECK-GRADE-CONFLICT
*> ---------------------------------------------------------------
4350-CHECK-GRADE-CONFLICT.
    MOVE WS-GRD-IMAGE (WS-TBL-SUB) TO GRADE-RECORD
    MOVE WS-SURVIVING-ID TO GR-STUDENT-ID
    READ GRADES
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'BOTH IDS GRADED IN THE SAME SECTION'
                TO WS-REFUSE-REASON
            MOVE 'GRADES'       TO RWL-FILE
            MOVE GR-COURSE-CODE TO RWL-COURSE-CODE
            MOVE GR-TERM        TO RWL-TERM
            MOVE GR-SECTION     TO RWL-SECTION
            MOVE 'HELD BY BOTH IDS' TO RWL-DETAIL
            WRITE MERGE-REPORT-LINE FROM ROW-LINE
    END-READ.
4350-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4400-COLLECT-WAITLIST - WAITLIST carries no student key, so one
*> pass over the whole file picks up both the retired ID's queue
*> entries and the sections the survivor is already queued for.
*> ---------------------------------------------------------------
4400-COLLECT-WAITLIST.
    MOVE ZERO TO WS-WLT-USED-CNT
                 WS-QUE-USED-CNT
    IF WS-NO-WAITLIST
        GO TO 4400-EXIT
    END-IF
    MOVE 'N' TO WS-ROWS-DONE-SWITCH
    MOVE LOW-VALUES TO WL-WAIT-KEY
    START WAITLIST KEY NOT LESS THAN WL-WAIT-KEY
        INVALID KEY
            GO TO 4400-EXIT
    END-START
    PERFORM 4450-SCAN-ONE-ENTRY THRU 4450-EXIT
        UNTIL WS-ROWS-DONE OR WS-REFUSE-REASON NOT = SPACES
    IF WS-REFUSE-REASON = SPACES
        PERFORM 4500-CHECK-QUEUE-ENTRY THRU 4500-EXIT
            VARYING WS-TBL-SUB FROM 1 BY 1
            UNTIL WS-TBL-SUB > WS-WLT-USED-CNT
    END-IF.
4400-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4450-SCAN-ONE-ENTRY
*> ---------------------------------------------------------------
4450-SCAN-ONE-ENTRY.
    READ WAITLIST NEXT RECORD
        AT END
            SET WS-ROWS-DONE TO TRUE
            GO TO 4450-EXIT
    END-READ
    EVALUATE WL-STUDENT-ID
        WHEN WS-RETIRED-ID
            IF WS-WLT-USED-CNT NOT < 60
                MOVE 'RETIRED ID HAS OVER 60 QUEUE ENTRIES'
                    TO WS-REFUSE-REASON
            ELSE
                ADD 1 TO WS-WLT-USED-CNT
                MOVE WL-WAIT-KEY TO WS-WLT-WAIT-KEY (WS-WLT-USED-CNT)
                SET WS-WLT-MOVE (WS-WLT-USED-CNT) TO TRUE
            END-IF
        WHEN WS-SURVIVING-ID
            IF WS-QUE-USED-CNT NOT < 60
                MOVE 'SURVIVING ID HAS OVER 60 QUEUE ENTRIES'
                    TO WS-REFUSE-REASON
            ELSE
                ADD 1 TO WS-QUE-USED-CNT
                MOVE WL-WAIT-KEY TO WS-QUE-WAIT-KEY (WS-QUE-USED-CNT)
            END-IF
    END-EVALUATE.
4450-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4500-CHECK-QUEUE-ENTRY - a retired queue entry is dropped when
*> the survivor already holds a seat in the section, or is already
*> queued for it.
*> ---------------------------------------------------------------
4500-CHECK-QUEUE-ENTRY.
    MOVE WS-WLT-COURSE-CODE (WS-TBL-SUB) TO EN-COURSE-CODE
    MOVE WS-WLT-TERM (WS-TBL-SUB)        TO EN-TERM
    MOVE WS-WLT-SECTION (WS-TBL-SUB)     TO EN-SECTION
    MOVE WS-SURVIVING-ID                 TO EN-STUDENT-ID
    READ ENROLL
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET WS-WLT-DROP (WS-TBL-SUB) TO TRUE
            GO TO 4500-EXIT
    END-READ
    MOVE WS-WLT-WAIT-KEY (WS-TBL-SUB) (1:17) TO WS-MATCH-SECTION-KEY
    MOVE ZERO TO WS-MATCH-SUB
    PERFORM 4550-SCAN-QUEUED THRU 4550-EXIT
        VARYING WS-QUE-SUB FROM 1 BY 1
        UNTIL WS-QUE-SUB > WS-QUE-USED-CNT
           OR WS-MATCH-SUB > ZERO
    IF WS-MATCH-SUB > ZERO
        SET WS-WLT-DROP (WS-TBL-SUB) TO TRUE
    END-IF.
4500-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4550-SCAN-QUEUED
*> ---------------------------------------------------------------
4550-SCAN-QUEUED.
    IF WS-QUE-SECTION-KEY (WS-QUE-SUB) = WS-MATCH-SECTION-KEY
        MOVE WS-QUE-SUB TO WS-MATCH-SUB
    END-IF.
4550-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4600-CHECK-DEMOGRAPHICS - note which of the two IDs has a
*> demographics row; nothing here refuses a card.
*> ---------------------------------------------------------------
4600-CHECK-DEMOGRAPHICS.
    MOVE 'N' TO WS-SURVIVOR-DEMO-SWITCH
    MOVE 'N' TO WS-RETIRED-DEMO-SWITCH
    IF WS-NO-DEMOMAST
        GO TO 4600-EXIT
    END-IF
    MOVE WS-SURVIVING-ID TO DM-STUDENT-ID
    READ DEMOMAST
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET WS-SURVIVOR-HAS-DEMO TO TRUE
    END-READ
    MOVE WS-RETIRED-ID TO DM-STUDENT-ID
    READ DEMOMAST
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET WS-RETIRED-HAS-DEMO TO TRUE
    END-READ.
4600-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5000-APPLY-MERGE - every check has passed: move the rows, carry
*> the stricter hold and standing, then retire the master.  A row
*> that failed to move is still filed under the retired ID, so the
*> master is kept for a rerun of the card and the merge is audited
*> as failed.
*> ---------------------------------------------------------------
5000-APPLY-MERGE.
    MOVE 'N' TO WS-MOVE-FAILED-SWITCH
    PERFORM 5100-MOVE-ENROLLMENT THRU 5100-EXIT
        VARYING WS-TBL-SUB FROM 1 BY 1
        UNTIL WS-TBL-SUB > WS-ENR-USED-CNT
    PERFORM 5200-MOVE-GRADE THRU 5200-EXIT
        VARYING WS-TBL-SUB FROM 1 BY 1
        UNTIL WS-TBL-SUB > WS-GRD-USED-CNT
    PERFORM 5300-MOVE-QUEUE-ENTRY THRU 5300-EXIT
        VARYING WS-TBL-SUB FROM 1 BY 1
        UNTIL WS-TBL-SUB > WS-WLT-USED-CNT
    PERFORM 5400-MOVE-DEMOGRAPHICS THRU 5400-EXIT
    PERFORM 5500-UPDATE-SURVIVOR THRU 5500-EXIT
    IF WS-MOVE-FAILED
        MOVE 'STUDMAST' TO MSL-FIELD
        MOVE 'MERGE INCOMPLETE - RETIRED MASTER KEPT' TO MSL-DETAIL
        WRITE MERGE-REPORT-LINE FROM MASTER-LINE
        ADD 1 TO WS-MERGES-INCOMPLETE-CNT
        MOVE '08' TO AUD-OUTCOME-CODE
    ELSE
        PERFORM 5600-DELETE-RETIRED THRU 5600-EXIT
        PERFORM 5700-WRITE-XREF THRU 5700-EXIT
        ADD 1 TO WS-MERGES-APPLIED-CNT
        MOVE '00' TO AUD-OUTCOME-CODE
    END-IF
    ADD WS-CARD-ENR-MOVED-CNT   TO WS-ENROLL-MOVED-CNT
    ADD WS-CARD-ENR-DROPPED-CNT TO WS-ENROLL-DROPPED-CNT
    ADD WS-CARD-GRD-MOVED-CNT   TO WS-GRADES-MOVED-CNT
    ADD WS-CARD-WLT-MOVED-CNT   TO WS-WAITLIST-MOVED-CNT
    ADD WS-CARD-WLT-DROPPED-CNT TO WS-WAITLIST-DROPPED-CNT
    MOVE 'MERGE'         TO AUD-ACTION-CODE
    MOVE WS-SURVIVING-ID TO AUD-STUDENT-ID
    PERFORM 7500-WRITE-AUDIT THRU 7500-EXIT.
5000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5100-MOVE-ENROLLMENT - the key carries the student ID, so a
*> move is a write under the survivor and then a delete under the
*> retired ID; a write that fails leaves the retired row alone.
*> Either failing leaves a row under the retired ID and marks the
*> merge incomplete.
*> A moved seat takes the survivor out of that section's queue.
*> A duplicate seat is only deleted, audited as a DROP the way
*> ENRLUPD logs one, and the section gives the second seat back.
*> ---------------------------------------------------------------
5100-MOVE-ENROLLMENT.
    MOVE WS-ENR-COURSE-CODE (WS-TBL-SUB) TO EN-COURSE-CODE
                                            RWL-COURSE-CODE
    MOVE WS-ENR-TERM (WS-TBL-SUB)        TO EN-TERM RWL-TERM
    MOVE WS-ENR-SECTION (WS-TBL-SUB)     TO EN-SECTION RWL-SECTION
    MOVE 'ENROLL'                        TO RWL-FILE
    IF WS-ENR-MOVE (WS-TBL-SUB)
        MOVE WS-SURVIVING-ID TO EN-STUDENT-ID
        WRITE ENROLLMENT-RECORD
            INVALID KEY
                DISPLAY 'STUDMRGE - ENROLL WRITE FAILED, STATUS '
                    WS-ENROLL-STATUS ' FOR ' EN-ENROLL-KEY
                MOVE 'NOT MOVED - LEFT UNDER RETIRED ID'
                    TO RWL-DETAIL
                WRITE MERGE-REPORT-LINE FROM ROW-LINE
                SET WS-MOVE-FAILED TO TRUE
                GO TO 5100-EXIT
        END-WRITE
    END-IF
    MOVE WS-RETIRED-ID TO EN-STUDENT-ID
    DELETE ENROLL
        INVALID KEY
            DISPLAY 'STUDMRGE - ENROLL DELETE FAILED, STATUS '
                WS-ENROLL-STATUS ' FOR ' EN-ENROLL-KEY
    END-DELETE
    IF NOT WS-ENROLL-OK
        SET WS-MOVE-FAILED TO TRUE
    END-IF
    IF WS-ENR-MOVE (WS-TBL-SUB)
        IF WS-ENROLL-OK
            MOVE 'MOVED TO SURVIVING ID' TO RWL-DETAIL
        ELSE
            MOVE 'COPIED - NOT DELETED UNDER RETIRED ID'
                TO RWL-DETAIL
        END-IF
        WRITE MERGE-REPORT-LINE FROM ROW-LINE
        ADD 1 TO WS-CARD-ENR-MOVED-CNT
        PERFORM 5120-DROP-SURVIVOR-QUEUE THRU 5120-EXIT
        GO TO 5100-EXIT
    END-IF
    IF NOT WS-ENROLL-OK
        MOVE 'DUPLICATE SEAT NOT DROPPED - DELETE FAILED'
            TO RWL-DETAIL
        WRITE MERGE-REPORT-LINE FROM ROW-LINE
        GO TO 5100-EXIT
    END-IF
    MOVE 'DROP'          TO AUD-ACTION-CODE
    MOVE WS-RETIRED-ID   TO AUD-STUDENT-ID
    MOVE '00'            TO AUD-OUTCOME-CODE
    PERFORM 7500-WRITE-AUDIT THRU 7500-EXIT
    PERFORM 5150-RELEASE-SEAT THRU 5150-EXIT
    MOVE 'SEAT HELD BY BOTH - DROPPED, COUNT LESS 1'
        TO RWL-DETAIL
    WRITE MERGE-REPORT-LINE FROM ROW-LINE
    ADD 1 TO WS-CARD-ENR-DROPPED-CNT.
5100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5120-DROP-SURVIVOR-QUEUE - a survivor queued for the section it
*> is now seated in gives up the queue entry, so the seat is not
*> offered to it a second time when the queue is worked.
*> ---------------------------------------------------------------
5120-DROP-SURVIVOR-QUEUE.
    MOVE EN-COURSE-CODE TO WS-MATCH-SECTION-KEY (1:8)
    MOVE EN-TERM        TO WS-MATCH-SECTION-KEY (9:6)
    MOVE EN-SECTION     TO WS-MATCH-SECTION-KEY (15:3)
    MOVE ZERO TO WS-MATCH-SUB
    PERFORM 4550-SCAN-QUEUED THRU 4550-EXIT
        VARYING WS-QUE-SUB FROM 1 BY 1
        UNTIL WS-QUE-SUB > WS-QUE-USED-CNT
           OR WS-MATCH-SUB > ZERO
    IF WS-MATCH-SUB = ZERO
        GO TO 5120-EXIT
    END-IF
    MOVE WS-QUE-WAIT-KEY (WS-MATCH-SUB) TO WL-WAIT-KEY
    READ WAITLIST
        INVALID KEY
            GO TO 5120-EXIT
    END-READ
    DELETE WAITLIST
        INVALID KEY
            DISPLAY 'STUDMRGE - WAITLIST DELETE FAILED, STATUS '
                WS-WAITLIST-STATUS ' FOR ' WL-WAIT-KEY
            GO TO 5120-EXIT
    END-DELETE
    MOVE 'WAITLIST' TO RWL-FILE
    MOVE 'SURVIVOR NOW SEATED - QUEUE ENTRY DROPPED' TO RWL-DETAIL
    WRITE MERGE-REPORT-LINE FROM ROW-LINE
    ADD 1 TO WS-CARD-WLT-DROPPED-CNT
    MOVE 'UNQUEUE'       TO AUD-ACTION-CODE
    MOVE WS-SURVIVING-ID TO AUD-STUDENT-ID
    MOVE '00'            TO AUD-OUTCOME-CODE
    PERFORM 7500-WRITE-AUDIT THRU 7500-EXIT.
5120-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5150-RELEASE-SEAT - the same catalog rewrite ENRLUPD's drop
*> path makes; a count already at zero is left alone.
*> ---------------------------------------------------------------
5150-RELEASE-SEAT.
    MOVE EN-COURSE-CODE TO CM-COURSE-CODE
    MOVE EN-TERM        TO CM-TERM
    MOVE EN-SECTION     TO CM-SECTION
    READ CRSEMAST
        INVALID KEY
            GO TO 5150-EXIT
    END-READ
    IF CM-ENROLLED-CNT > ZERO
        SUBTRACT 1 FROM CM-ENROLLED-CNT
        REWRITE COURSE-MASTER-RECORD
    END-IF.
5150-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5200-MOVE-GRADE - write under the survivor, then delete under
*> the retired ID; the letter grade and credit hours go across as
*> is.  A write that fails leaves the retired row alone, so the
*> grade is never lost; either failing marks the merge incomplete.
*> ---------------------------------------------------------------
5200-MOVE-GRADE.
    MOVE WS-GRD-IMAGE (WS-TBL-SUB) TO GRADE-RECORD
    MOVE 'GRADES'        TO RWL-FILE
    MOVE GR-COURSE-CODE  TO RWL-COURSE-CODE
    MOVE GR-TERM         TO RWL-TERM
    MOVE GR-SECTION      TO RWL-SECTION
    MOVE WS-SURVIVING-ID TO GR-STUDENT-ID
    WRITE GRADE-RECORD
        INVALID KEY
            DISPLAY 'STUDMRGE - GRADES WRITE FAILED, STATUS '
                WS-GRADES-STATUS ' FOR ' GR-GRADE-KEY
            MOVE 'NOT MOVED - LEFT UNDER RETIRED ID' TO RWL-DETAIL
            WRITE MERGE-REPORT-LINE FROM ROW-LINE
            SET WS-MOVE-FAILED TO TRUE
            GO TO 5200-EXIT
    END-WRITE
    MOVE WS-GRD-IMAGE (WS-TBL-SUB) TO GRADE-RECORD
    DELETE GRADES
        INVALID KEY
            DISPLAY 'STUDMRGE - GRADES DELETE FAILED, STATUS '
                WS-GRADES-STATUS ' FOR ' GR-GRADE-KEY
            MOVE 'COPIED - NOT DELETED UNDER RETIRED ID'
                TO RWL-DETAIL
            WRITE MERGE-REPORT-LINE FROM ROW-LINE
            SET WS-MOVE-FAILED TO TRUE
            GO TO 5200-EXIT
    END-DELETE
    MOVE SPACES          TO RWL-DETAIL
    STRING 'GRADE ' GR-LETTER-GRADE ' MOVED TO SURVIVING ID'
        DELIMITED BY SIZE INTO RWL-DETAIL
    WRITE MERGE-REPORT-LINE FROM ROW-LINE
    ADD 1 TO WS-CARD-GRD-MOVED-CNT.
5200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5300-MOVE-QUEUE-ENTRY - the queue key does not carry the
*> student, so a move rewrites the entry in place and it keeps
*> its place in line.  A dropped entry is audited as UNQUEUE under
*> the retired ID.  An entry left under the retired ID marks the
*> merge incomplete.
*> ---------------------------------------------------------------
5300-MOVE-QUEUE-ENTRY.
    MOVE WS-WLT-WAIT-KEY (WS-TBL-SUB) TO WL-WAIT-KEY
    READ WAITLIST
        INVALID KEY
            GO TO 5300-EXIT
    END-READ
    MOVE 'WAITLIST'     TO RWL-FILE
    MOVE WL-COURSE-CODE TO RWL-COURSE-CODE
    MOVE WL-TERM        TO RWL-TERM
    MOVE WL-SECTION     TO RWL-SECTION
    IF WS-WLT-MOVE (WS-TBL-SUB)
        MOVE WS-SURVIVING-ID TO WL-STUDENT-ID
        REWRITE WAITLIST-RECORD
            INVALID KEY
                DISPLAY 'STUDMRGE - WAITLIST REWRITE FAILED, STATUS '
                    WS-WAITLIST-STATUS ' FOR ' WL-WAIT-KEY
                MOVE 'NOT MOVED - LEFT UNDER RETIRED ID'
                    TO RWL-DETAIL
                WRITE MERGE-REPORT-LINE FROM ROW-LINE
                SET WS-MOVE-FAILED TO TRUE
                GO TO 5300-EXIT
        END-REWRITE
        MOVE 'QUEUE PLACE MOVED TO SURVIVING ID' TO RWL-DETAIL
        ADD 1 TO WS-CARD-WLT-MOVED-CNT
    ELSE
        DELETE WAITLIST
            INVALID KEY
                DISPLAY 'STUDMRGE - WAITLIST DELETE FAILED, STATUS '
                    WS-WAITLIST-STATUS ' FOR ' WL-WAIT-KEY
                MOVE 'NOT DROPPED - LEFT UNDER RETIRED ID'
                    TO RWL-DETAIL
                WRITE MERGE-REPORT-LINE FROM ROW-LINE
                SET WS-MOVE-FAILED TO TRUE
                GO TO 5300-EXIT
        END-DELETE
        MOVE 'SURVIVOR HOLDS OR QUEUED - ENTRY DROPPED'
            TO RWL-DETAIL
        ADD 1 TO WS-CARD-WLT-DROPPED-CNT
        MOVE 'UNQUEUE'       TO AUD-ACTION-CODE
        MOVE WS-RETIRED-ID   TO AUD-STUDENT-ID
        MOVE '00'            TO AUD-OUTCOME-CODE
        PERFORM 7500-WRITE-AUDIT THRU 7500-EXIT
    END-IF
    WRITE MERGE-REPORT-LINE FROM ROW-LINE.
5300-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5400-MOVE-DEMOGRAPHICS - the retired row moves only when the
*> survivor has none; otherwise the survivor's row stands and the
*> retired row is dropped so it cannot orphan.  A move is written
*> under the survivor first and audited DEMOCHG; the retired row's
*> removal is audited DEMODEL, the STUDUPD actions for the two.
*> A row left under the retired ID marks the merge incomplete.
*> ---------------------------------------------------------------
5400-MOVE-DEMOGRAPHICS.
    IF NOT WS-RETIRED-HAS-DEMO
        GO TO 5400-EXIT
    END-IF
    MOVE WS-RETIRED-ID TO DM-STUDENT-ID
    READ DEMOMAST
        INVALID KEY
            GO TO 5400-EXIT
    END-READ
    MOVE 'DEMOMAST' TO MSL-FIELD
    IF NOT WS-SURVIVOR-HAS-DEMO
        MOVE WS-SURVIVING-ID TO DM-STUDENT-ID
        WRITE DEMOGRAPHICS-RECORD
            INVALID KEY
                DISPLAY 'STUDMRGE - DEMOMAST WRITE FAILED, STATUS '
                    WS-DEMOMAST-STATUS ' FOR ' DM-STUDENT-ID
                MOVE 'NOT MOVED - LEFT UNDER RETIRED ID'
                    TO MSL-DETAIL
                WRITE MERGE-REPORT-LINE FROM MASTER-LINE
                SET WS-MOVE-FAILED TO TRUE
                GO TO 5400-EXIT
        END-WRITE
        MOVE 'DEMOCHG'       TO AUD-ACTION-CODE
        MOVE WS-SURVIVING-ID TO AUD-STUDENT-ID
        MOVE '00'            TO AUD-OUTCOME-CODE
        PERFORM 7500-WRITE-AUDIT THRU 7500-EXIT
    END-IF
    MOVE WS-RETIRED-ID TO DM-STUDENT-ID
    DELETE DEMOMAST
        INVALID KEY
            DISPLAY 'STUDMRGE - DEMOMAST DELETE FAILED, STATUS '
                WS-DEMOMAST-STATUS ' FOR ' DM-STUDENT-ID
            MOVE 'NOT DELETED - LEFT UNDER RETIRED ID'
                TO MSL-DETAIL
            WRITE MERGE-REPORT-LINE FROM MASTER-LINE
            SET WS-MOVE-FAILED TO TRUE
            GO TO 5400-EXIT
        NOT INVALID KEY
            MOVE 'DEMODEL'       TO AUD-ACTION-CODE
            MOVE WS-RETIRED-ID   TO AUD-STUDENT-ID
            MOVE '00'            TO AUD-OUTCOME-CODE
            PERFORM 7500-WRITE-AUDIT THRU 7500-EXIT
    END-DELETE
    IF WS-SURVIVOR-HAS-DEMO
        MOVE 'SURVIVOR ROW KEPT - RETIRED ROW DROPPED'
            TO MSL-DETAIL
        ADD 1 TO WS-DEMO-DROPPED-CNT
    ELSE
        MOVE 'ROW MOVED TO SURVIVING ID' TO MSL-DETAIL
        ADD 1 TO WS-DEMO-MOVED-CNT
    END-IF
    WRITE MERGE-REPORT-LINE FROM MASTER-LINE.
5400-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5500-UPDATE-SURVIVOR - carry the stricter hold and standing;
*> the master is only rewritten, and journaled, when one changed.
*> ---------------------------------------------------------------
5500-UPDATE-SURVIVOR.
    MOVE WS-SURVIVING-ID TO SM-STUDENT-ID
    READ STUDMAST
        INVALID KEY
            GO TO 5500-EXIT
    END-READ
    MOVE STUDENT-MASTER-RECORD TO WS-BEFORE-IMAGE
    MOVE SM-FINANCIAL-HOLD     TO WS-OLD-HOLD
    MOVE SM-ACADEMIC-STANDING  TO WS-OLD-STANDING
    IF WS-RETIRED-HOLD = 'Y'
        SET SM-HOLD-YES TO TRUE
    END-IF
    MOVE SM-ACADEMIC-STANDING TO WS-RANK-STANDING
    PERFORM 5550-RANK-STANDING THRU 5550-EXIT
    MOVE WS-STANDING-RANK TO WS-SURVIVOR-RANK
    MOVE WS-RETIRED-STANDING TO WS-RANK-STANDING
    PERFORM 5550-RANK-STANDING THRU 5550-EXIT
    IF WS-STANDING-RANK > WS-SURVIVOR-RANK
        MOVE WS-RETIRED-STANDING TO SM-ACADEMIC-STANDING
    END-IF
    IF SM-FINANCIAL-HOLD NOT = WS-OLD-HOLD
        MOVE 'HOLD'            TO MSL-FIELD
        MOVE WS-OLD-HOLD       TO CGD-OLD-VALUE
        MOVE SM-FINANCIAL-HOLD TO CGD-NEW-VALUE
        MOVE CHANGE-DETAIL     TO MSL-DETAIL
        WRITE MERGE-REPORT-LINE FROM MASTER-LINE
    END-IF
    IF SM-ACADEMIC-STANDING NOT = WS-OLD-STANDING
        MOVE 'STANDING'           TO MSL-FIELD
        MOVE WS-OLD-STANDING      TO CGD-OLD-VALUE
        MOVE SM-ACADEMIC-STANDING TO CGD-NEW-VALUE
        MOVE CHANGE-DETAIL        TO MSL-DETAIL
        WRITE MERGE-REPORT-LINE FROM MASTER-LINE
    END-IF
    IF STUDENT-MASTER-RECORD NOT = WS-BEFORE-IMAGE
        REWRITE STUDENT-MASTER-RECORD
        MOVE 'REWRITE'             TO JRN-ACTION-CODE
        MOVE WS-BEFORE-IMAGE       TO JRN-BEFORE-IMAGE
        MOVE STUDENT-MASTER-RECORD TO JRN-AFTER-IMAGE
        PERFORM 7600-WRITE-JOURNAL THRU 7600-EXIT
    END-IF.
5500-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5550-RANK-STANDING - the higher the rank, the stricter the
*> standing: suspended 3, probation 2, good standing 1, dean's
*> list 0.
*> ---------------------------------------------------------------
5550-RANK-STANDING.
    EVALUATE WS-RANK-STANDING
        WHEN 'S'   MOVE 3 TO WS-STANDING-RANK
        WHEN 'P'   MOVE 2 TO WS-STANDING-RANK
        WHEN 'D'   MOVE 0 TO WS-STANDING-RANK
        WHEN OTHER MOVE 1 TO WS-STANDING-RANK
    END-EVALUATE.
5550-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5600-DELETE-RETIRED - the retired master goes through the
*> journal and the audit trail the way a STUDUPD delete does.
*> ---------------------------------------------------------------
5600-DELETE-RETIRED.
    MOVE WS-RETIRED-ID TO SM-STUDENT-ID
    READ STUDMAST
        INVALID KEY
            GO TO 5600-EXIT
    END-READ
    MOVE STUDENT-MASTER-RECORD TO WS-BEFORE-IMAGE
    DELETE STUDMAST
    MOVE 'DELETE'        TO JRN-ACTION-CODE
    MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
    MOVE SPACES          TO JRN-AFTER-IMAGE
    PERFORM 7600-WRITE-JOURNAL THRU 7600-EXIT
    MOVE 'DELETE'        TO AUD-ACTION-CODE
    MOVE WS-RETIRED-ID   TO AUD-STUDENT-ID
    MOVE '00'            TO AUD-OUTCOME-CODE
    PERFORM 7500-WRITE-AUDIT THRU 7500-EXIT
    MOVE 'STUDMAST'      TO MSL-FIELD
    MOVE 'RETIRED MASTER RECORD DELETED' TO MSL-DETAIL
    WRITE MERGE-REPORT-LINE FROM MASTER-LINE.
5600-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5700-WRITE-XREF - one MRGEXREF row per applied merge, so TUITADJ
*> can bill the retired ID's charges to the survivor.
*> ---------------------------------------------------------------
5700-WRITE-XREF.
    MOVE SPACES          TO MERGE-XREF-RECORD
    MOVE WS-RETIRED-ID   TO MX-RETIRED-ID
    MOVE WS-SURVIVING-ID TO MX-SURVIVING-ID
    MOVE WS-CURRENT-DATE TO MX-MERGE-DATE
    WRITE MERGE-XREF-RECORD.
5700-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 7000-REFUSE-MERGE - nothing on the card was applied.
*> ---------------------------------------------------------------
7000-REFUSE-MERGE.
    MOVE WS-REFUSE-REASON TO RFL-REASON
    WRITE MERGE-REPORT-LINE FROM REFUSE-LINE
    ADD 1 TO WS-MERGES-REFUSED-CNT
    MOVE 'MERGE' TO AUD-ACTION-CODE
    IF MC-SURVIVING-ID NUMERIC
        MOVE MC-SURVIVING-ID TO AUD-STUDENT-ID
    ELSE
        MOVE ZERO TO AUD-STUDENT-ID
    END-IF
    MOVE '08' TO AUD-OUTCOME-CODE
    PERFORM 7500-WRITE-AUDIT THRU 7500-EXIT.
7000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 7500-WRITE-AUDIT - the caller sets the student, action and
*> outcome.
*> ---------------------------------------------------------------
7500-WRITE-AUDIT.
    MOVE 'STUDMRGE' TO AUD-PROGRAM-NAME
    CALL 'AUDLOG' USING AUD-PROGRAM-NAME
                        AUD-STUDENT-ID
                        AUD-ACTION-CODE
                        AUD-OUTCOME-CODE.
7500-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 7600-WRITE-JOURNAL - one before/after image row per master
*> change; the caller sets the action code and both images.
*> ---------------------------------------------------------------
7600-WRITE-JOURNAL.
    MOVE 'STUDMRGE' TO JRN-PROGRAM-NAME
    CALL 'JRNLOG' USING JRN-PROGRAM-NAME
                        JRN-ACTION-CODE
                        JRN-BEFORE-IMAGE
                        JRN-AFTER-IMAGE.
7600-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8000-PRINT-CONTROL-TOTALS
*> ---------------------------------------------------------------
8000-PRINT-CONTROL-TOTALS.
    WRITE MERGE-REPORT-LINE FROM HEADING-LINE-3
    MOVE 'MERGE CARDS READ:'        TO TL-CAPTION
    MOVE WS-CARDS-READ-CNT          TO TL-CNT
    WRITE MERGE-REPORT-LINE FROM TOTAL-LINE
    MOVE 'MERGES APPLIED:'          TO TL-CAPTION
    MOVE WS-MERGES-APPLIED-CNT      TO TL-CNT
    WRITE MERGE-REPORT-LINE FROM TOTAL-LINE
    MOVE 'MERGES REFUSED:'          TO TL-CAPTION
    MOVE WS-MERGES-REFUSED-CNT      TO TL-CNT
    WRITE MERGE-REPORT-LINE FROM TOTAL-LINE
    MOVE 'MERGES INCOMPLETE:'       TO TL-CAPTION
    MOVE WS-MERGES-INCOMPLETE-CNT   TO TL-CNT
    WRITE MERGE-REPORT-LINE FROM TOTAL-LINE
    MOVE 'ENROLLMENTS MOVED:'       TO TL-CAPTION
    MOVE WS-ENROLL-MOVED-CNT        TO TL-CNT
    WRITE MERGE-REPORT-LINE FROM TOTAL-LINE
    MOVE 'DUPLICATE SEATS DROPPED:' TO TL-CAPTION
    MOVE WS-ENROLL-DROPPED-CNT      TO TL-CNT
    WRITE MERGE-REPORT-LINE FROM TOTAL-LINE
    MOVE 'GRADES MOVED:'            TO TL-CAPTION
    MOVE WS-GRADES-MOVED-CNT        TO TL-CNT
    WRITE MERGE-REPORT-LINE FROM TOTAL-LINE
    MOVE 'QUEUE ENTRIES MOVED:'     TO TL-CAPTION
    MOVE WS-WAITLIST-MOVED-CNT      TO TL-CNT
    WRITE MERGE-REPORT-LINE FROM TOTAL-LINE
    MOVE 'QUEUE ENTRIES DROPPED:'   TO TL-CAPTION
    MOVE WS-WAITLIST-DROPPED-CNT    TO TL-CNT
    WRITE MERGE-REPORT-LINE FROM TOTAL-LINE
    MOVE 'DEMOGRAPHICS MOVED:'      TO TL-CAPTION
    MOVE WS-DEMO-MOVED-CNT          TO TL-CNT
    WRITE MERGE-REPORT-LINE FROM TOTAL-LINE
    MOVE 'DEMOGRAPHICS DROPPED:'    TO TL-CAPTION
    MOVE WS-DEMO-DROPPED-CNT        TO TL-CNT
    WRITE MERGE-REPORT-LINE FROM TOTAL-LINE.
8000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 9000-TERMINATE - control totals to sysout as well, close every
*> file.
*> ---------------------------------------------------------------
9000-TERMINATE.
    DISPLAY 'STUDMRGE CARDS READ     : ' WS-CARDS-READ-CNT
    DISPLAY 'STUDMRGE MERGES APPLIED : ' WS-MERGES-APPLIED-CNT
    DISPLAY 'STUDMRGE MERGES REFUSED : ' WS-MERGES-REFUSED-CNT
    DISPLAY 'STUDMRGE MERGES INCOMPLETE: ' WS-MERGES-INCOMPLETE-CNT
    CLOSE MERGE-CARDS
    CLOSE STUDMAST
    CLOSE ENROLL
    CLOSE GRADES
    CLOSE CRSEMAST
    CLOSE MERGE-XREF
    IF NOT WS-NO-DEMOMAST
        CLOSE DEMOMAST
    END-IF
    IF NOT WS-NO-WAITLIST
        CLOSE WAITLIST
    END-IF
    CLOSE MERGE-REPORT.
9000-EXIT.
    EXIT.
