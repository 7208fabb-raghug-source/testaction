IDENTIFICATION DIVISION.
PROGRAM-ID.     GRADDIST.
AUTHOR.         R GUPTA.
INSTALLATION.   REGISTRAR SYSTEMS.
DATE-WRITTEN.   2026-10-15.
DATE-COMPILED.

*> -------------------------------------------------------------------
*> GRADDIST is the deans' grade distribution and section fill-rate
*> report for one term, in the ROOMRPT mold.  The term comes off the
*> TERMPARM card and the flag thresholds off the DISTPARM card.
*>
*> GRADES is keyed by student, so the term's grades are first tallied
*> into a table by course and section - a count per letter A B C D F
*> W I, and the GPA credits and quality points under the
*> GR-GRADE-IN-GPA rules ACADSTND uses (A=4 down to F=0, weighted by
*> credit hours).  CRSEMAST is then read in key order, which brings
*> the term's sections back course by course, and each section
*> prints on two lines:
*>
*>   - the count per letter, the grades recorded, the section GPA,
*>     and the D/F/W rate - D, F and W over every grade recorded;
*>   - each letter as a percentage of the grades recorded, seats
*>     filled as CM-ENROLLED-CNT over CM-SEAT-CAPACITY, and the depth
*>     of the section's queue still on WAITLIST.
*>
*> A section whose D/F/W rate is over the card's limit, or whose
*> fill is under its minimum or over its maximum, has a flag line
*> under it.  A section with no grades is never flagged for D/F/W,
*> nor one with no seat capacity for fill.  Subtotals in the same
*> two-line form print when the course changes and when the
*> department - the leading letters of the course code - changes,
*> and the term total closes the report.  Grades for a section not
*> on the catalog are listed after the term total and are in no
*> subtotal.  A run without GRADES or WAITLIST prints with those
*> figures at zero.
*>
*> Modification History
*>   2026-10-15  RG   Original.
*> -------------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CRSEMAST
        ASSIGN TO CRSEMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
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
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS WL-WAIT-KEY
        FILE STATUS IS WS-WAITLIST-STATUS.

    SELECT TERM-PARM
        ASSIGN TO TERMPARM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TERMPARM-STATUS.

    SELECT DIST-PARM
        ASSIGN TO DISTPARM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DISTPARM-STATUS.

    SELECT DIST-REPORT
        ASSIGN TO DISTRPT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CRSEMAST
    LABEL RECORDS ARE STANDARD.
COPY CRSECPY.

FD  GRADES
    LABEL RECORDS ARE STANDARD.
COPY GRADCPY.

FD  WAITLIST
    LABEL RECORDS ARE STANDARD.
COPY WAITCPY.

FD  TERM-PARM
    LABEL RECORDS ARE STANDARD.
01  TERM-PARM-CARD.
    05  TP-TERM                     PIC X(06).

*> Thresholds are whole percentages - '025' is 25%.  A fill
*> maximum over 100 allows for sections enrolled past capacity.
FD  DIST-PARM
    LABEL RECORDS ARE STANDARD.
01  DIST-PARM-CARD.
    05  DP-DFW-MAX-PCT              PIC 9(03).
    05  FILLER                      PIC X(01).
    05  DP-FILL-MIN-PCT             PIC 9(03).
    05  FILLER                      PIC X(01).
    05  DP-FILL-MAX-PCT             PIC 9(03).

FD  DIST-REPORT
    LABEL RECORDS ARE STANDARD.
01  DIST-REPORT-LINE                PIC X(80).

WORKING-STORAGE SECTION.
01  WS-CRSEMAST-STATUS               PIC X(02)      VALUE '00'.
    88  WS-CRSEMAST-OK                              VALUE '00'.

01  WS-GRADES-STATUS                 PIC X(02)      VALUE '00'.
    88  WS-GRADES-OK                                VALUE '00'.

01  WS-WAITLIST-STATUS               PIC X(02)      VALUE '00'.
    88  WS-WAITLIST-OK                              VALUE '00'.

01  WS-TERMPARM-STATUS               PIC X(02)      VALUE '00'.
    88  WS-TERMPARM-OK                              VALUE '00'.

01  WS-DISTPARM-STATUS               PIC X(02)      VALUE '00'.
    88  WS-DISTPARM-OK                              VALUE '00'.

01  WS-REPORT-STATUS                 PIC X(02)      VALUE '00'.

01  WS-EOF-SWITCH                    PIC X(01)      VALUE 'N'.
    88  WS-EOF-CATALOG                              VALUE 'Y'.

01  WS-EOF-GRADES-SWITCH             PIC X(01)      VALUE 'N'.
    88  WS-EOF-GRADES                               VALUE 'Y'.

01  WS-QUEUE-DONE-SWITCH             PIC X(01)      VALUE 'N'.
    88  WS-QUEUE-DONE                               VALUE 'Y'.

01  WS-INIT-ERROR-SWITCH             PIC X(01)      VALUE 'N'.
    88  WS-INIT-ERROR                               VALUE 'Y'.

01  WS-FIRST-RECORD-SWITCH           PIC X(01)      VALUE 'Y'.
    88  WS-FIRST-RECORD                             VALUE 'Y'.

01  WS-NO-GRADES-SWITCH              PIC X(01)      VALUE 'N'.
    88  WS-NO-GRADES                                VALUE 'Y'.

01  WS-NO-WAITLIST-SWITCH            PIC X(01)      VALUE 'N'.
    88  WS-NO-WAITLIST                              VALUE 'Y'.

01  WS-DEPT-END-SWITCH               PIC X(01)      VALUE 'N'.
    88  WS-DEPT-END                                 VALUE 'Y'.

01  WS-SECTION-FLAG-SWITCH           PIC X(01)      VALUE 'N'.
    88  WS-SECTION-FLAGGED                          VALUE 'Y'.

01  WS-REPORT-TERM                   PIC X(06)      VALUE SPACES.

01  WS-CURRENT-DATE                  PIC 9(08)      VALUE ZERO.

01  WS-PRIOR-COURSE-CODE             PIC X(08)      VALUE SPACES.
01  WS-PRIOR-DEPT                    PIC X(08)      VALUE SPACES.

*> The department is the leading letters of the course code; the
*> first digit or space ends it.
01  WS-DEPT-WORK                     PIC X(08)      VALUE SPACES.
01  FILLER REDEFINES WS-DEPT-WORK.
    05  WS-DEPT-CHAR                 PIC X(01)  OCCURS 8 TIMES.
01  WS-CHAR-SUB                      PIC 9(02) COMP  VALUE ZERO.

*> The term's grades by course and section, tallied before the
*> catalog is read.  The letter counts run A B C D F W I, the order
*> WS-GRADE-SUB is set in by 2250.  Grades for a section past the
*> end of the table are counted and noted, not reported.
01  WS-SECTION-TABLE.
    05  WS-SEC-USED-CNT             PIC 9(04) COMP  VALUE ZERO.
    05  WS-SEC-ENTRY OCCURS 1500 TIMES.
        10  ST-COURSE-CODE          PIC X(08).
        10  ST-SECTION              PIC X(03).
        10  ST-GRADE-CNT            PIC 9(05) COMP  OCCURS 7 TIMES.
        10  ST-GPA-CREDITS          PIC 9(05)V9(01).
        10  ST-QPOINTS              PIC 9(06)V9(01).
        10  ST-MATCHED-SWITCH       PIC X(01).
            88  ST-MATCHED                         VALUE 'Y'.

01  WS-SEC-MAX                       PIC 9(04) COMP  VALUE 1500.
01  WS-TBL-SUB                       PIC 9(04) COMP  VALUE ZERO.
01  WS-MATCH-SUB                     PIC 9(04) COMP  VALUE ZERO.
01  WS-GRADE-SUB                     PIC 9(02) COMP  VALUE ZERO.
01  WS-LEVEL-SUB                     PIC 9(02) COMP  VALUE ZERO.

01  WS-FIND-COURSE-CODE              PIC X(08)      VALUE SPACES.
01  WS-FIND-SECTION                  PIC X(03)      VALUE SPACES.

01  WS-GRADE-POINTS                  PIC 9(01)      VALUE ZERO.
01  WS-QPOINTS-WORK                  PIC 9(02)V9(01) VALUE ZERO.

*> One line's figures - a section, or a course, department or term
*> total.  The three total levels carry the same layout, so a level
*> moves into the print area as a group.
01  WS-FIGURES.
    05  FG-GRADE-CNT                 PIC 9(07)  OCCURS 7 TIMES.
    05  FG-GPA-CREDITS               PIC 9(07)V9(01).
    05  FG-QPOINTS                   PIC 9(08)V9(01).
    05  FG-ENROLLED-CNT              PIC 9(07).
    05  FG-CAPACITY-CNT              PIC 9(07).
    05  FG-WAITING-CNT               PIC 9(07).
    05  FG-SECTION-CNT               PIC 9(07).
    05  FG-FLAGGED-CNT               PIC 9(07).

*> Level 1 is the course, 2 the department, 3 the term.
01  WS-LEVEL-TOTALS.
    05  WS-LEVEL-ENTRY OCCURS 3 TIMES.
        10  LV-GRADE-CNT             PIC 9(07)  OCCURS 7 TIMES.
        10  LV-GPA-CREDITS           PIC 9(07)V9(01).
        10  LV-QPOINTS               PIC 9(08)V9(01).
        10  LV-ENROLLED-CNT          PIC 9(07).
        10  LV-CAPACITY-CNT          PIC 9(07).
        10  LV-WAITING-CNT           PIC 9(07).
        10  LV-SECTION-CNT           PIC 9(07).
        10  LV-FLAGGED-CNT           PIC 9(07).

01  WS-GRADED-CNT                    PIC 9(07)      VALUE ZERO.
01  WS-DFW-CNT                       PIC 9(07)      VALUE ZERO.
01  WS-GPA                           PIC 9(01)V9(02) VALUE ZERO.
01  WS-PCT                           PIC 9(03)V9(01) VALUE ZERO.
01  WS-DFW-PCT                       PIC 9(03)V9(01) VALUE ZERO.
01  WS-FILL-PCT                      PIC 9(03)V9(01) VALUE ZERO.
01  WS-LINE-LABEL                    PIC X(13)      VALUE SPACES.
01  FILLER REDEFINES WS-LINE-LABEL.
    05  WS-LABEL-COURSE-CODE         PIC X(08).
    05  FILLER                       PIC X(01).
    05  WS-LABEL-SECTION             PIC X(03).
    05  FILLER                       PIC X(01).

01  WS-COUNTERS.
    05  WS-GRADES-READ-CNT          PIC 9(07) COMP  VALUE ZERO.
    05  WS-TERM-GRADES-CNT          PIC 9(07) COMP  VALUE ZERO.
    05  WS-BAD-LETTER-CNT           PIC 9(07) COMP  VALUE ZERO.
    05  WS-OVERFLOW-CNT             PIC 9(07) COMP  VALUE ZERO.
    05  WS-ORPHAN-GRADES-CNT        PIC 9(07) COMP  VALUE ZERO.
    05  WS-SECTIONS-CNT             PIC 9(07) COMP  VALUE ZERO.
    05  WS-FLAGGED-CNT              PIC 9(07) COMP  VALUE ZERO.

01  HEADING-LINE-1.
    05  FILLER                       PIC X(36)      VALUE
        'GRADE DISTRIBUTION AND SECTION FILL'.
    05  FILLER                       PIC X(06)      VALUE 'TERM:'.
    05  HL1-TERM                     PIC X(06).
    05  FILLER                       PIC X(14)      VALUE SPACES.
    05  FILLER                       PIC X(05)      VALUE 'DATE:'.
    05  HL1-RUN-DATE                 PIC 9(08).

01  HEADING-LINE-2.
    05  FILLER                       PIC X(13)      VALUE
        'COURSE   SEC'.
    05  FILLER                       PIC X(42)      VALUE
        '     A     B     C     D     F     W     I'.
    05  FILLER                       PIC X(20)      VALUE
        ' TOTAL   GPA   DFW%'.

01  HEADING-LINE-2B.
    05  FILLER                       PIC X(13)      VALUE SPACES.
    05  FILLER                       PIC X(42)      VALUE
        '  ---- PERCENT OF GRADES RECORDED ----'.
    05  FILLER                       PIC X(23)      VALUE
        '  ENRL/  CAP FILL% WAIT'.

01  HEADING-LINE-3.
    05  FILLER                       PIC X(80)      VALUE ALL '-'.

01  THRESHOLD-LINE.
    05  FILLER                       PIC X(20)      VALUE
        'FLAG: DFW RATE OVER'.
    05  TH-DFW-MAX                   PIC ZZ9.
    05  FILLER                       PIC X(17)      VALUE
        '%   FILL UNDER'.
    05  TH-FILL-MIN                  PIC ZZ9.
    05  FILLER                       PIC X(09)      VALUE
        '% OR OVER'.
    05  TH-FILL-MAX                  PIC ZZ9.
    05  FILLER                       PIC X(01)      VALUE '%'.

01  COUNT-LINE.
    05  DL-LABEL                     PIC X(13).
    05  DL-GRADE-CNT                 PIC ZZZZZ9  OCCURS 7 TIMES.
    05  FILLER                       PIC X(01)      VALUE SPACES.
    05  DL-GRADED-CNT                PIC ZZZZ9.
    05  FILLER                       PIC X(02)      VALUE SPACES.
    05  DL-GPA                       PIC 9.99.
    05  FILLER                       PIC X(02)      VALUE SPACES.
    05  DL-DFW-PCT                   PIC ZZ9.9.

01  PERCENT-LINE.
    05  FILLER                       PIC X(13)      VALUE SPACES.
    05  PL-GRADE-PCT                 PIC ZZZ9.9  OCCURS 7 TIMES.
    05  FILLER                       PIC X(01)      VALUE SPACES.
    05  PL-ENROLLED-CNT              PIC ZZZZ9.
    05  FILLER                       PIC X(01)      VALUE '/'.
    05  PL-CAPACITY-CNT              PIC ZZZZ9.
    05  FILLER                       PIC X(01)      VALUE SPACES.
    05  PL-FILL-PCT                  PIC ZZ9.9.
    05  FILLER                       PIC X(01)      VALUE SPACES.
    05  PL-WAITING-CNT               PIC ZZZ9.

01  SUBTOTAL-LINE.
    05  FILLER                       PIC X(13)      VALUE SPACES.
    05  FILLER                       PIC X(10)      VALUE
        'SECTIONS:'.
    05  SUB-SECTION-CNT              PIC ZZZ9.
    05  FILLER                       PIC X(12)      VALUE
        '   FLAGGED:'.
    05  SUB-FLAGGED-CNT              PIC ZZZ9.

01  DFW-FLAG-LINE.
    05  FILLER                       PIC X(15)      VALUE
        '  *** DFW RATE'.
    05  FF-DFW-PCT                   PIC ZZ9.9.
    05  FILLER                       PIC X(18)      VALUE
        '% OVER LIMIT OF'.
    05  FF-DFW-MAX                   PIC ZZ9.
    05  FILLER                       PIC X(01)      VALUE '%'.

01  FILL-FLAG-LINE.
    05  FILLER                       PIC X(15)      VALUE
        '  *** FILL'.
    05  FF-FILL-PCT                  PIC ZZ9.9.
    05  FILLER                       PIC X(02)      VALUE '% '.
    05  FF-FILL-LIMIT-TEXT           PIC X(17).
    05  FF-FILL-LIMIT                PIC ZZ9.
    05  FILLER                       PIC X(01)      VALUE '%'.

01  ORPHAN-LINE.
    05  FILLER                       PIC X(13)      VALUE
        'NO CATALOG'.
    05  OL-COURSE-CODE               PIC X(08).
    05  FILLER                       PIC X(01)      VALUE SPACES.
    05  OL-SECTION                   PIC X(03).
    05  FILLER                       PIC X(11)      VALUE
        '  GRADES:'.
    05  OL-GRADES-CNT                PIC ZZZ9.

01  TOTAL-LINE.
    05  TL-CAPTION                   PIC X(30).
    05  TL-CNT                       PIC ZZZ,ZZ9.

PROCEDURE DIVISION.

*> ---------------------------------------------------------------
*> 0000-MAINLINE - tally the term's grades, then report the
*> catalog's sections for the term against the tally.
*> ---------------------------------------------------------------
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    IF WS-INIT-ERROR
        STOP RUN
    END-IF
    PERFORM 2000-LOAD-GRADES THRU 2000-EXIT
    PERFORM 2500-READ-CATALOG THRU 2500-EXIT
    PERFORM 3000-PROCESS-SECTION THRU 3000-EXIT
        UNTIL WS-EOF-CATALOG
    PERFORM 9000-TERMINATE THRU 9000-EXIT
    STOP RUN.

*> ---------------------------------------------------------------
*> 1000-INITIALIZE - both cards and the catalog are required; a run
*> without GRADES or WAITLIST goes ahead with those figures at zero.
*> ---------------------------------------------------------------
1000-INITIALIZE.
    PERFORM 1100-READ-TERM-PARM THRU 1100-EXIT
    IF WS-INIT-ERROR
        GO TO 1000-EXIT
    END-IF
    PERFORM 1200-READ-DIST-PARM THRU 1200-EXIT
    IF WS-INIT-ERROR
        GO TO 1000-EXIT
    END-IF
    OPEN INPUT CRSEMAST
    IF NOT WS-CRSEMAST-OK
        DISPLAY 'GRADDIST - CRSEMAST OPEN FAILED, STATUS '
            WS-CRSEMAST-STATUS ' - RUN STOPPED'
        SET WS-INIT-ERROR TO TRUE
        GO TO 1000-EXIT
    END-IF
    OPEN INPUT GRADES
    IF NOT WS-GRADES-OK
        SET WS-NO-GRADES TO TRUE
        DISPLAY 'GRADDIST - NO GRADES FILE - '
            'DISTRIBUTION PRINTS AT ZERO'
    END-IF
    OPEN INPUT WAITLIST
    IF NOT WS-WAITLIST-OK
        SET WS-NO-WAITLIST TO TRUE
        DISPLAY 'GRADDIST - NO WAITLIST FILE - '
            'QUEUE DEPTH PRINTS AT ZERO'
    END-IF
    MOVE ZEROS TO WS-LEVEL-TOTALS
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    OPEN OUTPUT DIST-REPORT
    MOVE WS-REPORT-TERM  TO HL1-TERM
    MOVE WS-CURRENT-DATE TO HL1-RUN-DATE
    MOVE DP-DFW-MAX-PCT  TO TH-DFW-MAX
    MOVE DP-FILL-MIN-PCT TO TH-FILL-MIN
    MOVE DP-FILL-MAX-PCT TO TH-FILL-MAX
    WRITE DIST-REPORT-LINE FROM HEADING-LINE-1
    WRITE DIST-REPORT-LINE FROM THRESHOLD-LINE
    WRITE DIST-REPORT-LINE FROM HEADING-LINE-2
    WRITE DIST-REPORT-LINE FROM HEADING-LINE-2B
    WRITE DIST-REPORT-LINE FROM HEADING-LINE-3.
1000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1100-READ-TERM-PARM - a missing card, or a blank term, stops
*> the run before a single grade is read.
*> ---------------------------------------------------------------
1100-READ-TERM-PARM.
    OPEN INPUT TERM-PARM
    IF NOT WS-TERMPARM-OK
        SET WS-INIT-ERROR TO TRUE
        DISPLAY 'GRADDIST - TERMPARM TERM CARD MISSING - RUN STOPPED'
        GO TO 1100-EXIT
    END-IF
    READ TERM-PARM
        AT END
            SET WS-INIT-ERROR TO TRUE
            DISPLAY 'GRADDIST - TERMPARM TERM CARD EMPTY - '
                'RUN STOPPED'
    END-READ
    IF NOT WS-INIT-ERROR
        IF TP-TERM = SPACES
            SET WS-INIT-ERROR TO TRUE
            DISPLAY 'GRADDIST - TERMPARM TERM BLANK - RUN STOPPED'
        ELSE
            MOVE TP-TERM TO WS-REPORT-TERM
        END-IF
    END-IF
    CLOSE TERM-PARM.
1100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1200-READ-DIST-PARM - the threshold card.  All three must be
*> numeric, the D/F/W limit a percentage from 1 to 100, and the
*> fill minimum below the fill maximum.
*> ---------------------------------------------------------------
1200-READ-DIST-PARM.
    OPEN INPUT DIST-PARM
    IF NOT WS-DISTPARM-OK
        SET WS-INIT-ERROR TO TRUE
        DISPLAY 'GRADDIST - DISTPARM THRESHOLD CARD MISSING - '
            'RUN STOPPED'
        GO TO 1200-EXIT
    END-IF
    READ DIST-PARM
        AT END
            SET WS-INIT-ERROR TO TRUE
            DISPLAY 'GRADDIST - DISTPARM THRESHOLD CARD EMPTY - '
                'RUN STOPPED'
            CLOSE DIST-PARM
            GO TO 1200-EXIT
    END-READ
    CLOSE DIST-PARM
    IF DP-DFW-MAX-PCT NOT NUMERIC
          OR DP-FILL-MIN-PCT NOT NUMERIC
          OR DP-FILL-MAX-PCT NOT NUMERIC
        SET WS-INIT-ERROR TO TRUE
        DISPLAY 'GRADDIST - DISTPARM THRESHOLDS NOT NUMERIC - '
            'RUN STOPPED'
        GO TO 1200-EXIT
    END-IF
    IF DP-DFW-MAX-PCT = ZERO OR DP-DFW-MAX-PCT > 100
          OR DP-FILL-MIN-PCT NOT < DP-FILL-MAX-PCT
        SET WS-INIT-ERROR TO TRUE
        DISPLAY 'GRADDIST - DISTPARM DFW LIMIT NOT 1-100 OR FILL '
            'MINIMUM NOT BELOW MAXIMUM - RUN STOPPED'
    END-IF.
1200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2000-LOAD-GRADES - one pass of GRADES, tallying the report
*> term's rows by section.
*> ---------------------------------------------------------------
2000-LOAD-GRADES.
    IF WS-NO-GRADES
        GO TO 2000-EXIT
    END-IF
    PERFORM 2100-READ-GRADE THRU 2100-EXIT
    PERFORM 2200-TALLY-GRADE THRU 2200-EXIT
        UNTIL WS-EOF-GRADES.
2000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2100-READ-GRADE
*> ---------------------------------------------------------------
2100-READ-GRADE.
    READ GRADES NEXT RECORD
        AT END
            SET WS-EOF-GRADES TO TRUE
    END-READ.
    IF NOT WS-EOF-GRADES
        ADD 1 TO WS-GRADES-READ-CNT
    END-IF.
2100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2200-TALLY-GRADE - a grade of another term is passed over, and
*> a letter outside GR-GRADE-VALID is counted and left out.  The
*> section's table entry is found, or started when there is room.
*> ---------------------------------------------------------------
2200-TALLY-GRADE.
    IF GR-TERM NOT = WS-REPORT-TERM
        GO TO 2200-NEXT
    END-IF
    ADD 1 TO WS-TERM-GRADES-CNT
    IF NOT GR-GRADE-VALID
        ADD 1 TO WS-BAD-LETTER-CNT
        GO TO 2200-NEXT
    END-IF
    MOVE GR-COURSE-CODE TO WS-FIND-COURSE-CODE
    MOVE GR-SECTION     TO WS-FIND-SECTION
    PERFORM 2300-FIND-SECTION THRU 2300-EXIT
    IF WS-MATCH-SUB = ZERO
        IF WS-SEC-USED-CNT NOT < WS-SEC-MAX
            ADD 1 TO WS-OVERFLOW-CNT
            GO TO 2200-NEXT
        END-IF
        ADD 1 TO WS-SEC-USED-CNT
        MOVE WS-SEC-USED-CNT TO WS-MATCH-SUB
        MOVE GR-COURSE-CODE  TO ST-COURSE-CODE (WS-MATCH-SUB)
        MOVE GR-SECTION      TO ST-SECTION (WS-MATCH-SUB)
        MOVE ZERO            TO ST-GPA-CREDITS (WS-MATCH-SUB)
        MOVE ZERO            TO ST-QPOINTS (WS-MATCH-SUB)
        MOVE 'N'             TO ST-MATCHED-SWITCH (WS-MATCH-SUB)
        PERFORM 2260-CLEAR-ENTRY-COUNT THRU 2260-EXIT
            VARYING WS-GRADE-SUB FROM 1 BY 1
            UNTIL WS-GRADE-SUB > 7
    END-IF
    PERFORM 2250-SET-GRADE-SUB THRU 2250-EXIT
    ADD 1 TO ST-GRADE-CNT (WS-MATCH-SUB, WS-GRADE-SUB)
    IF GR-GRADE-IN-GPA
        EVALUATE GR-LETTER-GRADE
            WHEN 'A'   MOVE 4 TO WS-GRADE-POINTS
            WHEN 'B'   MOVE 3 TO WS-GRADE-POINTS
            WHEN 'C'   MOVE 2 TO WS-GRADE-POINTS
            WHEN 'D'   MOVE 1 TO WS-GRADE-POINTS
            WHEN OTHER MOVE 0 TO WS-GRADE-POINTS
        END-EVALUATE
        MULTIPLY GR-CREDIT-HOURS BY WS-GRADE-POINTS
            GIVING WS-QPOINTS-WORK
        ADD GR-CREDIT-HOURS TO ST-GPA-CREDITS (WS-MATCH-SUB)
        ADD WS-QPOINTS-WORK TO ST-QPOINTS (WS-MATCH-SUB)
    END-IF.
2200-NEXT.
    PERFORM 2100-READ-GRADE THRU 2100-EXIT.
2200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2250-SET-GRADE-SUB - A B C D F W I are counts 1 through 7.
*> ---------------------------------------------------------------
2250-SET-GRADE-SUB.
    EVALUATE GR-LETTER-GRADE
        WHEN 'A'   MOVE 1 TO WS-GRADE-SUB
        WHEN 'B'   MOVE 2 TO WS-GRADE-SUB
        WHEN 'C'   MOVE 3 TO WS-GRADE-SUB
        WHEN 'D'   MOVE 4 TO WS-GRADE-SUB
        WHEN 'F'   MOVE 5 TO WS-GRADE-SUB
        WHEN 'W'   MOVE 6 TO WS-GRADE-SUB
        WHEN OTHER MOVE 7 TO WS-GRADE-SUB
    END-EVALUATE.
2250-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2260-CLEAR-ENTRY-COUNT
*> ---------------------------------------------------------------
2260-CLEAR-ENTRY-COUNT.
    MOVE ZERO TO ST-GRADE-CNT (WS-MATCH-SUB, WS-GRADE-SUB).
2260-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2300-FIND-SECTION - the caller leaves the course code and
*> section in WS-FIND-COURSE-CODE / WS-FIND-SECTION; WS-MATCH-SUB
*> comes back as the table entry, or zero.
*> ---------------------------------------------------------------
2300-FIND-SECTION.
    MOVE ZERO TO WS-MATCH-SUB
    PERFORM 2350-CHECK-SECTION-ENTRY THRU 2350-EXIT
        VARYING WS-TBL-SUB FROM 1 BY 1
        UNTIL WS-TBL-SUB > WS-SEC-USED-CNT
           OR WS-MATCH-SUB > ZERO.
2300-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2350-CHECK-SECTION-ENTRY
*> ---------------------------------------------------------------
2350-CHECK-SECTION-ENTRY.
    IF ST-COURSE-CODE (WS-TBL-SUB) = WS-FIND-COURSE-CODE
          AND ST-SECTION (WS-TBL-SUB) = WS-FIND-SECTION
        MOVE WS-TBL-SUB TO WS-MATCH-SUB
    END-IF.
2350-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2500-READ-CATALOG - the next section of the report term; other
*> terms' sections are read past.
*> ---------------------------------------------------------------
2500-READ-CATALOG.
    READ CRSEMAST NEXT RECORD
        AT END
            SET WS-EOF-CATALOG TO TRUE
            GO TO 2500-EXIT
    END-READ
    IF CM-TERM NOT = WS-REPORT-TERM
        GO TO 2500-READ-CATALOG
    END-IF.
2500-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3000-PROCESS-SECTION - a change of course prints the course
*> total, and a change of department the department total after
*> it, before the new section is reported.
*> ---------------------------------------------------------------
3000-PROCESS-SECTION.
    PERFORM 3100-SET-DEPT THRU 3100-EXIT
    IF NOT WS-FIRST-RECORD
        IF CM-COURSE-CODE NOT = WS-PRIOR-COURSE-CODE
            PERFORM 5500-PRINT-COURSE-TOTAL THRU 5500-EXIT
        END-IF
        IF WS-DEPT-WORK NOT = WS-PRIOR-DEPT
            PERFORM 5600-PRINT-DEPT-TOTAL THRU 5600-EXIT
        END-IF
    END-IF
    MOVE 'N'            TO WS-FIRST-RECORD-SWITCH
    MOVE CM-COURSE-CODE TO WS-PRIOR-COURSE-CODE
    MOVE WS-DEPT-WORK   TO WS-PRIOR-DEPT
    PERFORM 4000-REPORT-SECTION THRU 4000-EXIT
    PERFORM 2500-READ-CATALOG THRU 2500-EXIT.
3000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3100-SET-DEPT - WS-DEPT-WORK comes back as the course code's
*> leading letters, blank from the first digit or space on.
*> ---------------------------------------------------------------
3100-SET-DEPT.
    MOVE CM-COURSE-CODE TO WS-DEPT-WORK
    MOVE 'N' TO WS-DEPT-END-SWITCH
    PERFORM 3150-SCAN-DEPT-CHAR THRU 3150-EXIT
        VARYING WS-CHAR-SUB FROM 1 BY 1
        UNTIL WS-CHAR-SUB > 8.
3100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3150-SCAN-DEPT-CHAR
*> ---------------------------------------------------------------
3150-SCAN-DEPT-CHAR.
    IF WS-DEPT-CHAR (WS-CHAR-SUB) = SPACE
          OR WS-DEPT-CHAR (WS-CHAR-SUB) NOT ALPHABETIC
        SET WS-DEPT-END TO TRUE
    END-IF
    IF WS-DEPT-END
        MOVE SPACE TO WS-DEPT-CHAR (WS-CHAR-SUB)
    END-IF.
3150-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4000-REPORT-SECTION - the section's figures from its tally
*> entry, the catalog row and its queue; printed, tested against
*> the thresholds, and rolled into the three totals.
*> ---------------------------------------------------------------
4000-REPORT-SECTION.
    ADD 1 TO WS-SECTIONS-CNT
    MOVE ZEROS TO WS-FIGURES
    MOVE CM-COURSE-CODE TO WS-FIND-COURSE-CODE
    MOVE CM-SECTION     TO WS-FIND-SECTION
    PERFORM 2300-FIND-SECTION THRU 2300-EXIT
    IF WS-MATCH-SUB > ZERO
        SET ST-MATCHED (WS-MATCH-SUB) TO TRUE
        PERFORM 4050-COPY-ENTRY-COUNT THRU 4050-EXIT
            VARYING WS-GRADE-SUB FROM 1 BY 1
            UNTIL WS-GRADE-SUB > 7
        MOVE ST-GPA-CREDITS (WS-MATCH-SUB) TO FG-GPA-CREDITS
        MOVE ST-QPOINTS (WS-MATCH-SUB)     TO FG-QPOINTS
    END-IF
    MOVE CM-ENROLLED-CNT  TO FG-ENROLLED-CNT
    MOVE CM-SEAT-CAPACITY TO FG-CAPACITY-CNT
    MOVE 1                TO FG-SECTION-CNT
    PERFORM 4200-COUNT-QUEUE THRU 4200-EXIT
    MOVE SPACES         TO WS-LINE-LABEL
    MOVE CM-COURSE-CODE TO WS-LABEL-COURSE-CODE
    MOVE CM-SECTION     TO WS-LABEL-SECTION
    PERFORM 5000-PRINT-FIGURES THRU 5000-EXIT
    PERFORM 4400-TEST-THRESHOLDS THRU 4400-EXIT
    PERFORM 4600-ROLL-UP THRU 4600-EXIT
        VARYING WS-LEVEL-SUB FROM 1 BY 1
        UNTIL WS-LEVEL-SUB > 3.
4000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4050-COPY-ENTRY-COUNT
*> ---------------------------------------------------------------
4050-COPY-ENTRY-COUNT.
    MOVE ST-GRADE-CNT (WS-MATCH-SUB, WS-GRADE-SUB)
        TO FG-GRADE-CNT (WS-GRADE-SUB).
4050-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4200-COUNT-QUEUE - the entries still queued for the section,
*> walked from the front of its queue the way ENRLUPD reads it.
*> ---------------------------------------------------------------
4200-COUNT-QUEUE.
    IF WS-NO-WAITLIST
        GO TO 4200-EXIT
    END-IF
    MOVE CM-COURSE-CODE TO WL-COURSE-CODE
    MOVE CM-TERM        TO WL-TERM
    MOVE CM-SECTION     TO WL-SECTION
    MOVE ZERO           TO WL-SEQUENCE
    MOVE 'N' TO WS-QUEUE-DONE-SWITCH
    START WAITLIST KEY NOT LESS THAN WL-WAIT-KEY
        INVALID KEY
            GO TO 4200-EXIT
    END-START
    PERFORM 4250-COUNT-QUEUE-ENTRY THRU 4250-EXIT
        UNTIL WS-QUEUE-DONE.
4200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4250-COUNT-QUEUE-ENTRY - the count ends at end of file or the
*> first entry keyed to another section.
*> ---------------------------------------------------------------
4250-COUNT-QUEUE-ENTRY.
    READ WAITLIST NEXT RECORD
        AT END
            SET WS-QUEUE-DONE TO TRUE
            GO TO 4250-EXIT
    END-READ
    IF WL-COURSE-CODE NOT = CM-COURSE-CODE
          OR WL-TERM NOT = CM-TERM
          OR WL-SECTION NOT = CM-SECTION
        SET WS-QUEUE-DONE TO TRUE
    ELSE
        ADD 1 TO FG-WAITING-CNT
    END-IF.
4250-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4400-TEST-THRESHOLDS - 5000 has left the section's D/F/W rate
*> and fill in WS-DFW-PCT / WS-FILL-PCT.  Each limit broken gets
*> its own flag line; the section counts as flagged once.
*> ---------------------------------------------------------------
4400-TEST-THRESHOLDS.
    MOVE 'N' TO WS-SECTION-FLAG-SWITCH
    IF WS-GRADED-CNT > ZERO
          AND WS-DFW-PCT > DP-DFW-MAX-PCT
        MOVE WS-DFW-PCT     TO FF-DFW-PCT
        MOVE DP-DFW-MAX-PCT TO FF-DFW-MAX
        WRITE DIST-REPORT-LINE FROM DFW-FLAG-LINE
        SET WS-SECTION-FLAGGED TO TRUE
    END-IF
    IF FG-CAPACITY-CNT > ZERO
        IF WS-FILL-PCT < DP-FILL-MIN-PCT
            MOVE WS-FILL-PCT       TO FF-FILL-PCT
            MOVE 'UNDER MINIMUM OF' TO FF-FILL-LIMIT-TEXT
            MOVE DP-FILL-MIN-PCT   TO FF-FILL-LIMIT
            WRITE DIST-REPORT-LINE FROM FILL-FLAG-LINE
            SET WS-SECTION-FLAGGED TO TRUE
        END-IF
        IF WS-FILL-PCT > DP-FILL-MAX-PCT
            MOVE WS-FILL-PCT       TO FF-FILL-PCT
            MOVE 'OVER MAXIMUM OF' TO FF-FILL-LIMIT-TEXT
            MOVE DP-FILL-MAX-PCT   TO FF-FILL-LIMIT
            WRITE DIST-REPORT-LINE FROM FILL-FLAG-LINE
            SET WS-SECTION-FLAGGED TO TRUE
        END-IF
    END-IF
    IF WS-SECTION-FLAGGED
        MOVE 1 TO FG-FLAGGED-CNT
        ADD 1 TO WS-FLAGGED-CNT
    END-IF.
4400-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4600-ROLL-UP - the section's figures into one total level.
*> ---------------------------------------------------------------
4600-ROLL-UP.
    PERFORM 4650-ROLL-UP-COUNT THRU 4650-EXIT
        VARYING WS-GRADE-SUB FROM 1 BY 1
        UNTIL WS-GRADE-SUB > 7
    ADD FG-GPA-CREDITS  TO LV-GPA-CREDITS (WS-LEVEL-SUB)
    ADD FG-QPOINTS      TO LV-QPOINTS (WS-LEVEL-SUB)
    ADD FG-ENROLLED-CNT TO LV-ENROLLED-CNT (WS-LEVEL-SUB)
    ADD FG-CAPACITY-CNT TO LV-CAPACITY-CNT (WS-LEVEL-SUB)
    ADD FG-WAITING-CNT  TO LV-WAITING-CNT (WS-LEVEL-SUB)
    ADD FG-SECTION-CNT  TO LV-SECTION-CNT (WS-LEVEL-SUB)
    ADD FG-FLAGGED-CNT  TO LV-FLAGGED-CNT (WS-LEVEL-SUB).
4600-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4650-ROLL-UP-COUNT
*> ---------------------------------------------------------------
4650-ROLL-UP-COUNT.
    ADD FG-GRADE-CNT (WS-GRADE-SUB)
        TO LV-GRADE-CNT (WS-LEVEL-SUB, WS-GRADE-SUB).
4650-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5000-PRINT-FIGURES - the count line and percent line for the
*> figures in WS-FIGURES under the caller's WS-LINE-LABEL.  The
*> GPA is quality points over GPA credits; percentages are of the
*> grades recorded, W and I included.
*> ---------------------------------------------------------------
5000-PRINT-FIGURES.
    MOVE ZERO TO WS-GRADED-CNT
    PERFORM 5050-ADD-GRADED THRU 5050-EXIT
        VARYING WS-GRADE-SUB FROM 1 BY 1
        UNTIL WS-GRADE-SUB > 7
    ADD FG-GRADE-CNT (4) FG-GRADE-CNT (5) FG-GRADE-CNT (6)
        GIVING WS-DFW-CNT
    IF FG-GPA-CREDITS > ZERO
        DIVIDE FG-QPOINTS BY FG-GPA-CREDITS
            GIVING WS-GPA ROUNDED
    ELSE
        MOVE ZERO TO WS-GPA
    END-IF
    IF WS-GRADED-CNT > ZERO
        COMPUTE WS-DFW-PCT ROUNDED =
            WS-DFW-CNT * 100 / WS-GRADED-CNT
    ELSE
        MOVE ZERO TO WS-DFW-PCT
    END-IF
    IF FG-CAPACITY-CNT > ZERO
        COMPUTE WS-FILL-PCT ROUNDED =
            FG-ENROLLED-CNT * 100 / FG-CAPACITY-CNT
            ON SIZE ERROR
                MOVE 999.9 TO WS-FILL-PCT
        END-COMPUTE
    ELSE
        MOVE ZERO TO WS-FILL-PCT
    END-IF
    MOVE WS-LINE-LABEL TO DL-LABEL
    PERFORM 5100-EDIT-GRADE THRU 5100-EXIT
        VARYING WS-GRADE-SUB FROM 1 BY 1
        UNTIL WS-GRADE-SUB > 7
    MOVE WS-GRADED-CNT   TO DL-GRADED-CNT
    MOVE WS-GPA          TO DL-GPA
    MOVE WS-DFW-PCT      TO DL-DFW-PCT
    MOVE FG-ENROLLED-CNT TO PL-ENROLLED-CNT
    MOVE FG-CAPACITY-CNT TO PL-CAPACITY-CNT
    MOVE WS-FILL-PCT     TO PL-FILL-PCT
    MOVE FG-WAITING-CNT  TO PL-WAITING-CNT
    WRITE DIST-REPORT-LINE FROM COUNT-LINE
    WRITE DIST-REPORT-LINE FROM PERCENT-LINE.
5000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5050-ADD-GRADED
*> ---------------------------------------------------------------
5050-ADD-GRADED.
    ADD FG-GRADE-CNT (WS-GRADE-SUB) TO WS-GRADED-CNT.
5050-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5100-EDIT-GRADE - one letter's count and percentage.
*> ---------------------------------------------------------------
5100-EDIT-GRADE.
    MOVE FG-GRADE-CNT (WS-GRADE-SUB) TO DL-GRADE-CNT (WS-GRADE-SUB)
    IF WS-GRADED-CNT > ZERO
        COMPUTE WS-PCT ROUNDED =
            FG-GRADE-CNT (WS-GRADE-SUB) * 100 / WS-GRADED-CNT
    ELSE
        MOVE ZERO TO WS-PCT
    END-IF
    MOVE WS-PCT TO PL-GRADE-PCT (WS-GRADE-SUB).
5100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5500-PRINT-COURSE-TOTAL - level 1, then cleared for the next
*> course.
*> ---------------------------------------------------------------
5500-PRINT-COURSE-TOTAL.
    MOVE SPACES TO WS-LINE-LABEL
    STRING 'CRS '               DELIMITED BY SIZE
           WS-PRIOR-COURSE-CODE DELIMITED BY SIZE
        INTO WS-LINE-LABEL
    END-STRING
    MOVE 1 TO WS-LEVEL-SUB
    PERFORM 5900-PRINT-LEVEL THRU 5900-EXIT.
5500-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5600-PRINT-DEPT-TOTAL - level 2, then cleared for the next
*> department.
*> ---------------------------------------------------------------
5600-PRINT-DEPT-TOTAL.
    MOVE SPACES TO WS-LINE-LABEL
    STRING 'DEPT '              DELIMITED BY SIZE
           WS-PRIOR-DEPT        DELIMITED BY SIZE
        INTO WS-LINE-LABEL
    END-STRING
    MOVE 2 TO WS-LEVEL-SUB
    PERFORM 5900-PRINT-LEVEL THRU 5900-EXIT
    WRITE DIST-REPORT-LINE FROM HEADING-LINE-3.
5600-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5900-PRINT-LEVEL - the total level in WS-LEVEL-SUB printed in
*> the section's two-line form with its section counts under it.
*> ---------------------------------------------------------------
5900-PRINT-LEVEL.
    MOVE WS-LEVEL-ENTRY (WS-LEVEL-SUB) TO WS-FIGURES
    PERFORM 5000-PRINT-FIGURES THRU 5000-EXIT
    MOVE FG-SECTION-CNT TO SUB-SECTION-CNT
    MOVE FG-FLAGGED-CNT TO SUB-FLAGGED-CNT
    WRITE DIST-REPORT-LINE FROM SUBTOTAL-LINE
    MOVE ZEROS TO WS-LEVEL-ENTRY (WS-LEVEL-SUB).
5900-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 6000-LIST-ORPHAN - a tallied section no catalog row claimed.
*> ---------------------------------------------------------------
6000-LIST-ORPHAN.
    IF ST-MATCHED (WS-TBL-SUB)
        GO TO 6000-EXIT
    END-IF
    MOVE ZERO TO WS-GRADED-CNT
    PERFORM 6050-ADD-ORPHAN-COUNT THRU 6050-EXIT
        VARYING WS-GRADE-SUB FROM 1 BY 1
        UNTIL WS-GRADE-SUB > 7
    MOVE ST-COURSE-CODE (WS-TBL-SUB) TO OL-COURSE-CODE
    MOVE ST-SECTION (WS-TBL-SUB)     TO OL-SECTION
    MOVE WS-GRADED-CNT               TO OL-GRADES-CNT
    WRITE DIST-REPORT-LINE FROM ORPHAN-LINE
    ADD WS-GRADED-CNT TO WS-ORPHAN-GRADES-CNT.
6000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 6050-ADD-ORPHAN-COUNT
*> ---------------------------------------------------------------
6050-ADD-ORPHAN-COUNT.
    ADD ST-GRADE-CNT (WS-TBL-SUB, WS-GRADE-SUB) TO WS-GRADED-CNT.
6050-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 9000-TERMINATE - close out the final course and department,
*> print the term total, the grades no section claimed and the
*> control totals, close every file.
*> ---------------------------------------------------------------
9000-TERMINATE.
    IF NOT WS-FIRST-RECORD
        PERFORM 5500-PRINT-COURSE-TOTAL THRU 5500-EXIT
        PERFORM 5600-PRINT-DEPT-TOTAL THRU 5600-EXIT
    END-IF
    MOVE SPACES TO WS-LINE-LABEL
    STRING 'TERM '              DELIMITED BY SIZE
           WS-REPORT-TERM       DELIMITED BY SIZE
        INTO WS-LINE-LABEL
    END-STRING
    MOVE 3 TO WS-LEVEL-SUB
    PERFORM 5900-PRINT-LEVEL THRU 5900-EXIT
    WRITE DIST-REPORT-LINE FROM HEADING-LINE-3
    PERFORM 6000-LIST-ORPHAN THRU 6000-EXIT
        VARYING WS-TBL-SUB FROM 1 BY 1
        UNTIL WS-TBL-SUB > WS-SEC-USED-CNT
    IF WS-OVERFLOW-CNT > ZERO
        DISPLAY 'GRADDIST - OVER ' WS-SEC-MAX
            ' SECTIONS GRADED - OVERFLOW NOT REPORTED'
    END-IF
    MOVE 'SECTIONS REPORTED:'          TO TL-CAPTION
    MOVE WS-SECTIONS-CNT               TO TL-CNT
    WRITE DIST-REPORT-LINE FROM TOTAL-LINE
    MOVE 'SECTIONS FLAGGED:'           TO TL-CAPTION
    MOVE WS-FLAGGED-CNT                TO TL-CNT
    WRITE DIST-REPORT-LINE FROM TOTAL-LINE
    MOVE 'GRADES READ:'                TO TL-CAPTION
    MOVE WS-GRADES-READ-CNT            TO TL-CNT
    WRITE DIST-REPORT-LINE FROM TOTAL-LINE
    MOVE 'GRADES FOR THE TERM:'        TO TL-CAPTION
    MOVE WS-TERM-GRADES-CNT            TO TL-CNT
    WRITE DIST-REPORT-LINE FROM TOTAL-LINE
    MOVE 'GRADES NOT A VALID LETTER:'  TO TL-CAPTION
    MOVE WS-BAD-LETTER-CNT             TO TL-CNT
    WRITE DIST-REPORT-LINE FROM TOTAL-LINE
    MOVE 'GRADES NOT ON CATALOG:'      TO TL-CAPTION
    MOVE WS-ORPHAN-GRADES-CNT          TO TL-CNT
    WRITE DIST-REPORT-LINE FROM TOTAL-LINE
    MOVE 'GRADES OVER TABLE LIMIT:'    TO TL-CAPTION
    MOVE WS-OVERFLOW-CNT               TO TL-CNT
    WRITE DIST-REPORT-LINE FROM TOTAL-LINE
    DISPLAY 'GRADDIST SECTIONS REPORTED: ' WS-SECTIONS-CNT
    DISPLAY 'GRADDIST SECTIONS FLAGGED : ' WS-FLAGGED-CNT
    DISPLAY 'GRADDIST TERM GRADES      : ' WS-TERM-GRADES-CNT
    CLOSE CRSEMAST
    IF NOT WS-NO-GRADES
        CLOSE GRADES
    END-IF
    IF NOT WS-NO-WAITLIST
        CLOSE WAITLIST
    END-IF
    CLOSE DIST-REPORT.
9000-EXIT.
    EXIT.
