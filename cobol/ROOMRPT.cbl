IDENTIFICATION DIVISION.
PROGRAM-ID.     ROOMRPT.
AUTHOR.         R GUPTA.
INSTALLATION.   REGISTRAR SYSTEMS.
DATE-WRITTEN.   2026-10-09.
DATE-COMPILED.

*> -------------------------------------------------------------------
*> ROOMRPT is the room utilization report for one term, in the
*> WAITRPT mold.  The term comes off the TERMPARM card.  MTGMAST is
*> walked on its MP-ROOM-KEY alternate key (term / building /
*> room), so one term's bookings come back room by room, and each
*> room's sections are held in a table until the room changes.
*> The room then prints with every section booked into it, its
*> days and times, and the weekly hours it takes up, and every
*> pair of sections that share a day with each starting before the
*> other ends is flagged as a clash - the sections marked on their
*> detail lines and each clashing pair listed under the room.
*> Totals show the rooms, bookings and hours for the term, and how
*> many clashes need a room moved.
*>
*> Modification History
*>   2026-10-09  RG   Original.
*> -------------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MTGMAST
        ASSIGN TO MTGMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MP-MEETING-KEY
        ALTERNATE RECORD KEY IS MP-ROOM-KEY WITH DUPLICATES
        FILE STATUS IS WS-MTGMAST-STATUS.

    SELECT TERM-PARM
        ASSIGN TO TERMPARM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.

    SELECT ROOM-REPORT
        ASSIGN TO ROOMRPTF
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  MTGMAST
    LABEL RECORDS ARE STANDARD.
COPY MTGCPY.

FD  TERM-PARM
    LABEL RECORDS ARE STANDARD.
01  TERM-PARM-CARD.
    05  TP-TERM                     PIC X(06).

FD  ROOM-REPORT
    LABEL RECORDS ARE STANDARD.
01  ROOM-REPORT-LINE                PIC X(80).

WORKING-STORAGE SECTION.
01  WS-MTGMAST-STATUS                PIC X(02)      VALUE '00'.
    88  WS-MTGMAST-OK                               VALUE '00'.

01  WS-PARM-STATUS                   PIC X(02)      VALUE '00'.
    88  WS-PARM-OK                                  VALUE '00'.

01  WS-REPORT-STATUS                 PIC X(02)      VALUE '00'.

01  WS-EOF-SWITCH                    PIC X(01)      VALUE 'N'.
    88  WS-EOF-MTGMAST                              VALUE 'Y'.

01  WS-PARM-ERROR-SWITCH             PIC X(01)      VALUE 'N'.
    88  WS-PARM-ERROR                               VALUE 'Y'.

01  WS-FIRST-RECORD-SWITCH           PIC X(01)      VALUE 'Y'.
    88  WS-FIRST-RECORD                             VALUE 'Y'.

01  WS-DAY-SHARED-SWITCH             PIC X(01)      VALUE 'N'.
    88  WS-DAY-SHARED                               VALUE 'Y'.

01  WS-REPORT-TERM                   PIC X(06)      VALUE SPACES.

01  WS-CURRENT-DATE                  PIC 9(08)      VALUE ZERO.

01  WS-PRIOR-ROOM.
    05  WS-PRIOR-BUILDING            PIC X(06).
    05  WS-PRIOR-ROOM-NO             PIC X(05).

*> One room's bookings for the term, held until the room changes
*> so every pair can be compared.  A room with more sections than
*> the table holds has the overflow counted and noted, not
*> compared.
01  WS-BOOKING-TABLE.
    05  WS-BOOKING-ENTRY OCCURS 100 TIMES.
        10  BK-COURSE-CODE           PIC X(08).
        10  BK-SECTION               PIC X(03).
        10  BK-MEETING-DAYS          PIC X(07).
        10  FILLER REDEFINES BK-MEETING-DAYS.
            15  BK-DAY-FLAG          PIC X(01)  OCCURS 7 TIMES.
        10  BK-START-TIME            PIC 9(04).
        10  FILLER REDEFINES BK-START-TIME.
            15  BK-START-HOUR        PIC 9(02).
            15  BK-START-MINUTE      PIC 9(02).
        10  BK-END-TIME              PIC 9(04).
        10  FILLER REDEFINES BK-END-TIME.
            15  BK-END-HOUR          PIC 9(02).
            15  BK-END-MINUTE        PIC 9(02).
        10  BK-CLASH-FLAG            PIC X(01).
            88  BK-CLASHES                      VALUE 'Y'.

01  WS-BOOKING-MAX                   PIC 9(03) COMP  VALUE 100.
01  WS-BOOKING-USED                  PIC 9(03) COMP  VALUE ZERO.
01  WS-OUTER-SUB                     PIC 9(03) COMP  VALUE ZERO.
01  WS-INNER-SUB                     PIC 9(03) COMP  VALUE ZERO.
01  WS-NEXT-SUB                      PIC 9(03) COMP  VALUE ZERO.
01  WS-DAY-SUB                       PIC 9(02) COMP  VALUE ZERO.
01  WS-DAYS-MET-CNT                  PIC 9(02) COMP  VALUE ZERO.

01  WS-START-MINUTES                 PIC 9(05) COMP  VALUE ZERO.
01  WS-END-MINUTES                   PIC 9(05) COMP  VALUE ZERO.
01  WS-BOOKING-MINUTES               PIC 9(07) COMP  VALUE ZERO.
01  WS-ROOM-MINUTES                  PIC 9(07) COMP  VALUE ZERO.
01  WS-TERM-MINUTES                  PIC 9(09) COMP  VALUE ZERO.
01  WS-HOURS                         PIC 9(05)V9(01) VALUE ZERO.

01  WS-COUNTERS.
    05  WS-PATTERNS-READ-CNT        PIC 9(07) COMP  VALUE ZERO.
    05  WS-ROOM-CNT                 PIC 9(07) COMP  VALUE ZERO.
    05  WS-ROOM-CLASH-CNT           PIC 9(07) COMP  VALUE ZERO.
    05  WS-CLASH-CNT                PIC 9(07) COMP  VALUE ZERO.
    05  WS-ROOMS-CLASHING-CNT       PIC 9(07) COMP  VALUE ZERO.
    05  WS-OVERFLOW-CNT             PIC 9(07) COMP  VALUE ZERO.

01  HEADING-LINE-1.
    05  FILLER                       PIC X(30)      VALUE
        'ROOM UTILIZATION REPORT'.
    05  FILLER                       PIC X(06)      VALUE 'TERM:'.
    05  HL1-TERM                     PIC X(06).
    05  FILLER                       PIC X(14)      VALUE SPACES.
    05  FILLER                       PIC X(05)      VALUE 'DATE:'.
    05  HL1-RUN-DATE                 PIC 9(08).

01  HEADING-LINE-2.
    05  FILLER                       PIC X(10)      VALUE 'COURSE'.
    05  FILLER                       PIC X(05)      VALUE 'SEC'.
    05  FILLER                       PIC X(09)      VALUE 'DAYS'.
    05  FILLER                       PIC X(07)      VALUE 'START'.
    05  FILLER                       PIC X(07)      VALUE 'END'.
    05  FILLER                       PIC X(10)      VALUE 'HRS/WEEK'.
    05  FILLER                       PIC X(05)      VALUE 'FLAG'.

01  HEADING-LINE-3.
    05  FILLER                       PIC X(80)      VALUE ALL '-'.

01  ROOM-HEADING-LINE.
    05  FILLER                       PIC X(10)      VALUE 'BUILDING:'.
    05  RHL-BUILDING                 PIC X(06).
    05  FILLER                       PIC X(03)      VALUE SPACES.
    05  FILLER                       PIC X(06)      VALUE 'ROOM:'.
    05  RHL-ROOM                     PIC X(05).

01  DETAIL-LINE.
    05  DL-COURSE-CODE               PIC X(08).
    05  FILLER                       PIC X(02)      VALUE SPACES.
    05  DL-SECTION                   PIC X(03).
    05  FILLER                       PIC X(02)      VALUE SPACES.
    05  DL-MEETING-DAYS              PIC X(07).
    05  FILLER                       PIC X(02)      VALUE SPACES.
    05  DL-START-TIME                PIC 9(04).
    05  FILLER                       PIC X(03)      VALUE SPACES.
    05  DL-END-TIME                  PIC 9(04).
    05  FILLER                       PIC X(03)      VALUE SPACES.
    05  DL-HOURS                     PIC ZZ9.9.
    05  FILLER                       PIC X(05)      VALUE SPACES.
    05  DL-FLAG                      PIC X(09).

01  CLASH-LINE.
    05  FILLER                       PIC X(12)      VALUE
        '  *** CLASH'.
    05  CL-COURSE-1                  PIC X(08).
    05  FILLER                       PIC X(01)      VALUE SPACES.
    05  CL-SECTION-1                 PIC X(03).
    05  FILLER                       PIC X(01)      VALUE SPACES.
    05  CL-START-1                   PIC 9(04).
    05  FILLER                       PIC X(01)      VALUE '-'.
    05  CL-END-1                     PIC 9(04).
    05  FILLER                       PIC X(10)      VALUE
        ' OVERLAPS '.
    05  CL-COURSE-2                  PIC X(08).
    05  FILLER                       PIC X(01)      VALUE SPACES.
    05  CL-SECTION-2                 PIC X(03).
    05  FILLER                       PIC X(01)      VALUE SPACES.
    05  CL-START-2                   PIC 9(04).
    05  FILLER                       PIC X(01)      VALUE '-'.
    05  CL-END-2                     PIC 9(04).

01  OVERFLOW-LINE.
    05  FILLER                       PIC X(30)      VALUE
        '  *** SECTIONS NOT COMPARED:'.
    05  OL-OVERFLOW-CNT              PIC ZZZ,ZZ9.

01  ROOM-TOTAL-LINE.
    05  FILLER                       PIC X(17)      VALUE
        'SECTIONS BOOKED:'.
    05  RTL-SECTION-CNT              PIC ZZZ9.
    05  FILLER                       PIC X(14)      VALUE
        '   HOURS/WEEK:'.
    05  RTL-HOURS                    PIC ZZ9.9.
    05  FILLER                       PIC X(13)      VALUE
        '   CLASHES:'.
    05  RTL-CLASH-CNT                PIC ZZ9.

01  TOTAL-LINE.
    05  TL-CAPTION                   PIC X(30).
    05  TL-CNT                       PIC ZZZ,ZZ9.

01  HOURS-TOTAL-LINE.
    05  FILLER                       PIC X(30)      VALUE
        'TOTAL HOURS BOOKED PER WEEK:'.
    05  HTL-HOURS                    PIC ZZ,ZZ9.9.

PROCEDURE DIVISION.

*> ---------------------------------------------------------------
*> 0000-MAINLINE
*> ---------------------------------------------------------------
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    IF WS-PARM-ERROR
        STOP RUN
    END-IF
    PERFORM 2000-READ-PATTERN THRU 2000-EXIT
    PERFORM 3000-PROCESS-PATTERN THRU 3000-EXIT
        UNTIL WS-EOF-MTGMAST
    PERFORM 9000-TERMINATE THRU 9000-EXIT
    STOP RUN.

*> ---------------------------------------------------------------
*> 1000-INITIALIZE - the term is required.  A missing meeting-
*> pattern file just means nothing has been booked yet; the report
*> comes out empty rather than the run failing, the way WAITRPT
*> treats a missing waitlist.
*> ---------------------------------------------------------------
1000-INITIALIZE.
    PERFORM 1100-READ-TERM-PARM THRU 1100-EXIT
    IF WS-PARM-ERROR
        GO TO 1000-EXIT
    END-IF
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    OPEN INPUT MTGMAST
    IF NOT WS-MTGMAST-OK
        DISPLAY 'ROOMRPT - MTGMAST OPEN FAILED, STATUS '
            WS-MTGMAST-STATUS ' - NOTHING BOOKED YET'
        SET WS-EOF-MTGMAST TO TRUE
    ELSE
        PERFORM 1200-POSITION-TERM THRU 1200-EXIT
    END-IF
    OPEN OUTPUT ROOM-REPORT
    MOVE WS-REPORT-TERM  TO HL1-TERM
    MOVE WS-CURRENT-DATE TO HL1-RUN-DATE
    WRITE ROOM-REPORT-LINE FROM HEADING-LINE-1
    WRITE ROOM-REPORT-LINE FROM HEADING-LINE-3.
1000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1100-READ-TERM-PARM - a missing card, or a blank term, stops
*> the run before a single booking is read.
*> ---------------------------------------------------------------
1100-READ-TERM-PARM.
    OPEN INPUT TERM-PARM
    IF NOT WS-PARM-OK
        SET WS-PARM-ERROR TO TRUE
        DISPLAY 'ROOMRPT - TERMPARM TERM CARD MISSING - RUN STOPPED'
        GO TO 1100-EXIT
    END-IF
    READ TERM-PARM
        AT END
            SET WS-PARM-ERROR TO TRUE
            DISPLAY 'ROOMRPT - TERMPARM TERM CARD EMPTY - '
                'RUN STOPPED'
    END-READ
    IF NOT WS-PARM-ERROR
        IF TP-TERM = SPACES
            SET WS-PARM-ERROR TO TRUE
            DISPLAY 'ROOMRPT - TERMPARM TERM BLANK - RUN STOPPED'
        ELSE
            MOVE TP-TERM TO WS-REPORT-TERM
        END-IF
    END-IF
    CLOSE TERM-PARM.
1100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1200-POSITION-TERM - start the room-key walk at the first
*> building and room booked for the term.
*> ---------------------------------------------------------------
1200-POSITION-TERM.
    MOVE WS-REPORT-TERM TO MP-ROOM-TERM
    MOVE LOW-VALUES     TO MP-BUILDING
    MOVE LOW-VALUES     TO MP-ROOM
    START MTGMAST KEY NOT LESS THAN MP-ROOM-KEY
        INVALID KEY
            SET WS-EOF-MTGMAST TO TRUE
    END-START.
1200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2000-READ-PATTERN - the walk ends at end of file or the first
*> booking for another term.
*> ---------------------------------------------------------------
2000-READ-PATTERN.
    IF WS-EOF-MTGMAST
        GO TO 2000-EXIT
    END-IF
    READ MTGMAST NEXT RECORD
        AT END
            SET WS-EOF-MTGMAST TO TRUE
            GO TO 2000-EXIT
    END-READ
    IF MP-ROOM-TERM NOT = WS-REPORT-TERM
        SET WS-EOF-MTGMAST TO TRUE
    ELSE
        ADD 1 TO WS-PATTERNS-READ-CNT
    END-IF.
2000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3000-PROCESS-PATTERN - a control break on building/room prints
*> the room just finished and starts the next one's table.
*> ---------------------------------------------------------------
3000-PROCESS-PATTERN.
    IF WS-FIRST-RECORD
          OR MP-BUILDING NOT = WS-PRIOR-BUILDING
          OR MP-ROOM     NOT = WS-PRIOR-ROOM-NO
        IF NOT WS-FIRST-RECORD
            PERFORM 4000-PRINT-ROOM THRU 4000-EXIT
        END-IF
        MOVE 'N'         TO WS-FIRST-RECORD-SWITCH
        MOVE MP-BUILDING TO WS-PRIOR-BUILDING
        MOVE MP-ROOM     TO WS-PRIOR-ROOM-NO
        MOVE ZERO        TO WS-BOOKING-USED
        MOVE ZERO        TO WS-OVERFLOW-CNT
    END-IF
    IF WS-BOOKING-USED < WS-BOOKING-MAX
        ADD 1 TO WS-BOOKING-USED
        MOVE MP-COURSE-CODE  TO BK-COURSE-CODE  (WS-BOOKING-USED)
        MOVE MP-SECTION      TO BK-SECTION      (WS-BOOKING-USED)
        MOVE MP-MEETING-DAYS TO BK-MEETING-DAYS (WS-BOOKING-USED)
        MOVE MP-START-TIME   TO BK-START-TIME   (WS-BOOKING-USED)
        MOVE MP-END-TIME     TO BK-END-TIME     (WS-BOOKING-USED)
        MOVE 'N'             TO BK-CLASH-FLAG   (WS-BOOKING-USED)
    ELSE
        ADD 1 TO WS-OVERFLOW-CNT
    END-IF
    PERFORM 2000-READ-PATTERN THRU 2000-EXIT.
3000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4000-PRINT-ROOM - flag every clashing pair first so the detail
*> lines carry the marker, then print the room's bookings, the
*> clashing pairs and the room total.
*> ---------------------------------------------------------------
4000-PRINT-ROOM.
    ADD 1 TO WS-ROOM-CNT
    MOVE ZERO TO WS-ROOM-CLASH-CNT
    MOVE ZERO TO WS-ROOM-MINUTES
    PERFORM 4100-FLAG-OUTER THRU 4100-EXIT
        VARYING WS-OUTER-SUB FROM 1 BY 1
        UNTIL WS-OUTER-SUB > WS-BOOKING-USED
    IF WS-ROOM-CLASH-CNT > ZERO
        ADD 1 TO WS-ROOMS-CLASHING-CNT
        ADD WS-ROOM-CLASH-CNT TO WS-CLASH-CNT
    END-IF
    MOVE WS-PRIOR-BUILDING TO RHL-BUILDING
    MOVE WS-PRIOR-ROOM-NO  TO RHL-ROOM
    WRITE ROOM-REPORT-LINE FROM ROOM-HEADING-LINE
    WRITE ROOM-REPORT-LINE FROM HEADING-LINE-2
    PERFORM 4300-PRINT-BOOKING THRU 4300-EXIT
        VARYING WS-OUTER-SUB FROM 1 BY 1
        UNTIL WS-OUTER-SUB > WS-BOOKING-USED
    IF WS-ROOM-CLASH-CNT > ZERO
        PERFORM 4400-LIST-OUTER THRU 4400-EXIT
            VARYING WS-OUTER-SUB FROM 1 BY 1
            UNTIL WS-OUTER-SUB > WS-BOOKING-USED
    END-IF
    IF WS-OVERFLOW-CNT > ZERO
        MOVE WS-OVERFLOW-CNT TO OL-OVERFLOW-CNT
        WRITE ROOM-REPORT-LINE FROM OVERFLOW-LINE
        DISPLAY 'ROOMRPT - ROOM ' WS-PRIOR-BUILDING ' '
            WS-PRIOR-ROOM-NO ' OVER ' WS-BOOKING-MAX
            ' SECTIONS - OVERFLOW NOT COMPARED'
    END-IF
    ADD WS-ROOM-MINUTES TO WS-TERM-MINUTES
    ADD WS-BOOKING-USED WS-OVERFLOW-CNT GIVING RTL-SECTION-CNT
    DIVIDE WS-ROOM-MINUTES BY 60 GIVING WS-HOURS ROUNDED
    MOVE WS-HOURS          TO RTL-HOURS
    MOVE WS-ROOM-CLASH-CNT TO RTL-CLASH-CNT
    WRITE ROOM-REPORT-LINE FROM ROOM-TOTAL-LINE
    WRITE ROOM-REPORT-LINE FROM HEADING-LINE-3.
4000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4100-FLAG-OUTER - compare one booking against every booking
*> after it in the table, so each pair is looked at once.
*> ---------------------------------------------------------------
4100-FLAG-OUTER.
    ADD 1 TO WS-OUTER-SUB GIVING WS-NEXT-SUB
    PERFORM 4200-FLAG-PAIR THRU 4200-EXIT
        VARYING WS-INNER-SUB FROM WS-NEXT-SUB BY 1
        UNTIL WS-INNER-SUB > WS-BOOKING-USED.
4100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4200-FLAG-PAIR - mark both bookings of a clashing pair.
*> ---------------------------------------------------------------
4200-FLAG-PAIR.
    PERFORM 4250-TEST-PAIR THRU 4250-EXIT
    IF WS-DAY-SHARED
        MOVE 'Y' TO BK-CLASH-FLAG (WS-OUTER-SUB)
        MOVE 'Y' TO BK-CLASH-FLAG (WS-INNER-SUB)
        ADD 1 TO WS-ROOM-CLASH-CNT
    END-IF.
4200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4250-TEST-PAIR - the outer and inner bookings clash when each
*> starts before the other ends and the same weekday position is
*> non-blank in both; WS-DAY-SHARED carries the answer.
*> ---------------------------------------------------------------
4250-TEST-PAIR.
    MOVE 'N' TO WS-DAY-SHARED-SWITCH
    IF BK-START-TIME (WS-OUTER-SUB) NOT < BK-END-TIME (WS-INNER-SUB)
          OR BK-START-TIME (WS-INNER-SUB)
             NOT < BK-END-TIME (WS-OUTER-SUB)
        GO TO 4250-EXIT
    END-IF
    PERFORM 4260-TEST-ONE-DAY THRU 4260-EXIT
        VARYING WS-DAY-SUB FROM 1 BY 1
        UNTIL WS-DAY-SUB > 7 OR WS-DAY-SHARED.
4250-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4260-TEST-ONE-DAY
*> ---------------------------------------------------------------
4260-TEST-ONE-DAY.
    IF BK-DAY-FLAG (WS-OUTER-SUB, WS-DAY-SUB) NOT = SPACE
          AND BK-DAY-FLAG (WS-INNER-SUB, WS-DAY-SUB) NOT = SPACE
        SET WS-DAY-SHARED TO TRUE
    END-IF.
4260-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4300-PRINT-BOOKING - one line per section booked into the
*> room; the weekly hours are the meeting length times the days
*> it meets.
*> ---------------------------------------------------------------
4300-PRINT-BOOKING.
    MOVE ZERO TO WS-DAYS-MET-CNT
    PERFORM 4350-COUNT-ONE-DAY THRU 4350-EXIT
        VARYING WS-DAY-SUB FROM 1 BY 1
        UNTIL WS-DAY-SUB > 7
    COMPUTE WS-START-MINUTES =
        BK-START-HOUR (WS-OUTER-SUB) * 60
        + BK-START-MINUTE (WS-OUTER-SUB)
    COMPUTE WS-END-MINUTES =
        BK-END-HOUR (WS-OUTER-SUB) * 60
        + BK-END-MINUTE (WS-OUTER-SUB)
    COMPUTE WS-BOOKING-MINUTES =
        (WS-END-MINUTES - WS-START-MINUTES) * WS-DAYS-MET-CNT
    ADD WS-BOOKING-MINUTES TO WS-ROOM-MINUTES
    MOVE BK-COURSE-CODE  (WS-OUTER-SUB) TO DL-COURSE-CODE
    MOVE BK-SECTION      (WS-OUTER-SUB) TO DL-SECTION
    MOVE BK-MEETING-DAYS (WS-OUTER-SUB) TO DL-MEETING-DAYS
    MOVE BK-START-TIME   (WS-OUTER-SUB) TO DL-START-TIME
    MOVE BK-END-TIME     (WS-OUTER-SUB) TO DL-END-TIME
    DIVIDE WS-BOOKING-MINUTES BY 60 GIVING WS-HOURS ROUNDED
    MOVE WS-HOURS TO DL-HOURS
    IF BK-CLASHES (WS-OUTER-SUB)
        MOVE '*** CLASH' TO DL-FLAG
    ELSE
        MOVE SPACES TO DL-FLAG
    END-IF
    WRITE ROOM-REPORT-LINE FROM DETAIL-LINE.
4300-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4350-COUNT-ONE-DAY
*> ---------------------------------------------------------------
4350-COUNT-ONE-DAY.
    IF BK-DAY-FLAG (WS-OUTER-SUB, WS-DAY-SUB) NOT = SPACE
        ADD 1 TO WS-DAYS-MET-CNT
    END-IF.
4350-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4400-LIST-OUTER - second pass over the pairs of a room that
*> has clashes, listing each clashing pair under its bookings.
*> ---------------------------------------------------------------
4400-LIST-OUTER.
    IF NOT BK-CLASHES (WS-OUTER-SUB)
        GO TO 4400-EXIT
    END-IF
    ADD 1 TO WS-OUTER-SUB GIVING WS-NEXT-SUB
    PERFORM 4450-LIST-PAIR THRU 4450-EXIT
        VARYING WS-INNER-SUB FROM WS-NEXT-SUB BY 1
        UNTIL WS-INNER-SUB > WS-BOOKING-USED.
4400-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4450-LIST-PAIR
*> ---------------------------------------------------------------
4450-LIST-PAIR.
    IF NOT BK-CLASHES (WS-INNER-SUB)
        GO TO 4450-EXIT
    END-IF
    PERFORM 4250-TEST-PAIR THRU 4250-EXIT
    IF NOT WS-DAY-SHARED
        GO TO 4450-EXIT
    END-IF
    MOVE BK-COURSE-CODE (WS-OUTER-SUB) TO CL-COURSE-1
    MOVE BK-SECTION     (WS-OUTER-SUB) TO CL-SECTION-1
    MOVE BK-START-TIME  (WS-OUTER-SUB) TO CL-START-1
    MOVE BK-END-TIME    (WS-OUTER-SUB) TO CL-END-1
    MOVE BK-COURSE-CODE (WS-INNER-SUB) TO CL-COURSE-2
    MOVE BK-SECTION     (WS-INNER-SUB) TO CL-SECTION-2
    MOVE BK-START-TIME  (WS-INNER-SUB) TO CL-START-2
    MOVE BK-END-TIME    (WS-INNER-SUB) TO CL-END-2
    WRITE ROOM-REPORT-LINE FROM CLASH-LINE.
4450-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 9000-TERMINATE - close out the final room, print the term
*> totals, close every file.
*> ---------------------------------------------------------------
9000-TERMINATE.
    IF NOT WS-FIRST-RECORD
        PERFORM 4000-PRINT-ROOM THRU 4000-EXIT
    END-IF
    MOVE 'ROOMS BOOKED:'            TO TL-CAPTION
    MOVE WS-ROOM-CNT                TO TL-CNT
    WRITE ROOM-REPORT-LINE FROM TOTAL-LINE
    MOVE 'SECTIONS BOOKED:'         TO TL-CAPTION
    MOVE WS-PATTERNS-READ-CNT       TO TL-CNT
    WRITE ROOM-REPORT-LINE FROM TOTAL-LINE
    DIVIDE WS-TERM-MINUTES BY 60 GIVING WS-HOURS ROUNDED
    MOVE WS-HOURS                   TO HTL-HOURS
    WRITE ROOM-REPORT-LINE FROM HOURS-TOTAL-LINE
    MOVE 'CLASHING PAIRS:'          TO TL-CAPTION
    MOVE WS-CLASH-CNT               TO TL-CNT
    WRITE ROOM-REPORT-LINE FROM TOTAL-LINE
    MOVE 'ROOMS WITH CLASHES:'      TO TL-CAPTION
    MOVE WS-ROOMS-CLASHING-CNT      TO TL-CNT
    WRITE ROOM-REPORT-LINE FROM TOTAL-LINE
    DISPLAY 'ROOMRPT SECTIONS READ   : ' WS-PATTERNS-READ-CNT
    DISPLAY 'ROOMRPT ROOMS PRINTED   : ' WS-ROOM-CNT
    DISPLAY 'ROOMRPT CLASHING PAIRS  : ' WS-CLASH-CNT
    CLOSE MTGMAST
    CLOSE ROOM-REPORT.
9000-EXIT.
    EXIT.
