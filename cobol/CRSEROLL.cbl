IDENTIFICATION DIVISION.
PROGRAM-ID.     CRSEROLL.
AUTHOR.         R GUPTA.
INSTALLATION.   REGISTRAR SYSTEMS.
DATE-WRITTEN.   2026-10-14.
DATE-COMPILED.

*> -------------------------------------------------------------------
*> CRSEROLL rolls the course schedule forward a term.  Most sections
*> carry over from the same term a year earlier unchanged, so rather
*> than the scheduling office keying the whole catalog into CRSETRAN
*> again, this run copies every CRSEMAST section of the source term
*> named on the ROLLPARM card into the target term on the same card.
*> Each copy carries the source section's title, capacity, credit
*> hours and fee rate, and starts with its enrolled count at zero,
*> the way a CRSEUPD add does - the count is ENRLUPD's.
*>
*> The ROLLCHG change cards (ROLTCPY) adjust the copy as it is
*> made: a C card replaces the capacity and/or fee rate, a D card
*> keeps the section out of the target term.  Cards are loaded into
*> a table before the copy; a bad card, a duplicate card for the
*> same section, or a card beyond the table is rejected onto the
*> report, and a card that matches no source section is listed at
*> the end so a mistyped section number is not silently lost.  No
*> ROLLCHG file at all is a straight copy.
*>
*> A target section already on the catalog is left as it stands and
*> reported - a rerun, or a section CRSEUPD added by hand, is never
*> overwritten.  Every section copied, dropped by card, or refused
*> is logged to the permanent audit trail via AUDLOG under action
*> ROLLFWD; the row belongs to a section, not a student, so the
*> student ID is zero.  A missing card, a blank term, or a source
*> term equal to the target stops the run before the catalog is
*> touched.  Meeting patterns are not rolled - MTGUPD books the
*> rooms for the new term.
*>
*> Modification History
*>   2026-10-14  RG   Original.
*> -------------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CRSEMAST
        ASSIGN TO CRSEMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CM-COURSE-KEY
        FILE STATUS IS WS-CRSEMAST-STATUS.

    SELECT ROLL-PARM
        ASSIGN TO ROLLPARM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.

    SELECT ROLL-CHANGES
        ASSIGN TO ROLLCHG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ROLLCHG-STATUS.

    SELECT ROLL-REPORT
        ASSIGN TO ROLLRPT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CRSEMAST
    LABEL RECORDS ARE STANDARD.
COPY CRSECPY.

FD  ROLL-PARM
    LABEL RECORDS ARE STANDARD.
01  ROLL-PARM-CARD.
    05  RF-SOURCE-TERM              PIC X(06).
    05  FILLER                      PIC X(01).
    05  RF-TARGET-TERM              PIC X(06).

FD  ROLL-CHANGES
    LABEL RECORDS ARE STANDARD.
COPY ROLTCPY.

FD  ROLL-REPORT
    LABEL RECORDS ARE STANDARD.
01  ROLL-REPORT-LINE                PIC X(80).

WORKING-STORAGE SECTION.
01  WS-CRSEMAST-STATUS               PIC X(02)      VALUE '00'.
    88  WS-CRSEMAST-OK                              VALUE '00'.

01  WS-PARM-STATUS                   PIC X(02)      VALUE '00'.
    88  WS-PARM-OK                                  VALUE '00'.

01  WS-ROLLCHG-STATUS                PIC X(02)      VALUE '00'.
    88  WS-ROLLCHG-OK                               VALUE '00'.

01  WS-REPORT-STATUS                 PIC X(02)      VALUE '00'.

01  WS-EOF-SWITCH                    PIC X(01)      VALUE 'N'.
    88  WS-EOF-CATALOG                              VALUE 'Y'.

01  WS-EOF-CHANGES-SWITCH            PIC X(01)      VALUE 'N'.
    88  WS-EOF-CHANGES                              VALUE 'Y'.

01  WS-PARM-ERROR-SWITCH             PIC X(01)      VALUE 'N'.
    88  WS-PARM-ERROR                               VALUE 'Y'.

01  WS-NO-ROLLCHG-SWITCH             PIC X(01)      VALUE 'N'.
    88  WS-NO-ROLLCHG                               VALUE 'Y'.

01  WS-SOURCE-TERM                   PIC X(06)      VALUE SPACES.
01  WS-TARGET-TERM                   PIC X(06)      VALUE SPACES.

01  WS-REJECT-REASON                 PIC X(26)      VALUE SPACES.

01  WS-FIND-COURSE-CODE              PIC X(08)      VALUE SPACES.
01  WS-FIND-SECTION                  PIC X(03)      VALUE SPACES.

*> The source section's key, so the read position can be
*> re-established past it once its copy is written.
01  WS-RESUME-KEY                    PIC X(17)      VALUE SPACES.

01  WS-CHANGE-TABLE.
    05  WS-CHG-USED-CNT             PIC 9(03) COMP  VALUE ZERO.
    05  WS-CHG-ENTRY OCCURS 300 TIMES.
        10  WS-CHG-COURSE-CODE      PIC X(08).
        10  WS-CHG-SECTION          PIC X(03).
        10  WS-CHG-ACTION-CODE      PIC X(01).
            88  WS-CHG-CHANGE                      VALUE 'C'.
            88  WS-CHG-DROP                        VALUE 'D'.
        10  WS-CHG-SEAT-CAPACITY    PIC 9(03).
        10  WS-CHG-FEE-RATE         PIC 9(03)V9(02).
        10  WS-CHG-USED-SWITCH      PIC X(01).
            88  WS-CHG-MATCHED                     VALUE 'Y'.

01  WS-CHG-MAX                       PIC 9(03) COMP  VALUE 300.
01  WS-TBL-SUB                       PIC 9(03) COMP  VALUE ZERO.
01  WS-MATCH-SUB                     PIC 9(03) COMP  VALUE ZERO.

01  WS-COUNTERS.
    05  WS-CARDS-READ-CNT           PIC 9(07) COMP  VALUE ZERO.
    05  WS-CARDS-REJECTED-CNT       PIC 9(07) COMP  VALUE ZERO.
    05  WS-CARDS-UNMATCHED-CNT      PIC 9(07) COMP  VALUE ZERO.
    05  WS-SECTIONS-READ-CNT        PIC 9(07) COMP  VALUE ZERO.
    05  WS-SOURCE-SECTIONS-CNT      PIC 9(07) COMP  VALUE ZERO.
    05  WS-COPIED-CNT               PIC 9(07) COMP  VALUE ZERO.
    05  WS-CHANGED-CNT              PIC 9(07) COMP  VALUE ZERO.
    05  WS-DROPPED-CNT              PIC 9(07) COMP  VALUE ZERO.
    05  WS-ALREADY-ON-CNT           PIC 9(07) COMP  VALUE ZERO.

01  WS-CURRENT-DATE                  PIC 9(08)      VALUE ZERO.

01  HEADING-LINE-1.
    05  FILLER                       PIC X(26)      VALUE
        'SCHEDULE ROLL-FORWARD'.
    05  FILLER                       PIC X(06)      VALUE 'FROM:'.
    05  HL1-SOURCE-TERM              PIC X(06).
    05  FILLER                       PIC X(02)      VALUE SPACES.
    05  FILLER                       PIC X(04)      VALUE 'TO:'.
    05  HL1-TARGET-TERM              PIC X(06).
    05  FILLER                       PIC X(09)      VALUE SPACES.
    05  FILLER                       PIC X(05)      VALUE 'DATE:'.
    05  HL1-RUN-DATE                 PIC 9(08).

01  HEADING-LINE-2.
    05  FILLER                       PIC X(10)      VALUE 'COURSE'.
    05  FILLER                       PIC X(05)      VALUE 'SECT'.
    05  FILLER                       PIC X(26)      VALUE 'TITLE'.
    05  FILLER                       PIC X(05)      VALUE 'CAP'.
    05  FILLER                       PIC X(08)      VALUE 'FEE'.
    05  FILLER                       PIC X(26)      VALUE 'ACTION'.

01  HEADING-LINE-3.
    05  FILLER                       PIC X(80)      VALUE ALL '-'.

01  DETAIL-LINE.
    05  DL-COURSE-CODE               PIC X(08).
    05  FILLER                       PIC X(02)      VALUE SPACES.
    05  DL-SECTION                   PIC X(03).
    05  FILLER                       PIC X(02)      VALUE SPACES.
    05  DL-COURSE-TITLE              PIC X(24).
    05  FILLER                       PIC X(02)      VALUE SPACES.
    05  DL-SEAT-CAPACITY             PIC ZZ9.
    05  FILLER                       PIC X(02)      VALUE SPACES.
    05  DL-FEE-RATE                  PIC ZZ9.99.
    05  FILLER                       PIC X(02)      VALUE SPACES.
    05  DL-ACTION                    PIC X(26).

01  TOTAL-LINE.
    05  TL-CAPTION                   PIC X(30).
    05  TL-CNT                       PIC ZZZ,ZZ9.

COPY AUDCPY.

PROCEDURE DIVISION.

*> ---------------------------------------------------------------
*> 0000-MAINLINE - load the change cards, copy the source term,
*> then list the cards that matched nothing.
*> ---------------------------------------------------------------
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    IF WS-PARM-ERROR
        STOP RUN
    END-IF
    PERFORM 2000-LOAD-CHANGE-CARDS THRU 2000-EXIT
    PERFORM 3000-ROLL-SECTION THRU 3000-EXIT
        UNTIL WS-EOF-CATALOG
    PERFORM 6000-LIST-UNMATCHED THRU 6000-EXIT
        VARYING WS-TBL-SUB FROM 1 BY 1
        UNTIL WS-TBL-SUB > WS-CHG-USED-CNT
    PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
    PERFORM 9000-TERMINATE THRU 9000-EXIT
    STOP RUN.

*> ---------------------------------------------------------------
*> 1000-INITIALIZE - the term card first, then the catalog for
*> update, the report, and the first read of the catalog.
*> ---------------------------------------------------------------
1000-INITIALIZE.
    PERFORM 1100-READ-ROLL-PARM THRU 1100-EXIT
    IF WS-PARM-ERROR
        GO TO 1000-EXIT
    END-IF
    OPEN I-O CRSEMAST
    IF NOT WS-CRSEMAST-OK
        DISPLAY 'CRSEROLL - CRSEMAST OPEN FAILED, STATUS '
            WS-CRSEMAST-STATUS ' - RUN STOPPED'
        SET WS-PARM-ERROR TO TRUE
        GO TO 1000-EXIT
    END-IF
    OPEN OUTPUT ROLL-REPORT
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    MOVE WS-SOURCE-TERM  TO HL1-SOURCE-TERM
    MOVE WS-TARGET-TERM  TO HL1-TARGET-TERM
    MOVE WS-CURRENT-DATE TO HL1-RUN-DATE
    WRITE ROLL-REPORT-LINE FROM HEADING-LINE-1
    WRITE ROLL-REPORT-LINE FROM HEADING-LINE-2
    WRITE ROLL-REPORT-LINE FROM HEADING-LINE-3
    MOVE LOW-VALUES TO CM-COURSE-KEY
    START CRSEMAST KEY IS NOT LESS THAN CM-COURSE-KEY
        INVALID KEY
            SET WS-EOF-CATALOG TO TRUE
    END-START
    IF NOT WS-EOF-CATALOG
        PERFORM 2500-READ-CATALOG THRU 2500-EXIT
    END-IF.
1000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1100-READ-ROLL-PARM - both terms are required and must differ.
*> ---------------------------------------------------------------
1100-READ-ROLL-PARM.
    OPEN INPUT ROLL-PARM
    IF NOT WS-PARM-OK
        SET WS-PARM-ERROR TO TRUE
        DISPLAY 'CRSEROLL - ROLLPARM TERM CARD MISSING - RUN STOPPED'
        GO TO 1100-EXIT
    END-IF
    READ ROLL-PARM
        AT END
            SET WS-PARM-ERROR TO TRUE
            DISPLAY 'CRSEROLL - ROLLPARM TERM CARD EMPTY - '
                'RUN STOPPED'
    END-READ
    IF NOT WS-PARM-ERROR
        IF RF-SOURCE-TERM = SPACES OR RF-TARGET-TERM = SPACES
            SET WS-PARM-ERROR TO TRUE
            DISPLAY 'CRSEROLL - ROLLPARM TERM BLANK - RUN STOPPED'
        ELSE
            IF RF-SOURCE-TERM = RF-TARGET-TERM
                SET WS-PARM-ERROR TO TRUE
                DISPLAY 'CRSEROLL - ROLLPARM SOURCE TERM EQUALS '
                    'TARGET - RUN STOPPED'
            ELSE
                MOVE RF-SOURCE-TERM TO WS-SOURCE-TERM
                MOVE RF-TARGET-TERM TO WS-TARGET-TERM
            END-IF
        END-IF
    END-IF
    CLOSE ROLL-PARM.
1100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2000-LOAD-CHANGE-CARDS - every good card into the table before
*> the copy starts; no ROLLCHG file is a straight copy.
*> ---------------------------------------------------------------
2000-LOAD-CHANGE-CARDS.
    OPEN INPUT ROLL-CHANGES
    IF NOT WS-ROLLCHG-OK
        SET WS-NO-ROLLCHG TO TRUE
        DISPLAY 'CRSEROLL - NO ROLLCHG FILE - '
            'SECTIONS COPIED UNCHANGED'
        GO TO 2000-EXIT
    END-IF
    PERFORM 2100-READ-CHANGE-CARD THRU 2100-EXIT
    PERFORM 2200-LOAD-CHANGE-CARD THRU 2200-EXIT
        UNTIL WS-EOF-CHANGES
    CLOSE ROLL-CHANGES.
2000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2100-READ-CHANGE-CARD
*> ---------------------------------------------------------------
2100-READ-CHANGE-CARD.
    READ ROLL-CHANGES
        AT END
            SET WS-EOF-CHANGES TO TRUE
    END-READ.
    IF NOT WS-EOF-CHANGES
        ADD 1 TO WS-CARDS-READ-CNT
    END-IF.
2100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2200-LOAD-CHANGE-CARD - edit the card and table it.  A change
*> card must carry a new capacity or fee rate, numeric, or there
*> is nothing for it to do.
*> ---------------------------------------------------------------
2200-LOAD-CHANGE-CARD.
    MOVE SPACES TO WS-REJECT-REASON
    EVALUATE TRUE
        WHEN NOT RT-ACTION-CHANGE AND NOT RT-ACTION-DROP
            MOVE 'CARD REJECTED - ACTION' TO WS-REJECT-REASON
        WHEN RT-COURSE-CODE = SPACES OR RT-SECTION = SPACES
            MOVE 'CARD REJECTED - KEY BLANK' TO WS-REJECT-REASON
        WHEN RT-ACTION-CHANGE
              AND (RT-SEAT-CAPACITY NOT NUMERIC
                   OR RT-FEE-RATE NOT NUMERIC)
            MOVE 'CARD REJECTED - NOT NUMERIC' TO WS-REJECT-REASON
        WHEN RT-ACTION-CHANGE
              AND RT-SEAT-CAPACITY = ZERO AND RT-FEE-RATE = ZERO
            MOVE 'CARD REJECTED - NO CHANGE' TO WS-REJECT-REASON
        WHEN WS-CHG-USED-CNT NOT < WS-CHG-MAX
            MOVE 'CARD REJECTED - TABLE FULL' TO WS-REJECT-REASON
    END-EVALUATE
    IF WS-REJECT-REASON = SPACES
        MOVE RT-COURSE-CODE TO WS-FIND-COURSE-CODE
        MOVE RT-SECTION     TO WS-FIND-SECTION
        PERFORM 2300-FIND-CHANGE THRU 2300-EXIT
        IF WS-MATCH-SUB > ZERO
            MOVE 'CARD REJECTED - DUPLICATE' TO WS-REJECT-REASON
        END-IF
    END-IF
    IF WS-REJECT-REASON NOT = SPACES
        MOVE RT-COURSE-CODE   TO DL-COURSE-CODE
        MOVE RT-SECTION       TO DL-SECTION
        MOVE SPACES           TO DL-COURSE-TITLE
        MOVE ZERO             TO DL-SEAT-CAPACITY
        MOVE ZERO             TO DL-FEE-RATE
        MOVE WS-REJECT-REASON TO DL-ACTION
        WRITE ROLL-REPORT-LINE FROM DETAIL-LINE
        ADD 1 TO WS-CARDS-REJECTED-CNT
        GO TO 2200-NEXT
    END-IF
    ADD 1 TO WS-CHG-USED-CNT
    MOVE RT-COURSE-CODE TO WS-CHG-COURSE-CODE (WS-CHG-USED-CNT)
    MOVE RT-SECTION     TO WS-CHG-SECTION (WS-CHG-USED-CNT)
    MOVE RT-ACTION-CODE TO WS-CHG-ACTION-CODE (WS-CHG-USED-CNT)
    MOVE 'N'            TO WS-CHG-USED-SWITCH (WS-CHG-USED-CNT)
    IF RT-ACTION-CHANGE
        MOVE RT-SEAT-CAPACITY TO WS-CHG-SEAT-CAPACITY (WS-CHG-USED-CNT)
        MOVE RT-FEE-RATE      TO WS-CHG-FEE-RATE (WS-CHG-USED-CNT)
    ELSE
        MOVE ZERO TO WS-CHG-SEAT-CAPACITY (WS-CHG-USED-CNT)
        MOVE ZERO TO WS-CHG-FEE-RATE (WS-CHG-USED-CNT)
    END-IF.
2200-NEXT.
    PERFORM 2100-READ-CHANGE-CARD THRU 2100-EXIT.
2200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2300-FIND-CHANGE - the caller leaves the course code and section
*> in WS-FIND-COURSE-CODE / WS-FIND-SECTION; WS-MATCH-SUB comes back
*> as the table entry, or zero.
*> ---------------------------------------------------------------
2300-FIND-CHANGE.
    MOVE ZERO TO WS-MATCH-SUB
    PERFORM 2350-CHECK-CHANGE-ENTRY THRU 2350-EXIT
        VARYING WS-TBL-SUB FROM 1 BY 1
        UNTIL WS-TBL-SUB > WS-CHG-USED-CNT
           OR WS-MATCH-SUB > ZERO.
2300-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2350-CHECK-CHANGE-ENTRY
*> ---------------------------------------------------------------
2350-CHECK-CHANGE-ENTRY.
    IF WS-CHG-COURSE-CODE (WS-TBL-SUB) = WS-FIND-COURSE-CODE
          AND WS-CHG-SECTION (WS-TBL-SUB) = WS-FIND-SECTION
        MOVE WS-TBL-SUB TO WS-MATCH-SUB
    END-IF.
2350-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2500-READ-CATALOG
*> ---------------------------------------------------------------
2500-READ-CATALOG.
    READ CRSEMAST NEXT RECORD
        AT END
            SET WS-EOF-CATALOG TO TRUE
    END-READ.
    IF NOT WS-EOF-CATALOG
        ADD 1 TO WS-SECTIONS-READ-CNT
    END-IF.
2500-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3000-ROLL-SECTION - a source-term section is copied, changed,
*> or dropped per its card; every other section is passed over.
*> The write of the copy lands elsewhere in the key order, so the
*> read is restarted just past the source section afterwards.
*> ---------------------------------------------------------------
3000-ROLL-SECTION.
    IF CM-TERM NOT = WS-SOURCE-TERM
        GO TO 3000-NEXT
    END-IF
    ADD 1 TO WS-SOURCE-SECTIONS-CNT
    MOVE CM-COURSE-KEY        TO WS-RESUME-KEY
    MOVE CM-COURSE-CODE       TO WS-FIND-COURSE-CODE
    MOVE CM-SECTION           TO WS-FIND-SECTION
    PERFORM 2300-FIND-CHANGE THRU 2300-EXIT
    IF WS-MATCH-SUB > ZERO
        SET WS-CHG-MATCHED (WS-MATCH-SUB) TO TRUE
        IF WS-CHG-DROP (WS-MATCH-SUB)
            PERFORM 4500-DROP-BY-CARD THRU 4500-EXIT
            GO TO 3000-NEXT
        END-IF
    END-IF
    PERFORM 4000-WRITE-COPY THRU 4000-EXIT
    MOVE WS-RESUME-KEY TO CM-COURSE-KEY
    START CRSEMAST KEY IS GREATER THAN CM-COURSE-KEY
        INVALID KEY
            SET WS-EOF-CATALOG TO TRUE
            GO TO 3000-EXIT
    END-START.
3000-NEXT.
    PERFORM 2500-READ-CATALOG THRU 2500-EXIT.
3000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4000-WRITE-COPY - the source section re-keyed to the target
*> term with the count at zero and any card change applied.  A
*> target section already there is refused, not overwritten.
*> ---------------------------------------------------------------
4000-WRITE-COPY.
    MOVE WS-TARGET-TERM TO CM-TERM
    MOVE ZERO           TO CM-ENROLLED-CNT
    MOVE 'COPIED'       TO DL-ACTION
    IF WS-MATCH-SUB > ZERO
        IF WS-CHG-SEAT-CAPACITY (WS-MATCH-SUB) > ZERO
            MOVE WS-CHG-SEAT-CAPACITY (WS-MATCH-SUB)
                TO CM-SEAT-CAPACITY
        END-IF
        IF WS-CHG-FEE-RATE (WS-MATCH-SUB) > ZERO
            MOVE WS-CHG-FEE-RATE (WS-MATCH-SUB) TO CM-FEE-RATE
        END-IF
        MOVE 'COPIED - CHANGED BY CARD' TO DL-ACTION
    END-IF
    WRITE COURSE-MASTER-RECORD
        INVALID KEY
            MOVE 'NOT COPIED - ON TARGET' TO DL-ACTION
            MOVE '08' TO AUD-OUTCOME-CODE
            ADD 1 TO WS-ALREADY-ON-CNT
        NOT INVALID KEY
            MOVE '00' TO AUD-OUTCOME-CODE
            ADD 1 TO WS-COPIED-CNT
            IF WS-MATCH-SUB > ZERO
                ADD 1 TO WS-CHANGED-CNT
            END-IF
    END-WRITE
    PERFORM 5000-PRINT-SECTION THRU 5000-EXIT
    PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
4000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4500-DROP-BY-CARD - the section stays in the source term only.
*> ---------------------------------------------------------------
4500-DROP-BY-CARD.
    MOVE 'DROPPED BY CARD' TO DL-ACTION
    MOVE '04' TO AUD-OUTCOME-CODE
    ADD 1 TO WS-DROPPED-CNT
    PERFORM 5000-PRINT-SECTION THRU 5000-EXIT
    PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
4500-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5000-PRINT-SECTION - capacity and fee as the copy carries them.
*> ---------------------------------------------------------------
5000-PRINT-SECTION.
    MOVE CM-COURSE-CODE   TO DL-COURSE-CODE
    MOVE CM-SECTION       TO DL-SECTION
    MOVE CM-COURSE-TITLE  TO DL-COURSE-TITLE
    MOVE CM-SEAT-CAPACITY TO DL-SEAT-CAPACITY
    MOVE CM-FEE-RATE      TO DL-FEE-RATE
    WRITE ROLL-REPORT-LINE FROM DETAIL-LINE.
5000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 6000-LIST-UNMATCHED - a tabled card no source section used.
*> ---------------------------------------------------------------
6000-LIST-UNMATCHED.
    IF WS-CHG-MATCHED (WS-TBL-SUB)
        GO TO 6000-EXIT
    END-IF
    MOVE WS-CHG-COURSE-CODE (WS-TBL-SUB)   TO DL-COURSE-CODE
    MOVE WS-CHG-SECTION (WS-TBL-SUB)       TO DL-SECTION
    MOVE SPACES                            TO DL-COURSE-TITLE
    MOVE WS-CHG-SEAT-CAPACITY (WS-TBL-SUB) TO DL-SEAT-CAPACITY
    MOVE WS-CHG-FEE-RATE (WS-TBL-SUB)      TO DL-FEE-RATE
    MOVE 'CARD UNMATCHED - NO SECTION'     TO DL-ACTION
    WRITE ROLL-REPORT-LINE FROM DETAIL-LINE
    ADD 1 TO WS-CARDS-UNMATCHED-CNT.
6000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 7000-WRITE-AUDIT - one audit row per source section; the caller
*> sets the outcome.
*> ---------------------------------------------------------------
7000-WRITE-AUDIT.
    MOVE 'CRSEROLL'      TO AUD-PROGRAM-NAME
    MOVE ZERO            TO AUD-STUDENT-ID
    MOVE 'ROLLFWD'       TO AUD-ACTION-CODE
    CALL 'AUDLOG' USING AUD-PROGRAM-NAME
                        AUD-STUDENT-ID
                        AUD-ACTION-CODE
                        AUD-OUTCOME-CODE.
7000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8000-PRINT-CONTROL-TOTALS - every source section is copied,
*> dropped by card, or already on the target term.
*> ---------------------------------------------------------------
8000-PRINT-CONTROL-TOTALS.
    WRITE ROLL-REPORT-LINE FROM HEADING-LINE-3
    MOVE 'CHANGE CARDS READ:'          TO TL-CAPTION
    MOVE WS-CARDS-READ-CNT             TO TL-CNT
    WRITE ROLL-REPORT-LINE FROM TOTAL-LINE
    MOVE 'CHANGE CARDS REJECTED:'      TO TL-CAPTION
    MOVE WS-CARDS-REJECTED-CNT         TO TL-CNT
    WRITE ROLL-REPORT-LINE FROM TOTAL-LINE
    MOVE 'CHANGE CARDS UNMATCHED:'     TO TL-CAPTION
    MOVE WS-CARDS-UNMATCHED-CNT        TO TL-CNT
    WRITE ROLL-REPORT-LINE FROM TOTAL-LINE
    MOVE 'SOURCE TERM SECTIONS:'       TO TL-CAPTION
    MOVE WS-SOURCE-SECTIONS-CNT        TO TL-CNT
    WRITE ROLL-REPORT-LINE FROM TOTAL-LINE
    MOVE 'SECTIONS COPIED:'            TO TL-CAPTION
    MOVE WS-COPIED-CNT                 TO TL-CNT
    WRITE ROLL-REPORT-LINE FROM TOTAL-LINE
    MOVE '  OF WHICH CHANGED BY CARD:' TO TL-CAPTION
    MOVE WS-CHANGED-CNT                TO TL-CNT
    WRITE ROLL-REPORT-LINE FROM TOTAL-LINE
    MOVE 'SECTIONS DROPPED BY CARD:'   TO TL-CAPTION
    MOVE WS-DROPPED-CNT                TO TL-CNT
    WRITE ROLL-REPORT-LINE FROM TOTAL-LINE
    MOVE 'ALREADY ON TARGET TERM:'     TO TL-CAPTION
    MOVE WS-ALREADY-ON-CNT             TO TL-CNT
    WRITE ROLL-REPORT-LINE FROM TOTAL-LINE.
8000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 9000-TERMINATE - control totals to sysout as well, close every
*> file.
*> ---------------------------------------------------------------
9000-TERMINATE.
    DISPLAY 'CRSEROLL SOURCE SECTIONS  : ' WS-SOURCE-SECTIONS-CNT
    DISPLAY 'CRSEROLL SECTIONS COPIED  : ' WS-COPIED-CNT
    DISPLAY 'CRSEROLL DROPPED BY CARD  : ' WS-DROPPED-CNT
    DISPLAY 'CRSEROLL ALREADY ON TARGET: ' WS-ALREADY-ON-CNT
    CLOSE CRSEMAST
    CLOSE ROLL-REPORT.
9000-EXIT.
    EXIT.
