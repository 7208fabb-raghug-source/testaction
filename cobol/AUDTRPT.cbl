*>                    STUDARCH and RUNCTL, instead of silently
*>                    dropping the criterion and reporting the whole
*>                    file.
*>   2026-10-15  RG   Widen the action and program total tables to
*>                    40 entries and count, rather than silently
*>                    drop, any code seen once a table is full.
*> -------------------------------------------------------------------

ENVIRONMENT DIVISION.

01  WS-ACTION-TOTALS.
    05  WS-ACTION-USED-CNT          PIC 9(02) COMP  VALUE ZERO.
    05  WS-ACTION-FULL-CNT          PIC 9(07) COMP  VALUE ZERO.
    05  WS-ACTION-ENTRY OCCURS 40 TIMES.
        10  WS-ACTION-TBL-CODE      PIC X(08).
        10  WS-ACTION-TBL-CNT       PIC 9(07) COMP.

01  WS-PROGRAM-TOTALS.
    05  WS-PROGRAM-USED-CNT         PIC 9(02) COMP  VALUE ZERO.
    05  WS-PROGRAM-FULL-CNT         PIC 9(07) COMP  VALUE ZERO.
    05  WS-PROGRAM-ENTRY OCCURS 40 TIMES.
        10  WS-PROGRAM-TBL-NAME     PIC X(08).
        10  WS-PROGRAM-TBL-CNT      PIC 9(07) COMP.

01  WS-ACTION-MAX                    PIC 9(02) COMP  VALUE 40.
01  WS-PROGRAM-MAX                   PIC 9(02) COMP  VALUE 40.

01  WS-TBL-SUB                       PIC 9(02) COMP  VALUE ZERO.
01  WS-MATCH-SUB                     PIC 9(02) COMP  VALUE ZERO.

    05  FILLER                       PIC X(02)      VALUE SPACES.
    05  TDL-CNT                      PIC ZZZ,ZZ9.

01  TABLE-FULL-LINE.
    05  FILLER                       PIC X(02)      VALUE SPACES.
    05  FILLER                       PIC X(32)      VALUE
        'TABLE FULL - ROWS NOT BROKEN OUT'.
    05  FILLER                       PIC X(02)      VALUE SPACES.
    05  TFL-CNT                      PIC ZZZ,ZZ9.

01  PARM-ERROR-LINE.
    05  FILLER                       PIC X(26)      VALUE
        'SELECTION CARD REJECTED - '.

*> ---------------------------------------------------------------
*> 5500-TALLY-ACTION - bump the per-action total, adding a table
*> entry the first time an action code is seen.  Once the table
*> holds WS-ACTION-MAX codes, rows under any further code are
*> counted as TABLE FULL so the totals still add up to the rows
*> selected.
*> ---------------------------------------------------------------
5500-TALLY-ACTION.
    MOVE ZERO TO WS-MATCH-SUB
    IF WS-MATCH-SUB > ZERO
        ADD 1 TO WS-ACTION-TBL-CNT (WS-MATCH-SUB)
    ELSE
        IF WS-ACTION-USED-CNT < WS-ACTION-MAX
            ADD 1 TO WS-ACTION-USED-CNT
            MOVE AUD-REC-ACTION-CODE
                TO WS-ACTION-TBL-CODE (WS-ACTION-USED-CNT)
            MOVE 1 TO WS-ACTION-TBL-CNT (WS-ACTION-USED-CNT)
        ELSE
            ADD 1 TO WS-ACTION-FULL-CNT
        END-IF
    END-IF.
5500-EXIT.

*> ---------------------------------------------------------------
*> 5600-TALLY-PROGRAM - bump the per-program total, adding a table
*> entry the first time a program name is seen.  Past
*> WS-PROGRAM-MAX names the row is counted as TABLE FULL.
*> ---------------------------------------------------------------
5600-TALLY-PROGRAM.
    MOVE ZERO TO WS-MATCH-SUB
    IF WS-MATCH-SUB > ZERO
        ADD 1 TO WS-PROGRAM-TBL-CNT (WS-MATCH-SUB)
    ELSE
        IF WS-PROGRAM-USED-CNT < WS-PROGRAM-MAX
            ADD 1 TO WS-PROGRAM-USED-CNT
            MOVE AUD-REC-PROGRAM-NAME
                TO WS-PROGRAM-TBL-NAME (WS-PROGRAM-USED-CNT)
            MOVE 1 TO WS-PROGRAM-TBL-CNT (WS-PROGRAM-USED-CNT)
        ELSE
            ADD 1 TO WS-PROGRAM-FULL-CNT
        END-IF
    END-IF.
5600-EXIT.

*> ---------------------------------------------------------------
*> 8000-PRINT-TOTALS - totals by action code, totals by program
*> name, each followed by a TABLE FULL line when codes overflowed
*> the table, then the selected/read control totals.
*> ---------------------------------------------------------------
8000-PRINT-TOTALS.
    WRITE AUDIT-REPORT-LINE FROM HEADING-LINE-3
    PERFORM 8100-PRINT-ACTION-TOTAL THRU 8100-EXIT
        VARYING WS-TBL-SUB FROM 1 BY 1
        UNTIL WS-TBL-SUB > WS-ACTION-USED-CNT
    IF WS-ACTION-FULL-CNT > ZERO
        MOVE WS-ACTION-FULL-CNT TO TFL-CNT
        WRITE AUDIT-REPORT-LINE FROM TABLE-FULL-LINE
    END-IF
    MOVE 'TOTALS BY PROGRAM' TO THL-CAPTION
    WRITE AUDIT-REPORT-LINE FROM TOTAL-HEADING-LINE
    PERFORM 8200-PRINT-PROGRAM-TOTAL THRU 8200-EXIT
        VARYING WS-TBL-SUB FROM 1 BY 1
        UNTIL WS-TBL-SUB > WS-PROGRAM-USED-CNT
    IF WS-PROGRAM-FULL-CNT > ZERO
        MOVE WS-PROGRAM-FULL-CNT TO TFL-CNT
        WRITE AUDIT-REPORT-LINE FROM TABLE-FULL-LINE
    END-IF
    WRITE AUDIT-REPORT-LINE FROM HEADING-LINE-3
    MOVE WS-ROWS-SELECTED-CNT TO TL-SELECTED-CNT
    MOVE WS-ROWS-READ-CNT     TO TL-READ-CNT
