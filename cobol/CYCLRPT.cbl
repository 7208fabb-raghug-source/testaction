*>
*> Modification History
*>   2026-09-02  RG   Original.
*>   2026-10-10  RG   TUITADJ joins the board after TUITCALC - the
*>                    nightly drop/add tuition adjustment is a
*>                    cycle step like any other.  The census-night
*>                    ENRVEXT clearinghouse extract is left off, as
*>                    it would show not run every other night.
*> -------------------------------------------------------------------

ENVIRONMENT DIVISION.
    05  FILLER                      PIC X(08)      VALUE 'BILLEXT'.
    05  FILLER                      PIC X(08)      VALUE 'ENRLUPD'.
    05  FILLER                      PIC X(08)      VALUE 'TUITCALC'.
    05  FILLER                      PIC X(08)      VALUE 'TUITADJ'.
    05  FILLER                      PIC X(08)      VALUE 'STUDRPT'.
    05  FILLER                      PIC X(08)      VALUE 'IDRECON'.
01  FILLER REDEFINES CS-STEP-LIST.
    05  CS-STEP-NAME                PIC X(08)  OCCURS 9 TIMES.

01  CS-STEP-DATA.
    05  CS-STEP-ENTRY OCCURS 9 TIMES.
        10  CS-FOUND-SWITCH         PIC X(01).
            88  CS-STEP-FOUND              VALUE 'Y'.
        10  CS-STEP-STATUS          PIC X(01).
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    PERFORM 1200-CLEAR-STEP-ENTRY THRU 1200-EXIT
        VARYING WS-STEP-SUB FROM 1 BY 1
        UNTIL WS-STEP-SUB > 9
    PERFORM 1100-READ-RUN-PARM THRU 1100-EXIT
    IF WS-PARM-ERROR
        GO TO 1000-EXIT
    MOVE ZERO TO WS-STEP-FOUND-SUB
    PERFORM 3150-MATCH-STEP THRU 3150-EXIT
        VARYING WS-STEP-SUB FROM 1 BY 1
        UNTIL WS-STEP-SUB > 9.
3100-EXIT.
    EXIT.

4000-PRINT-STATUS-BOARD.
    PERFORM 4100-PRINT-STEP-STATUS THRU 4100-EXIT
        VARYING WS-STEP-SUB FROM 1 BY 1
        UNTIL WS-STEP-SUB > 9.
4000-EXIT.
    EXIT.

    WRITE CYCLE-REPORT-LINE FROM HEADING-LINE-3
    PERFORM 5100-PRINT-STEP-HISTORY THRU 5100-EXIT
        VARYING WS-STEP-SUB FROM 1 BY 1
        UNTIL WS-STEP-SUB > 9.
5000-EXIT.
    EXIT.

