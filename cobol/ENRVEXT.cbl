IDENTIFICATION DIVISION.
PROGRAM-ID.     ENRVEXT.
AUTHOR.         R GUPTA.
INSTALLATION.   REGISTRAR SYSTEMS.
DATE-WRITTEN.   2026-10-10.
DATE-COMPILED.

*> -------------------------------------------------------------------
*> ENRVEXT cuts the term enrollment status extract for the
*> enrollment verification clearinghouse - the official full-time /
*> three-quarter / half-time / less-than-half-time / withdrawn /
*> graduated status lenders and financial aid work from.  It runs
*> as a scheduled cycle step after ENRLUPD on the term's census
*> night, in the BILLEXT mold: STUDMAST read front to back, one
*> fixed-width detail per student reported, INTFCPY header and
*> trailer with the RUNPARM business date and a hash total on the
*> student IDs.
*>
*> The term comes off the TERMPARM card.  A student's load is the
*> sum of CM-CREDIT-HOURS over their ENROLL rows for the term, and
*> is classified against the LOADPARM threshold card:
*>
*>   F  full-time            load at or over the full-time hours
*>   Q  three-quarter time   at or over the three-quarter hours
*>   H  half-time            at or over the half-time hours
*>   L  less than half-time  any load under that
*>   W  withdrawn            SM-STUDENT-STATUS W
*>   G  graduated            SM-STUDENT-STATUS G
*>
*> A student is reported when they carry a load for the term, or
*> when they withdrew or graduated on or after the term start date
*> on the card; a withdrawn or graduated student is reported as
*> such whatever their load, dated by SM-EFFECTIVE-DATE.  Everyone
*> else's status is as of the business date.  Name and status come
*> from STUDMAST, birth date, address and program code from
*> DEMOMAST.
*>
*> The anticipated graduation date is projected from the program
*> code: the PRGMMAST total earned credit for the program, less the
*> credit already earned on GRADES and the load being carried this
*> term, taken at the full-time hours per term, counts the terms
*> still to go after this one; each is LOADPARM's term length in
*> months past the term end date on the card.  A student who will
*> have the credit at the end of this term is anticipated at the
*> term end date; a graduate carries their graduation date.  No
*> DEMOMAST row, no program code, or a program not on PRGMMAST
*> leaves the date zeros - the clearinghouse reads that as not
*> reported.  Every detail extracted is logged to the permanent
*> audit trail via AUDLOG.
*>
*> Modification History
*>   2026-10-10  RG   Original.
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

    SELECT TERM-PARM
        ASSIGN TO TERMPARM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TERMPARM-STATUS.

    SELECT RUN-PARM
        ASSIGN TO RUNPARM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNPARM-STATUS.

    SELECT LOAD-PARM
        ASSIGN TO LOADPARM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOADPARM-STATUS.

    SELECT STATUS-EXTRACT
        ASSIGN TO ENRVEXTF
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXTRACT-STATUS.

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

FD  DEMOMAST
    LABEL RECORDS ARE STANDARD.
COPY DEMOCPY.

FD  PRGMMAST
    LABEL RECORDS ARE STANDARD.
COPY PRGMCPY.

FD  GRADES
    LABEL RECORDS ARE STANDARD.
COPY GRADCPY.

FD  TERM-PARM
    LABEL RECORDS ARE STANDARD.
01  TERM-PARM-CARD.
    05  TP-TERM                     PIC X(06).

FD  RUN-PARM
    LABEL RECORDS ARE STANDARD.
01  RUN-PARM-CARD.
    05  RP-BUSINESS-DATE            PIC X(08).
    05  FILLER                      PIC X(01).
    05  RP-OVERRIDE-INDICATOR       PIC X(01).

*> Hours carry one implied decimal the way CT-CREDIT-HOURS does -
*> '120' is 12.0 hours.  Dates are YYYYMMDD.
FD  LOAD-PARM
    LABEL RECORDS ARE STANDARD.
01  LOAD-PARM-CARD.
    05  LP-TERM-START-DATE          PIC 9(08).
    05  FILLER                      PIC X(01).
    05  LP-TERM-END-DATE            PIC 9(08).
    05  FILLER                      PIC X(01).
    05  LP-FULL-TIME-HOURS          PIC 9(02)V9(01).
    05  FILLER                      PIC X(01).
    05  LP-THREE-QTR-HOURS          PIC 9(02)V9(01).
    05  FILLER                      PIC X(01).
    05  LP-HALF-TIME-HOURS          PIC 9(02)V9(01).
    05  FILLER                      PIC X(01).
    05  LP-TERM-MONTHS              PIC 9(02).

FD  STATUS-EXTRACT
    LABEL RECORDS ARE STANDARD.
01  STATUS-EXTRACT-RECORD.
    05  ES-STUDENT-ID               PIC 9(05).
    05  ES-STUDENT-NAME             PIC X(30).
    05  ES-STUDENT-STATUS           PIC X(01).
    05  ES-ENROLL-STATUS            PIC X(01).
        88  ES-FULL-TIME                           VALUE 'F'.
        88  ES-THREE-QUARTER                       VALUE 'Q'.
        88  ES-HALF-TIME                           VALUE 'H'.
        88  ES-LESS-THAN-HALF                      VALUE 'L'.
        88  ES-WITHDRAWN                           VALUE 'W'.
        88  ES-GRADUATED                           VALUE 'G'.
    05  ES-STATUS-DATE              PIC 9(08).
    05  ES-TERM                     PIC X(06).
    05  ES-CREDIT-HOURS             PIC 9(03)V9(01).
    05  ES-BIRTH-DATE               PIC 9(08).
    05  ES-ADDRESS-LINE-1           PIC X(30).
    05  ES-ADDRESS-LINE-2           PIC X(30).
    05  ES-CITY                     PIC X(20).
    05  ES-STATE                    PIC X(02).
    05  ES-ZIP                      PIC X(09).
    05  ES-PROGRAM-CODE             PIC X(05).
    05  ES-ANTICIPATED-GRAD-DATE    PIC 9(08).
    05  FILLER                      PIC X(05)      VALUE SPACES.
COPY INTFCPY.

WORKING-STORAGE SECTION.
01  WS-STUDMAST-STATUS               PIC X(02)      VALUE '00'.
    88  WS-STUDMAST-OK                              VALUE '00'.

01  WS-ENROLL-STATUS                 PIC X(02)      VALUE '00'.
    88  WS-ENROLL-OK                                VALUE '00'.

01  WS-CRSEMAST-STATUS               PIC X(02)      VALUE '00'.
    88  WS-CRSEMAST-OK                              VALUE '00'.

01  WS-DEMOMAST-STATUS               PIC X(02)      VALUE '00'.
    88  WS-DEMOMAST-OK                              VALUE '00'.

01  WS-PRGMMAST-STATUS               PIC X(02)      VALUE '00'.
    88  WS-PRGMMAST-OK                              VALUE '00'.

01  WS-GRADES-STATUS                 PIC X(02)      VALUE '00'.
    88  WS-GRADES-OK                                VALUE '00'.

01  WS-TERMPARM-STATUS               PIC X(02)      VALUE '00'.
    88  WS-TERMPARM-OK                              VALUE '00'.

01  WS-RUNPARM-STATUS                PIC X(02)      VALUE '00'.
    88  WS-RUNPARM-OK                               VALUE '00'.

01  WS-LOADPARM-STATUS               PIC X(02)      VALUE '00'.
    88  WS-LOADPARM-OK                              VALUE '00'.

01  WS-EXTRACT-STATUS                PIC X(02)      VALUE '00'.

01  WS-EOF-SWITCH                    PIC X(01)      VALUE 'N'.
    88  WS-EOF-STUDMAST                             VALUE 'Y'.

01  WS-INIT-ERROR-SWITCH             PIC X(01)      VALUE 'N'.
    88  WS-INIT-ERROR                               VALUE 'Y'.

01  WS-NO-DEMOMAST-SWITCH            PIC X(01)      VALUE 'N'.
    88  WS-NO-DEMOMAST                              VALUE 'Y'.

01  WS-NO-PRGMMAST-SWITCH            PIC X(01)      VALUE 'N'.
    88  WS-NO-PRGMMAST                              VALUE 'Y'.

01  WS-NO-GRADES-SWITCH              PIC X(01)      VALUE 'N'.
    88  WS-NO-GRADES                                VALUE 'Y'.

01  WS-ROWS-DONE-SWITCH              PIC X(01)      VALUE 'N'.
    88  WS-ROWS-DONE                                VALUE 'Y'.

01  WS-REPORT-SWITCH                 PIC X(01)      VALUE 'N'.
    88  WS-REPORT-STUDENT                           VALUE 'Y'.

01  WS-EXTRACT-TERM                  PIC X(06)      VALUE SPACES.

01  WS-BUSINESS-DATE                 PIC 9(08)      VALUE ZERO.

01  WS-TERM-HOURS                    PIC 9(03)V9(01) VALUE ZERO.

01  WS-EARNED-HOURS                  PIC 9(04)V9(01) VALUE ZERO.

01  WS-PROGRAM-TOTAL-CREDITS         PIC 9(03)V9(01) VALUE ZERO.

01  WS-REMAINING-HOURS               PIC S9(04)V9(01) VALUE ZERO.

01  WS-TERMS-TO-GO                   PIC 9(03)       VALUE ZERO.

01  WS-TERMS-REMAINDER               PIC 9(04)V9(01) VALUE ZERO.

01  WS-MONTHS-TO-ADD                 PIC 9(05)       VALUE ZERO.

01  WS-MONTH-TOTAL                   PIC 9(05)       VALUE ZERO.

01  WS-YEARS-TO-ADD                  PIC 9(04)       VALUE ZERO.

01  WS-DAY-BACKS                     PIC 9(01)       VALUE ZERO.

01  WS-PROJECTED-DATE                PIC 9(08)       VALUE ZERO.
01  FILLER REDEFINES WS-PROJECTED-DATE.
    05  WS-PROJECTED-YEAR            PIC 9(04).
    05  WS-PROJECTED-MONTH           PIC 9(02).
    05  WS-PROJECTED-DAY             PIC 9(02).

01  WS-ID-HASH-TOTAL                 PIC 9(11)      VALUE ZERO.

01  WS-COUNTERS.
    05  WS-STUDENTS-READ-CNT        PIC 9(07) COMP  VALUE ZERO.
    05  WS-EXTRACT-CNT              PIC 9(07) COMP  VALUE ZERO.
    05  WS-FULL-TIME-CNT            PIC 9(07) COMP  VALUE ZERO.
    05  WS-THREE-QTR-CNT            PIC 9(07) COMP  VALUE ZERO.
    05  WS-HALF-TIME-CNT            PIC 9(07) COMP  VALUE ZERO.
    05  WS-LESS-HALF-CNT            PIC 9(07) COMP  VALUE ZERO.
    05  WS-WITHDRAWN-CNT            PIC 9(07) COMP  VALUE ZERO.
    05  WS-GRADUATED-CNT            PIC 9(07) COMP  VALUE ZERO.
    05  WS-NO-SECTION-CNT           PIC 9(07) COMP  VALUE ZERO.
    05  WS-NO-GRAD-DATE-CNT         PIC 9(07) COMP  VALUE ZERO.

COPY AUDCPY.

COPY DATECPY.

COPY RUNCCPY.

PROCEDURE DIVISION.

*> ---------------------------------------------------------------
*> 0000-MAINLINE
*> ---------------------------------------------------------------
0000-MAINLINE.
    PERFORM 0100-RUNCTL-START THRU 0100-EXIT
    IF NOT RC-STEP-CLEARED
        DISPLAY 'ENRVEXT - STEP NOT CLEARED TO START - RC '
            RC-RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    IF WS-INIT-ERROR
        DISPLAY 'ENRVEXT - ENDED ON INITIALIZATION ERROR - '
            'STEP LEFT STARTED FOR THE RERUN'
        STOP RUN
    END-IF
    PERFORM 2000-READ-STUDENT THRU 2000-EXIT
    PERFORM 3000-PROCESS-STUDENT THRU 3000-EXIT
        UNTIL WS-EOF-STUDMAST
    PERFORM 9000-TERMINATE THRU 9000-EXIT
    PERFORM 8900-RUNCTL-END THRU 8900-EXIT
    STOP RUN.

*> ---------------------------------------------------------------
*> 0100-RUNCTL-START - the nightly cycle's run-control gate;
*> ENRLUPD must have completed so the census load reflects the
*> night's adds and drops.
*> ---------------------------------------------------------------
0100-RUNCTL-START.
    MOVE 'ENRVEXT' TO RC-STEP-NAME
    MOVE 'ENRLUPD' TO RC-PREDECESSOR-STEP
    MOVE 'START' TO RC-FUNCTION-CODE
    CALL 'RUNCTL' USING RC-STEP-NAME
                        RC-PREDECESSOR-STEP
                        RC-FUNCTION-CODE
                        RC-RETURN-CODE.
0100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1000-INITIALIZE - all three cards must be good and the masters
*> the load is built from must open before the extract is opened,
*> so a failed start leaves no half-written file for the
*> clearinghouse.  DEMOMAST, PRGMMAST and GRADES are noted when
*> missing, not fatal - they only feed the address block and the
*> anticipated graduation date.
*> ---------------------------------------------------------------
1000-INITIALIZE.
    PERFORM 1100-READ-TERM-PARM THRU 1100-EXIT
    PERFORM 1200-READ-RUN-PARM THRU 1200-EXIT
    PERFORM 1300-READ-LOAD-PARM THRU 1300-EXIT
    IF WS-INIT-ERROR
        GO TO 1000-EXIT
    END-IF
    OPEN INPUT STUDMAST
    IF NOT WS-STUDMAST-OK
        DISPLAY 'ENRVEXT - STUDMAST OPEN FAILED, STATUS '
            WS-STUDMAST-STATUS
        SET WS-INIT-ERROR TO TRUE
    END-IF
    OPEN INPUT ENROLL
    IF NOT WS-ENROLL-OK
        DISPLAY 'ENRVEXT - ENROLL OPEN FAILED, STATUS '
            WS-ENROLL-STATUS
        SET WS-INIT-ERROR TO TRUE
    END-IF
    OPEN INPUT CRSEMAST
    IF NOT WS-CRSEMAST-OK
        DISPLAY 'ENRVEXT - CRSEMAST OPEN FAILED, STATUS '
            WS-CRSEMAST-STATUS
        SET WS-INIT-ERROR TO TRUE
    END-IF
    IF WS-INIT-ERROR
        GO TO 1000-EXIT
    END-IF
    PERFORM 1400-OPEN-OPTIONAL-FILES THRU 1400-EXIT
    OPEN OUTPUT STATUS-EXTRACT
    MOVE SPACES           TO INTERFACE-HEADER-RECORD
    MOVE 'H'              TO IH-RECORD-TYPE
    MOVE WS-BUSINESS-DATE TO IH-BUSINESS-DATE
    MOVE 'ENRVEXT'        TO IH-SOURCE-SYSTEM
    WRITE INTERFACE-HEADER-RECORD.
1000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1100-READ-TERM-PARM - the term being reported is required.
*> ---------------------------------------------------------------
1100-READ-TERM-PARM.
    OPEN INPUT TERM-PARM
    IF NOT WS-TERMPARM-OK
        SET WS-INIT-ERROR TO TRUE
        DISPLAY 'ENRVEXT - TERMPARM TERM CARD MISSING - RUN STOPPED'
        GO TO 1100-EXIT
    END-IF
    READ TERM-PARM
        AT END
            SET WS-INIT-ERROR TO TRUE
            DISPLAY 'ENRVEXT - TERMPARM TERM CARD EMPTY - '
                'RUN STOPPED'
            CLOSE TERM-PARM
            GO TO 1100-EXIT
    END-READ
    IF TP-TERM = SPACES
        SET WS-INIT-ERROR TO TRUE
        DISPLAY 'ENRVEXT - TERMPARM TERM BLANK - RUN STOPPED'
    ELSE
        MOVE TP-TERM TO WS-EXTRACT-TERM
    END-IF
    CLOSE TERM-PARM.
1100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1200-READ-RUN-PARM - the header date is the cycle's business
*> date, the same card RUNCTL sequences the night under.
*> ---------------------------------------------------------------
1200-READ-RUN-PARM.
    OPEN INPUT RUN-PARM
    IF NOT WS-RUNPARM-OK
        SET WS-INIT-ERROR TO TRUE
        DISPLAY 'ENRVEXT - RUNPARM BUSINESS DATE CARD MISSING'
        GO TO 1200-EXIT
    END-IF
    READ RUN-PARM
        AT END
            SET WS-INIT-ERROR TO TRUE
            DISPLAY 'ENRVEXT - RUNPARM BUSINESS DATE CARD EMPTY'
            CLOSE RUN-PARM
            GO TO 1200-EXIT
    END-READ
    IF RP-BUSINESS-DATE NUMERIC
          AND RP-BUSINESS-DATE NOT = '00000000'
        MOVE RP-BUSINESS-DATE TO WS-BUSINESS-DATE
    ELSE
        SET WS-INIT-ERROR TO TRUE
        DISPLAY 'ENRVEXT - RUNPARM BUSINESS DATE NOT NUMERIC'
    END-IF
    CLOSE RUN-PARM.
1200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1300-READ-LOAD-PARM - the threshold card.  Both dates must be
*> real calendar dates with the start before the end, the three
*> thresholds must step down from full-time to half-time above
*> zero, and the term length must be a month count a year can
*> hold.
*> ---------------------------------------------------------------
1300-READ-LOAD-PARM.
    OPEN INPUT LOAD-PARM
    IF NOT WS-LOADPARM-OK
        SET WS-INIT-ERROR TO TRUE
        DISPLAY 'ENRVEXT - LOADPARM THRESHOLD CARD MISSING - '
            'RUN STOPPED'
        GO TO 1300-EXIT
    END-IF
    READ LOAD-PARM
        AT END
            SET WS-INIT-ERROR TO TRUE
            DISPLAY 'ENRVEXT - LOADPARM THRESHOLD CARD EMPTY - '
                'RUN STOPPED'
            CLOSE LOAD-PARM
            GO TO 1300-EXIT
    END-READ
    CLOSE LOAD-PARM
    IF LP-TERM-START-DATE NOT NUMERIC
          OR LP-TERM-END-DATE NOT NUMERIC
        SET WS-INIT-ERROR TO TRUE
        DISPLAY 'ENRVEXT - LOADPARM TERM DATES NOT NUMERIC - '
            'RUN STOPPED'
        GO TO 1300-EXIT
    END-IF
    MOVE LP-TERM-START-DATE TO DC-DATE-TO-CHECK
    CALL 'DATECHK' USING DC-DATE-TO-CHECK
                         DC-RETURN-CODE
    IF DC-DATE-VALID
        MOVE LP-TERM-END-DATE TO DC-DATE-TO-CHECK
        CALL 'DATECHK' USING DC-DATE-TO-CHECK
                             DC-RETURN-CODE
    END-IF
    IF DC-DATE-INVALID
          OR LP-TERM-START-DATE NOT < LP-TERM-END-DATE
        SET WS-INIT-ERROR TO TRUE
        DISPLAY 'ENRVEXT - LOADPARM TERM DATES NOT A VALID '
            'START AND END - RUN STOPPED'
        GO TO 1300-EXIT
    END-IF
    IF LP-FULL-TIME-HOURS NOT NUMERIC
          OR LP-THREE-QTR-HOURS NOT NUMERIC
          OR LP-HALF-TIME-HOURS NOT NUMERIC
          OR LP-HALF-TIME-HOURS = ZERO
          OR LP-THREE-QTR-HOURS NOT > LP-HALF-TIME-HOURS
          OR LP-FULL-TIME-HOURS NOT > LP-THREE-QTR-HOURS
        SET WS-INIT-ERROR TO TRUE
        DISPLAY 'ENRVEXT - LOADPARM THRESHOLDS NOT NUMERIC OR '
            'NOT DESCENDING - RUN STOPPED'
        GO TO 1300-EXIT
    END-IF
    IF LP-TERM-MONTHS NOT NUMERIC
          OR LP-TERM-MONTHS = ZERO OR LP-TERM-MONTHS > 12
        SET WS-INIT-ERROR TO TRUE
        DISPLAY 'ENRVEXT - LOADPARM TERM MONTHS NOT 01-12 - '
            'RUN STOPPED'
    END-IF.
1300-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1400-OPEN-OPTIONAL-FILES - a missing DEMOMAST leaves the
*> address block blank, the way BILLEXT does; a missing PRGMMAST
*> or GRADES leaves every anticipated graduation date zeros rather
*> than projecting one off half the facts.
*> ---------------------------------------------------------------
1400-OPEN-OPTIONAL-FILES.
    OPEN INPUT DEMOMAST
    IF NOT WS-DEMOMAST-OK
        SET WS-NO-DEMOMAST TO TRUE
        DISPLAY 'ENRVEXT - NO DEMOMAST FILE - '
            'ADDRESS BLOCK LEFT BLANK'
    END-IF
    OPEN INPUT PRGMMAST
    IF NOT WS-PRGMMAST-OK
        SET WS-NO-PRGMMAST TO TRUE
        DISPLAY 'ENRVEXT - NO PRGMMAST FILE - '
            'ANTICIPATED GRADUATION NOT REPORTED'
    END-IF
    OPEN INPUT GRADES
    IF NOT WS-GRADES-OK
        SET WS-NO-GRADES TO TRUE
        DISPLAY 'ENRVEXT - NO GRADES FILE - '
            'ANTICIPATED GRADUATION NOT REPORTED'
    END-IF.
1400-EXIT.
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
*> 3000-PROCESS-STUDENT - total the term load, classify it, and
*> extract the student if they are reportable for the term.
*> ---------------------------------------------------------------
3000-PROCESS-STUDENT.
    PERFORM 3100-SUM-TERM-LOAD THRU 3100-EXIT
    PERFORM 3200-CLASSIFY-STUDENT THRU 3200-EXIT
    IF WS-REPORT-STUDENT
        PERFORM 3300-FILL-DEMOGRAPHICS THRU 3300-EXIT
        PERFORM 3400-ANTICIPATE-GRADUATION THRU 3400-EXIT
        WRITE STATUS-EXTRACT-RECORD
        ADD 1 TO WS-EXTRACT-CNT
        ADD SM-STUDENT-ID TO WS-ID-HASH-TOTAL
        PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
    END-IF
    PERFORM 2000-READ-STUDENT THRU 2000-EXIT.
3000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3100-SUM-TERM-LOAD - walk the student's ENROLL rows on the
*> EN-STUDENT-ID alternate key the way TUITCALC prices them, adding
*> the catalog credit hours of every section for the term.
*> ---------------------------------------------------------------
3100-SUM-TERM-LOAD.
    MOVE ZERO TO WS-TERM-HOURS
    MOVE 'N'  TO WS-ROWS-DONE-SWITCH
    MOVE SM-STUDENT-ID TO EN-STUDENT-ID
    START ENROLL KEY NOT LESS THAN EN-STUDENT-ID
        INVALID KEY
            GO TO 3100-EXIT
    END-START
    PERFORM 3150-ADD-ENROLLMENT THRU 3150-EXIT
        UNTIL WS-ROWS-DONE.
3100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3150-ADD-ENROLLMENT - one sequential read down the student's
*> enrollments.  A row whose section has left the catalog carries
*> no hours and is counted for the control totals.
*> ---------------------------------------------------------------
3150-ADD-ENROLLMENT.
    READ ENROLL NEXT RECORD
        AT END
            SET WS-ROWS-DONE TO TRUE
            GO TO 3150-EXIT
    END-READ
    IF EN-STUDENT-ID NOT = SM-STUDENT-ID
        SET WS-ROWS-DONE TO TRUE
        GO TO 3150-EXIT
    END-IF
    IF EN-TERM NOT = WS-EXTRACT-TERM
        GO TO 3150-EXIT
    END-IF
    MOVE EN-COURSE-CODE TO CM-COURSE-CODE
    MOVE EN-TERM        TO CM-TERM
    MOVE EN-SECTION     TO CM-SECTION
    READ CRSEMAST
        INVALID KEY
            ADD 1 TO WS-NO-SECTION-CNT
            GO TO 3150-EXIT
    END-READ
    ADD CM-CREDIT-HOURS TO WS-TERM-HOURS.
3150-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3200-CLASSIFY-STUDENT - withdrawn and graduated come off the
*> master status and are reported when they carry a load or the
*> status changed since the term started; everyone else is
*> reported only with a load, classified against the thresholds.
*> ---------------------------------------------------------------
3200-CLASSIFY-STUDENT.
    MOVE 'N' TO WS-REPORT-SWITCH
    MOVE WS-BUSINESS-DATE TO ES-STATUS-DATE
    EVALUATE TRUE
        WHEN SM-STATUS-GRADUATED
            MOVE 'G' TO ES-ENROLL-STATUS
            MOVE SM-EFFECTIVE-DATE TO ES-STATUS-DATE
        WHEN SM-STATUS-WITHDRAWN
            MOVE 'W' TO ES-ENROLL-STATUS
            MOVE SM-EFFECTIVE-DATE TO ES-STATUS-DATE
        WHEN WS-TERM-HOURS NOT < LP-FULL-TIME-HOURS
            MOVE 'F' TO ES-ENROLL-STATUS
        WHEN WS-TERM-HOURS NOT < LP-THREE-QTR-HOURS
            MOVE 'Q' TO ES-ENROLL-STATUS
        WHEN WS-TERM-HOURS NOT < LP-HALF-TIME-HOURS
            MOVE 'H' TO ES-ENROLL-STATUS
        WHEN OTHER
            MOVE 'L' TO ES-ENROLL-STATUS
    END-EVALUATE
    IF WS-TERM-HOURS > ZERO
        SET WS-REPORT-STUDENT TO TRUE
    ELSE
        IF (ES-GRADUATED OR ES-WITHDRAWN)
              AND SM-EFFECTIVE-DATE NOT < LP-TERM-START-DATE
            SET WS-REPORT-STUDENT TO TRUE
        END-IF
    END-IF
    IF NOT WS-REPORT-STUDENT
        GO TO 3200-EXIT
    END-IF
    EVALUATE TRUE
        WHEN ES-FULL-TIME       ADD 1 TO WS-FULL-TIME-CNT
        WHEN ES-THREE-QUARTER   ADD 1 TO WS-THREE-QTR-CNT
        WHEN ES-HALF-TIME       ADD 1 TO WS-HALF-TIME-CNT
        WHEN ES-LESS-THAN-HALF  ADD 1 TO WS-LESS-HALF-CNT
        WHEN ES-WITHDRAWN       ADD 1 TO WS-WITHDRAWN-CNT
        WHEN ES-GRADUATED       ADD 1 TO WS-GRADUATED-CNT
    END-EVALUATE
    MOVE SM-STUDENT-ID     TO ES-STUDENT-ID
    MOVE SM-STUDENT-NAME   TO ES-STUDENT-NAME
    MOVE SM-STUDENT-STATUS TO ES-STUDENT-STATUS
    MOVE WS-EXTRACT-TERM   TO ES-TERM
    MOVE WS-TERM-HOURS     TO ES-CREDIT-HOURS.
3200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3300-FILL-DEMOGRAPHICS - birth date, mailing address and
*> program code off DEMOMAST; a student with no demographics row
*> extracts with the block blank and the birth date zeros.
*> ---------------------------------------------------------------
3300-FILL-DEMOGRAPHICS.
    MOVE ZERO   TO ES-BIRTH-DATE
    MOVE SPACES TO ES-ADDRESS-LINE-1
    MOVE SPACES TO ES-ADDRESS-LINE-2
    MOVE SPACES TO ES-CITY
    MOVE SPACES TO ES-STATE
    MOVE SPACES TO ES-ZIP
    MOVE SPACES TO ES-PROGRAM-CODE
    IF WS-NO-DEMOMAST
        GO TO 3300-EXIT
    END-IF
    MOVE SM-STUDENT-ID TO DM-STUDENT-ID
    READ DEMOMAST
        INVALID KEY
            GO TO 3300-EXIT
    END-READ
    MOVE DM-BIRTH-DATE     TO ES-BIRTH-DATE
    MOVE DM-ADDRESS-LINE-1 TO ES-ADDRESS-LINE-1
    MOVE DM-ADDRESS-LINE-2 TO ES-ADDRESS-LINE-2
    MOVE DM-CITY           TO ES-CITY
    MOVE DM-STATE          TO ES-STATE
    MOVE DM-ZIP            TO ES-ZIP
    MOVE DM-PROGRAM-CODE   TO ES-PROGRAM-CODE.
3300-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3400-ANTICIPATE-GRADUATION - a graduate carries the date they
*> graduated; anyone else is projected off their program's total
*> credit.  The terms still to go after this one are the credit
*> left once this term's load is earned, taken at the full-time
*> hours per term and rounded up.
*> ---------------------------------------------------------------
3400-ANTICIPATE-GRADUATION.
    MOVE ZERO TO ES-ANTICIPATED-GRAD-DATE
    IF ES-GRADUATED
        MOVE SM-EFFECTIVE-DATE TO ES-ANTICIPATED-GRAD-DATE
        GO TO 3400-EXIT
    END-IF
    IF WS-NO-PRGMMAST OR WS-NO-GRADES
          OR ES-PROGRAM-CODE = SPACES
        ADD 1 TO WS-NO-GRAD-DATE-CNT
        GO TO 3400-EXIT
    END-IF
    MOVE ES-PROGRAM-CODE TO RQ-PROGRAM-CODE
    MOVE 'T'             TO RQ-REQUIREMENT-TYPE
    MOVE SPACES          TO RQ-REQUIREMENT-ID
    READ PRGMMAST
        INVALID KEY
            ADD 1 TO WS-NO-GRAD-DATE-CNT
            GO TO 3400-EXIT
    END-READ
    MOVE RQ-CREDIT-HOURS TO WS-PROGRAM-TOTAL-CREDITS
    PERFORM 3500-SUM-EARNED-CREDIT THRU 3500-EXIT
    COMPUTE WS-REMAINING-HOURS =
        WS-PROGRAM-TOTAL-CREDITS - WS-EARNED-HOURS - WS-TERM-HOURS
    MOVE ZERO TO WS-TERMS-TO-GO
    IF WS-REMAINING-HOURS > ZERO
        DIVIDE WS-REMAINING-HOURS BY LP-FULL-TIME-HOURS
            GIVING WS-TERMS-TO-GO
            REMAINDER WS-TERMS-REMAINDER
        IF WS-TERMS-REMAINDER > ZERO
            ADD 1 TO WS-TERMS-TO-GO
        END-IF
    END-IF
    MULTIPLY WS-TERMS-TO-GO BY LP-TERM-MONTHS
        GIVING WS-MONTHS-TO-ADD
    PERFORM 3600-ADVANCE-TERM-END THRU 3600-EXIT
    MOVE WS-PROJECTED-DATE TO ES-ANTICIPATED-GRAD-DATE.
3400-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3500-SUM-EARNED-CREDIT - the credit-earning grades on the
*> student's GRADES history, walked on the student's key prefix
*> the way TRNSCRPT retrieves a transcript.
*> ---------------------------------------------------------------
3500-SUM-EARNED-CREDIT.
    MOVE ZERO TO WS-EARNED-HOURS
    MOVE 'N'  TO WS-ROWS-DONE-SWITCH
    MOVE SM-STUDENT-ID TO GR-STUDENT-ID
    MOVE LOW-VALUES    TO GR-TERM
    MOVE LOW-VALUES    TO GR-COURSE-CODE
    MOVE LOW-VALUES    TO GR-SECTION
    START GRADES KEY NOT LESS THAN GR-GRADE-KEY
        INVALID KEY
            GO TO 3500-EXIT
    END-START
    PERFORM 3550-ADD-GRADE THRU 3550-EXIT
        UNTIL WS-ROWS-DONE.
3500-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3550-ADD-GRADE
*> ---------------------------------------------------------------
3550-ADD-GRADE.
    READ GRADES NEXT RECORD
        AT END
            SET WS-ROWS-DONE TO TRUE
            GO TO 3550-EXIT
    END-READ
    IF GR-STUDENT-ID NOT = SM-STUDENT-ID
        SET WS-ROWS-DONE TO TRUE
        GO TO 3550-EXIT
    END-IF
    IF GR-GRADE-EARNS-CREDIT
        ADD GR-CREDIT-HOURS TO WS-EARNED-HOURS
    END-IF.
3550-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3600-ADVANCE-TERM-END - the term end date off the card moved
*> forward WS-MONTHS-TO-ADD months.  A day the target month does
*> not have (the 31st into a 30-day month, the 29th-31st into
*> February) is stepped back until DATECHK passes it.
*> ---------------------------------------------------------------
3600-ADVANCE-TERM-END.
    MOVE LP-TERM-END-DATE TO WS-PROJECTED-DATE
    IF WS-MONTHS-TO-ADD = ZERO
        GO TO 3600-EXIT
    END-IF
    COMPUTE WS-MONTH-TOTAL =
        WS-PROJECTED-MONTH - 1 + WS-MONTHS-TO-ADD
    DIVIDE WS-MONTH-TOTAL BY 12
        GIVING WS-YEARS-TO-ADD
        REMAINDER WS-PROJECTED-MONTH
    ADD 1 TO WS-PROJECTED-MONTH
    ADD WS-YEARS-TO-ADD TO WS-PROJECTED-YEAR
    MOVE ZERO TO WS-DAY-BACKS
    SET DC-DATE-INVALID TO TRUE
    PERFORM 3650-CHECK-PROJECTED-DAY THRU 3650-EXIT
        UNTIL DC-DATE-VALID OR WS-DAY-BACKS > 3.
3600-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3650-CHECK-PROJECTED-DAY
*> ---------------------------------------------------------------
3650-CHECK-PROJECTED-DAY.
    MOVE WS-PROJECTED-DATE TO DC-DATE-TO-CHECK
    CALL 'DATECHK' USING DC-DATE-TO-CHECK
                         DC-RETURN-CODE
    IF DC-DATE-INVALID
        SUBTRACT 1 FROM WS-PROJECTED-DAY
        ADD 1 TO WS-DAY-BACKS
    END-IF.
3650-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 7000-WRITE-AUDIT
*> ---------------------------------------------------------------
7000-WRITE-AUDIT.
    MOVE 'ENRVEXT'       TO AUD-PROGRAM-NAME
    MOVE SM-STUDENT-ID   TO AUD-STUDENT-ID
    MOVE 'EXTRACT'       TO AUD-ACTION-CODE
    MOVE '00'            TO AUD-OUTCOME-CODE
    CALL 'AUDLOG' USING AUD-PROGRAM-NAME
                        AUD-STUDENT-ID
                        AUD-ACTION-CODE
                        AUD-OUTCOME-CODE.
7000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8900-RUNCTL-END - mark this step completed for the business
*> date so its successor is cleared to start.
*> ---------------------------------------------------------------
8900-RUNCTL-END.
    MOVE 'END' TO RC-FUNCTION-CODE
    CALL 'RUNCTL' USING RC-STEP-NAME
                        RC-PREDECESSOR-STEP
                        RC-FUNCTION-CODE
                        RC-RETURN-CODE.
8900-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 9000-TERMINATE - the trailer seals the file: detail count and
*> student ID hash total for the clearinghouse intake to balance
*> against.  Status counts to sysout.
*> ---------------------------------------------------------------
9000-TERMINATE.
    MOVE SPACES            TO INTERFACE-TRAILER-RECORD
    MOVE 'T'               TO IT-RECORD-TYPE
    MOVE WS-EXTRACT-CNT    TO IT-DETAIL-CNT
    MOVE WS-ID-HASH-TOTAL  TO IT-ID-HASH-TOTAL
    WRITE INTERFACE-TRAILER-RECORD
    DISPLAY 'ENRVEXT STUDENTS READ      : ' WS-STUDENTS-READ-CNT
    DISPLAY 'ENRVEXT RECORDS EXTRACTED  : ' WS-EXTRACT-CNT
    DISPLAY 'ENRVEXT FULL-TIME          : ' WS-FULL-TIME-CNT
    DISPLAY 'ENRVEXT THREE-QUARTER TIME : ' WS-THREE-QTR-CNT
    DISPLAY 'ENRVEXT HALF-TIME          : ' WS-HALF-TIME-CNT
    DISPLAY 'ENRVEXT LESS THAN HALF-TIME: ' WS-LESS-HALF-CNT
    DISPLAY 'ENRVEXT WITHDRAWN          : ' WS-WITHDRAWN-CNT
    DISPLAY 'ENRVEXT GRADUATED          : ' WS-GRADUATED-CNT
    DISPLAY 'ENRVEXT NO GRADUATION DATE : ' WS-NO-GRAD-DATE-CNT
    DISPLAY 'ENRVEXT ROWS OFF CATALOG   : ' WS-NO-SECTION-CNT
    CLOSE STUDMAST
    CLOSE ENROLL
    CLOSE CRSEMAST
    IF NOT WS-NO-DEMOMAST
        CLOSE DEMOMAST
    END-IF
    IF NOT WS-NO-PRGMMAST
        CLOSE PRGMMAST
    END-IF
    IF NOT WS-NO-GRADES
        CLOSE GRADES
    END-IF
    CLOSE STATUS-EXTRACT.
9000-EXIT.
    EXIT.
