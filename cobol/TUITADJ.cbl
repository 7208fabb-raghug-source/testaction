IDENTIFICATION DIVISION.
PROGRAM-ID.     TUITADJ.
AUTHOR.         R GUPTA.
INSTALLATION.   REGISTRAR SYSTEMS.
DATE-WRITTEN.   2026-10-08.
DATE-COMPILED.

*> -------------------------------------------------------------------
*> TUITADJ carries the drops and adds ENRLUPD posts after the term
*> assessment through to billing, so the bursar no longer reverses
*> charges by hand off the ENRLEXCP and audit listings.
*>
*> The run starts from the billed position on TUITBASE - the
*> TUITCALC charge detail (TDETCPY) for the first run after the
*> assessment, and the TUITNEWB position this run writes for every
*> run after that.  Each student's billed course charges are matched
*> against the ENROLL rows the student holds in the term:
*>   - a billed course no longer enrolled is a drop, credited at the
*>     refund percentage in effect on the business date the drop
*>     posted under, off the REFNDSCH refund schedule cards for the
*>     term;
*>   - an enrollment in the term that was never billed is an add,
*>     debited at the full catalog price, the TUITCALC pricing;
*>   - anything else is unchanged and goes to billing as nothing.
*> Only the non-zero credits and debits are written to the TUITADJF
*> adjustment interface file, which carries the INTFCPY header and
*> trailer like every file the suite sends billing.  TUITNEWB is the
*> billed position after the adjustments - dropped courses off, added
*> courses on, flat charges as assessed, and a term total that is
*> the previous total plus the debits less the credits - and becomes
*> the next run's TUITBASE.  The register prints that balance for
*> every student adjusted and proves it for the run as a whole.
*>
*> The refund schedule holds one card per refund period for a term:
*> the last business date of the period and the percentage refunded
*> on a drop through that date, e.g. 100 through the end of week
*> one, 050 through week three.  The period in effect is the one
*> with the earliest through date not before the business date; a
*> drop after the last period refunds nothing.  Flat per-term
*> charges are left as assessed.
*>
*> A student ID STUDMRGE has merged away leaves its billed charges
*> on the position under the retired ID, while the enrollments they
*> were billed on now sit under the survivor.  Matched as they
*> stand, the retired charges would carry forward as billed to an
*> ID no longer on the master and the survivor's moved seats would
*> be debited again as adds - one seat charged twice.  So the
*> MRGEXREF cross-reference STUDMRGE appends to is loaded first,
*> and each retired ID's billed charges and term total are folded
*> into the survivor's (following a survivor that was itself
*> merged on to the ID that finally survived) before the survivor
*> is matched; the register notes every fold under the survivor.
*> Where both IDs were billed for the same section - the duplicate
*> seat STUDMRGE dropped - the retired ID's charge comes off with a
*> full credit, since the student never held a second seat.
*>
*> Runs as the nightly cycle step after TUITCALC - and so after
*> ENRLUPD - so each night's drops are refunded at that night's
*> percentage once the assessment is in.  A missing or bad
*> parameter card, a term with no refund schedule, or a billed
*> position that fails its control-record verify stops the run with
*> the step left started for the rerun.
*>
*> Modification History
*>   2026-10-08  RG   Original.
*>   2026-10-15  RG   Run-control predecessor is TUITCALC, not
*>                    ENRLUPD, so the refund pass always follows the
*>                    night's assessment - the order CYCLRPT shows.
*>   2026-10-15  RG   Fold a merged-away ID's billed charges into the
*>                    surviving ID's off the STUDMRGE MRGEXREF cross-
*>                    reference, so a moved seat is not charged again
*>                    as an add; a duplicate seat's charge is credited
*>                    in full.
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

    SELECT TERM-PARM
        ASSIGN TO TERMPARM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.

    SELECT RUN-PARM
        ASSIGN TO RUNPARM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNPARM-STATUS.

    SELECT REFUND-SCHEDULE
        ASSIGN TO REFNDSCH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REFUND-STATUS.

    SELECT PRIOR-BILLING
        ASSIGN TO TUITBASE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRIOR-STATUS.

    SELECT NEW-BILLING
        ASSIGN TO TUITNEWB
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NEWBILL-STATUS.

    SELECT MERGE-XREF
        ASSIGN TO MRGEXREF
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-XREF-STATUS.

    SELECT ADJUSTMENT-FILE
        ASSIGN TO TUITADJF
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ADJUST-STATUS.

    SELECT ADJUSTMENT-REGISTER
        ASSIGN TO TUITAREG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REGISTER-STATUS.

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

FD  REFUND-SCHEDULE
    LABEL RECORDS ARE STANDARD.
01  REFUND-SCHEDULE-CARD.
    05  RS-TERM                     PIC X(06).
    05  FILLER                      PIC X(01).
    05  RS-THROUGH-DATE             PIC X(08).
    05  FILLER                      PIC X(01).
    05  RS-REFUND-PCT               PIC X(03).

*> The billed position in the TDETCPY layout, read here only for
*> the fields the match needs; the whole image is carried through
*> to TUITNEWB untouched.
FD  PRIOR-BILLING
    LABEL RECORDS ARE STANDARD.
01  PRIOR-BILLING-RECORD.
    05  PB-STUDENT-ID               PIC X(05).
    05  PB-CHARGE-TYPE              PIC X(01).
        88  PB-TERM-TOTAL                          VALUE 'T'.
    05  PB-TERM                     PIC X(06).
    05  FILLER                      PIC X(33).
    05  PB-CHARGE-AMOUNT            PIC 9(07)V9(02).
    05  FILLER                      PIC X(06).
01  PRIOR-CONTROL-RECORD.
    05  PB-RECORD-TYPE              PIC X(01).
        88  PB-HEADER-RECORD                       VALUE 'H'.
        88  PB-TRAILER-RECORD                      VALUE 'T'.
    05  PB-DETAIL-CNT               PIC 9(07).
    05  PB-ID-HASH-TOTAL            PIC 9(11).
    05  FILLER                      PIC X(41).

FD  NEW-BILLING
    LABEL RECORDS ARE STANDARD.
COPY TDETCPY.

FD  MERGE-XREF
    LABEL RECORDS ARE STANDARD.
COPY MRGXCPY.

FD  ADJUSTMENT-FILE
    LABEL RECORDS ARE STANDARD.
01  TUITION-ADJUSTMENT-RECORD.
    05  TA-STUDENT-ID               PIC 9(05).
    05  TA-ADJUST-TYPE              PIC X(01).
        88  TA-DROP-CREDIT                         VALUE 'C'.
        88  TA-ADD-DEBIT                           VALUE 'D'.
    05  TA-TERM                     PIC X(06).
    05  TA-COURSE-CODE              PIC X(08).
    05  TA-SECTION                  PIC X(03).
    05  TA-ADJUST-DATE              PIC 9(08).
    05  TA-REFUND-PCT               PIC 9(03).
    05  TA-ADJUST-AMOUNT            PIC 9(07)V9(02).
    05  FILLER                      PIC X(17).

FD  ADJUSTMENT-REGISTER
    LABEL RECORDS ARE STANDARD.
01  ADJUSTMENT-REGISTER-LINE        PIC X(80).

WORKING-STORAGE SECTION.
01  WS-STUDMAST-STATUS               PIC X(02)      VALUE '00'.
    88  WS-STUDMAST-OK                              VALUE '00'.

01  WS-ENROLL-STATUS                 PIC X(02)      VALUE '00'.
    88  WS-ENROLL-OK                                VALUE '00'.

01  WS-CRSEMAST-STATUS               PIC X(02)      VALUE '00'.
    88  WS-CRSEMAST-OK                              VALUE '00'.

01  WS-PARM-STATUS                   PIC X(02)      VALUE '00'.
    88  WS-PARM-OK                                  VALUE '00'.

01  WS-RUNPARM-STATUS                PIC X(02)      VALUE '00'.
    88  WS-RUNPARM-OK                               VALUE '00'.

01  WS-REFUND-STATUS                 PIC X(02)      VALUE '00'.
    88  WS-REFUND-OK                                VALUE '00'.

01  WS-PRIOR-STATUS                  PIC X(02)      VALUE '00'.
    88  WS-PRIOR-OK                                 VALUE '00'.

01  WS-NEWBILL-STATUS                PIC X(02)      VALUE '00'.

01  WS-XREF-STATUS                   PIC X(02)      VALUE '00'.
    88  WS-XREF-OK                                  VALUE '00'.

01  WS-ADJUST-STATUS                 PIC X(02)      VALUE '00'.

01  WS-REGISTER-STATUS               PIC X(02)      VALUE '00'.

01  WS-EOF-SWITCH                    PIC X(01)      VALUE 'N'.
    88  WS-EOF-STUDMAST                             VALUE 'Y'.

01  WS-EOF-PRIOR-SWITCH              PIC X(01)      VALUE 'N'.
    88  WS-EOF-PRIOR                                VALUE 'Y'.

01  WS-EOF-REFUND-SWITCH             PIC X(01)      VALUE 'N'.
    88  WS-EOF-REFUND                               VALUE 'Y'.

01  WS-EOF-XREF-SWITCH               PIC X(01)      VALUE 'N'.
    88  WS-EOF-XREF                                 VALUE 'Y'.

01  WS-CHAIN-DONE-SWITCH             PIC X(01)      VALUE 'N'.
    88  WS-CHAIN-DONE                               VALUE 'Y'.

01  WS-STUDENT-DONE-SWITCH           PIC X(01)      VALUE 'Y'.
    88  WS-STUDENT-DONE                             VALUE 'Y'.

01  WS-PARM-ERROR-SWITCH             PIC X(01)      VALUE 'N'.
    88  WS-PARM-ERROR                               VALUE 'Y'.

01  WS-FILE-REJECTED-SWITCH          PIC X(01)      VALUE 'N'.
    88  WS-FILE-REJECTED                            VALUE 'Y'.

01  WS-HEADER-SEEN-SWITCH            PIC X(01)      VALUE 'N'.
    88  WS-HEADER-SEEN                              VALUE 'Y'.

01  WS-TRAILER-SEEN-SWITCH           PIC X(01)      VALUE 'N'.
    88  WS-TRAILER-SEEN                             VALUE 'Y'.

01  WS-PRIOR-BILLED-SWITCH           PIC X(01)      VALUE 'N'.
    88  WS-PRIOR-BILLED                             VALUE 'Y'.

01  WS-REJECT-REASON                 PIC X(40)      VALUE SPACES.

01  WS-ADJUST-TERM                   PIC X(06)      VALUE SPACES.

01  WS-BUSINESS-DATE                 PIC 9(08)      VALUE ZERO.

*> Refund periods for the adjustment term off the REFNDSCH cards,
*> and the one in effect on the business date.
01  WS-REFUND-TABLE.
    05  WS-RFD-CNT                  PIC 9(02) COMP  VALUE ZERO.
    05  WS-RFD-ENTRY OCCURS 20 TIMES INDEXED BY RFD-IX.
        10  WS-RFD-THROUGH-DATE     PIC 9(08).
        10  WS-RFD-PCT              PIC 9(03).

01  WS-REFUND-PCT                    PIC 9(03)      VALUE ZERO.
01  WS-REFUND-THROUGH-DATE           PIC 9(08)      VALUE ZERO.

*> Match keys: student IDs as text so end of file can sit at
*> HIGH-VALUES above every real ID.
01  WS-MASTER-KEY                    PIC X(05)      VALUE SPACES.
01  WS-PRIOR-KEY                     PIC X(05)      VALUE SPACES.
01  WS-GROUP-KEY                     PIC X(05)      VALUE SPACES.
01  WS-GROUP-ID                      PIC 9(05)      VALUE ZERO.

*> One student's billed charges, held while they are matched to
*> ENROLL.  Each image is a TDETCPY detail record.
01  WS-BILLED-TABLE.
    05  WS-BLD-USED-CNT             PIC 9(02) COMP  VALUE ZERO.
    05  WS-BLD-ENTRY OCCURS 90 TIMES.
        10  WS-BLD-IMAGE            PIC X(60).
        10  WS-BLD-FIELDS REDEFINES WS-BLD-IMAGE.
            15  WS-BLD-STUDENT-ID   PIC 9(05).
            15  WS-BLD-CHARGE-TYPE  PIC X(01).
                88  WS-BLD-COURSE-CHARGE           VALUE 'C'.
            15  WS-BLD-TERM         PIC X(06).
            15  WS-BLD-COURSE-CODE  PIC X(08).
            15  WS-BLD-SECTION      PIC X(03).
            15  FILLER              PIC X(22).
            15  WS-BLD-AMOUNT       PIC 9(07)V9(02).
            15  FILLER              PIC X(06).
        10  WS-BLD-STATE            PIC X(01).
            88  WS-BLD-UNMATCHED                   VALUE SPACE.
            88  WS-BLD-KEPT                        VALUE 'K'.
            88  WS-BLD-DROPPED                     VALUE 'D'.
            88  WS-BLD-ADDED                       VALUE 'A'.
        10  WS-BLD-ORIGIN           PIC X(01).
            88  WS-BLD-FOLDED                      VALUE 'F'.
        10  WS-BLD-REFUND-PCT       PIC 9(03).
        10  WS-BLD-ADJUST-AMOUNT    PIC 9(07)V9(02).

01  WS-BLD-MAX                       PIC 9(02) COMP  VALUE 90.

01  WS-TBL-SUB                       PIC 9(02) COMP  VALUE ZERO.
01  WS-MATCH-SUB                     PIC 9(02) COMP  VALUE ZERO.
01  WS-SCAN-SUB                      PIC 9(02) COMP  VALUE ZERO.

*> Merged-away IDs off MRGEXREF, each with the ID it finally
*> survives as.  A retired ID found on the billed position has its
*> charges held in WS-FOLD-CHARGES, and its term total here, until
*> the survivor is matched.
01  WS-MERGE-TABLE.
    05  WS-MRG-USED-CNT             PIC 9(03) COMP  VALUE ZERO.
    05  WS-MRG-ENTRY OCCURS 500 TIMES.
        10  WS-MRG-RETIRED-ID       PIC X(05).
        10  WS-MRG-SURVIVING-ID     PIC X(05).
        10  WS-MRG-PRIOR-TOTAL      PIC 9(07)V9(02).
        10  WS-MRG-STATE            PIC X(01).
            88  WS-MRG-NOT-BILLED                  VALUE SPACE.
            88  WS-MRG-HELD                        VALUE 'H'.
            88  WS-MRG-FOLDED                      VALUE 'F'.

01  WS-MRG-MAX                       PIC 9(03) COMP  VALUE 500.

01  WS-FOLD-CHARGES.
    05  WS-FCH-USED-CNT             PIC 9(03) COMP  VALUE ZERO.
    05  WS-FCH-ENTRY OCCURS 200 TIMES.
        10  WS-FCH-MRG-SUB          PIC 9(03) COMP.
        10  WS-FCH-IMAGE            PIC X(60).

01  WS-FCH-MAX                       PIC 9(03) COMP  VALUE 200.

01  WS-MRG-SUB                       PIC 9(03) COMP  VALUE ZERO.
01  WS-MRG-SCAN-SUB                  PIC 9(03) COMP  VALUE ZERO.
01  WS-MRG-MATCH-SUB                 PIC 9(03) COMP  VALUE ZERO.
01  WS-FCH-SUB                       PIC 9(03) COMP  VALUE ZERO.
01  WS-CHAIN-CNT                     PIC 9(03) COMP  VALUE ZERO.
01  WS-FIND-ID                       PIC X(05)      VALUE SPACES.
01  WS-CACHED-ID                     PIC X(05)      VALUE SPACES.
01  WS-CACHED-SUB                    PIC 9(03) COMP  VALUE ZERO.
01  WS-FOLD-KEY                      PIC X(05)      VALUE HIGH-VALUES.

01  WS-VERIFY-LAST-ID                PIC X(05)      VALUE SPACES.
01  WS-VERIFY-GROUP-CNT              PIC 9(03) COMP  VALUE ZERO.
01  WS-HASH-ID-WORK                  PIC 9(05)      VALUE ZERO.
01  WS-VERIFY-DETAIL-CNT             PIC 9(07)      VALUE ZERO.
01  WS-VERIFY-HASH-TOTAL             PIC 9(11)      VALUE ZERO.
01  WS-TRAILER-DETAIL-CNT            PIC 9(07)      VALUE ZERO.
01  WS-TRAILER-HASH-TOTAL            PIC 9(11)      VALUE ZERO.

01  WS-COURSE-AMOUNT                 PIC 9(05)V9(02) VALUE ZERO.
01  WS-REFUND-AMOUNT                 PIC 9(07)V9(02) VALUE ZERO.

01  WS-STUDENT-TOTALS.
    05  WS-STUDENT-ADJUST-CNT       PIC 9(03) COMP  VALUE ZERO.
    05  WS-STUDENT-PRIOR-TOTAL      PIC 9(07)V9(02) VALUE ZERO.
    05  WS-STUDENT-DEBITS           PIC 9(07)V9(02) VALUE ZERO.
    05  WS-STUDENT-CREDITS          PIC 9(07)V9(02) VALUE ZERO.
    05  WS-STUDENT-NEW-TOTAL        PIC 9(07)V9(02) VALUE ZERO.

01  WS-COUNTERS.
    05  WS-STUDENT-READ-CNT         PIC 9(07) COMP  VALUE ZERO.
    05  WS-STUDENT-ADJUSTED-CNT     PIC 9(07) COMP  VALUE ZERO.
    05  WS-DROP-REFUNDED-CNT        PIC 9(07) COMP  VALUE ZERO.
    05  WS-DROP-NO-REFUND-CNT       PIC 9(07) COMP  VALUE ZERO.
    05  WS-ADD-CHARGED-CNT          PIC 9(07) COMP  VALUE ZERO.
    05  WS-UNPRICED-CNT             PIC 9(07) COMP  VALUE ZERO.
    05  WS-NOT-ON-MASTER-CNT        PIC 9(07) COMP  VALUE ZERO.
    05  WS-FOLDED-ID-CNT            PIC 9(07) COMP  VALUE ZERO.
    05  WS-FOLD-LEFT-CNT            PIC 9(07) COMP  VALUE ZERO.
    05  WS-ADJUST-DETAIL-CNT        PIC 9(07)       VALUE ZERO.
    05  WS-NEWBILL-DETAIL-CNT       PIC 9(07)       VALUE ZERO.

01  WS-ADJUST-HASH-TOTAL             PIC 9(11)      VALUE ZERO.
01  WS-NEWBILL-HASH-TOTAL            PIC 9(11)      VALUE ZERO.

01  WS-RUN-AMOUNTS.
    05  WS-TOTAL-PRIOR              PIC 9(09)V9(02) VALUE ZERO.
    05  WS-TOTAL-DEBITS             PIC 9(09)V9(02) VALUE ZERO.
    05  WS-TOTAL-CREDITS            PIC 9(09)V9(02) VALUE ZERO.
    05  WS-TOTAL-NEW                PIC 9(09)V9(02) VALUE ZERO.
    05  WS-TOTAL-PROVED             PIC 9(09)V9(02) VALUE ZERO.

01  WS-CURRENT-DATE                  PIC 9(08)      VALUE ZERO.

COPY INTFCPY.

01  HEADING-LINE-1.
    05  FILLER                       PIC X(30)      VALUE
        'TUITION ADJUSTMENT REGISTER'.
    05  FILLER                       PIC X(06)      VALUE 'TERM:'.
    05  HL1-TERM                     PIC X(06).
    05  FILLER                       PIC X(14)      VALUE SPACES.
    05  FILLER                       PIC X(05)      VALUE 'DATE:'.
    05  HL1-RUN-DATE                 PIC 9(08).

01  HEADING-LINE-2.
    05  FILLER                       PIC X(15)      VALUE
        'BUSINESS DATE:'.
    05  HL2-BUSINESS-DATE            PIC 9(08).
    05  FILLER                       PIC X(05)      VALUE SPACES.
    05  FILLER                       PIC X(19)      VALUE
        'REFUND IN EFFECT:'.
    05  HL2-REFUND-PCT               PIC ZZ9.
    05  FILLER                       PIC X(01)      VALUE '%'.

01  HEADING-LINE-3.
    05  FILLER                       PIC X(80)      VALUE ALL '-'.

01  HEADING-LINE-4.
    05  FILLER                       PIC X(06)      VALUE 'STUDNT'.
    05  FILLER                       PIC X(21)      VALUE 'NAME'.
    05  FILLER                       PIC X(11)      VALUE
        '   PREVIOUS'.
    05  FILLER                       PIC X(11)      VALUE
        '     DEBITS'.
    05  FILLER                       PIC X(11)      VALUE
        '    CREDITS'.
    05  FILLER                       PIC X(11)      VALUE
        '  NEW TOTAL'.

01  STUDENT-LINE.
    05  SL-STUDENT-ID                PIC 9(05).
    05  FILLER                       PIC X(01)      VALUE SPACES.
    05  SL-STUDENT-NAME              PIC X(20).
    05  FILLER                       PIC X(01)      VALUE SPACES.
    05  SL-PRIOR-TOTAL               PIC ZZZ,ZZ9.99.
    05  FILLER                       PIC X(01)      VALUE SPACES.
    05  SL-DEBITS                    PIC ZZZ,ZZ9.99.
    05  FILLER                       PIC X(01)      VALUE SPACES.
    05  SL-CREDITS                   PIC ZZZ,ZZ9.99.
    05  FILLER                       PIC X(01)      VALUE SPACES.
    05  SL-NEW-TOTAL                 PIC ZZZ,ZZ9.99.

01  ADJUSTMENT-LINE.
    05  FILLER                       PIC X(06)      VALUE SPACES.
    05  AL-ACTION                    PIC X(05).
    05  AL-COURSE-CODE               PIC X(08).
    05  FILLER                       PIC X(01)      VALUE SPACES.
    05  AL-SECTION                   PIC X(03).
    05  FILLER                       PIC X(02)      VALUE SPACES.
    05  AL-DETAIL                    PIC X(25).
    05  AL-AMOUNT                    PIC ZZZ,ZZ9.99.
    05  FILLER                       PIC X(01)      VALUE SPACES.
    05  AL-SIGN                      PIC X(02).

01  REFUND-DETAIL.
    05  FILLER                       PIC X(07)      VALUE 'REFUND'.
    05  RD-PCT                       PIC ZZ9.
    05  FILLER                       PIC X(05)      VALUE '% OF '.
    05  RD-CHARGE                    PIC ZZ,ZZ9.99.

01  EXCEPTION-LINE.
    05  FILLER                       PIC X(03)      VALUE SPACES.
    05  FILLER                       PIC X(09)      VALUE 'STUDENT:'.
    05  XL-STUDENT-ID                PIC X(05).
    05  FILLER                       PIC X(02)      VALUE SPACES.
    05  XL-COURSE-CODE               PIC X(08).
    05  FILLER                       PIC X(01)      VALUE SPACES.
    05  XL-SECTION                   PIC X(03).
    05  FILLER                       PIC X(02)      VALUE SPACES.
    05  XL-REASON                    PIC X(40).

01  TOTAL-LINE.
    05  TL-CAPTION                   PIC X(30).
    05  TL-CNT                       PIC ZZZ,ZZ9.

01  AMOUNT-TOTAL-LINE.
    05  ATL-CAPTION                  PIC X(30).
    05  ATL-AMOUNT                   PIC ZZZ,ZZZ,ZZ9.99.

01  BALANCE-LINE.
    05  FILLER                       PIC X(38)      VALUE
        'PREVIOUS + DEBITS - CREDITS = NEW:'.
    05  BL-RESULT                    PIC X(20).

COPY AUDCPY.

COPY RUNCCPY.

PROCEDURE DIVISION.

*> ---------------------------------------------------------------
*> 0000-MAINLINE
*> ---------------------------------------------------------------
0000-MAINLINE.
    PERFORM 0100-RUNCTL-START THRU 0100-EXIT
    IF NOT RC-STEP-CLEARED
        DISPLAY 'TUITADJ - STEP NOT CLEARED TO START - RC '
            RC-RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    IF WS-PARM-ERROR OR WS-FILE-REJECTED
        DISPLAY 'TUITADJ - ENDED BEFORE ADJUSTING - '
            'STEP LEFT STARTED FOR THE RERUN'
        STOP RUN
    END-IF
    PERFORM 2000-READ-STUDENT THRU 2000-EXIT
    PERFORM 2100-READ-PRIOR THRU 2100-EXIT
    PERFORM 3000-MATCH-STUDENT THRU 3000-EXIT
        UNTIL WS-EOF-STUDMAST AND WS-EOF-PRIOR
          AND WS-FOLD-KEY = HIGH-VALUES
    PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
    PERFORM 9000-TERMINATE THRU 9000-EXIT
    PERFORM 8900-RUNCTL-END THRU 8900-EXIT
    STOP RUN.

*> ---------------------------------------------------------------
*> 0100-RUNCTL-START - the nightly cycle's run-control gate; the
*> adjustments must see the enrollment file after ENRLUPD posted
*> and the assessment TUITCALC priced from it.
*> ---------------------------------------------------------------
0100-RUNCTL-START.
    MOVE 'TUITADJ' TO RC-STEP-NAME
    MOVE 'TUITCALC' TO RC-PREDECESSOR-STEP
    MOVE 'START' TO RC-FUNCTION-CODE
    CALL 'RUNCTL' USING RC-STEP-NAME
                        RC-PREDECESSOR-STEP
                        RC-FUNCTION-CODE
                        RC-RETURN-CODE.
0100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1000-INITIALIZE - load the parameter cards, the refund schedule
*> and the merge cross-reference, prove the billed position, open
*> the files, write both output files' headers and print the
*> register headings.
*> ---------------------------------------------------------------
1000-INITIALIZE.
    PERFORM 1100-READ-TERM-PARM THRU 1100-EXIT
    IF WS-PARM-ERROR
        GO TO 1000-EXIT
    END-IF
    PERFORM 1200-READ-RUN-PARM THRU 1200-EXIT
    IF WS-PARM-ERROR
        GO TO 1000-EXIT
    END-IF
    PERFORM 1300-LOAD-REFUND-SCHEDULE THRU 1300-EXIT
    IF WS-PARM-ERROR
        GO TO 1000-EXIT
    END-IF
    PERFORM 1400-FIND-REFUND-PERIOD THRU 1400-EXIT
    PERFORM 1450-LOAD-MERGE-XREF THRU 1450-EXIT
    IF WS-PARM-ERROR
        GO TO 1000-EXIT
    END-IF
    PERFORM 1500-VERIFY-PRIOR-BILLING THRU 1500-EXIT
    IF WS-FILE-REJECTED
        GO TO 1000-EXIT
    END-IF
    OPEN INPUT STUDMAST
    OPEN INPUT ENROLL
    OPEN INPUT CRSEMAST
    OPEN INPUT PRIOR-BILLING
    OPEN OUTPUT NEW-BILLING
    OPEN OUTPUT ADJUSTMENT-FILE
    OPEN OUTPUT ADJUSTMENT-REGISTER
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    MOVE SPACES           TO INTERFACE-HEADER-RECORD
    MOVE 'H'              TO IH-RECORD-TYPE
    MOVE WS-BUSINESS-DATE TO IH-BUSINESS-DATE
    MOVE 'TUITADJ'        TO IH-SOURCE-SYSTEM
    WRITE TUITION-ADJUSTMENT-RECORD FROM INTERFACE-HEADER-RECORD
    WRITE TUITION-DETAIL-RECORD FROM INTERFACE-HEADER-RECORD
    MOVE WS-ADJUST-TERM   TO HL1-TERM
    MOVE WS-CURRENT-DATE  TO HL1-RUN-DATE
    MOVE WS-BUSINESS-DATE TO HL2-BUSINESS-DATE
    MOVE WS-REFUND-PCT    TO HL2-REFUND-PCT
    WRITE ADJUSTMENT-REGISTER-LINE FROM HEADING-LINE-1
    WRITE ADJUSTMENT-REGISTER-LINE FROM HEADING-LINE-2
    WRITE ADJUSTMENT-REGISTER-LINE FROM HEADING-LINE-3
    WRITE ADJUSTMENT-REGISTER-LINE FROM HEADING-LINE-4
    WRITE ADJUSTMENT-REGISTER-LINE FROM HEADING-LINE-3.
1000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1100-READ-TERM-PARM - the term being adjusted is required, the
*> same TERMPARM card TUITCALC assessed under.
*> ---------------------------------------------------------------
1100-READ-TERM-PARM.
    OPEN INPUT TERM-PARM
    IF NOT WS-PARM-OK
        SET WS-PARM-ERROR TO TRUE
        DISPLAY 'TUITADJ - TERMPARM TERM CARD MISSING - RUN STOPPED'
        GO TO 1100-EXIT
    END-IF
    READ TERM-PARM
        AT END
            SET WS-PARM-ERROR TO TRUE
            DISPLAY 'TUITADJ - TERMPARM TERM CARD EMPTY - '
                'RUN STOPPED'
    END-READ
    IF NOT WS-PARM-ERROR
        IF TP-TERM = SPACES
            SET WS-PARM-ERROR TO TRUE
            DISPLAY 'TUITADJ - TERMPARM TERM BLANK - RUN STOPPED'
        ELSE
            MOVE TP-TERM TO WS-ADJUST-TERM
        END-IF
    END-IF
    CLOSE TERM-PARM.
1100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1200-READ-RUN-PARM - the business date is both the date the
*> night's drops posted under, which picks the refund period, and
*> the header date of both files this run writes.
*> ---------------------------------------------------------------
1200-READ-RUN-PARM.
    OPEN INPUT RUN-PARM
    IF NOT WS-RUNPARM-OK
        SET WS-PARM-ERROR TO TRUE
        DISPLAY 'TUITADJ - RUNPARM BUSINESS DATE CARD MISSING'
        GO TO 1200-EXIT
    END-IF
    READ RUN-PARM
        AT END
            SET WS-PARM-ERROR TO TRUE
            DISPLAY 'TUITADJ - RUNPARM BUSINESS DATE CARD EMPTY'
    END-READ
    IF NOT WS-PARM-ERROR
        IF RP-BUSINESS-DATE NUMERIC
              AND RP-BUSINESS-DATE NOT = '00000000'
            MOVE RP-BUSINESS-DATE TO WS-BUSINESS-DATE
        ELSE
            SET WS-PARM-ERROR TO TRUE
            DISPLAY 'TUITADJ - RUNPARM BUSINESS DATE NOT NUMERIC'
        END-IF
    END-IF
    CLOSE RUN-PARM.
1200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1300-LOAD-REFUND-SCHEDULE - pull the refund periods for the
*> adjustment term.  A card for another term is ignored and a
*> mispunched card is refused, but a term with no usable card at
*> all stops the run: refunding every drop at nothing because the
*> schedule was never loaded is not a default.
*> ---------------------------------------------------------------
1300-LOAD-REFUND-SCHEDULE.
    OPEN INPUT REFUND-SCHEDULE
    IF NOT WS-REFUND-OK
        SET WS-PARM-ERROR TO TRUE
        DISPLAY 'TUITADJ - REFNDSCH REFUND SCHEDULE MISSING - '
            'RUN STOPPED'
        GO TO 1300-EXIT
    END-IF
    PERFORM 1310-READ-REFUND-CARD THRU 1310-EXIT
    PERFORM 1320-STORE-REFUND-CARD THRU 1320-EXIT
        UNTIL WS-EOF-REFUND
    CLOSE REFUND-SCHEDULE
    IF WS-RFD-CNT = ZERO
        SET WS-PARM-ERROR TO TRUE
        DISPLAY 'TUITADJ - NO REFUND SCHEDULE FOR TERM '
            WS-ADJUST-TERM ' - RUN STOPPED'
    END-IF.
1300-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1310-READ-REFUND-CARD
*> ---------------------------------------------------------------
1310-READ-REFUND-CARD.
    READ REFUND-SCHEDULE
        AT END
            SET WS-EOF-REFUND TO TRUE
    END-READ.
1310-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1320-STORE-REFUND-CARD
*> ---------------------------------------------------------------
1320-STORE-REFUND-CARD.
    IF RS-TERM = WS-ADJUST-TERM
        IF RS-THROUGH-DATE NOT NUMERIC
              OR RS-THROUGH-DATE = '00000000'
              OR RS-REFUND-PCT NOT NUMERIC
              OR RS-REFUND-PCT > '100'
            DISPLAY 'TUITADJ - REFNDSCH CARD BAD: '
                REFUND-SCHEDULE-CARD ' - CARD REFUSED'
        ELSE
            IF WS-RFD-CNT < 20
                ADD 1 TO WS-RFD-CNT
                SET RFD-IX TO WS-RFD-CNT
                MOVE RS-THROUGH-DATE TO WS-RFD-THROUGH-DATE (RFD-IX)
                MOVE RS-REFUND-PCT   TO WS-RFD-PCT (RFD-IX)
            ELSE
                DISPLAY 'TUITADJ - REFNDSCH TABLE FULL - '
                    'CARD REFUSED: ' REFUND-SCHEDULE-CARD
            END-IF
        END-IF
    END-IF
    PERFORM 1310-READ-REFUND-CARD THRU 1310-EXIT.
1320-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1400-FIND-REFUND-PERIOD - the period in effect is the one with
*> the earliest through date not before the business date; the
*> cards need not be in date order.  Past the last period nothing
*> is refunded.
*> ---------------------------------------------------------------
1400-FIND-REFUND-PERIOD.
    MOVE ZERO     TO WS-REFUND-PCT
    MOVE 99999999 TO WS-REFUND-THROUGH-DATE
    PERFORM 1410-CHECK-REFUND-PERIOD THRU 1410-EXIT
        VARYING RFD-IX FROM 1 BY 1
        UNTIL RFD-IX > WS-RFD-CNT.
1400-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1410-CHECK-REFUND-PERIOD
*> ---------------------------------------------------------------
1410-CHECK-REFUND-PERIOD.
    IF WS-RFD-THROUGH-DATE (RFD-IX) NOT < WS-BUSINESS-DATE
          AND WS-RFD-THROUGH-DATE (RFD-IX) < WS-REFUND-THROUGH-DATE
        MOVE WS-RFD-THROUGH-DATE (RFD-IX) TO WS-REFUND-THROUGH-DATE
        MOVE WS-RFD-PCT (RFD-IX)          TO WS-REFUND-PCT
    END-IF.
1410-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1450-LOAD-MERGE-XREF - every merge STUDMRGE has applied.  No
*> MRGEXREF yet means no ID has been merged away; a row that is not
*> two numeric IDs is refused.  A table too small for the file
*> stops the run, since a merge left out would bill a seat twice.
*> Once loaded, each survivor is followed on through any later
*> merge of its own, so a retired ID folds into the ID that is
*> still on the master.
*> ---------------------------------------------------------------
1450-LOAD-MERGE-XREF.
    OPEN INPUT MERGE-XREF
    IF NOT WS-XREF-OK
        DISPLAY 'TUITADJ - NO MRGEXREF FILE - NO MERGED IDS TO FOLD'
        GO TO 1450-EXIT
    END-IF
    PERFORM 1460-READ-XREF THRU 1460-EXIT
    PERFORM 1470-STORE-XREF THRU 1470-EXIT
        UNTIL WS-EOF-XREF OR WS-PARM-ERROR
    CLOSE MERGE-XREF
    IF NOT WS-PARM-ERROR
        PERFORM 1480-RESOLVE-SURVIVOR THRU 1480-EXIT
            VARYING WS-MRG-SUB FROM 1 BY 1
            UNTIL WS-MRG-SUB > WS-MRG-USED-CNT
    END-IF.
1450-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1460-READ-XREF
*> ---------------------------------------------------------------
1460-READ-XREF.
    READ MERGE-XREF
        AT END
            SET WS-EOF-XREF TO TRUE
    END-READ.
1460-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1470-STORE-XREF
*> ---------------------------------------------------------------
1470-STORE-XREF.
    IF MX-RETIRED-ID NOT NUMERIC OR MX-SURVIVING-ID NOT NUMERIC
        DISPLAY 'TUITADJ - MRGEXREF ROW BAD: ' MERGE-XREF-RECORD
            ' - ROW REFUSED'
    ELSE
        IF WS-MRG-USED-CNT NOT < WS-MRG-MAX
            SET WS-PARM-ERROR TO TRUE
            DISPLAY 'TUITADJ - MRGEXREF OVER ' WS-MRG-MAX
                ' MERGES - RUN STOPPED'
            GO TO 1470-EXIT
        END-IF
        ADD 1 TO WS-MRG-USED-CNT
        MOVE MX-RETIRED-ID   TO WS-MRG-RETIRED-ID (WS-MRG-USED-CNT)
        MOVE MX-SURVIVING-ID TO WS-MRG-SURVIVING-ID (WS-MRG-USED-CNT)
        MOVE ZERO  TO WS-MRG-PRIOR-TOTAL (WS-MRG-USED-CNT)
        MOVE SPACE TO WS-MRG-STATE (WS-MRG-USED-CNT)
    END-IF
    PERFORM 1460-READ-XREF THRU 1460-EXIT.
1470-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1480-RESOLVE-SURVIVOR - a survivor that was later merged away
*> itself is replaced by the ID it went to, until the survivor is
*> one no merge retired.  A retired master is deleted, so the
*> chain cannot loop; the step count bounds it regardless.
*> ---------------------------------------------------------------
1480-RESOLVE-SURVIVOR.
    MOVE 'N' TO WS-CHAIN-DONE-SWITCH
    PERFORM 1485-FOLLOW-CHAIN THRU 1485-EXIT
        VARYING WS-CHAIN-CNT FROM 1 BY 1
        UNTIL WS-CHAIN-CNT > WS-MRG-USED-CNT OR WS-CHAIN-DONE.
1480-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1485-FOLLOW-CHAIN
*> ---------------------------------------------------------------
1485-FOLLOW-CHAIN.
    MOVE WS-MRG-SURVIVING-ID (WS-MRG-SUB) TO WS-FIND-ID
    PERFORM 1490-FIND-RETIRED THRU 1490-EXIT
    IF WS-MRG-MATCH-SUB = ZERO
        SET WS-CHAIN-DONE TO TRUE
    ELSE
        MOVE WS-MRG-SURVIVING-ID (WS-MRG-MATCH-SUB)
            TO WS-MRG-SURVIVING-ID (WS-MRG-SUB)
    END-IF.
1485-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1490-FIND-RETIRED - WS-MRG-MATCH-SUB is the cross-reference
*> entry retiring WS-FIND-ID, or zero.  The billed position is in
*> student order, so the last ID looked up is kept and not
*> scanned for again.
*> ---------------------------------------------------------------
1490-FIND-RETIRED.
    IF WS-FIND-ID = WS-CACHED-ID
        MOVE WS-CACHED-SUB TO WS-MRG-MATCH-SUB
        GO TO 1490-EXIT
    END-IF
    MOVE ZERO TO WS-MRG-MATCH-SUB
    PERFORM 1495-SCAN-RETIRED THRU 1495-EXIT
        VARYING WS-MRG-SCAN-SUB FROM 1 BY 1
        UNTIL WS-MRG-SCAN-SUB > WS-MRG-USED-CNT
           OR WS-MRG-MATCH-SUB > ZERO
    MOVE WS-FIND-ID       TO WS-CACHED-ID
    MOVE WS-MRG-MATCH-SUB TO WS-CACHED-SUB.
1490-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1495-SCAN-RETIRED
*> ---------------------------------------------------------------
1495-SCAN-RETIRED.
    IF WS-MRG-RETIRED-ID (WS-MRG-SCAN-SUB) = WS-FIND-ID
        MOVE WS-MRG-SCAN-SUB TO WS-MRG-MATCH-SUB
    END-IF.
1495-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1500-VERIFY-PRIOR-BILLING - one pass over the billed position
*> before anything is adjusted, the BILLHOLD verify: header first,
*> trailer last, and the trailer's count and hash balancing to the
*> details between them.  The header date is the night the
*> position was cut, not tonight, so it is not held to the
*> business date; instead every detail must be for the adjustment
*> term, in student order, as TUITCALC and this run write it.
*> ---------------------------------------------------------------
1500-VERIFY-PRIOR-BILLING.
    OPEN INPUT PRIOR-BILLING
    IF NOT WS-PRIOR-OK
        MOVE 'BILLED POSITION MISSING OR UNREADABLE'
            TO WS-REJECT-REASON
        PERFORM 1900-REFUSE-FILE THRU 1900-EXIT
        GO TO 1500-EXIT
    END-IF
    PERFORM 1600-VERIFY-ONE-RECORD THRU 1600-EXIT
        UNTIL WS-EOF-PRIOR OR WS-FILE-REJECTED
    IF NOT WS-FILE-REJECTED
        PERFORM 1700-CHECK-BALANCE THRU 1700-EXIT
    END-IF
    CLOSE PRIOR-BILLING
    MOVE 'N' TO WS-EOF-PRIOR-SWITCH
    PERFORM 3050-SET-FOLD-KEY THRU 3050-EXIT.
1500-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1600-VERIFY-ONE-RECORD
*> ---------------------------------------------------------------
1600-VERIFY-ONE-RECORD.
    READ PRIOR-BILLING
        AT END
            SET WS-EOF-PRIOR TO TRUE
            GO TO 1600-EXIT
    END-READ
    IF WS-TRAILER-SEEN
        MOVE 'RECORDS FOUND AFTER THE TRAILER'
            TO WS-REJECT-REASON
        PERFORM 1900-REFUSE-FILE THRU 1900-EXIT
        GO TO 1600-EXIT
    END-IF
    EVALUATE TRUE
        WHEN PB-HEADER-RECORD
            IF WS-HEADER-SEEN
                MOVE 'MORE THAN ONE HEADER RECORD'
                    TO WS-REJECT-REASON
                PERFORM 1900-REFUSE-FILE THRU 1900-EXIT
            ELSE
                SET WS-HEADER-SEEN TO TRUE
            END-IF
        WHEN PB-TRAILER-RECORD
            SET WS-TRAILER-SEEN TO TRUE
            MOVE PB-DETAIL-CNT    TO WS-TRAILER-DETAIL-CNT
            MOVE PB-ID-HASH-TOTAL TO WS-TRAILER-HASH-TOTAL
        WHEN OTHER
            PERFORM 1650-VERIFY-DETAIL THRU 1650-EXIT
    END-EVALUATE.
1600-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1650-VERIFY-DETAIL - a student's charges are held in a table
*> while they are matched, so no one student may carry more than
*> 40 billed records.  A retired ID's records are held back here
*> to be folded into the survivor's.
*> ---------------------------------------------------------------
1650-VERIFY-DETAIL.
    IF NOT WS-HEADER-SEEN
        MOVE 'HEADER RECORD MISSING' TO WS-REJECT-REASON
        PERFORM 1900-REFUSE-FILE THRU 1900-EXIT
        GO TO 1650-EXIT
    END-IF
    IF PB-STUDENT-ID NOT NUMERIC
        MOVE 'BILLED STUDENT ID NOT NUMERIC' TO WS-REJECT-REASON
        PERFORM 1900-REFUSE-FILE THRU 1900-EXIT
        GO TO 1650-EXIT
    END-IF
    IF PB-TERM NOT = WS-ADJUST-TERM
        MOVE 'BILLED POSITION NOT FOR THE TERM' TO WS-REJECT-REASON
        PERFORM 1900-REFUSE-FILE THRU 1900-EXIT
        GO TO 1650-EXIT
    END-IF
    IF PB-STUDENT-ID < WS-VERIFY-LAST-ID
        MOVE 'BILLED POSITION OUT OF STUDENT ORDER'
            TO WS-REJECT-REASON
        PERFORM 1900-REFUSE-FILE THRU 1900-EXIT
        GO TO 1650-EXIT
    END-IF
    IF PB-STUDENT-ID = WS-VERIFY-LAST-ID
        ADD 1 TO WS-VERIFY-GROUP-CNT
    ELSE
        MOVE PB-STUDENT-ID TO WS-VERIFY-LAST-ID
        MOVE 1 TO WS-VERIFY-GROUP-CNT
    END-IF
    IF WS-VERIFY-GROUP-CNT > 40
        MOVE 'OVER 40 BILLED RECORDS FOR ONE STUDENT'
            TO WS-REJECT-REASON
        PERFORM 1900-REFUSE-FILE THRU 1900-EXIT
        GO TO 1650-EXIT
    END-IF
    ADD 1 TO WS-VERIFY-DETAIL-CNT
    MOVE PB-STUDENT-ID TO WS-HASH-ID-WORK
    ADD WS-HASH-ID-WORK TO WS-VERIFY-HASH-TOTAL
    IF WS-MRG-USED-CNT > ZERO
        PERFORM 1680-HOLD-MERGED-RECORD THRU 1680-EXIT
    END-IF.
1650-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1680-HOLD-MERGED-RECORD - the term total is kept with the
*> cross-reference entry, each charge in the fold table.  A fold
*> table too small for the night's merged IDs refuses the position
*> rather than drop a charge.
*> ---------------------------------------------------------------
1680-HOLD-MERGED-RECORD.
    MOVE PB-STUDENT-ID TO WS-FIND-ID
    PERFORM 1490-FIND-RETIRED THRU 1490-EXIT
    IF WS-MRG-MATCH-SUB = ZERO
        GO TO 1680-EXIT
    END-IF
    SET WS-MRG-HELD (WS-MRG-MATCH-SUB) TO TRUE
    IF PB-TERM-TOTAL
        ADD PB-CHARGE-AMOUNT TO WS-MRG-PRIOR-TOTAL (WS-MRG-MATCH-SUB)
        GO TO 1680-EXIT
    END-IF
    IF WS-FCH-USED-CNT NOT < WS-FCH-MAX
        MOVE 'TOO MANY BILLED RECORDS FOR MERGED IDS'
            TO WS-REJECT-REASON
        PERFORM 1900-REFUSE-FILE THRU 1900-EXIT
        GO TO 1680-EXIT
    END-IF
    ADD 1 TO WS-FCH-USED-CNT
    MOVE WS-MRG-MATCH-SUB     TO WS-FCH-MRG-SUB (WS-FCH-USED-CNT)
    MOVE PRIOR-BILLING-RECORD TO WS-FCH-IMAGE (WS-FCH-USED-CNT).
1680-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1700-CHECK-BALANCE
*> ---------------------------------------------------------------
1700-CHECK-BALANCE.
    IF NOT WS-HEADER-SEEN
        MOVE 'HEADER RECORD MISSING' TO WS-REJECT-REASON
        PERFORM 1900-REFUSE-FILE THRU 1900-EXIT
        GO TO 1700-EXIT
    END-IF
    IF NOT WS-TRAILER-SEEN
        MOVE 'TRAILER RECORD MISSING' TO WS-REJECT-REASON
        PERFORM 1900-REFUSE-FILE THRU 1900-EXIT
        GO TO 1700-EXIT
    END-IF
    IF WS-TRAILER-DETAIL-CNT NOT = WS-VERIFY-DETAIL-CNT
        MOVE 'TRAILER COUNT DOES NOT MATCH DETAILS'
            TO WS-REJECT-REASON
        PERFORM 1900-REFUSE-FILE THRU 1900-EXIT
        GO TO 1700-EXIT
    END-IF
    IF WS-TRAILER-HASH-TOTAL NOT = WS-VERIFY-HASH-TOTAL
        MOVE 'TRAILER HASH DOES NOT MATCH DETAILS'
            TO WS-REJECT-REASON
        PERFORM 1900-REFUSE-FILE THRU 1900-EXIT
    END-IF.
1700-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1900-REFUSE-FILE - nothing is adjusted from a billed position
*> that fails its verify.
*> ---------------------------------------------------------------
1900-REFUSE-FILE.
    SET WS-FILE-REJECTED TO TRUE
    DISPLAY 'TUITADJ - BILLED POSITION REFUSED: ' WS-REJECT-REASON.
1900-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2000-READ-STUDENT
*> ---------------------------------------------------------------
2000-READ-STUDENT.
    READ STUDMAST NEXT RECORD
        AT END
            SET WS-EOF-STUDMAST TO TRUE
            MOVE HIGH-VALUES TO WS-MASTER-KEY
            GO TO 2000-EXIT
    END-READ
    ADD 1 TO WS-STUDENT-READ-CNT
    MOVE SM-STUDENT-ID TO WS-MASTER-KEY.
2000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2100-READ-PRIOR - the header was proven by the verify pass and
*> is stepped over; the trailer ends the billed position.  A
*> retired ID's records were held back by the verify pass and are
*> stepped over too.
*> ---------------------------------------------------------------
2100-READ-PRIOR.
    READ PRIOR-BILLING
        AT END
            SET WS-EOF-PRIOR TO TRUE
    END-READ
    IF NOT WS-EOF-PRIOR AND PB-HEADER-RECORD
        GO TO 2100-READ-PRIOR
    END-IF
    IF NOT WS-EOF-PRIOR AND PB-TRAILER-RECORD
        SET WS-EOF-PRIOR TO TRUE
    END-IF
    IF NOT WS-EOF-PRIOR AND WS-MRG-USED-CNT > ZERO
        MOVE PB-STUDENT-ID TO WS-FIND-ID
        PERFORM 1490-FIND-RETIRED THRU 1490-EXIT
        IF WS-MRG-MATCH-SUB > ZERO
            GO TO 2100-READ-PRIOR
        END-IF
    END-IF
    IF WS-EOF-PRIOR
        MOVE HIGH-VALUES TO WS-PRIOR-KEY
    ELSE
        MOVE PB-STUDENT-ID TO WS-PRIOR-KEY
    END-IF.
2100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3000-MATCH-STUDENT - both files are in student ID order.  A
*> student on both is adjusted; a student on the master with no
*> billed position may have added since the assessment; a billed
*> student no longer on the master is carried forward as billed
*> and reported, since nothing here can say what became of them.
*> The survivors of merged IDs are a third key in the same order,
*> so a retired ID's charges fold in wherever the survivor comes
*> up - and are still carried forward under the survivor should it
*> be neither billed nor on the master any longer.
*> ---------------------------------------------------------------
3000-MATCH-STUDENT.
    MOVE ZERO TO WS-BLD-USED-CNT
    MOVE ZERO TO WS-STUDENT-PRIOR-TOTAL
    MOVE 'N'  TO WS-PRIOR-BILLED-SWITCH
    EVALUATE TRUE
        WHEN WS-FOLD-KEY < WS-PRIOR-KEY
              AND WS-FOLD-KEY < WS-MASTER-KEY
            MOVE WS-FOLD-KEY TO WS-GROUP-KEY
            MOVE WS-FOLD-KEY TO WS-GROUP-ID
            PERFORM 3200-FOLD-MERGED THRU 3200-EXIT
            PERFORM 3800-CARRY-FORWARD THRU 3800-EXIT
        WHEN WS-PRIOR-KEY < WS-MASTER-KEY
            PERFORM 3100-LOAD-PRIOR-GROUP THRU 3100-EXIT
            PERFORM 3200-FOLD-MERGED THRU 3200-EXIT
            PERFORM 3800-CARRY-FORWARD THRU 3800-EXIT
        WHEN WS-PRIOR-KEY = WS-MASTER-KEY
            PERFORM 3100-LOAD-PRIOR-GROUP THRU 3100-EXIT
            PERFORM 3200-FOLD-MERGED THRU 3200-EXIT
            PERFORM 4000-ADJUST-STUDENT THRU 4000-EXIT
            PERFORM 2000-READ-STUDENT THRU 2000-EXIT
        WHEN OTHER
            MOVE WS-MASTER-KEY TO WS-GROUP-KEY
            MOVE WS-MASTER-KEY TO WS-GROUP-ID
            PERFORM 3200-FOLD-MERGED THRU 3200-EXIT
            PERFORM 4000-ADJUST-STUDENT THRU 4000-EXIT
            PERFORM 2000-READ-STUDENT THRU 2000-EXIT
    END-EVALUATE.
3000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3050-SET-FOLD-KEY - the lowest survivor still waiting on a held
*> retired ID, or HIGH-VALUES when none is.
*> ---------------------------------------------------------------
3050-SET-FOLD-KEY.
    MOVE HIGH-VALUES TO WS-FOLD-KEY
    PERFORM 3060-CHECK-FOLD-KEY THRU 3060-EXIT
        VARYING WS-MRG-SUB FROM 1 BY 1
        UNTIL WS-MRG-SUB > WS-MRG-USED-CNT.
3050-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3060-CHECK-FOLD-KEY
*> ---------------------------------------------------------------
3060-CHECK-FOLD-KEY.
    IF WS-MRG-HELD (WS-MRG-SUB)
          AND WS-MRG-SURVIVING-ID (WS-MRG-SUB) < WS-FOLD-KEY
        MOVE WS-MRG-SURVIVING-ID (WS-MRG-SUB) TO WS-FOLD-KEY
    END-IF.
3060-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3100-LOAD-PRIOR-GROUP - every billed record for one student;
*> the term total is held as the previous total rather than in
*> the table, since a new one is written after the adjustments.
*> ---------------------------------------------------------------
3100-LOAD-PRIOR-GROUP.
    SET WS-PRIOR-BILLED TO TRUE
    MOVE WS-PRIOR-KEY TO WS-GROUP-KEY
    MOVE WS-PRIOR-KEY TO WS-GROUP-ID
    PERFORM 3150-LOAD-ONE-PRIOR THRU 3150-EXIT
        UNTIL WS-PRIOR-KEY NOT = WS-GROUP-KEY
    ADD WS-STUDENT-PRIOR-TOTAL TO WS-TOTAL-PRIOR.
3100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3150-LOAD-ONE-PRIOR
*> ---------------------------------------------------------------
3150-LOAD-ONE-PRIOR.
    IF PB-TERM-TOTAL
        MOVE PB-CHARGE-AMOUNT TO WS-STUDENT-PRIOR-TOTAL
    ELSE
        ADD 1 TO WS-BLD-USED-CNT
        MOVE PRIOR-BILLING-RECORD TO WS-BLD-IMAGE (WS-BLD-USED-CNT)
        MOVE ZERO TO WS-BLD-ADJUST-AMOUNT (WS-BLD-USED-CNT)
                     WS-BLD-REFUND-PCT (WS-BLD-USED-CNT)
        MOVE SPACE TO WS-BLD-ORIGIN (WS-BLD-USED-CNT)
        IF WS-BLD-COURSE-CHARGE (WS-BLD-USED-CNT)
            MOVE SPACE TO WS-BLD-STATE (WS-BLD-USED-CNT)
        ELSE
            SET WS-BLD-KEPT (WS-BLD-USED-CNT) TO TRUE
        END-IF
    END-IF
    PERFORM 2100-READ-PRIOR THRU 2100-EXIT.
3150-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3200-FOLD-MERGED - every held retired ID whose survivor is the
*> student in hand: its term total joins the previous total and its
*> charges join the billed table under the survivor's ID, to be
*> matched to the seats STUDMRGE moved across.
*> ---------------------------------------------------------------
3200-FOLD-MERGED.
    IF WS-FOLD-KEY NOT = WS-GROUP-KEY
        GO TO 3200-EXIT
    END-IF
    PERFORM 3250-FOLD-ONE-RETIRED THRU 3250-EXIT
        VARYING WS-MRG-SUB FROM 1 BY 1
        UNTIL WS-MRG-SUB > WS-MRG-USED-CNT
    PERFORM 3050-SET-FOLD-KEY THRU 3050-EXIT.
3200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3250-FOLD-ONE-RETIRED
*> ---------------------------------------------------------------
3250-FOLD-ONE-RETIRED.
    IF NOT WS-MRG-HELD (WS-MRG-SUB)
          OR WS-MRG-SURVIVING-ID (WS-MRG-SUB) NOT = WS-GROUP-KEY
        GO TO 3250-EXIT
    END-IF
    SET WS-MRG-FOLDED (WS-MRG-SUB) TO TRUE
    SET WS-PRIOR-BILLED TO TRUE
    ADD WS-MRG-PRIOR-TOTAL (WS-MRG-SUB) TO WS-STUDENT-PRIOR-TOTAL
                                           WS-TOTAL-PRIOR
    PERFORM 3260-FOLD-ONE-CHARGE THRU 3260-EXIT
        VARYING WS-FCH-SUB FROM 1 BY 1
        UNTIL WS-FCH-SUB > WS-FCH-USED-CNT
    MOVE WS-GROUP-KEY TO XL-STUDENT-ID
    MOVE SPACES       TO XL-COURSE-CODE XL-SECTION XL-REASON
    STRING 'RETIRED ID ' WS-MRG-RETIRED-ID (WS-MRG-SUB)
           ' BILLING FOLDED IN'
        DELIMITED BY SIZE INTO XL-REASON
    WRITE ADJUSTMENT-REGISTER-LINE FROM EXCEPTION-LINE
    ADD 1 TO WS-FOLDED-ID-CNT.
3250-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3260-FOLD-ONE-CHARGE - a charge that will not fit in the billed
*> table is reported and left off, for the bursar to bill by hand.
*> ---------------------------------------------------------------
3260-FOLD-ONE-CHARGE.
    IF WS-FCH-MRG-SUB (WS-FCH-SUB) NOT = WS-MRG-SUB
        GO TO 3260-EXIT
    END-IF
    IF WS-BLD-USED-CNT NOT < WS-BLD-MAX
        MOVE WS-FCH-IMAGE (WS-FCH-SUB) TO PRIOR-BILLING-RECORD
        MOVE WS-GROUP-KEY TO XL-STUDENT-ID
        MOVE SPACES       TO XL-COURSE-CODE XL-SECTION
        MOVE 'MERGED CHARGE NOT FOLDED - TABLE FULL' TO XL-REASON
        WRITE ADJUSTMENT-REGISTER-LINE FROM EXCEPTION-LINE
        DISPLAY 'TUITADJ - MERGED CHARGE NOT FOLDED: '
            WS-FCH-IMAGE (WS-FCH-SUB)
        ADD 1 TO WS-FOLD-LEFT-CNT
        GO TO 3260-EXIT
    END-IF
    ADD 1 TO WS-BLD-USED-CNT
    MOVE WS-FCH-IMAGE (WS-FCH-SUB) TO WS-BLD-IMAGE (WS-BLD-USED-CNT)
    MOVE WS-GROUP-ID  TO WS-BLD-STUDENT-ID (WS-BLD-USED-CNT)
    MOVE ZERO         TO WS-BLD-ADJUST-AMOUNT (WS-BLD-USED-CNT)
                         WS-BLD-REFUND-PCT (WS-BLD-USED-CNT)
    SET WS-BLD-FOLDED (WS-BLD-USED-CNT) TO TRUE
    IF WS-BLD-COURSE-CHARGE (WS-BLD-USED-CNT)
        MOVE SPACE TO WS-BLD-STATE (WS-BLD-USED-CNT)
    ELSE
        SET WS-BLD-KEPT (WS-BLD-USED-CNT) TO TRUE
    END-IF.
3260-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3800-CARRY-FORWARD - a billed student no longer on the master
*> goes to the new position exactly as billed, for the bursar to
*> settle by hand.
*> ---------------------------------------------------------------
3800-CARRY-FORWARD.
    MOVE ZERO TO WS-STUDENT-DEBITS
    MOVE ZERO TO WS-STUDENT-CREDITS
    MOVE WS-GROUP-KEY TO XL-STUDENT-ID
    MOVE SPACES       TO XL-COURSE-CODE XL-SECTION
    MOVE 'BILLED BUT NOT ON MASTER - CARRIED' TO XL-REASON
    WRITE ADJUSTMENT-REGISTER-LINE FROM EXCEPTION-LINE
    ADD 1 TO WS-NOT-ON-MASTER-CNT
    PERFORM 6000-WRITE-NEW-POSITION THRU 6000-EXIT.
3800-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4000-ADJUST-STUDENT - match the student's term enrollments to
*> what was billed: enrolled but not billed is an add, billed but
*> not enrolled is a drop.  The new position is written for anyone
*> who was billed or has added, and the register prints everyone
*> adjusted.
*> ---------------------------------------------------------------
4000-ADJUST-STUDENT.
    MOVE ZERO TO WS-STUDENT-ADJUST-CNT
    MOVE ZERO TO WS-STUDENT-DEBITS
    MOVE ZERO TO WS-STUDENT-CREDITS
    PERFORM 4100-POSITION-ENROLL THRU 4100-EXIT
    PERFORM 4200-CHECK-ENROLLMENT THRU 4200-EXIT
        UNTIL WS-STUDENT-DONE
    PERFORM 4500-CHECK-DROP THRU 4500-EXIT
        VARYING WS-TBL-SUB FROM 1 BY 1
        UNTIL WS-TBL-SUB > WS-BLD-USED-CNT
    IF WS-PRIOR-BILLED OR WS-BLD-USED-CNT > ZERO
        PERFORM 6000-WRITE-NEW-POSITION THRU 6000-EXIT
    END-IF
    IF WS-STUDENT-ADJUST-CNT > ZERO
        PERFORM 6500-PRINT-STUDENT THRU 6500-EXIT
        PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
        ADD 1 TO WS-STUDENT-ADJUSTED-CNT
    END-IF.
4000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4100-POSITION-ENROLL - the TUITCALC retrieval off the student's
*> alternate key; leaves WS-STUDENT-DONE set when the student holds
*> no enrollments at all.
*> ---------------------------------------------------------------
4100-POSITION-ENROLL.
    MOVE 'Y' TO WS-STUDENT-DONE-SWITCH
    MOVE WS-GROUP-ID TO EN-STUDENT-ID
    START ENROLL KEY NOT LESS THAN EN-STUDENT-ID
        INVALID KEY
            GO TO 4100-EXIT
    END-START
    READ ENROLL NEXT RECORD
        AT END
            GO TO 4100-EXIT
    END-READ
    IF EN-STUDENT-ID = WS-GROUP-ID
        MOVE 'N' TO WS-STUDENT-DONE-SWITCH
    END-IF.
4100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4200-CHECK-ENROLLMENT - an enrollment in the term already
*> billed is kept; one never billed is an add.
*> ---------------------------------------------------------------
4200-CHECK-ENROLLMENT.
    IF EN-TERM NOT = WS-ADJUST-TERM
        GO TO 4200-NEXT
    END-IF
    MOVE ZERO TO WS-MATCH-SUB
    PERFORM 4250-SCAN-BILLED THRU 4250-EXIT
        VARYING WS-TBL-SUB FROM 1 BY 1
        UNTIL WS-TBL-SUB > WS-BLD-USED-CNT
           OR WS-MATCH-SUB > ZERO
    IF WS-MATCH-SUB > ZERO
        SET WS-BLD-KEPT (WS-MATCH-SUB) TO TRUE
    ELSE
        PERFORM 4300-PRICE-ADD THRU 4300-EXIT
    END-IF.
4200-NEXT.
    PERFORM 4400-READ-NEXT-ENROLL THRU 4400-EXIT.
4200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4250-SCAN-BILLED
*> ---------------------------------------------------------------
4250-SCAN-BILLED.
    IF WS-BLD-COURSE-CHARGE (WS-TBL-SUB)
          AND WS-BLD-UNMATCHED (WS-TBL-SUB)
          AND WS-BLD-COURSE-CODE (WS-TBL-SUB) = EN-COURSE-CODE
          AND WS-BLD-SECTION (WS-TBL-SUB) = EN-SECTION
        MOVE WS-TBL-SUB TO WS-MATCH-SUB
    END-IF.
4250-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4300-PRICE-ADD - an add is charged in full, priced off the
*> catalog the way TUITCALC prices the assessment.  A section that
*> cannot be priced is reported and left off the new position, so
*> the next run picks it up once the catalog is fixed.
*> ---------------------------------------------------------------
4300-PRICE-ADD.
    MOVE EN-COURSE-CODE TO CM-COURSE-CODE
    MOVE EN-TERM        TO CM-TERM
    MOVE EN-SECTION     TO CM-SECTION
    READ CRSEMAST
        INVALID KEY
            MOVE 'SECTION NOT ON COURSE CATALOG' TO XL-REASON
            PERFORM 4350-REPORT-UNPRICED THRU 4350-EXIT
            GO TO 4300-EXIT
    END-READ
    IF CM-CREDIT-HOURS NOT NUMERIC OR CM-CREDIT-HOURS = ZEROS
          OR CM-FEE-RATE NOT NUMERIC OR CM-FEE-RATE = ZEROS
        MOVE 'CATALOG CREDITS OR RATE NOT SET' TO XL-REASON
        PERFORM 4350-REPORT-UNPRICED THRU 4350-EXIT
        GO TO 4300-EXIT
    END-IF
    IF WS-BLD-USED-CNT NOT < WS-BLD-MAX
        MOVE 'TOO MANY CHARGES FOR ONE STUDENT' TO XL-REASON
        PERFORM 4350-REPORT-UNPRICED THRU 4350-EXIT
        GO TO 4300-EXIT
    END-IF
    MULTIPLY CM-CREDIT-HOURS BY CM-FEE-RATE
        GIVING WS-COURSE-AMOUNT ROUNDED
    MOVE SPACES           TO TUITION-DETAIL-RECORD
    MOVE WS-GROUP-ID      TO TD-STUDENT-ID
    MOVE 'C'              TO TD-CHARGE-TYPE
    MOVE EN-TERM          TO TD-TERM
    MOVE EN-COURSE-CODE   TO TD-COURSE-CODE
    MOVE EN-SECTION       TO TD-SECTION
    MOVE CM-COURSE-TITLE  TO TD-CHARGE-DESC
    MOVE CM-CREDIT-HOURS  TO TD-CREDIT-HOURS
    MOVE WS-COURSE-AMOUNT TO TD-CHARGE-AMOUNT
    ADD 1 TO WS-BLD-USED-CNT
    MOVE TUITION-DETAIL-RECORD TO WS-BLD-IMAGE (WS-BLD-USED-CNT)
    SET WS-BLD-ADDED (WS-BLD-USED-CNT) TO TRUE
    MOVE SPACE TO WS-BLD-ORIGIN (WS-BLD-USED-CNT)
    MOVE ZERO  TO WS-BLD-REFUND-PCT (WS-BLD-USED-CNT)
    MOVE WS-COURSE-AMOUNT
        TO WS-BLD-ADJUST-AMOUNT (WS-BLD-USED-CNT)
    MOVE SPACES           TO TUITION-ADJUSTMENT-RECORD
    SET TA-ADD-DEBIT      TO TRUE
    MOVE EN-COURSE-CODE   TO TA-COURSE-CODE
    MOVE EN-SECTION       TO TA-SECTION
    MOVE 100              TO TA-REFUND-PCT
    MOVE WS-COURSE-AMOUNT TO TA-ADJUST-AMOUNT
    PERFORM 5000-WRITE-ADJUSTMENT THRU 5000-EXIT
    ADD WS-COURSE-AMOUNT  TO WS-STUDENT-DEBITS
    ADD 1 TO WS-STUDENT-ADJUST-CNT
    ADD 1 TO WS-ADD-CHARGED-CNT.
4300-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4350-REPORT-UNPRICED
*> ---------------------------------------------------------------
4350-REPORT-UNPRICED.
    MOVE WS-GROUP-KEY   TO XL-STUDENT-ID
    MOVE EN-COURSE-CODE TO XL-COURSE-CODE
    MOVE EN-SECTION     TO XL-SECTION
    WRITE ADJUSTMENT-REGISTER-LINE FROM EXCEPTION-LINE
    ADD 1 TO WS-UNPRICED-CNT.
4350-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4400-READ-NEXT-ENROLL - the alternate-key walk ends at end of
*> file or on the first record carrying another student's ID.
*> ---------------------------------------------------------------
4400-READ-NEXT-ENROLL.
    READ ENROLL NEXT RECORD
        AT END
            MOVE 'Y' TO WS-STUDENT-DONE-SWITCH
            GO TO 4400-EXIT
    END-READ
    IF EN-STUDENT-ID NOT = WS-GROUP-ID
        MOVE 'Y' TO WS-STUDENT-DONE-SWITCH
    END-IF.
4400-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4500-CHECK-DROP - a billed course charge no enrollment matched
*> is a drop.  The refund is the charge at the percentage in effect;
*> a drop past the refund periods comes off the position with no
*> credit, so the student keeps paying for it.  A folded charge
*> for a section the survivor is still billed for is the duplicate
*> seat STUDMRGE dropped, and is credited in full.
*> ---------------------------------------------------------------
4500-CHECK-DROP.
    IF NOT WS-BLD-COURSE-CHARGE (WS-TBL-SUB)
          OR NOT WS-BLD-UNMATCHED (WS-TBL-SUB)
        GO TO 4500-EXIT
    END-IF
    SET WS-BLD-DROPPED (WS-TBL-SUB) TO TRUE
    MOVE WS-REFUND-PCT TO WS-BLD-REFUND-PCT (WS-TBL-SUB)
    IF WS-BLD-FOLDED (WS-TBL-SUB)
        MOVE ZERO TO WS-MATCH-SUB
        PERFORM 4550-SCAN-KEPT THRU 4550-EXIT
            VARYING WS-SCAN-SUB FROM 1 BY 1
            UNTIL WS-SCAN-SUB > WS-BLD-USED-CNT
               OR WS-MATCH-SUB > ZERO
        IF WS-MATCH-SUB > ZERO
            MOVE 100 TO WS-BLD-REFUND-PCT (WS-TBL-SUB)
        END-IF
    END-IF
    COMPUTE WS-REFUND-AMOUNT ROUNDED =
        WS-BLD-AMOUNT (WS-TBL-SUB) * WS-BLD-REFUND-PCT (WS-TBL-SUB)
            / 100
    MOVE WS-REFUND-AMOUNT TO WS-BLD-ADJUST-AMOUNT (WS-TBL-SUB)
    ADD 1 TO WS-STUDENT-ADJUST-CNT
    IF WS-REFUND-AMOUNT = ZERO
        ADD 1 TO WS-DROP-NO-REFUND-CNT
        GO TO 4500-EXIT
    END-IF
    MOVE SPACES           TO TUITION-ADJUSTMENT-RECORD
    SET TA-DROP-CREDIT    TO TRUE
    MOVE WS-BLD-COURSE-CODE (WS-TBL-SUB) TO TA-COURSE-CODE
    MOVE WS-BLD-SECTION (WS-TBL-SUB)     TO TA-SECTION
    MOVE WS-BLD-REFUND-PCT (WS-TBL-SUB)  TO TA-REFUND-PCT
    MOVE WS-REFUND-AMOUNT TO TA-ADJUST-AMOUNT
    PERFORM 5000-WRITE-ADJUSTMENT THRU 5000-EXIT
    ADD WS-REFUND-AMOUNT  TO WS-STUDENT-CREDITS
    ADD 1 TO WS-DROP-REFUNDED-CNT.
4500-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4550-SCAN-KEPT - another charge for the same section that an
*> enrollment matched.
*> ---------------------------------------------------------------
4550-SCAN-KEPT.
    IF WS-SCAN-SUB NOT = WS-TBL-SUB
          AND WS-BLD-COURSE-CHARGE (WS-SCAN-SUB)
          AND WS-BLD-KEPT (WS-SCAN-SUB)
          AND WS-BLD-COURSE-CODE (WS-SCAN-SUB)
              = WS-BLD-COURSE-CODE (WS-TBL-SUB)
          AND WS-BLD-SECTION (WS-SCAN-SUB)
              = WS-BLD-SECTION (WS-TBL-SUB)
        MOVE WS-SCAN-SUB TO WS-MATCH-SUB
    END-IF.
4550-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5000-WRITE-ADJUSTMENT - the caller sets the type, course,
*> percentage and amount; every detail written counts toward the
*> trailer's detail count and student ID hash total.
*> ---------------------------------------------------------------
5000-WRITE-ADJUSTMENT.
    MOVE WS-GROUP-ID      TO TA-STUDENT-ID
    MOVE WS-ADJUST-TERM   TO TA-TERM
    MOVE WS-BUSINESS-DATE TO TA-ADJUST-DATE
    WRITE TUITION-ADJUSTMENT-RECORD
    ADD 1 TO WS-ADJUST-DETAIL-CNT
    ADD TA-STUDENT-ID TO WS-ADJUST-HASH-TOTAL.
5000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 6000-WRITE-NEW-POSITION - every charge still billed, then a new
*> term total: the previous total plus the debits less the credits.
*> ---------------------------------------------------------------
6000-WRITE-NEW-POSITION.
    PERFORM 6100-WRITE-ONE-CHARGE THRU 6100-EXIT
        VARYING WS-TBL-SUB FROM 1 BY 1
        UNTIL WS-TBL-SUB > WS-BLD-USED-CNT
    COMPUTE WS-STUDENT-NEW-TOTAL =
        WS-STUDENT-PRIOR-TOTAL + WS-STUDENT-DEBITS
            - WS-STUDENT-CREDITS
    MOVE SPACES               TO TUITION-DETAIL-RECORD
    MOVE WS-GROUP-ID          TO TD-STUDENT-ID
    MOVE 'T'                  TO TD-CHARGE-TYPE
    MOVE WS-ADJUST-TERM       TO TD-TERM
    MOVE 'TERM TOTAL'         TO TD-CHARGE-DESC
    MOVE ZERO                 TO TD-CREDIT-HOURS
    MOVE WS-STUDENT-NEW-TOTAL TO TD-CHARGE-AMOUNT
    PERFORM 6200-WRITE-NEW-DETAIL THRU 6200-EXIT
    ADD WS-STUDENT-NEW-TOTAL  TO WS-TOTAL-NEW
    ADD WS-STUDENT-DEBITS     TO WS-TOTAL-DEBITS
    ADD WS-STUDENT-CREDITS    TO WS-TOTAL-CREDITS.
6000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 6100-WRITE-ONE-CHARGE
*> ---------------------------------------------------------------
6100-WRITE-ONE-CHARGE.
    IF WS-BLD-DROPPED (WS-TBL-SUB)
        GO TO 6100-EXIT
    END-IF
    MOVE WS-BLD-IMAGE (WS-TBL-SUB) TO TUITION-DETAIL-RECORD
    PERFORM 6200-WRITE-NEW-DETAIL THRU 6200-EXIT.
6100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 6200-WRITE-NEW-DETAIL
*> ---------------------------------------------------------------
6200-WRITE-NEW-DETAIL.
    WRITE TUITION-DETAIL-RECORD
    ADD 1 TO WS-NEWBILL-DETAIL-CNT
    ADD TD-STUDENT-ID TO WS-NEWBILL-HASH-TOTAL.
6200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 6500-PRINT-STUDENT - the student's balance line, then one line
*> per drop and add behind it.
*> ---------------------------------------------------------------
6500-PRINT-STUDENT.
    MOVE WS-GROUP-ID            TO SL-STUDENT-ID
    MOVE SM-STUDENT-NAME        TO SL-STUDENT-NAME
    MOVE WS-STUDENT-PRIOR-TOTAL TO SL-PRIOR-TOTAL
    MOVE WS-STUDENT-DEBITS      TO SL-DEBITS
    MOVE WS-STUDENT-CREDITS     TO SL-CREDITS
    MOVE WS-STUDENT-NEW-TOTAL   TO SL-NEW-TOTAL
    WRITE ADJUSTMENT-REGISTER-LINE FROM STUDENT-LINE
    PERFORM 6600-PRINT-ONE-ADJUSTMENT THRU 6600-EXIT
        VARYING WS-TBL-SUB FROM 1 BY 1
        UNTIL WS-TBL-SUB > WS-BLD-USED-CNT.
6500-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 6600-PRINT-ONE-ADJUSTMENT
*> ---------------------------------------------------------------
6600-PRINT-ONE-ADJUSTMENT.
    EVALUATE TRUE
        WHEN WS-BLD-ADDED (WS-TBL-SUB)
            MOVE 'ADD'  TO AL-ACTION
            MOVE 'CHARGED IN FULL' TO AL-DETAIL
            MOVE 'DR'   TO AL-SIGN
        WHEN WS-BLD-DROPPED (WS-TBL-SUB)
            MOVE 'DROP' TO AL-ACTION
            MOVE WS-BLD-REFUND-PCT (WS-TBL-SUB) TO RD-PCT
            MOVE WS-BLD-AMOUNT (WS-TBL-SUB) TO RD-CHARGE
            MOVE REFUND-DETAIL TO AL-DETAIL
            MOVE 'CR'   TO AL-SIGN
        WHEN OTHER
            GO TO 6600-EXIT
    END-EVALUATE
    MOVE WS-BLD-COURSE-CODE (WS-TBL-SUB)   TO AL-COURSE-CODE
    MOVE WS-BLD-SECTION (WS-TBL-SUB)       TO AL-SECTION
    MOVE WS-BLD-ADJUST-AMOUNT (WS-TBL-SUB) TO AL-AMOUNT
    WRITE ADJUSTMENT-REGISTER-LINE FROM ADJUSTMENT-LINE.
6600-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 7000-WRITE-AUDIT
*> ---------------------------------------------------------------
7000-WRITE-AUDIT.
    MOVE 'TUITADJ'       TO AUD-PROGRAM-NAME
    MOVE WS-GROUP-ID     TO AUD-STUDENT-ID
    MOVE 'ADJUST'        TO AUD-ACTION-CODE
    MOVE '00'            TO AUD-OUTCOME-CODE
    CALL 'AUDLOG' USING AUD-PROGRAM-NAME
                        AUD-STUDENT-ID
                        AUD-ACTION-CODE
                        AUD-OUTCOME-CODE.
7000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8000-PRINT-CONTROL-TOTALS - the register's balancing lines: the
*> previous billed total plus the debits less the credits must be
*> the new billed total, to the cent.
*> ---------------------------------------------------------------
8000-PRINT-CONTROL-TOTALS.
    WRITE ADJUSTMENT-REGISTER-LINE FROM HEADING-LINE-3
    MOVE 'STUDENTS ADJUSTED:'       TO TL-CAPTION
    MOVE WS-STUDENT-ADJUSTED-CNT    TO TL-CNT
    WRITE ADJUSTMENT-REGISTER-LINE FROM TOTAL-LINE
    MOVE 'DROPS REFUNDED:'          TO TL-CAPTION
    MOVE WS-DROP-REFUNDED-CNT       TO TL-CNT
    WRITE ADJUSTMENT-REGISTER-LINE FROM TOTAL-LINE
    MOVE 'DROPS WITH NO REFUND:'    TO TL-CAPTION
    MOVE WS-DROP-NO-REFUND-CNT      TO TL-CNT
    WRITE ADJUSTMENT-REGISTER-LINE FROM TOTAL-LINE
    MOVE 'ADDS CHARGED:'            TO TL-CAPTION
    MOVE WS-ADD-CHARGED-CNT         TO TL-CNT
    WRITE ADJUSTMENT-REGISTER-LINE FROM TOTAL-LINE
    MOVE 'UNPRICED ADDS:'           TO TL-CAPTION
    MOVE WS-UNPRICED-CNT            TO TL-CNT
    WRITE ADJUSTMENT-REGISTER-LINE FROM TOTAL-LINE
    MOVE 'BILLED, NOT ON MASTER:'   TO TL-CAPTION
    MOVE WS-NOT-ON-MASTER-CNT       TO TL-CNT
    WRITE ADJUSTMENT-REGISTER-LINE FROM TOTAL-LINE
    MOVE 'MERGED IDS FOLDED:'       TO TL-CAPTION
    MOVE WS-FOLDED-ID-CNT           TO TL-CNT
    WRITE ADJUSTMENT-REGISTER-LINE FROM TOTAL-LINE
    MOVE 'MERGED CHARGES NOT FOLDED:' TO TL-CAPTION
    MOVE WS-FOLD-LEFT-CNT           TO TL-CNT
    WRITE ADJUSTMENT-REGISTER-LINE FROM TOTAL-LINE
    MOVE 'ADJUSTMENT RECORDS SENT:' TO TL-CAPTION
    MOVE WS-ADJUST-DETAIL-CNT       TO TL-CNT
    WRITE ADJUSTMENT-REGISTER-LINE FROM TOTAL-LINE
    MOVE 'PREVIOUS BILLED TOTAL:'   TO ATL-CAPTION
    MOVE WS-TOTAL-PRIOR             TO ATL-AMOUNT
    WRITE ADJUSTMENT-REGISTER-LINE FROM AMOUNT-TOTAL-LINE
    MOVE 'ADD DEBITS:'              TO ATL-CAPTION
    MOVE WS-TOTAL-DEBITS            TO ATL-AMOUNT
    WRITE ADJUSTMENT-REGISTER-LINE FROM AMOUNT-TOTAL-LINE
    MOVE 'DROP CREDITS:'            TO ATL-CAPTION
    MOVE WS-TOTAL-CREDITS           TO ATL-AMOUNT
    WRITE ADJUSTMENT-REGISTER-LINE FROM AMOUNT-TOTAL-LINE
    MOVE 'NEW BILLED TOTAL:'        TO ATL-CAPTION
    MOVE WS-TOTAL-NEW               TO ATL-AMOUNT
    WRITE ADJUSTMENT-REGISTER-LINE FROM AMOUNT-TOTAL-LINE
    COMPUTE WS-TOTAL-PROVED =
        WS-TOTAL-PRIOR + WS-TOTAL-DEBITS - WS-TOTAL-CREDITS
    IF WS-TOTAL-PROVED = WS-TOTAL-NEW
        MOVE 'IN BALANCE'     TO BL-RESULT
    ELSE
        MOVE 'OUT OF BALANCE' TO BL-RESULT
        DISPLAY 'TUITADJ - REGISTER OUT OF BALANCE'
    END-IF
    WRITE ADJUSTMENT-REGISTER-LINE FROM BALANCE-LINE.
8000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8900-RUNCTL-END - mark this step completed for the business
*> date.
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
*> 9000-TERMINATE - the trailers seal both output files, control
*> totals to sysout, close every file.
*> ---------------------------------------------------------------
9000-TERMINATE.
    MOVE SPACES                TO INTERFACE-TRAILER-RECORD
    MOVE 'T'                   TO IT-RECORD-TYPE
    MOVE WS-ADJUST-DETAIL-CNT  TO IT-DETAIL-CNT
    MOVE WS-ADJUST-HASH-TOTAL  TO IT-ID-HASH-TOTAL
    WRITE TUITION-ADJUSTMENT-RECORD FROM INTERFACE-TRAILER-RECORD
    MOVE SPACES                TO INTERFACE-TRAILER-RECORD
    MOVE 'T'                   TO IT-RECORD-TYPE
    MOVE WS-NEWBILL-DETAIL-CNT TO IT-DETAIL-CNT
    MOVE WS-NEWBILL-HASH-TOTAL TO IT-ID-HASH-TOTAL
    WRITE TUITION-DETAIL-RECORD FROM INTERFACE-TRAILER-RECORD
    DISPLAY 'TUITADJ STUDENTS READ     : ' WS-STUDENT-READ-CNT
    DISPLAY 'TUITADJ STUDENTS ADJUSTED : ' WS-STUDENT-ADJUSTED-CNT
    DISPLAY 'TUITADJ DROPS REFUNDED    : ' WS-DROP-REFUNDED-CNT
    DISPLAY 'TUITADJ DROPS NO REFUND   : ' WS-DROP-NO-REFUND-CNT
    DISPLAY 'TUITADJ ADDS CHARGED      : ' WS-ADD-CHARGED-CNT
    DISPLAY 'TUITADJ UNPRICED ADDS     : ' WS-UNPRICED-CNT
    DISPLAY 'TUITADJ MERGED IDS FOLDED : ' WS-FOLDED-ID-CNT
    DISPLAY 'TUITADJ TOTAL DEBITS      : ' WS-TOTAL-DEBITS
    DISPLAY 'TUITADJ TOTAL CREDITS     : ' WS-TOTAL-CREDITS
    CLOSE STUDMAST
    CLOSE ENROLL
    CLOSE CRSEMAST
    CLOSE PRIOR-BILLING
    CLOSE NEW-BILLING
    CLOSE ADJUSTMENT-FILE
    CLOSE ADJUSTMENT-REGISTER.
9000-EXIT.
    EXIT.
