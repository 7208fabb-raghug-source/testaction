IDENTIFICATION DIVISION.
PROGRAM-ID.     STUDLTR.
AUTHOR.         R GUPTA.
INSTALLATION.   REGISTRAR SYSTEMS.
DATE-WRITTEN.   2026-10-11.
DATE-COMPILED.

*> -------------------------------------------------------------------
*> STUDLTR is the student correspondence run.  ACADSTND posts the
*> academic standing and BILLHOLD the financial hold, and both
*> journal the before/after image of every master they touch
*> through JRNLOG - so the STUDJRNL journal is the one place that
*> knows exactly what changed on a student, and when.  This run
*> reads the journal rows taken since the last run, compares the
*> standing and hold bytes of each WRITE or REWRITE row's before
*> and after image, and prints one letter per change, addressed
*> from DEMOMAST:
*>
*>   PROBATION       standing moved to P
*>   SUSPENSION      standing moved to S
*>   GOOD STANDING   standing moved off P or S to good standing
*>   DEANS LIST      standing moved to D
*>   HOLD PLACED     financial hold moved to Y
*>   HOLD RELEASED   financial hold moved off Y
*>
*> A row that changes both the standing and the hold is two changes
*> and gets two letters.  A student coming off the deans list back
*> to good standing is counted but sent nothing, and DELETE rows
*> carry no notice.  The change is picked up whatever program made
*> it, so a standing or hold carried onto a survivor by STUDMRGE,
*> or keyed at the STUDMNT screen, is noticed the same way.
*>
*> A student with no DEMOMAST row, or whose row lacks a street
*> line, city, state or a numeric ZIP, gets no letter - the change
*> goes on the LTREXCP exception list instead for the front office
*> to chase.  The LTRRPT register lists every change with its
*> letter number or exception, and its mailing control proves each
*> change produced exactly one letter or one exception.  Every
*> notice is logged to the permanent audit trail via AUDLOG.
*>
*> JRNLOG stamps each row from the system clock, which need not
*> match the RUNPARM business date - a cycle that runs past
*> midnight, a weekend run, a date STUDLTR was not run for.  So the
*> rows are selected by timestamp, not by date: the LTRMARK file
*> holds the timestamp the last run started at, and this run takes
*> every row stamped after it, up to the moment this run started,
*> then leaves its own start time on LTRMARK for the next run.  A
*> row stamped while the run is going is left for the next one.
*> With no LTRMARK yet, the first run takes the rows stamped on or
*> after the business date.  To reprint a run, put the earlier
*> mark back on LTRMARK.  The business date still dates the
*> letters and heads the register.  A missing journal is warned
*> and treated as empty, the way STUDRCVR treats it; a missing
*> DEMOMAST sends every change to the exception list.
*>
*> Modification History
*>   2026-10-11  RG   Original.
*>   2026-10-15  RG   Select journal rows from the LTRMARK high-water
*>                    mark up to the run's start time instead of by
*>                    business date, so rows stamped past midnight or
*>                    on a day with no run are not lost.
*> -------------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STUDENT-JOURNAL
        ASSIGN TO STUDJRNL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.

    SELECT DEMOMAST
        ASSIGN TO DEMOMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DM-STUDENT-ID
        FILE STATUS IS WS-DEMOMAST-STATUS.

    SELECT RUN-PARM
        ASSIGN TO RUNPARM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNPARM-STATUS.

    SELECT LETTER-MARK
        ASSIGN TO LTRMARK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MARK-STATUS.

    SELECT LETTER-FILE
        ASSIGN TO LTRPRINT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LETTER-STATUS.

    SELECT LETTER-REGISTER
        ASSIGN TO LTRRPT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REGISTER-STATUS.

    SELECT LETTER-EXCEPTIONS
        ASSIGN TO LTREXCP
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXCEPTION-STATUS.

DATA DIVISION.
FILE SECTION.
FD  STUDENT-JOURNAL
    LABEL RECORDS ARE STANDARD.
COPY JRNTCPY.

FD  DEMOMAST
    LABEL RECORDS ARE STANDARD.
COPY DEMOCPY.

FD  RUN-PARM
    LABEL RECORDS ARE STANDARD.
01  RUN-PARM-CARD.
    05  RP-BUSINESS-DATE            PIC X(08).
    05  FILLER                      PIC X(01).
    05  RP-OVERRIDE-INDICATOR       PIC X(01).

FD  LETTER-MARK
    LABEL RECORDS ARE STANDARD.
01  LETTER-MARK-RECORD.
    05  LM-LAST-RUN-TIMESTAMP       PIC X(16).

FD  LETTER-FILE
    LABEL RECORDS ARE STANDARD.
01  LETTER-PRINT-LINE               PIC X(80).

FD  LETTER-REGISTER
    LABEL RECORDS ARE STANDARD.
01  LETTER-REGISTER-LINE            PIC X(80).

FD  LETTER-EXCEPTIONS
    LABEL RECORDS ARE STANDARD.
01  LETTER-EXCEPTION-LINE           PIC X(80).

WORKING-STORAGE SECTION.
01  WS-JOURNAL-STATUS                PIC X(02)      VALUE '00'.
    88  WS-JOURNAL-OK                               VALUE '00'.

01  WS-DEMOMAST-STATUS               PIC X(02)      VALUE '00'.
    88  WS-DEMOMAST-OK                              VALUE '00'.

01  WS-RUNPARM-STATUS                PIC X(02)      VALUE '00'.
    88  WS-RUNPARM-OK                               VALUE '00'.

01  WS-MARK-STATUS                   PIC X(02)      VALUE '00'.
    88  WS-MARK-OK                                  VALUE '00'.

01  WS-LETTER-STATUS                 PIC X(02)      VALUE '00'.
01  WS-REGISTER-STATUS               PIC X(02)      VALUE '00'.
01  WS-EXCEPTION-STATUS              PIC X(02)      VALUE '00'.

01  WS-EOF-SWITCH                    PIC X(01)      VALUE 'N'.
    88  WS-EOF-JOURNAL                              VALUE 'Y'.

01  WS-PARM-ERROR-SWITCH             PIC X(01)      VALUE 'N'.
    88  WS-PARM-ERROR                               VALUE 'Y'.

01  WS-NO-JOURNAL-SWITCH             PIC X(01)      VALUE 'N'.
    88  WS-NO-JOURNAL                               VALUE 'Y'.

01  WS-NO-DEMOMAST-SWITCH            PIC X(01)      VALUE 'N'.
    88  WS-NO-DEMOMAST                              VALUE 'Y'.

01  WS-NO-MARK-SWITCH                PIC X(01)      VALUE 'N'.
    88  WS-NO-MARK                                  VALUE 'Y'.

*> Journal rows stamped after WS-LOW-TIMESTAMP, the last run's
*> start, and not after WS-HIGH-TIMESTAMP, this run's start.
01  WS-LOW-TIMESTAMP                 PIC 9(16)      VALUE ZERO.
01  WS-HIGH-TIMESTAMP                PIC 9(16)      VALUE ZERO.
01  FILLER REDEFINES WS-HIGH-TIMESTAMP.
    05  WS-HIGH-DATE                PIC 9(08).
    05  WS-HIGH-TIME                PIC 9(08).

01  WS-BUSINESS-DATE                 PIC 9(08)      VALUE ZERO.
01  FILLER REDEFINES WS-BUSINESS-DATE.
    05  WS-BUSINESS-YEAR            PIC 9(04).
    05  WS-BUSINESS-MONTH           PIC 9(02).
    05  WS-BUSINESS-DAY             PIC 9(02).

*> The two sides of a journal row, laid out as STMFCPY lays out
*> the master record.
01  WS-BEFORE-STUDENT.
    05  BF-STUDENT-ID               PIC 9(05).
    05  BF-STUDENT-NAME             PIC X(30).
    05  BF-STUDENT-STATUS           PIC X(01).
    05  BF-EFFECTIVE-DATE           PIC 9(08).
    05  BF-FINANCIAL-HOLD           PIC X(01).
        88  BF-HOLD-YES                             VALUE 'Y'.
    05  BF-ACADEMIC-STANDING        PIC X(01).
    05  FILLER                      PIC X(08).

01  WS-AFTER-STUDENT.
    05  AF-STUDENT-ID               PIC 9(05).
    05  AF-STUDENT-NAME             PIC X(30).
    05  AF-STUDENT-STATUS           PIC X(01).
    05  AF-EFFECTIVE-DATE           PIC 9(08).
    05  AF-FINANCIAL-HOLD           PIC X(01).
        88  AF-HOLD-YES                             VALUE 'Y'.
    05  AF-ACADEMIC-STANDING        PIC X(01).
    05  FILLER                      PIC X(08).

*> Standing bytes with anything other than D/P/S folded to a space
*> - good standing, the way STMFCPY reads the field.
01  WS-OLD-STANDING                  PIC X(01)      VALUE SPACE.
    88  WS-OLD-NOTED                                VALUE 'D' 'P' 'S'.
    88  WS-OLD-DEANS-LIST                           VALUE 'D'.
    88  WS-OLD-PROBATION                            VALUE 'P'.
    88  WS-OLD-SUSPENDED                            VALUE 'S'.

01  WS-NEW-STANDING                  PIC X(01)      VALUE SPACE.
    88  WS-NEW-NOTED                                VALUE 'D' 'P' 'S'.
    88  WS-NEW-DEANS-LIST                           VALUE 'D'.
    88  WS-NEW-PROBATION                            VALUE 'P'.
    88  WS-NEW-SUSPENDED                            VALUE 'S'.

01  WS-NOTICE-SUB                    PIC 9(02) COMP  VALUE ZERO.
01  WS-LINE-SUB                      PIC 9(02) COMP  VALUE ZERO.
01  WS-LETTER-NUMBER                 PIC 9(06)      VALUE ZERO.

01  WS-EXCEPTION-REASON              PIC X(30)      VALUE SPACES.
01  WS-UNACCOUNTED-CNT               PIC S9(07) COMP VALUE ZERO.

*> Notice wording, one entry per change type: register caption,
*> letter subject, four body lines, and the signing office.
01  WS-NOTICE-TEXT-VALUES.
    05  FILLER                       PIC X(14)      VALUE 'PROBATION'.
    05  FILLER                       PIC X(36)      VALUE
        'NOTICE OF ACADEMIC PROBATION'.
    05  FILLER                       PIC X(66)      VALUE
        'YOUR GRADE POINT AVERAGE HAS FALLEN BELOW THE 2.00 MINIMUM'.
    05  FILLER                       PIC X(66)      VALUE
        'REQUIRED FOR GOOD ACADEMIC STANDING, AND YOU HAVE BEEN PLACED'.
    05  FILLER                       PIC X(66)      VALUE
        'ON ACADEMIC PROBATION.  PLEASE MEET WITH YOUR ADVISOR BEFORE'.
    05  FILLER                       PIC X(66)      VALUE
        'YOU REGISTER FOR ANOTHER TERM.'.
    05  FILLER                       PIC X(30)      VALUE
        'OFFICE OF THE REGISTRAR'.
    05  FILLER                       PIC X(14)      VALUE 'SUSPENSION'.
    05  FILLER                       PIC X(36)      VALUE
        'NOTICE OF ACADEMIC SUSPENSION'.
    05  FILLER                       PIC X(66)      VALUE
        'YOUR CUMULATIVE GRADE POINT AVERAGE HAS FALLEN BELOW 1.00, AND'.
    05  FILLER                       PIC X(66)      VALUE
        'YOU HAVE BEEN SUSPENDED.  YOU MAY NOT ENROLL WHILE SUSPENDED.'.
    05  FILLER                       PIC X(66)      VALUE
        'TO APPEAL, WRITE TO THE OFFICE OF THE REGISTRAR WITHIN THIRTY'.
    05  FILLER                       PIC X(66)      VALUE
        'DAYS OF THE DATE OF THIS LETTER.'.
    05  FILLER                       PIC X(30)      VALUE
        'OFFICE OF THE REGISTRAR'.
    05  FILLER                       PIC X(14)      VALUE
        'GOOD STANDING'.
    05  FILLER                       PIC X(36)      VALUE
        'NOTICE OF RETURN TO GOOD STANDING'.
    05  FILLER                       PIC X(66)      VALUE
        'WE ARE PLEASED TO TELL YOU THAT YOUR ACADEMIC RECORD NOW MEETS'.
    05  FILLER                       PIC X(66)      VALUE
        'THE REQUIREMENTS FOR GOOD STANDING, AND THE PROBATION OR'.
    05  FILLER                       PIC X(66)      VALUE
        'SUSPENSION PREVIOUSLY ON YOUR RECORD HAS BEEN REMOVED.'.
    05  FILLER                       PIC X(66)      VALUE SPACES.
    05  FILLER                       PIC X(30)      VALUE
        'OFFICE OF THE REGISTRAR'.
    05  FILLER                       PIC X(14)      VALUE 'DEANS LIST'.
    05  FILLER                       PIC X(36)      VALUE
        'DEANS LIST RECOGNITION'.
    05  FILLER                       PIC X(66)      VALUE
        'CONGRATULATIONS.  YOUR GRADE POINT AVERAGE FOR THE TERM JUST'.
    05  FILLER                       PIC X(66)      VALUE
        'COMPLETED HAS PLACED YOU ON THE DEANS LIST, IN RECOGNITION OF'.
    05  FILLER                       PIC X(66)      VALUE
        'YOUR OUTSTANDING ACADEMIC ACHIEVEMENT.'.
    05  FILLER                       PIC X(66)      VALUE SPACES.
    05  FILLER                       PIC X(30)      VALUE
        'OFFICE OF THE REGISTRAR'.
    05  FILLER                       PIC X(14)      VALUE 'HOLD PLACED'.
    05  FILLER                       PIC X(36)      VALUE
        'NOTICE OF FINANCIAL HOLD'.
    05  FILLER                       PIC X(66)      VALUE
        'A FINANCIAL HOLD HAS BEEN PLACED ON YOUR RECORD FOR AN UNPAID'.
    05  FILLER                       PIC X(66)      VALUE
        'BALANCE ON YOUR STUDENT ACCOUNT.  WHILE THE HOLD IS IN PLACE'.
    05  FILLER                       PIC X(66)      VALUE
        'YOU MAY NOT ADD COURSES.  PLEASE CONTACT THE BURSAR TO SETTLE'.
    05  FILLER                       PIC X(66)      VALUE
        'THE BALANCE AND HAVE THE HOLD RELEASED.'.
    05  FILLER                       PIC X(30)      VALUE
        'OFFICE OF THE BURSAR'.
    05  FILLER                       PIC X(14)      VALUE
        'HOLD RELEASED'.
    05  FILLER                       PIC X(36)      VALUE
        'RELEASE OF FINANCIAL HOLD'.
    05  FILLER                       PIC X(66)      VALUE
        'THE FINANCIAL HOLD ON YOUR RECORD HAS BEEN RELEASED.  YOU MAY'.
    05  FILLER                       PIC X(66)      VALUE
        'ONCE AGAIN ADD COURSES FOR THE CURRENT AND FUTURE TERMS.'.
    05  FILLER                       PIC X(66)      VALUE SPACES.
    05  FILLER                       PIC X(66)      VALUE SPACES.
    05  FILLER                       PIC X(30)      VALUE
        'OFFICE OF THE BURSAR'.

01  WS-NOTICE-TEXT-TABLE REDEFINES WS-NOTICE-TEXT-VALUES.
    05  NT-ENTRY OCCURS 6 TIMES.
        10  NT-CAPTION              PIC X(14).
        10  NT-SUBJECT              PIC X(36).
        10  NT-BODY-LINE            PIC X(66)  OCCURS 4 TIMES.
        10  NT-SIGNATURE            PIC X(30).

01  WS-MONTH-NAME-VALUES.
    05  FILLER                       PIC X(09)      VALUE 'JANUARY'.
    05  FILLER                       PIC X(09)      VALUE 'FEBRUARY'.
    05  FILLER                       PIC X(09)      VALUE 'MARCH'.
    05  FILLER                       PIC X(09)      VALUE 'APRIL'.
    05  FILLER                       PIC X(09)      VALUE 'MAY'.
    05  FILLER                       PIC X(09)      VALUE 'JUNE'.
    05  FILLER                       PIC X(09)      VALUE 'JULY'.
    05  FILLER                       PIC X(09)      VALUE 'AUGUST'.
    05  FILLER                       PIC X(09)      VALUE 'SEPTEMBER'.
    05  FILLER                       PIC X(09)      VALUE 'OCTOBER'.
    05  FILLER                       PIC X(09)      VALUE 'NOVEMBER'.
    05  FILLER                       PIC X(09)      VALUE 'DECEMBER'.

01  WS-MONTH-NAME-TABLE REDEFINES WS-MONTH-NAME-VALUES.
    05  WS-MONTH-NAME               PIC X(09)  OCCURS 12 TIMES.

01  WS-DAY-EDIT                      PIC Z9.
01  WS-LETTER-DATE                   PIC X(20)      VALUE SPACES.

01  WS-ZIP-WORK.
    05  WS-ZIP-5                    PIC X(05).
    05  WS-ZIP-4                    PIC X(04).

01  WS-COUNTERS.
    05  WS-JOURNAL-READ-CNT         PIC 9(07) COMP  VALUE ZERO.
    05  WS-ROWS-IN-RANGE-CNT        PIC 9(07) COMP  VALUE ZERO.
    05  WS-DELETE-ROWS-CNT          PIC 9(07) COMP  VALUE ZERO.
    05  WS-NOTICES-CNT              PIC 9(07) COMP  VALUE ZERO.
    05  WS-LETTERS-CNT              PIC 9(07) COMP  VALUE ZERO.
    05  WS-EXCEPTIONS-CNT           PIC 9(07) COMP  VALUE ZERO.
    05  WS-NOT-NOTICED-CNT          PIC 9(07) COMP  VALUE ZERO.

01  WS-NOTICE-TOTALS.
    05  WS-NOTICE-TYPE-CNT          PIC 9(07) COMP  OCCURS 6 TIMES.

*> Letter print lines - everything sits inside an 8-column margin.
01  LETTER-TEXT-LINE.
    05  FILLER                       PIC X(08)      VALUE SPACES.
    05  LTL-TEXT                     PIC X(72).

01  LETTER-SUBJECT-LINE.
    05  FILLER                       PIC X(08)      VALUE SPACES.
    05  FILLER                       PIC X(04)      VALUE 'RE: '.
    05  LSL-SUBJECT                  PIC X(36).
    05  FILLER                       PIC X(04)      VALUE SPACES.
    05  FILLER                       PIC X(12)      VALUE
        'STUDENT ID: '.
    05  LSL-STUDENT-ID               PIC 9(05).

01  LETTER-CONTROL-LINE.
    05  FILLER                       PIC X(56)      VALUE SPACES.
    05  FILLER                       PIC X(11)      VALUE
        'LETTER NO. '.
    05  LCL-LETTER-NUMBER            PIC 9(06).

01  LETTER-BLANK-LINE                PIC X(80)      VALUE SPACES.

01  HEADING-LINE-1.
    05  FILLER                       PIC X(35)      VALUE
        'STUDENT CORRESPONDENCE REGISTER'.
    05  FILLER                       PIC X(21)      VALUE SPACES.
    05  FILLER                       PIC X(05)      VALUE 'DATE:'.
    05  HL1-RUN-DATE                 PIC 9(08).

01  HEADING-LINE-2.
    05  FILLER                       PIC X(08)      VALUE 'LETTER'.
    05  FILLER                       PIC X(08)      VALUE 'ID'.
    05  FILLER                       PIC X(32)      VALUE
        'STUDENT NAME'.
    05  FILLER                       PIC X(16)      VALUE 'NOTICE'.
    05  FILLER                       PIC X(16)      VALUE
        'DISPOSITION'.

01  HEADING-LINE-3.
    05  FILLER                       PIC X(80)      VALUE ALL '-'.

01  DETAIL-LINE.
    05  DL-LETTER-NUMBER             PIC X(06).
    05  FILLER                       PIC X(02)      VALUE SPACES.
    05  DL-STUDENT-ID                PIC 9(05).
    05  FILLER                       PIC X(03)      VALUE SPACES.
    05  DL-STUDENT-NAME              PIC X(30).
    05  FILLER                       PIC X(02)      VALUE SPACES.
    05  DL-NOTICE                    PIC X(14).
    05  FILLER                       PIC X(02)      VALUE SPACES.
    05  DL-DISPOSITION               PIC X(16).

01  EXCEPTION-HEADING-1.
    05  FILLER                       PIC X(35)      VALUE
        'CORRESPONDENCE ADDRESS EXCEPTIONS'.
    05  FILLER                       PIC X(21)      VALUE SPACES.
    05  FILLER                       PIC X(05)      VALUE 'DATE:'.
    05  EH1-RUN-DATE                 PIC 9(08).

01  EXCEPTION-HEADING-2.
    05  FILLER                       PIC X(08)      VALUE 'ID'.
    05  FILLER                       PIC X(32)      VALUE
        'STUDENT NAME'.
    05  FILLER                       PIC X(16)      VALUE 'NOTICE'.
    05  FILLER                       PIC X(24)      VALUE 'REASON'.

01  EXCEPTION-LINE.
    05  EL-STUDENT-ID                PIC 9(05).
    05  FILLER                       PIC X(03)      VALUE SPACES.
    05  EL-STUDENT-NAME              PIC X(30).
    05  FILLER                       PIC X(02)      VALUE SPACES.
    05  EL-NOTICE                    PIC X(14).
    05  FILLER                       PIC X(02)      VALUE SPACES.
    05  EL-REASON                    PIC X(24).

01  TOTAL-LINE.
    05  TL-CAPTION                   PIC X(30).
    05  TL-CNT                       PIC ZZZ,ZZ9.

01  BALANCE-LINE.
    05  FILLER                       PIC X(17)      VALUE
        'MAILING CONTROL: '.
    05  BL-RESULT                    PIC X(40).

COPY AUDCPY.

PROCEDURE DIVISION.

*> ---------------------------------------------------------------
*> 0000-MAINLINE
*> ---------------------------------------------------------------
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    IF WS-PARM-ERROR
        STOP RUN
    END-IF
    PERFORM 3000-PROCESS-JOURNAL-ROW THRU 3000-EXIT
        UNTIL WS-EOF-JOURNAL
    PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
    PERFORM 9000-TERMINATE THRU 9000-EXIT
    STOP RUN.

*> ---------------------------------------------------------------
*> 1000-INITIALIZE - the business date card and the high-water
*> mark first; nothing is opened until the run knows which day it
*> is writing for and which journal rows it is taking.  Then the
*> journal and DEMOMAST, the three print files, and the priming
*> read.
*> ---------------------------------------------------------------
1000-INITIALIZE.
    PERFORM 1100-READ-RUN-PARM THRU 1100-EXIT
    IF WS-PARM-ERROR
        GO TO 1000-EXIT
    END-IF
    PERFORM 1150-READ-LETTER-MARK THRU 1150-EXIT
    IF WS-PARM-ERROR
        GO TO 1000-EXIT
    END-IF
    OPEN INPUT STUDENT-JOURNAL
    IF NOT WS-JOURNAL-OK
        SET WS-NO-JOURNAL TO TRUE
        SET WS-EOF-JOURNAL TO TRUE
        DISPLAY 'STUDLTR - NO STUDJRNL JOURNAL FILE - '
            'NO CHANGES TO NOTICE'
    END-IF
    OPEN INPUT DEMOMAST
    IF NOT WS-DEMOMAST-OK
        SET WS-NO-DEMOMAST TO TRUE
        DISPLAY 'STUDLTR - NO DEMOMAST FILE - '
            'EVERY NOTICE GOES TO THE EXCEPTION LIST'
    END-IF
    OPEN OUTPUT LETTER-FILE
    OPEN OUTPUT LETTER-REGISTER
    OPEN OUTPUT LETTER-EXCEPTIONS
    MOVE WS-BUSINESS-DATE TO HL1-RUN-DATE
    MOVE WS-BUSINESS-DATE TO EH1-RUN-DATE
    WRITE LETTER-REGISTER-LINE FROM HEADING-LINE-1
    WRITE LETTER-REGISTER-LINE FROM HEADING-LINE-2
    WRITE LETTER-REGISTER-LINE FROM HEADING-LINE-3
    WRITE LETTER-EXCEPTION-LINE FROM EXCEPTION-HEADING-1
    WRITE LETTER-EXCEPTION-LINE FROM EXCEPTION-HEADING-2
    WRITE LETTER-EXCEPTION-LINE FROM HEADING-LINE-3
    PERFORM 1200-FORMAT-LETTER-DATE THRU 1200-EXIT
    IF NOT WS-NO-JOURNAL
        PERFORM 2000-READ-JOURNAL THRU 2000-EXIT
    END-IF.
1000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1100-READ-RUN-PARM - the business date whose changes are noticed
*> is required, the same card RUNCTL sequences the night under.
*> ---------------------------------------------------------------
1100-READ-RUN-PARM.
    OPEN INPUT RUN-PARM
    IF NOT WS-RUNPARM-OK
        SET WS-PARM-ERROR TO TRUE
        DISPLAY 'STUDLTR - RUNPARM BUSINESS DATE CARD MISSING - '
            'RUN STOPPED'
        GO TO 1100-EXIT
    END-IF
    READ RUN-PARM
        AT END
            SET WS-PARM-ERROR TO TRUE
            DISPLAY 'STUDLTR - RUNPARM BUSINESS DATE CARD EMPTY - '
                'RUN STOPPED'
    END-READ
    IF NOT WS-PARM-ERROR
        IF RP-BUSINESS-DATE NUMERIC
              AND RP-BUSINESS-DATE NOT = '00000000'
            MOVE RP-BUSINESS-DATE TO WS-BUSINESS-DATE
        ELSE
            SET WS-PARM-ERROR TO TRUE
            DISPLAY 'STUDLTR - RUNPARM BUSINESS DATE NOT NUMERIC - '
                'RUN STOPPED'
        END-IF
    END-IF
    CLOSE RUN-PARM.
1100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1150-READ-LETTER-MARK - the run's own start time is the top of
*> the range.  A missing or empty LTRMARK is a first run and starts
*> from the business date; a mark that is not a timestamp stops the
*> run rather than guess, since a wrong guess resends or loses a
*> night's letters.
*> ---------------------------------------------------------------
1150-READ-LETTER-MARK.
    ACCEPT WS-HIGH-DATE FROM DATE YYYYMMDD
    ACCEPT WS-HIGH-TIME FROM TIME
    OPEN INPUT LETTER-MARK
    IF NOT WS-MARK-OK
        SET WS-NO-MARK TO TRUE
        DISPLAY 'STUDLTR - NO LTRMARK FILE - JOURNAL TAKEN FROM '
            WS-BUSINESS-DATE
        GO TO 1150-EXIT
    END-IF
    READ LETTER-MARK
        AT END
            SET WS-NO-MARK TO TRUE
            DISPLAY 'STUDLTR - LTRMARK EMPTY - JOURNAL TAKEN FROM '
                WS-BUSINESS-DATE
    END-READ
    IF NOT WS-NO-MARK
        IF LM-LAST-RUN-TIMESTAMP NUMERIC
            MOVE LM-LAST-RUN-TIMESTAMP TO WS-LOW-TIMESTAMP
            DISPLAY 'STUDLTR - JOURNAL TAKEN AFTER ' WS-LOW-TIMESTAMP
                ' THROUGH ' WS-HIGH-TIMESTAMP
        ELSE
            SET WS-PARM-ERROR TO TRUE
            DISPLAY 'STUDLTR - LTRMARK NOT A TIMESTAMP - '
                'RUN STOPPED'
        END-IF
    END-IF
    CLOSE LETTER-MARK.
1150-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1200-FORMAT-LETTER-DATE - the business date written out the way
*> a letter is dated: month name, day without a leading zero, year.
*> A month outside 1-12 leaves the date in its numeric form.
*> ---------------------------------------------------------------
1200-FORMAT-LETTER-DATE.
    MOVE SPACES TO WS-LETTER-DATE
    IF WS-BUSINESS-MONTH < 1 OR WS-BUSINESS-MONTH > 12
        MOVE WS-BUSINESS-DATE TO WS-LETTER-DATE
        GO TO 1200-EXIT
    END-IF
    MOVE WS-BUSINESS-DAY TO WS-DAY-EDIT
    IF WS-BUSINESS-DAY < 10
        STRING WS-MONTH-NAME (WS-BUSINESS-MONTH) DELIMITED BY SPACE
               ' '                               DELIMITED BY SIZE
               WS-DAY-EDIT (2:1)                 DELIMITED BY SIZE
               ', '                              DELIMITED BY SIZE
               WS-BUSINESS-YEAR                  DELIMITED BY SIZE
            INTO WS-LETTER-DATE
        END-STRING
    ELSE
        STRING WS-MONTH-NAME (WS-BUSINESS-MONTH) DELIMITED BY SPACE
               ' '                               DELIMITED BY SIZE
               WS-DAY-EDIT                       DELIMITED BY SIZE
               ', '                              DELIMITED BY SIZE
               WS-BUSINESS-YEAR                  DELIMITED BY SIZE
            INTO WS-LETTER-DATE
        END-STRING
    END-IF.
1200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2000-READ-JOURNAL
*> ---------------------------------------------------------------
2000-READ-JOURNAL.
    READ STUDENT-JOURNAL
        AT END
            SET WS-EOF-JOURNAL TO TRUE
    END-READ.
    IF NOT WS-EOF-JOURNAL
        ADD 1 TO WS-JOURNAL-READ-CNT
    END-IF.
2000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3000-PROCESS-JOURNAL-ROW - rows outside the mark-to-start range
*> are passed over; a DELETE takes a student off the master and
*> carries no notice.  A WRITE row's before image is spaces, which
*> reads as good standing with no hold, so a student added with a
*> hold or a standing is noticed like any other change.
*> ---------------------------------------------------------------
3000-PROCESS-JOURNAL-ROW.
    IF WS-NO-MARK
        IF JRN-REC-STAMP-DATE < WS-BUSINESS-DATE
            GO TO 3000-NEXT
        END-IF
    ELSE
        IF JRN-REC-TIMESTAMP NOT > WS-LOW-TIMESTAMP
            GO TO 3000-NEXT
        END-IF
    END-IF
    IF JRN-REC-TIMESTAMP > WS-HIGH-TIMESTAMP
        GO TO 3000-NEXT
    END-IF
    ADD 1 TO WS-ROWS-IN-RANGE-CNT
    IF NOT JRN-REC-WRITE AND NOT JRN-REC-REWRITE
        ADD 1 TO WS-DELETE-ROWS-CNT
        GO TO 3000-NEXT
    END-IF
    MOVE JRN-REC-BEFORE-IMAGE TO WS-BEFORE-STUDENT
    MOVE JRN-REC-AFTER-IMAGE  TO WS-AFTER-STUDENT
    PERFORM 3100-CHECK-STANDING THRU 3100-EXIT
    PERFORM 3200-CHECK-HOLD THRU 3200-EXIT.
3000-NEXT.
    PERFORM 2000-READ-JOURNAL THRU 2000-EXIT.
3000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3100-CHECK-STANDING - fold both sides to D/P/S or good, then
*> pick the notice off the new standing.  Coming off the deans
*> list to good standing is a change, but not one a student is
*> written to about.
*> ---------------------------------------------------------------
3100-CHECK-STANDING.
    MOVE BF-ACADEMIC-STANDING TO WS-OLD-STANDING
    IF NOT WS-OLD-NOTED
        MOVE SPACE TO WS-OLD-STANDING
    END-IF
    MOVE AF-ACADEMIC-STANDING TO WS-NEW-STANDING
    IF NOT WS-NEW-NOTED
        MOVE SPACE TO WS-NEW-STANDING
    END-IF
    IF WS-NEW-STANDING = WS-OLD-STANDING
        GO TO 3100-EXIT
    END-IF
    EVALUATE TRUE
        WHEN WS-NEW-PROBATION
            MOVE 1 TO WS-NOTICE-SUB
        WHEN WS-NEW-SUSPENDED
            MOVE 2 TO WS-NOTICE-SUB
        WHEN WS-NEW-DEANS-LIST
            MOVE 4 TO WS-NOTICE-SUB
        WHEN WS-OLD-PROBATION OR WS-OLD-SUSPENDED
            MOVE 3 TO WS-NOTICE-SUB
        WHEN OTHER
            ADD 1 TO WS-NOT-NOTICED-CNT
            GO TO 3100-EXIT
    END-EVALUATE
    PERFORM 4000-ISSUE-NOTICE THRU 4000-EXIT.
3100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3200-CHECK-HOLD - anything other than Y is no hold, per STMFCPY.
*> ---------------------------------------------------------------
3200-CHECK-HOLD.
    IF AF-HOLD-YES AND NOT BF-HOLD-YES
        MOVE 5 TO WS-NOTICE-SUB
        PERFORM 4000-ISSUE-NOTICE THRU 4000-EXIT
    END-IF
    IF BF-HOLD-YES AND NOT AF-HOLD-YES
        MOVE 6 TO WS-NOTICE-SUB
        PERFORM 4000-ISSUE-NOTICE THRU 4000-EXIT
    END-IF.
3200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4000-ISSUE-NOTICE - one change, one disposition: a letter when
*> the address is usable, an exception when it is not.  Either
*> way the change goes on the register and the audit trail.
*> ---------------------------------------------------------------
4000-ISSUE-NOTICE.
    ADD 1 TO WS-NOTICES-CNT
    ADD 1 TO WS-NOTICE-TYPE-CNT (WS-NOTICE-SUB)
    MOVE AF-STUDENT-ID                TO DL-STUDENT-ID
    MOVE AF-STUDENT-NAME              TO DL-STUDENT-NAME
    MOVE NT-CAPTION (WS-NOTICE-SUB)   TO DL-NOTICE
    PERFORM 4100-CHECK-ADDRESS THRU 4100-EXIT
    IF WS-EXCEPTION-REASON NOT = SPACES
        PERFORM 4300-WRITE-EXCEPTION THRU 4300-EXIT
        MOVE SPACES         TO DL-LETTER-NUMBER
        MOVE 'EXCEPTION'    TO DL-DISPOSITION
        MOVE '04'           TO AUD-OUTCOME-CODE
    ELSE
        PERFORM 5000-PRINT-LETTER THRU 5000-EXIT
        MOVE WS-LETTER-NUMBER TO DL-LETTER-NUMBER
        MOVE 'LETTER PRINTED' TO DL-DISPOSITION
        MOVE '00'           TO AUD-OUTCOME-CODE
    END-IF
    WRITE LETTER-REGISTER-LINE FROM DETAIL-LINE
    PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
4000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4100-CHECK-ADDRESS - a usable address needs the street line,
*> city, state and a numeric 5-digit ZIP; the second address line
*> and the ZIP+4 are optional.
*> ---------------------------------------------------------------
4100-CHECK-ADDRESS.
    MOVE SPACES TO WS-EXCEPTION-REASON
    IF WS-NO-DEMOMAST
        MOVE 'NO DEMOMAST FILE' TO WS-EXCEPTION-REASON
        GO TO 4100-EXIT
    END-IF
    MOVE AF-STUDENT-ID TO DM-STUDENT-ID
    READ DEMOMAST
        INVALID KEY
            MOVE 'NO DEMOGRAPHICS ROW' TO WS-EXCEPTION-REASON
            GO TO 4100-EXIT
    END-READ
    MOVE DM-ZIP TO WS-ZIP-WORK
    EVALUATE TRUE
        WHEN DM-ADDRESS-LINE-1 = SPACES
            MOVE 'NO STREET ADDRESS' TO WS-EXCEPTION-REASON
        WHEN DM-CITY = SPACES
            MOVE 'NO CITY' TO WS-EXCEPTION-REASON
        WHEN DM-STATE = SPACES
            MOVE 'NO STATE' TO WS-EXCEPTION-REASON
        WHEN WS-ZIP-5 NOT NUMERIC
            MOVE 'ZIP CODE MISSING OR INVALID' TO WS-EXCEPTION-REASON
    END-EVALUATE.
4100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4300-WRITE-EXCEPTION
*> ---------------------------------------------------------------
4300-WRITE-EXCEPTION.
    MOVE AF-STUDENT-ID              TO EL-STUDENT-ID
    MOVE AF-STUDENT-NAME            TO EL-STUDENT-NAME
    MOVE NT-CAPTION (WS-NOTICE-SUB) TO EL-NOTICE
    MOVE WS-EXCEPTION-REASON        TO EL-REASON
    WRITE LETTER-EXCEPTION-LINE FROM EXCEPTION-LINE
    ADD 1 TO WS-EXCEPTIONS-CNT.
4300-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5000-PRINT-LETTER - each letter starts a new page: letterhead,
*> date, address block, subject, salutation, the wording for the
*> change, the signing office, and the letter number the register
*> carries.
*> ---------------------------------------------------------------
5000-PRINT-LETTER.
    ADD 1 TO WS-LETTER-NUMBER
    ADD 1 TO WS-LETTERS-CNT
    MOVE NT-SIGNATURE (WS-NOTICE-SUB) TO LTL-TEXT
    WRITE LETTER-PRINT-LINE FROM LETTER-TEXT-LINE
        AFTER ADVANCING PAGE
    WRITE LETTER-PRINT-LINE FROM LETTER-BLANK-LINE
    MOVE WS-LETTER-DATE TO LTL-TEXT
    WRITE LETTER-PRINT-LINE FROM LETTER-TEXT-LINE
    WRITE LETTER-PRINT-LINE FROM LETTER-BLANK-LINE
    PERFORM 5100-PRINT-ADDRESS THRU 5100-EXIT
    WRITE LETTER-PRINT-LINE FROM LETTER-BLANK-LINE
    MOVE NT-SUBJECT (WS-NOTICE-SUB) TO LSL-SUBJECT
    MOVE AF-STUDENT-ID              TO LSL-STUDENT-ID
    WRITE LETTER-PRINT-LINE FROM LETTER-SUBJECT-LINE
    WRITE LETTER-PRINT-LINE FROM LETTER-BLANK-LINE
    MOVE SPACES TO LTL-TEXT
    STRING 'DEAR '          DELIMITED BY SIZE
           AF-STUDENT-NAME  DELIMITED BY '  '
           ':'              DELIMITED BY SIZE
        INTO LTL-TEXT
    END-STRING
    WRITE LETTER-PRINT-LINE FROM LETTER-TEXT-LINE
    WRITE LETTER-PRINT-LINE FROM LETTER-BLANK-LINE
    PERFORM 5200-PRINT-BODY-LINE THRU 5200-EXIT
        VARYING WS-LINE-SUB FROM 1 BY 1
        UNTIL WS-LINE-SUB > 4
    WRITE LETTER-PRINT-LINE FROM LETTER-BLANK-LINE
    MOVE 'SINCERELY,' TO LTL-TEXT
    WRITE LETTER-PRINT-LINE FROM LETTER-TEXT-LINE
    WRITE LETTER-PRINT-LINE FROM LETTER-BLANK-LINE
    WRITE LETTER-PRINT-LINE FROM LETTER-BLANK-LINE
    MOVE NT-SIGNATURE (WS-NOTICE-SUB) TO LTL-TEXT
    WRITE LETTER-PRINT-LINE FROM LETTER-TEXT-LINE
    WRITE LETTER-PRINT-LINE FROM LETTER-BLANK-LINE
    MOVE WS-LETTER-NUMBER TO LCL-LETTER-NUMBER
    WRITE LETTER-PRINT-LINE FROM LETTER-CONTROL-LINE.
5000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5100-PRINT-ADDRESS - name off the journal's after image, the
*> rest off DEMOMAST; a blank second line is closed up, and the
*> ZIP+4 is hyphenated when it is there.
*> ---------------------------------------------------------------
5100-PRINT-ADDRESS.
    MOVE AF-STUDENT-NAME TO LTL-TEXT
    WRITE LETTER-PRINT-LINE FROM LETTER-TEXT-LINE
    MOVE DM-ADDRESS-LINE-1 TO LTL-TEXT
    WRITE LETTER-PRINT-LINE FROM LETTER-TEXT-LINE
    IF DM-ADDRESS-LINE-2 NOT = SPACES
        MOVE DM-ADDRESS-LINE-2 TO LTL-TEXT
        WRITE LETTER-PRINT-LINE FROM LETTER-TEXT-LINE
    END-IF
    MOVE SPACES TO LTL-TEXT
    IF WS-ZIP-4 NUMERIC
        STRING DM-CITY   DELIMITED BY '  '
               ', '      DELIMITED BY SIZE
               DM-STATE  DELIMITED BY SIZE
               '  '      DELIMITED BY SIZE
               WS-ZIP-5  DELIMITED BY SIZE
               '-'       DELIMITED BY SIZE
               WS-ZIP-4  DELIMITED BY SIZE
            INTO LTL-TEXT
        END-STRING
    ELSE
        STRING DM-CITY   DELIMITED BY '  '
               ', '      DELIMITED BY SIZE
               DM-STATE  DELIMITED BY SIZE
               '  '      DELIMITED BY SIZE
               WS-ZIP-5  DELIMITED BY SIZE
            INTO LTL-TEXT
        END-STRING
    END-IF
    WRITE LETTER-PRINT-LINE FROM LETTER-TEXT-LINE.
5100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5200-PRINT-BODY-LINE - unused wording lines are left off.
*> ---------------------------------------------------------------
5200-PRINT-BODY-LINE.
    IF NT-BODY-LINE (WS-NOTICE-SUB WS-LINE-SUB) = SPACES
        GO TO 5200-EXIT
    END-IF
    MOVE NT-BODY-LINE (WS-NOTICE-SUB WS-LINE-SUB) TO LTL-TEXT
    WRITE LETTER-PRINT-LINE FROM LETTER-TEXT-LINE.
5200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 7000-WRITE-AUDIT - one audit row per notice, printed or sent to
*> the exception list.
*> ---------------------------------------------------------------
7000-WRITE-AUDIT.
    MOVE 'STUDLTR'             TO AUD-PROGRAM-NAME
    MOVE AF-STUDENT-ID         TO AUD-STUDENT-ID
    MOVE 'LETTER'              TO AUD-ACTION-CODE
    CALL 'AUDLOG' USING AUD-PROGRAM-NAME
                        AUD-STUDENT-ID
                        AUD-ACTION-CODE
                        AUD-OUTCOME-CODE.
7000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8000-PRINT-CONTROL-TOTALS - notices by type, then the mailing
*> control: every change noticed must be either a letter printed
*> or an address exception, nothing more and nothing less.
*> ---------------------------------------------------------------
8000-PRINT-CONTROL-TOTALS.
    WRITE LETTER-REGISTER-LINE FROM HEADING-LINE-3
    MOVE 'JOURNAL ROWS READ:'          TO TL-CAPTION
    MOVE WS-JOURNAL-READ-CNT           TO TL-CNT
    WRITE LETTER-REGISTER-LINE FROM TOTAL-LINE
    MOVE 'ROWS SINCE LAST RUN:'        TO TL-CAPTION
    MOVE WS-ROWS-IN-RANGE-CNT          TO TL-CNT
    WRITE LETTER-REGISTER-LINE FROM TOTAL-LINE
    MOVE 'DELETE ROWS - NO NOTICE:'    TO TL-CAPTION
    MOVE WS-DELETE-ROWS-CNT            TO TL-CNT
    WRITE LETTER-REGISTER-LINE FROM TOTAL-LINE
    MOVE 'OFF DEANS LIST - NO NOTICE:' TO TL-CAPTION
    MOVE WS-NOT-NOTICED-CNT            TO TL-CNT
    WRITE LETTER-REGISTER-LINE FROM TOTAL-LINE
    PERFORM 8100-PRINT-TYPE-TOTAL THRU 8100-EXIT
        VARYING WS-NOTICE-SUB FROM 1 BY 1
        UNTIL WS-NOTICE-SUB > 6
    MOVE 'CHANGES NOTICED:'            TO TL-CAPTION
    MOVE WS-NOTICES-CNT                TO TL-CNT
    WRITE LETTER-REGISTER-LINE FROM TOTAL-LINE
    MOVE 'LETTERS PRINTED:'            TO TL-CAPTION
    MOVE WS-LETTERS-CNT                TO TL-CNT
    WRITE LETTER-REGISTER-LINE FROM TOTAL-LINE
    MOVE 'ADDRESS EXCEPTIONS:'         TO TL-CAPTION
    MOVE WS-EXCEPTIONS-CNT             TO TL-CNT
    WRITE LETTER-REGISTER-LINE FROM TOTAL-LINE
    COMPUTE WS-UNACCOUNTED-CNT =
        WS-NOTICES-CNT - WS-LETTERS-CNT - WS-EXCEPTIONS-CNT
    IF WS-UNACCOUNTED-CNT = ZERO
        MOVE 'IN BALANCE - ONE DISPOSITION PER CHANGE'
            TO BL-RESULT
    ELSE
        MOVE 'OUT OF BALANCE - CHECK THE REGISTER'
            TO BL-RESULT
        DISPLAY 'STUDLTR - MAILING CONTROL OUT OF BALANCE'
    END-IF
    WRITE LETTER-REGISTER-LINE FROM BALANCE-LINE
    WRITE LETTER-EXCEPTION-LINE FROM HEADING-LINE-3
    MOVE 'ADDRESS EXCEPTIONS:'         TO TL-CAPTION
    MOVE WS-EXCEPTIONS-CNT             TO TL-CNT
    WRITE LETTER-EXCEPTION-LINE FROM TOTAL-LINE.
8000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8100-PRINT-TYPE-TOTAL
*> ---------------------------------------------------------------
8100-PRINT-TYPE-TOTAL.
    MOVE SPACES TO TL-CAPTION
    STRING NT-CAPTION (WS-NOTICE-SUB) DELIMITED BY '  '
           ' NOTICES:'                DELIMITED BY SIZE
        INTO TL-CAPTION
    END-STRING
    MOVE WS-NOTICE-TYPE-CNT (WS-NOTICE-SUB) TO TL-CNT
    WRITE LETTER-REGISTER-LINE FROM TOTAL-LINE.
8100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 9000-TERMINATE - control totals to sysout as well, close every
*> file, and leave this run's start time on LTRMARK as the next
*> run's starting point.
*> ---------------------------------------------------------------
9000-TERMINATE.
    DISPLAY 'STUDLTR JOURNAL ROWS READ   : ' WS-JOURNAL-READ-CNT
    DISPLAY 'STUDLTR CHANGES NOTICED     : ' WS-NOTICES-CNT
    DISPLAY 'STUDLTR LETTERS PRINTED     : ' WS-LETTERS-CNT
    DISPLAY 'STUDLTR ADDRESS EXCEPTIONS  : ' WS-EXCEPTIONS-CNT
    IF NOT WS-NO-JOURNAL
        CLOSE STUDENT-JOURNAL
    END-IF
    IF NOT WS-NO-DEMOMAST
        CLOSE DEMOMAST
    END-IF
    CLOSE LETTER-FILE
    CLOSE LETTER-REGISTER
    CLOSE LETTER-EXCEPTIONS
    OPEN OUTPUT LETTER-MARK
    MOVE WS-HIGH-TIMESTAMP TO LM-LAST-RUN-TIMESTAMP
    WRITE LETTER-MARK-RECORD
    CLOSE LETTER-MARK.
9000-EXIT.
    EXIT.
