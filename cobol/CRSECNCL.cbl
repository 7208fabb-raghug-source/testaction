IDENTIFICATION DIVISION.
PROGRAM-ID.     CRSECNCL.
AUTHOR.         R GUPTA.
INSTALLATION.   REGISTRAR SYSTEMS.
DATE-WRITTEN.   2026-10-14.
DATE-COMPILED.

*> -------------------------------------------------------------------
*> CRSECNCL cancels course sections.  Each CNCLTRAN card names one
*> section by course code, term and section number.  Cancelling a
*> section releases everyone attached to it in one pass, instead of
*> the clerks keying an ENRLTRAN drop card per student:
*>
*>   - every ENROLL row for the section is deleted and audited as a
*>     DROP under this program, the same action ENRLUPD logs;
*>   - every WAITLIST entry for the section is deleted and audited as
*>     UNQUEUE - nobody is promoted, there is no seat to promote to;
*>   - the CRSEMAST section is deleted, so a later ENRLUPD add for it
*>     is rejected as not on the catalog, and its MTGMAST meeting
*>     pattern (when there is one) goes with it so the room is free.
*>     The cancel itself is audited as CANCEL with student ID zero.
*>
*> Every released student is listed on CNCLRPT under the section,
*> with the STUDMAST name, whether they were dropped or taken off the
*> waitlist, and the DEMOMAST mailing address so advising can reach
*> them to re-place them.  A student with no DEMOMAST row, or a run
*> without the file, is listed as NO ADDRESS ON FILE.
*>
*> A card with a blank key, or for a section not on the catalog, is
*> rejected onto the report and nothing is touched.  A second card
*> for a section already cancelled in the run falls out the same way.
*> The drops reach TUITADJ through the billed detail, which does not
*> need the catalog row, on its next run.
*>
*> Should a student's ENROLL or WAITLIST row fail to delete, the
*> section is not taken off the catalog - rows would be left filed
*> under a section that no longer exists.  The card is rejected as
*> RELEASE INCOMPLETE, the cancel audited as failed, and rerunning
*> the card releases whoever is left and then cancels the section.
*>
*> Modification History
*>   2026-10-14  RG   Original.
*>   2026-10-15  RG   Keep the section on the catalog when a student
*>                    could not be released from it.
*> -------------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CNCLTRAN
        ASSIGN TO CNCLTRAN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CNCLTRAN-STATUS.

    SELECT CRSEMAST
        ASSIGN TO CRSEMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CM-COURSE-KEY
        FILE STATUS IS WS-CRSEMAST-STATUS.

    SELECT ENROLL
        ASSIGN TO ENROLL
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EN-ENROLL-KEY
        ALTERNATE RECORD KEY IS EN-STUDENT-ID WITH DUPLICATES
        FILE STATUS IS WS-ENROLL-STATUS.

    SELECT WAITLIST
        ASSIGN TO WAITLIST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS WL-WAIT-KEY
        FILE STATUS IS WS-WAITLIST-STATUS.

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

    SELECT MTGMAST
        ASSIGN TO MTGMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MP-MEETING-KEY
        ALTERNATE RECORD KEY IS MP-ROOM-KEY WITH DUPLICATES
        FILE STATUS IS WS-MTGMAST-STATUS.

    SELECT CNCL-REPORT
        ASSIGN TO CNCLRPT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CNCLTRAN
    LABEL RECORDS ARE STANDARD.
01  CANCEL-TRAN-RECORD.
    05  CX-COURSE-CODE              PIC X(08).
    05  CX-TERM                     PIC X(06).
    05  CX-SECTION                  PIC X(03).

FD  CRSEMAST
    LABEL RECORDS ARE STANDARD.
COPY CRSECPY.

FD  ENROLL
    LABEL RECORDS ARE STANDARD.
COPY ENRLCPY.

FD  WAITLIST
    LABEL RECORDS ARE STANDARD.
COPY WAITCPY.

FD  STUDMAST
    LABEL RECORDS ARE STANDARD.
COPY STMFCPY.

FD  DEMOMAST
    LABEL RECORDS ARE STANDARD.
COPY DEMOCPY.

FD  MTGMAST
    LABEL RECORDS ARE STANDARD.
COPY MTGCPY.

FD  CNCL-REPORT
    LABEL RECORDS ARE STANDARD.
01  CNCL-REPORT-LINE                PIC X(80).

WORKING-STORAGE SECTION.
01  WS-CNCLTRAN-STATUS               PIC X(02)      VALUE '00'.
    88  WS-CNCLTRAN-OK                              VALUE '00'.

01  WS-CRSEMAST-STATUS               PIC X(02)      VALUE '00'.
    88  WS-CRSEMAST-OK                              VALUE '00'.

01  WS-ENROLL-STATUS                 PIC X(02)      VALUE '00'.
    88  WS-ENROLL-OK                                VALUE '00'.

01  WS-WAITLIST-STATUS               PIC X(02)      VALUE '00'.
    88  WS-WAITLIST-OK                              VALUE '00'.

01  WS-STUDMAST-STATUS               PIC X(02)      VALUE '00'.
    88  WS-STUDMAST-OK                              VALUE '00'.

01  WS-DEMOMAST-STATUS               PIC X(02)      VALUE '00'.
    88  WS-DEMOMAST-OK                              VALUE '00'.

01  WS-MTGMAST-STATUS                PIC X(02)      VALUE '00'.
    88  WS-MTGMAST-OK                               VALUE '00'.

01  WS-REPORT-STATUS                 PIC X(02)      VALUE '00'.

01  WS-EOF-SWITCH                    PIC X(01)      VALUE 'N'.
    88  WS-EOF-TRAN                                 VALUE 'Y'.

01  WS-FATAL-ERROR-SWITCH            PIC X(01)      VALUE 'N'.
    88  WS-FATAL-ERROR                              VALUE 'Y'.

01  WS-SECTION-CLEAR-SWITCH          PIC X(01)      VALUE 'N'.
    88  WS-SECTION-CLEAR                            VALUE 'Y'.

01  WS-RELEASE-FAILED-SWITCH         PIC X(01)      VALUE 'N'.
    88  WS-RELEASE-FAILED                           VALUE 'Y'.

01  WS-NO-WAITLIST-SWITCH            PIC X(01)      VALUE 'N'.
    88  WS-NO-WAITLIST                              VALUE 'Y'.

01  WS-NO-DEMOMAST-SWITCH            PIC X(01)      VALUE 'N'.
    88  WS-NO-DEMOMAST                              VALUE 'Y'.

01  WS-NO-MTGMAST-SWITCH             PIC X(01)      VALUE 'N'.
    88  WS-NO-MTGMAST                               VALUE 'Y'.

01  WS-REJECT-REASON                 PIC X(40)      VALUE SPACES.

01  WS-RELEASED-STUDENT-ID           PIC 9(05)      VALUE ZERO.
01  WS-DISPOSITION                   PIC X(16)      VALUE SPACES.

01  WS-ZIP-WORK.
    05  WS-ZIP-5                    PIC X(05).
    05  WS-ZIP-4                    PIC X(04).

01  WS-COUNTERS.
    05  WS-TRANS-READ-CNT           PIC 9(07) COMP  VALUE ZERO.
    05  WS-TRANS-REJECTED-CNT       PIC 9(07) COMP  VALUE ZERO.
    05  WS-CANCELLED-CNT            PIC 9(07) COMP  VALUE ZERO.
    05  WS-DROPPED-CNT              PIC 9(07) COMP  VALUE ZERO.
    05  WS-UNQUEUED-CNT             PIC 9(07) COMP  VALUE ZERO.
    05  WS-NO-ADDRESS-CNT           PIC 9(07) COMP  VALUE ZERO.
    05  WS-MEETINGS-DELETED-CNT     PIC 9(07) COMP  VALUE ZERO.

01  WS-CURRENT-DATE                  PIC 9(08)      VALUE ZERO.

01  HEADING-LINE-1.
    05  FILLER                       PIC X(40)      VALUE
        'SECTION CANCELLATION REGISTER'.
    05  FILLER                       PIC X(27)      VALUE SPACES.
    05  FILLER                       PIC X(05)      VALUE 'DATE:'.
    05  HL1-RUN-DATE                 PIC 9(08).

01  HEADING-LINE-2.
    05  FILLER                       PIC X(09)      VALUE 'STUDENT'.
    05  FILLER                       PIC X(32)      VALUE
        'NAME / ADDRESS'.
    05  FILLER                       PIC X(16)      VALUE
        'DISPOSITION'.

01  HEADING-LINE-3.
    05  FILLER                       PIC X(80)      VALUE ALL '-'.

01  SECTION-LINE.
    05  FILLER                       PIC X(09)      VALUE 'SECTION'.
    05  SL-COURSE-CODE               PIC X(08).
    05  FILLER                       PIC X(01)      VALUE SPACES.
    05  SL-TERM                      PIC X(06).
    05  FILLER                       PIC X(01)      VALUE SPACES.
    05  SL-SECTION                   PIC X(03).
    05  FILLER                       PIC X(02)      VALUE SPACES.
    05  SL-COURSE-TITLE              PIC X(30).
    05  FILLER                       PIC X(02)      VALUE SPACES.
    05  SL-ACTION                    PIC X(18).

01  STUDENT-LINE.
    05  FILLER                       PIC X(02)      VALUE SPACES.
    05  SD-STUDENT-ID                PIC 9(05).
    05  FILLER                       PIC X(02)      VALUE SPACES.
    05  SD-STUDENT-NAME              PIC X(30).
    05  FILLER                       PIC X(02)      VALUE SPACES.
    05  SD-DISPOSITION               PIC X(16).

01  ADDRESS-LINE.
    05  FILLER                       PIC X(09)      VALUE SPACES.
    05  AL-ADDRESS-TEXT              PIC X(71).

01  EXCEPTION-LINE.
    05  FILLER                       PIC X(09)      VALUE 'REJECTED'.
    05  ER-COURSE-CODE               PIC X(08).
    05  FILLER                       PIC X(01)      VALUE SPACES.
    05  ER-TERM                      PIC X(06).
    05  FILLER                       PIC X(01)      VALUE SPACES.
    05  ER-SECTION                   PIC X(03).
    05  FILLER                       PIC X(02)      VALUE SPACES.
    05  ER-REASON                    PIC X(40).

01  TOTAL-LINE.
    05  TL-CAPTION                   PIC X(30).
    05  TL-CNT                       PIC ZZZ,ZZ9.

COPY AUDCPY.

PROCEDURE DIVISION.

*> ---------------------------------------------------------------
*> 0000-MAINLINE - one cancel card at a time until CNCLTRAN ends.
*> ---------------------------------------------------------------
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    IF WS-FATAL-ERROR
        STOP RUN
    END-IF
    PERFORM 3000-PROCESS-CANCEL THRU 3000-EXIT
        UNTIL WS-EOF-TRAN
    PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
    PERFORM 9000-TERMINATE THRU 9000-EXIT
    STOP RUN.

*> ---------------------------------------------------------------
*> 1000-INITIALIZE - the cards, the catalog, ENROLL and STUDMAST
*> are required; a run without WAITLIST, DEMOMAST or MTGMAST goes
*> ahead without them.
*> ---------------------------------------------------------------
1000-INITIALIZE.
    OPEN INPUT CNCLTRAN
    IF NOT WS-CNCLTRAN-OK
        DISPLAY 'CRSECNCL - CNCLTRAN OPEN FAILED, STATUS '
            WS-CNCLTRAN-STATUS ' - RUN STOPPED'
        SET WS-FATAL-ERROR TO TRUE
        GO TO 1000-EXIT
    END-IF
    OPEN I-O CRSEMAST
    IF NOT WS-CRSEMAST-OK
        DISPLAY 'CRSECNCL - CRSEMAST OPEN FAILED, STATUS '
            WS-CRSEMAST-STATUS ' - RUN STOPPED'
        SET WS-FATAL-ERROR TO TRUE
        GO TO 1000-EXIT
    END-IF
    OPEN I-O ENROLL
    IF NOT WS-ENROLL-OK
        DISPLAY 'CRSECNCL - ENROLL OPEN FAILED, STATUS '
            WS-ENROLL-STATUS ' - RUN STOPPED'
        SET WS-FATAL-ERROR TO TRUE
        GO TO 1000-EXIT
    END-IF
    OPEN INPUT STUDMAST
    IF NOT WS-STUDMAST-OK
        DISPLAY 'CRSECNCL - STUDMAST OPEN FAILED, STATUS '
            WS-STUDMAST-STATUS ' - RUN STOPPED'
        SET WS-FATAL-ERROR TO TRUE
        GO TO 1000-EXIT
    END-IF
    OPEN I-O WAITLIST
    IF NOT WS-WAITLIST-OK
        SET WS-NO-WAITLIST TO TRUE
        DISPLAY 'CRSECNCL - NO WAITLIST FILE - '
            'NO QUEUES TO CLEAR'
    END-IF
    OPEN INPUT DEMOMAST
    IF NOT WS-DEMOMAST-OK
        SET WS-NO-DEMOMAST TO TRUE
        DISPLAY 'CRSECNCL - NO DEMOMAST FILE - '
            'ADDRESSES NOT LISTED'
    END-IF
    OPEN I-O MTGMAST
    IF NOT WS-MTGMAST-OK
        SET WS-NO-MTGMAST TO TRUE
        DISPLAY 'CRSECNCL - NO MTGMAST FILE - '
            'MEETING PATTERNS NOT REMOVED'
    END-IF
    OPEN OUTPUT CNCL-REPORT
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    MOVE WS-CURRENT-DATE TO HL1-RUN-DATE
    WRITE CNCL-REPORT-LINE FROM HEADING-LINE-1
    WRITE CNCL-REPORT-LINE FROM HEADING-LINE-2
    WRITE CNCL-REPORT-LINE FROM HEADING-LINE-3
    PERFORM 2000-READ-TRANSACTION THRU 2000-EXIT.
1000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2000-READ-TRANSACTION - read the next cancel card, setting the
*> end-of-file switch when the file is exhausted.
*> ---------------------------------------------------------------
2000-READ-TRANSACTION.
    READ CNCLTRAN
        AT END
            SET WS-EOF-TRAN TO TRUE
    END-READ.
    IF NOT WS-EOF-TRAN
        ADD 1 TO WS-TRANS-READ-CNT
    END-IF.
2000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3000-PROCESS-CANCEL - edit the card against the catalog, then
*> release the class list and the queue before the section itself
*> comes off the catalog.  A student who could not be released
*> keeps the section on the catalog for a rerun of the card.
*> ---------------------------------------------------------------
3000-PROCESS-CANCEL.
    IF CX-COURSE-CODE = SPACES OR CX-TERM = SPACES
          OR CX-SECTION = SPACES
        MOVE 'SECTION KEY BLANK' TO WS-REJECT-REASON
        PERFORM 3900-REJECT-CARD THRU 3900-EXIT
        GO TO 3000-NEXT
    END-IF
    MOVE CX-COURSE-CODE TO CM-COURSE-CODE
    MOVE CX-TERM        TO CM-TERM
    MOVE CX-SECTION     TO CM-SECTION
    READ CRSEMAST
        INVALID KEY
            MOVE 'SECTION NOT ON CATALOG' TO WS-REJECT-REASON
            PERFORM 3900-REJECT-CARD THRU 3900-EXIT
            GO TO 3000-NEXT
    END-READ
    MOVE CM-COURSE-CODE  TO SL-COURSE-CODE
    MOVE CM-TERM         TO SL-TERM
    MOVE CM-SECTION      TO SL-SECTION
    MOVE CM-COURSE-TITLE TO SL-COURSE-TITLE
    MOVE 'CANCELLED'     TO SL-ACTION
    WRITE CNCL-REPORT-LINE FROM SECTION-LINE
    MOVE 'N' TO WS-RELEASE-FAILED-SWITCH
    MOVE 'N' TO WS-SECTION-CLEAR-SWITCH
    PERFORM 4000-DROP-ENROLLMENT THRU 4000-EXIT
        UNTIL WS-SECTION-CLEAR
    IF NOT WS-NO-WAITLIST
        MOVE 'N' TO WS-SECTION-CLEAR-SWITCH
        PERFORM 4500-CLEAR-WAITLIST THRU 4500-EXIT
            UNTIL WS-SECTION-CLEAR
    END-IF
    IF WS-RELEASE-FAILED
        MOVE 'RELEASE INCOMPLETE - SECTION KEPT' TO WS-REJECT-REASON
        PERFORM 3900-REJECT-CARD THRU 3900-EXIT
        MOVE 'CRSECNCL'      TO AUD-PROGRAM-NAME
        MOVE ZERO            TO AUD-STUDENT-ID
        MOVE 'CANCEL'        TO AUD-ACTION-CODE
        MOVE '08'            TO AUD-OUTCOME-CODE
        CALL 'AUDLOG' USING AUD-PROGRAM-NAME
                            AUD-STUDENT-ID
                            AUD-ACTION-CODE
                            AUD-OUTCOME-CODE
    ELSE
        PERFORM 6000-DELETE-SECTION THRU 6000-EXIT
    END-IF.
3000-NEXT.
    PERFORM 2000-READ-TRANSACTION THRU 2000-EXIT.
3000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3900-REJECT-CARD - the caller sets WS-REJECT-REASON.
*> ---------------------------------------------------------------
3900-REJECT-CARD.
    MOVE CX-COURSE-CODE   TO ER-COURSE-CODE
    MOVE CX-TERM          TO ER-TERM
    MOVE CX-SECTION       TO ER-SECTION
    MOVE WS-REJECT-REASON TO ER-REASON
    WRITE CNCL-REPORT-LINE FROM EXCEPTION-LINE
    ADD 1 TO WS-TRANS-REJECTED-CNT.
3900-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4000-DROP-ENROLLMENT - position at the front of the section's
*> class list and drop the first student there.  Each pass starts
*> over from the front, so the delete never disturbs the read
*> position; the section is clear when the front of the list
*> belongs to another section.
*> ---------------------------------------------------------------
4000-DROP-ENROLLMENT.
    MOVE CX-COURSE-CODE TO EN-COURSE-CODE
    MOVE CX-TERM        TO EN-TERM
    MOVE CX-SECTION     TO EN-SECTION
    MOVE ZERO           TO EN-STUDENT-ID
    START ENROLL KEY IS NOT LESS THAN EN-ENROLL-KEY
        INVALID KEY
            SET WS-SECTION-CLEAR TO TRUE
            GO TO 4000-EXIT
    END-START
    READ ENROLL NEXT RECORD
        AT END
            SET WS-SECTION-CLEAR TO TRUE
            GO TO 4000-EXIT
    END-READ
    IF EN-COURSE-CODE NOT = CX-COURSE-CODE
          OR EN-TERM NOT = CX-TERM
          OR EN-SECTION NOT = CX-SECTION
        SET WS-SECTION-CLEAR TO TRUE
        GO TO 4000-EXIT
    END-IF
    MOVE EN-STUDENT-ID TO WS-RELEASED-STUDENT-ID
    DELETE ENROLL
        INVALID KEY
            DISPLAY 'CRSECNCL - ENROLL DELETE FAILED, STATUS '
                WS-ENROLL-STATUS ' STUDENT ' WS-RELEASED-STUDENT-ID
            SET WS-RELEASE-FAILED TO TRUE
            SET WS-SECTION-CLEAR TO TRUE
            GO TO 4000-EXIT
    END-DELETE
    ADD 1 TO WS-DROPPED-CNT
    MOVE 'DROPPED' TO WS-DISPOSITION
    PERFORM 5000-LIST-STUDENT THRU 5000-EXIT
    MOVE 'DROP' TO AUD-ACTION-CODE
    PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
4000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4500-CLEAR-WAITLIST - the same front-of-queue walk as 4000, one
*> queued student per pass.
*> ---------------------------------------------------------------
4500-CLEAR-WAITLIST.
    MOVE CX-COURSE-CODE TO WL-COURSE-CODE
    MOVE CX-TERM        TO WL-TERM
    MOVE CX-SECTION     TO WL-SECTION
    MOVE ZERO           TO WL-SEQUENCE
    START WAITLIST KEY IS NOT LESS THAN WL-WAIT-KEY
        INVALID KEY
            SET WS-SECTION-CLEAR TO TRUE
            GO TO 4500-EXIT
    END-START
    READ WAITLIST NEXT RECORD
        AT END
            SET WS-SECTION-CLEAR TO TRUE
            GO TO 4500-EXIT
    END-READ
    IF WL-COURSE-CODE NOT = CX-COURSE-CODE
          OR WL-TERM NOT = CX-TERM
          OR WL-SECTION NOT = CX-SECTION
        SET WS-SECTION-CLEAR TO TRUE
        GO TO 4500-EXIT
    END-IF
    MOVE WL-STUDENT-ID TO WS-RELEASED-STUDENT-ID
    DELETE WAITLIST
        INVALID KEY
            DISPLAY 'CRSECNCL - WAITLIST DELETE FAILED, STATUS '
                WS-WAITLIST-STATUS ' STUDENT ' WS-RELEASED-STUDENT-ID
            SET WS-RELEASE-FAILED TO TRUE
            SET WS-SECTION-CLEAR TO TRUE
            GO TO 4500-EXIT
    END-DELETE
    ADD 1 TO WS-UNQUEUED-CNT
    MOVE 'WAITLIST CLEARED' TO WS-DISPOSITION
    PERFORM 5000-LIST-STUDENT THRU 5000-EXIT
    MOVE 'UNQUEUE' TO AUD-ACTION-CODE
    PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
4500-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5000-LIST-STUDENT - the released student's name and disposition,
*> then the mailing address on the line below.
*> ---------------------------------------------------------------
5000-LIST-STUDENT.
    MOVE WS-RELEASED-STUDENT-ID TO SM-STUDENT-ID
    READ STUDMAST
        INVALID KEY
            MOVE 'NOT ON STUDENT MASTER' TO SM-STUDENT-NAME
    END-READ
    MOVE WS-RELEASED-STUDENT-ID TO SD-STUDENT-ID
    MOVE SM-STUDENT-NAME        TO SD-STUDENT-NAME
    MOVE WS-DISPOSITION         TO SD-DISPOSITION
    WRITE CNCL-REPORT-LINE FROM STUDENT-LINE
    PERFORM 5100-LIST-ADDRESS THRU 5100-EXIT.
5000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5100-LIST-ADDRESS - street, second line when there is one, then
*> city, state and ZIP; ZIP+4 is hyphenated when it is there.
*> ---------------------------------------------------------------
5100-LIST-ADDRESS.
    MOVE SPACES TO AL-ADDRESS-TEXT
    IF WS-NO-DEMOMAST
        GO TO 5100-NO-ADDRESS
    END-IF
    MOVE WS-RELEASED-STUDENT-ID TO DM-STUDENT-ID
    READ DEMOMAST
        INVALID KEY
            GO TO 5100-NO-ADDRESS
    END-READ
    IF DM-ADDRESS-LINE-1 = SPACES
        GO TO 5100-NO-ADDRESS
    END-IF
    MOVE DM-ADDRESS-LINE-1 TO AL-ADDRESS-TEXT
    WRITE CNCL-REPORT-LINE FROM ADDRESS-LINE
    IF DM-ADDRESS-LINE-2 NOT = SPACES
        MOVE DM-ADDRESS-LINE-2 TO AL-ADDRESS-TEXT
        WRITE CNCL-REPORT-LINE FROM ADDRESS-LINE
    END-IF
    MOVE SPACES TO AL-ADDRESS-TEXT
    MOVE DM-ZIP TO WS-ZIP-WORK
    IF WS-ZIP-4 NUMERIC
        STRING DM-CITY   DELIMITED BY '  '
               ', '      DELIMITED BY SIZE
               DM-STATE  DELIMITED BY SIZE
               '  '      DELIMITED BY SIZE
               WS-ZIP-5  DELIMITED BY SIZE
               '-'       DELIMITED BY SIZE
               WS-ZIP-4  DELIMITED BY SIZE
            INTO AL-ADDRESS-TEXT
        END-STRING
    ELSE
        STRING DM-CITY   DELIMITED BY '  '
               ', '      DELIMITED BY SIZE
               DM-STATE  DELIMITED BY SIZE
               '  '      DELIMITED BY SIZE
               WS-ZIP-5  DELIMITED BY SIZE
            INTO AL-ADDRESS-TEXT
        END-STRING
    END-IF
    WRITE CNCL-REPORT-LINE FROM ADDRESS-LINE
    GO TO 5100-EXIT.
5100-NO-ADDRESS.
    MOVE 'NO ADDRESS ON FILE' TO AL-ADDRESS-TEXT
    WRITE CNCL-REPORT-LINE FROM ADDRESS-LINE
    ADD 1 TO WS-NO-ADDRESS-CNT.
5100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 6000-DELETE-SECTION - the section comes off the catalog, its
*> meeting pattern off MTGMAST, and the cancel is audited.  The
*> catalog row was read in 3000 and nothing since has moved the
*> CRSEMAST key.
*> ---------------------------------------------------------------
6000-DELETE-SECTION.
    MOVE CX-COURSE-CODE TO CM-COURSE-CODE
    MOVE CX-TERM        TO CM-TERM
    MOVE CX-SECTION     TO CM-SECTION
    DELETE CRSEMAST
        INVALID KEY
            DISPLAY 'CRSECNCL - CRSEMAST DELETE FAILED, STATUS '
                WS-CRSEMAST-STATUS ' ' CX-COURSE-CODE ' '
                CX-TERM ' ' CX-SECTION
            MOVE '08' TO AUD-OUTCOME-CODE
        NOT INVALID KEY
            MOVE '00' TO AUD-OUTCOME-CODE
            ADD 1 TO WS-CANCELLED-CNT
    END-DELETE
    IF NOT WS-NO-MTGMAST
        MOVE CX-COURSE-CODE TO MP-COURSE-CODE
        MOVE CX-TERM        TO MP-TERM
        MOVE CX-SECTION     TO MP-SECTION
        DELETE MTGMAST
            NOT INVALID KEY
                ADD 1 TO WS-MEETINGS-DELETED-CNT
        END-DELETE
    END-IF
    MOVE 'CRSECNCL'      TO AUD-PROGRAM-NAME
    MOVE ZERO            TO AUD-STUDENT-ID
    MOVE 'CANCEL'        TO AUD-ACTION-CODE
    CALL 'AUDLOG' USING AUD-PROGRAM-NAME
                        AUD-STUDENT-ID
                        AUD-ACTION-CODE
                        AUD-OUTCOME-CODE.
6000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 7000-WRITE-AUDIT - one row per released student; the caller sets
*> the action.
*> ---------------------------------------------------------------
7000-WRITE-AUDIT.
    MOVE 'CRSECNCL'             TO AUD-PROGRAM-NAME
    MOVE WS-RELEASED-STUDENT-ID TO AUD-STUDENT-ID
    MOVE '00'                   TO AUD-OUTCOME-CODE
    CALL 'AUDLOG' USING AUD-PROGRAM-NAME
                        AUD-STUDENT-ID
                        AUD-ACTION-CODE
                        AUD-OUTCOME-CODE.
7000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8000-PRINT-CONTROL-TOTALS
*> ---------------------------------------------------------------
8000-PRINT-CONTROL-TOTALS.
    WRITE CNCL-REPORT-LINE FROM HEADING-LINE-3
    MOVE 'CANCEL CARDS READ:'          TO TL-CAPTION
    MOVE WS-TRANS-READ-CNT             TO TL-CNT
    WRITE CNCL-REPORT-LINE FROM TOTAL-LINE
    MOVE 'CANCEL CARDS REJECTED:'      TO TL-CAPTION
    MOVE WS-TRANS-REJECTED-CNT         TO TL-CNT
    WRITE CNCL-REPORT-LINE FROM TOTAL-LINE
    MOVE 'SECTIONS CANCELLED:'         TO TL-CAPTION
    MOVE WS-CANCELLED-CNT              TO TL-CNT
    WRITE CNCL-REPORT-LINE FROM TOTAL-LINE
    MOVE 'STUDENTS DROPPED:'           TO TL-CAPTION
    MOVE WS-DROPPED-CNT                TO TL-CNT
    WRITE CNCL-REPORT-LINE FROM TOTAL-LINE
    MOVE 'WAITLIST ENTRIES CLEARED:'   TO TL-CAPTION
    MOVE WS-UNQUEUED-CNT               TO TL-CNT
    WRITE CNCL-REPORT-LINE FROM TOTAL-LINE
    MOVE 'RELEASED WITH NO ADDRESS:'   TO TL-CAPTION
    MOVE WS-NO-ADDRESS-CNT             TO TL-CNT
    WRITE CNCL-REPORT-LINE FROM TOTAL-LINE
    MOVE 'MEETING PATTERNS REMOVED:'   TO TL-CAPTION
    MOVE WS-MEETINGS-DELETED-CNT       TO TL-CNT
    WRITE CNCL-REPORT-LINE FROM TOTAL-LINE.
8000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 9000-TERMINATE - control totals to sysout as well, close every
*> file that opened.
*> ---------------------------------------------------------------
9000-TERMINATE.
    DISPLAY 'CRSECNCL CARDS READ       : ' WS-TRANS-READ-CNT
    DISPLAY 'CRSECNCL CARDS REJECTED   : ' WS-TRANS-REJECTED-CNT
    DISPLAY 'CRSECNCL CANCELLED        : ' WS-CANCELLED-CNT
    DISPLAY 'CRSECNCL STUDENTS DROPPED : ' WS-DROPPED-CNT
    DISPLAY 'CRSECNCL WAITLIST CLEARED : ' WS-UNQUEUED-CNT
    CLOSE CNCLTRAN
    CLOSE CRSEMAST
    CLOSE ENROLL
    CLOSE STUDMAST
    IF NOT WS-NO-WAITLIST
        CLOSE WAITLIST
    END-IF
    IF NOT WS-NO-DEMOMAST
        CLOSE DEMOMAST
    END-IF
    IF NOT WS-NO-MTGMAST
        CLOSE MTGMAST
    END-IF
    CLOSE CNCL-REPORT.
9000-EXIT.
    EXIT.
