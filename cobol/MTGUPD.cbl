IDENTIFICATION DIVISION.
PROGRAM-ID.     MTGUPD.
AUTHOR.         R GUPTA.
INSTALLATION.   REGISTRAR SYSTEMS.
DATE-WRITTEN.   2026-10-09.
DATE-COMPILED.

*> -------------------------------------------------------------------
*> MTGUPD maintains the MTGMAST section meeting-pattern master, in
*> the CRSEUPD mold: a batch of ADD/CHANGE/DELETE transactions from
*> MTGTRAN, applied with keyed I-O, rejects to an exception report.
*> This is the program that brings the meeting-pattern master into
*> existence - the very first run creates the file - and the only
*> one that writes it; ENRLUPD reads it to reject schedule
*> conflicts on enrollment adds, and ROOMRPT reads it for room
*> utilization.
*>
*> A pattern can only be added for a section already on the
*> CRSEMAST catalog.  The days must be keyed positionally (M T W R
*> F S U, at least one of them), the times must be real 24-hour
*> HHMM values with the start before the end, and the building and
*> room must both be present.  Two sections booked into the same
*> room at the same hour are not refused here - the booking may be
*> deliberate while a room swap is worked out - ROOMRPT flags them.
*>
*> Modification History
*>   2026-10-09  RG   Original.
*> -------------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MTGTRAN
        ASSIGN TO MTGTRAN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MTGTRAN-STATUS.

    SELECT MTGMAST
        ASSIGN TO MTGMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MP-MEETING-KEY
        ALTERNATE RECORD KEY IS MP-ROOM-KEY WITH DUPLICATES
        FILE STATUS IS WS-MTGMAST-STATUS.

    SELECT CRSEMAST
        ASSIGN TO CRSEMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CM-COURSE-KEY
        FILE STATUS IS WS-CRSEMAST-STATUS.

    SELECT EXCEPTION-REPORT
        ASSIGN TO MTGEXCP
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXCEPTION-STATUS.

DATA DIVISION.
FILE SECTION.
FD  MTGTRAN
    LABEL RECORDS ARE STANDARD.
COPY MTGTCPY.

FD  MTGMAST
    LABEL RECORDS ARE STANDARD.
COPY MTGCPY.

FD  CRSEMAST
    LABEL RECORDS ARE STANDARD.
COPY CRSECPY.

FD  EXCEPTION-REPORT
    LABEL RECORDS ARE STANDARD.
01  EXCEPTION-REPORT-LINE.
    05  ER-ACTION-CODE              PIC X(01).
    05  FILLER                      PIC X(03)      VALUE SPACES.
    05  ER-COURSE-CODE              PIC X(08).
    05  FILLER                      PIC X(01)      VALUE SPACES.
    05  ER-TERM                     PIC X(06).
    05  FILLER                      PIC X(01)      VALUE SPACES.
    05  ER-SECTION                  PIC X(03).
    05  FILLER                      PIC X(03)      VALUE SPACES.
    05  ER-REASON                   PIC X(40).

WORKING-STORAGE SECTION.
01  WS-MTGTRAN-STATUS                PIC X(02)      VALUE '00'.
    88  WS-MTGTRAN-OK                               VALUE '00'.

01  WS-MTGMAST-STATUS                PIC X(02)      VALUE '00'.
    88  WS-MTGMAST-OK                               VALUE '00'.
    88  WS-MTGMAST-DUPLICATE-KEY                    VALUE '22'.
    88  WS-MTGMAST-NOT-FOUND                        VALUE '23'.

01  WS-CRSEMAST-STATUS               PIC X(02)      VALUE '00'.
    88  WS-CRSEMAST-OK                              VALUE '00'.
    88  WS-CRSEMAST-NOT-FOUND                       VALUE '23'.

01  WS-EXCEPTION-STATUS              PIC X(02)      VALUE '00'.

01  WS-EOF-SWITCH                    PIC X(01)      VALUE 'N'.
    88  WS-EOF-TRAN                                 VALUE 'Y'.

01  WS-REJECT-REASON                 PIC X(40)      VALUE SPACES.

01  WS-DAY-LETTERS                   PIC X(07)      VALUE 'MTWRFSU'.
01  FILLER REDEFINES WS-DAY-LETTERS.
    05  WS-DAY-LETTER               PIC X(01)  OCCURS 7 TIMES.

01  WS-DAY-SUB                       PIC 9(02) COMP  VALUE ZERO.

01  WS-DAYS-MET-CNT                  PIC 9(02) COMP  VALUE ZERO.

01  WS-COUNTERS.
    05  WS-TRANS-READ-CNT           PIC 9(07) COMP  VALUE ZERO.
    05  WS-TRANS-APPLIED-CNT        PIC 9(07) COMP  VALUE ZERO.
    05  WS-TRANS-REJECTED-CNT       PIC 9(07) COMP  VALUE ZERO.
    05  WS-ADD-CNT                  PIC 9(07) COMP  VALUE ZERO.
    05  WS-CHANGE-CNT               PIC 9(07) COMP  VALUE ZERO.
    05  WS-DELETE-CNT               PIC 9(07) COMP  VALUE ZERO.

PROCEDURE DIVISION.

*> ---------------------------------------------------------------
*> 0000-MAINLINE
*> ---------------------------------------------------------------
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT
    PERFORM 3000-APPLY-TRANSACTION THRU 3000-EXIT
        UNTIL WS-EOF-TRAN
    PERFORM 9000-TERMINATE THRU 9000-EXIT
    STOP RUN.

*> ---------------------------------------------------------------
*> 1000-INITIALIZE - open every file and take the priming read on
*> the transaction file.  The catalog is read-only here; without it
*> no add can be proven against a real section, so a missing
*> CRSEMAST stops the run with a pointer at CRSEUPD.
*> ---------------------------------------------------------------
1000-INITIALIZE.
    OPEN INPUT MTGTRAN
    PERFORM 1100-OPEN-MTGMAST THRU 1100-EXIT
    OPEN INPUT CRSEMAST
    IF NOT WS-CRSEMAST-OK
        DISPLAY 'MTGUPD - CRSEMAST OPEN FAILED, STATUS '
            WS-CRSEMAST-STATUS ' - RUN CRSEUPD TO BUILD THE CATALOG'
        SET WS-EOF-TRAN TO TRUE
    END-IF
    OPEN OUTPUT EXCEPTION-REPORT
    IF NOT WS-EOF-TRAN
        PERFORM 2000-READ-TRANSACTION THRU 2000-EXIT
    END-IF.
1000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1100-OPEN-MTGMAST - open for update; the very first load
*> creates the file, the same way CRSEUPD creates CRSEMAST.
*> ---------------------------------------------------------------
1100-OPEN-MTGMAST.
    OPEN I-O MTGMAST
    IF NOT WS-MTGMAST-OK
        OPEN OUTPUT MTGMAST
        IF WS-MTGMAST-OK
            CLOSE MTGMAST
            OPEN I-O MTGMAST
        END-IF
    END-IF
    IF NOT WS-MTGMAST-OK
        DISPLAY 'MTGUPD - MTGMAST OPEN FAILED, STATUS '
            WS-MTGMAST-STATUS
        SET WS-EOF-TRAN TO TRUE
    END-IF.
1100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2000-READ-TRANSACTION - read the next transaction, setting the
*> end-of-file switch when the file is exhausted.
*> ---------------------------------------------------------------
2000-READ-TRANSACTION.
    READ MTGTRAN
        AT END
            SET WS-EOF-TRAN TO TRUE
    END-READ.
    IF NOT WS-EOF-TRAN
        ADD 1 TO WS-TRANS-READ-CNT
    END-IF.
2000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3000-APPLY-TRANSACTION - dispatch the current transaction to the
*> add/change/delete handler, then read the next one.
*> ---------------------------------------------------------------
3000-APPLY-TRANSACTION.
    MOVE SPACES TO WS-REJECT-REASON
    EVALUATE TRUE
        WHEN MT-ACTION-ADD
            PERFORM 4000-APPLY-ADD THRU 4000-EXIT
        WHEN MT-ACTION-CHANGE
            PERFORM 5000-APPLY-CHANGE THRU 5000-EXIT
        WHEN MT-ACTION-DELETE
            PERFORM 6000-APPLY-DELETE THRU 6000-EXIT
        WHEN OTHER
            MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
            PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
    END-EVALUATE
    PERFORM 2000-READ-TRANSACTION THRU 2000-EXIT.
3000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4000-APPLY-ADD - the section must be on the catalog; a key
*> already on the meeting-pattern master is rejected.
*> ---------------------------------------------------------------
4000-APPLY-ADD.
    PERFORM 4500-EDIT-CARD-FIELDS THRU 4500-EXIT
    IF WS-REJECT-REASON NOT = SPACES
        PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
        GO TO 4000-EXIT
    END-IF
    MOVE MT-COURSE-CODE TO CM-COURSE-CODE
    MOVE MT-TERM        TO CM-TERM
    MOVE MT-SECTION     TO CM-SECTION
    READ CRSEMAST
        INVALID KEY
            MOVE 'ADD REJECTED - SECTION NOT ON COURSE CATALOG'
                TO WS-REJECT-REASON
            PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
            GO TO 4000-EXIT
    END-READ
    MOVE MT-COURSE-CODE TO MP-COURSE-CODE
    MOVE MT-TERM        TO MP-TERM
    MOVE MT-SECTION     TO MP-SECTION
    PERFORM 4600-MOVE-PATTERN THRU 4600-EXIT
    WRITE MEETING-PATTERN-RECORD
        INVALID KEY
            MOVE 'ADD REJECTED - PATTERN ALREADY ON FILE'
                TO WS-REJECT-REASON
            PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
        NOT INVALID KEY
            ADD 1 TO WS-ADD-CNT
            ADD 1 TO WS-TRANS-APPLIED-CNT
    END-WRITE.
4000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4500-EDIT-CARD-FIELDS - the edits an add and a change share: a
*> keyable section, positional meeting days, real HHMM times with
*> the start before the end, and a building and room.
*> ---------------------------------------------------------------
4500-EDIT-CARD-FIELDS.
    IF MT-COURSE-CODE = SPACES OR MT-TERM = SPACES
          OR MT-SECTION = SPACES
        MOVE 'COURSE, TERM OR SECTION BLANK' TO WS-REJECT-REASON
        GO TO 4500-EXIT
    END-IF
    MOVE ZERO TO WS-DAYS-MET-CNT
    PERFORM 4550-EDIT-ONE-DAY THRU 4550-EXIT
        VARYING WS-DAY-SUB FROM 1 BY 1
        UNTIL WS-DAY-SUB > 7
    IF WS-REJECT-REASON NOT = SPACES
        GO TO 4500-EXIT
    END-IF
    IF WS-DAYS-MET-CNT = ZERO
        MOVE 'MEETING DAYS BLANK' TO WS-REJECT-REASON
        GO TO 4500-EXIT
    END-IF
    IF MT-START-TIME NOT NUMERIC
          OR MT-START-HOUR > 23 OR MT-START-MINUTE > 59
        MOVE 'START TIME NOT A VALID HHMM' TO WS-REJECT-REASON
        GO TO 4500-EXIT
    END-IF
    IF MT-END-TIME NOT NUMERIC
          OR MT-END-HOUR > 23 OR MT-END-MINUTE > 59
        MOVE 'END TIME NOT A VALID HHMM' TO WS-REJECT-REASON
        GO TO 4500-EXIT
    END-IF
    IF MT-START-TIME NOT < MT-END-TIME
        MOVE 'START TIME NOT BEFORE END TIME' TO WS-REJECT-REASON
        GO TO 4500-EXIT
    END-IF
    IF MT-BUILDING = SPACES OR MT-ROOM = SPACES
        MOVE 'BUILDING OR ROOM BLANK' TO WS-REJECT-REASON
    END-IF.
4500-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4550-EDIT-ONE-DAY - each day position holds its own weekday
*> letter or a space; anything else means the days were keyed out
*> of position.
*> ---------------------------------------------------------------
4550-EDIT-ONE-DAY.
    IF MT-DAY-FLAG (WS-DAY-SUB) = SPACE
        GO TO 4550-EXIT
    END-IF
    IF MT-DAY-FLAG (WS-DAY-SUB) = WS-DAY-LETTER (WS-DAY-SUB)
        ADD 1 TO WS-DAYS-MET-CNT
    ELSE
        MOVE 'MEETING DAYS NOT KEYED MTWRFSU'
            TO WS-REJECT-REASON
    END-IF.
4550-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4600-MOVE-PATTERN - carry the card's pattern onto the master
*> record; the room key repeats the term from the section key.
*> ---------------------------------------------------------------
4600-MOVE-PATTERN.
    MOVE MT-MEETING-DAYS TO MP-MEETING-DAYS
    MOVE MT-START-TIME   TO MP-START-TIME
    MOVE MT-END-TIME     TO MP-END-TIME
    MOVE MT-TERM         TO MP-ROOM-TERM
    MOVE MT-BUILDING     TO MP-BUILDING
    MOVE MT-ROOM         TO MP-ROOM.
4600-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5000-APPLY-CHANGE - days, times, building and room are replaced
*> together on an existing pattern.
*> ---------------------------------------------------------------
5000-APPLY-CHANGE.
    PERFORM 4500-EDIT-CARD-FIELDS THRU 4500-EXIT
    IF WS-REJECT-REASON NOT = SPACES
        PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
        GO TO 5000-EXIT
    END-IF
    MOVE MT-COURSE-CODE TO MP-COURSE-CODE
    MOVE MT-TERM        TO MP-TERM
    MOVE MT-SECTION     TO MP-SECTION
    READ MTGMAST
        INVALID KEY
            MOVE 'CHANGE REJECTED - PATTERN NOT ON FILE'
                TO WS-REJECT-REASON
            PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
    END-READ.
    IF WS-MTGMAST-OK
        PERFORM 4600-MOVE-PATTERN THRU 4600-EXIT
        REWRITE MEETING-PATTERN-RECORD
        ADD 1 TO WS-CHANGE-CNT
        ADD 1 TO WS-TRANS-APPLIED-CNT
    END-IF.
5000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 6000-APPLY-DELETE - the pattern must be on file.  Deleting it
*> leaves the section "to be arranged".
*> ---------------------------------------------------------------
6000-APPLY-DELETE.
    MOVE MT-COURSE-CODE TO MP-COURSE-CODE
    MOVE MT-TERM        TO MP-TERM
    MOVE MT-SECTION     TO MP-SECTION
    READ MTGMAST
        INVALID KEY
            MOVE 'DELETE REJECTED - PATTERN NOT ON FILE'
                TO WS-REJECT-REASON
            PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
    END-READ.
    IF WS-MTGMAST-OK
        DELETE MTGMAST
        ADD 1 TO WS-DELETE-CNT
        ADD 1 TO WS-TRANS-APPLIED-CNT
    END-IF.
6000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 7000-WRITE-EXCEPTION - one line per rejected transaction.
*> ---------------------------------------------------------------
7000-WRITE-EXCEPTION.
    MOVE MT-ACTION-CODE   TO ER-ACTION-CODE
    MOVE MT-COURSE-CODE   TO ER-COURSE-CODE
    MOVE MT-TERM          TO ER-TERM
    MOVE MT-SECTION       TO ER-SECTION
    MOVE WS-REJECT-REASON TO ER-REASON
    WRITE EXCEPTION-REPORT-LINE
    ADD 1 TO WS-TRANS-REJECTED-CNT.
7000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 9000-TERMINATE - control totals to sysout, close every file.
*> ---------------------------------------------------------------
9000-TERMINATE.
    DISPLAY 'MTGUPD TRANSACTIONS READ    : ' WS-TRANS-READ-CNT
    DISPLAY 'MTGUPD TRANSACTIONS APPLIED : ' WS-TRANS-APPLIED-CNT
    DISPLAY 'MTGUPD TRANSACTIONS REJECTED: ' WS-TRANS-REJECTED-CNT
    DISPLAY 'MTGUPD ADDS    : ' WS-ADD-CNT
    DISPLAY 'MTGUPD CHANGES : ' WS-CHANGE-CNT
    DISPLAY 'MTGUPD DELETES : ' WS-DELETE-CNT
    CLOSE MTGTRAN
    CLOSE MTGMAST
    CLOSE CRSEMAST
    CLOSE EXCEPTION-REPORT.
9000-EXIT.
    EXIT.
