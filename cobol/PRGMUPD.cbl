IDENTIFICATION DIVISION.
PROGRAM-ID.     PRGMUPD.
AUTHOR.         R GUPTA.
INSTALLATION.   REGISTRAR SYSTEMS.
DATE-WRITTEN.   2026-10-06.
DATE-COMPILED.

*> -------------------------------------------------------------------
*> PRGMUPD maintains the PRGMMAST program requirements master, in
*> the CRSEUPD mold: a batch of ADD/CHANGE/DELETE transactions
*> from PRGMTRAN, applied with keyed I-O, rejects to an exception
*> report.  This is the program that brings the requirements
*> master into existence - the very first run creates the file -
*> and the only one that writes it; DEGAUDIT reads it to audit
*> each student against their program of study.
*>
*> A program is one total-credits record, any number of required
*> course records, and any number of elective block records (see
*> PRGMCPY).  A change replaces the description, minimum grade,
*> credit hours and elective prefix; the fields a requirement type
*> does not use are carried blank or zero so a stray value on the
*> card can never be mistaken for a rule.
*>
*> Modification History
*>   2026-10-06  RG   Original.
*> -------------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PRGMTRAN
        ASSIGN TO PRGMTRAN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRGMTRAN-STATUS.

    SELECT PRGMMAST
        ASSIGN TO PRGMMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RQ-REQUIREMENT-KEY
        FILE STATUS IS WS-PRGMMAST-STATUS.

    SELECT EXCEPTION-REPORT
        ASSIGN TO PRGMEXCP
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXCEPTION-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PRGMTRAN
    LABEL RECORDS ARE STANDARD.
COPY PRGTCPY.

FD  PRGMMAST
    LABEL RECORDS ARE STANDARD.
COPY PRGMCPY.

FD  EXCEPTION-REPORT
    LABEL RECORDS ARE STANDARD.
01  EXCEPTION-REPORT-LINE.
    05  ER-ACTION-CODE              PIC X(01).
    05  FILLER                      PIC X(03)      VALUE SPACES.
    05  ER-PROGRAM-CODE             PIC X(05).
    05  FILLER                      PIC X(01)      VALUE SPACES.
    05  ER-REQUIREMENT-TYPE         PIC X(01).
    05  FILLER                      PIC X(01)      VALUE SPACES.
    05  ER-REQUIREMENT-ID           PIC X(08).
    05  FILLER                      PIC X(03)      VALUE SPACES.
    05  ER-REASON                   PIC X(40).

WORKING-STORAGE SECTION.
01  WS-PRGMTRAN-STATUS               PIC X(02)      VALUE '00'.
    88  WS-PRGMTRAN-OK                              VALUE '00'.

01  WS-PRGMMAST-STATUS               PIC X(02)      VALUE '00'.
    88  WS-PRGMMAST-OK                              VALUE '00'.
    88  WS-PRGMMAST-DUPLICATE-KEY                   VALUE '22'.
    88  WS-PRGMMAST-NOT-FOUND                       VALUE '23'.

01  WS-EXCEPTION-STATUS              PIC X(02)      VALUE '00'.

01  WS-EOF-SWITCH                    PIC X(01)      VALUE 'N'.
    88  WS-EOF-TRAN                                 VALUE 'Y'.

01  WS-REJECT-REASON                 PIC X(40)      VALUE SPACES.

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
*> the transaction file.
*> ---------------------------------------------------------------
1000-INITIALIZE.
    OPEN INPUT PRGMTRAN
    PERFORM 1100-OPEN-PRGMMAST THRU 1100-EXIT
    OPEN OUTPUT EXCEPTION-REPORT
    IF NOT WS-EOF-TRAN
        PERFORM 2000-READ-TRANSACTION THRU 2000-EXIT
    END-IF.
1000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1100-OPEN-PRGMMAST - open for update; the very first load
*> creates the file, the same way CRSEUPD creates CRSEMAST.
*> ---------------------------------------------------------------
1100-OPEN-PRGMMAST.
    OPEN I-O PRGMMAST
    IF NOT WS-PRGMMAST-OK
        OPEN OUTPUT PRGMMAST
        IF WS-PRGMMAST-OK
            CLOSE PRGMMAST
            OPEN I-O PRGMMAST
        END-IF
    END-IF
    IF NOT WS-PRGMMAST-OK
        DISPLAY 'PRGMUPD - PRGMMAST OPEN FAILED, STATUS '
            WS-PRGMMAST-STATUS
        SET WS-EOF-TRAN TO TRUE
    END-IF.
1100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2000-READ-TRANSACTION - read the next transaction, setting the
*> end-of-file switch when the file is exhausted.
*> ---------------------------------------------------------------
2000-READ-TRANSACTION.
    READ PRGMTRAN
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
        WHEN RT-ACTION-ADD
            PERFORM 4000-APPLY-ADD THRU 4000-EXIT
        WHEN RT-ACTION-CHANGE
            PERFORM 5000-APPLY-CHANGE THRU 5000-EXIT
        WHEN RT-ACTION-DELETE
            PERFORM 6000-APPLY-DELETE THRU 6000-EXIT
        WHEN OTHER
            MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
            PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
    END-EVALUATE
    PERFORM 2000-READ-TRANSACTION THRU 2000-EXIT.
3000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4000-APPLY-ADD - a requirement already on the master for the
*> program is rejected.
*> ---------------------------------------------------------------
4000-APPLY-ADD.
    PERFORM 4400-EDIT-CARD-KEY THRU 4400-EXIT
    IF WS-REJECT-REASON = SPACES
        PERFORM 4500-EDIT-CARD-FIELDS THRU 4500-EXIT
    END-IF
    IF WS-REJECT-REASON NOT = SPACES
        PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
        GO TO 4000-EXIT
    END-IF
    MOVE SPACES              TO PROGRAM-REQUIREMENT-RECORD
    MOVE RT-PROGRAM-CODE     TO RQ-PROGRAM-CODE
    MOVE RT-REQUIREMENT-TYPE TO RQ-REQUIREMENT-TYPE
    MOVE RT-REQUIREMENT-ID   TO RQ-REQUIREMENT-ID
    PERFORM 4600-MOVE-CARD-FIELDS THRU 4600-EXIT
    WRITE PROGRAM-REQUIREMENT-RECORD
        INVALID KEY
            MOVE 'ADD REJECTED - REQUIREMENT ALREADY ON MASTER'
                TO WS-REJECT-REASON
            PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
        NOT INVALID KEY
            ADD 1 TO WS-ADD-CNT
            ADD 1 TO WS-TRANS-APPLIED-CNT
    END-WRITE.
4000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4400-EDIT-CARD-KEY - the key edits every action shares: a
*> program code, a known requirement type, and a requirement id
*> that is blank on the total record and present on the others.
*> ---------------------------------------------------------------
4400-EDIT-CARD-KEY.
    IF RT-PROGRAM-CODE = SPACES
        MOVE 'PROGRAM CODE BLANK' TO WS-REJECT-REASON
        GO TO 4400-EXIT
    END-IF
    IF NOT RT-TYPE-TOTAL AND NOT RT-TYPE-REQUIRED
          AND NOT RT-TYPE-ELECTIVE
        MOVE 'REQUIREMENT TYPE NOT T, R OR E'
            TO WS-REJECT-REASON
        GO TO 4400-EXIT
    END-IF
    IF RT-TYPE-TOTAL AND RT-REQUIREMENT-ID NOT = SPACES
        MOVE 'TOTAL RECORD CARRIES NO REQUIREMENT ID'
            TO WS-REJECT-REASON
        GO TO 4400-EXIT
    END-IF
    IF NOT RT-TYPE-TOTAL AND RT-REQUIREMENT-ID = SPACES
        MOVE 'REQUIREMENT ID BLANK' TO WS-REJECT-REASON
    END-IF.
4400-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4500-EDIT-CARD-FIELDS - the edits an add and a change share,
*> by requirement type: a total needs its credit hours, a required
*> course a minimum grade in the A-D passing set, and an elective
*> block both its credit hours and a course prefix to fill from.
*> ---------------------------------------------------------------
4500-EDIT-CARD-FIELDS.
    IF RT-TYPE-REQUIRED
        IF RT-MINIMUM-GRADE NOT = 'A' AND RT-MINIMUM-GRADE NOT = 'B'
              AND RT-MINIMUM-GRADE NOT = 'C'
              AND RT-MINIMUM-GRADE NOT = 'D'
            MOVE 'MINIMUM GRADE NOT A, B, C OR D'
                TO WS-REJECT-REASON
        END-IF
        GO TO 4500-EXIT
    END-IF
    IF RT-CREDIT-HOURS NOT NUMERIC OR RT-CREDIT-HOURS = ZEROS
        MOVE 'CREDIT HOURS NOT NUMERIC OR ZERO'
            TO WS-REJECT-REASON
        GO TO 4500-EXIT
    END-IF
    IF RT-TYPE-ELECTIVE AND RT-ELECTIVE-PREFIX = SPACES
        MOVE 'ELECTIVE COURSE PREFIX BLANK' TO WS-REJECT-REASON
    END-IF.
4500-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4600-MOVE-CARD-FIELDS - only the fields the requirement type
*> uses are taken off the card.
*> ---------------------------------------------------------------
4600-MOVE-CARD-FIELDS.
    MOVE RT-DESCRIPTION TO RQ-DESCRIPTION
    MOVE SPACE          TO RQ-MINIMUM-GRADE
    MOVE ZERO           TO RQ-CREDIT-HOURS
    MOVE SPACES         TO RQ-ELECTIVE-PREFIX
    EVALUATE TRUE
        WHEN RT-TYPE-TOTAL
            MOVE RT-CREDIT-HOURS    TO RQ-CREDIT-HOURS
        WHEN RT-TYPE-REQUIRED
            MOVE RT-MINIMUM-GRADE   TO RQ-MINIMUM-GRADE
        WHEN RT-TYPE-ELECTIVE
            MOVE RT-CREDIT-HOURS    TO RQ-CREDIT-HOURS
            MOVE RT-ELECTIVE-PREFIX TO RQ-ELECTIVE-PREFIX
    END-EVALUATE.
4600-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5000-APPLY-CHANGE - the requirement must already be on the
*> master.
*> ---------------------------------------------------------------
5000-APPLY-CHANGE.
    PERFORM 4400-EDIT-CARD-KEY THRU 4400-EXIT
    IF WS-REJECT-REASON = SPACES
        PERFORM 4500-EDIT-CARD-FIELDS THRU 4500-EXIT
    END-IF
    IF WS-REJECT-REASON NOT = SPACES
        PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
        GO TO 5000-EXIT
    END-IF
    MOVE RT-PROGRAM-CODE     TO RQ-PROGRAM-CODE
    MOVE RT-REQUIREMENT-TYPE TO RQ-REQUIREMENT-TYPE
    MOVE RT-REQUIREMENT-ID   TO RQ-REQUIREMENT-ID
    READ PRGMMAST
        INVALID KEY
            MOVE 'CHANGE REJECTED - REQUIREMENT NOT ON MASTER'
                TO WS-REJECT-REASON
            PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
    END-READ.
    IF WS-PRGMMAST-OK
        PERFORM 4600-MOVE-CARD-FIELDS THRU 4600-EXIT
        REWRITE PROGRAM-REQUIREMENT-RECORD
        ADD 1 TO WS-CHANGE-CNT
        ADD 1 TO WS-TRANS-APPLIED-CNT
    END-IF.
5000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 6000-APPLY-DELETE - reject if the requirement is not on the
*> master.
*> ---------------------------------------------------------------
6000-APPLY-DELETE.
    PERFORM 4400-EDIT-CARD-KEY THRU 4400-EXIT
    IF WS-REJECT-REASON NOT = SPACES
        PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
        GO TO 6000-EXIT
    END-IF
    MOVE RT-PROGRAM-CODE     TO RQ-PROGRAM-CODE
    MOVE RT-REQUIREMENT-TYPE TO RQ-REQUIREMENT-TYPE
    MOVE RT-REQUIREMENT-ID   TO RQ-REQUIREMENT-ID
    READ PRGMMAST
        INVALID KEY
            MOVE 'DELETE REJECTED - REQUIREMENT NOT ON MASTER'
                TO WS-REJECT-REASON
            PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
    END-READ.
    IF WS-PRGMMAST-OK
        DELETE PRGMMAST
        ADD 1 TO WS-DELETE-CNT
        ADD 1 TO WS-TRANS-APPLIED-CNT
    END-IF.
6000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 7000-WRITE-EXCEPTION - one line per rejected transaction.
*> ---------------------------------------------------------------
7000-WRITE-EXCEPTION.
    MOVE RT-ACTION-CODE      TO ER-ACTION-CODE
    MOVE RT-PROGRAM-CODE     TO ER-PROGRAM-CODE
    MOVE RT-REQUIREMENT-TYPE TO ER-REQUIREMENT-TYPE
    MOVE RT-REQUIREMENT-ID   TO ER-REQUIREMENT-ID
    MOVE WS-REJECT-REASON    TO ER-REASON
    WRITE EXCEPTION-REPORT-LINE
    ADD 1 TO WS-TRANS-REJECTED-CNT.
7000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 9000-TERMINATE - control totals to sysout, close every file.
*> ---------------------------------------------------------------
9000-TERMINATE.
    DISPLAY 'PRGMUPD TRANSACTIONS READ    : ' WS-TRANS-READ-CNT
    DISPLAY 'PRGMUPD TRANSACTIONS APPLIED : ' WS-TRANS-APPLIED-CNT
    DISPLAY 'PRGMUPD TRANSACTIONS REJECTED: ' WS-TRANS-REJECTED-CNT
    DISPLAY 'PRGMUPD ADDS    : ' WS-ADD-CNT
    DISPLAY 'PRGMUPD CHANGES : ' WS-CHANGE-CNT
    DISPLAY 'PRGMUPD DELETES : ' WS-DELETE-CNT
    CLOSE PRGMTRAN
    CLOSE PRGMMAST
    CLOSE EXCEPTION-REPORT.
9000-EXIT.
    EXIT.
