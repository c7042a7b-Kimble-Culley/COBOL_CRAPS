IDENTIFICATION DIVISION.
PROGRAM-ID. MARKER-COLLECT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TERMS-FILE ASSIGN TO "CRAPS-MKRTERM.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS TERMS-STATUS.

    SELECT MARKER-FILE ASSIGN TO "CRAPS-MARKERS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS MARKER-STATUS.

    SELECT MARKER-TEMP-FILE ASSIGN TO "CRAPS-MARKERS.TMP"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS MARKER-TEMP-STATUS.

    SELECT CREDIT-FILE ASSIGN TO "CRAPS-CREDIT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CREDIT-STATUS.

    SELECT CREDIT-TEMP-FILE ASSIGN TO "CRAPS-CREDIT.TMP"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CREDIT-TEMP-STATUS.

    SELECT RETURN-FILE ASSIGN TO "CRAPS-BANKRTN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS RETURN-STATUS.

    SELECT DEPOSIT-FILE ASSIGN TO DYNAMIC WS-DEPOSIT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS DEPOSIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD TERMS-FILE.
01 TERMS-RECORD.
    02 TRM-TERM-DAYS    PIC 9(3).
    02 TRM-LETTER-DAYS  PIC 9(3).
    02 TRM-CLEAR-DAYS   PIC 9(3).

FD MARKER-FILE.
01 MARKER-RECORD.
    02 MKR-NUMBER       PIC 9(5).
    02 MKR-DATE         PIC X(8).
    02 MKR-ACCOUNT      PIC 9(5).
    02 MKR-NAME         PIC X(20).
    02 MKR-TABLE        PIC 9(1).
    02 MKR-AMOUNT       PIC 9(5)V99.
    02 MKR-REPAID       PIC 9(5)V99.
    02 MKR-STATUS       PIC X(1).
    02 MKR-DUE-DATE     PIC X(8).
    02 MKR-DEPOSIT-DATE PIC X(8).
    02 MKR-RETURN-DATE  PIC X(8).

FD MARKER-TEMP-FILE.
01 MARKER-TEMP-RECORD   PIC X(78).

FD CREDIT-FILE.
01 CREDIT-RECORD.
    02 CRD-ACCOUNT      PIC 9(5).
    02 CRD-LIMIT        PIC 9(7)V99.
    02 CRD-HOLD         PIC X(1).
    02 CRD-HOLD-DATE    PIC X(8).

FD CREDIT-TEMP-FILE.
01 CREDIT-TEMP-RECORD   PIC X(23).

*> What the bank sends back: one row per marker it would not pay.
FD RETURN-FILE.
01 RETURN-RECORD.
    02 RTN-MKR-NUMBER   PIC 9(5).
    02 RTN-DATE         PIC X(8).
    02 RTN-AMOUNT       PIC 9(5)V99.
    02 RTN-REASON       PIC X(20).

*> The deposit batch for the bank: one detail per marker presented
*> on the gaming day, then a trailer carrying the count and total.
FD DEPOSIT-FILE.
01 DEPOSIT-DETAIL.
    02 DEP-TYPE         PIC X(1).
    02 DEP-DATE         PIC X(8).
    02 DEP-MKR-NUMBER   PIC 9(5).
    02 DEP-MKR-DATE     PIC X(8).
    02 DEP-ACCOUNT      PIC 9(5).
    02 DEP-NAME         PIC X(20).
    02 DEP-AMOUNT       PIC 9(5)V99.
01 DEPOSIT-TRAILER.
    02 DPT-TYPE         PIC X(1).
    02 DPT-DATE         PIC X(8).
    02 DPT-COUNT        PIC 9(5).
    02 DPT-TOTAL        PIC 9(9)V99.

WORKING-STORAGE SECTION.
01 TERMS-STATUS         PIC X(2).
01 MARKER-STATUS        PIC X(2).
01 MARKER-TEMP-STATUS   PIC X(2).
01 CREDIT-STATUS        PIC X(2).
01 CREDIT-TEMP-STATUS   PIC X(2).
01 RETURN-STATUS        PIC X(2).
01 DEPOSIT-STATUS       PIC X(2).
01 WS-OPS-PROGRAM       PIC X(18) VALUE "MARKER-COLLECT".
01 WS-OPS-SEVERITY      PIC X(1).
01 WS-OPS-TEXT          PIC X(60).
01 WS-RUN-RC            PIC 9(1) VALUE 0.
01 WS-MKR-TMP-NAME      PIC X(17) VALUE "CRAPS-MARKERS.TMP".
01 WS-MKR-FINAL-NAME    PIC X(17) VALUE "CRAPS-MARKERS.DAT".
01 WS-CRD-TMP-NAME      PIC X(16) VALUE "CRAPS-CREDIT.TMP".
01 WS-CRD-FINAL-NAME    PIC X(16) VALUE "CRAPS-CREDIT.DAT".
01 WS-RTN-LIVE-NAME     PIC X(17) VALUE "CRAPS-BANKRTN.DAT".
01 WS-RTN-DONE-NAME     PIC X(27).
01 WS-DEPOSIT-NAME      PIC X(30).
01 WS-CLOCK-DATE        PIC X(8).
01 WS-CLOCK-TIME        PIC X(8).
01 WS-GD-SHIFT          PIC X(1).
01 WS-GD-SHIFT-NO       PIC 9(1).
01 WS-TODAY             PIC X(8).
01 WS-TODAY-N           PIC 9(8).
01 WS-TODAY-INT         PIC 9(8).
01 WS-DATE-N            PIC 9(8).
01 WS-DATE-INT          PIC 9(8).
01 WS-LETTER-THRU       PIC X(8).
*> Repayment terms: days from issue to deposit (default 30), and
*> how many days ahead of the due date a reminder letter goes out
*> (default 7), and how many days after deposit paper the bank has
*> not sent back is taken as cleared (default 10).
01 WS-TERM-DAYS         PIC 9(3) VALUE 30.
01 WS-LETTER-DAYS       PIC 9(3) VALUE 7.
01 WS-CLEAR-DAYS        PIC 9(3) VALUE 10.
01 WS-CLEAR-THRU        PIC X(8).
01 WS-CREDIT-OK         PIC X(1) VALUE 'N'.
01 WS-RETURNED-TONIGHT  PIC X(1).
01 WS-CLEARED-COUNT     PIC 9(5) VALUE 0.
01 WS-REOPEN-COUNT      PIC 9(5) VALUE 0.
01 WS-HELD-IDX          PIC 9(4).
01 WS-HELD-COUNT        PIC 9(4) VALUE 0.
01 WS-HAVE-MARKERS      PIC X(1) VALUE 'N'.
01 WS-HAVE-RETURNS      PIC X(1) VALUE 'N'.
01 WS-MARKERS-OK        PIC X(1) VALUE 'N'.
01 WS-DUE               PIC 9(5)V99.
01 WS-DUE-COUNT         PIC 9(5) VALUE 0.
01 WS-DEP-COUNT         PIC 9(5) VALUE 0.
01 WS-DEP-TOTAL         PIC 9(9)V99 VALUE 0.
01 WS-NEW-DEPOSITS      PIC 9(5) VALUE 0.
01 WS-LETTER-COUNT      PIC 9(5) VALUE 0.
01 WS-EXCEPTIONS        PIC 9(5) VALUE 0.
01 WS-FOUND             PIC X(1).
01 WS-RTN-IDX           PIC 9(4).
01 WS-RTN-COUNT         PIC 9(4) VALUE 0.
01 WS-HOLD-IDX          PIC 9(4).
01 WS-HOLD-COUNT        PIC 9(4) VALUE 0.
01 WS-HOLDS-PLACED      PIC 9(4) VALUE 0.
01 WS-MONEY-DISP        PIC $$$,$$9.99.
01 WS-MONEY-DISP2       PIC $$$,$$9.99.
01 WS-TOTAL-DISP        PIC $$$,$$$,$$9.99.
01 WS-LETTER-TYPE       PIC X(8).
*> Every return on the bank file, and what became of it: N the
*> marker was flipped to returned, A it had already been flipped on
*> an earlier run, X no deposited marker answers to the number.
01 WS-RETURN-TABLE.
    02 WS-RTN-ROW OCCURS 500 TIMES.
        03 WS-RT-NUMBER     PIC 9(5).
        03 WS-RT-DATE       PIC X(8).
        03 WS-RT-AMOUNT     PIC 9(5)V99.
        03 WS-RT-REASON     PIC X(20).
        03 WS-RT-RESULT     PIC X(1).
        03 WS-RT-ACCOUNT    PIC 9(5).
        03 WS-RT-NAME       PIC X(20).
        03 WS-RT-DUE        PIC 9(5)V99.
*> Accounts whose credit line goes on hold tonight.
01 WS-HOLD-TABLE.
    02 WS-HOLD-ACCOUNT OCCURS 500 TIMES PIC 9(5).
*> Accounts whose credit line is already on hold coming into the run.
01 WS-HELD-TABLE.
    02 WS-HELD-ACCOUNT OCCURS 500 TIMES PIC 9(5).

PROCEDURE DIVISION.
MAIN-PROGRAM.
    *> Nightly marker collection. Every marker gets a due date the
    *> repayment term after it was issued; open paper that reaches
    *> its due date unpaid goes out in the day's deposit batch
    *> (CRAPS-DEPOSIT.D<gaming day>.DAT) and is marked deposited (D).
    *> Markers the bank sends back on CRAPS-BANKRTN.DAT are marked
    *> returned (N) and the player's credit line is put on hold, so
    *> the table refuses further markers until the cage clears it in
    *> MARKER-REPORT. Deposited paper the bank has not sent back
    *> within the clearing days has been paid and is marked repaid
    *> (R); returned paper whose hold the cage has since cleared is
    *> open (O) again on a fresh term, to be collected or deposited
    *> anew. The run ends with the collection-letter listing
    *> and the returned-marker exception report. Return code 4 when
    *> anything came back from the bank, 8 when a file could not be
    *> read or replaced.
    MOVE 0 TO WS-RUN-RC.
    ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-CLOCK-TIME FROM TIME.
    CALL "GAMING-DAY" USING WS-CLOCK-DATE WS-CLOCK-TIME WS-TODAY
        WS-GD-SHIFT WS-GD-SHIFT-NO.
    MOVE WS-TODAY TO WS-TODAY-N.
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-N).
    PERFORM LOAD-TERMS.
    COMPUTE WS-DATE-INT = WS-TODAY-INT + WS-LETTER-DAYS.
    MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-DATE-N.
    MOVE WS-DATE-N TO WS-LETTER-THRU.
    COMPUTE WS-DATE-INT = WS-TODAY-INT - WS-CLEAR-DAYS.
    MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-DATE-N.
    MOVE WS-DATE-N TO WS-CLEAR-THRU.
    DISPLAY "===== MARKER COLLECTION (" WS-TODAY ") =====".
    PERFORM LOAD-RETURNS.
    PERFORM LOAD-HELD-LINES.
    PERFORM COLLECT-MARKERS.
    IF WS-MARKERS-OK NOT = 'Y'
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE "marker file not updated; collection run stopped"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        MOVE 8 TO WS-RUN-RC
        MOVE WS-RUN-RC TO RETURN-CODE
        GOBACK
    END-IF.
    IF WS-HOLD-COUNT > 0
        PERFORM PLACE-CREDIT-HOLDS
        IF WS-RUN-RC >= 8
            MOVE 'E' TO WS-OPS-SEVERITY
            MOVE "credit holds not placed for returned markers"
                TO WS-OPS-TEXT
            PERFORM WRITE-OPS-LOG
            MOVE WS-RUN-RC TO RETURN-CODE
            GOBACK
        END-IF
    END-IF.
    IF WS-HAVE-RETURNS = 'Y'
        PERFORM FILE-THE-RETURNS
    END-IF.
    DISPLAY "Markers given a due date: " WS-DUE-COUNT.
    DISPLAY "Deposits cleared (repaid): " WS-CLEARED-COUNT.
    DISPLAY "Returned paper reopened:  " WS-REOPEN-COUNT.
    MOVE WS-DEP-TOTAL TO WS-TOTAL-DISP.
    DISPLAY "Deposited today:          " WS-DEP-COUNT "  total "
        WS-TOTAL-DISP "  (" WS-NEW-DEPOSITS " new this run)".
    IF WS-DEP-COUNT > 0
        DISPLAY "Deposit batch:            " WS-DEPOSIT-NAME
    END-IF.
    PERFORM PRINT-LETTER-LISTING.
    PERFORM PRINT-RETURN-EXCEPTIONS.
    IF WS-RTN-COUNT > 0 AND WS-RUN-RC < 4
        MOVE 4 TO WS-RUN-RC
    END-IF.
    MOVE WS-RUN-RC TO RETURN-CODE.
    GOBACK.

LOAD-TERMS.
    OPEN INPUT TERMS-FILE.
    IF TERMS-STATUS = "00"
        READ TERMS-FILE
            AT END MOVE "10" TO TERMS-STATUS
        END-READ
        IF TERMS-STATUS = "00"
            IF TRM-TERM-DAYS IS NUMERIC AND TRM-TERM-DAYS > 0
                MOVE TRM-TERM-DAYS TO WS-TERM-DAYS
            END-IF
            IF TRM-LETTER-DAYS IS NUMERIC
                MOVE TRM-LETTER-DAYS TO WS-LETTER-DAYS
            END-IF
            IF TRM-CLEAR-DAYS IS NUMERIC AND TRM-CLEAR-DAYS > 0
                MOVE TRM-CLEAR-DAYS TO WS-CLEAR-DAYS
            END-IF
        END-IF
        CLOSE TERMS-FILE
    ELSE
        CONTINUE
    END-IF.

LOAD-RETURNS.
    *> No return file means the bank sent nothing back.
    OPEN INPUT RETURN-FILE.
    IF RETURN-STATUS = "00"
        MOVE 'Y' TO WS-HAVE-RETURNS
        PERFORM UNTIL RETURN-STATUS = "10"
            READ RETURN-FILE
                AT END MOVE "10" TO RETURN-STATUS
            END-READ
            IF RETURN-STATUS = "00"
                IF WS-RTN-COUNT < 500
                    ADD 1 TO WS-RTN-COUNT
                    MOVE RTN-MKR-NUMBER TO WS-RT-NUMBER(WS-RTN-COUNT)
                    MOVE RTN-DATE TO WS-RT-DATE(WS-RTN-COUNT)
                    MOVE RTN-AMOUNT TO WS-RT-AMOUNT(WS-RTN-COUNT)
                    MOVE RTN-REASON TO WS-RT-REASON(WS-RTN-COUNT)
                    MOVE 'X' TO WS-RT-RESULT(WS-RTN-COUNT)
                    MOVE 0 TO WS-RT-ACCOUNT(WS-RTN-COUNT)
                    MOVE SPACES TO WS-RT-NAME(WS-RTN-COUNT)
                    MOVE 0 TO WS-RT-DUE(WS-RTN-COUNT)
                ELSE
                    DISPLAY "More than 500 returns on the bank file;"
                        " the rest wait for the next run."
                    MOVE 'W' TO WS-OPS-SEVERITY
                    MOVE "over 500 bank returns; rest left for next run"
                        TO WS-OPS-TEXT
                    PERFORM WRITE-OPS-LOG
                    MOVE "10" TO RETURN-STATUS
                END-IF
            END-IF
        END-PERFORM
        CLOSE RETURN-FILE
    ELSE
        CONTINUE
    END-IF.

LOAD-HELD-LINES.
    *> Returned paper is only reopened once the cage has lifted the
    *> hold on its line, so a credit file that can't be read leaves
    *> every returned marker as it is.
    OPEN INPUT CREDIT-FILE.
    EVALUATE CREDIT-STATUS
        WHEN "00"
            MOVE 'Y' TO WS-CREDIT-OK
            PERFORM UNTIL CREDIT-STATUS = "10"
                READ CREDIT-FILE
                    AT END MOVE "10" TO CREDIT-STATUS
                END-READ
                IF CREDIT-STATUS = "00" AND CRD-HOLD = 'Y'
                    IF WS-HELD-COUNT < 500
                        ADD 1 TO WS-HELD-COUNT
                        MOVE CRD-ACCOUNT
                            TO WS-HELD-ACCOUNT(WS-HELD-COUNT)
                    ELSE
                        MOVE 'N' TO WS-CREDIT-OK
                    END-IF
                END-IF
            END-PERFORM
            CLOSE CREDIT-FILE
        WHEN "35"
            MOVE 'Y' TO WS-CREDIT-OK
        WHEN OTHER
            DISPLAY "Cannot read the credit file (FILE STATUS "
                CREDIT-STATUS "); returned markers stay returned."
    END-EVALUATE.

COLLECT-MARKERS.
    *> One pass over the paper, rewritten through a temp file and a
    *> verified rename, the SCORE-RECORDS way. The deposit batch is
    *> every marker deposited on this gaming day, so a rerun of the
    *> night rebuilds the same batch rather than losing or doubling
    *> any of it.
    MOVE SPACES TO WS-DEPOSIT-NAME.
    STRING "CRAPS-DEPOSIT.D" WS-TODAY ".DAT"
        DELIMITED BY SIZE INTO WS-DEPOSIT-NAME.
    OPEN INPUT MARKER-FILE.
    EVALUATE MARKER-STATUS
        WHEN "00"
            MOVE 'Y' TO WS-HAVE-MARKERS
        WHEN "35"
            DISPLAY "No marker paper on file."
            MOVE 'Y' TO WS-MARKERS-OK
            EXIT PARAGRAPH
        WHEN OTHER
            DISPLAY "Cannot read the marker file (FILE STATUS "
                MARKER-STATUS ")."
            EXIT PARAGRAPH
    END-EVALUATE.
    OPEN OUTPUT MARKER-TEMP-FILE.
    OPEN OUTPUT DEPOSIT-FILE.
    IF DEPOSIT-STATUS NOT = "00"
        DISPLAY "Cannot create the deposit batch " WS-DEPOSIT-NAME
            " (FILE STATUS " DEPOSIT-STATUS ")."
        CLOSE MARKER-FILE
        CLOSE MARKER-TEMP-FILE
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL MARKER-STATUS = "10"
        READ MARKER-FILE
            AT END MOVE "10" TO MARKER-STATUS
        END-READ
        IF MARKER-STATUS = "00"
            PERFORM WORK-ONE-MARKER
            WRITE MARKER-TEMP-RECORD FROM MARKER-RECORD
        END-IF
    END-PERFORM.
    MOVE 'T' TO DPT-TYPE.
    MOVE WS-TODAY TO DPT-DATE.
    MOVE WS-DEP-COUNT TO DPT-COUNT.
    MOVE WS-DEP-TOTAL TO DPT-TOTAL.
    WRITE DEPOSIT-TRAILER.
    CLOSE MARKER-FILE.
    CLOSE DEPOSIT-FILE.
    CLOSE MARKER-TEMP-FILE.
    IF MARKER-TEMP-STATUS = "00"
        CALL "CBL_RENAME_FILE" USING
            WS-MKR-TMP-NAME WS-MKR-FINAL-NAME
        IF RETURN-CODE = 0
            MOVE 'Y' TO WS-MARKERS-OK
        ELSE
            DISPLAY "Error replacing the marker file; tonight's"
                " changes left in CRAPS-MARKERS.TMP."
        END-IF
    ELSE
        DISPLAY "Error writing the marker temp file; marker paper"
            " left untouched."
    END-IF.

WORK-ONE-MARKER.
    IF MKR-DUE-DATE = SPACES AND MKR-DATE IS NUMERIC
        MOVE MKR-DATE TO WS-DATE-N
        COMPUTE WS-DATE-INT =
            FUNCTION INTEGER-OF-DATE(WS-DATE-N) + WS-TERM-DAYS
        MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-DATE-N
        MOVE WS-DATE-N TO MKR-DUE-DATE
        ADD 1 TO WS-DUE-COUNT
    END-IF.
    MOVE 'N' TO WS-RETURNED-TONIGHT.
    IF MKR-STATUS = 'D' OR MKR-STATUS = 'N'
        PERFORM MATCH-RETURN
    END-IF.
    IF MKR-STATUS = 'D' AND WS-RETURNED-TONIGHT NOT = 'Y'
        AND MKR-DEPOSIT-DATE NOT = SPACES
        AND MKR-DEPOSIT-DATE <= WS-CLEAR-THRU
        *> The bank has had the paper past the clearing days and
        *> not sent it back: it has been paid.
        MOVE MKR-AMOUNT TO MKR-REPAID
        MOVE 'R' TO MKR-STATUS
        ADD 1 TO WS-CLEARED-COUNT
    END-IF.
    IF MKR-STATUS = 'N' AND WS-RETURNED-TONIGHT NOT = 'Y'
        PERFORM REOPEN-IF-RELEASED
    END-IF.
    IF MKR-STATUS = 'O'
        AND MKR-DUE-DATE NOT = SPACES
        AND MKR-DUE-DATE <= WS-TODAY
        AND MKR-AMOUNT > MKR-REPAID
        MOVE 'D' TO MKR-STATUS
        MOVE WS-TODAY TO MKR-DEPOSIT-DATE
        ADD 1 TO WS-NEW-DEPOSITS
    END-IF.
    IF MKR-STATUS = 'D' AND MKR-DEPOSIT-DATE = WS-TODAY
        MOVE 'D' TO DEP-TYPE
        MOVE WS-TODAY TO DEP-DATE
        MOVE MKR-NUMBER TO DEP-MKR-NUMBER
        MOVE MKR-DATE TO DEP-MKR-DATE
        MOVE MKR-ACCOUNT TO DEP-ACCOUNT
        MOVE MKR-NAME TO DEP-NAME
        COMPUTE DEP-AMOUNT = MKR-AMOUNT - MKR-REPAID
        WRITE DEPOSIT-DETAIL
        ADD 1 TO WS-DEP-COUNT
        ADD DEP-AMOUNT TO WS-DEP-TOTAL
    END-IF.

MATCH-RETURN.
    *> A deposited marker named on the bank file comes back as
    *> returned paper; one already returned on an earlier run (the
    *> file is only filed away once the holds are on) just has its
    *> hold placed again.
    PERFORM VARYING WS-RTN-IDX FROM 1 BY 1
            UNTIL WS-RTN-IDX > WS-RTN-COUNT
        IF WS-RT-NUMBER(WS-RTN-IDX) = MKR-NUMBER
            AND WS-RT-RESULT(WS-RTN-IDX) = 'X'
            MOVE 'Y' TO WS-RETURNED-TONIGHT
            IF MKR-STATUS = 'D'
                MOVE 'N' TO MKR-STATUS
                MOVE WS-RT-DATE(WS-RTN-IDX) TO MKR-RETURN-DATE
                MOVE 'N' TO WS-RT-RESULT(WS-RTN-IDX)
            ELSE
                MOVE 'A' TO WS-RT-RESULT(WS-RTN-IDX)
            END-IF
            MOVE MKR-ACCOUNT TO WS-RT-ACCOUNT(WS-RTN-IDX)
            MOVE MKR-NAME TO WS-RT-NAME(WS-RTN-IDX)
            COMPUTE WS-RT-DUE(WS-RTN-IDX) = MKR-AMOUNT - MKR-REPAID
            PERFORM ADD-HOLD-ACCOUNT
        END-IF
    END-PERFORM.

REOPEN-IF-RELEASED.
    *> The cage clears the hold once the returned paper is settled
    *> or arrangements are made; the marker goes back to open on a
    *> new term from tonight, to be repaid or deposited again.
    IF WS-CREDIT-OK NOT = 'Y'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO WS-FOUND.
    PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
            UNTIL WS-HELD-IDX > WS-HELD-COUNT OR WS-FOUND = 'Y'
        IF WS-HELD-ACCOUNT(WS-HELD-IDX) = MKR-ACCOUNT
            MOVE 'Y' TO WS-FOUND
        END-IF
    END-PERFORM.
    IF WS-FOUND = 'Y'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'O' TO MKR-STATUS.
    COMPUTE WS-DATE-INT = WS-TODAY-INT + WS-TERM-DAYS.
    MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-DATE-N.
    MOVE WS-DATE-N TO MKR-DUE-DATE.
    MOVE SPACES TO MKR-DEPOSIT-DATE.
    ADD 1 TO WS-REOPEN-COUNT.

ADD-HOLD-ACCOUNT.
    MOVE 'N' TO WS-FOUND.
    PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
            UNTIL WS-HOLD-IDX > WS-HOLD-COUNT OR WS-FOUND = 'Y'
        IF WS-HOLD-ACCOUNT(WS-HOLD-IDX) = MKR-ACCOUNT
            MOVE 'Y' TO WS-FOUND
        END-IF
    END-PERFORM.
    IF WS-FOUND NOT = 'Y' AND WS-HOLD-COUNT < 500
        ADD 1 TO WS-HOLD-COUNT
        MOVE MKR-ACCOUNT TO WS-HOLD-ACCOUNT(WS-HOLD-COUNT)
    END-IF.

PLACE-CREDIT-HOLDS.
    *> Hold every line with returned paper behind it. An account the
    *> cage never gave a line still gets a held row of zero, so a
    *> line set later starts out held.
    OPEN INPUT CREDIT-FILE.
    IF CREDIT-STATUS NOT = "00" AND CREDIT-STATUS NOT = "35"
        DISPLAY "Cannot read the credit file (FILE STATUS "
            CREDIT-STATUS "); no holds placed."
        MOVE 8 TO WS-RUN-RC
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT CREDIT-TEMP-FILE.
    IF CREDIT-STATUS = "00"
        PERFORM UNTIL CREDIT-STATUS = "10"
            READ CREDIT-FILE
                AT END MOVE "10" TO CREDIT-STATUS
            END-READ
            IF CREDIT-STATUS = "00"
                PERFORM HOLD-ONE-LINE
                WRITE CREDIT-TEMP-RECORD FROM CREDIT-RECORD
            END-IF
        END-PERFORM
        CLOSE CREDIT-FILE
    END-IF.
    PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
            UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
        IF WS-HOLD-ACCOUNT(WS-HOLD-IDX) > 0
            MOVE WS-HOLD-ACCOUNT(WS-HOLD-IDX) TO CRD-ACCOUNT
            MOVE 0 TO CRD-LIMIT
            MOVE 'Y' TO CRD-HOLD
            MOVE WS-TODAY TO CRD-HOLD-DATE
            WRITE CREDIT-TEMP-RECORD FROM CREDIT-RECORD
            ADD 1 TO WS-HOLDS-PLACED
        END-IF
    END-PERFORM.
    CLOSE CREDIT-TEMP-FILE.
    IF CREDIT-TEMP-STATUS = "00"
        CALL "CBL_RENAME_FILE" USING
            WS-CRD-TMP-NAME WS-CRD-FINAL-NAME
        IF RETURN-CODE = 0
            DISPLAY "Credit lines put on hold:  " WS-HOLDS-PLACED
        ELSE
            DISPLAY "Error replacing the credit file; holds left"
                " in CRAPS-CREDIT.TMP."
            MOVE 8 TO WS-RUN-RC
        END-IF
    ELSE
        DISPLAY "Error writing the credit temp file; no holds"
            " placed."
        MOVE 8 TO WS-RUN-RC
    END-IF.

HOLD-ONE-LINE.
    *> A held account found on file is struck from the table so the
    *> pass that follows does not add it a second row.
    PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
            UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
        IF WS-HOLD-ACCOUNT(WS-HOLD-IDX) = CRD-ACCOUNT
            AND CRD-ACCOUNT > 0
            IF CRD-HOLD NOT = 'Y'
                MOVE 'Y' TO CRD-HOLD
                MOVE WS-TODAY TO CRD-HOLD-DATE
            END-IF
            MOVE 0 TO WS-HOLD-ACCOUNT(WS-HOLD-IDX)
            ADD 1 TO WS-HOLDS-PLACED
        END-IF
    END-PERFORM.

FILE-THE-RETURNS.
    *> The bank file has been worked; file it under the gaming day so
    *> tomorrow's run does not work it again.
    MOVE SPACES TO WS-RTN-DONE-NAME.
    STRING "CRAPS-BANKRTN.D" WS-TODAY ".DAT"
        DELIMITED BY SIZE INTO WS-RTN-DONE-NAME.
    CALL "CBL_RENAME_FILE" USING WS-RTN-LIVE-NAME WS-RTN-DONE-NAME.
    IF RETURN-CODE NOT = 0
        DISPLAY "Could not file the bank return file as "
            WS-RTN-DONE-NAME "; remove it before the next run."
        MOVE 'W' TO WS-OPS-SEVERITY
        MOVE "bank return file not filed away after processing"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        IF WS-RUN-RC < 4
            MOVE 4 TO WS-RUN-RC
        END-IF
    END-IF.

PRINT-LETTER-LISTING.
    *> Reminders for open paper falling due within the letter window,
    *> demand letters for paper the bank has returned.
    DISPLAY " ".
    DISPLAY "===== COLLECTION LETTERS (due through " WS-LETTER-THRU
        ") =====".
    DISPLAY "LETTER    MARKER ACCT  PLAYER                ISSUED  "
        "  DUE             OWED".
    IF WS-HAVE-MARKERS = 'Y'
        OPEN INPUT MARKER-FILE
        IF MARKER-STATUS = "00"
            PERFORM UNTIL MARKER-STATUS = "10"
                READ MARKER-FILE
                    AT END MOVE "10" TO MARKER-STATUS
                END-READ
                IF MARKER-STATUS = "00"
                    PERFORM LETTER-FOR-MARKER
                END-IF
            END-PERFORM
            CLOSE MARKER-FILE
        END-IF
    END-IF.
    DISPLAY "Letters to send: " WS-LETTER-COUNT.

LETTER-FOR-MARKER.
    MOVE SPACES TO WS-LETTER-TYPE.
    IF MKR-STATUS = 'N'
        MOVE "DEMAND" TO WS-LETTER-TYPE
    END-IF.
    IF MKR-STATUS = 'O'
        AND MKR-DUE-DATE NOT = SPACES
        AND MKR-DUE-DATE <= WS-LETTER-THRU
        AND MKR-AMOUNT > MKR-REPAID
        MOVE "REMINDER" TO WS-LETTER-TYPE
    END-IF.
    IF WS-LETTER-TYPE NOT = SPACES
        COMPUTE WS-DUE = MKR-AMOUNT - MKR-REPAID
        MOVE WS-DUE TO WS-MONEY-DISP
        DISPLAY WS-LETTER-TYPE "  " MKR-NUMBER "  " MKR-ACCOUNT
            "  " MKR-NAME "  " MKR-DATE "  " MKR-DUE-DATE "  "
            WS-MONEY-DISP
        ADD 1 TO WS-LETTER-COUNT
    END-IF.

PRINT-RETURN-EXCEPTIONS.
    DISPLAY " ".
    DISPLAY "===== RETURNED MARKERS =====".
    IF WS-RTN-COUNT = 0
        DISPLAY "Nothing returned by the bank."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "MARKER RETURNED ACCT  PLAYER                "
        "     RETURNED      OWED  REASON / ACTION".
    PERFORM VARYING WS-RTN-IDX FROM 1 BY 1
            UNTIL WS-RTN-IDX > WS-RTN-COUNT
        MOVE WS-RT-AMOUNT(WS-RTN-IDX) TO WS-MONEY-DISP
        MOVE WS-RT-DUE(WS-RTN-IDX) TO WS-MONEY-DISP2
        EVALUATE WS-RT-RESULT(WS-RTN-IDX)
            WHEN 'N'
                DISPLAY WS-RT-NUMBER(WS-RTN-IDX) " "
                    WS-RT-DATE(WS-RTN-IDX) " "
                    WS-RT-ACCOUNT(WS-RTN-IDX) " "
                    WS-RT-NAME(WS-RTN-IDX) " " WS-MONEY-DISP " "
                    WS-MONEY-DISP2 "  " WS-RT-REASON(WS-RTN-IDX)
                DISPLAY "                 marked returned; credit"
                    " line on hold"
            WHEN 'A'
                DISPLAY WS-RT-NUMBER(WS-RTN-IDX) " "
                    WS-RT-DATE(WS-RTN-IDX) " "
                    WS-RT-ACCOUNT(WS-RTN-IDX) " "
                    WS-RT-NAME(WS-RTN-IDX) " " WS-MONEY-DISP " "
                    WS-MONEY-DISP2 "  " WS-RT-REASON(WS-RTN-IDX)
                DISPLAY "                 already returned; credit"
                    " line kept on hold"
            WHEN OTHER
                DISPLAY WS-RT-NUMBER(WS-RTN-IDX) " "
                    WS-RT-DATE(WS-RTN-IDX) " "
                    "                            " WS-MONEY-DISP
                    "             " WS-RT-REASON(WS-RTN-IDX)
                DISPLAY "                 EXCEPTION: no deposited"
                    " marker by that number; see the bank"
                ADD 1 TO WS-EXCEPTIONS
        END-EVALUATE
        IF WS-RT-RESULT(WS-RTN-IDX) NOT = 'X'
            AND WS-RT-AMOUNT(WS-RTN-IDX) NOT = WS-RT-DUE(WS-RTN-IDX)
            DISPLAY "                 EXCEPTION: bank amount differs"
                " from the marker"
            ADD 1 TO WS-EXCEPTIONS
        END-IF
    END-PERFORM.
    DISPLAY "Returns: " WS-RTN-COUNT "  exceptions: " WS-EXCEPTIONS.
    IF WS-EXCEPTIONS > 0
        MOVE 'W' TO WS-OPS-SEVERITY
        MOVE SPACES TO WS-OPS-TEXT
        STRING "bank returns with exceptions: " WS-EXCEPTIONS
            DELIMITED BY SIZE INTO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
    END-IF.

WRITE-OPS-LOG.
    *> WS-OPS-SEVERITY and WS-OPS-TEXT are staged by the caller.
    CALL "OPS-LOG" USING WS-OPS-PROGRAM WS-OPS-SEVERITY
        WS-OPS-TEXT.
