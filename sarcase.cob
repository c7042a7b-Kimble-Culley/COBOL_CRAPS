IDENTIFICATION DIVISION.
PROGRAM-ID. SAR-CASES.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CASE-FILE ASSIGN TO "CRAPS-SAR.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CASE-STATUS.

    SELECT CASE-TEMP-FILE ASSIGN TO "CRAPS-SAR.TMP"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CASE-TEMP-STATUS.

    SELECT CASE-HIST-FILE ASSIGN TO "CRAPS-SAR.HST"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CASE-HIST-STATUS.

    SELECT STAFF-FILE ASSIGN TO "CRAPS-STAFF.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS STAFF-STATUS.

    SELECT SUPER-FILE ASSIGN TO "CRAPS-SUPER.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS SUPER-STATUS.

DATA DIVISION.
FILE SECTION.
FD CASE-FILE.
01 CASE-RECORD.
    02 SAR-CASE-NO      PIC 9(6).
    02 SAR-OPEN-DATE    PIC X(8).
    02 SAR-TYPE         PIC X(1).
    02 SAR-ACCOUNT      PIC 9(5).
    02 SAR-NAME         PIC X(20).
    02 SAR-SESSION      PIC X(14).
    02 SAR-GD-FROM      PIC X(8).
    02 SAR-GD-TO        PIC X(8).
    02 SAR-AMOUNT       PIC 9(7)V99.
    02 SAR-COUNT        PIC 9(4).
    02 SAR-STATUS       PIC X(1).
    02 SAR-STAT-DATE    PIC X(8).
    02 SAR-STAFF        PIC X(4).
    02 SAR-NOTE         PIC X(30).

FD CASE-TEMP-FILE.
01 CASE-TEMP-RECORD     PIC X(126).

FD CASE-HIST-FILE.
01 CASE-HIST-RECORD.
    02 SAH-CASE-NO      PIC 9(6).
    02 SAH-DATE         PIC X(8).
    02 SAH-TIME         PIC X(8).
    02 SAH-OLD-STATUS   PIC X(1).
    02 SAH-NEW-STATUS   PIC X(1).
    02 SAH-STAFF        PIC X(4).
    02 SAH-NOTE         PIC X(30).

FD STAFF-FILE.
01 STAFF-RECORD.
    02 STF-ID           PIC X(4).
    02 STF-NAME         PIC X(20).
    02 STF-ROLE         PIC X(1).
    02 STF-ACTIVE       PIC X(1).

FD SUPER-FILE.
01 SUPER-RECORD         PIC X(4).

WORKING-STORAGE SECTION.
01 CASE-STATUS          PIC X(2).
01 CASE-TEMP-STATUS     PIC X(2).
01 CASE-HIST-STATUS     PIC X(2).
01 STAFF-STATUS         PIC X(2).
01 SUPER-STATUS         PIC X(2).
01 WS-OPS-PROGRAM       PIC X(18) VALUE "SAR-CASES".
01 WS-OPS-SEVERITY      PIC X(1).
01 WS-OPS-TEXT          PIC X(60).
01 WS-SUPER-PIN         PIC X(4) VALUE "1234".
01 WS-PIN-TRY           PIC X(4) VALUE SPACES.
01 WS-STAFF-ID          PIC X(4) VALUE SPACES.
01 WS-STAFF-OK          PIC X(1) VALUE 'N'.
01 WS-CHOICE            PIC X(1) VALUE SPACES.
01 WS-TODAY             PIC X(8).
01 WS-NOW               PIC X(8).
01 WS-CASE-IN           PIC 9(6) VALUE 0.
01 WS-ACCT-IN           PIC 9(5) VALUE 0.
01 WS-STATUS-IN         PIC X(1) VALUE SPACES.
01 WS-NOTE-IN           PIC X(30) VALUE SPACES.
01 WS-OLD-STATUS        PIC X(1) VALUE SPACES.
01 WS-FOUND             PIC X(1) VALUE 'N'.
01 WS-ROW-COUNT         PIC 9(4) VALUE 0.
01 WS-AMT-DISP          PIC $$$,$$$,$$9.99.
01 WS-STATUS-TEXT       PIC X(9).
01 WS-TYPE-TEXT         PIC X(11).
01 WS-CASE-TMP-NAME     PIC X(13) VALUE "CRAPS-SAR.TMP".
01 WS-CASE-FINAL-NAME   PIC X(13) VALUE "CRAPS-SAR.DAT".

PROCEDURE DIVISION.
MAIN-PROGRAM.
    *> The compliance officer's console for the cases SAR-MONITOR
    *> opens. A case moves open -> reviewed -> filed or dismissed
    *> (an open case may go straight to filed or dismissed); filed
    *> and dismissed are final. Every move is stamped with the
    *> officer's staff id and a note on the case and appended to
    *> CRAPS-SAR.HST, so the full working history of a case stays on
    *> file however long ago the audit trail behind it was archived.
    PERFORM CHECK-SUPER-PIN.
    IF WS-PIN-TRY NOT = WS-SUPER-PIN
        DISPLAY "Supervisor PIN refused."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    DISPLAY "Compliance staff id: ".
    ACCEPT WS-STAFF-ID.
    PERFORM CHECK-STAFF-ID.
    IF WS-STAFF-OK NOT = 'Y'
        DISPLAY "Staff id " WS-STAFF-ID " is not active on file."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD.
    ACCEPT WS-NOW FROM TIME.
    DISPLAY "L=list cases being worked, U=update a case,"
        " H=case history for an account: ".
    ACCEPT WS-CHOICE.
    EVALUATE WS-CHOICE
        WHEN 'L'
        WHEN 'l'
            PERFORM LIST-WORKING-CASES
        WHEN 'U'
        WHEN 'u'
            PERFORM UPDATE-CASE
        WHEN 'H'
        WHEN 'h'
            PERFORM LIST-ACCOUNT-CASES
        WHEN OTHER
            DISPLAY "Nothing maintained."
    END-EVALUATE.
    GOBACK.

CHECK-SUPER-PIN.
    OPEN INPUT SUPER-FILE.
    IF SUPER-STATUS = "00"
        READ SUPER-FILE
            AT END MOVE "10" TO SUPER-STATUS
        END-READ
        IF SUPER-STATUS = "00"
            MOVE SUPER-RECORD TO WS-SUPER-PIN
        END-IF
        CLOSE SUPER-FILE
    ELSE
        CONTINUE
    END-IF.
    DISPLAY "Supervisor PIN: ".
    ACCEPT WS-PIN-TRY.

CHECK-STAFF-ID.
    MOVE 'N' TO WS-STAFF-OK.
    OPEN INPUT STAFF-FILE.
    IF STAFF-STATUS = "00"
        PERFORM UNTIL STAFF-STATUS = "10"
            READ STAFF-FILE
                AT END MOVE "10" TO STAFF-STATUS
            END-READ
            IF STAFF-STATUS = "00" AND STF-ID = WS-STAFF-ID
                AND STF-ACTIVE = 'Y'
                MOVE 'Y' TO WS-STAFF-OK
            END-IF
        END-PERFORM
        CLOSE STAFF-FILE
    ELSE
        CONTINUE
    END-IF.

LIST-WORKING-CASES.
    DISPLAY "===== SAR CASES OPEN OR UNDER REVIEW (" WS-TODAY
        ") =====".
    OPEN INPUT CASE-FILE.
    IF CASE-STATUS = "00"
        PERFORM UNTIL CASE-STATUS = "10"
            READ CASE-FILE
                AT END MOVE "10" TO CASE-STATUS
            END-READ
            IF CASE-STATUS = "00"
                AND (SAR-STATUS = 'O' OR SAR-STATUS = 'R')
                PERFORM PRINT-CASE-LINE
            END-IF
        END-PERFORM
        CLOSE CASE-FILE
    ELSE
        CONTINUE
    END-IF.
    IF WS-ROW-COUNT = 0
        DISPLAY "(none)"
    ELSE
        DISPLAY "(" WS-ROW-COUNT " being worked)"
    END-IF.

LIST-ACCOUNT-CASES.
    DISPLAY "Account number: ".
    ACCEPT WS-ACCT-IN.
    DISPLAY "===== SAR CASE HISTORY, ACCOUNT " WS-ACCT-IN " =====".
    OPEN INPUT CASE-FILE.
    IF CASE-STATUS = "00"
        PERFORM UNTIL CASE-STATUS = "10"
            READ CASE-FILE
                AT END MOVE "10" TO CASE-STATUS
            END-READ
            IF CASE-STATUS = "00" AND SAR-ACCOUNT = WS-ACCT-IN
                PERFORM PRINT-CASE-LINE
                PERFORM PRINT-CASE-HISTORY
            END-IF
        END-PERFORM
        CLOSE CASE-FILE
    ELSE
        CONTINUE
    END-IF.
    IF WS-ROW-COUNT = 0
        DISPLAY "(no cases on file)"
    END-IF.

PRINT-CASE-LINE.
    ADD 1 TO WS-ROW-COUNT.
    EVALUATE SAR-STATUS
        WHEN 'O' MOVE "OPEN" TO WS-STATUS-TEXT
        WHEN 'R' MOVE "REVIEWED" TO WS-STATUS-TEXT
        WHEN 'F' MOVE "FILED" TO WS-STATUS-TEXT
        WHEN 'D' MOVE "DISMISSED" TO WS-STATUS-TEXT
        WHEN OTHER MOVE SAR-STATUS TO WS-STATUS-TEXT
    END-EVALUATE.
    EVALUATE SAR-TYPE
        WHEN 'S' MOVE "STRUCTURING" TO WS-TYPE-TEXT
        WHEN 'W' MOVE "CHIP-WASH" TO WS-TYPE-TEXT
        WHEN 'M' MOVE "MARKERS" TO WS-TYPE-TEXT
        WHEN OTHER MOVE SAR-TYPE TO WS-TYPE-TEXT
    END-EVALUATE.
    MOVE SAR-AMOUNT TO WS-AMT-DISP.
    DISPLAY SAR-CASE-NO "  " WS-TYPE-TEXT "  acct " SAR-ACCOUNT
        "  " SAR-NAME "  " SAR-GD-FROM "-" SAR-GD-TO
        "  " WS-AMT-DISP "  x" SAR-COUNT.
    DISPLAY "        " WS-STATUS-TEXT " " SAR-STAT-DATE
        "  " SAR-STAFF "  " SAR-NOTE.

PRINT-CASE-HISTORY.
    *> Every status move recorded against the case on the line just
    *> printed, oldest first.
    OPEN INPUT CASE-HIST-FILE.
    IF CASE-HIST-STATUS = "00"
        PERFORM UNTIL CASE-HIST-STATUS = "10"
            READ CASE-HIST-FILE
                AT END MOVE "10" TO CASE-HIST-STATUS
            END-READ
            IF CASE-HIST-STATUS = "00"
                AND SAH-CASE-NO = SAR-CASE-NO
                DISPLAY "          " SAH-DATE " " SAH-TIME(1:4)
                    "  " SAH-OLD-STATUS "->" SAH-NEW-STATUS
                    "  " SAH-STAFF "  " SAH-NOTE
            END-IF
        END-PERFORM
        CLOSE CASE-HIST-FILE
    ELSE
        CONTINUE
    END-IF.

UPDATE-CASE.
    DISPLAY "Case number: ".
    ACCEPT WS-CASE-IN.
    DISPLAY "New status (R=reviewed, F=filed, D=dismissed): ".
    ACCEPT WS-STATUS-IN.
    IF WS-STATUS-IN NOT = 'R' AND WS-STATUS-IN NOT = 'F'
        AND WS-STATUS-IN NOT = 'D'
        DISPLAY "Not a case status. Nothing changed."
    ELSE
        DISPLAY "Note: "
        MOVE SPACES TO WS-NOTE-IN
        ACCEPT WS-NOTE-IN
        PERFORM REWRITE-CASE-FILE
    END-IF.

REWRITE-CASE-FILE.
    *> The case file is rewritten through CRAPS-SAR.TMP and renamed
    *> over the original, the same as the other masters.
    MOVE 'N' TO WS-FOUND.
    OPEN INPUT CASE-FILE.
    IF CASE-STATUS NOT = "00"
        DISPLAY "No case file on file."
    ELSE
        OPEN OUTPUT CASE-TEMP-FILE
        PERFORM UNTIL CASE-STATUS = "10"
            READ CASE-FILE
                AT END MOVE "10" TO CASE-STATUS
            END-READ
            IF CASE-STATUS = "00"
                IF SAR-CASE-NO = WS-CASE-IN
                    PERFORM APPLY-STATUS-CHANGE
                END-IF
                WRITE CASE-TEMP-RECORD FROM CASE-RECORD
            END-IF
        END-PERFORM
        CLOSE CASE-FILE
        CLOSE CASE-TEMP-FILE
        IF WS-FOUND = 'Y' AND CASE-TEMP-STATUS = "00"
            CALL "CBL_RENAME_FILE" USING
                WS-CASE-TMP-NAME WS-CASE-FINAL-NAME
            IF RETURN-CODE = 0
                PERFORM WRITE-CASE-HISTORY
                DISPLAY "Case " WS-CASE-IN " now " WS-STATUS-IN "."
            ELSE
                DISPLAY "Error replacing the case file; change"
                    " left in CRAPS-SAR.TMP."
                MOVE 'E' TO WS-OPS-SEVERITY
                MOVE "case file rename failed; change in CRAPS-SAR.TMP"
                    TO WS-OPS-TEXT
                PERFORM WRITE-OPS-LOG
                MOVE 8 TO RETURN-CODE
            END-IF
        ELSE
            IF WS-FOUND NOT = 'Y'
                DISPLAY "Case " WS-CASE-IN
                    " not found or already closed."
            END-IF
        END-IF
    END-IF.

APPLY-STATUS-CHANGE.
    *> Filed and dismissed cases are closed; a reviewed case cannot
    *> go back to reviewed.
    IF SAR-STATUS = 'O'
        OR (SAR-STATUS = 'R' AND WS-STATUS-IN NOT = 'R')
        MOVE SAR-STATUS TO WS-OLD-STATUS
        MOVE WS-STATUS-IN TO SAR-STATUS
        MOVE WS-TODAY TO SAR-STAT-DATE
        MOVE WS-STAFF-ID TO SAR-STAFF
        MOVE WS-NOTE-IN TO SAR-NOTE
        MOVE 'Y' TO WS-FOUND
    END-IF.

WRITE-CASE-HISTORY.
    MOVE WS-CASE-IN TO SAH-CASE-NO.
    MOVE WS-TODAY TO SAH-DATE.
    MOVE WS-NOW TO SAH-TIME.
    MOVE WS-OLD-STATUS TO SAH-OLD-STATUS.
    MOVE WS-STATUS-IN TO SAH-NEW-STATUS.
    MOVE WS-STAFF-ID TO SAH-STAFF.
    MOVE WS-NOTE-IN TO SAH-NOTE.
    OPEN EXTEND CASE-HIST-FILE.
    IF CASE-HIST-STATUS = "35"
        OPEN OUTPUT CASE-HIST-FILE
        CLOSE CASE-HIST-FILE
        OPEN EXTEND CASE-HIST-FILE
    END-IF.
    WRITE CASE-HIST-RECORD.
    CLOSE CASE-HIST-FILE.

WRITE-OPS-LOG.
    *> WS-OPS-SEVERITY and WS-OPS-TEXT are staged by the caller.
    CALL "OPS-LOG" USING WS-OPS-PROGRAM WS-OPS-SEVERITY
        WS-OPS-TEXT.
