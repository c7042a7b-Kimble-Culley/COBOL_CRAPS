        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CATALOG-STATUS.

    SELECT SUMMARY-FILE ASSIGN TO DYNAMIC WS-SUMMARY-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS SUMMARY-STATUS.

DATA DIVISION.
FILE SECTION.
FD AUDIT-FILE.
    02 CAT-DATE         PIC X(8).
    02 CAT-NAME         PIC X(40).

*> The daily summary EOD-CLOSE cuts from each table's trail (see
*> SUMMARY-BUILD for the row types).
FD SUMMARY-FILE.
01 SUMMARY-RECORD.
    02 SUM-TYPE         PIC X(1).
    02 SUM-GD-DAY       PIC X(8).
    02 SUM-SHIFT-NO     PIC 9(1).
    02 SUM-SHIFT        PIC X(1).
    02 SUM-CAL-DATE     PIC X(8).
    02 SUM-SESSION      PIC X(14).
    02 SUM-ACCOUNT      PIC 9(5).
    02 SUM-PLAYER       PIC X(20).
    02 SUM-DEALER       PIC X(4).
    02 SUM-EVENT        PIC X(10).
    02 SUM-CLASS        PIC X(1).
    02 SUM-CURRENCY     PIC X(3).
    02 SUM-TIME         PIC X(8).
    02 SUM-COUNT        PIC 9(7).
    02 SUM-AMOUNT       PIC 9(9)V99.
    02 SUM-LARGEST      PIC 9(5)V99.
    02 SUM-PAIRED       PIC 9(9)V99.
01 SUMMARY-HEADER.
    02 SUM-H-TYPE       PIC X(1).
    02 SUM-H-TABLE      PIC 9(1).
    02 SUM-H-DAY        PIC X(8).
    02 SUM-H-FIRST-DAY  PIC X(8).
    02 SUM-H-LAST-DAY   PIC X(8).
    02 SUM-H-BUILT-DATE PIC X(8).
    02 SUM-H-BUILT-TIME PIC X(8).
    02 SUM-H-W2G        PIC 9(5)V99.
    02 SUM-H-SOURCE     PIC X(40).
    02 FILLER           PIC X(31).

WORKING-STORAGE SECTION.
01 AUDIT-STATUS         PIC X(2).
01 CATALOG-STATUS       PIC X(2).
01 SUMMARY-STATUS       PIC X(2).
01 WS-SUMMARY-NAME      PIC X(40).
01 WS-SUMMARY-USED      PIC X(1).
01 WS-AUDIT-NAME        PIC X(40).
01 WS-TBL               PIC 9(2).
01 WS-TBL-DIGIT         PIC 9(1).
01 WS-ACCT-TIME-LIMIT   PIC 9(3) VALUE 0.
01 WS-ACCT-LOCKOUT      PIC X(8) VALUE SPACES.
01 WS-ACCT-PIN          PIC X(4) VALUE SPACES.
*> Passed on every ACCOUNT-MASTER call for its transaction journal.
01 WS-JRN-CONTEXT.
    02 WS-JRN-SOURCE    PIC X(18) VALUE "WINLOSS-STATEMENT".
    02 WS-JRN-WHERE     PIC X(8) VALUE SPACES.
    02 WS-JRN-SESSION   PIC X(14) VALUE SPACES.
01 WS-YEAR              PIC 9(4) VALUE 0.
01 WS-YEAR-X            PIC X(4).
01 WS-TODAY             PIC X(8).
    *> play like a buy-in, a repayment comes out of a cash-out) so a
    *> credit player's letter is not nonsense. Keyed by the account
    *> number the player brings to the window; the account master
    *> supplies the name the audit trail carries. A closed day is
    *> read from its daily summary where one is on file.
    DISPLAY "Win/loss statement - account number: ".
    ACCEPT WS-ACCT-NUMBER.
    MOVE 'L' TO WS-ACCT-FUNCTION.
    CALL "ACCOUNT-MASTER" USING WS-ACCT-FUNCTION
        WS-ACCT-NUMBER WS-ACCT-NAME WS-ACCT-BALANCE
        WS-ACCT-LOSS-CAP WS-ACCT-TIME-LIMIT
        WS-ACCT-LOCKOUT WS-ACCT-STATUS WS-ACCT-PIN
        WS-JRN-CONTEXT.
    IF WS-ACCT-STATUS NOT = 'Y'
        DISPLAY "Account " WS-ACCT-NUMBER " not on file."
        MOVE 8 TO RETURN-CODE
                AT END MOVE "10" TO CATALOG-STATUS
            END-READ
            IF CATALOG-STATUS = "00" AND CAT-TYPE = 'A'
                PERFORM SCAN-DAY-SUMMARY
                IF WS-SUMMARY-USED = 'N'
                    MOVE CAT-NAME TO WS-AUDIT-NAME
                    PERFORM SCAN-AUDIT-LOG
                END-IF
            END-IF
        END-PERFORM
        CLOSE CATALOG-FILE
                READ AUDIT-FILE
                    AT END MOVE "10" TO AUDIT-STATUS
                END-READ
                IF AUDIT-STATUS NOT = "10"
                    PERFORM CREDIT-TO-SURVIVOR
                END-IF
                IF AUDIT-STATUS NOT = "10"
                    AND ((AUD-ACCOUNT IS NUMERIC
                          AND AUD-ACCOUNT = WS-ACCT-NUMBER)
            ADD AUD-AMOUNT TO WS-CASHOUTS
    END-EVALUATE.

SCAN-DAY-SUMMARY.
    *> WS-SUMMARY-USED stays 'N' when the day has no summary on file
    *> and the raw generation is read instead. The year is the
    *> calendar year, so rows go by the date they were written.
    MOVE 'N' TO WS-SUMMARY-USED.
    MOVE SPACES TO WS-SUMMARY-NAME.
    STRING "CRAPS-DAYSUM.T" CAT-TABLE ".D" CAT-DATE ".DAT"
        DELIMITED BY SIZE INTO WS-SUMMARY-NAME.
    OPEN INPUT SUMMARY-FILE.
    IF SUMMARY-STATUS = "00"
        READ SUMMARY-FILE
            AT END MOVE "10" TO SUMMARY-STATUS
        END-READ
        IF SUMMARY-STATUS = "00" AND SUM-H-TYPE = 'H'
            MOVE 'Y' TO WS-SUMMARY-USED
            PERFORM UNTIL SUMMARY-STATUS NOT = "00"
                READ SUMMARY-FILE
                    AT END MOVE "10" TO SUMMARY-STATUS
                END-READ
                IF SUMMARY-STATUS = "00" AND SUM-TYPE = 'A'
                    AND SUM-CAL-DATE(1:4) = WS-YEAR-X
                    PERFORM TALLY-SUMMARY-ROW
                END-IF
            END-PERFORM
        END-IF
        CLOSE SUMMARY-FILE
    ELSE
        CONTINUE
    END-IF.

TALLY-SUMMARY-ROW.
    IF SUM-ACCOUNT IS NUMERIC AND SUM-ACCOUNT > 0
        CALL "ACCT-SURVIVOR" USING SUM-ACCOUNT
    END-IF.
    IF (SUM-ACCOUNT IS NUMERIC AND SUM-ACCOUNT = WS-ACCT-NUMBER)
        OR (SUM-ACCOUNT IS NOT NUMERIC AND SUM-PLAYER = WS-ACCT-NAME)
        EVALUATE SUM-EVENT
            WHEN "BUYIN"
                ADD SUM-AMOUNT TO WS-BUYINS
                ADD SUM-COUNT TO WS-SESSIONS
            WHEN "REBUY"
                ADD SUM-AMOUNT TO WS-BUYINS
            WHEN "MARKER"
                ADD SUM-AMOUNT TO WS-MARKERS
            WHEN "MKR-REPAY"
                ADD SUM-AMOUNT TO WS-MKR-REPAY
            WHEN "CASHOUT"
                ADD SUM-AMOUNT TO WS-CASHOUTS
        END-EVALUATE
    END-IF.

PRINT-STATEMENT.
    *> What the player walked away with (cash-outs plus the marker
    *> debt they settled) against what they brought (cash buy-ins
        DISPLAY "Figures are drawn from the table audit trails and"
        DISPLAY "archived generations; rated table play only."
    END-IF.

CREDIT-TO-SURVIVOR.
    *> An event written under a number ACCT-MERGE has since retired
    *> belongs to the account it was folded into.
    IF AUD-ACCOUNT IS NUMERIC AND AUD-ACCOUNT > 0
        CALL "ACCT-SURVIVOR" USING AUD-ACCOUNT
    END-IF.
