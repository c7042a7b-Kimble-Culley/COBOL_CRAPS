IDENTIFICATION DIVISION.
PROGRAM-ID. COMP-VOUCHER.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT VOUCHER-FILE ASSIGN TO "CRAPS-VOUCHER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS VOUCHER-STATUS.

    SELECT VOUCHER-TEMP-FILE ASSIGN TO "CRAPS-VOUCHER.TMP"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS VOUCHER-TEMP-STATUS.

    SELECT POLICY-FILE ASSIGN TO "CRAPS-COMPVCH.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS POLICY-STATUS.

    SELECT STAFF-FILE ASSIGN TO "CRAPS-STAFF.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS STAFF-STATUS.

    SELECT SUPER-FILE ASSIGN TO "CRAPS-SUPER.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS SUPER-STATUS.

    SELECT AUDIT-FILE ASSIGN TO "CRAPS-AUDIT.T0.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
*> One row per voucher ever written. Status I issued (live), R
*> redeemed at the outlet, X expired unused, V voided by a
*> supervisor. Dates are gaming days.
FD VOUCHER-FILE.
01 VOUCHER-RECORD.
    02 VCH-NUMBER       PIC 9(7).
    02 VCH-ACCOUNT      PIC 9(5).
    02 VCH-NAME         PIC X(20).
    02 VCH-OUTLET       PIC X(1).
    02 VCH-AMOUNT       PIC 9(5)V99.
    02 VCH-ISSUE-DATE   PIC X(8).
    02 VCH-EXPIRE-DATE  PIC X(8).
    02 VCH-HOST         PIC X(4).
    02 VCH-STATUS       PIC X(1).
    02 VCH-CLOSE-DATE   PIC X(8).
    02 VCH-USED         PIC 9(5)V99.
    02 VCH-CHECK        PIC X(10).

FD VOUCHER-TEMP-FILE.
01 VOUCHER-TEMP-RECORD  PIC X(86).

*> Comp policy: reinvestment percentage of theo, how many gaming
*> days of play the allowance looks back over, and how many days a
*> voucher stays good.
FD POLICY-FILE.
01 POLICY-RECORD.
    02 POL-REINVEST-PCT PIC 9(2)V99.
    02 POL-WINDOW-DAYS  PIC 9(3).
    02 POL-VALID-DAYS   PIC 9(3).

FD STAFF-FILE.
01 STAFF-RECORD.
    02 STF-ID           PIC X(4).
    02 STF-NAME         PIC X(20).
    02 STF-ROLE         PIC X(1).
    02 STF-ACTIVE       PIC X(1).

FD SUPER-FILE.
01 SUPER-RECORD         PIC X(4).

FD AUDIT-FILE.
01 AUDIT-RECORD.
    02 AUD-DATE         PIC X(8).
    02 AUD-TIMESTAMP    PIC X(8).
    02 AUD-SESSION      PIC X(14).
    02 AUD-EVENT        PIC X(10).
    02 AUD-PLAYER       PIC X(20).
    02 AUD-GAMESTATE    PIC 9(1).
    02 AUD-POINT        PIC 9(2).
    02 AUD-AMOUNT       PIC 9(5)V99.
    02 AUD-REASON       PIC X(8).
    02 AUD-DEALER       PIC X(4).
    02 AUD-SEQ          PIC 9(7).
    02 AUD-ACCOUNT      PIC 9(5).

WORKING-STORAGE SECTION.
01 VOUCHER-STATUS       PIC X(2).
01 VOUCHER-TEMP-STATUS  PIC X(2).
01 POLICY-STATUS        PIC X(2).
01 STAFF-STATUS         PIC X(2).
01 SUPER-STATUS         PIC X(2).
01 AUDIT-STATUS         PIC X(2).
01 WS-OPS-PROGRAM       PIC X(18) VALUE "COMP-VOUCHER".
01 WS-OPS-SEVERITY      PIC X(1).
01 WS-OPS-TEXT          PIC X(60).
01 WS-SUPER-PIN         PIC X(4) VALUE "1234".
01 WS-PIN-TRY           PIC X(4) VALUE SPACES.
01 WS-CHOICE            PIC X(1) VALUE SPACES.
01 WS-VCH-TMP-NAME      PIC X(17) VALUE "CRAPS-VOUCHER.TMP".
01 WS-VCH-FINAL-NAME    PIC X(17) VALUE "CRAPS-VOUCHER.DAT".
01 WS-REINVEST-PCT      PIC 9(2)V99 VALUE 30.00.
01 WS-WINDOW-DAYS       PIC 9(3) VALUE 90.
01 WS-VALID-DAYS        PIC 9(3) VALUE 30.
01 WS-CLOCK-DATE        PIC X(8).
01 WS-CLOCK-TIME        PIC X(8).
01 WS-GD-SHIFT          PIC X(1).
01 WS-GD-SHIFT-NO       PIC 9(1).
01 WS-TODAY             PIC X(8).
01 WS-DATE-N            PIC 9(8).
01 WS-DATE-INT          PIC 9(8).
01 WS-WINDOW-FROM       PIC X(8).
01 WS-EXPIRE-DATE       PIC X(8).
01 WS-HOST-ID           PIC X(4) VALUE SPACES.
01 WS-HOST-OK           PIC X(1) VALUE 'N'.
01 WS-OUTLET            PIC X(1) VALUE SPACES.
01 WS-AMOUNT-IN         PIC 9(5)V99 VALUE 0.
01 WS-EARNED            PIC 9(7)V99 VALUE 0.
01 WS-ISSUED            PIC 9(7)V99 VALUE 0.
01 WS-ALLOWANCE         PIC 9(7)V99 VALUE 0.
01 WS-NEXT-NUMBER       PIC 9(7) VALUE 0.
01 WS-VOUCHER-IN        PIC 9(7) VALUE 0.
01 WS-FOUND             PIC X(1) VALUE 'N'.
01 WS-MONEY-DISP        PIC $$$,$$$,$$9.99.
01 WS-PCT-DISP          PIC Z9.99.
01 WS-FROM-DATE         PIC X(8) VALUE "00000000".
01 WS-TO-DATE           PIC X(8) VALUE "99999999".
01 WS-DATE-INPUT        PIC X(8).
01 WS-OUT-IDX           PIC 9(1).
01 WS-AUDIT-SEQ         PIC 9(7) VALUE 0.
01 WS-SEQ-LOADED        PIC X(1) VALUE 'N'.
01 WS-EVENT             PIC X(10).
01 WS-EVENT-AMOUNT      PIC 9(5)V99.
01 WS-REASON-NUMBER     PIC 9(7).
01 WS-ACCT-FUNCTION     PIC X(1).
01 WS-ACCT-NUMBER       PIC 9(5) VALUE 0.
01 WS-ACCT-NAME         PIC X(20) VALUE SPACES.
01 WS-ACCT-BALANCE      PIC 9(5)V99 VALUE 0.
01 WS-ACCT-STATUS       PIC X(1) VALUE 'N'.
01 WS-ACCT-LOSS-CAP     PIC 9(5)V99 VALUE 0.
01 WS-ACCT-TIME-LIMIT   PIC 9(3) VALUE 0.
01 WS-ACCT-LOCKOUT      PIC X(8) VALUE SPACES.
01 WS-ACCT-PIN          PIC X(4) VALUE SPACES.
*> Passed on every ACCOUNT-MASTER call for its transaction journal.
01 WS-JRN-CONTEXT.
    02 WS-JRN-SOURCE    PIC X(18) VALUE "COMP-VOUCHER".
    02 WS-JRN-WHERE     PIC X(8) VALUE SPACES.
    02 WS-JRN-SESSION   PIC X(14) VALUE SPACES.
*> What THEO-CALC hands back: one row per session in the range,
*> priced, with range totals.
01 WS-THEO-RESULT.
    02 WS-SESS-COUNT        PIC 9(3).
    02 WS-TOT-ACTION        PIC 9(9)V99.
    02 WS-TOT-THEO          PIC 9(7)V99.
    02 WS-TOT-ACTUAL        PIC S9(9)V99.
    02 WS-SESS-ROW OCCURS 100 TIMES.
        03 WS-SR-ID         PIC X(14).
        03 WS-SR-DATE       PIC X(8).
        03 WS-SR-SHIFT      PIC X(1).
        03 WS-SR-SHIFT-NO   PIC 9(1).
        03 WS-SR-ACTION     PIC 9(9)V99.
        03 WS-SR-THEO       PIC 9(7)V99.
        03 WS-SR-ACTUAL     PIC S9(7)V99.
*> The outlets a voucher can be written for, and the liability
*> report's totals by outlet.
01 WS-OUTLET-NAMES.
    02 FILLER           PIC X(11) VALUE "RHotel room".
    02 FILLER           PIC X(11) VALUE "DDining    ".
    02 FILLER           PIC X(11) VALUE "SShow      ".
    02 FILLER           PIC X(11) VALUE "OOther     ".
01 WS-OUTLET-TABLE REDEFINES WS-OUTLET-NAMES.
    02 WS-OUTLET-ROW OCCURS 4 TIMES.
        03 WS-OUT-CODE      PIC X(1).
        03 WS-OUT-NAME      PIC X(10).
01 WS-LIABILITY-TOTALS.
    02 WS-LIAB-ROW OCCURS 5 TIMES.
        03 WS-LB-ISSUED-N   PIC 9(5).
        03 WS-LB-ISSUED     PIC 9(9)V99.
        03 WS-LB-REDEEMED-N PIC 9(5).
        03 WS-LB-REDEEMED   PIC 9(9)V99.
        03 WS-LB-EXPIRED-N  PIC 9(5).
        03 WS-LB-EXPIRED    PIC 9(9)V99.
        03 WS-LB-VOIDED-N   PIC 9(5).
        03 WS-LB-VOIDED     PIC 9(9)V99.
        03 WS-LB-OPEN-N     PIC 9(5).
        03 WS-LB-OPEN       PIC 9(9)V99.

PROCEDURE DIVISION.
MAIN-PROGRAM.
    *> The host's comp desk. A room, dinner or show comp is written
    *> as a numbered voucher for one outlet, against an allowance
    *> priced from the player's play: the reinvestment percentage on
    *> CRAPS-COMPVCH.CFG (default 30%) of the theo THEO-CALC finds
    *> over the policy window (default 90 gaming days), less the
    *> vouchers already written in that window. Vouchers stay good
    *> for the policy's validity days (default 30); VOUCHER-CYCLE
    *> applies the outlets' redemptions and expires the rest each
    *> night. Every issue and void also goes on the comp desk's own
    *> trail, CRAPS-AUDIT.T0.LOG, which GL-EXTRACT posts as table 0.
    ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-CLOCK-TIME FROM TIME.
    CALL "GAMING-DAY" USING WS-CLOCK-DATE WS-CLOCK-TIME WS-TODAY
        WS-GD-SHIFT WS-GD-SHIFT-NO.
    PERFORM LOAD-POLICY.
    DISPLAY "Comp vouchers - I=issue, V=void, L=liability report: ".
    ACCEPT WS-CHOICE.
    EVALUATE WS-CHOICE
        WHEN 'I'
        WHEN 'i'
            PERFORM ISSUE-VOUCHER
        WHEN 'V'
        WHEN 'v'
            PERFORM CHECK-SUPER-PIN
            IF WS-PIN-TRY = WS-SUPER-PIN
                PERFORM CHECK-VOIDING-SUPER
                IF WS-HOST-OK = 'Y'
                    PERFORM VOID-VOUCHER
                ELSE
                    DISPLAY "Not an active supervisor on the staff"
                        " master; voucher not voided."
                    MOVE 8 TO RETURN-CODE
                END-IF
            ELSE
                DISPLAY "Supervisor PIN refused."
                MOVE 8 TO RETURN-CODE
            END-IF
        WHEN 'L'
        WHEN 'l'
            PERFORM PRINT-LIABILITY-REPORT
        WHEN OTHER
            DISPLAY "Nothing done."
    END-EVALUATE.
    GOBACK.

LOAD-POLICY.
    OPEN INPUT POLICY-FILE.
    IF POLICY-STATUS = "00"
        READ POLICY-FILE
            AT END MOVE "10" TO POLICY-STATUS
        END-READ
        IF POLICY-STATUS = "00"
            IF POL-REINVEST-PCT IS NUMERIC
                MOVE POL-REINVEST-PCT TO WS-REINVEST-PCT
            END-IF
            IF POL-WINDOW-DAYS IS NUMERIC AND POL-WINDOW-DAYS > 0
                MOVE POL-WINDOW-DAYS TO WS-WINDOW-DAYS
            END-IF
            IF POL-VALID-DAYS IS NUMERIC AND POL-VALID-DAYS > 0
                MOVE POL-VALID-DAYS TO WS-VALID-DAYS
            END-IF
        END-IF
        CLOSE POLICY-FILE
    ELSE
        CONTINUE
    END-IF.

CHECK-SUPER-PIN.
    *> Same CRAPS-SUPER.CFG the table reads, so there is one PIN on
    *> the floor, not two.
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

CHECK-HOST.
    *> Comps are written by an active host or supervisor on
    *> CRAPS-STAFF.DAT, whose id goes on the voucher.
    MOVE 'N' TO WS-HOST-OK.
    DISPLAY "Host staff id: ".
    ACCEPT WS-HOST-ID.
    OPEN INPUT STAFF-FILE.
    IF STAFF-STATUS = "00"
        PERFORM UNTIL STAFF-STATUS = "10"
            READ STAFF-FILE
                AT END MOVE "10" TO STAFF-STATUS
            END-READ
            IF STAFF-STATUS = "00" AND STF-ID = WS-HOST-ID
                AND STF-ACTIVE = 'Y'
                AND (STF-ROLE = 'H' OR STF-ROLE = 'S')
                MOVE 'Y' TO WS-HOST-OK
            END-IF
        END-PERFORM
        CLOSE STAFF-FILE
    ELSE
        CONTINUE
    END-IF.

CHECK-VOIDING-SUPER.
    *> A void is the supervisor's act, so the supervisor's own id
    *> from CRAPS-STAFF.DAT goes on the VCH-VOID event, checked the
    *> way CHECK-HOST checks the host.
    MOVE 'N' TO WS-HOST-OK.
    DISPLAY "Supervisor staff id: ".
    ACCEPT WS-HOST-ID.
    OPEN INPUT STAFF-FILE.
    IF STAFF-STATUS = "00"
        PERFORM UNTIL STAFF-STATUS = "10"
            READ STAFF-FILE
                AT END MOVE "10" TO STAFF-STATUS
            END-READ
            IF STAFF-STATUS = "00" AND STF-ID = WS-HOST-ID
                AND STF-ACTIVE = 'Y'
                AND STF-ROLE = 'S'
                MOVE 'Y' TO WS-HOST-OK
            END-IF
        END-PERFORM
        CLOSE STAFF-FILE
    ELSE
        CONTINUE
    END-IF.

ISSUE-VOUCHER.
    PERFORM CHECK-HOST.
    IF WS-HOST-OK NOT = 'Y'
        DISPLAY "Not an active host or supervisor; no comp written."
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Account number: ".
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
        EXIT PARAGRAPH
    END-IF.
    PERFORM PRICE-ALLOWANCE.
    IF WS-ALLOWANCE = 0
        DISPLAY "No comp allowance left for " WS-ACCT-NAME "."
        MOVE 4 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Outlet - R=hotel room, D=dining, S=show, O=other: ".
    ACCEPT WS-OUTLET.
    INSPECT WS-OUTLET CONVERTING "rdso" TO "RDSO".
    PERFORM FIND-OUTLET.
    IF WS-FOUND NOT = 'Y'
        DISPLAY "Not an outlet; no comp written."
        MOVE 4 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Voucher amount (e.g. 150.00): ".
    MOVE 0 TO WS-AMOUNT-IN.
    ACCEPT WS-AMOUNT-IN.
    IF WS-AMOUNT-IN = 0
        DISPLAY "No comp written."
        EXIT PARAGRAPH
    END-IF.
    IF WS-AMOUNT-IN > WS-ALLOWANCE
        MOVE WS-ALLOWANCE TO WS-MONEY-DISP
        DISPLAY "Refused: the allowance is " WS-MONEY-DISP "."
        MOVE 4 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF.
    PERFORM FIND-NEXT-NUMBER.
    MOVE WS-TODAY TO WS-DATE-N.
    COMPUTE WS-DATE-INT =
        FUNCTION INTEGER-OF-DATE(WS-DATE-N) + WS-VALID-DAYS.
    MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-DATE-N.
    MOVE WS-DATE-N TO WS-EXPIRE-DATE.
    MOVE WS-NEXT-NUMBER TO VCH-NUMBER.
    MOVE WS-ACCT-NUMBER TO VCH-ACCOUNT.
    MOVE WS-ACCT-NAME TO VCH-NAME.
    MOVE WS-OUTLET TO VCH-OUTLET.
    MOVE WS-AMOUNT-IN TO VCH-AMOUNT.
    MOVE WS-TODAY TO VCH-ISSUE-DATE.
    MOVE WS-EXPIRE-DATE TO VCH-EXPIRE-DATE.
    MOVE WS-HOST-ID TO VCH-HOST.
    MOVE 'I' TO VCH-STATUS.
    MOVE SPACES TO VCH-CLOSE-DATE.
    MOVE 0 TO VCH-USED.
    MOVE SPACES TO VCH-CHECK.
    OPEN EXTEND VOUCHER-FILE.
    IF VOUCHER-STATUS = "35"
        OPEN OUTPUT VOUCHER-FILE
        CLOSE VOUCHER-FILE
        OPEN EXTEND VOUCHER-FILE
    END-IF.
    IF VOUCHER-STATUS NOT = "00"
        DISPLAY "Cannot open the voucher file (FILE STATUS "
            VOUCHER-STATUS "); no comp written."
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE "voucher file would not open for issue" TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF.
    WRITE VOUCHER-RECORD.
    CLOSE VOUCHER-FILE.
    MOVE "VCH-ISSUE" TO WS-EVENT.
    MOVE WS-AMOUNT-IN TO WS-EVENT-AMOUNT.
    PERFORM WRITE-DESK-EVENT.
    MOVE WS-AMOUNT-IN TO WS-MONEY-DISP.
    DISPLAY "Voucher " WS-NEXT-NUMBER " for " WS-MONEY-DISP " ("
        WS-OUT-NAME(WS-OUT-IDX) ") issued to " WS-ACCT-NAME
        ", good through " WS-EXPIRE-DATE ".".

PRICE-ALLOWANCE.
    *> Reinvestment on theo over the window, less what has already
    *> been written in it. Expired and voided vouchers gave nothing
    *> away and do not count against the player.
    MOVE WS-TODAY TO WS-DATE-N.
    COMPUTE WS-DATE-INT =
        FUNCTION INTEGER-OF-DATE(WS-DATE-N) - WS-WINDOW-DAYS.
    MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-DATE-N.
    MOVE WS-DATE-N TO WS-WINDOW-FROM.
    CALL "THEO-CALC" USING WS-ACCT-NUMBER WS-ACCT-NAME
        WS-WINDOW-FROM WS-TODAY WS-THEO-RESULT.
    COMPUTE WS-EARNED = WS-TOT-THEO * WS-REINVEST-PCT / 100.
    MOVE 0 TO WS-ISSUED.
    OPEN INPUT VOUCHER-FILE.
    IF VOUCHER-STATUS = "00"
        PERFORM UNTIL VOUCHER-STATUS = "10"
            READ VOUCHER-FILE
                AT END MOVE "10" TO VOUCHER-STATUS
            END-READ
            IF VOUCHER-STATUS = "00"
                AND VCH-ACCOUNT = WS-ACCT-NUMBER
                AND VCH-ISSUE-DATE >= WS-WINDOW-FROM
                AND (VCH-STATUS = 'I' OR VCH-STATUS = 'R')
                ADD VCH-AMOUNT TO WS-ISSUED
            END-IF
        END-PERFORM
        CLOSE VOUCHER-FILE
    ELSE
        CONTINUE
    END-IF.
    IF WS-EARNED > WS-ISSUED
        COMPUTE WS-ALLOWANCE = WS-EARNED - WS-ISSUED
    ELSE
        MOVE 0 TO WS-ALLOWANCE
    END-IF.
    DISPLAY "===== COMP ALLOWANCE: " WS-ACCT-NAME
        " (account " WS-ACCT-NUMBER ") =====".
    MOVE WS-TOT-THEO TO WS-MONEY-DISP.
    DISPLAY "Theo since " WS-WINDOW-FROM ":    " WS-MONEY-DISP.
    MOVE WS-REINVEST-PCT TO WS-PCT-DISP.
    MOVE WS-EARNED TO WS-MONEY-DISP.
    DISPLAY "Earned at " WS-PCT-DISP "%:         " WS-MONEY-DISP.
    MOVE WS-ISSUED TO WS-MONEY-DISP.
    DISPLAY "Already written:         " WS-MONEY-DISP.
    MOVE WS-ALLOWANCE TO WS-MONEY-DISP.
    DISPLAY "Allowance:               " WS-MONEY-DISP.

FIND-OUTLET.
    MOVE 'N' TO WS-FOUND.
    PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
            UNTIL WS-OUT-IDX > 4 OR WS-FOUND = 'Y'
        IF WS-OUT-CODE(WS-OUT-IDX) = WS-OUTLET
            MOVE 'Y' TO WS-FOUND
        END-IF
    END-PERFORM.
    IF WS-FOUND = 'Y'
        SUBTRACT 1 FROM WS-OUT-IDX
    END-IF.

FIND-NEXT-NUMBER.
    MOVE 0 TO WS-NEXT-NUMBER.
    OPEN INPUT VOUCHER-FILE.
    IF VOUCHER-STATUS = "00"
        PERFORM UNTIL VOUCHER-STATUS = "10"
            READ VOUCHER-FILE
                AT END MOVE "10" TO VOUCHER-STATUS
            END-READ
            IF VOUCHER-STATUS = "00"
                AND VCH-NUMBER > WS-NEXT-NUMBER
                MOVE VCH-NUMBER TO WS-NEXT-NUMBER
            END-IF
        END-PERFORM
        CLOSE VOUCHER-FILE
    ELSE
        CONTINUE
    END-IF.
    ADD 1 TO WS-NEXT-NUMBER.

VOID-VOUCHER.
    *> A live voucher written in error comes back off the books;
    *> anything already redeemed or expired is history and stays.
    *> Rewritten through a temp file and a verified rename, the
    *> SCORE-RECORDS way.
    DISPLAY "Voucher number to void: ".
    ACCEPT WS-VOUCHER-IN.
    MOVE 'N' TO WS-FOUND.
    OPEN INPUT VOUCHER-FILE.
    IF VOUCHER-STATUS NOT = "00"
        DISPLAY "No vouchers on file."
        MOVE 4 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT VOUCHER-TEMP-FILE.
    PERFORM UNTIL VOUCHER-STATUS = "10"
        READ VOUCHER-FILE
            AT END MOVE "10" TO VOUCHER-STATUS
        END-READ
        IF VOUCHER-STATUS = "00"
            IF VCH-NUMBER = WS-VOUCHER-IN AND VCH-STATUS = 'I'
                MOVE 'V' TO VCH-STATUS
                MOVE WS-TODAY TO VCH-CLOSE-DATE
                MOVE 'Y' TO WS-FOUND
                MOVE VCH-ACCOUNT TO WS-ACCT-NUMBER
                MOVE VCH-NAME TO WS-ACCT-NAME
                MOVE VCH-OUTLET TO WS-OUTLET
                MOVE VCH-AMOUNT TO WS-EVENT-AMOUNT
            END-IF
            WRITE VOUCHER-TEMP-RECORD FROM VOUCHER-RECORD
        END-IF
    END-PERFORM.
    CLOSE VOUCHER-FILE.
    CLOSE VOUCHER-TEMP-FILE.
    IF WS-FOUND NOT = 'Y'
        DISPLAY "No live voucher " WS-VOUCHER-IN " on file."
        MOVE 4 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF.
    IF VOUCHER-TEMP-STATUS NOT = "00"
        DISPLAY "Error writing the voucher temp file; voucher not"
            " voided."
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF.
    CALL "CBL_RENAME_FILE" USING WS-VCH-TMP-NAME WS-VCH-FINAL-NAME.
    IF RETURN-CODE NOT = 0
        DISPLAY "Error replacing the voucher file; change left in"
            " CRAPS-VOUCHER.TMP."
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-VOUCHER-IN TO WS-NEXT-NUMBER.
    MOVE "VCH-VOID" TO WS-EVENT.
    PERFORM WRITE-DESK-EVENT.
    DISPLAY "Voucher " WS-VOUCHER-IN " voided.".

PRINT-LIABILITY-REPORT.
    *> Vouchers by the gaming day they were written, grouped by
    *> outlet: what was issued, what the outlets redeemed, what ran
    *> out unused or was voided, and the live paper still out - the
    *> comp liability the house carries.
    DISPLAY "From gaming day (YYYYMMDD, ENTER for all): ".
    MOVE SPACES TO WS-DATE-INPUT.
    ACCEPT WS-DATE-INPUT.
    IF WS-DATE-INPUT NOT = SPACES
        MOVE WS-DATE-INPUT TO WS-FROM-DATE
    END-IF.
    DISPLAY "To gaming day (YYYYMMDD, ENTER for all): ".
    MOVE SPACES TO WS-DATE-INPUT.
    ACCEPT WS-DATE-INPUT.
    IF WS-DATE-INPUT NOT = SPACES
        MOVE WS-DATE-INPUT TO WS-TO-DATE
    END-IF.
    INITIALIZE WS-LIABILITY-TOTALS.
    OPEN INPUT VOUCHER-FILE.
    IF VOUCHER-STATUS = "00"
        PERFORM UNTIL VOUCHER-STATUS = "10"
            READ VOUCHER-FILE
                AT END MOVE "10" TO VOUCHER-STATUS
            END-READ
            IF VOUCHER-STATUS = "00"
                AND VCH-ISSUE-DATE >= WS-FROM-DATE
                AND VCH-ISSUE-DATE <= WS-TO-DATE
                PERFORM TALLY-LIABILITY
            END-IF
        END-PERFORM
        CLOSE VOUCHER-FILE
    ELSE
        CONTINUE
    END-IF.
    DISPLAY "===== COMP VOUCHER LIABILITY (" WS-FROM-DATE " - "
        WS-TO-DATE ") =====".
    PERFORM VARYING WS-OUT-IDX FROM 1 BY 1 UNTIL WS-OUT-IDX > 5
        IF WS-OUT-IDX = 5
            DISPLAY " "
            DISPLAY "ALL OUTLETS"
        ELSE
            DISPLAY WS-OUT-NAME(WS-OUT-IDX)
        END-IF
        MOVE WS-LB-ISSUED(WS-OUT-IDX) TO WS-MONEY-DISP
        DISPLAY "  Issued:       " WS-LB-ISSUED-N(WS-OUT-IDX)
            "  " WS-MONEY-DISP
        MOVE WS-LB-REDEEMED(WS-OUT-IDX) TO WS-MONEY-DISP
        DISPLAY "  Redeemed:     " WS-LB-REDEEMED-N(WS-OUT-IDX)
            "  " WS-MONEY-DISP
        MOVE WS-LB-EXPIRED(WS-OUT-IDX) TO WS-MONEY-DISP
        DISPLAY "  Expired:      " WS-LB-EXPIRED-N(WS-OUT-IDX)
            "  " WS-MONEY-DISP
        MOVE WS-LB-VOIDED(WS-OUT-IDX) TO WS-MONEY-DISP
        DISPLAY "  Voided:       " WS-LB-VOIDED-N(WS-OUT-IDX)
            "  " WS-MONEY-DISP
        MOVE WS-LB-OPEN(WS-OUT-IDX) TO WS-MONEY-DISP
        DISPLAY "  Outstanding:  " WS-LB-OPEN-N(WS-OUT-IDX)
            "  " WS-MONEY-DISP
    END-PERFORM.

TALLY-LIABILITY.
    MOVE VCH-OUTLET TO WS-OUTLET.
    PERFORM FIND-OUTLET.
    IF WS-FOUND NOT = 'Y'
        MOVE 4 TO WS-OUT-IDX
    END-IF.
    PERFORM ADD-LIABILITY-ROW.
    MOVE 5 TO WS-OUT-IDX.
    PERFORM ADD-LIABILITY-ROW.

ADD-LIABILITY-ROW.
    ADD 1 TO WS-LB-ISSUED-N(WS-OUT-IDX).
    ADD VCH-AMOUNT TO WS-LB-ISSUED(WS-OUT-IDX).
    EVALUATE VCH-STATUS
        WHEN 'I'
            ADD 1 TO WS-LB-OPEN-N(WS-OUT-IDX)
            ADD VCH-AMOUNT TO WS-LB-OPEN(WS-OUT-IDX)
        WHEN 'R'
            *> A redemption for less than face released the rest;
            *> it shows with the expired amount.
            ADD 1 TO WS-LB-REDEEMED-N(WS-OUT-IDX)
            ADD VCH-USED TO WS-LB-REDEEMED(WS-OUT-IDX)
            COMPUTE WS-LB-EXPIRED(WS-OUT-IDX) =
                WS-LB-EXPIRED(WS-OUT-IDX) + VCH-AMOUNT - VCH-USED
        WHEN 'X'
            ADD 1 TO WS-LB-EXPIRED-N(WS-OUT-IDX)
            ADD VCH-AMOUNT TO WS-LB-EXPIRED(WS-OUT-IDX)
        WHEN 'V'
            ADD 1 TO WS-LB-VOIDED-N(WS-OUT-IDX)
            ADD VCH-AMOUNT TO WS-LB-VOIDED(WS-OUT-IDX)
    END-EVALUATE.

WRITE-DESK-EVENT.
    *> The comp desk's trail is table 0's audit log, in the table
    *> layout and numbering, so GL-EXTRACT posts it like any table.
    *> WS-EVENT, WS-EVENT-AMOUNT, WS-NEXT-NUMBER, WS-OUTLET, the
    *> account and WS-HOST-ID are staged by the caller.
    IF WS-SEQ-LOADED = 'N'
        PERFORM LOAD-AUDIT-SEQ
    END-IF.
    ACCEPT AUD-DATE FROM DATE YYYYMMDD.
    ACCEPT AUD-TIMESTAMP FROM TIME.
    MOVE "COMP-VOUCHER" TO AUD-SESSION.
    MOVE WS-EVENT TO AUD-EVENT.
    MOVE WS-ACCT-NAME TO AUD-PLAYER.
    MOVE 0 TO AUD-GAMESTATE.
    MOVE 0 TO AUD-POINT.
    MOVE WS-EVENT-AMOUNT TO AUD-AMOUNT.
    MOVE WS-NEXT-NUMBER TO WS-REASON-NUMBER.
    MOVE SPACES TO AUD-REASON.
    STRING WS-OUTLET WS-REASON-NUMBER
        DELIMITED BY SIZE INTO AUD-REASON.
    MOVE WS-HOST-ID TO AUD-DEALER.
    ADD 1 TO WS-AUDIT-SEQ.
    MOVE WS-AUDIT-SEQ TO AUD-SEQ.
    MOVE WS-ACCT-NUMBER TO AUD-ACCOUNT.
    OPEN EXTEND AUDIT-FILE.
    IF AUDIT-STATUS = "35"
        OPEN OUTPUT AUDIT-FILE
        CLOSE AUDIT-FILE
        OPEN EXTEND AUDIT-FILE
    END-IF.
    IF AUDIT-STATUS NOT = "00"
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE "comp desk trail would not open; GL will miss a voucher"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        MOVE 8 TO RETURN-CODE
    ELSE
        WRITE AUDIT-RECORD
        CLOSE AUDIT-FILE
    END-IF.

LOAD-AUDIT-SEQ.
    *> Pick the numbering up where the trail left off.
    OPEN INPUT AUDIT-FILE.
    IF AUDIT-STATUS = "00"
        PERFORM UNTIL AUDIT-STATUS = "10"
            READ AUDIT-FILE
                AT END MOVE "10" TO AUDIT-STATUS
            END-READ
            IF AUDIT-STATUS = "00"
                AND AUD-SEQ IS NUMERIC
                AND AUD-SEQ > WS-AUDIT-SEQ
                MOVE AUD-SEQ TO WS-AUDIT-SEQ
            END-IF
        END-PERFORM
        CLOSE AUDIT-FILE
    ELSE
        CONTINUE
    END-IF.
    MOVE 'Y' TO WS-SEQ-LOADED.

WRITE-OPS-LOG.
    *> WS-OPS-SEVERITY and WS-OPS-TEXT are staged by the caller.
    CALL "OPS-LOG" USING WS-OPS-PROGRAM WS-OPS-SEVERITY
        WS-OPS-TEXT.
