IDENTIFICATION DIVISION.
PROGRAM-ID. COUPON-MAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT COUPON-FILE ASSIGN TO "CRAPS-COUPON.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS COUPON-STATUS.

    SELECT COUPON-TEMP-FILE ASSIGN TO "CRAPS-COUPON.TMP"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS COUPON-TEMP-STATUS.

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
*> One row per serialized table coupon. Type M is match-play (rides
*> beside an equal cash bet), F is a free bet (stands alone and pays
*> winnings only). Account 0 is a bearer coupon; anything else may
*> only be played by that account. Status I issued (live), U used
*> at a table, V voided. A live coupon past its expiry date is
*> simply refused at the table. The used date, table, session and
*> spot record where it was played.
FD COUPON-FILE.
01 COUPON-RECORD.
    02 CPN-SERIAL       PIC 9(8).
    02 CPN-TYPE         PIC X(1).
    02 CPN-FACE         PIC 9(5)V99.
    02 CPN-ISSUE-DATE   PIC X(8).
    02 CPN-EXPIRE-DATE  PIC X(8).
    02 CPN-ACCOUNT      PIC 9(5).
    02 CPN-STATUS       PIC X(1).
    02 CPN-USED-DATE    PIC X(8).
    02 CPN-TABLE        PIC 9(1).
    02 CPN-SESSION      PIC X(14).
    02 CPN-SPOT         PIC X(1).

FD COUPON-TEMP-FILE.
01 COUPON-TEMP-RECORD   PIC X(62).

FD STAFF-FILE.
01 STAFF-RECORD.
    02 STF-ID           PIC X(4).
    02 STF-NAME         PIC X(20).
    02 STF-ROLE         PIC X(1).
    02 STF-ACTIVE       PIC X(1).

FD SUPER-FILE.
01 SUPER-RECORD         PIC X(4).

WORKING-STORAGE SECTION.
01 COUPON-STATUS        PIC X(2).
01 COUPON-TEMP-STATUS   PIC X(2).
01 STAFF-STATUS         PIC X(2).
01 SUPER-STATUS         PIC X(2).
01 WS-OPS-PROGRAM       PIC X(18) VALUE "COUPON-MAINT".
01 WS-OPS-SEVERITY      PIC X(1).
01 WS-OPS-TEXT          PIC X(60).
01 WS-SUPER-PIN         PIC X(4) VALUE "1234".
01 WS-PIN-TRY           PIC X(4) VALUE SPACES.
01 WS-CHOICE            PIC X(1) VALUE SPACES.
01 WS-CPN-TMP-NAME      PIC X(16) VALUE "CRAPS-COUPON.TMP".
01 WS-CPN-FINAL-NAME    PIC X(16) VALUE "CRAPS-COUPON.DAT".
01 WS-CLOCK-DATE        PIC X(8).
01 WS-CLOCK-TIME        PIC X(8).
01 WS-GD-SHIFT          PIC X(1).
01 WS-GD-SHIFT-NO       PIC 9(1).
01 WS-TODAY             PIC X(8).
01 WS-DATE-N            PIC 9(8).
01 WS-DATE-INT          PIC 9(8).
01 WS-EXPIRE-DATE       PIC X(8).
01 WS-HOST-ID           PIC X(4) VALUE SPACES.
01 WS-HOST-OK           PIC X(1) VALUE 'N'.
01 WS-TYPE-IN           PIC X(1) VALUE SPACES.
01 WS-FACE-IN           PIC 9(5)V99 VALUE 0.
01 WS-COUNT-IN          PIC 9(3) VALUE 0.
01 WS-DAYS-IN           PIC 9(3) VALUE 0.
01 WS-ISSUE-IDX         PIC 9(3) VALUE 0.
01 WS-NEXT-SERIAL       PIC 9(8) VALUE 0.
01 WS-FIRST-SERIAL      PIC 9(8) VALUE 0.
01 WS-SERIAL-IN         PIC 9(8) VALUE 0.
01 WS-FOUND             PIC X(1) VALUE 'N'.
01 WS-MONEY-DISP        PIC $$$,$$$,$$9.99.
01 WS-FROM-DATE         PIC X(8) VALUE "00000000".
01 WS-TO-DATE           PIC X(8) VALUE "99999999".
01 WS-DATE-INPUT        PIC X(8).
01 WS-TYPE-IDX          PIC 9(1).
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
    02 WS-JRN-SOURCE    PIC X(18) VALUE "COUPON-MAINT".
    02 WS-JRN-WHERE     PIC X(8) VALUE SPACES.
    02 WS-JRN-SESSION   PIC X(14) VALUE SPACES.
*> The outstanding report's totals: match-play, free bet, and both.
01 WS-TYPE-NAMES.
    02 FILLER           PIC X(11) VALUE "MMatch-play".
    02 FILLER           PIC X(11) VALUE "FFree bet  ".
    02 FILLER           PIC X(11) VALUE " ALL TYPES ".
01 WS-TYPE-TABLE REDEFINES WS-TYPE-NAMES.
    02 WS-TYPE-ROW OCCURS 3 TIMES.
        03 WS-TY-CODE       PIC X(1).
        03 WS-TY-NAME       PIC X(10).
01 WS-COUPON-TOTALS.
    02 WS-CT-ROW OCCURS 3 TIMES.
        03 WS-CT-ISSUED-N   PIC 9(5).
        03 WS-CT-ISSUED     PIC 9(9)V99.
        03 WS-CT-USED-N     PIC 9(5).
        03 WS-CT-USED       PIC 9(9)V99.
        03 WS-CT-EXPIRED-N  PIC 9(5).
        03 WS-CT-EXPIRED    PIC 9(9)V99.
        03 WS-CT-VOIDED-N   PIC 9(5).
        03 WS-CT-VOIDED     PIC 9(9)V99.
        03 WS-CT-OPEN-N     PIC 9(5).
        03 WS-CT-OPEN       PIC 9(9)V99.

PROCEDURE DIVISION.
MAIN-PROGRAM.
    *> Marketing's coupon book. A run of serialized match-play or
    *> free-bet coupons is issued at one face value and expiry,
    *> optionally restricted to one account; the table takes them at
    *> bet entry on the pass line, don't pass and the field, and
    *> stamps each one used the moment it is played. Coupons are
    *> promotional play, not money: issuing or voiding one moves no
    *> cash, so nothing here goes on an audit trail - only what a
    *> played coupon wins does, at the table.
    ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-CLOCK-TIME FROM TIME.
    CALL "GAMING-DAY" USING WS-CLOCK-DATE WS-CLOCK-TIME WS-TODAY
        WS-GD-SHIFT WS-GD-SHIFT-NO.
    DISPLAY "Table coupons - I=issue, V=void, L=outstanding report: ".
    ACCEPT WS-CHOICE.
    EVALUATE WS-CHOICE
        WHEN 'I'
        WHEN 'i'
            PERFORM ISSUE-COUPONS
        WHEN 'V'
        WHEN 'v'
            PERFORM CHECK-SUPER-PIN
            IF WS-PIN-TRY = WS-SUPER-PIN
                PERFORM VOID-COUPON
            ELSE
                DISPLAY "Supervisor PIN refused."
                MOVE 8 TO RETURN-CODE
            END-IF
        WHEN 'L'
        WHEN 'l'
            PERFORM PRINT-COUPON-REPORT
        WHEN OTHER
            DISPLAY "Nothing done."
    END-EVALUATE.
    GOBACK.

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
    *> Coupons are issued by an active host or supervisor on
    *> CRAPS-STAFF.DAT.
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

ISSUE-COUPONS.
    PERFORM CHECK-HOST.
    IF WS-HOST-OK NOT = 'Y'
        DISPLAY "Not an active host or supervisor; no coupons issued."
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Coupon type - M=match-play, F=free bet: ".
    ACCEPT WS-TYPE-IN.
    INSPECT WS-TYPE-IN CONVERTING "mf" TO "MF".
    IF WS-TYPE-IN NOT = 'M' AND WS-TYPE-IN NOT = 'F'
        DISPLAY "Not a coupon type; no coupons issued."
        MOVE 4 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Face value (e.g. 25.00): ".
    MOVE 0 TO WS-FACE-IN.
    ACCEPT WS-FACE-IN.
    IF WS-FACE-IN = 0
        DISPLAY "No coupons issued."
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "How many coupons (1-500): ".
    MOVE 0 TO WS-COUNT-IN.
    ACCEPT WS-COUNT-IN.
    IF WS-COUNT-IN = 0 OR WS-COUNT-IN > 500
        DISPLAY "Between 1 and 500 coupons a run; none issued."
        MOVE 4 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Good for how many gaming days (ENTER for 30): ".
    MOVE 0 TO WS-DAYS-IN.
    ACCEPT WS-DAYS-IN.
    IF WS-DAYS-IN = 0
        MOVE 30 TO WS-DAYS-IN
    END-IF.
    DISPLAY "Restrict to account number (0 = bearer): ".
    MOVE 0 TO WS-ACCT-NUMBER.
    ACCEPT WS-ACCT-NUMBER.
    MOVE SPACES TO WS-ACCT-NAME.
    IF WS-ACCT-NUMBER NOT = 0
        MOVE 'L' TO WS-ACCT-FUNCTION
        CALL "ACCOUNT-MASTER" USING WS-ACCT-FUNCTION
            WS-ACCT-NUMBER WS-ACCT-NAME WS-ACCT-BALANCE
            WS-ACCT-LOSS-CAP WS-ACCT-TIME-LIMIT
            WS-ACCT-LOCKOUT WS-ACCT-STATUS WS-ACCT-PIN
            WS-JRN-CONTEXT
        IF WS-ACCT-STATUS NOT = 'Y'
            DISPLAY "Account " WS-ACCT-NUMBER " not on file."
            MOVE 8 TO RETURN-CODE
            EXIT PARAGRAPH
        END-IF
    END-IF.
    PERFORM FIND-NEXT-SERIAL.
    MOVE WS-NEXT-SERIAL TO WS-FIRST-SERIAL.
    MOVE WS-TODAY TO WS-DATE-N.
    COMPUTE WS-DATE-INT =
        FUNCTION INTEGER-OF-DATE(WS-DATE-N) + WS-DAYS-IN.
    MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-DATE-N.
    MOVE WS-DATE-N TO WS-EXPIRE-DATE.
    OPEN EXTEND COUPON-FILE.
    IF COUPON-STATUS = "35"
        OPEN OUTPUT COUPON-FILE
        CLOSE COUPON-FILE
        OPEN EXTEND COUPON-FILE
    END-IF.
    IF COUPON-STATUS NOT = "00"
        DISPLAY "Cannot open the coupon file (FILE STATUS "
            COUPON-STATUS "); no coupons issued."
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE "coupon file would not open for issue" TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING WS-ISSUE-IDX FROM 1 BY 1
            UNTIL WS-ISSUE-IDX > WS-COUNT-IN
        MOVE WS-NEXT-SERIAL TO CPN-SERIAL
        MOVE WS-TYPE-IN TO CPN-TYPE
        MOVE WS-FACE-IN TO CPN-FACE
        MOVE WS-TODAY TO CPN-ISSUE-DATE
        MOVE WS-EXPIRE-DATE TO CPN-EXPIRE-DATE
        MOVE WS-ACCT-NUMBER TO CPN-ACCOUNT
        MOVE 'I' TO CPN-STATUS
        MOVE SPACES TO CPN-USED-DATE
        MOVE 0 TO CPN-TABLE
        MOVE SPACES TO CPN-SESSION
        MOVE SPACE TO CPN-SPOT
        WRITE COUPON-RECORD
        ADD 1 TO WS-NEXT-SERIAL
    END-PERFORM.
    CLOSE COUPON-FILE.
    SUBTRACT 1 FROM WS-NEXT-SERIAL.
    MOVE WS-FACE-IN TO WS-MONEY-DISP.
    DISPLAY WS-COUNT-IN " coupon(s) at " WS-MONEY-DISP
        " issued, serials " WS-FIRST-SERIAL " - " WS-NEXT-SERIAL
        ", good through " WS-EXPIRE-DATE ".".
    IF WS-ACCT-NUMBER NOT = 0
        DISPLAY "Restricted to " WS-ACCT-NAME " (account "
            WS-ACCT-NUMBER ")."
    END-IF.

FIND-NEXT-SERIAL.
    MOVE 0 TO WS-NEXT-SERIAL.
    OPEN INPUT COUPON-FILE.
    IF COUPON-STATUS = "00"
        PERFORM UNTIL COUPON-STATUS = "10"
            READ COUPON-FILE
                AT END MOVE "10" TO COUPON-STATUS
            END-READ
            IF COUPON-STATUS = "00"
                AND CPN-SERIAL > WS-NEXT-SERIAL
                MOVE CPN-SERIAL TO WS-NEXT-SERIAL
            END-IF
        END-PERFORM
        CLOSE COUPON-FILE
    ELSE
        CONTINUE
    END-IF.
    ADD 1 TO WS-NEXT-SERIAL.

VOID-COUPON.
    *> A live coupon lost, stolen or issued in error comes off the
    *> book so no table will take it; one already played stays as
    *> it is. Rewritten through a temp file and a verified rename,
    *> the SCORE-RECORDS way.
    DISPLAY "Coupon serial to void: ".
    MOVE 0 TO WS-SERIAL-IN.
    ACCEPT WS-SERIAL-IN.
    MOVE 'N' TO WS-FOUND.
    OPEN INPUT COUPON-FILE.
    IF COUPON-STATUS NOT = "00"
        DISPLAY "No coupons on file."
        MOVE 4 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT COUPON-TEMP-FILE.
    PERFORM UNTIL COUPON-STATUS = "10"
        READ COUPON-FILE
            AT END MOVE "10" TO COUPON-STATUS
        END-READ
        IF COUPON-STATUS = "00"
            IF CPN-SERIAL = WS-SERIAL-IN AND CPN-STATUS = 'I'
                MOVE 'V' TO CPN-STATUS
                MOVE WS-TODAY TO CPN-USED-DATE
                MOVE 'Y' TO WS-FOUND
            END-IF
            WRITE COUPON-TEMP-RECORD FROM COUPON-RECORD
        END-IF
    END-PERFORM.
    CLOSE COUPON-FILE.
    CLOSE COUPON-TEMP-FILE.
    IF WS-FOUND NOT = 'Y'
        DISPLAY "No live coupon " WS-SERIAL-IN " on file."
        MOVE 4 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF.
    IF COUPON-TEMP-STATUS NOT = "00"
        DISPLAY "Error writing the coupon temp file; coupon not"
            " voided."
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF.
    CALL "CBL_RENAME_FILE" USING WS-CPN-TMP-NAME WS-CPN-FINAL-NAME.
    IF RETURN-CODE NOT = 0
        DISPLAY "Error replacing the coupon file; change left in"
            " CRAPS-COUPON.TMP."
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Coupon " WS-SERIAL-IN " voided.".

PRINT-COUPON-REPORT.
    *> Coupons by the gaming day they were issued, by type: how
    *> many went out, how many were played at a table (their face
    *> is the promotional play handed out), how many ran out or
    *> were voided, and what is still live on the street.
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
    INITIALIZE WS-COUPON-TOTALS.
    OPEN INPUT COUPON-FILE.
    IF COUPON-STATUS = "00"
        PERFORM UNTIL COUPON-STATUS = "10"
            READ COUPON-FILE
                AT END MOVE "10" TO COUPON-STATUS
            END-READ
            IF COUPON-STATUS = "00"
                AND CPN-ISSUE-DATE >= WS-FROM-DATE
                AND CPN-ISSUE-DATE <= WS-TO-DATE
                PERFORM TALLY-COUPON
            END-IF
        END-PERFORM
        CLOSE COUPON-FILE
    ELSE
        CONTINUE
    END-IF.
    DISPLAY "===== TABLE COUPONS (" WS-FROM-DATE " - "
        WS-TO-DATE ") =====".
    PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1 UNTIL WS-TYPE-IDX > 3
        IF WS-TYPE-IDX = 3
            DISPLAY " "
        END-IF
        DISPLAY WS-TY-NAME(WS-TYPE-IDX)
        MOVE WS-CT-ISSUED(WS-TYPE-IDX) TO WS-MONEY-DISP
        DISPLAY "  Issued:       " WS-CT-ISSUED-N(WS-TYPE-IDX)
            "  " WS-MONEY-DISP
        MOVE WS-CT-USED(WS-TYPE-IDX) TO WS-MONEY-DISP
        DISPLAY "  Played:       " WS-CT-USED-N(WS-TYPE-IDX)
            "  " WS-MONEY-DISP
        MOVE WS-CT-EXPIRED(WS-TYPE-IDX) TO WS-MONEY-DISP
        DISPLAY "  Expired:      " WS-CT-EXPIRED-N(WS-TYPE-IDX)
            "  " WS-MONEY-DISP
        MOVE WS-CT-VOIDED(WS-TYPE-IDX) TO WS-MONEY-DISP
        DISPLAY "  Voided:       " WS-CT-VOIDED-N(WS-TYPE-IDX)
            "  " WS-MONEY-DISP
        MOVE WS-CT-OPEN(WS-TYPE-IDX) TO WS-MONEY-DISP
        DISPLAY "  Live:         " WS-CT-OPEN-N(WS-TYPE-IDX)
            "  " WS-MONEY-DISP
    END-PERFORM.

TALLY-COUPON.
    IF CPN-TYPE = 'F'
        MOVE 2 TO WS-TYPE-IDX
    ELSE
        MOVE 1 TO WS-TYPE-IDX
    END-IF.
    PERFORM ADD-COUPON-ROW.
    MOVE 3 TO WS-TYPE-IDX.
    PERFORM ADD-COUPON-ROW.

ADD-COUPON-ROW.
    ADD 1 TO WS-CT-ISSUED-N(WS-TYPE-IDX).
    ADD CPN-FACE TO WS-CT-ISSUED(WS-TYPE-IDX).
    EVALUATE TRUE
        WHEN CPN-STATUS = 'U'
            ADD 1 TO WS-CT-USED-N(WS-TYPE-IDX)
            ADD CPN-FACE TO WS-CT-USED(WS-TYPE-IDX)
        WHEN CPN-STATUS = 'V'
            ADD 1 TO WS-CT-VOIDED-N(WS-TYPE-IDX)
            ADD CPN-FACE TO WS-CT-VOIDED(WS-TYPE-IDX)
        WHEN CPN-EXPIRE-DATE < WS-TODAY
            ADD 1 TO WS-CT-EXPIRED-N(WS-TYPE-IDX)
            ADD CPN-FACE TO WS-CT-EXPIRED(WS-TYPE-IDX)
        WHEN OTHER
            ADD 1 TO WS-CT-OPEN-N(WS-TYPE-IDX)
            ADD CPN-FACE TO WS-CT-OPEN(WS-TYPE-IDX)
    END-EVALUATE.

WRITE-OPS-LOG.
    *> WS-OPS-SEVERITY and WS-OPS-TEXT are staged by the caller.
    CALL "OPS-LOG" USING WS-OPS-PROGRAM WS-OPS-SEVERITY
        WS-OPS-TEXT.
