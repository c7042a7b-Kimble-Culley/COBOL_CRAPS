IDENTIFICATION DIVISION.
PROGRAM-ID. CTR-WATCH.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
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
01 AUDIT-STATUS         PIC X(2).
01 WS-AUDIT-NAME        PIC X(40).
01 WS-TBL               PIC 9(2).
01 WS-TBL-DIGIT         PIC 9(1).
01 WS-CLOCK-DATE        PIC X(8).
01 WS-CLOCK-TIME        PIC X(8).
01 WS-TODAY             PIC X(8).
01 WS-CAL-TODAY         PIC X(8).
01 WS-GD-DAY            PIC X(8).
01 WS-GD-SHIFT          PIC X(1).
01 WS-GD-SHIFT-NO       PIC 9(1).
01 WS-PROSPECT          PIC 9(7)V99.
*> The same watch line CTR-REPORT lists from: 80% of the statutory
*> $10,000.
01 WS-CTR-WATCH         PIC 9(7)V99 VALUE 8000.
01 WS-KYC-FUNCTION      PIC X(1).
01 WS-KYC-STATUS        PIC X(1).
01 WS-KYC-RECORD.
    02 WS-KYC-ACCOUNT   PIC 9(5).
    02 WS-KYC-ID-TYPE   PIC X(2).
    02 WS-KYC-ID-NUMBER PIC X(20).
    02 WS-KYC-ID-STATE  PIC X(2).
    02 WS-KYC-ID-EXPIRY PIC X(8).
    02 WS-KYC-ADDRESS   PIC X(30).
    02 WS-KYC-CITY      PIC X(20).
    02 WS-KYC-STATE     PIC X(2).
    02 WS-KYC-ZIP       PIC X(10).
    02 WS-KYC-DOB       PIC X(8).
    02 WS-KYC-TIN       PIC X(11).
    02 WS-KYC-UPD-DATE  PIC X(8).
    02 WS-KYC-UPD-WHO   PIC X(3).

LINKAGE SECTION.
01 LK-CW-ACCOUNT        PIC 9(5).
01 LK-CW-NAME           PIC X(20).
01 LK-CW-AMOUNT         PIC 9(5)V99.
01 LK-CW-CASH-IN        PIC 9(7)V99.
01 LK-CW-STATUS         PIC X(1).

PROCEDURE DIVISION USING LK-CW-ACCOUNT LK-CW-NAME LK-CW-AMOUNT
    LK-CW-CASH-IN LK-CW-STATUS.
MAIN-PROGRAM.
    *> Asked before any cash-in is taken at a table: would this
    *> LK-CW-AMOUNT bring the patron's cash in for the gaming day to
    *> the CTR watch line, and if so is there a current, unexpired
    *> ID on the KYC master to file with? The day's cash in so far
    *> (BUYIN and REBUY on all nine live trails - a day is archived
    *> only after it closes) comes back in LK-CW-CASH-IN either way.
    *> LK-CW-STATUS comes back 'Y' to take the money, 'N' to refuse
    *> it until the cage records the patron's ID. A walk-in with no
    *> account aggregates by name and can never have an ID on file.
    ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-CLOCK-TIME FROM TIME.
    CALL "GAMING-DAY" USING WS-CLOCK-DATE WS-CLOCK-TIME WS-TODAY
        WS-GD-SHIFT WS-GD-SHIFT-NO.
    MOVE WS-CLOCK-DATE TO WS-CAL-TODAY.
    MOVE 'Y' TO LK-CW-STATUS.
    MOVE 0 TO LK-CW-CASH-IN.
    PERFORM VARYING WS-TBL FROM 1 BY 1 UNTIL WS-TBL > 9
        MOVE WS-TBL TO WS-TBL-DIGIT
        MOVE SPACES TO WS-AUDIT-NAME
        STRING "CRAPS-AUDIT.T" WS-TBL-DIGIT ".LOG"
            DELIMITED BY SIZE INTO WS-AUDIT-NAME
        PERFORM SCAN-AUDIT-LOG
    END-PERFORM.
    COMPUTE WS-PROSPECT = LK-CW-CASH-IN + LK-CW-AMOUNT.
    IF WS-PROSPECT >= WS-CTR-WATCH
        MOVE 'N' TO WS-KYC-STATUS
        IF LK-CW-ACCOUNT > 0
            MOVE LK-CW-ACCOUNT TO WS-KYC-ACCOUNT
            MOVE 'L' TO WS-KYC-FUNCTION
            CALL "PATRON-ID" USING WS-KYC-FUNCTION WS-KYC-RECORD
                WS-KYC-STATUS
        END-IF
        IF WS-KYC-STATUS NOT = 'Y'
            OR WS-KYC-ID-NUMBER = SPACES
            OR WS-KYC-ID-EXPIRY < WS-CAL-TODAY
            MOVE 'N' TO LK-CW-STATUS
        END-IF
    END-IF.
    GOBACK.

SCAN-AUDIT-LOG.
    OPEN INPUT AUDIT-FILE.
    IF AUDIT-STATUS = "00"
        PERFORM UNTIL AUDIT-STATUS = "10"
            READ AUDIT-FILE
                AT END MOVE "10" TO AUDIT-STATUS
            END-READ
            IF AUDIT-STATUS NOT = "10"
                AND (AUD-EVENT = "BUYIN" OR AUD-EVENT = "REBUY")
                AND ((LK-CW-ACCOUNT > 0
                      AND AUD-ACCOUNT IS NUMERIC
                      AND AUD-ACCOUNT = LK-CW-ACCOUNT)
                     OR (LK-CW-ACCOUNT = 0
                         AND AUD-PLAYER = LK-CW-NAME))
                CALL "GAMING-DAY" USING AUD-DATE AUD-TIMESTAMP
                    WS-GD-DAY WS-GD-SHIFT WS-GD-SHIFT-NO
                IF WS-GD-DAY = WS-TODAY
                    ADD AUD-AMOUNT TO LK-CW-CASH-IN
                END-IF
            END-IF
        END-PERFORM
        CLOSE AUDIT-FILE
    ELSE
        CONTINUE
    END-IF.
