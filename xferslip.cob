IDENTIFICATION DIVISION.
PROGRAM-ID. XFER-SLIP.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TRANSFER-FILE ASSIGN TO "CRAPS-TRANSFER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS TRANSFER-STATUS.

DATA DIVISION.
FILE SECTION.
*> One row per leg of a chip transfer, in the order the legs were
*> made: 'O' when a seat walks its chips away on a slip, 'I' when
*> the slip is presented at the table the chips walked to. The file
*> is only ever added to, so two tables writing at once can never
*> lose each other's legs.
FD TRANSFER-FILE.
01 TRANSFER-RECORD.
    02 XFR-SLIP         PIC 9(7).
    02 XFR-TYPE         PIC X(1).
    02 XFR-DATE         PIC X(8).
    02 XFR-TIME         PIC X(8).
    02 XFR-TABLE        PIC 9(1).
    02 XFR-SESSION      PIC X(14).
    02 XFR-ACCOUNT      PIC 9(5).
    02 XFR-PLAYER       PIC X(20).
    02 XFR-AMOUNT       PIC 9(5)V99.
    02 XFR-DEALER       PIC X(4).

WORKING-STORAGE SECTION.
01 TRANSFER-STATUS      PIC X(2).
01 WS-OPS-PROGRAM       PIC X(18) VALUE "XFER-SLIP".
01 WS-OPS-SEVERITY      PIC X(1).
01 WS-OPS-TEXT          PIC X(60).
01 WS-LAST-SEQ          PIC 9(6) VALUE 0.
01 WS-SLIP-SPLIT.
    02 WS-SLIP-TABLE    PIC 9(1).
    02 WS-SLIP-SEQ      PIC 9(6).
01 WS-SLIP-NUM REDEFINES WS-SLIP-SPLIT PIC 9(7).
01 WS-OUT-FOUND         PIC X(1) VALUE 'N'.
01 WS-IN-FOUND          PIC X(1) VALUE 'N'.
01 WS-OUT-RECORD        PIC X(75).
01 WS-LOOK-ONLY         PIC X(1) VALUE 'N'.

LINKAGE SECTION.
01 LK-XFER-FUNCTION     PIC X(1).
01 LK-XFER-RECORD.
    02 LK-XFER-SLIP     PIC 9(7).
    02 LK-XFER-TYPE     PIC X(1).
    02 LK-XFER-DATE     PIC X(8).
    02 LK-XFER-TIME     PIC X(8).
    02 LK-XFER-TABLE    PIC 9(1).
    02 LK-XFER-SESSION  PIC X(14).
    02 LK-XFER-ACCOUNT  PIC 9(5).
    02 LK-XFER-PLAYER   PIC X(20).
    02 LK-XFER-AMOUNT   PIC 9(5)V99.
    02 LK-XFER-DEALER   PIC X(4).
01 LK-XFER-STATUS       PIC X(1).

PROCEDURE DIVISION USING LK-XFER-FUNCTION LK-XFER-RECORD
    LK-XFER-STATUS.
MAIN-PROGRAM.
    *> Table-to-table chip transfer slips, so a player carrying
    *> chips to another table is not cashed out and bought in again
    *> as if the chips were cash. Function codes:
    *>   'O' issue a slip for the seat walking away. The caller fills
    *>       the table, session, account, player, amount and dealer;
    *>       the slip number comes back in LK-XFER-SLIP. Slip numbers
    *>       are the table digit and that table's own running count,
    *>       so two tables issuing at once never hand out the same
    *>       number.
    *>   'L' look the slip in LK-XFER-SLIP up for the patron in the
    *>       caller's account and player: the same checks as 'I', and
    *>       the amount it carries, without taking it in. The seat
    *>       asks this first so a sign-in refused on other grounds
    *>       leaves the slip good.
    *>   'I' take in the slip in LK-XFER-SLIP at the caller's table.
    *>       The caller fills the table, session, account, player
    *>       and dealer of the patron sitting down; on success the
    *>       amount the slip carries comes back in LK-XFER-AMOUNT.
    *> LK-XFER-STATUS comes back:
    *>   'Y' done
    *>   'N' no such slip was issued
    *>   'U' the slip has already been taken in
    *>   'W' the slip was issued to another patron (the account when
    *>       the slip carries one, else the name)
    *>   'E' the transfer file could not be written
    ACCEPT LK-XFER-DATE FROM DATE YYYYMMDD.
    ACCEPT LK-XFER-TIME FROM TIME.
    MOVE 'E' TO LK-XFER-STATUS.
    EVALUATE LK-XFER-FUNCTION
        WHEN 'O'
            PERFORM ISSUE-SLIP
        WHEN 'L'
            MOVE 'Y' TO WS-LOOK-ONLY
            PERFORM TAKE-IN-SLIP
        WHEN 'I'
            MOVE 'N' TO WS-LOOK-ONLY
            PERFORM TAKE-IN-SLIP
        WHEN OTHER
            DISPLAY "XFER-SLIP: unknown function " LK-XFER-FUNCTION
    END-EVALUATE.
    GOBACK.

ISSUE-SLIP.
    MOVE 0 TO WS-LAST-SEQ.
    OPEN INPUT TRANSFER-FILE.
    IF TRANSFER-STATUS = "00"
        PERFORM UNTIL TRANSFER-STATUS = "10"
            READ TRANSFER-FILE
                AT END MOVE "10" TO TRANSFER-STATUS
            END-READ
            IF TRANSFER-STATUS = "00" AND XFR-TYPE = 'O'
                AND XFR-SLIP IS NUMERIC
                MOVE XFR-SLIP TO WS-SLIP-NUM
                IF WS-SLIP-TABLE = LK-XFER-TABLE
                    AND WS-SLIP-SEQ > WS-LAST-SEQ
                    MOVE WS-SLIP-SEQ TO WS-LAST-SEQ
                END-IF
            END-IF
        END-PERFORM
        CLOSE TRANSFER-FILE
    ELSE
        CONTINUE
    END-IF.
    MOVE LK-XFER-TABLE TO WS-SLIP-TABLE.
    COMPUTE WS-SLIP-SEQ = WS-LAST-SEQ + 1.
    MOVE WS-SLIP-NUM TO LK-XFER-SLIP.
    MOVE 'O' TO LK-XFER-TYPE.
    MOVE LK-XFER-RECORD TO WS-OUT-RECORD.
    PERFORM APPEND-LEG.

TAKE-IN-SLIP.
    *> The slip must have been issued, must not have been taken in
    *> already, and must be presented by the patron it was cut for.
    MOVE 'N' TO WS-OUT-FOUND.
    MOVE 'N' TO WS-IN-FOUND.
    OPEN INPUT TRANSFER-FILE.
    IF TRANSFER-STATUS = "00"
        PERFORM UNTIL TRANSFER-STATUS = "10"
            READ TRANSFER-FILE
                AT END MOVE "10" TO TRANSFER-STATUS
            END-READ
            IF TRANSFER-STATUS = "00"
                AND XFR-SLIP = LK-XFER-SLIP
                IF XFR-TYPE = 'O'
                    MOVE 'Y' TO WS-OUT-FOUND
                    MOVE TRANSFER-RECORD TO WS-OUT-RECORD
                END-IF
                IF XFR-TYPE = 'I'
                    MOVE 'Y' TO WS-IN-FOUND
                END-IF
            END-IF
        END-PERFORM
        CLOSE TRANSFER-FILE
    ELSE
        CONTINUE
    END-IF.
    IF WS-OUT-FOUND NOT = 'Y'
        MOVE 'N' TO LK-XFER-STATUS
        EXIT PARAGRAPH
    END-IF.
    IF WS-IN-FOUND = 'Y'
        MOVE 'U' TO LK-XFER-STATUS
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-OUT-RECORD TO TRANSFER-RECORD.
    IF (XFR-ACCOUNT > 0 AND XFR-ACCOUNT NOT = LK-XFER-ACCOUNT)
        OR (XFR-ACCOUNT = 0 AND XFR-PLAYER NOT = LK-XFER-PLAYER)
        MOVE 'W' TO LK-XFER-STATUS
        EXIT PARAGRAPH
    END-IF.
    MOVE XFR-AMOUNT TO LK-XFER-AMOUNT.
    IF WS-LOOK-ONLY = 'Y'
        MOVE 'Y' TO LK-XFER-STATUS
        EXIT PARAGRAPH
    END-IF.
    MOVE 'I' TO LK-XFER-TYPE.
    MOVE LK-XFER-RECORD TO WS-OUT-RECORD.
    PERFORM APPEND-LEG.

APPEND-LEG.
    *> WS-OUT-RECORD holds the leg to add.
    OPEN EXTEND TRANSFER-FILE.
    IF TRANSFER-STATUS = "35"
        OPEN OUTPUT TRANSFER-FILE
    END-IF.
    IF TRANSFER-STATUS = "00"
        WRITE TRANSFER-RECORD FROM WS-OUT-RECORD
        IF TRANSFER-STATUS = "00"
            MOVE 'Y' TO LK-XFER-STATUS
        END-IF
        CLOSE TRANSFER-FILE
    END-IF.
    IF LK-XFER-STATUS NOT = 'Y'
        MOVE 'E' TO LK-XFER-STATUS
        DISPLAY "XFER-SLIP: cannot write the transfer file"
            " (FILE STATUS " TRANSFER-STATUS ")."
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE "cannot write CRAPS-TRANSFER.DAT; transfer not recorded"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
    END-IF.

WRITE-OPS-LOG.
    *> WS-OPS-SEVERITY and WS-OPS-TEXT are staged by the caller.
    CALL "OPS-LOG" USING WS-OPS-PROGRAM WS-OPS-SEVERITY
        WS-OPS-TEXT.
