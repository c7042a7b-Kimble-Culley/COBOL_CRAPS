IDENTIFICATION DIVISION.
PROGRAM-ID. VOUCHER-CYCLE.

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

    SELECT REDEEM-FILE ASSIGN TO "CRAPS-VCHRDM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS REDEEM-STATUS.

    SELECT INTERFACE-FILE ASSIGN TO DYNAMIC WS-INTERFACE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS INTERFACE-STATUS.

    SELECT AUDIT-FILE ASSIGN TO "CRAPS-AUDIT.T0.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
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

*> What the hotel and restaurant systems send back: one row per
*> voucher honoured, with the outlet's check or folio reference.
FD REDEEM-FILE.
01 REDEEM-RECORD.
    02 RDM-NUMBER       PIC 9(7).
    02 RDM-OUTLET       PIC X(1).
    02 RDM-DATE         PIC X(8).
    02 RDM-AMOUNT       PIC 9(5)V99.
    02 RDM-CHECK        PIC X(10).

*> What the outlets load each morning: every live voucher (V), every
*> voucher closed on the gaming day (C) so they can strike it, then
*> a trailer carrying the counts and the live total.
FD INTERFACE-FILE.
01 INTERFACE-DETAIL.
    02 IFC-TYPE         PIC X(1).
    02 IFC-NUMBER       PIC 9(7).
    02 IFC-OUTLET       PIC X(1).
    02 IFC-ACCOUNT      PIC 9(5).
    02 IFC-NAME         PIC X(20).
    02 IFC-AMOUNT       PIC 9(5)V99.
    02 IFC-ISSUE-DATE   PIC X(8).
    02 IFC-EXPIRE-DATE  PIC X(8).
    02 IFC-STATUS       PIC X(1).
    02 IFC-CLOSE-DATE   PIC X(8).
01 INTERFACE-TRAILER.
    02 IFT-TYPE         PIC X(1).
    02 IFT-DATE         PIC X(8).
    02 IFT-LIVE-COUNT   PIC 9(5).
    02 IFT-LIVE-TOTAL   PIC 9(9)V99.
    02 IFT-CLOSED-COUNT PIC 9(5).

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
01 REDEEM-STATUS        PIC X(2).
01 INTERFACE-STATUS     PIC X(2).
01 AUDIT-STATUS         PIC X(2).
01 WS-OPS-PROGRAM       PIC X(18) VALUE "VOUCHER-CYCLE".
01 WS-OPS-SEVERITY      PIC X(1).
01 WS-OPS-TEXT          PIC X(60).
01 WS-VCH-TMP-NAME      PIC X(17) VALUE "CRAPS-VOUCHER.TMP".
01 WS-VCH-FINAL-NAME    PIC X(17) VALUE "CRAPS-VOUCHER.DAT".
01 WS-RDM-LIVE-NAME     PIC X(16) VALUE "CRAPS-VCHRDM.DAT".
01 WS-RDM-DONE-NAME     PIC X(26).
01 WS-INTERFACE-NAME    PIC X(30).
01 WS-CLOCK-DATE        PIC X(8).
01 WS-CLOCK-TIME        PIC X(8).
01 WS-GD-SHIFT          PIC X(1).
01 WS-GD-SHIFT-NO       PIC 9(1).
01 WS-TODAY             PIC X(8).
01 WS-HAVE-REDEEMS      PIC X(1) VALUE 'N'.
01 WS-VOUCHERS-OK       PIC X(1) VALUE 'N'.
01 WS-RDM-IDX           PIC 9(4).
01 WS-RDM-COUNT         PIC 9(4) VALUE 0.
01 WS-REDEEMED-N        PIC 9(5) VALUE 0.
01 WS-REDEEMED          PIC 9(9)V99 VALUE 0.
01 WS-EXPIRED-N         PIC 9(5) VALUE 0.
01 WS-EXPIRED           PIC 9(9)V99 VALUE 0.
01 WS-LIVE-N            PIC 9(5) VALUE 0.
01 WS-LIVE              PIC 9(9)V99 VALUE 0.
01 WS-CLOSED-N          PIC 9(5) VALUE 0.
01 WS-EXCEPTIONS        PIC 9(5) VALUE 0.
01 WS-RUN-RC            PIC 9(1) VALUE 0.
01 WS-UNUSED            PIC 9(5)V99.
01 WS-MONEY-DISP        PIC $$$,$$9.99.
01 WS-MONEY-DISP2       PIC $$$,$$9.99.
01 WS-TOTAL-DISP        PIC $$$,$$$,$$9.99.
01 WS-AUDIT-SEQ         PIC 9(7) VALUE 0.
01 WS-REASON-NUMBER     PIC 9(7).
01 WS-EVT-IDX           PIC 9(4).
01 WS-EVT-COUNT         PIC 9(4) VALUE 0.
01 WS-EVT-LOST          PIC 9(4) VALUE 0.
01 WS-STAGE-EVENT       PIC X(10).
01 WS-STAGE-AMOUNT      PIC 9(5)V99.
*> Every redemption on the outlet file, and what became of it: R
*> applied, C applied but capped at the face of the voucher, A the
*> voucher was already closed, O it was written for another outlet,
*> L it had expired before the redemption date, X no voucher by
*> that number.
01 WS-REDEEM-TABLE.
    02 WS-RDM-ROW OCCURS 500 TIMES.
        03 WS-RD-NUMBER     PIC 9(7).
        03 WS-RD-OUTLET     PIC X(1).
        03 WS-RD-DATE       PIC X(8).
        03 WS-RD-AMOUNT     PIC 9(5)V99.
        03 WS-RD-CHECK      PIC X(10).
        03 WS-RD-RESULT     PIC X(1).
        03 WS-RD-ACCOUNT    PIC 9(5).
        03 WS-RD-NAME       PIC X(20).
        03 WS-RD-FACE       PIC 9(5)V99.
*> The comp desk postings the night's work raises, held until the
*> voucher file has been replaced so a failed run posts nothing.
01 WS-EVENT-TABLE.
    02 WS-EVT-ROW OCCURS 2000 TIMES.
        03 WS-EV-EVENT      PIC X(10).
        03 WS-EV-NUMBER     PIC 9(7).
        03 WS-EV-OUTLET     PIC X(1).
        03 WS-EV-ACCOUNT    PIC 9(5).
        03 WS-EV-NAME       PIC X(20).
        03 WS-EV-AMOUNT     PIC 9(5)V99.
        03 WS-EV-HOST       PIC X(4).

PROCEDURE DIVISION.
MAIN-PROGRAM.
    *> Nightly comp voucher cycle. The outlets' redemptions on
    *> CRAPS-VCHRDM.DAT are applied to the vouchers COMP-VOUCHER
    *> wrote (status R, amount used and check reference kept), live
    *> vouchers past their expiry are expired (X), and the outlets'
    *> interface file CRAPS-VCHIFC.D<gaming day>.DAT is rebuilt. The
    *> redemptions, the unused remainder of a partly used voucher
    *> and the expiries go on the comp desk trail for GL-EXTRACT.
    *> Return code 4 when a redemption could not be applied cleanly,
    *> 8 when a file could not be read or replaced.
    MOVE 0 TO WS-RUN-RC.
    ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-CLOCK-TIME FROM TIME.
    CALL "GAMING-DAY" USING WS-CLOCK-DATE WS-CLOCK-TIME WS-TODAY
        WS-GD-SHIFT WS-GD-SHIFT-NO.
    DISPLAY "===== COMP VOUCHER CYCLE (" WS-TODAY ") =====".
    PERFORM LOAD-REDEMPTIONS.
    PERFORM CYCLE-VOUCHERS.
    IF WS-VOUCHERS-OK NOT = 'Y'
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE "voucher file not updated; voucher cycle stopped"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        MOVE 8 TO WS-RUN-RC
        MOVE WS-RUN-RC TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM POST-DESK-EVENTS.
    IF WS-HAVE-REDEEMS = 'Y'
        PERFORM FILE-THE-REDEMPTIONS
    END-IF.
    MOVE WS-REDEEMED TO WS-TOTAL-DISP.
    DISPLAY "Redeemed:       " WS-REDEEMED-N "  " WS-TOTAL-DISP.
    MOVE WS-EXPIRED TO WS-TOTAL-DISP.
    DISPLAY "Expired:        " WS-EXPIRED-N "  " WS-TOTAL-DISP.
    MOVE WS-LIVE TO WS-TOTAL-DISP.
    DISPLAY "Still live:     " WS-LIVE-N "  " WS-TOTAL-DISP.
    DISPLAY "Outlet file:    " WS-INTERFACE-NAME.
    PERFORM PRINT-REDEEM-EXCEPTIONS.
    IF WS-EXCEPTIONS > 0 AND WS-RUN-RC < 4
        MOVE 4 TO WS-RUN-RC
    END-IF.
    MOVE WS-RUN-RC TO RETURN-CODE.
    GOBACK.

LOAD-REDEMPTIONS.
    *> No redemption file means the outlets honoured nothing today.
    OPEN INPUT REDEEM-FILE.
    IF REDEEM-STATUS = "00"
        MOVE 'Y' TO WS-HAVE-REDEEMS
        PERFORM UNTIL REDEEM-STATUS = "10"
            READ REDEEM-FILE
                AT END MOVE "10" TO REDEEM-STATUS
            END-READ
            IF REDEEM-STATUS = "00"
                IF WS-RDM-COUNT < 500
                    ADD 1 TO WS-RDM-COUNT
                    MOVE RDM-NUMBER TO WS-RD-NUMBER(WS-RDM-COUNT)
                    MOVE RDM-OUTLET TO WS-RD-OUTLET(WS-RDM-COUNT)
                    MOVE RDM-DATE TO WS-RD-DATE(WS-RDM-COUNT)
                    MOVE RDM-AMOUNT TO WS-RD-AMOUNT(WS-RDM-COUNT)
                    MOVE RDM-CHECK TO WS-RD-CHECK(WS-RDM-COUNT)
                    MOVE 'X' TO WS-RD-RESULT(WS-RDM-COUNT)
                    MOVE 0 TO WS-RD-ACCOUNT(WS-RDM-COUNT)
                    MOVE SPACES TO WS-RD-NAME(WS-RDM-COUNT)
                    MOVE 0 TO WS-RD-FACE(WS-RDM-COUNT)
                ELSE
                    DISPLAY "More than 500 redemptions on the outlet"
                        " file; the rest wait for the next run."
                    MOVE 'W' TO WS-OPS-SEVERITY
                    MOVE "over 500 redemptions; rest left for next run"
                        TO WS-OPS-TEXT
                    PERFORM WRITE-OPS-LOG
                    MOVE "10" TO REDEEM-STATUS
                END-IF
            END-IF
        END-PERFORM
        CLOSE REDEEM-FILE
    ELSE
        CONTINUE
    END-IF.

CYCLE-VOUCHERS.
    *> One pass over the vouchers, rewritten through a temp file and
    *> a verified rename, the SCORE-RECORDS way. The outlet file is
    *> built from the same pass, so a rerun of the night rebuilds it
    *> whole.
    MOVE SPACES TO WS-INTERFACE-NAME.
    STRING "CRAPS-VCHIFC.D" WS-TODAY ".DAT"
        DELIMITED BY SIZE INTO WS-INTERFACE-NAME.
    OPEN INPUT VOUCHER-FILE.
    EVALUATE VOUCHER-STATUS
        WHEN "00"
            CONTINUE
        WHEN "35"
            DISPLAY "No comp vouchers on file."
        WHEN OTHER
            DISPLAY "Cannot read the voucher file (FILE STATUS "
                VOUCHER-STATUS ")."
            EXIT PARAGRAPH
    END-EVALUATE.
    OPEN OUTPUT INTERFACE-FILE.
    IF INTERFACE-STATUS NOT = "00"
        DISPLAY "Cannot create the outlet file " WS-INTERFACE-NAME
            " (FILE STATUS " INTERFACE-STATUS ")."
        IF VOUCHER-STATUS = "00"
            CLOSE VOUCHER-FILE
        END-IF
        EXIT PARAGRAPH
    END-IF.
    IF VOUCHER-STATUS = "35"
        PERFORM WRITE-INTERFACE-TRAILER
        CLOSE INTERFACE-FILE
        MOVE 'Y' TO WS-VOUCHERS-OK
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT VOUCHER-TEMP-FILE.
    PERFORM UNTIL VOUCHER-STATUS = "10"
        READ VOUCHER-FILE
            AT END MOVE "10" TO VOUCHER-STATUS
        END-READ
        IF VOUCHER-STATUS = "00"
            PERFORM WORK-ONE-VOUCHER
            WRITE VOUCHER-TEMP-RECORD FROM VOUCHER-RECORD
        END-IF
    END-PERFORM.
    PERFORM WRITE-INTERFACE-TRAILER.
    CLOSE VOUCHER-FILE.
    CLOSE INTERFACE-FILE.
    CLOSE VOUCHER-TEMP-FILE.
    IF VOUCHER-TEMP-STATUS = "00"
        CALL "CBL_RENAME_FILE" USING
            WS-VCH-TMP-NAME WS-VCH-FINAL-NAME
        IF RETURN-CODE = 0
            MOVE 'Y' TO WS-VOUCHERS-OK
        ELSE
            DISPLAY "Error replacing the voucher file; tonight's"
                " changes left in CRAPS-VOUCHER.TMP."
        END-IF
    ELSE
        DISPLAY "Error writing the voucher temp file; vouchers"
            " left untouched."
    END-IF.

WORK-ONE-VOUCHER.
    *> Redemptions first, so paper honoured on or before its expiry
    *> is paid even when the cycle runs after the expiry date.
    PERFORM MATCH-REDEMPTION.
    IF VCH-STATUS = 'I' AND VCH-EXPIRE-DATE < WS-TODAY
        MOVE 'X' TO VCH-STATUS
        MOVE WS-TODAY TO VCH-CLOSE-DATE
        ADD 1 TO WS-EXPIRED-N
        ADD VCH-AMOUNT TO WS-EXPIRED
        MOVE "VCH-EXPIRE" TO WS-STAGE-EVENT
        MOVE VCH-AMOUNT TO WS-STAGE-AMOUNT
        PERFORM STAGE-DESK-EVENT
    END-IF.
    MOVE SPACES TO INTERFACE-DETAIL.
    IF VCH-STATUS = 'I'
        MOVE 'V' TO IFC-TYPE
        ADD 1 TO WS-LIVE-N
        ADD VCH-AMOUNT TO WS-LIVE
    ELSE
        IF VCH-CLOSE-DATE = WS-TODAY
            MOVE 'C' TO IFC-TYPE
            ADD 1 TO WS-CLOSED-N
        END-IF
    END-IF.
    IF IFC-TYPE NOT = SPACES
        MOVE VCH-NUMBER TO IFC-NUMBER
        MOVE VCH-OUTLET TO IFC-OUTLET
        MOVE VCH-ACCOUNT TO IFC-ACCOUNT
        MOVE VCH-NAME TO IFC-NAME
        MOVE VCH-AMOUNT TO IFC-AMOUNT
        MOVE VCH-ISSUE-DATE TO IFC-ISSUE-DATE
        MOVE VCH-EXPIRE-DATE TO IFC-EXPIRE-DATE
        MOVE VCH-STATUS TO IFC-STATUS
        MOVE VCH-CLOSE-DATE TO IFC-CLOSE-DATE
        WRITE INTERFACE-DETAIL
    END-IF.

MATCH-REDEMPTION.
    *> A voucher is good once, at the outlet it was written for, up
    *> to its face; a redemption for more is paid at face and the
    *> overage reported, one for less releases the rest.
    PERFORM VARYING WS-RDM-IDX FROM 1 BY 1
            UNTIL WS-RDM-IDX > WS-RDM-COUNT
        IF WS-RD-NUMBER(WS-RDM-IDX) = VCH-NUMBER
            AND WS-RD-RESULT(WS-RDM-IDX) = 'X'
            MOVE VCH-ACCOUNT TO WS-RD-ACCOUNT(WS-RDM-IDX)
            MOVE VCH-NAME TO WS-RD-NAME(WS-RDM-IDX)
            MOVE VCH-AMOUNT TO WS-RD-FACE(WS-RDM-IDX)
            EVALUATE TRUE
                WHEN VCH-STATUS NOT = 'I'
                    MOVE 'A' TO WS-RD-RESULT(WS-RDM-IDX)
                WHEN WS-RD-OUTLET(WS-RDM-IDX) NOT = VCH-OUTLET
                    MOVE 'O' TO WS-RD-RESULT(WS-RDM-IDX)
                WHEN WS-RD-DATE(WS-RDM-IDX) > VCH-EXPIRE-DATE
                    MOVE 'L' TO WS-RD-RESULT(WS-RDM-IDX)
                WHEN OTHER
                    PERFORM APPLY-REDEMPTION
            END-EVALUATE
        END-IF
    END-PERFORM.

APPLY-REDEMPTION.
    IF WS-RD-AMOUNT(WS-RDM-IDX) > VCH-AMOUNT
        MOVE VCH-AMOUNT TO VCH-USED
        MOVE 'C' TO WS-RD-RESULT(WS-RDM-IDX)
    ELSE
        MOVE WS-RD-AMOUNT(WS-RDM-IDX) TO VCH-USED
        MOVE 'R' TO WS-RD-RESULT(WS-RDM-IDX)
    END-IF.
    MOVE 'R' TO VCH-STATUS.
    MOVE WS-TODAY TO VCH-CLOSE-DATE.
    MOVE WS-RD-CHECK(WS-RDM-IDX) TO VCH-CHECK.
    ADD 1 TO WS-REDEEMED-N.
    ADD VCH-USED TO WS-REDEEMED.
    MOVE "VCH-REDEEM" TO WS-STAGE-EVENT.
    MOVE VCH-USED TO WS-STAGE-AMOUNT.
    PERFORM STAGE-DESK-EVENT.
    IF VCH-USED < VCH-AMOUNT
        COMPUTE WS-UNUSED = VCH-AMOUNT - VCH-USED
        MOVE "VCH-UNUSED" TO WS-STAGE-EVENT
        MOVE WS-UNUSED TO WS-STAGE-AMOUNT
        PERFORM STAGE-DESK-EVENT
    END-IF.

STAGE-DESK-EVENT.
    IF WS-EVT-COUNT < 2000
        ADD 1 TO WS-EVT-COUNT
        MOVE WS-STAGE-EVENT TO WS-EV-EVENT(WS-EVT-COUNT)
        MOVE VCH-NUMBER TO WS-EV-NUMBER(WS-EVT-COUNT)
        MOVE VCH-OUTLET TO WS-EV-OUTLET(WS-EVT-COUNT)
        MOVE VCH-ACCOUNT TO WS-EV-ACCOUNT(WS-EVT-COUNT)
        MOVE VCH-NAME TO WS-EV-NAME(WS-EVT-COUNT)
        MOVE WS-STAGE-AMOUNT TO WS-EV-AMOUNT(WS-EVT-COUNT)
        MOVE VCH-HOST TO WS-EV-HOST(WS-EVT-COUNT)
    ELSE
        ADD 1 TO WS-EVT-LOST
    END-IF.

WRITE-INTERFACE-TRAILER.
    MOVE 'T' TO IFT-TYPE.
    MOVE WS-TODAY TO IFT-DATE.
    MOVE WS-LIVE-N TO IFT-LIVE-COUNT.
    MOVE WS-LIVE TO IFT-LIVE-TOTAL.
    MOVE WS-CLOSED-N TO IFT-CLOSED-COUNT.
    WRITE INTERFACE-TRAILER.

POST-DESK-EVENTS.
    *> The comp desk's trail is table 0's audit log, in the table
    *> layout and numbering, so GL-EXTRACT posts it like any table.
    IF WS-EVT-LOST > 0
        DISPLAY "More than 2000 voucher postings tonight; "
            WS-EVT-LOST " not written to the comp desk trail."
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE "voucher postings over 2000; GL must be adjusted by hand"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        MOVE 8 TO WS-RUN-RC
    END-IF.
    IF WS-EVT-COUNT = 0
        EXIT PARAGRAPH
    END-IF.
    PERFORM LOAD-AUDIT-SEQ.
    OPEN EXTEND AUDIT-FILE.
    IF AUDIT-STATUS = "35"
        OPEN OUTPUT AUDIT-FILE
        CLOSE AUDIT-FILE
        OPEN EXTEND AUDIT-FILE
    END-IF.
    IF AUDIT-STATUS NOT = "00"
        DISPLAY "Cannot open the comp desk trail (FILE STATUS "
            AUDIT-STATUS "); " WS-EVT-COUNT " postings not written."
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE "comp desk trail would not open; voucher GL not posted"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        MOVE 8 TO WS-RUN-RC
        EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
            UNTIL WS-EVT-IDX > WS-EVT-COUNT
        ACCEPT AUD-DATE FROM DATE YYYYMMDD
        ACCEPT AUD-TIMESTAMP FROM TIME
        MOVE "VOUCHER-CYCLE" TO AUD-SESSION
        MOVE WS-EV-EVENT(WS-EVT-IDX) TO AUD-EVENT
        MOVE WS-EV-NAME(WS-EVT-IDX) TO AUD-PLAYER
        MOVE 0 TO AUD-GAMESTATE
        MOVE 0 TO AUD-POINT
        MOVE WS-EV-AMOUNT(WS-EVT-IDX) TO AUD-AMOUNT
        MOVE WS-EV-NUMBER(WS-EVT-IDX) TO WS-REASON-NUMBER
        MOVE SPACES TO AUD-REASON
        STRING WS-EV-OUTLET(WS-EVT-IDX) WS-REASON-NUMBER
            DELIMITED BY SIZE INTO AUD-REASON
        MOVE WS-EV-HOST(WS-EVT-IDX) TO AUD-DEALER
        ADD 1 TO WS-AUDIT-SEQ
        MOVE WS-AUDIT-SEQ TO AUD-SEQ
        MOVE WS-EV-ACCOUNT(WS-EVT-IDX) TO AUD-ACCOUNT
        WRITE AUDIT-RECORD
    END-PERFORM.
    CLOSE AUDIT-FILE.

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

FILE-THE-REDEMPTIONS.
    *> The outlet file has been worked; file it under the gaming day
    *> so tomorrow's run does not work it again.
    MOVE SPACES TO WS-RDM-DONE-NAME.
    STRING "CRAPS-VCHRDM.D" WS-TODAY ".DAT"
        DELIMITED BY SIZE INTO WS-RDM-DONE-NAME.
    CALL "CBL_RENAME_FILE" USING WS-RDM-LIVE-NAME WS-RDM-DONE-NAME.
    IF RETURN-CODE NOT = 0
        DISPLAY "Could not file the redemption file as "
            WS-RDM-DONE-NAME "; remove it before the next run."
        MOVE 'W' TO WS-OPS-SEVERITY
        MOVE "outlet redemption file not filed away after processing"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        IF WS-RUN-RC < 4
            MOVE 4 TO WS-RUN-RC
        END-IF
    END-IF.

PRINT-REDEEM-EXCEPTIONS.
    DISPLAY " ".
    DISPLAY "===== REDEMPTION EXCEPTIONS =====".
    IF WS-RDM-COUNT = 0
        DISPLAY "No redemptions from the outlets."
        EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING WS-RDM-IDX FROM 1 BY 1
            UNTIL WS-RDM-IDX > WS-RDM-COUNT
        IF WS-RD-RESULT(WS-RDM-IDX) NOT = 'R'
            MOVE WS-RD-AMOUNT(WS-RDM-IDX) TO WS-MONEY-DISP
            MOVE WS-RD-FACE(WS-RDM-IDX) TO WS-MONEY-DISP2
            DISPLAY WS-RD-NUMBER(WS-RDM-IDX) " "
                WS-RD-OUTLET(WS-RDM-IDX) " "
                WS-RD-DATE(WS-RDM-IDX) " "
                WS-RD-CHECK(WS-RDM-IDX) " "
                WS-RD-ACCOUNT(WS-RDM-IDX) " "
                WS-RD-NAME(WS-RDM-IDX) " claimed " WS-MONEY-DISP
                " face " WS-MONEY-DISP2
            EVALUATE WS-RD-RESULT(WS-RDM-IDX)
                WHEN 'C'
                    DISPLAY "         paid at face; the overage is"
                        " the outlet's"
                WHEN 'A'
                    DISPLAY "         voucher already redeemed,"
                        " expired or voided; not paid again"
                WHEN 'O'
                    DISPLAY "         voucher was written for another"
                        " outlet; not paid"
                WHEN 'L'
                    DISPLAY "         honoured after the voucher"
                        " expired; not paid"
                WHEN OTHER
                    DISPLAY "         no voucher by that number;"
                        " not paid"
            END-EVALUATE
            ADD 1 TO WS-EXCEPTIONS
        END-IF
    END-PERFORM.
    DISPLAY "Redemptions: " WS-RDM-COUNT "  exceptions: "
        WS-EXCEPTIONS.
    IF WS-EXCEPTIONS > 0
        MOVE 'W' TO WS-OPS-SEVERITY
        MOVE "voucher redemptions need review; see cycle report"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
    END-IF.

WRITE-OPS-LOG.
    *> WS-OPS-SEVERITY and WS-OPS-TEXT are staged by the caller.
    CALL "OPS-LOG" USING WS-OPS-PROGRAM WS-OPS-SEVERITY
        WS-OPS-TEXT.
