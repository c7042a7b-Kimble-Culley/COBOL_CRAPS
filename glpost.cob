        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS ACK-STATUS.

    SELECT PERIOD-FILE ASSIGN TO "CRAPS-PERIOD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS PERIOD-STATUS.

DATA DIVISION.
FILE SECTION.
FD AUDIT-FILE.
    02 ACK-SEQ          PIC 9(4).
    02 ACK-DISPOSITION  PIC X(1).

FD PERIOD-FILE.
01 PERIOD-RECORD.
    02 PER-PERIOD       PIC X(6).
    02 PER-STATUS       PIC X(1).
    02 PER-CLOSE-DATE   PIC X(8).
    02 PER-CLOSE-TIME   PIC X(8).
    02 PER-CLOSED-BY    PIC X(4).

WORKING-STORAGE SECTION.
01 AUDIT-STATUS         PIC X(2).
01 WS-OPS-PROGRAM       PIC X(18) VALUE "GL-EXTRACT".
01 WS-DAY-WAGERS        PIC 9(9)V99 VALUE 0.
01 WS-DAY-PAYOUTS       PIC 9(9)V99 VALUE 0.
01 WS-DAY-BUYINS        PIC 9(9)V99 VALUE 0.
01 WS-DAY-CASHOUTS      PIC 9(9)V99 VALUE 0.
01 WS-DAY-MARKERS       PIC 9(9)V99 VALUE 0.
01 WS-DAY-MKRREPAY      PIC 9(9)V99 VALUE 0.
01 WS-DAY-VIG           PIC 9(9)V99 VALUE 0.
01 WS-DAY-TRNFEE        PIC 9(9)V99 VALUE 0.
01 WS-DAY-TRNPRIZE      PIC 9(9)V99 VALUE 0.
01 WS-DAY-VCHISSUE      PIC 9(9)V99 VALUE 0.
01 WS-DAY-VCHREDEEM     PIC 9(9)V99 VALUE 0.
01 WS-DAY-VCHLAPSE      PIC 9(9)V99 VALUE 0.
01 WS-DAY-CPNWIN        PIC 9(9)V99 VALUE 0.
01 WS-DAY-TOKELOSS      PIC 9(9)V99 VALUE 0.
01 WS-DAY-TOKEWIN       PIC 9(9)V99 VALUE 0.
01 WS-DAY-FXBUY         PIC 9(9)V99 VALUE 0.
01 WS-DAY-FXGAIN        PIC 9(9)V99 VALUE 0.
01 WS-DAY-FXLOSS        PIC 9(9)V99 VALUE 0.
01 WS-LAST-BUYIN        PIC 9(5)V99 VALUE 0.
01 WS-FX-DIFF           PIC S9(9)V99 VALUE 0.
01 WS-FXD-COUNT         PIC 9(2) VALUE 0.
01 WS-FXD-IDX           PIC 9(2).
01 WS-FX-FOUND          PIC X(1).
*> The day's foreign notes by currency: units taken and the dollars
*> paid for them, revalued at the day's posted rate when the day is
*> flushed.
01 WS-FX-DAY-TABLE.
    02 WS-FXD-ROW OCCURS 20 TIMES.
        03 WS-FXD-CURRENCY  PIC X(3).
        03 WS-FXD-FOREIGN   PIC 9(7)V99.
        03 WS-FXD-PAID      PIC 9(9)V99.
01 WS-FX-FUNCTION       PIC X(1).
01 WS-FX-RECORD.
    02 WS-FX-DATE       PIC X(8).
    02 WS-FX-TIME       PIC X(8).
    02 WS-FX-GAMING-DAY PIC X(8).
    02 WS-FX-WHERE      PIC X(2).
    02 WS-FX-SESSION    PIC X(14).
    02 WS-FX-ACCOUNT    PIC 9(5).
    02 WS-FX-PLAYER     PIC X(20).
    02 WS-FX-CURRENCY   PIC X(3).
    02 WS-FX-FOREIGN    PIC 9(7)V99.
    02 WS-FX-RATE       PIC 9(3)V9(6).
    02 WS-FX-DOLLARS    PIC 9(7)V99.
    02 WS-FX-WHO        PIC X(4).
01 WS-FX-STATUS         PIC X(1).
01 WS-DETAIL-COUNT      PIC 9(7) VALUE 0.
01 WS-HASH-TOTAL        PIC 9(9)V99 VALUE 0.
01 WS-DAYS-POSTED       PIC 9(5) VALUE 0.
01 GLCTL-STATUS         PIC X(2).
01 GLCTL-TEMP-STATUS    PIC X(2).
01 ACK-STATUS           PIC X(2).
01 PERIOD-STATUS        PIC X(2).
01 WS-LAST-CLOSED       PIC X(6) VALUE "000000".
01 WS-OPEN-PERIOD       PIC X(6).
01 WS-OPEN-SPLIT REDEFINES WS-OPEN-PERIOD.
    02 WS-OPEN-YEAR     PIC 9(4).
    02 WS-OPEN-MM       PIC 9(2).
01 WS-ADJUST-DATE       PIC X(8).
01 WS-POST-TYPE         PIC X(1) VALUE 'D'.
01 WS-POST-DATE         PIC X(8).
01 WS-ADJ-DAYS          PIC 9(5) VALUE 0.
01 WS-GLCTL-NAME        PIC X(30).
01 WS-ACK-NAME          PIC X(30).
01 WS-GLCTL-TMP-NAME    PIC X(15) VALUE "CRAPS-GLCTL.TMP".
01 WS-SEQ-DISP          PIC 9(4).
01 WS-ACK-APPLIED       PIC 9(4) VALUE 0.
01 WS-EXC-COUNT         PIC 9(4) VALUE 0.
01 WS-RUN-RC            PIC 9(1) VALUE 0.
01 WS-GD-DAY            PIC X(8).
01 WS-GD-SHIFT          PIC X(1).
01 WS-GD-SHIFT-NO       PIC 9(1).
01 WS-SH-IDX            PIC 9(1).
*> Wagers and payouts in the drop, by shift of the gaming day, for
*> the console summary (the posting file itself stays by day).
01 WS-SHIFT-TOTALS.
    02 WS-SHIFT-ROW OCCURS 3 TIMES.
        03 WS-SHT-CODE      PIC X(1) VALUE SPACE.
        03 WS-SHT-WAGERS    PIC 9(9)V99 VALUE 0.
        03 WS-SHT-PAYOUTS   PIC 9(9)V99 VALUE 0.

PROCEDURE DIVISION.
MAIN-PROGRAM.
    *> Nightly extract for the accounting system. Money events from
    *> the table's audit trail are summarized per gaming day into
    *> balanced debit/credit pairs:
    *>   wagers collected  DR 1010 table cash / CR 4010 gaming revenue
    *>   payouts made      DR 4010 gaming revenue / CR 1010 table cash
    *>   funds to table    DR 2050 player funds / CR 1010 table cash
    *>   funds cashed out  DR 1010 table cash / CR 2050 player funds
    *> A seat plays its account balance: the BUYIN draws it onto the
    *> table and the CASHOUT (a lockout's included) writes what is
    *> left back, which is what ACCOUNT-MASTER journals, so 2050
    *> moves by exactly what the accounts moved. Cash changed for
    *> chips at the rail - a REBUY, or a seat with no account - stays
    *> in table cash until it leaves on the seat's CASHOUT.
    *>   markers issued    DR 1210 marker receivable / CR 1010 table cash
    *>   markers repaid    DR 1010 table cash / CR 1210 marker receivable
    *>   vig collected     DR 1010 table cash / CR 4020 commission income
    *>   tournament fees   DR 1010 table cash / CR 4030 tournament income
    *>   tournament prizes DR 4030 tournament income / CR 1010 table cash
    *>   coupon winnings   DR 6120 promotional expense / CR 1010 table cash
    *> A table coupon's face is promotional play, not drop, and posts
    *> nothing; only the chips it wins leave the drawer.
    *>   toke bets lost    DR 1010 table cash / CR 4040 toke bet result
    *>   toke bets won     DR 4040 toke bet result / CR 1010 table cash
    *> Toke bets are played for the crew, so their result is kept
    *> out of gaming revenue and the hold; tokes themselves - the
    *> stakes and cash handed to the dealers - are the crew's money
    *> and post nothing.
    *>   foreign notes     DR 1020 foreign currency / CR 1010 table cash
    *>   exchange gain     DR 1020 foreign currency / CR 4050 exchange
    *>   exchange loss     DR 4050 exchange / CR 1020 foreign currency
    *> A buy-in tendered in foreign notes posts as any buy-in; the
    *> notes then leave table cash at the dollars paid for them and
    *> are carried at the rate posted for the gaming day, so a rate
    *> re-posted during the day shows as exchange gain or loss.
    *> Table 0 is the comp desk, whose trail carries the comp
    *> vouchers COMP-VOUCHER writes and VOUCHER-CYCLE closes:
    *>   vouchers issued   DR 6110 comp expense / CR 2110 comp liability
    *>   vouchers redeemed DR 2110 comp liability / CR 4110 outlet revenue
    *>   expired, voided or unused
    *>                     DR 2110 comp liability / CR 6110 comp expense
    *> The posting file carries a header, one detail per posting leg,
    *> and a trailer with the detail count and amount hash total so
    *> the receiving system can verify the drop before posting it.
    *> acknowledgment file accounting sends back marks each drop
    *> accepted or rejected - anything unacknowledged or rejected
    *> shows on the exceptions report here instead of surfacing at
    *> month-end close. The gaming day comes from GAMING-DAY, so play
    *> after midnight books to the night it belonged to.
    *> Nothing is ever posted into an accounting period PERIOD-CLOSE
    *> has closed: a gaming day that falls in one (a late rerun, a
    *> trail restored after the close) posts as adjusting details,
    *> record type A, dated the first day of the next open period.
    MOVE 0 TO WS-RUN-RC.
    PERFORM GET-TABLE-SELECTION.
    PERFORM LOAD-CLOSED-PERIODS.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    MOVE SPACES TO WS-AUDIT-NAME.
    STRING "CRAPS-AUDIT.T" WS-TABLE-SEL ".LOG"
        MOVE 'W' TO WS-OPS-SEVERITY
        MOVE "no audit log to extract" TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        IF WS-RUN-RC < 4
            MOVE 4 TO WS-RUN-RC
        END-IF
        MOVE WS-RUN-RC TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN OUTPUT POSTING-FILE.
        READ AUDIT-FILE
            AT END MOVE "10" TO AUDIT-STATUS
        END-READ
        IF AUDIT-STATUS NOT = "10"
            CALL "GAMING-DAY" USING AUD-DATE AUD-TIMESTAMP WS-GD-DAY
                WS-GD-SHIFT WS-GD-SHIFT-NO
        END-IF
        IF AUDIT-STATUS NOT = "10"
            *> The high-water mark runs on the trail's sequence
            *> numbers, so an intra-day drop at 3pm and the close
            AND ((AUD-SEQ IS NUMERIC
                  AND AUD-SEQ > WS-LAST-SEQ)
                 OR (AUD-SEQ IS NOT NUMERIC
                     AND WS-GD-DAY > WS-LAST-POSTED))
            PERFORM APPLY-AUDIT-RECORD
        END-IF
    END-PERFORM.
        DISPLAY "Days posted: " WS-DAYS-POSTED
            "  Detail records: " WS-DETAIL-COUNT
            "  Hash total: " WS-HASH-TOTAL
        PERFORM VARYING WS-SH-IDX FROM 1 BY 1 UNTIL WS-SH-IDX > 3
            IF WS-SHT-CODE(WS-SH-IDX) NOT = SPACE
                DISPLAY "  Shift " WS-SHT-CODE(WS-SH-IDX)
                    ":  wagers " WS-SHT-WAGERS(WS-SH-IDX)
                    "  payouts " WS-SHT-PAYOUTS(WS-SH-IDX)
            END-IF
        END-PERFORM
    END-IF.
    IF WS-ADJ-DAYS > 0
        MOVE 'W' TO WS-OPS-SEVERITY
        MOVE "gaming days in a closed period posted as adjustments"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        IF WS-RUN-RC < 4
            MOVE 4 TO WS-RUN-RC
        END-IF
    END-IF.
    MOVE WS-RUN-RC TO RETURN-CODE.
    GOBACK.

LOAD-CLOSED-PERIODS.
    *> Periods close in order, so every month up to the latest one
    *> on the period master is closed.
    OPEN INPUT PERIOD-FILE.
    IF PERIOD-STATUS = "00"
        PERFORM UNTIL PERIOD-STATUS NOT = "00"
            READ PERIOD-FILE
                AT END MOVE "10" TO PERIOD-STATUS
            END-READ
            IF PERIOD-STATUS = "00" AND PER-STATUS = 'C'
                AND PER-PERIOD > WS-LAST-CLOSED
                MOVE PER-PERIOD TO WS-LAST-CLOSED
            END-IF
        END-PERFORM
        CLOSE PERIOD-FILE
    ELSE
        CONTINUE
    END-IF.
    IF WS-LAST-CLOSED NOT = "000000"
        MOVE WS-LAST-CLOSED TO WS-OPEN-PERIOD
        IF WS-OPEN-MM = 12
            ADD 1 TO WS-OPEN-YEAR
            MOVE 1 TO WS-OPEN-MM
        ELSE
            ADD 1 TO WS-OPEN-MM
        END-IF
        MOVE SPACES TO WS-ADJUST-DATE
        STRING WS-OPEN-PERIOD "01" DELIMITED BY SIZE
            INTO WS-ADJUST-DATE
    END-IF.

PROCESS-ACKNOWLEDGMENTS.
    *> CRAPS-GLACK.T<n>.DAT comes back from the accounting system:
    *> one line per drop, sequence number plus A (accepted) or R
        MOVE 'W' TO WS-OPS-SEVERITY
        MOVE "GL drops rejected or unacknowledged" TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        IF WS-RUN-RC < 4
            MOVE 4 TO WS-RUN-RC
        END-IF
    END-IF.

RECORD-POSTED-DROP.
            AT END MOVE "10" TO RUNCARD-STATUS
        END-READ
        IF RUNCARD-STATUS = "00"
            AND RUN-TABLE IS NUMERIC
            MOVE RUN-TABLE TO WS-TABLE-SEL
            MOVE 'Y' TO WS-RUNCARD
        END-IF
        CONTINUE
    END-IF.
    IF WS-RUNCARD NOT = 'Y'
        DISPLAY "GL extract - table number (1-9, 0=comp desk): "
        ACCEPT WS-TABLE-SEL
    END-IF.

APPLY-AUDIT-RECORD.
    IF WS-GD-DAY NOT = WS-CURRENT-DAY
        PERFORM FLUSH-DAY
        MOVE WS-GD-DAY TO WS-CURRENT-DAY
    END-IF.
    IF WS-GD-DAY > WS-MAX-DATE
        MOVE WS-GD-DAY TO WS-MAX-DATE
    END-IF.
    MOVE WS-GD-SHIFT TO WS-SHT-CODE(WS-GD-SHIFT-NO).
    IF AUD-SEQ IS NUMERIC AND AUD-SEQ > WS-MAX-SEQ
        MOVE AUD-SEQ TO WS-MAX-SEQ
    END-IF.
    EVALUATE AUD-EVENT
        WHEN "LOSS"
            ADD AUD-AMOUNT TO WS-DAY-WAGERS
            ADD AUD-AMOUNT TO WS-SHT-WAGERS(WS-GD-SHIFT-NO)
        WHEN "PAYOUT"
            ADD AUD-AMOUNT TO WS-DAY-PAYOUTS
            ADD AUD-AMOUNT TO WS-SHT-PAYOUTS(WS-GD-SHIFT-NO)
        WHEN "BUYIN"
            IF AUD-ACCOUNT IS NUMERIC AND AUD-ACCOUNT > 0
                ADD AUD-AMOUNT TO WS-DAY-BUYINS
            END-IF
            MOVE AUD-AMOUNT TO WS-LAST-BUYIN
        WHEN "FX-BUYIN"
            *> Follows the BUYIN the notes were tendered for: the
            *> foreign amount, the currency as its reason, and the
            *> dollars on that BUYIN.
            ADD WS-LAST-BUYIN TO WS-DAY-FXBUY
            PERFORM ADD-FX-TENDER
            MOVE 0 TO WS-LAST-BUYIN
        WHEN "CASHOUT"
            IF AUD-ACCOUNT IS NUMERIC AND AUD-ACCOUNT > 0
                ADD AUD-AMOUNT TO WS-DAY-CASHOUTS
            END-IF
        WHEN "MARKER"
            ADD AUD-AMOUNT TO WS-DAY-MARKERS
        WHEN "MKR-REPAY"
            ADD AUD-AMOUNT TO WS-DAY-TRNFEE
        WHEN "TOURN-PRIZ"
            ADD AUD-AMOUNT TO WS-DAY-TRNPRIZE
        WHEN "VCH-ISSUE"
            ADD AUD-AMOUNT TO WS-DAY-VCHISSUE
        WHEN "VCH-REDEEM"
            ADD AUD-AMOUNT TO WS-DAY-VCHREDEEM
        WHEN "VCH-UNUSED"
        WHEN "VCH-EXPIRE"
        WHEN "VCH-VOID"
            ADD AUD-AMOUNT TO WS-DAY-VCHLAPSE
        WHEN "CPN-WIN"
            ADD AUD-AMOUNT TO WS-DAY-CPNWIN
        WHEN "TOKE-LOSS"
            ADD AUD-AMOUNT TO WS-DAY-TOKELOSS
        WHEN "TOKE-WIN"
            ADD AUD-AMOUNT TO WS-DAY-TOKEWIN
        WHEN "XFER-IN"
        WHEN "XFER-OUT"
            *> Chips walked to another table on a transfer slip stay
            *> the player's chips; no cash moved, so nothing posts to
            *> 1010 or 2050 at either end; the funds the first table
            *> drew settle to 2050 on the CASHOUT at the last one.
            CONTINUE
    END-EVALUATE.

ADD-FX-TENDER.
    MOVE 'N' TO WS-FX-FOUND.
    PERFORM VARYING WS-FXD-IDX FROM 1 BY 1
            UNTIL WS-FXD-IDX > WS-FXD-COUNT OR WS-FX-FOUND = 'Y'
        IF WS-FXD-CURRENCY(WS-FXD-IDX) = AUD-REASON(1:3)
            MOVE 'Y' TO WS-FX-FOUND
        END-IF
    END-PERFORM.
    IF WS-FX-FOUND = 'Y'
        SUBTRACT 1 FROM WS-FXD-IDX
    ELSE
        IF WS-FXD-COUNT >= 20
            *> Carried at cost: no revaluation for the overflow.
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-FXD-COUNT
        MOVE WS-FXD-COUNT TO WS-FXD-IDX
        MOVE AUD-REASON(1:3) TO WS-FXD-CURRENCY(WS-FXD-IDX)
        MOVE 0 TO WS-FXD-FOREIGN(WS-FXD-IDX)
        MOVE 0 TO WS-FXD-PAID(WS-FXD-IDX)
    END-IF.
    ADD AUD-AMOUNT TO WS-FXD-FOREIGN(WS-FXD-IDX).
    ADD WS-LAST-BUYIN TO WS-FXD-PAID(WS-FXD-IDX).

REVALUE-FX-DAY.
    *> Each currency's notes at the rate posted for the day being
    *> flushed, against what was paid for them. A currency with no
    *> rate on file for the day stays at cost.
    PERFORM VARYING WS-FXD-IDX FROM 1 BY 1
            UNTIL WS-FXD-IDX > WS-FXD-COUNT
        INITIALIZE WS-FX-RECORD
        MOVE WS-CURRENT-DAY TO WS-FX-GAMING-DAY
        MOVE WS-FXD-CURRENCY(WS-FXD-IDX) TO WS-FX-CURRENCY
        MOVE WS-FXD-FOREIGN(WS-FXD-IDX) TO WS-FX-FOREIGN
        MOVE 'Q' TO WS-FX-FUNCTION
        CALL "FX-EXCHANGE" USING WS-FX-FUNCTION WS-FX-RECORD
            WS-FX-STATUS
        IF WS-FX-STATUS = 'Y'
            COMPUTE WS-FX-DIFF = WS-FX-DOLLARS
                - WS-FXD-PAID(WS-FXD-IDX)
            IF WS-FX-DIFF > 0
                ADD WS-FX-DIFF TO WS-DAY-FXGAIN
            ELSE
                SUBTRACT WS-FX-DIFF FROM WS-DAY-FXLOSS
            END-IF
        END-IF
    END-PERFORM.
    MOVE 0 TO WS-FXD-COUNT.

FLUSH-DAY.
    IF WS-CURRENT-DAY NOT = SPACES
        PERFORM REVALUE-FX-DAY
    END-IF.
    MOVE 'D' TO WS-POST-TYPE.
    MOVE WS-CURRENT-DAY TO WS-POST-DATE.
    IF WS-CURRENT-DAY NOT = SPACES
        AND WS-CURRENT-DAY(1:6) <= WS-LAST-CLOSED
        MOVE 'A' TO WS-POST-TYPE
        MOVE WS-ADJUST-DATE TO WS-POST-DATE
    END-IF.
    IF WS-CURRENT-DAY NOT = SPACES
        AND (WS-DAY-WAGERS > 0 OR WS-DAY-PAYOUTS > 0
             OR WS-DAY-BUYINS > 0 OR WS-DAY-CASHOUTS > 0
             OR WS-DAY-MARKERS > 0
             OR WS-DAY-MKRREPAY > 0 OR WS-DAY-VIG > 0
             OR WS-DAY-TRNFEE > 0 OR WS-DAY-TRNPRIZE > 0
             OR WS-DAY-VCHISSUE > 0 OR WS-DAY-VCHREDEEM > 0
             OR WS-DAY-VCHLAPSE > 0 OR WS-DAY-CPNWIN > 0
             OR WS-DAY-TOKELOSS > 0 OR WS-DAY-TOKEWIN > 0
             OR WS-DAY-FXBUY > 0 OR WS-DAY-FXGAIN > 0
             OR WS-DAY-FXLOSS > 0)
        ADD 1 TO WS-DAYS-POSTED
        IF WS-POST-TYPE = 'A'
            ADD 1 TO WS-ADJ-DAYS
            DISPLAY "Gaming day " WS-CURRENT-DAY " is in closed period "
                WS-CURRENT-DAY(1:6) "; posted as adjustments dated "
                WS-ADJUST-DATE "."
        END-IF
        IF WS-DAY-WAGERS > 0
            MOVE WS-DAY-WAGERS TO GL-AMOUNT
            MOVE "1010" TO GL-ACCOUNT
        END-IF
        IF WS-DAY-BUYINS > 0
            MOVE WS-DAY-BUYINS TO GL-AMOUNT
            MOVE "2050" TO GL-ACCOUNT
            MOVE "DR" TO GL-DRCR
            PERFORM WRITE-DETAIL
            MOVE "1010" TO GL-ACCOUNT
            MOVE "CR" TO GL-DRCR
            PERFORM WRITE-DETAIL
        END-IF
        IF WS-DAY-CASHOUTS > 0
            MOVE WS-DAY-CASHOUTS TO GL-AMOUNT
            MOVE "1010" TO GL-ACCOUNT
            MOVE "DR" TO GL-DRCR
            PERFORM WRITE-DETAIL
            MOVE "CR" TO GL-DRCR
            PERFORM WRITE-DETAIL
        END-IF
        IF WS-DAY-VCHISSUE > 0
            MOVE WS-DAY-VCHISSUE TO GL-AMOUNT
            MOVE "6110" TO GL-ACCOUNT
            MOVE "DR" TO GL-DRCR
            PERFORM WRITE-DETAIL
            MOVE "2110" TO GL-ACCOUNT
            MOVE "CR" TO GL-DRCR
            PERFORM WRITE-DETAIL
        END-IF
        IF WS-DAY-VCHREDEEM > 0
            MOVE WS-DAY-VCHREDEEM TO GL-AMOUNT
            MOVE "2110" TO GL-ACCOUNT
            MOVE "DR" TO GL-DRCR
            PERFORM WRITE-DETAIL
            MOVE "4110" TO GL-ACCOUNT
            MOVE "CR" TO GL-DRCR
            PERFORM WRITE-DETAIL
        END-IF
        IF WS-DAY-VCHLAPSE > 0
            MOVE WS-DAY-VCHLAPSE TO GL-AMOUNT
            MOVE "2110" TO GL-ACCOUNT
            MOVE "DR" TO GL-DRCR
            PERFORM WRITE-DETAIL
            MOVE "6110" TO GL-ACCOUNT
            MOVE "CR" TO GL-DRCR
            PERFORM WRITE-DETAIL
        END-IF
        IF WS-DAY-CPNWIN > 0
            MOVE WS-DAY-CPNWIN TO GL-AMOUNT
            MOVE "6120" TO GL-ACCOUNT
            MOVE "DR" TO GL-DRCR
            PERFORM WRITE-DETAIL
            MOVE "1010" TO GL-ACCOUNT
            MOVE "CR" TO GL-DRCR
            PERFORM WRITE-DETAIL
        END-IF
        IF WS-DAY-TOKELOSS > 0
            MOVE WS-DAY-TOKELOSS TO GL-AMOUNT
            MOVE "1010" TO GL-ACCOUNT
            MOVE "DR" TO GL-DRCR
            PERFORM WRITE-DETAIL
            MOVE "4040" TO GL-ACCOUNT
            MOVE "CR" TO GL-DRCR
            PERFORM WRITE-DETAIL
        END-IF
        IF WS-DAY-TOKEWIN > 0
            MOVE WS-DAY-TOKEWIN TO GL-AMOUNT
            MOVE "4040" TO GL-ACCOUNT
            MOVE "DR" TO GL-DRCR
            PERFORM WRITE-DETAIL
            MOVE "1010" TO GL-ACCOUNT
            MOVE "CR" TO GL-DRCR
            PERFORM WRITE-DETAIL
        END-IF
        IF WS-DAY-FXBUY > 0
            MOVE WS-DAY-FXBUY TO GL-AMOUNT
            MOVE "1020" TO GL-ACCOUNT
            MOVE "DR" TO GL-DRCR
            PERFORM WRITE-DETAIL
            MOVE "1010" TO GL-ACCOUNT
            MOVE "CR" TO GL-DRCR
            PERFORM WRITE-DETAIL
        END-IF
        IF WS-DAY-FXGAIN > 0
            MOVE WS-DAY-FXGAIN TO GL-AMOUNT
            MOVE "1020" TO GL-ACCOUNT
            MOVE "DR" TO GL-DRCR
            PERFORM WRITE-DETAIL
            MOVE "4050" TO GL-ACCOUNT
            MOVE "CR" TO GL-DRCR
            PERFORM WRITE-DETAIL
        END-IF
        IF WS-DAY-FXLOSS > 0
            MOVE WS-DAY-FXLOSS TO GL-AMOUNT
            MOVE "4050" TO GL-ACCOUNT
            MOVE "DR" TO GL-DRCR
            PERFORM WRITE-DETAIL
            MOVE "1020" TO GL-ACCOUNT
            MOVE "CR" TO GL-DRCR
            PERFORM WRITE-DETAIL
        END-IF
    END-IF.
    MOVE 0 TO WS-DAY-WAGERS.
    MOVE 0 TO WS-DAY-PAYOUTS.
    MOVE 0 TO WS-DAY-BUYINS.
    MOVE 0 TO WS-DAY-CASHOUTS.
    MOVE 0 TO WS-DAY-MARKERS.
    MOVE 0 TO WS-DAY-MKRREPAY.
    MOVE 0 TO WS-DAY-VIG.
    MOVE 0 TO WS-DAY-TRNFEE.
    MOVE 0 TO WS-DAY-TRNPRIZE.
    MOVE 0 TO WS-DAY-VCHISSUE.
    MOVE 0 TO WS-DAY-VCHREDEEM.
    MOVE 0 TO WS-DAY-VCHLAPSE.
    MOVE 0 TO WS-DAY-CPNWIN.
    MOVE 0 TO WS-DAY-TOKELOSS.
    MOVE 0 TO WS-DAY-TOKEWIN.
    MOVE 0 TO WS-DAY-FXBUY.
    MOVE 0 TO WS-DAY-FXGAIN.
    MOVE 0 TO WS-DAY-FXLOSS.

WRITE-DETAIL.
    *> GL-ACCOUNT, GL-DRCR and GL-AMOUNT are staged by the caller.
    MOVE WS-POST-TYPE TO GL-TYPE.
    MOVE WS-POST-DATE TO GL-DATE.
    MOVE 0 TO GL-COUNT.
    ADD 1 TO WS-DETAIL-COUNT.
    ADD GL-AMOUNT TO WS-HASH-TOTAL.
