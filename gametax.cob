IDENTIFICATION DIVISION.
PROGRAM-ID. GAMING-TAX.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS AUDIT-STATUS.

    SELECT CATALOG-FILE ASSIGN TO "CRAPS-ARCHIVE.CAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CATALOG-STATUS.

    SELECT GLCTL-FILE ASSIGN TO DYNAMIC WS-GLCTL-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS GLCTL-STATUS.

    SELECT POSTING-FILE ASSIGN TO DYNAMIC WS-POSTING-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS POSTING-STATUS.

    SELECT TAXRATE-FILE ASSIGN TO "CRAPS-GAMETAX.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS TAXRATE-STATUS.

    SELECT FILING-FILE ASSIGN TO DYNAMIC WS-FILING-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS FILING-STATUS.

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

FD CATALOG-FILE.
01 CATALOG-RECORD.
    02 CAT-TABLE        PIC 9(1).
    02 CAT-TYPE         PIC X(1).
    02 CAT-DATE         PIC X(8).
    02 CAT-NAME         PIC X(40).

FD GLCTL-FILE.
01 GLCTL-RECORD.
    02 GLC-SEQ          PIC 9(4).
    02 GLC-RUN-DATE     PIC X(8).
    02 GLC-THRU-DATE    PIC X(8).
    02 GLC-STATUS       PIC X(1).
    02 GLC-THRU-SEQ     PIC 9(7).

FD POSTING-FILE.
01 POSTING-RECORD.
    02 GL-TYPE          PIC X(1).
    02 GL-DATE          PIC X(8).
    02 GL-ACCOUNT       PIC X(4).
    02 GL-DRCR          PIC X(2).
    02 GL-AMOUNT        PIC 9(9)V99.
    02 GL-COUNT         PIC 9(7).

*> The state's graduated rates, lowest tier first: the month's
*> taxable revenue at which the tier starts and the percentage taken
*> on the revenue inside it. The first tier starts at zero.
FD TAXRATE-FILE.
01 TAXRATE-RECORD.
    02 GTR-FLOOR        PIC 9(9)V99.
    02 GTR-RATE         PIC 9(2)V99.

*> The electronic return: a header, one detail per table per gaming
*> day with play, the tax worked tier by tier, the summary of the
*> return, and a trailer with the record count and control totals
*> the state's intake checks the file against.
FD FILING-FILE.
01 FILING-HEADER.
    02 GTH-TYPE         PIC X(1).
    02 GTH-MONTH        PIC X(6).
    02 GTH-RUN-DATE     PIC X(8).
    02 GTH-TABLES       PIC 9(1).
01 FILING-DETAIL.
    02 GTD-TYPE         PIC X(1).
    02 GTD-DAY          PIC X(8).
    02 GTD-TABLE        PIC 9(1).
    02 GTD-WAGERS       PIC 9(9)V99.
    02 GTD-PAYOUTS      PIC 9(9)V99.
    02 GTD-GGR          PIC S9(9)V99 SIGN LEADING SEPARATE.
    02 GTD-VIG          PIC 9(9)V99.
    02 GTD-TRNFEE       PIC 9(9)V99.
    02 GTD-CPNPLAY      PIC 9(9)V99.
    02 GTD-COMPRDM      PIC 9(9)V99.
01 FILING-TIER.
    02 GTR-TYPE         PIC X(1).
    02 GTR-TIER         PIC 9(1).
    02 GTR-TIER-FLOOR   PIC 9(9)V99.
    02 GTR-TIER-RATE    PIC 9(2)V99.
    02 GTR-TIER-BASE    PIC 9(9)V99.
    02 GTR-TIER-TAX     PIC 9(9)V99.
01 FILING-SUMMARY.
    02 GTS-TYPE         PIC X(1).
    02 GTS-GGR          PIC S9(11)V99 SIGN LEADING SEPARATE.
    02 GTS-VIG          PIC 9(11)V99.
    02 GTS-TRNFEE       PIC 9(11)V99.
    02 GTS-DEDUCTIONS   PIC 9(11)V99.
    02 GTS-TAXABLE      PIC 9(11)V99.
    02 GTS-TAX          PIC 9(11)V99.
01 FILING-TRAILER.
    02 GTT-TYPE         PIC X(1).
    02 GTT-COUNT        PIC 9(7).
    02 GTT-DETAILS      PIC 9(7).
    02 GTT-WAGERS       PIC 9(11)V99.
    02 GTT-PAYOUTS      PIC 9(11)V99.
    02 GTT-TAX          PIC 9(11)V99.

WORKING-STORAGE SECTION.
01 AUDIT-STATUS         PIC X(2).
01 CATALOG-STATUS       PIC X(2).
01 GLCTL-STATUS         PIC X(2).
01 POSTING-STATUS       PIC X(2).
01 TAXRATE-STATUS       PIC X(2).
01 FILING-STATUS        PIC X(2).
01 WS-OPS-PROGRAM       PIC X(18) VALUE "GAMING-TAX".
01 WS-OPS-SEVERITY      PIC X(1).
01 WS-OPS-TEXT          PIC X(60).
01 WS-AUDIT-NAME        PIC X(40).
01 WS-GLCTL-NAME        PIC X(30).
01 WS-POSTING-NAME      PIC X(30).
01 WS-FILING-NAME       PIC X(30).
01 WS-TBL               PIC 9(2).
01 WS-TBL-DIGIT         PIC 9(1).
01 WS-CUR-TABLE         PIC 9(1).
01 WS-DAY-IDX           PIC 9(2).
01 WS-SEQ-DISP          PIC 9(4).
01 WS-CLOCK-DATE        PIC X(8).
01 WS-CLOCK-TIME        PIC X(8).
01 WS-TODAY             PIC X(8).
01 WS-GD-DAY            PIC X(8).
01 WS-GD-SHIFT          PIC X(1).
01 WS-GD-SHIFT-NO       PIC 9(1).
01 WS-MONTH-INPUT       PIC X(6).
01 WS-TAX-MONTH         PIC X(6).
01 WS-TAX-MONTH-SPLIT REDEFINES WS-TAX-MONTH.
    02 WS-TAX-YEAR      PIC 9(4).
    02 WS-TAX-MM        PIC 9(2).
01 WS-MONTH-FIRST       PIC X(8).
01 WS-GL-DROPS          PIC 9(4) VALUE 0.
01 WS-GL-MISSING        PIC 9(4) VALUE 0.
01 WS-VARIANCES         PIC 9(4) VALUE 0.
01 WS-TABLES-PLAYED     PIC 9(1) VALUE 0.
01 WS-TABLE-PLAYED      PIC X(1).
01 WS-DETAILS           PIC 9(7) VALUE 0.
01 WS-RECORDS           PIC 9(7) VALUE 0.
01 WS-TD-GGR            PIC S9(9)V99.
01 WS-TD-DIFF           PIC S9(9)V99.
01 WS-VIG-DIFF          PIC S9(9)V99.
01 WS-TOT-WAGERS        PIC 9(11)V99 VALUE 0.
01 WS-TOT-PAYOUTS       PIC 9(11)V99 VALUE 0.
01 WS-TOT-GGR           PIC S9(11)V99 VALUE 0.
01 WS-TOT-VIG           PIC 9(11)V99 VALUE 0.
01 WS-TOT-TRNFEE        PIC 9(11)V99 VALUE 0.
01 WS-TOT-CPNPLAY       PIC 9(11)V99 VALUE 0.
01 WS-TOT-COMPRDM       PIC 9(11)V99 VALUE 0.
01 WS-TOT-DEDUCT        PIC 9(11)V99 VALUE 0.
01 WS-GROSS-REVENUE     PIC S9(11)V99 VALUE 0.
01 WS-TAXABLE           PIC 9(11)V99 VALUE 0.
01 WS-TAX-DUE           PIC 9(11)V99 VALUE 0.
01 WS-TIER-TOP          PIC 9(11)V99.
01 WS-AMT-DISP          PIC $$$,$$$,$$9.99-.
01 WS-AMT-DISP2         PIC $$$,$$$,$$9.99-.
01 WS-AMT-DISP3         PIC $$$,$$$,$$9.99-.
01 WS-AMT-DISP4         PIC $$$,$$$,$$9.99-.
01 WS-DAY-DISP          PIC 9(2).
01 WS-RATE-DISP         PIC Z9.99.
01 WS-GTX-IDX           PIC 9(1).
01 WS-GTX-COUNT         PIC 9(1) VALUE 0.
01 WS-GTX-OK            PIC X(1) VALUE 'Y'.
01 WS-GTX-TABLE.
    02 WS-GTX-ROW OCCURS 9 TIMES.
        03 WS-GTX-FLOOR     PIC 9(9)V99.
        03 WS-GTX-RATE      PIC 9(2)V99.
        03 WS-GTX-BASE      PIC 9(11)V99.
        03 WS-GTX-TAX       PIC 9(11)V99.
*> The month by table and gaming day: what the trails say was played
*> and what the GL drops posted for the same table and day.
01 WS-MONTH-GRID.
    02 WS-GRID-TABLE OCCURS 9 TIMES.
        03 WS-GRID-DAY OCCURS 31 TIMES.
            04 WS-TD-WAGERS     PIC 9(9)V99.
            04 WS-TD-PAYOUTS    PIC 9(9)V99.
            04 WS-TD-VIG        PIC 9(9)V99.
            04 WS-TD-TRNFEE     PIC 9(9)V99.
            04 WS-TD-CPNPLAY    PIC S9(9)V99.
            04 WS-TD-COMPRDM    PIC 9(9)V99.
            04 WS-TD-GL-4010    PIC S9(9)V99.
            04 WS-TD-GL-4020    PIC S9(9)V99.
            04 WS-TD-PLAYED     PIC X(1).

PROCEDURE DIVISION.
MAIN-PROGRAM.
    *> Monthly gaming tax return. Gross gaming revenue is worked per
    *> table per gaming day from the live audit trails and every
    *> archived generation: wagers lost (LOSS) less payouts made
    *> (PAYOUT), the same legs GL-EXTRACT posts to 4010. Commission
    *> (VIG, 4020) and tournament entry fees are carried on lines of
    *> their own. Commission is gaming revenue and is taxed with the
    *> GGR; tournament fees are shown but are not gaming win. The
    *> deductions the state allows come off before the rates apply:
    *> promotional play on table coupons (CPN-REDEEM less
    *> CPN-RETURN) and comp points redeemed to a player's table
    *> balance (COMP-REDM). The graduated rates in CRAPS-GAMETAX.CFG
    *> are applied to the month's taxable revenue tier by tier.
    *>
    *> Before anything is filed the trail figures must tie, table by
    *> table and day by day, to the 4010 and 4020 legs of that
    *> month's GL-EXTRACT drops. Any variance is listed and the run
    *> stops (return code 8) without writing the filing; the same
    *> happens when the rate table is missing or out of order. The
    *> electronic return is CRAPS-GAMETAX.M<yyyymm>.DAT.
    ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-CLOCK-TIME FROM TIME.
    CALL "GAMING-DAY" USING WS-CLOCK-DATE WS-CLOCK-TIME WS-TODAY
        WS-GD-SHIFT WS-GD-SHIFT-NO.
    MOVE WS-TODAY(1:6) TO WS-TAX-MONTH.
    IF WS-TAX-MM = 1
        SUBTRACT 1 FROM WS-TAX-YEAR
        MOVE 12 TO WS-TAX-MM
    ELSE
        SUBTRACT 1 FROM WS-TAX-MM
    END-IF.
    DISPLAY "Gaming tax return - month (YYYYMM, ENTER for "
        WS-TAX-MONTH "): ".
    MOVE SPACES TO WS-MONTH-INPUT.
    ACCEPT WS-MONTH-INPUT.
    IF WS-MONTH-INPUT NOT = SPACES
        MOVE WS-MONTH-INPUT TO WS-TAX-MONTH
    END-IF.
    IF WS-TAX-MONTH IS NOT NUMERIC
        OR WS-TAX-MM < 1 OR WS-TAX-MM > 12
        DISPLAY "Month must be YYYYMM."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE SPACES TO WS-MONTH-FIRST.
    STRING WS-TAX-MONTH "01" DELIMITED BY SIZE INTO WS-MONTH-FIRST.
    PERFORM LOAD-TAX-RATES.
    IF WS-GTX-OK NOT = 'Y'
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE "gaming tax rate table missing or invalid; return not run"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    INITIALIZE WS-MONTH-GRID.
    PERFORM VARYING WS-TBL FROM 1 BY 1 UNTIL WS-TBL > 9
        MOVE WS-TBL TO WS-TBL-DIGIT
        MOVE WS-TBL-DIGIT TO WS-CUR-TABLE
        MOVE SPACES TO WS-AUDIT-NAME
        STRING "CRAPS-AUDIT.T" WS-TBL-DIGIT ".LOG"
            DELIMITED BY SIZE INTO WS-AUDIT-NAME
        PERFORM SCAN-AUDIT-LOG
    END-PERFORM.
    PERFORM SCAN-ARCHIVED-GENERATIONS.
    PERFORM SCAN-GL-DROPS.
    DISPLAY "===== GAMING TAX RETURN - " WS-TAX-MONTH " =====".
    DISPLAY " ".
    DISPLAY "Gaming day Tbl    Wagers lost        Payouts"
        "            GGR     Commission".
    PERFORM VARYING WS-TBL FROM 1 BY 1 UNTIL WS-TBL > 9
        MOVE 'N' TO WS-TABLE-PLAYED
        PERFORM VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 31
            IF WS-TD-PLAYED(WS-TBL, WS-DAY-IDX) = 'Y'
                PERFORM ADD-TABLE-DAY
            END-IF
        END-PERFORM
        IF WS-TABLE-PLAYED = 'Y'
            ADD 1 TO WS-TABLES-PLAYED
        END-IF
    END-PERFORM.
    IF WS-VARIANCES > 0 OR WS-GL-MISSING > 0
        DISPLAY " "
        DISPLAY "RETURN NOT FILED: " WS-VARIANCES
            " table-day(s) do not tie to the GL drops"
        IF WS-GL-MISSING > 0
            DISPLAY "  and " WS-GL-MISSING
                " GL drop file(s) are not on file."
        END-IF
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE "GGR does not tie to the GL drops; tax return stopped"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM WORK-OUT-TAX.
    PERFORM PRINT-RETURN.
    PERFORM WRITE-FILING.
    GOBACK.

LOAD-TAX-RATES.
    MOVE 0 TO WS-GTX-COUNT.
    OPEN INPUT TAXRATE-FILE.
    IF TAXRATE-STATUS NOT = "00"
        DISPLAY "No gaming tax rates on file (CRAPS-GAMETAX.CFG)."
        MOVE 'N' TO WS-GTX-OK
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL TAXRATE-STATUS = "10"
        READ TAXRATE-FILE
            AT END MOVE "10" TO TAXRATE-STATUS
        END-READ
        IF TAXRATE-STATUS = "00"
            IF GTR-FLOOR IS NOT NUMERIC OR GTR-RATE IS NOT NUMERIC
                OR WS-GTX-COUNT >= 9
                DISPLAY "Gaming tax rate row not usable: "
                    TAXRATE-RECORD
                MOVE 'N' TO WS-GTX-OK
            ELSE
                ADD 1 TO WS-GTX-COUNT
                MOVE GTR-FLOOR TO WS-GTX-FLOOR(WS-GTX-COUNT)
                MOVE GTR-RATE TO WS-GTX-RATE(WS-GTX-COUNT)
                MOVE 0 TO WS-GTX-BASE(WS-GTX-COUNT)
                MOVE 0 TO WS-GTX-TAX(WS-GTX-COUNT)
                IF WS-GTX-COUNT = 1 AND GTR-FLOOR NOT = 0
                    DISPLAY "The first gaming tax tier must start"
                        " at zero."
                    MOVE 'N' TO WS-GTX-OK
                END-IF
                IF WS-GTX-COUNT > 1
                    IF GTR-FLOOR <= WS-GTX-FLOOR(WS-GTX-COUNT - 1)
                        DISPLAY "Gaming tax tiers must rise: "
                            TAXRATE-RECORD
                        MOVE 'N' TO WS-GTX-OK
                    END-IF
                END-IF
            END-IF
        END-IF
    END-PERFORM.
    CLOSE TAXRATE-FILE.
    IF WS-GTX-COUNT = 0
        DISPLAY "No gaming tax rates on file (CRAPS-GAMETAX.CFG)."
        MOVE 'N' TO WS-GTX-OK
    END-IF.

SCAN-ARCHIVED-GENERATIONS.
    *> A generation archived before the month began holds nothing
    *> from it; the per-record gaming day keeps other months out.
    OPEN INPUT CATALOG-FILE.
    IF CATALOG-STATUS = "00"
        PERFORM UNTIL CATALOG-STATUS = "10"
            READ CATALOG-FILE
                AT END MOVE "10" TO CATALOG-STATUS
            END-READ
            IF CATALOG-STATUS = "00" AND CAT-TYPE = 'A'
                AND CAT-DATE >= WS-MONTH-FIRST
                AND CAT-TABLE >= 1 AND CAT-TABLE <= 9
                MOVE CAT-TABLE TO WS-CUR-TABLE
                MOVE CAT-NAME TO WS-AUDIT-NAME
                PERFORM SCAN-AUDIT-LOG
            END-IF
        END-PERFORM
        CLOSE CATALOG-FILE
    ELSE
        CONTINUE
    END-IF.

SCAN-AUDIT-LOG.
    *> WS-CUR-TABLE names the table the log belongs to.
    OPEN INPUT AUDIT-FILE.
    EVALUATE AUDIT-STATUS
        WHEN "00"
            PERFORM UNTIL AUDIT-STATUS = "10"
                READ AUDIT-FILE
                    AT END MOVE "10" TO AUDIT-STATUS
                END-READ
                IF AUDIT-STATUS NOT = "10"
                    CALL "GAMING-DAY" USING AUD-DATE AUD-TIMESTAMP
                        WS-GD-DAY WS-GD-SHIFT WS-GD-SHIFT-NO
                    IF WS-GD-DAY(1:6) = WS-TAX-MONTH
                        AND WS-GD-DAY(7:2) IS NUMERIC
                        MOVE WS-GD-DAY(7:2) TO WS-DAY-IDX
                        IF WS-DAY-IDX >= 1 AND WS-DAY-IDX <= 31
                            PERFORM APPLY-AUDIT-RECORD
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            CLOSE AUDIT-FILE
        WHEN "35"
            CONTINUE
        WHEN OTHER
            *> A trail that cannot be read leaves the GGR short; the
            *> GL tie below stops the return.
            DISPLAY "Error opening " WS-AUDIT-NAME
                " (FILE STATUS " AUDIT-STATUS ")."
            MOVE 'W' TO WS-OPS-SEVERITY
            MOVE "audit log unreadable; gaming tax return incomplete"
                TO WS-OPS-TEXT
            PERFORM WRITE-OPS-LOG
    END-EVALUATE.

APPLY-AUDIT-RECORD.
    EVALUATE AUD-EVENT
        WHEN "LOSS"
            ADD AUD-AMOUNT TO WS-TD-WAGERS(WS-CUR-TABLE, WS-DAY-IDX)
            MOVE 'Y' TO WS-TD-PLAYED(WS-CUR-TABLE, WS-DAY-IDX)
        WHEN "PAYOUT"
            ADD AUD-AMOUNT TO WS-TD-PAYOUTS(WS-CUR-TABLE, WS-DAY-IDX)
            MOVE 'Y' TO WS-TD-PLAYED(WS-CUR-TABLE, WS-DAY-IDX)
        WHEN "VIG"
            ADD AUD-AMOUNT TO WS-TD-VIG(WS-CUR-TABLE, WS-DAY-IDX)
            MOVE 'Y' TO WS-TD-PLAYED(WS-CUR-TABLE, WS-DAY-IDX)
        WHEN "TOURN-FEE"
            ADD AUD-AMOUNT TO WS-TD-TRNFEE(WS-CUR-TABLE, WS-DAY-IDX)
            MOVE 'Y' TO WS-TD-PLAYED(WS-CUR-TABLE, WS-DAY-IDX)
        WHEN "CPN-REDEEM"
            ADD AUD-AMOUNT TO WS-TD-CPNPLAY(WS-CUR-TABLE, WS-DAY-IDX)
            MOVE 'Y' TO WS-TD-PLAYED(WS-CUR-TABLE, WS-DAY-IDX)
        WHEN "CPN-RETURN"
            SUBTRACT AUD-AMOUNT
                FROM WS-TD-CPNPLAY(WS-CUR-TABLE, WS-DAY-IDX)
        WHEN "COMP-REDM"
            ADD AUD-AMOUNT TO WS-TD-COMPRDM(WS-CUR-TABLE, WS-DAY-IDX)
            MOVE 'Y' TO WS-TD-PLAYED(WS-CUR-TABLE, WS-DAY-IDX)
    END-EVALUATE.

SCAN-GL-DROPS.
    *> Every drop GL-EXTRACT has numbered, on every table, whatever
    *> accounting made of it: a rejected drop is re-sent from the same
    *> file. Only legs dated inside the month count.
    PERFORM VARYING WS-TBL FROM 1 BY 1 UNTIL WS-TBL > 9
        MOVE WS-TBL TO WS-TBL-DIGIT
        MOVE SPACES TO WS-GLCTL-NAME
        STRING "CRAPS-GLCTL.T" WS-TBL-DIGIT ".DAT"
            DELIMITED BY SIZE INTO WS-GLCTL-NAME
        OPEN INPUT GLCTL-FILE
        IF GLCTL-STATUS = "00"
            PERFORM UNTIL GLCTL-STATUS = "10"
                READ GLCTL-FILE
                    AT END MOVE "10" TO GLCTL-STATUS
                END-READ
                IF GLCTL-STATUS = "00"
                    PERFORM READ-ONE-DROP
                END-IF
            END-PERFORM
            CLOSE GLCTL-FILE
        ELSE
            CONTINUE
        END-IF
    END-PERFORM.

READ-ONE-DROP.
    MOVE GLC-SEQ TO WS-SEQ-DISP.
    MOVE SPACES TO WS-POSTING-NAME.
    STRING "CRAPS-GLPOST.T" WS-TBL-DIGIT ".S" WS-SEQ-DISP ".DAT"
        DELIMITED BY SIZE INTO WS-POSTING-NAME.
    OPEN INPUT POSTING-FILE.
    IF POSTING-STATUS = "00"
        ADD 1 TO WS-GL-DROPS
        PERFORM UNTIL POSTING-STATUS = "10"
            READ POSTING-FILE
                AT END MOVE "10" TO POSTING-STATUS
            END-READ
            IF POSTING-STATUS = "00" AND GL-TYPE = 'D'
                AND GL-DATE(1:6) = WS-TAX-MONTH
                AND GL-DATE(7:2) IS NUMERIC
                MOVE GL-DATE(7:2) TO WS-DAY-IDX
                IF WS-DAY-IDX >= 1 AND WS-DAY-IDX <= 31
                    PERFORM APPLY-GL-LEG
                END-IF
            END-IF
        END-PERFORM
        CLOSE POSTING-FILE
    ELSE
        *> Only a drop that could reach into the month matters.
        IF GLC-THRU-DATE >= WS-MONTH-FIRST
            ADD 1 TO WS-GL-MISSING
            DISPLAY "GL drop " WS-POSTING-NAME " is not on file."
        END-IF
    END-IF.

APPLY-GL-LEG.
    EVALUATE GL-ACCOUNT ALSO GL-DRCR
        WHEN "4010" ALSO "CR"
            ADD GL-AMOUNT TO WS-TD-GL-4010(WS-TBL, WS-DAY-IDX)
            MOVE 'Y' TO WS-TD-PLAYED(WS-TBL, WS-DAY-IDX)
        WHEN "4010" ALSO "DR"
            SUBTRACT GL-AMOUNT FROM WS-TD-GL-4010(WS-TBL, WS-DAY-IDX)
            MOVE 'Y' TO WS-TD-PLAYED(WS-TBL, WS-DAY-IDX)
        WHEN "4020" ALSO "CR"
            ADD GL-AMOUNT TO WS-TD-GL-4020(WS-TBL, WS-DAY-IDX)
            MOVE 'Y' TO WS-TD-PLAYED(WS-TBL, WS-DAY-IDX)
        WHEN "4020" ALSO "DR"
            SUBTRACT GL-AMOUNT FROM WS-TD-GL-4020(WS-TBL, WS-DAY-IDX)
            MOVE 'Y' TO WS-TD-PLAYED(WS-TBL, WS-DAY-IDX)
    END-EVALUATE.

ADD-TABLE-DAY.
    *> WS-TBL and WS-DAY-IDX name the table-day. Prints its line,
    *> proves it against the GL and adds it to the month.
    MOVE 'Y' TO WS-TABLE-PLAYED.
    COMPUTE WS-TD-GGR = WS-TD-WAGERS(WS-TBL, WS-DAY-IDX)
        - WS-TD-PAYOUTS(WS-TBL, WS-DAY-IDX).
    MOVE WS-TBL TO WS-TBL-DIGIT.
    MOVE WS-TD-WAGERS(WS-TBL, WS-DAY-IDX) TO WS-AMT-DISP.
    MOVE WS-TD-PAYOUTS(WS-TBL, WS-DAY-IDX) TO WS-AMT-DISP2.
    MOVE WS-TD-GGR TO WS-AMT-DISP3.
    MOVE WS-TD-VIG(WS-TBL, WS-DAY-IDX) TO WS-AMT-DISP4.
    MOVE WS-DAY-IDX TO WS-DAY-DISP.
    DISPLAY WS-TAX-MONTH WS-DAY-DISP "    " WS-TBL-DIGIT " "
        WS-AMT-DISP " " WS-AMT-DISP2 " " WS-AMT-DISP3 " "
        WS-AMT-DISP4.
    COMPUTE WS-TD-DIFF = WS-TD-GGR - WS-TD-GL-4010(WS-TBL, WS-DAY-IDX).
    COMPUTE WS-VIG-DIFF = WS-TD-VIG(WS-TBL, WS-DAY-IDX)
        - WS-TD-GL-4020(WS-TBL, WS-DAY-IDX).
    IF WS-TD-DIFF NOT = 0
        ADD 1 TO WS-VARIANCES
        MOVE WS-TD-GL-4010(WS-TBL, WS-DAY-IDX) TO WS-AMT-DISP
        MOVE WS-TD-DIFF TO WS-AMT-DISP2
        DISPLAY "  ** VARIANCE: GL 4010 posted " WS-AMT-DISP
            "  difference " WS-AMT-DISP2
    END-IF.
    IF WS-VIG-DIFF NOT = 0
        ADD 1 TO WS-VARIANCES
        MOVE WS-TD-GL-4020(WS-TBL, WS-DAY-IDX) TO WS-AMT-DISP
        MOVE WS-VIG-DIFF TO WS-AMT-DISP2
        DISPLAY "  ** VARIANCE: GL 4020 posted " WS-AMT-DISP
            "  difference " WS-AMT-DISP2
    END-IF.
    ADD WS-TD-WAGERS(WS-TBL, WS-DAY-IDX) TO WS-TOT-WAGERS.
    ADD WS-TD-PAYOUTS(WS-TBL, WS-DAY-IDX) TO WS-TOT-PAYOUTS.
    ADD WS-TD-GGR TO WS-TOT-GGR.
    ADD WS-TD-VIG(WS-TBL, WS-DAY-IDX) TO WS-TOT-VIG.
    ADD WS-TD-TRNFEE(WS-TBL, WS-DAY-IDX) TO WS-TOT-TRNFEE.
    IF WS-TD-CPNPLAY(WS-TBL, WS-DAY-IDX) > 0
        ADD WS-TD-CPNPLAY(WS-TBL, WS-DAY-IDX) TO WS-TOT-CPNPLAY
    ELSE
        MOVE 0 TO WS-TD-CPNPLAY(WS-TBL, WS-DAY-IDX)
    END-IF.
    ADD WS-TD-COMPRDM(WS-TBL, WS-DAY-IDX) TO WS-TOT-COMPRDM.
    ADD 1 TO WS-DETAILS.

WORK-OUT-TAX.
    *> Each tier taxes the slice of the month's taxable revenue
    *> between its floor and the next tier's; tax is rounded to the
    *> cent tier by tier. A month with no taxable revenue owes
    *> nothing.
    COMPUTE WS-TOT-DEDUCT = WS-TOT-CPNPLAY + WS-TOT-COMPRDM.
    COMPUTE WS-GROSS-REVENUE = WS-TOT-GGR + WS-TOT-VIG.
    IF WS-GROSS-REVENUE > WS-TOT-DEDUCT
        COMPUTE WS-TAXABLE = WS-GROSS-REVENUE - WS-TOT-DEDUCT
    ELSE
        MOVE 0 TO WS-TAXABLE
    END-IF.
    MOVE 0 TO WS-TAX-DUE.
    PERFORM VARYING WS-GTX-IDX FROM 1 BY 1
            UNTIL WS-GTX-IDX > WS-GTX-COUNT
        IF WS-TAXABLE > WS-GTX-FLOOR(WS-GTX-IDX)
            MOVE WS-TAXABLE TO WS-TIER-TOP
            IF WS-GTX-IDX < WS-GTX-COUNT
                IF WS-GTX-FLOOR(WS-GTX-IDX + 1) < WS-TAXABLE
                    MOVE WS-GTX-FLOOR(WS-GTX-IDX + 1) TO WS-TIER-TOP
                END-IF
            END-IF
            COMPUTE WS-GTX-BASE(WS-GTX-IDX) = WS-TIER-TOP
                - WS-GTX-FLOOR(WS-GTX-IDX)
            COMPUTE WS-GTX-TAX(WS-GTX-IDX) ROUNDED =
                WS-GTX-BASE(WS-GTX-IDX) * WS-GTX-RATE(WS-GTX-IDX)
                / 100
            ADD WS-GTX-TAX(WS-GTX-IDX) TO WS-TAX-DUE
        END-IF
    END-PERFORM.

PRINT-RETURN.
    DISPLAY " ".
    DISPLAY "Every table-day ties to the GL (" WS-GL-DROPS
        " drop(s) read).".
    DISPLAY " ".
    MOVE WS-TOT-WAGERS TO WS-AMT-DISP.
    DISPLAY "Wagers lost                       " WS-AMT-DISP.
    MOVE WS-TOT-PAYOUTS TO WS-AMT-DISP.
    DISPLAY "Less payouts                      " WS-AMT-DISP.
    MOVE WS-TOT-GGR TO WS-AMT-DISP.
    DISPLAY "Gross gaming revenue              " WS-AMT-DISP.
    MOVE WS-TOT-VIG TO WS-AMT-DISP.
    DISPLAY "Commission (vig)                  " WS-AMT-DISP.
    MOVE WS-TOT-CPNPLAY TO WS-AMT-DISP.
    DISPLAY "Less promotional coupon play      " WS-AMT-DISP.
    MOVE WS-TOT-COMPRDM TO WS-AMT-DISP.
    DISPLAY "Less comps redeemed to balance    " WS-AMT-DISP.
    MOVE WS-TAXABLE TO WS-AMT-DISP.
    DISPLAY "Taxable gaming revenue            " WS-AMT-DISP.
    DISPLAY " ".
    PERFORM VARYING WS-GTX-IDX FROM 1 BY 1
            UNTIL WS-GTX-IDX > WS-GTX-COUNT
        MOVE WS-GTX-FLOOR(WS-GTX-IDX) TO WS-AMT-DISP
        MOVE WS-GTX-RATE(WS-GTX-IDX) TO WS-RATE-DISP
        MOVE WS-GTX-BASE(WS-GTX-IDX) TO WS-AMT-DISP2
        MOVE WS-GTX-TAX(WS-GTX-IDX) TO WS-AMT-DISP3
        DISPLAY "  Tier " WS-GTX-IDX " from " WS-AMT-DISP " at "
            WS-RATE-DISP "% on " WS-AMT-DISP2 " = " WS-AMT-DISP3
    END-PERFORM.
    MOVE WS-TAX-DUE TO WS-AMT-DISP.
    DISPLAY "Gaming tax due                    " WS-AMT-DISP.
    DISPLAY " ".
    MOVE WS-TOT-TRNFEE TO WS-AMT-DISP.
    DISPLAY "Tournament entry fees (not taxed) " WS-AMT-DISP.

WRITE-FILING.
    MOVE SPACES TO WS-FILING-NAME.
    STRING "CRAPS-GAMETAX.M" WS-TAX-MONTH ".DAT"
        DELIMITED BY SIZE INTO WS-FILING-NAME.
    OPEN OUTPUT FILING-FILE.
    IF FILING-STATUS NOT = "00"
        DISPLAY "Cannot write " WS-FILING-NAME " (FILE STATUS "
            FILING-STATUS ")."
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE "cannot write the gaming tax filing" TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF.
    MOVE 'H' TO GTH-TYPE.
    MOVE WS-TAX-MONTH TO GTH-MONTH.
    MOVE WS-CLOCK-DATE TO GTH-RUN-DATE.
    MOVE WS-TABLES-PLAYED TO GTH-TABLES.
    WRITE FILING-HEADER.
    ADD 1 TO WS-RECORDS.
    PERFORM VARYING WS-TBL FROM 1 BY 1 UNTIL WS-TBL > 9
        PERFORM VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 31
            IF WS-TD-PLAYED(WS-TBL, WS-DAY-IDX) = 'Y'
                PERFORM WRITE-FILING-DETAIL
            END-IF
        END-PERFORM
    END-PERFORM.
    PERFORM VARYING WS-GTX-IDX FROM 1 BY 1
            UNTIL WS-GTX-IDX > WS-GTX-COUNT
        MOVE 'R' TO GTR-TYPE
        MOVE WS-GTX-IDX TO GTR-TIER
        MOVE WS-GTX-FLOOR(WS-GTX-IDX) TO GTR-TIER-FLOOR
        MOVE WS-GTX-RATE(WS-GTX-IDX) TO GTR-TIER-RATE
        MOVE WS-GTX-BASE(WS-GTX-IDX) TO GTR-TIER-BASE
        MOVE WS-GTX-TAX(WS-GTX-IDX) TO GTR-TIER-TAX
        WRITE FILING-TIER
        ADD 1 TO WS-RECORDS
    END-PERFORM.
    MOVE 'S' TO GTS-TYPE.
    MOVE WS-TOT-GGR TO GTS-GGR.
    MOVE WS-TOT-VIG TO GTS-VIG.
    MOVE WS-TOT-TRNFEE TO GTS-TRNFEE.
    MOVE WS-TOT-DEDUCT TO GTS-DEDUCTIONS.
    MOVE WS-TAXABLE TO GTS-TAXABLE.
    MOVE WS-TAX-DUE TO GTS-TAX.
    WRITE FILING-SUMMARY.
    ADD 1 TO WS-RECORDS.
    *> The record count includes the trailer itself.
    ADD 1 TO WS-RECORDS.
    MOVE 'T' TO GTT-TYPE.
    MOVE WS-RECORDS TO GTT-COUNT.
    MOVE WS-DETAILS TO GTT-DETAILS.
    MOVE WS-TOT-WAGERS TO GTT-WAGERS.
    MOVE WS-TOT-PAYOUTS TO GTT-PAYOUTS.
    MOVE WS-TAX-DUE TO GTT-TAX.
    WRITE FILING-TRAILER.
    CLOSE FILING-FILE.
    IF FILING-STATUS NOT = "00"
        DISPLAY "Error writing " WS-FILING-NAME " (FILE STATUS "
            FILING-STATUS ")."
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE "gaming tax filing not completed" TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        MOVE 8 TO RETURN-CODE
    ELSE
        DISPLAY "Electronic return written to " WS-FILING-NAME
            " (" WS-RECORDS " records)."
    END-IF.

WRITE-FILING-DETAIL.
    MOVE 'D' TO GTD-TYPE.
    MOVE WS-DAY-IDX TO WS-DAY-DISP.
    MOVE SPACES TO GTD-DAY.
    STRING WS-TAX-MONTH WS-DAY-DISP DELIMITED BY SIZE
        INTO GTD-DAY.
    MOVE WS-TBL TO GTD-TABLE.
    MOVE WS-TD-WAGERS(WS-TBL, WS-DAY-IDX) TO GTD-WAGERS.
    MOVE WS-TD-PAYOUTS(WS-TBL, WS-DAY-IDX) TO GTD-PAYOUTS.
    COMPUTE GTD-GGR = WS-TD-WAGERS(WS-TBL, WS-DAY-IDX)
        - WS-TD-PAYOUTS(WS-TBL, WS-DAY-IDX).
    MOVE WS-TD-VIG(WS-TBL, WS-DAY-IDX) TO GTD-VIG.
    MOVE WS-TD-TRNFEE(WS-TBL, WS-DAY-IDX) TO GTD-TRNFEE.
    MOVE WS-TD-CPNPLAY(WS-TBL, WS-DAY-IDX) TO GTD-CPNPLAY.
    MOVE WS-TD-COMPRDM(WS-TBL, WS-DAY-IDX) TO GTD-COMPRDM.
    WRITE FILING-DETAIL.
    ADD 1 TO WS-RECORDS.

WRITE-OPS-LOG.
    *> WS-OPS-SEVERITY and WS-OPS-TEXT are staged by the caller.
    CALL "OPS-LOG" USING WS-OPS-PROGRAM WS-OPS-SEVERITY
        WS-OPS-TEXT.
