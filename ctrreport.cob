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
01 WS-OPS-PROGRAM       PIC X(18) VALUE "CTR-REPORT".
01 WS-OPS-SEVERITY      PIC X(1).
01 WS-OPS-TEXT          PIC X(60).
01 WS-RUN-RC            PIC 9(1) VALUE 0.
01 CATALOG-STATUS       PIC X(2).
01 SUMMARY-STATUS       PIC X(2).
01 WS-SUMMARY-NAME      PIC X(40).
01 WS-SUMMARY-USED      PIC X(1).
01 WS-AUDIT-NAME        PIC X(40).
01 WS-TBL               PIC 9(2).
01 WS-TBL-DIGIT         PIC 9(1).
01 WS-GAMING-DAY        PIC X(8).
01 WS-GD-DAY            PIC X(8).
01 WS-GD-SHIFT          PIC X(1).
01 WS-GD-SHIFT-NO       PIC 9(1).
01 WS-SH-IDX            PIC 9(1).
*> Floor cash in and out for the day by shift, in shift order, so
*> the cage can see which crew's window the money moved through.
01 WS-SHIFT-TOTALS.
    02 WS-SHIFT-ROW OCCURS 3 TIMES.
        03 WS-SHT-CODE      PIC X(1) VALUE SPACE.
        03 WS-SHT-CASH-IN   PIC 9(9)V99 VALUE 0.
        03 WS-SHT-CASH-OUT  PIC 9(9)V99 VALUE 0.
*> Title 31 figures. The $10,000 threshold is statutory; the watch
*> line at 80% of it gives the cage a head start on the paperwork
*> before a patron actually crosses.
01 WS-PATRON-COUNT      PIC 9(3) VALUE 0.
01 WS-PAT-IDX           PIC 9(3).
01 WS-FOUND             PIC X(1).
01 WS-KEY-ACCOUNT       PIC 9(5).
01 WS-KEY-NAME          PIC X(20).
01 WS-OVER-COUNT        PIC 9(3) VALUE 0.
01 WS-WATCH-COUNT       PIC 9(3) VALUE 0.
01 WS-IN-DISP           PIC $$$,$$$,$$9.99.
01 WS-OUT-DISP          PIC $$$,$$$,$$9.99.
01 WS-NO-ID-COUNT       PIC 9(3) VALUE 0.
01 WS-CAL-TODAY         PIC X(8).
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
01 WS-PATRON-TABLE.
    02 WS-PATRON-ENTRY OCCURS 200 TIMES.
        03 WS-PAT-ACCOUNT   PIC 9(5).
        03 WS-PAT-NAME      PIC X(20).
        03 WS-PAT-CASH-IN   PIC 9(7)V99.
        03 WS-PAT-CASH-OUT  PIC 9(7)V99.
        03 WS-PAT-FX-IN     PIC 9(7)V99.
        03 WS-PAT-FX-CURR   PIC X(3).
*> The dollars of the BUYIN an FX-BUYIN row follows.
01 WS-LAST-BUYIN        PIC 9(5)V99 VALUE 0.
01 WS-FX-DISP           PIC $$$,$$$,$$9.99.

PROCEDURE DIVISION.
MAIN-PROGRAM.
    *> Daily Title 31 aggregation: every patron's cash in (BUYIN and
    *> REBUY) and cash out (CASHOUT) for one gaming day - the 06:00
    *> to 06:00 day GAMING-DAY assigns from each record's date and
    *> time, not the calendar date - added up
    *> across all nine tables' live audit trails plus any generation
    *> already archived for that day, so a patron who splits play
    *> across tables or sessions still aggregates to one line. The
    *> cage files a CTR when either side crosses $10,000; patrons
    *> within 20% of the line are listed too so the paperwork can
    *> start before close. A buy-in tendered in foreign notes counts
    *> at the dollars it bought, and the foreign part is shown
    *> separately for the form.
    DISPLAY "CTR aggregation - gaming day (YYYYMMDD): ".
    ACCEPT WS-GAMING-DAY.
    PERFORM VARYING WS-TBL FROM 1 BY 1 UNTIL WS-TBL > 9
    END-PERFORM.
    PERFORM SCAN-ARCHIVED-GENERATIONS.
    PERFORM PRINT-CTR-REPORT.
    MOVE WS-RUN-RC TO RETURN-CODE.
    STOP RUN.

SCAN-ARCHIVED-GENERATIONS.
    *> An audit log archived at close carries its date in the
    *> catalog; only generations archived on or after the requested
    *> gaming day can hold that day's events, and the per-record
    *> gaming-day filter in the scan keeps everything else out.
    *> A generation with a daily summary on file is read from the
    *> summary instead.
    OPEN INPUT CATALOG-FILE.
    IF CATALOG-STATUS = "00"
        PERFORM UNTIL CATALOG-STATUS = "10"
            END-READ
            IF CATALOG-STATUS = "00" AND CAT-TYPE = 'A'
                AND CAT-DATE >= WS-GAMING-DAY
                PERFORM SCAN-DAY-SUMMARY
                IF WS-SUMMARY-USED = 'N'
                    MOVE CAT-NAME TO WS-AUDIT-NAME
                    PERFORM SCAN-AUDIT-LOG
                END-IF
            END-IF
        END-PERFORM
        CLOSE CATALOG-FILE
                    AT END MOVE "10" TO AUDIT-STATUS
                END-READ
                IF AUDIT-STATUS NOT = "10"
                    PERFORM CREDIT-TO-SURVIVOR
                END-IF
                IF AUDIT-STATUS NOT = "10"
                    PERFORM ASSIGN-GAMING-DAY
                    IF WS-GD-DAY = WS-GAMING-DAY
                        PERFORM APPLY-AUDIT-RECORD
                    END-IF
                END-IF
            END-PERFORM
            CLOSE AUDIT-FILE
            MOVE "audit log unreadable; CTR totals incomplete"
                TO WS-OPS-TEXT
            PERFORM WRITE-OPS-LOG
            IF WS-RUN-RC < 4
                MOVE 4 TO WS-RUN-RC
            END-IF
    END-EVALUATE.

ASSIGN-GAMING-DAY.
    CALL "GAMING-DAY" USING AUD-DATE AUD-TIMESTAMP WS-GD-DAY
        WS-GD-SHIFT WS-GD-SHIFT-NO.

APPLY-AUDIT-RECORD.
    IF AUD-ACCOUNT IS NUMERIC
        MOVE AUD-ACCOUNT TO WS-KEY-ACCOUNT
    ELSE
        MOVE 0 TO WS-KEY-ACCOUNT
    END-IF.
    MOVE AUD-PLAYER TO WS-KEY-NAME.
    EVALUATE AUD-EVENT
        WHEN "BUYIN"
            MOVE AUD-AMOUNT TO WS-LAST-BUYIN
            PERFORM FIND-PATRON
            ADD AUD-AMOUNT TO WS-PAT-CASH-IN(WS-PAT-IDX)
            MOVE WS-GD-SHIFT TO WS-SHT-CODE(WS-GD-SHIFT-NO)
            ADD AUD-AMOUNT TO WS-SHT-CASH-IN(WS-GD-SHIFT-NO)
        WHEN "REBUY"
            PERFORM FIND-PATRON
            ADD AUD-AMOUNT TO WS-PAT-CASH-IN(WS-PAT-IDX)
            MOVE WS-GD-SHIFT TO WS-SHT-CODE(WS-GD-SHIFT-NO)
            ADD AUD-AMOUNT TO WS-SHT-CASH-IN(WS-GD-SHIFT-NO)
        WHEN "CASHOUT"
            PERFORM FIND-PATRON
            ADD AUD-AMOUNT TO WS-PAT-CASH-OUT(WS-PAT-IDX)
            MOVE WS-GD-SHIFT TO WS-SHT-CODE(WS-GD-SHIFT-NO)
            ADD AUD-AMOUNT TO WS-SHT-CASH-OUT(WS-GD-SHIFT-NO)
        WHEN "XFER-IN"
        WHEN "XFER-OUT"
            *> Chips walked between tables on a transfer slip are
            *> not cash; the money was counted where it came in.
            CONTINUE
        WHEN "FX-BUYIN"
            *> Follows the BUYIN it was tendered for; that BUYIN
            *> already counted the dollars, so only the foreign part
            *> is noted here.
            PERFORM FIND-PATRON
            ADD WS-LAST-BUYIN TO WS-PAT-FX-IN(WS-PAT-IDX)
            MOVE AUD-REASON(1:3) TO WS-PAT-FX-CURR(WS-PAT-IDX)
            MOVE 0 TO WS-LAST-BUYIN
    END-EVALUATE.

SCAN-DAY-SUMMARY.
    *> WS-SUMMARY-USED stays 'N' when the day has no summary on file
    *> and the raw generation is read instead.
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
            IF SUM-H-FIRST-DAY <= WS-GAMING-DAY
                AND SUM-H-LAST-DAY >= WS-GAMING-DAY
                PERFORM UNTIL SUMMARY-STATUS NOT = "00"
                    READ SUMMARY-FILE
                        AT END MOVE "10" TO SUMMARY-STATUS
                    END-READ
                    IF SUMMARY-STATUS = "00" AND SUM-TYPE = 'A'
                        AND SUM-GD-DAY = WS-GAMING-DAY
                        PERFORM APPLY-SUMMARY-ROW
                    END-IF
                END-PERFORM
            END-IF
        END-IF
        CLOSE SUMMARY-FILE
    ELSE
        CONTINUE
    END-IF.

APPLY-SUMMARY-ROW.
    *> A session's cash for the day, already totalled by event. The
    *> FX-BUYIN row carries the dollars of the buy-ins it was
    *> tendered for beside its currency.
    IF SUM-ACCOUNT IS NUMERIC
        IF SUM-ACCOUNT > 0
            CALL "ACCT-SURVIVOR" USING SUM-ACCOUNT
        END-IF
        MOVE SUM-ACCOUNT TO WS-KEY-ACCOUNT
    ELSE
        MOVE 0 TO WS-KEY-ACCOUNT
    END-IF.
    MOVE SUM-PLAYER TO WS-KEY-NAME.
    EVALUATE SUM-EVENT
        WHEN "BUYIN"
        WHEN "REBUY"
            PERFORM FIND-PATRON
            ADD SUM-AMOUNT TO WS-PAT-CASH-IN(WS-PAT-IDX)
            MOVE SUM-SHIFT TO WS-SHT-CODE(SUM-SHIFT-NO)
            ADD SUM-AMOUNT TO WS-SHT-CASH-IN(SUM-SHIFT-NO)
        WHEN "CASHOUT"
            PERFORM FIND-PATRON
            ADD SUM-AMOUNT TO WS-PAT-CASH-OUT(WS-PAT-IDX)
            MOVE SUM-SHIFT TO WS-SHT-CODE(SUM-SHIFT-NO)
            ADD SUM-AMOUNT TO WS-SHT-CASH-OUT(SUM-SHIFT-NO)
        WHEN "FX-BUYIN"
            PERFORM FIND-PATRON
            ADD SUM-PAIRED TO WS-PAT-FX-IN(WS-PAT-IDX)
            MOVE SUM-CURRENCY TO WS-PAT-FX-CURR(WS-PAT-IDX)
    END-EVALUATE.

FIND-PATRON.
    *> patron. The account number is the key when the record carries
    *> one - two patrons sharing a name must never aggregate into
    *> one CTR - and the name only covers records from before
    *> accounts rode the trail. WS-KEY-ACCOUNT (zero when there is
    *> none) and WS-KEY-NAME are staged by the caller; WS-PAT-IDX is
    *> left pointing at the patron's entry.
    MOVE 'N' TO WS-FOUND.
    PERFORM VARYING WS-PAT-IDX FROM 1 BY 1
            UNTIL WS-PAT-IDX > WS-PATRON-COUNT OR WS-FOUND = 'Y'
        IF (WS-KEY-ACCOUNT > 0
            AND WS-PAT-ACCOUNT(WS-PAT-IDX) = WS-KEY-ACCOUNT)
            OR (WS-KEY-ACCOUNT = 0
                AND WS-PAT-ACCOUNT(WS-PAT-IDX) = 0
                AND WS-PAT-NAME(WS-PAT-IDX) = WS-KEY-NAME)
            MOVE 'Y' TO WS-FOUND
        END-IF
    END-PERFORM.
        IF WS-PATRON-COUNT < 200
            ADD 1 TO WS-PATRON-COUNT
            MOVE WS-PATRON-COUNT TO WS-PAT-IDX
            MOVE WS-KEY-ACCOUNT TO WS-PAT-ACCOUNT(WS-PAT-IDX)
            MOVE WS-KEY-NAME TO WS-PAT-NAME(WS-PAT-IDX)
            MOVE 0 TO WS-PAT-CASH-IN(WS-PAT-IDX)
            MOVE 0 TO WS-PAT-CASH-OUT(WS-PAT-IDX)
            MOVE 0 TO WS-PAT-FX-IN(WS-PAT-IDX)
            MOVE SPACES TO WS-PAT-FX-CURR(WS-PAT-IDX)
        ELSE
            *> More distinct patrons in one day than the table holds;
            *> fold the overflow into the last slot so nothing is
                OR WS-PAT-CASH-OUT(WS-PAT-IDX) > WS-CTR-THRESHOLD
                ADD 1 TO WS-OVER-COUNT
                PERFORM PRINT-PATRON-LINE
                PERFORM PRINT-FILING-DATA
            END-IF
        END-PERFORM
        IF WS-OVER-COUNT = 0
            DISPLAY "  (none)"
        END-IF
        DISPLAY " "
        DISPLAY "-- CASH BY SHIFT --"
        PERFORM VARYING WS-SH-IDX FROM 1 BY 1 UNTIL WS-SH-IDX > 3
            IF WS-SHT-CODE(WS-SH-IDX) NOT = SPACE
                MOVE WS-SHT-CASH-IN(WS-SH-IDX) TO WS-IN-DISP
                MOVE WS-SHT-CASH-OUT(WS-SH-IDX) TO WS-OUT-DISP
                DISPLAY "  shift " WS-SHT-CODE(WS-SH-IDX)
                    "  in " WS-IN-DISP "  out " WS-OUT-DISP
            END-IF
        END-PERFORM
        DISPLAY " "
        DISPLAY "Patrons with cash activity: " WS-PATRON-COUNT
            "  CTRs required: " WS-OVER-COUNT
            "  on watch: " WS-WATCH-COUNT
        IF WS-NO-ID-COUNT > 0
            DISPLAY "*** " WS-NO-ID-COUNT " CTR(s) cannot be filed"
                " without a current ID - see the cage ***"
        END-IF
    END-IF.

PRINT-PATRON-LINE.
    DISPLAY "  acct " WS-PAT-ACCOUNT(WS-PAT-IDX) "  "
        WS-PAT-NAME(WS-PAT-IDX)
        "  in " WS-IN-DISP "  out " WS-OUT-DISP.
    IF WS-PAT-FX-IN(WS-PAT-IDX) > 0
        MOVE WS-PAT-FX-IN(WS-PAT-IDX) TO WS-FX-DISP
        DISPLAY "      of the cash in, " WS-FX-DISP
            " was foreign currency (" WS-PAT-FX-CURR(WS-PAT-IDX) ")"
    END-IF.

PRINT-FILING-DATA.
    *> What the cage copies onto the CTR itself, from the patron's
    *> KYC record: ID type, number, issuer and expiry, address, date
    *> of birth and taxpayer number. A patron with no record, or an
    *> ID that has lapsed, is flagged so the form is not filed short.
    ACCEPT WS-CAL-TODAY FROM DATE YYYYMMDD.
    MOVE 'N' TO WS-KYC-STATUS.
    MOVE SPACES TO WS-KYC-RECORD.
    IF WS-PAT-ACCOUNT(WS-PAT-IDX) > 0
        MOVE WS-PAT-ACCOUNT(WS-PAT-IDX) TO WS-KYC-ACCOUNT
        MOVE 'L' TO WS-KYC-FUNCTION
        CALL "PATRON-ID" USING WS-KYC-FUNCTION WS-KYC-RECORD
            WS-KYC-STATUS
    END-IF.
    IF WS-KYC-STATUS NOT = 'Y' OR WS-KYC-ID-NUMBER = SPACES
        ADD 1 TO WS-NO-ID-COUNT
        DISPLAY "      *** NO ID ON FILE ***"
    ELSE
        IF WS-KYC-ID-EXPIRY < WS-CAL-TODAY
            ADD 1 TO WS-NO-ID-COUNT
            DISPLAY "      *** ID EXPIRED " WS-KYC-ID-EXPIRY " ***"
        END-IF
        DISPLAY "      ID " WS-KYC-ID-TYPE " " WS-KYC-ID-NUMBER
            " " WS-KYC-ID-STATE "  exp " WS-KYC-ID-EXPIRY
            "  DOB " WS-KYC-DOB "  TIN " WS-KYC-TIN
        DISPLAY "      " WS-KYC-ADDRESS " " WS-KYC-CITY " "
            WS-KYC-STATE " " WS-KYC-ZIP
    END-IF.

WRITE-OPS-LOG.
    *> WS-OPS-SEVERITY and WS-OPS-TEXT are staged by the caller.
    CALL "OPS-LOG" USING WS-OPS-PROGRAM WS-OPS-SEVERITY
        WS-OPS-TEXT.

CREDIT-TO-SURVIVOR.
    *> An event written under a number ACCT-MERGE has since retired
    *> belongs to the account it was folded into.
    IF AUD-ACCOUNT IS NUMERIC AND AUD-ACCOUNT > 0
        CALL "ACCT-SURVIVOR" USING AUD-ACCOUNT
    END-IF.
