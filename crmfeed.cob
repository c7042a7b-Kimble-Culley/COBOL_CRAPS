INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LIFETIME-FILE ASSIGN TO "CRAPS-LIFETIME.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS LT-KEY
        FILE STATUS IS LIFETIME-STATUS.

    SELECT COMP-FILE ASSIGN TO "CRAPS-COMPS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CMP-KEY
        FILE STATUS IS COMP-STATUS.

    SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-NAME
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CATALOG-STATUS.

    SELECT SUMMARY-FILE ASSIGN TO DYNAMIC WS-SUMMARY-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS SUMMARY-STATUS.

    SELECT FEED-FILE ASSIGN TO DYNAMIC WS-FEED-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
FILE SECTION.
FD LIFETIME-FILE.
01 LIFETIME-RECORD.
    02 LT-KEY.
        03 LT-ACCOUNT   PIC 9(5).
        03 LT-NAME      PIC X(20).
    02 LT-SESSIONS      PIC 9(5).
    02 LT-WAG-PASS      PIC 9(7)V99.
    02 LT-WAG-DPASS     PIC 9(7)V99.

FD COMP-FILE.
01 COMP-RECORD.
    02 CMP-KEY.
        03 CMP-ACCOUNT  PIC 9(5).
        03 CMP-NAME     PIC X(20).
    02 CMP-POINTS       PIC 9(7)V99.

FD HISTORY-FILE.
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

FD FEED-FILE.
01 FEED-RECORD.
    02 CRM-TYPE         PIC X(1).
    02 CRM-COMP-BAL     PIC 9(7)V99.
    02 CRM-COMP-EARNED  PIC 9(9)V99.
    02 CRM-COMP-REDEEM  PIC 9(9)V99.
    02 CRM-TIER         PIC X(1).
    02 CRM-TIER-CREDITS PIC 9(9)V99.
    02 CRM-TIER-EXPIRE  PIC X(8).

WORKING-STORAGE SECTION.
01 LIFETIME-STATUS      PIC X(2).
01 HISTORY-STATUS       PIC X(2).
01 AUDIT-STATUS         PIC X(2).
01 CATALOG-STATUS       PIC X(2).
01 SUMMARY-STATUS       PIC X(2).
01 WS-SUMMARY-NAME      PIC X(40).
01 WS-SUMMARY-USED      PIC X(1).
01 FEED-STATUS          PIC X(2).
01 WS-HISTORY-NAME      PIC X(40).
01 WS-AUDIT-NAME        PIC X(40).
01 WS-FEED-NAME         PIC X(30).
01 WS-RUN-DATE          PIC X(8).
01 WS-RUN-RC            PIC 9(1) VALUE 0.
01 WS-TBL               PIC 9(2).
01 WS-TBL-DIGIT         PIC 9(1).
01 WS-DETAIL-COUNT      PIC 9(7) VALUE 0.
01 WS-SUPPRESSED-COUNT  PIC 9(7) VALUE 0.
01 WS-CON-FUNCTION      PIC X(1) VALUE 'L'.
01 WS-CON-STATUS        PIC X(1).
01 WS-CON-RECORD.
    02 WS-CON-ACCOUNT   PIC 9(5).
    02 WS-CON-NO-CONTACT PIC X(1).
    02 WS-CON-UPD-DATE  PIC X(8).
    02 WS-CON-UPD-WHO   PIC X(3).
    02 WS-CON-REASON    PIC X(20).
01 WS-HASH-TOTAL        PIC 9(9)V99 VALUE 0.
01 WS-FOUND             PIC X(1).
01 WS-KEY-ACCOUNT       PIC 9(5).
01 WS-KEY-NAME          PIC X(20).
01 WS-CMP-IDX           PIC 9(3).
01 WS-CMP-COUNT         PIC 9(3) VALUE 0.
01 WS-LAST-VISIT        PIC X(8).
01 WS-VISIT-SESSIONS    PIC 9(5).
01 WS-TIER-RESULT.
    02 WS-TIER-CODE         PIC X(1).
    02 WS-TIER-NAME         PIC X(12).
    02 WS-TIER-MULT         PIC 9(1)V99.
    02 WS-TIER-CREDITS      PIC 9(9)V99.
    02 WS-TIER-EXPIRE       PIC X(8).
*> Comp movements per patron, built in one pass over every audit
*> trail so the feed can carry earned and redeemed, not just the
*> balance on the comp master.
    *> screen prints marketing used to re-key: one fixed-layout
    *> detail per patron on the lifetime master - account, name,
    *> last visit and session count from the history files, action
    *> by bet class from the career line, the comp picture and the
    *> loyalty tier with the credits it stands on -
    *> wrapped in a header and a trailer carrying the record count
    *> and a hash total, the way GL-EXTRACT's drop is wrapped, so
    *> the CRM side can verify the feed before loading it. A patron
    *> who asked at the cage not to be marketed to (CONTACT-PREF)
    *> is left out of the feed altogether; the header and trailer
    *> count only what was written.
    MOVE 0 TO WS-RUN-RC.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    MOVE SPACES TO WS-FEED-NAME.
    STRING "CRAPS-CRMFEED.D" WS-RUN-DATE ".DAT"
    OPEN INPUT LIFETIME-FILE.
    IF LIFETIME-STATUS NOT = "00"
        DISPLAY "No lifetime master on file; nothing to feed."
        IF WS-RUN-RC < 4
            MOVE 4 TO WS-RUN-RC
        END-IF
        MOVE WS-RUN-RC TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN OUTPUT FEED-FILE.
            AT END MOVE "10" TO LIFETIME-STATUS
        END-READ
        IF LIFETIME-STATUS = "00"
            PERFORM CHECK-CONTACT-PREF
            IF WS-CON-STATUS = 'Y' AND WS-CON-NO-CONTACT = 'Y'
                ADD 1 TO WS-SUPPRESSED-COUNT
            ELSE
                PERFORM WRITE-ONE-PATRON
            END-IF
        END-IF
    END-PERFORM.
    CLOSE LIFETIME-FILE.
    DISPLAY "CRM feed written to " WS-FEED-NAME.
    DISPLAY "Patrons: " WS-DETAIL-COUNT
        "  Hash total: " WS-HASH-TOTAL.
    DISPLAY "Left out on do-not-contact: " WS-SUPPRESSED-COUNT.
    MOVE WS-RUN-RC TO RETURN-CODE.
    GOBACK.

CHECK-CONTACT-PREF.
    *> The preference rides on the account; a row with no account
    *> has nowhere to carry one.
    MOVE 'N' TO WS-CON-STATUS.
    MOVE SPACES TO WS-CON-RECORD.
    IF LT-ACCOUNT > 0
        MOVE LT-ACCOUNT TO WS-CON-ACCOUNT
        CALL "CONTACT-PREF" USING WS-CON-FUNCTION WS-CON-RECORD
            WS-CON-STATUS
    END-IF.

BUILD-COMP-MOVEMENTS.
    *> One pass over the live trails and archived generations,
    *> folding COMP-ACCR, COMP-BONUS and COMP-REDM per patron. A
    *> closed day with a daily summary on file is read from it.
    PERFORM VARYING WS-TBL FROM 1 BY 1 UNTIL WS-TBL > 9
        MOVE WS-TBL TO WS-TBL-DIGIT
        MOVE SPACES TO WS-AUDIT-NAME
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
                AT END MOVE "10" TO AUDIT-STATUS
            END-READ
            IF AUDIT-STATUS = "00"
                IF AUD-ACCOUNT IS NUMERIC
                    MOVE AUD-ACCOUNT TO WS-KEY-ACCOUNT
                ELSE
                    MOVE 0 TO WS-KEY-ACCOUNT
                END-IF
                MOVE AUD-PLAYER TO WS-KEY-NAME
                IF AUD-EVENT = "COMP-ACCR"
                    OR AUD-EVENT = "COMP-BONUS"
                    PERFORM FIND-COMP-ROW
                    ADD AUD-AMOUNT TO WS-CM-EARNED(WS-CMP-IDX)
                END-IF
        CONTINUE
    END-IF.

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
            PERFORM UNTIL SUMMARY-STATUS NOT = "00"
                READ SUMMARY-FILE
                    AT END MOVE "10" TO SUMMARY-STATUS
                END-READ
                IF SUMMARY-STATUS = "00" AND SUM-TYPE = 'A'
                    AND (SUM-EVENT = "COMP-ACCR"
                        OR SUM-EVENT = "COMP-BONUS"
                        OR SUM-EVENT = "COMP-REDM")
                    PERFORM APPLY-SUMMARY-ROW
                END-IF
            END-PERFORM
        END-IF
        CLOSE SUMMARY-FILE
    ELSE
        CONTINUE
    END-IF.

APPLY-SUMMARY-ROW.
    IF SUM-ACCOUNT IS NUMERIC
        MOVE SUM-ACCOUNT TO WS-KEY-ACCOUNT
    ELSE
        MOVE 0 TO WS-KEY-ACCOUNT
    END-IF.
    MOVE SUM-PLAYER TO WS-KEY-NAME.
    PERFORM FIND-COMP-ROW.
    IF SUM-EVENT = "COMP-REDM"
        ADD SUM-AMOUNT TO WS-CM-REDEEMED(WS-CMP-IDX)
    ELSE
        ADD SUM-AMOUNT TO WS-CM-EARNED(WS-CMP-IDX)
    END-IF.

FIND-COMP-ROW.
    *> The name is only a key for movements that never carried an
    *> account; two accounts sharing a name stay two rows, the very
    *> separation the account-keyed masters exist for. WS-KEY-ACCOUNT
    *> (zero when there is none) and WS-KEY-NAME are staged by the
    *> caller.
    MOVE 'N' TO WS-FOUND.
    PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
            UNTIL WS-CMP-IDX > WS-CMP-COUNT OR WS-FOUND = 'Y'
        IF (WS-KEY-ACCOUNT > 0
            AND WS-CM-ACCOUNT(WS-CMP-IDX) = WS-KEY-ACCOUNT)
            OR (WS-KEY-ACCOUNT = 0
                AND WS-CM-ACCOUNT(WS-CMP-IDX) = 0
                AND WS-CM-NAME(WS-CMP-IDX) = WS-KEY-NAME)
            MOVE 'Y' TO WS-FOUND
        END-IF
    END-PERFORM.
        IF WS-CMP-COUNT < 200
            ADD 1 TO WS-CMP-COUNT
            MOVE WS-CMP-COUNT TO WS-CMP-IDX
            MOVE WS-KEY-ACCOUNT TO WS-CM-ACCOUNT(WS-CMP-IDX)
            MOVE WS-KEY-NAME TO WS-CM-NAME(WS-CMP-IDX)
        ELSE
            MOVE 200 TO WS-CMP-IDX
        END-IF
    MOVE LT-WAG-PROP TO CRM-WAG-PROP.
    PERFORM FIND-COMP-BALANCE.
    PERFORM FIND-COMP-MOVEMENTS.
    CALL "LOYALTY-TIER" USING LT-ACCOUNT WS-TIER-RESULT.
    MOVE WS-TIER-CODE TO CRM-TIER.
    MOVE WS-TIER-CREDITS TO CRM-TIER-CREDITS.
    MOVE WS-TIER-EXPIRE TO CRM-TIER-EXPIRE.
    ADD 1 TO WS-DETAIL-COUNT.
    COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL
        + CRM-WAG-LINE + CRM-COMP-BAL.
    MOVE 0 TO CRM-COMP-BAL.
    MOVE 0 TO CRM-COMP-EARNED.
    MOVE 0 TO CRM-COMP-REDEEM.
    MOVE SPACES TO CRM-TIER.
    MOVE 0 TO CRM-TIER-CREDITS.
    MOVE SPACES TO CRM-TIER-EXPIRE.
    WRITE FEED-RECORD.

WRITE-FEED-TRAILER.
    MOVE 0 TO CRM-COMP-BAL.
    MOVE 0 TO CRM-COMP-EARNED.
    MOVE 0 TO CRM-COMP-REDEEM.
    MOVE SPACES TO CRM-TIER.
    MOVE 0 TO CRM-TIER-CREDITS.
    MOVE SPACES TO CRM-TIER-EXPIRE.
    WRITE FEED-RECORD.
