IDENTIFICATION DIVISION.
PROGRAM-ID. ACCT-RECON.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ACCOUNT-FILE ASSIGN TO "CRAPS-ACCOUNTS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS ACCT-NUMBER
        FILE STATUS IS ACCOUNT-STATUS.

    SELECT JOURNAL-FILE ASSIGN TO "CRAPS-ACCTJRNL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS JOURNAL-STATUS.

    SELECT BALANCE-FILE ASSIGN TO "CRAPS-ACCTBAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS BALANCE-STATUS.

    SELECT BALANCE-TEMP-FILE ASSIGN TO "CRAPS-ACCTBAL.TMP"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS BALANCE-TEMP-STATUS.

    SELECT GLCTL-FILE ASSIGN TO DYNAMIC WS-GLCTL-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS GLCTL-STATUS.

    SELECT POSTING-FILE ASSIGN TO DYNAMIC WS-POSTING-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS POSTING-STATUS.

DATA DIVISION.
FILE SECTION.
FD ACCOUNT-FILE.
01 ACCOUNT-RECORD.
    02 ACCT-NUMBER      PIC 9(5).
    02 ACCT-NAME        PIC X(20).
    02 ACCT-BALANCE     PIC 9(5)V99.
    02 ACCT-LAST-DATE   PIC X(8).
    02 ACCT-LOSS-CAP    PIC 9(5)V99.
    02 ACCT-TIME-LIMIT  PIC 9(3).
    02 ACCT-LOCKOUT     PIC X(8).
    02 ACCT-PIN         PIC X(4).

FD JOURNAL-FILE.
01 JOURNAL-RECORD.
    02 JRN-DATE         PIC X(8).
    02 JRN-TIME         PIC X(8).
    02 JRN-ACCOUNT      PIC 9(5).
    02 JRN-SOURCE       PIC X(18).
    02 JRN-TYPE         PIC X(1).
    02 JRN-AMOUNT       PIC S9(5)V99 SIGN LEADING SEPARATE.
    02 JRN-BEFORE       PIC 9(5)V99.
    02 JRN-AFTER        PIC 9(5)V99.
    02 JRN-WHERE        PIC X(8).
    02 JRN-SESSION      PIC X(14).

*> The last proven closing position: a header naming how far into
*> the journal and into each table's GL drops the proof reached,
*> then one detail per account with its proven closing balance.
FD BALANCE-FILE.
01 BALANCE-HEADER.
    02 ABH-TYPE         PIC X(1).
    02 ABH-DATE         PIC X(8).
    02 ABH-TIME         PIC X(8).
    02 ABH-JRN-THRU     PIC 9(7).
    02 ABH-GL-SEQ OCCURS 9 TIMES PIC 9(4).
01 BALANCE-DETAIL.
    02 ABD-TYPE         PIC X(1).
    02 ABD-ACCOUNT      PIC 9(5).
    02 ABD-BALANCE      PIC 9(5)V99.

FD BALANCE-TEMP-FILE.
01 BALANCE-TEMP-RECORD  PIC X(60).

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

WORKING-STORAGE SECTION.
01 ACCOUNT-STATUS       PIC X(2).
01 JOURNAL-STATUS       PIC X(2).
01 BALANCE-STATUS       PIC X(2).
01 BALANCE-TEMP-STATUS  PIC X(2).
01 GLCTL-STATUS         PIC X(2).
01 POSTING-STATUS       PIC X(2).
01 WS-OPS-PROGRAM       PIC X(18) VALUE "ACCT-RECON".
01 WS-OPS-SEVERITY      PIC X(1).
01 WS-OPS-TEXT          PIC X(60).
01 WS-GLCTL-NAME        PIC X(30).
01 WS-POSTING-NAME      PIC X(30).
01 WS-TEMP-FILENAME     PIC X(17) VALUE "CRAPS-ACCTBAL.TMP".
01 WS-FINAL-FILENAME    PIC X(17) VALUE "CRAPS-ACCTBAL.DAT".
01 WS-TODAY             PIC X(8).
01 WS-NOW               PIC X(8).
01 WS-TBL               PIC 9(2).
01 WS-TBL-DIGIT         PIC 9(1).
01 WS-SEQ-DISP          PIC 9(4).
01 WS-FIRST-RUN         PIC X(1) VALUE 'N'.
01 WS-FILES-OK          PIC X(1) VALUE 'Y'.
01 WS-PROOF-DATE        PIC X(8) VALUE SPACES.
01 WS-PROOF-TIME        PIC X(8) VALUE SPACES.
01 WS-JRN-THRU          PIC 9(7) VALUE 0.
01 WS-JRN-READ          PIC 9(7) VALUE 0.
01 WS-JRN-USED          PIC 9(7) VALUE 0.
01 WS-CHAIN-BREAKS      PIC 9(5) VALUE 0.
01 WS-OUT-COUNT         PIC 9(5) VALUE 0.
01 WS-ACCT-IDX          PIC 9(4).
01 WS-ACCT-COUNT        PIC 9(4) VALUE 0.
01 WS-FOUND-IDX         PIC 9(4).
01 WS-SEARCH-ACCOUNT    PIC 9(5).
01 WS-EXPECTED          PIC S9(7)V99.
01 WS-DIFFERENCE        PIC S9(9)V99.
01 WS-TOT-OPENING       PIC 9(9)V99 VALUE 0.
01 WS-TOT-CLOSING       PIC 9(9)V99 VALUE 0.
01 WS-TOT-NET           PIC S9(9)V99 VALUE 0.
01 WS-TABLE-NET         PIC S9(9)V99 VALUE 0.
01 WS-GL-2050-CR        PIC 9(9)V99 VALUE 0.
01 WS-GL-2050-DR        PIC 9(9)V99 VALUE 0.
01 WS-GL-2050-NET       PIC S9(9)V99 VALUE 0.
01 WS-GL-DROPS          PIC 9(4) VALUE 0.
01 WS-AMT-DISP          PIC $$$,$$$,$$9.99-.
01 WS-AMT-DISP2         PIC $$$,$$$,$$9.99-.
01 WS-AMT-DISP3         PIC $$$,$$$,$$9.99-.
*> The GL drop sequence each table's posting run control had reached
*> at the last proof, and where it stands tonight.
01 WS-GL-SEQ-TABLE.
    02 WS-GL-LAST-SEQ OCCURS 9 TIMES PIC 9(4) VALUE 0.
    02 WS-GL-NEW-SEQ  OCCURS 9 TIMES PIC 9(4) VALUE 0.
*> Net journal movement by type for the period.
01 WS-TYPE-TOTALS.
    02 WS-TYP-ROW OCCURS 6 TIMES.
        03 WS-TYP-CODE      PIC X(1).
        03 WS-TYP-COUNT     PIC 9(7).
        03 WS-TYP-NET       PIC S9(9)V99.
01 WS-TYP-IDX           PIC 9(1).
01 WS-TYPE-CODES        PIC X(6) VALUE "CDWUKX".
01 WS-ACCOUNT-TABLE.
    02 WS-ACCT-ENTRY OCCURS 3000 TIMES.
        03 WS-ACC-NUMBER    PIC 9(5).
        03 WS-ACC-OPENING   PIC 9(5)V99.
        03 WS-ACC-NET       PIC S9(7)V99.
        03 WS-ACC-CLOSING   PIC 9(5)V99.
        03 WS-ACC-RUNNING   PIC S9(7)V99.

PROCEDURE DIVISION.
MAIN-PROGRAM.
    *> Nightly player-funds proof. For every account: the closing
    *> balance last proven (CRAPS-ACCTBAL.DAT), plus every movement
    *> ACCOUNT-MASTER has journaled since (CRAPS-ACCTJRNL.DAT), must
    *> equal the balance on the master tonight. Each journal record's
    *> before balance must also pick up where the account's previous
    *> movement left off, so a rewrite that bypassed the journal shows
    *> as a chain break on the account it touched. The period's
    *> table movements - the 'U' and 'K' cash-out write-backs - are
    *> then set against the 2050 player funds postings GL-EXTRACT
    *> has produced from the table trails since the last proof;
    *> account opening, cage deposits and withdrawals and closes
    *> happen at the cage, not on a table trail, and are proven
    *> account by account above but are not in the GL tie.
    *> Only a proof that read every file rolls the opening position
    *> forward; the first run simply establishes it from the master.
    *> Return code 4 for an out-of-balance account, a chain break or
    *> a difference to the GL; 8 when a file can't be read.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD.
    ACCEPT WS-NOW FROM TIME.
    DISPLAY "===== PLAYER FUNDS PROOF (" WS-TODAY ") =====".
    PERFORM INIT-TYPE-TOTALS.
    PERFORM LOAD-OPENING.
    PERFORM APPLY-JOURNAL.
    PERFORM LOAD-CLOSING.
    PERFORM SCAN-GL-DROPS.
    IF WS-FILES-OK NOT = 'Y'
        DISPLAY "Proof not completed; opening balances left as they"
            " were."
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE "player funds proof incomplete; file unreadable"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    IF WS-FIRST-RUN = 'Y'
        DISPLAY "No proven opening position on file; opening balances"
            " established from the master."
        DISPLAY "Accounts: " WS-ACCT-COUNT
            "  journal records on file: " WS-JRN-READ
        PERFORM SAVE-CLOSING
        IF WS-FILES-OK NOT = 'Y'
            MOVE 8 TO RETURN-CODE
        END-IF
        GOBACK
    END-IF.
    PERFORM PRINT-PROOF.
    PERFORM SAVE-CLOSING.
    IF WS-FILES-OK NOT = 'Y'
        MOVE 8 TO RETURN-CODE
    ELSE
    IF WS-OUT-COUNT > 0 OR WS-CHAIN-BREAKS > 0
        OR WS-DIFFERENCE NOT = 0
        MOVE 'W' TO WS-OPS-SEVERITY
        MOVE SPACES TO WS-OPS-TEXT
        STRING "player funds proof: " WS-OUT-COUNT
            " account(s) out, " WS-CHAIN-BREAKS " chain break(s)"
            DELIMITED BY SIZE INTO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    END-IF.
    GOBACK.

INIT-TYPE-TOTALS.
    PERFORM VARYING WS-TYP-IDX FROM 1 BY 1 UNTIL WS-TYP-IDX > 6
        MOVE WS-TYPE-CODES(WS-TYP-IDX:1) TO WS-TYP-CODE(WS-TYP-IDX)
        MOVE 0 TO WS-TYP-COUNT(WS-TYP-IDX)
        MOVE 0 TO WS-TYP-NET(WS-TYP-IDX)
    END-PERFORM.

LOAD-OPENING.
    OPEN INPUT BALANCE-FILE.
    IF BALANCE-STATUS = "35"
        MOVE 'Y' TO WS-FIRST-RUN
    ELSE
    IF BALANCE-STATUS NOT = "00"
        DISPLAY "Cannot read CRAPS-ACCTBAL.DAT (FILE STATUS "
            BALANCE-STATUS ")."
        MOVE 'N' TO WS-FILES-OK
    ELSE
        PERFORM UNTIL BALANCE-STATUS = "10"
            READ BALANCE-FILE
                AT END MOVE "10" TO BALANCE-STATUS
            END-READ
            IF BALANCE-STATUS = "00"
                IF ABH-TYPE = 'H'
                    MOVE ABH-DATE TO WS-PROOF-DATE
                    MOVE ABH-TIME TO WS-PROOF-TIME
                    MOVE ABH-JRN-THRU TO WS-JRN-THRU
                    PERFORM VARYING WS-TBL FROM 1 BY 1
                            UNTIL WS-TBL > 9
                        MOVE ABH-GL-SEQ(WS-TBL)
                            TO WS-GL-LAST-SEQ(WS-TBL)
                    END-PERFORM
                ELSE
                    MOVE ABD-ACCOUNT TO WS-SEARCH-ACCOUNT
                    PERFORM FIND-ACCOUNT
                    IF WS-FOUND-IDX > 0
                        MOVE ABD-BALANCE
                            TO WS-ACC-OPENING(WS-FOUND-IDX)
                        MOVE ABD-BALANCE
                            TO WS-ACC-RUNNING(WS-FOUND-IDX)
                        ADD ABD-BALANCE TO WS-TOT-OPENING
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        CLOSE BALANCE-FILE
    END-IF
    END-IF.

APPLY-JOURNAL.
    *> Records up to WS-JRN-THRU were proven last time; the journal
    *> is append-only, so everything after them is the period.
    OPEN INPUT JOURNAL-FILE.
    IF JOURNAL-STATUS = "35"
        CONTINUE
    ELSE
    IF JOURNAL-STATUS NOT = "00"
        DISPLAY "Cannot read CRAPS-ACCTJRNL.DAT (FILE STATUS "
            JOURNAL-STATUS ")."
        MOVE 'N' TO WS-FILES-OK
    ELSE
        PERFORM UNTIL JOURNAL-STATUS = "10"
            READ JOURNAL-FILE
                AT END MOVE "10" TO JOURNAL-STATUS
            END-READ
            IF JOURNAL-STATUS = "00"
                ADD 1 TO WS-JRN-READ
                IF WS-JRN-READ > WS-JRN-THRU
                    AND WS-FIRST-RUN NOT = 'Y'
                    PERFORM APPLY-ONE-MOVEMENT
                END-IF
            END-IF
        END-PERFORM
        CLOSE JOURNAL-FILE
    END-IF
    END-IF.

APPLY-ONE-MOVEMENT.
    ADD 1 TO WS-JRN-USED.
    MOVE JRN-ACCOUNT TO WS-SEARCH-ACCOUNT.
    PERFORM FIND-ACCOUNT.
    IF WS-FOUND-IDX = 0
        EXIT PARAGRAPH
    END-IF.
    IF JRN-BEFORE NOT = WS-ACC-RUNNING(WS-FOUND-IDX)
        ADD 1 TO WS-CHAIN-BREAKS
        MOVE WS-ACC-RUNNING(WS-FOUND-IDX) TO WS-AMT-DISP
        MOVE JRN-BEFORE TO WS-AMT-DISP2
        DISPLAY "  CHAIN BREAK acct " JRN-ACCOUNT " " JRN-DATE " "
            JRN-TIME(1:6) " " JRN-TYPE " " JRN-SOURCE
        DISPLAY "      expected before " WS-AMT-DISP
            "  journaled before " WS-AMT-DISP2
    END-IF.
    ADD JRN-AMOUNT TO WS-ACC-NET(WS-FOUND-IDX).
    MOVE JRN-AFTER TO WS-ACC-RUNNING(WS-FOUND-IDX).
    ADD JRN-AMOUNT TO WS-TOT-NET.
    IF JRN-TYPE = 'U' OR JRN-TYPE = 'K'
        ADD JRN-AMOUNT TO WS-TABLE-NET
    END-IF.
    PERFORM VARYING WS-TYP-IDX FROM 1 BY 1 UNTIL WS-TYP-IDX > 6
        IF WS-TYP-CODE(WS-TYP-IDX) = JRN-TYPE
            ADD 1 TO WS-TYP-COUNT(WS-TYP-IDX)
            ADD JRN-AMOUNT TO WS-TYP-NET(WS-TYP-IDX)
        END-IF
    END-PERFORM.

LOAD-CLOSING.
    OPEN INPUT ACCOUNT-FILE.
    IF ACCOUNT-STATUS = "35"
        CONTINUE
    ELSE
    IF ACCOUNT-STATUS NOT = "00"
        DISPLAY "Cannot read CRAPS-ACCOUNTS.DAT (FILE STATUS "
            ACCOUNT-STATUS ")."
        MOVE 'N' TO WS-FILES-OK
    ELSE
        PERFORM UNTIL ACCOUNT-STATUS = "10"
            READ ACCOUNT-FILE
                AT END MOVE "10" TO ACCOUNT-STATUS
            END-READ
            IF ACCOUNT-STATUS = "00"
                MOVE ACCT-NUMBER TO WS-SEARCH-ACCOUNT
                PERFORM FIND-ACCOUNT
                IF WS-FOUND-IDX > 0
                    MOVE ACCT-BALANCE TO WS-ACC-CLOSING(WS-FOUND-IDX)
                    ADD ACCT-BALANCE TO WS-TOT-CLOSING
                END-IF
            END-IF
        END-PERFORM
        CLOSE ACCOUNT-FILE
    END-IF
    END-IF.

FIND-ACCOUNT.
    *> Finds WS-SEARCH-ACCOUNT in the working table, adding it when
    *> it is new. WS-FOUND-IDX comes back 0 only when the table is
    *> full, which is reported and fails the proof.
    MOVE 0 TO WS-FOUND-IDX.
    PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
            UNTIL WS-ACCT-IDX > WS-ACCT-COUNT OR WS-FOUND-IDX > 0
        IF WS-ACC-NUMBER(WS-ACCT-IDX) = WS-SEARCH-ACCOUNT
            MOVE WS-ACCT-IDX TO WS-FOUND-IDX
        END-IF
    END-PERFORM.
    IF WS-FOUND-IDX = 0
        IF WS-ACCT-COUNT < 3000
            ADD 1 TO WS-ACCT-COUNT
            MOVE WS-ACCT-COUNT TO WS-FOUND-IDX
            MOVE WS-SEARCH-ACCOUNT TO WS-ACC-NUMBER(WS-FOUND-IDX)
            MOVE 0 TO WS-ACC-OPENING(WS-FOUND-IDX)
            MOVE 0 TO WS-ACC-NET(WS-FOUND-IDX)
            MOVE 0 TO WS-ACC-CLOSING(WS-FOUND-IDX)
            MOVE 0 TO WS-ACC-RUNNING(WS-FOUND-IDX)
        ELSE
            IF WS-FILES-OK = 'Y'
                DISPLAY "More than 3000 accounts; proof abandoned."
            END-IF
            MOVE 'N' TO WS-FILES-OK
        END-IF
    END-IF.

SCAN-GL-DROPS.
    *> Every drop GL-EXTRACT has numbered since the last proof, on
    *> every table, contributes its 2050 legs. Posting files stay on
    *> disk under their drop number, so nothing is missed when a
    *> table ran more than one drop in the day.
    PERFORM VARYING WS-TBL FROM 1 BY 1 UNTIL WS-TBL > 9
        MOVE WS-TBL TO WS-TBL-DIGIT
        MOVE WS-GL-LAST-SEQ(WS-TBL) TO WS-GL-NEW-SEQ(WS-TBL)
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
                    AND GLC-SEQ > WS-GL-LAST-SEQ(WS-TBL)
                    IF WS-FIRST-RUN NOT = 'Y'
                        PERFORM READ-ONE-DROP
                    END-IF
                    IF GLC-SEQ > WS-GL-NEW-SEQ(WS-TBL)
                        MOVE GLC-SEQ TO WS-GL-NEW-SEQ(WS-TBL)
                    END-IF
                END-IF
            END-PERFORM
            CLOSE GLCTL-FILE
        ELSE
            CONTINUE
        END-IF
    END-PERFORM.
    COMPUTE WS-GL-2050-NET = WS-GL-2050-CR - WS-GL-2050-DR.

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
            IF POSTING-STATUS = "00"
                AND (GL-TYPE = 'D' OR GL-TYPE = 'A')
                AND GL-ACCOUNT = "2050"
                IF GL-DRCR = "CR"
                    ADD GL-AMOUNT TO WS-GL-2050-CR
                ELSE
                    ADD GL-AMOUNT TO WS-GL-2050-DR
                END-IF
            END-IF
        END-PERFORM
        CLOSE POSTING-FILE
    ELSE
        DISPLAY "  GL drop " WS-POSTING-NAME " is not on file;"
            " its 2050 postings are missing from the tie."
    END-IF.

PRINT-PROOF.
    DISPLAY "Opening position proven " WS-PROOF-DATE " "
        WS-PROOF-TIME(1:6) "; journal records " WS-JRN-USED
        " since.".
    DISPLAY " ".
    DISPLAY "-- ACCOUNTS OUT OF BALANCE --".
    PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
            UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
        COMPUTE WS-EXPECTED = WS-ACC-OPENING(WS-ACCT-IDX)
            + WS-ACC-NET(WS-ACCT-IDX)
        IF WS-EXPECTED NOT = WS-ACC-CLOSING(WS-ACCT-IDX)
            ADD 1 TO WS-OUT-COUNT
            MOVE WS-ACC-OPENING(WS-ACCT-IDX) TO WS-AMT-DISP
            MOVE WS-ACC-NET(WS-ACCT-IDX) TO WS-AMT-DISP2
            MOVE WS-ACC-CLOSING(WS-ACCT-IDX) TO WS-AMT-DISP3
            DISPLAY "  acct " WS-ACC-NUMBER(WS-ACCT-IDX)
                "  open " WS-AMT-DISP "  moves " WS-AMT-DISP2
                "  close " WS-AMT-DISP3
        END-IF
    END-PERFORM.
    IF WS-OUT-COUNT = 0
        DISPLAY "  (none)"
    END-IF.
    DISPLAY " ".
    DISPLAY "-- MOVEMENTS BY TYPE --".
    PERFORM VARYING WS-TYP-IDX FROM 1 BY 1 UNTIL WS-TYP-IDX > 6
        MOVE WS-TYP-NET(WS-TYP-IDX) TO WS-AMT-DISP
        DISPLAY "  " WS-TYP-CODE(WS-TYP-IDX) "  count "
            WS-TYP-COUNT(WS-TYP-IDX) "  net " WS-AMT-DISP
    END-PERFORM.
    DISPLAY " ".
    MOVE WS-TOT-OPENING TO WS-AMT-DISP.
    MOVE WS-TOT-NET TO WS-AMT-DISP2.
    MOVE WS-TOT-CLOSING TO WS-AMT-DISP3.
    DISPLAY "Opening total  " WS-AMT-DISP.
    DISPLAY "Journal net    " WS-AMT-DISP2.
    DISPLAY "Closing total  " WS-AMT-DISP3.
    DISPLAY " ".
    DISPLAY "-- TIE TO GL 2050 PLAYER FUNDS (" WS-GL-DROPS
        " drop(s)) --".
    MOVE WS-GL-2050-CR TO WS-AMT-DISP.
    MOVE WS-GL-2050-DR TO WS-AMT-DISP2.
    MOVE WS-GL-2050-NET TO WS-AMT-DISP3.
    DISPLAY "  2050 credits " WS-AMT-DISP "  debits " WS-AMT-DISP2
        "  net " WS-AMT-DISP3.
    COMPUTE WS-DIFFERENCE = WS-GL-2050-NET - WS-TABLE-NET.
    MOVE WS-TABLE-NET TO WS-AMT-DISP.
    MOVE WS-DIFFERENCE TO WS-AMT-DISP2.
    DISPLAY "  sub-ledger table net (U/K) " WS-AMT-DISP
        "  difference " WS-AMT-DISP2.
    IF WS-DIFFERENCE NOT = 0
        DISPLAY "  *** SUB-LEDGER DOES NOT TIE TO GL 2050 ***"
    END-IF.
    DISPLAY " ".
    DISPLAY "Accounts: " WS-ACCT-COUNT "  out of balance: "
        WS-OUT-COUNT "  chain breaks: " WS-CHAIN-BREAKS.

SAVE-CLOSING.
    *> Tonight's master becomes tomorrow's opening position, written
    *> through CRAPS-ACCTBAL.TMP and renamed over the old one.
    OPEN OUTPUT BALANCE-TEMP-FILE.
    MOVE 'H' TO ABH-TYPE.
    MOVE WS-TODAY TO ABH-DATE.
    MOVE WS-NOW TO ABH-TIME.
    MOVE WS-JRN-READ TO ABH-JRN-THRU.
    PERFORM VARYING WS-TBL FROM 1 BY 1 UNTIL WS-TBL > 9
        MOVE WS-GL-NEW-SEQ(WS-TBL) TO ABH-GL-SEQ(WS-TBL)
    END-PERFORM.
    WRITE BALANCE-TEMP-RECORD FROM BALANCE-HEADER.
    PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
            UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
        IF WS-ACC-CLOSING(WS-ACCT-IDX) > 0
            MOVE 'D' TO ABD-TYPE
            MOVE WS-ACC-NUMBER(WS-ACCT-IDX) TO ABD-ACCOUNT
            MOVE WS-ACC-CLOSING(WS-ACCT-IDX) TO ABD-BALANCE
            WRITE BALANCE-TEMP-RECORD FROM BALANCE-DETAIL
        END-IF
    END-PERFORM.
    CLOSE BALANCE-TEMP-FILE.
    IF BALANCE-TEMP-STATUS = "00"
        CALL "CBL_RENAME_FILE" USING WS-TEMP-FILENAME
            WS-FINAL-FILENAME
        IF RETURN-CODE NOT = 0
            DISPLAY "Could not replace CRAPS-ACCTBAL.DAT; tomorrow's"
                " proof will reopen from the old position."
            MOVE 'E' TO WS-OPS-SEVERITY
            MOVE "rename of CRAPS-ACCTBAL.TMP failed" TO WS-OPS-TEXT
            PERFORM WRITE-OPS-LOG
            MOVE 'N' TO WS-FILES-OK
        END-IF
        MOVE 0 TO RETURN-CODE
    ELSE
        DISPLAY "Could not write CRAPS-ACCTBAL.TMP (FILE STATUS "
            BALANCE-TEMP-STATUS ")."
        MOVE 'N' TO WS-FILES-OK
    END-IF.

WRITE-OPS-LOG.
    *> WS-OPS-SEVERITY and WS-OPS-TEXT are staged by the caller.
    CALL "OPS-LOG" USING WS-OPS-PROGRAM WS-OPS-SEVERITY
        WS-OPS-TEXT.
