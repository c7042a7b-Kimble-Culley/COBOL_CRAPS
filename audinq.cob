IDENTIFICATION DIVISION.
PROGRAM-ID. AUDIT-INQUIRY.

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

    SELECT STAFF-FILE ASSIGN TO "CRAPS-STAFF.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS STAFF-STATUS.

    SELECT EXPORT-FILE ASSIGN TO DYNAMIC WS-EXPORT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS EXPORT-STATUS.

    SELECT INQUIRY-LOG-FILE ASSIGN TO "CRAPS-INQUIRY.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS INQLOG-STATUS.

    SELECT SORT-FILE ASSIGN TO "CRAPS-INQUIRY.SRT".

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

FD STAFF-FILE.
01 STAFF-RECORD.
    02 STF-ID           PIC X(4).
    02 STF-NAME         PIC X(20).
    02 STF-ROLE         PIC X(1).
    02 STF-ACTIVE       PIC X(1).

*> The case export: a header naming who asked and when, the
*> selection exactly as it was keyed, one detail per event found (in
*> time order, with the trail it was read from), and a trailer with
*> the record count and the control total of the amounts.
FD EXPORT-FILE.
01 EXPORT-HEADER.
    02 EXH-TYPE         PIC X(1).
    02 EXH-RUN-DATE     PIC X(8).
    02 EXH-RUN-TIME     PIC X(8).
    02 EXH-STAFF        PIC X(4).
    02 EXH-CASE-REF     PIC X(12).
01 EXPORT-CRITERIA.
    02 EXC-TYPE         PIC X(1).
    02 EXC-CRITERIA     PIC X(92).
01 EXPORT-DETAIL.
    02 EXD-TYPE         PIC X(1).
    02 EXD-TABLE        PIC 9(1).
    02 EXD-SOURCE       PIC X(40).
    02 EXD-AUDIT        PIC X(94).
01 EXPORT-TRAILER.
    02 EXT-TYPE         PIC X(1).
    02 EXT-COUNT        PIC 9(7).
    02 EXT-DETAILS      PIC 9(7).
    02 EXT-AMOUNT       PIC 9(11)V99.

*> One row per inquiry, run or refused - who looked, when, for what
*> case, with what selection, and how many events it turned up.
FD INQUIRY-LOG-FILE.
01 INQUIRY-LOG-RECORD.
    02 INQ-DATE         PIC X(8).
    02 INQ-TIME         PIC X(8).
    02 INQ-STAFF        PIC X(4).
    02 INQ-OUTCOME      PIC X(1).
    02 INQ-CASE-REF     PIC X(12).
    02 INQ-CRITERIA     PIC X(92).
    02 INQ-MATCHES      PIC 9(7).

SD SORT-FILE.
01 SORT-RECORD.
    02 SRT-DATE         PIC X(8).
    02 SRT-TIME         PIC X(8).
    02 SRT-TABLE        PIC 9(1).
    02 SRT-SEQ          PIC 9(7).
    02 SRT-SOURCE       PIC X(40).
    02 SRT-AUDIT        PIC X(94).

WORKING-STORAGE SECTION.
01 AUDIT-STATUS         PIC X(2).
01 CATALOG-STATUS       PIC X(2).
01 STAFF-STATUS         PIC X(2).
01 EXPORT-STATUS        PIC X(2).
01 INQLOG-STATUS        PIC X(2).
01 WS-OPS-PROGRAM       PIC X(18) VALUE "AUDIT-INQUIRY".
01 WS-OPS-SEVERITY      PIC X(1).
01 WS-OPS-TEXT          PIC X(60).
01 WS-AUDIT-NAME        PIC X(40).
01 WS-EXPORT-NAME       PIC X(40).
01 WS-TBL               PIC 9(2).
01 WS-TBL-DIGIT         PIC 9(1).
01 WS-CLOCK-DATE        PIC X(8).
01 WS-CLOCK-TIME        PIC X(8).
01 WS-STAFF-ID          PIC X(4) VALUE SPACES.
01 WS-STAFF-OK          PIC X(1) VALUE 'N'.
01 WS-CASE-REF          PIC X(12) VALUE SPACES.
01 WS-SEL-OK            PIC X(1) VALUE 'Y'.
01 WS-SEL-COUNT         PIC 9(2) VALUE 0.
*> The selection. Every criterion left blank (or zero) matches
*> anything; the ones given must all match. Times are the clock
*> date and HHMM the trail stamps each event with.
01 WS-CRITERIA.
    02 CRIT-ACCOUNT     PIC 9(5) VALUE 0.
    02 CRIT-NAME        PIC X(20) VALUE SPACES.
    02 CRIT-DEALER      PIC X(4) VALUE SPACES.
    02 CRIT-EVENT       PIC X(10) VALUE SPACES.
    02 CRIT-TABLE       PIC X(1) VALUE SPACE.
    02 CRIT-FROM.
        03 CRIT-FROM-DATE   PIC X(8) VALUE SPACES.
        03 CRIT-FROM-TIME   PIC X(4) VALUE SPACES.
    02 CRIT-TO.
        03 CRIT-TO-DATE     PIC X(8) VALUE SPACES.
        03 CRIT-TO-TIME     PIC X(4) VALUE SPACES.
    02 CRIT-AMT-MIN     PIC 9(5)V99 VALUE 0.
    02 CRIT-AMT-MAX     PIC 9(5)V99 VALUE 0.
    02 CRIT-SESSION     PIC X(14) VALUE SPACES.
01 WS-CRIT-SURVIVOR     PIC 9(5) VALUE 0.
01 WS-EV-ACCOUNT        PIC 9(5).
01 WS-EV-STAMP.
    02 WS-EV-DATE       PIC X(8).
    02 WS-EV-TIME       PIC X(4).
01 WS-EV-NAME           PIC X(20).
01 WS-MATCH             PIC X(1).
01 WS-DATE-N            PIC 9(8).
01 WS-TABLE-IN          PIC X(1).
01 WS-AMT-IN            PIC 9(5)V99.
01 WS-FILES-READ        PIC 9(4) VALUE 0.
01 WS-FILES-MISSED      PIC 9(4) VALUE 0.
01 WS-EVENTS-READ       PIC 9(9) VALUE 0.
01 WS-MATCHES           PIC 9(7) VALUE 0.
01 WS-MATCH-AMOUNT      PIC 9(11)V99 VALUE 0.
01 WS-RECORDS           PIC 9(7) VALUE 0.
01 WS-SORT-DONE         PIC X(1) VALUE 'N'.
01 WS-AMT-DISP          PIC $$$,$$9.99.
01 WS-TOTAL-DISP        PIC $$$,$$$,$$$,$$9.99.
01 WS-COUNT-DISP        PIC Z,ZZZ,ZZ9.
01 WS-READ-DISP         PIC ZZZ,ZZZ,ZZ9.
01 WS-FILES-DISP        PIC Z,ZZ9.

PROCEDURE DIVISION.
MAIN-PROGRAM.
    *> Investigation inquiry over the whole audit trail: every live
    *> CRAPS-AUDIT.T<n>.LOG (table 0 is the comp desk) and every
    *> generation EOD-ARCHIVE has filed in CRAPS-ARCHIVE.CAT. The
    *> events that match the selection are listed in time order with
    *> the trail's own sequence number, and written to a case export
    *> CRAPS-CASE.<clock date and time>.DAT for surveillance or the
    *> gaming board.
    *> Looking into a patron's play is itself on the record: every
    *> run, and every refusal, lands in CRAPS-INQUIRY.LOG with the
    *> requesting staff id. Training and tournament trails are not
    *> money and are not searched.
    ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-CLOCK-TIME FROM TIME.
    DISPLAY "Audit trail inquiry - requesting staff id: ".
    ACCEPT WS-STAFF-ID.
    PERFORM CHECK-STAFF-ID.
    IF WS-STAFF-OK NOT = 'Y'
        DISPLAY "Staff id " WS-STAFF-ID " is not active on file."
        MOVE 'R' TO INQ-OUTCOME
        PERFORM WRITE-INQUIRY-LOG
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    DISPLAY "Case or request reference: ".
    ACCEPT WS-CASE-REF.
    PERFORM ACCEPT-CRITERIA.
    IF WS-SEL-OK NOT = 'Y'
        MOVE 'R' TO INQ-OUTCOME
        PERFORM WRITE-INQUIRY-LOG
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE SPACES TO WS-EXPORT-NAME.
    STRING "CRAPS-CASE." WS-CLOCK-DATE WS-CLOCK-TIME ".DAT"
        DELIMITED BY SIZE INTO WS-EXPORT-NAME.
    SORT SORT-FILE
        ON ASCENDING KEY SRT-DATE SRT-TIME SRT-TABLE SRT-SEQ
        INPUT PROCEDURE IS SELECT-EVENTS
        OUTPUT PROCEDURE IS LIST-EVENTS.
    IF WS-SORT-DONE = 'Y'
        MOVE 'C' TO INQ-OUTCOME
    ELSE
        MOVE 'F' TO INQ-OUTCOME
    END-IF.
    PERFORM WRITE-INQUIRY-LOG.
    IF WS-FILES-MISSED > 0
        MOVE 'W' TO WS-OPS-SEVERITY
        MOVE "catalogued audit generation could not be read"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        MOVE 4 TO RETURN-CODE
    END-IF.
    IF WS-SORT-DONE NOT = 'Y'
        MOVE 8 TO RETURN-CODE
    END-IF.
    GOBACK.

CHECK-STAFF-ID.
    MOVE 'N' TO WS-STAFF-OK.
    OPEN INPUT STAFF-FILE.
    IF STAFF-STATUS = "00"
        PERFORM UNTIL STAFF-STATUS = "10"
            READ STAFF-FILE
                AT END MOVE "10" TO STAFF-STATUS
            END-READ
            IF STAFF-STATUS = "00" AND STF-ID = WS-STAFF-ID
                AND STF-ACTIVE = 'Y'
                MOVE 'Y' TO WS-STAFF-OK
            END-IF
        END-PERFORM
        CLOSE STAFF-FILE
    ELSE
        CONTINUE
    END-IF.

ACCEPT-CRITERIA.
    *> At least one criterion is required; an inquiry is a look at
    *> something in particular, not a copy of the whole trail.
    MOVE 'Y' TO WS-SEL-OK.
    MOVE 0 TO WS-SEL-COUNT.
    DISPLAY "Press ENTER past any criterion that does not apply.".
    DISPLAY "Account number: ".
    ACCEPT CRIT-ACCOUNT.
    IF CRIT-ACCOUNT > 0
        ADD 1 TO WS-SEL-COUNT
        MOVE CRIT-ACCOUNT TO WS-CRIT-SURVIVOR
        CALL "ACCT-SURVIVOR" USING WS-CRIT-SURVIVOR
        IF WS-CRIT-SURVIVOR NOT = CRIT-ACCOUNT
            DISPLAY "Account " CRIT-ACCOUNT " was merged into "
                WS-CRIT-SURVIVOR "; events under either number"
                " are listed."
        END-IF
    END-IF.
    DISPLAY "Patron name: ".
    ACCEPT CRIT-NAME.
    INSPECT CRIT-NAME CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    IF CRIT-NAME NOT = SPACES
        ADD 1 TO WS-SEL-COUNT
    END-IF.
    DISPLAY "Dealer id: ".
    ACCEPT CRIT-DEALER.
    IF CRIT-DEALER NOT = SPACES
        ADD 1 TO WS-SEL-COUNT
    END-IF.
    DISPLAY "Event code (e.g. BUYIN, CASHOUT, SUP-VOID): ".
    ACCEPT CRIT-EVENT.
    INSPECT CRIT-EVENT CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    IF CRIT-EVENT NOT = SPACES
        ADD 1 TO WS-SEL-COUNT
    END-IF.
    DISPLAY "Table (0-9, 0 = comp desk): ".
    MOVE SPACE TO WS-TABLE-IN.
    ACCEPT WS-TABLE-IN.
    IF WS-TABLE-IN NOT = SPACE
        IF WS-TABLE-IN IS NOT NUMERIC
            DISPLAY "Not a table number."
            MOVE 'N' TO WS-SEL-OK
        ELSE
            MOVE WS-TABLE-IN TO CRIT-TABLE
            ADD 1 TO WS-SEL-COUNT
        END-IF
    END-IF.
    DISPLAY "From date (YYYYMMDD): ".
    ACCEPT CRIT-FROM-DATE.
    DISPLAY "From time (HHMM, ENTER = 0000): ".
    ACCEPT CRIT-FROM-TIME.
    DISPLAY "To date (YYYYMMDD): ".
    ACCEPT CRIT-TO-DATE.
    DISPLAY "To time (HHMM, ENTER = 2359): ".
    ACCEPT CRIT-TO-TIME.
    PERFORM EDIT-TIME-RANGE.
    DISPLAY "Amount from (e.g. 1000.00): ".
    MOVE 0 TO WS-AMT-IN.
    ACCEPT WS-AMT-IN.
    MOVE WS-AMT-IN TO CRIT-AMT-MIN.
    DISPLAY "Amount to: ".
    MOVE 0 TO WS-AMT-IN.
    ACCEPT WS-AMT-IN.
    MOVE WS-AMT-IN TO CRIT-AMT-MAX.
    IF CRIT-AMT-MIN > 0 OR CRIT-AMT-MAX > 0
        ADD 1 TO WS-SEL-COUNT
    END-IF.
    IF CRIT-AMT-MAX > 0 AND CRIT-AMT-MAX < CRIT-AMT-MIN
        DISPLAY "The amount range runs backwards."
        MOVE 'N' TO WS-SEL-OK
    END-IF.
    DISPLAY "Session id: ".
    ACCEPT CRIT-SESSION.
    IF CRIT-SESSION NOT = SPACES
        ADD 1 TO WS-SEL-COUNT
    END-IF.
    IF WS-SEL-OK = 'Y' AND WS-SEL-COUNT = 0
        DISPLAY "Give at least one criterion."
        MOVE 'N' TO WS-SEL-OK
    END-IF.
    IF WS-SEL-OK NOT = 'Y'
        DISPLAY "Nothing searched."
    END-IF.

EDIT-TIME-RANGE.
    *> An open end of the range stays open; a time without its date
    *> is ignored. Both ends are taken whole minutes, inclusive.
    IF CRIT-FROM-DATE = SPACES
        MOVE SPACES TO CRIT-FROM-TIME
    ELSE
        ADD 1 TO WS-SEL-COUNT
        IF CRIT-FROM-TIME = SPACES
            MOVE "0000" TO CRIT-FROM-TIME
        END-IF
        IF CRIT-FROM-DATE IS NOT NUMERIC
            OR CRIT-FROM-TIME IS NOT NUMERIC
            DISPLAY "The from date and time are YYYYMMDD and HHMM."
            MOVE 'N' TO WS-SEL-OK
        ELSE
            MOVE CRIT-FROM-DATE TO WS-DATE-N
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-N) NOT = 0
                OR CRIT-FROM-TIME(1:2) > "23"
                OR CRIT-FROM-TIME(3:2) > "59"
                DISPLAY "The from date and time are not a real"
                    " date and time."
                MOVE 'N' TO WS-SEL-OK
            END-IF
        END-IF
    END-IF.
    IF CRIT-TO-DATE = SPACES
        MOVE SPACES TO CRIT-TO-TIME
    ELSE
        ADD 1 TO WS-SEL-COUNT
        IF CRIT-TO-TIME = SPACES
            MOVE "2359" TO CRIT-TO-TIME
        END-IF
        IF CRIT-TO-DATE IS NOT NUMERIC
            OR CRIT-TO-TIME IS NOT NUMERIC
            DISPLAY "The to date and time are YYYYMMDD and HHMM."
            MOVE 'N' TO WS-SEL-OK
        ELSE
            MOVE CRIT-TO-DATE TO WS-DATE-N
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-N) NOT = 0
                OR CRIT-TO-TIME(1:2) > "23"
                OR CRIT-TO-TIME(3:2) > "59"
                DISPLAY "The to date and time are not a real"
                    " date and time."
                MOVE 'N' TO WS-SEL-OK
            END-IF
        END-IF
    END-IF.
    IF WS-SEL-OK = 'Y' AND CRIT-FROM-DATE NOT = SPACES
        AND CRIT-TO-DATE NOT = SPACES AND CRIT-TO < CRIT-FROM
        DISPLAY "The time range runs backwards."
        MOVE 'N' TO WS-SEL-OK
    END-IF.

SELECT-EVENTS.
    *> Live trails first, then every archived generation; the sort
    *> puts them in time order whichever file they came from.
    PERFORM VARYING WS-TBL FROM 0 BY 1 UNTIL WS-TBL > 9
        MOVE WS-TBL TO WS-TBL-DIGIT
        IF CRIT-TABLE = SPACE OR CRIT-TABLE = WS-TBL-DIGIT
            MOVE SPACES TO WS-AUDIT-NAME
            STRING "CRAPS-AUDIT.T" WS-TBL-DIGIT ".LOG"
                DELIMITED BY SIZE INTO WS-AUDIT-NAME
            PERFORM SCAN-AUDIT-LOG
        END-IF
    END-PERFORM.
    PERFORM SCAN-ARCHIVED-GENERATIONS.

SCAN-ARCHIVED-GENERATIONS.
    *> A generation the catalog still lists but that cannot be read
    *> is reported: the answer may be missing events.
    OPEN INPUT CATALOG-FILE.
    IF CATALOG-STATUS = "00"
        PERFORM UNTIL CATALOG-STATUS = "10"
            READ CATALOG-FILE
                AT END MOVE "10" TO CATALOG-STATUS
            END-READ
            IF CATALOG-STATUS = "00" AND CAT-TYPE = 'A'
                AND (CRIT-TABLE = SPACE OR CRIT-TABLE = CAT-TABLE)
                MOVE CAT-TABLE TO WS-TBL-DIGIT
                MOVE CAT-NAME TO WS-AUDIT-NAME
                PERFORM SCAN-AUDIT-LOG
                IF AUDIT-STATUS NOT = "00"
                    ADD 1 TO WS-FILES-MISSED
                    DISPLAY "Catalogued generation not read (FILE"
                        " STATUS " AUDIT-STATUS "): " CAT-NAME
                END-IF
            END-IF
        END-PERFORM
        CLOSE CATALOG-FILE
    ELSE
        CONTINUE
    END-IF.

SCAN-AUDIT-LOG.
    *> WS-AUDIT-NAME is the trail and WS-TBL-DIGIT its table.
    OPEN INPUT AUDIT-FILE.
    IF AUDIT-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-FILES-READ.
    PERFORM UNTIL AUDIT-STATUS NOT = "00"
        READ AUDIT-FILE
            AT END MOVE "10" TO AUDIT-STATUS
        END-READ
        IF AUDIT-STATUS = "00"
            ADD 1 TO WS-EVENTS-READ
            PERFORM MATCH-EVENT
            IF WS-MATCH = 'Y'
                MOVE AUD-DATE TO SRT-DATE
                MOVE AUD-TIMESTAMP TO SRT-TIME
                MOVE WS-TBL-DIGIT TO SRT-TABLE
                MOVE AUD-SEQ TO SRT-SEQ
                MOVE WS-AUDIT-NAME TO SRT-SOURCE
                MOVE AUDIT-RECORD TO SRT-AUDIT
                RELEASE SORT-RECORD
            END-IF
        END-IF
    END-PERFORM.
    CLOSE AUDIT-FILE.
    MOVE "00" TO AUDIT-STATUS.

MATCH-EVENT.
    MOVE 'N' TO WS-MATCH.
    IF CRIT-ACCOUNT > 0
        IF AUD-ACCOUNT IS NOT NUMERIC OR AUD-ACCOUNT = 0
            EXIT PARAGRAPH
        END-IF
        MOVE AUD-ACCOUNT TO WS-EV-ACCOUNT
        CALL "ACCT-SURVIVOR" USING WS-EV-ACCOUNT
        IF AUD-ACCOUNT NOT = CRIT-ACCOUNT
            AND WS-EV-ACCOUNT NOT = WS-CRIT-SURVIVOR
            EXIT PARAGRAPH
        END-IF
    END-IF.
    IF CRIT-NAME NOT = SPACES
        MOVE AUD-PLAYER TO WS-EV-NAME
        INSPECT WS-EV-NAME CONVERTING
            "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
        IF WS-EV-NAME NOT = CRIT-NAME
            EXIT PARAGRAPH
        END-IF
    END-IF.
    IF CRIT-DEALER NOT = SPACES AND AUD-DEALER NOT = CRIT-DEALER
        EXIT PARAGRAPH
    END-IF.
    IF CRIT-EVENT NOT = SPACES AND AUD-EVENT NOT = CRIT-EVENT
        EXIT PARAGRAPH
    END-IF.
    IF CRIT-SESSION NOT = SPACES AND AUD-SESSION NOT = CRIT-SESSION
        EXIT PARAGRAPH
    END-IF.
    MOVE AUD-DATE TO WS-EV-DATE.
    MOVE AUD-TIMESTAMP(1:4) TO WS-EV-TIME.
    IF CRIT-FROM-DATE NOT = SPACES AND WS-EV-STAMP < CRIT-FROM
        EXIT PARAGRAPH
    END-IF.
    IF CRIT-TO-DATE NOT = SPACES AND WS-EV-STAMP > CRIT-TO
        EXIT PARAGRAPH
    END-IF.
    IF CRIT-AMT-MIN > 0 OR CRIT-AMT-MAX > 0
        IF AUD-AMOUNT IS NOT NUMERIC
            EXIT PARAGRAPH
        END-IF
        IF AUD-AMOUNT < CRIT-AMT-MIN
            EXIT PARAGRAPH
        END-IF
        IF CRIT-AMT-MAX > 0 AND AUD-AMOUNT > CRIT-AMT-MAX
            EXIT PARAGRAPH
        END-IF
    END-IF.
    MOVE 'Y' TO WS-MATCH.

LIST-EVENTS.
    *> An export already on disk under this name is evidence handed
    *> on for another case; it is never written over.
    OPEN INPUT EXPORT-FILE.
    IF EXPORT-STATUS = "00"
        CLOSE EXPORT-FILE
        DISPLAY WS-EXPORT-NAME " already exists; run the inquiry"
            " again."
        PERFORM DRAIN-SORTED-EVENTS
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT EXPORT-FILE.
    IF EXPORT-STATUS NOT = "00"
        DISPLAY "Cannot write " WS-EXPORT-NAME " (FILE STATUS "
            EXPORT-STATUS ")."
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE "cannot write the case export" TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        PERFORM DRAIN-SORTED-EVENTS
        EXIT PARAGRAPH
    END-IF.
    MOVE 'H' TO EXH-TYPE.
    MOVE WS-CLOCK-DATE TO EXH-RUN-DATE.
    MOVE WS-CLOCK-TIME TO EXH-RUN-TIME.
    MOVE WS-STAFF-ID TO EXH-STAFF.
    MOVE WS-CASE-REF TO EXH-CASE-REF.
    WRITE EXPORT-HEADER.
    ADD 1 TO WS-RECORDS.
    MOVE 'C' TO EXC-TYPE.
    MOVE WS-CRITERIA TO EXC-CRITERIA.
    WRITE EXPORT-CRITERIA.
    ADD 1 TO WS-RECORDS.
    PERFORM PRINT-INQUIRY-HEADING.
    MOVE "00" TO AUDIT-STATUS.
    PERFORM UNTIL AUDIT-STATUS = "10"
        RETURN SORT-FILE
            AT END MOVE "10" TO AUDIT-STATUS
        END-RETURN
        IF AUDIT-STATUS NOT = "10"
            PERFORM LIST-ONE-EVENT
        END-IF
    END-PERFORM.
    *> The record count includes the trailer itself.
    ADD 1 TO WS-RECORDS.
    MOVE 'T' TO EXT-TYPE.
    MOVE WS-RECORDS TO EXT-COUNT.
    MOVE WS-MATCHES TO EXT-DETAILS.
    MOVE WS-MATCH-AMOUNT TO EXT-AMOUNT.
    WRITE EXPORT-TRAILER.
    CLOSE EXPORT-FILE.
    IF EXPORT-STATUS NOT = "00"
        DISPLAY "Error writing " WS-EXPORT-NAME " (FILE STATUS "
            EXPORT-STATUS ")."
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE "case export not completed" TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        EXIT PARAGRAPH
    END-IF.
    MOVE 'Y' TO WS-SORT-DONE.
    MOVE WS-MATCH-AMOUNT TO WS-TOTAL-DISP.
    DISPLAY " ".
    MOVE WS-MATCHES TO WS-COUNT-DISP.
    MOVE WS-EVENTS-READ TO WS-READ-DISP.
    MOVE WS-FILES-READ TO WS-FILES-DISP.
    DISPLAY WS-COUNT-DISP " events found in" WS-READ-DISP
        " read from" WS-FILES-DISP " trails; amounts total "
        WS-TOTAL-DISP.
    MOVE WS-RECORDS TO WS-COUNT-DISP.
    DISPLAY WS-COUNT-DISP " records written to the case export "
        WS-EXPORT-NAME.

DRAIN-SORTED-EVENTS.
    MOVE "00" TO AUDIT-STATUS.
    PERFORM UNTIL AUDIT-STATUS = "10"
        RETURN SORT-FILE
            AT END MOVE "10" TO AUDIT-STATUS
        END-RETURN
    END-PERFORM.

PRINT-INQUIRY-HEADING.
    DISPLAY "===== AUDIT TRAIL INQUIRY " WS-CLOCK-DATE " "
        WS-CLOCK-TIME(1:4) " BY " WS-STAFF-ID " CASE " WS-CASE-REF
        " =====".
    IF CRIT-ACCOUNT > 0
        DISPLAY "  account  " CRIT-ACCOUNT
    END-IF.
    IF CRIT-NAME NOT = SPACES
        DISPLAY "  name     " CRIT-NAME
    END-IF.
    IF CRIT-DEALER NOT = SPACES
        DISPLAY "  dealer   " CRIT-DEALER
    END-IF.
    IF CRIT-EVENT NOT = SPACES
        DISPLAY "  event    " CRIT-EVENT
    END-IF.
    IF CRIT-TABLE NOT = SPACE
        DISPLAY "  table    " CRIT-TABLE
    END-IF.
    IF CRIT-FROM-DATE NOT = SPACES
        DISPLAY "  from     " CRIT-FROM-DATE " " CRIT-FROM-TIME
    END-IF.
    IF CRIT-TO-DATE NOT = SPACES
        DISPLAY "  to       " CRIT-TO-DATE " " CRIT-TO-TIME
    END-IF.
    IF CRIT-AMT-MIN > 0 OR CRIT-AMT-MAX > 0
        MOVE CRIT-AMT-MIN TO WS-AMT-DISP
        IF CRIT-AMT-MAX > 0
            MOVE CRIT-AMT-MAX TO WS-TOTAL-DISP
            DISPLAY "  amount   " WS-AMT-DISP " to " WS-TOTAL-DISP
        ELSE
            DISPLAY "  amount   " WS-AMT-DISP " and over"
        END-IF
    END-IF.
    IF CRIT-SESSION NOT = SPACES
        DISPLAY "  session  " CRIT-SESSION
    END-IF.
    DISPLAY "DATE     TIME     T SEQ     EVENT      PLAYER"
        "               ACCT         AMOUNT REASON   DLR  SESSION".

LIST-ONE-EVENT.
    MOVE SRT-AUDIT TO AUDIT-RECORD.
    ADD 1 TO WS-MATCHES.
    IF AUD-AMOUNT IS NUMERIC
        ADD AUD-AMOUNT TO WS-MATCH-AMOUNT
        MOVE AUD-AMOUNT TO WS-AMT-DISP
    ELSE
        MOVE 0 TO WS-AMT-DISP
    END-IF.
    DISPLAY AUD-DATE " " AUD-TIMESTAMP " " SRT-TABLE " " AUD-SEQ
        " " AUD-EVENT " " AUD-PLAYER " " AUD-ACCOUNT " "
        WS-AMT-DISP " " AUD-REASON " " AUD-DEALER " " AUD-SESSION.
    MOVE 'D' TO EXD-TYPE.
    MOVE SRT-TABLE TO EXD-TABLE.
    MOVE SRT-SOURCE TO EXD-SOURCE.
    MOVE SRT-AUDIT TO EXD-AUDIT.
    WRITE EXPORT-DETAIL.
    ADD 1 TO WS-RECORDS.

WRITE-INQUIRY-LOG.
    *> INQ-OUTCOME is staged by the caller: C completed, F export
    *> failed, R refused (unknown staff id or no usable selection).
    MOVE WS-CLOCK-DATE TO INQ-DATE.
    MOVE WS-CLOCK-TIME TO INQ-TIME.
    MOVE WS-STAFF-ID TO INQ-STAFF.
    MOVE WS-CASE-REF TO INQ-CASE-REF.
    MOVE WS-CRITERIA TO INQ-CRITERIA.
    MOVE WS-MATCHES TO INQ-MATCHES.
    OPEN EXTEND INQUIRY-LOG-FILE.
    IF INQLOG-STATUS = "35"
        OPEN OUTPUT INQUIRY-LOG-FILE
    END-IF.
    IF INQLOG-STATUS = "00"
        WRITE INQUIRY-LOG-RECORD
        CLOSE INQUIRY-LOG-FILE
    ELSE
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE "inquiry could not be logged to CRAPS-INQUIRY.LOG"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
    END-IF.

WRITE-OPS-LOG.
    *> WS-OPS-SEVERITY and WS-OPS-TEXT are staged by the caller.
    CALL "OPS-LOG" USING WS-OPS-PROGRAM WS-OPS-SEVERITY
        WS-OPS-TEXT.
