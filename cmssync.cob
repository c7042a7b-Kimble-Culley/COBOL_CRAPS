IDENTIFICATION DIVISION.
PROGRAM-ID. CMS-SYNC.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CMS-FILE ASSIGN TO "CRAPS-CMSIN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CMS-STATUS.

    SELECT REJECT-FILE ASSIGN TO "CRAPS-CMS.REJ"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS REJECT-STATUS.

    SELECT ACK-FILE ASSIGN TO DYNAMIC WS-ACK-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS ACK-STATUS.

    SELECT CONTROL-FILE ASSIGN TO "CRAPS-CMSCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CONTROL-STATUS.

    SELECT EXCLUDE-FILE ASSIGN TO "CRAPS-EXCLUDE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS EXCLUDE-STATUS.

DATA DIVISION.
FILE SECTION.
*> The nightly drop from the casino management system: a header
*> carrying the file's sequence number, one detail per enrollment,
*> name correction or self-exclusion, and a trailer with the detail
*> count and the sum of the detail card numbers as a hash total.
FD CMS-FILE.
01 CMS-RECORD.
    02 CMS-REC-TYPE     PIC X(1).
    02 CMS-ACTION       PIC X(1).
    02 CMS-CARD         PIC X(10).
    02 CMS-CARD-N REDEFINES CMS-CARD PIC 9(10).
    02 CMS-ACCOUNT      PIC X(5).
    02 CMS-ACCOUNT-N REDEFINES CMS-ACCOUNT PIC 9(5).
    02 CMS-NAME         PIC X(20).
    02 CMS-EXCL-EXP     PIC X(8).
    02 CMS-REASON       PIC X(20).
01 CMS-HEADER-RECORD.
    02 CMH-REC-TYPE     PIC X(1).
    02 CMH-SEQ          PIC X(6).
    02 CMH-SEQ-N REDEFINES CMH-SEQ PIC 9(6).
    02 CMH-CREATED      PIC X(8).
    02 CMH-SOURCE       PIC X(10).
01 CMS-TRAILER-RECORD.
    02 CMT-REC-TYPE     PIC X(1).
    02 CMT-COUNT        PIC X(7).
    02 CMT-COUNT-N REDEFINES CMT-COUNT PIC 9(7).
    02 CMT-HASH         PIC X(15).
    02 CMT-HASH-N REDEFINES CMT-HASH PIC 9(15).

FD REJECT-FILE.
01 REJECT-RECORD.
    02 REJ-CMS          PIC X(65).
    02 REJ-REASON       PIC X(10).

*> Sent back to the CMS: a header saying whether the file's control
*> totals were accepted, one line per detail with our account number
*> and what was done with it, and a trailer with the counts.
FD ACK-FILE.
01 ACK-HEADER-RECORD.
    02 ACH-REC-TYPE     PIC X(1).
    02 ACH-SEQ          PIC X(6).
    02 ACH-RUN-DATE     PIC X(8).
    02 ACH-DISPOSITION  PIC X(1).
    02 ACH-REASON       PIC X(10).
01 ACK-DETAIL-RECORD.
    02 ACD-REC-TYPE     PIC X(1).
    02 ACD-ACTION       PIC X(1).
    02 ACD-CARD         PIC X(10).
    02 ACD-ACCOUNT      PIC 9(5).
    02 ACD-DISPOSITION  PIC X(1).
    02 ACD-RESULT       PIC X(10).
01 ACK-TRAILER-RECORD.
    02 ACT-REC-TYPE     PIC X(1).
    02 ACT-RECEIVED     PIC 9(7).
    02 ACT-APPLIED      PIC 9(7).
    02 ACT-REJECTED     PIC 9(7).

*> One line per CMS file this program has seen, in the order seen.
FD CONTROL-FILE.
01 CONTROL-RECORD.
    02 CMC-SEQ          PIC 9(6).
    02 CMC-RUN-DATE     PIC X(8).
    02 CMC-RUN-TIME     PIC X(8).
    02 CMC-DISPOSITION  PIC X(1).
    02 CMC-REASON       PIC X(10).
    02 CMC-RECEIVED     PIC 9(7).
    02 CMC-APPLIED      PIC 9(7).
    02 CMC-REJECTED     PIC 9(7).

FD EXCLUDE-FILE.
01 EXCLUDE-RECORD.
    02 EXC-ACCOUNT      PIC 9(5).
    02 EXC-NAME         PIC X(20).
    02 EXC-TYPE         PIC X(1).
    02 EXC-EFF          PIC X(8).
    02 EXC-EXP          PIC X(8).
    02 EXC-REASON       PIC X(20).

WORKING-STORAGE SECTION.
01 CMS-STATUS           PIC X(2).
01 REJECT-STATUS        PIC X(2).
01 ACK-STATUS           PIC X(2).
01 CONTROL-STATUS       PIC X(2).
01 EXCLUDE-STATUS       PIC X(2).
01 WS-OPS-PROGRAM       PIC X(18) VALUE "CMS-SYNC".
01 WS-OPS-SEVERITY      PIC X(1).
01 WS-OPS-TEXT          PIC X(60).
01 WS-ACK-NAME          PIC X(40) VALUE SPACES.
01 WS-REJECT-NAME       PIC X(13) VALUE "CRAPS-CMS.REJ".
01 WS-TODAY             PIC X(8).
01 WS-TODAY-N           PIC 9(8).
01 WS-NOW               PIC X(8).
01 WS-EXP-INT           PIC 9(8).
01 WS-EXP-N             PIC 9(8).
01 WS-RUN-RC            PIC 9(1) VALUE 0.
01 WS-NO-FILE           PIC X(1) VALUE 'N'.
*> The file as a whole: WS-FILE-REASON left at SPACES means the
*> header, trailer and control totals all checked out.
01 WS-FILE-REASON       PIC X(10) VALUE SPACES.
01 WS-HEADER-SEEN       PIC X(1) VALUE 'N'.
01 WS-TRAILER-SEEN      PIC X(1) VALUE 'N'.
01 WS-RECORDS-READ      PIC 9(7) VALUE 0.
01 WS-DETAIL-COUNT      PIC 9(7) VALUE 0.
01 WS-DETAIL-HASH       PIC 9(15) VALUE 0.
01 WS-TRAILER-COUNT     PIC 9(7) VALUE 0.
01 WS-TRAILER-HASH      PIC 9(15) VALUE 0.
01 WS-FILE-SEQ          PIC X(6) VALUE "000000".
01 WS-FILE-SEQ-N REDEFINES WS-FILE-SEQ PIC 9(6).
01 WS-LAST-SEQ          PIC 9(6) VALUE 0.
01 WS-LAST-DATE         PIC X(8) VALUE SPACES.
01 WS-HAVE-LAST         PIC X(1) VALUE 'N'.
01 WS-NEXT-SEQ          PIC 9(6) VALUE 0.
*> One detail: WS-REJECT-REASON left at SPACES means it was
*> applied, and WS-RESULT says how.
01 WS-REJECT-REASON     PIC X(10) VALUE SPACES.
01 WS-RESULT            PIC X(10) VALUE SPACES.
01 WS-RECEIVED-COUNT    PIC 9(7) VALUE 0.
01 WS-APPLIED-COUNT     PIC 9(7) VALUE 0.
01 WS-REJECT-COUNT      PIC 9(7) VALUE 0.
01 WS-CREATED-COUNT     PIC 9(7) VALUE 0.
01 WS-LINKED-COUNT      PIC 9(7) VALUE 0.
01 WS-RENAMED-COUNT     PIC 9(7) VALUE 0.
01 WS-UNCHANGED-COUNT   PIC 9(7) VALUE 0.
01 WS-EXCLUDED-COUNT    PIC 9(7) VALUE 0.
01 WS-CARD-LINKED       PIC X(1) VALUE 'N'.
01 WS-CARD-OPEN         PIC X(1) VALUE 'N'.
01 WS-DEFAULT-REASON    PIC X(20) VALUE "CMS SELF-EXCLUSION".
01 WS-ACCT-FUNCTION     PIC X(1).
01 WS-ACCT-NUMBER       PIC 9(5) VALUE 0.
01 WS-ACCT-NAME         PIC X(20) VALUE SPACES.
01 WS-ACCT-BALANCE      PIC 9(5)V99 VALUE 0.
01 WS-ACCT-STATUS       PIC X(1) VALUE 'N'.
01 WS-ACCT-LOSS-CAP     PIC 9(5)V99 VALUE 0.
01 WS-ACCT-TIME-LIMIT   PIC 9(3) VALUE 0.
01 WS-ACCT-LOCKOUT      PIC X(8) VALUE SPACES.
01 WS-ACCT-PIN          PIC X(4) VALUE SPACES.
*> Who is moving the money, for ACCOUNT-MASTER's journal.
01 WS-JRN-CONTEXT.
    02 WS-JRN-SOURCE    PIC X(18) VALUE "CMS-SYNC".
    02 WS-JRN-WHERE     PIC X(8) VALUE "CMS".
    02 WS-JRN-SESSION   PIC X(14) VALUE SPACES.
01 WS-XRF-FUNCTION      PIC X(1).
01 WS-XRF-STATUS        PIC X(1).
01 WS-XRF-RECORD.
    02 WS-XRF-CARD      PIC 9(10).
    02 WS-XRF-ACCOUNT   PIC 9(5).
    02 WS-XRF-LINK-DATE PIC X(8).
    02 WS-XRF-LINK-HOW  PIC X(1).

PROCEDURE DIVISION.
MAIN-PROGRAM.
    *> The nightly inbound half of the casino management system
    *> interface. Patrons are enrolled at the property's player's
    *> club desk, not here: CRAPS-CMSIN.DAT brings us the day's
    *> enrollments ('E'), name corrections ('N') and self-exclusions
    *> ('S'), each under the patron's club card number. The card is
    *> the patron's identity and our account number its
    *> cross-reference in CARD-XREF: an enrollment for a card we
    *> have never seen opens an account through ACCOUNT-MASTER and
    *> links it, or - where the club desk sends the number of an
    *> account the cage had already opened - links that account
    *> instead of opening a second one; an enrollment or correction
    *> for a linked card brings the account's name into line with
    *> the CMS. Self-exclusions are added to CRAPS-EXCLUDE.DAT the
    *> way EXCLUDE-MAINT adds them.
    *> Nothing is applied until the whole file has been read once and
    *> its header, trailer, detail count and card-number hash all
    *> check out; a file that fails is rejected whole and the CMS
    *> resends it. Details that fail their edits, or that cannot be
    *> applied, go to CRAPS-CMS.REJ with a reason code the way
    *> BATCH-RUNNER rejects transactions, and every detail is
    *> answered in the acknowledgment file CRAPS-CMSACK.<seq>.DAT
    *> with our account number. CRAPS-CMSCTL.DAT remembers each
    *> file's sequence number, so the same drop is never applied
    *> twice and none is applied ahead of one that went missing.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD.
    ACCEPT WS-NOW FROM TIME.
    MOVE WS-TODAY TO WS-TODAY-N.
    MOVE 0 TO WS-RUN-RC.
    DISPLAY "===== CMS PATRON SYNC (" WS-TODAY ") =====".
    PERFORM LOAD-LAST-SEQUENCE.
    PERFORM CHECK-CONTROL-TOTALS.
    IF WS-NO-FILE = 'Y'
        DISPLAY "No file from the CMS; nothing to apply."
        MOVE 0 TO RETURN-CODE
        GOBACK
    END-IF.
    IF WS-HEADER-SEEN = 'Y' AND WS-HAVE-LAST = 'Y'
        AND WS-FILE-SEQ-N <= WS-LAST-SEQ
        DISPLAY "CMS file " WS-FILE-SEQ " was already applied (file "
            WS-LAST-SEQ " on " WS-LAST-DATE "); nothing to apply."
        MOVE 0 TO RETURN-CODE
        GOBACK
    END-IF.
    DISPLAY "CMS file sequence: " WS-FILE-SEQ.
    *> Files are applied strictly in turn: a later file applied
    *> over a missing one could be undone by the older corrections
    *> when the missing one finally arrives.
    IF WS-HEADER-SEEN = 'Y' AND WS-HAVE-LAST = 'Y'
        AND WS-FILE-REASON = SPACES
        COMPUTE WS-NEXT-SEQ = WS-LAST-SEQ + 1
        IF WS-FILE-SEQ-N > WS-NEXT-SEQ
            DISPLAY "*** CMS file " WS-NEXT-SEQ " was never received;"
                " it must be sent before file " WS-FILE-SEQ
            MOVE "OUT-OF-SEQ" TO WS-FILE-REASON
        END-IF
    END-IF.
    MOVE SPACES TO WS-JRN-SESSION.
    STRING "CMS" WS-FILE-SEQ DELIMITED BY SIZE INTO WS-JRN-SESSION.
    PERFORM OPEN-ACK-FILE.
    IF ACK-STATUS NOT = "00"
        DISPLAY "Cannot write the acknowledgment file " WS-ACK-NAME
            " (FILE STATUS " ACK-STATUS "); nothing applied."
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE "cannot write the CMS acknowledgment; nothing applied"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    IF WS-FILE-REASON = SPACES
        PERFORM APPLY-CMS-FILE
    END-IF.
    PERFORM CLOSE-ACK-FILE.
    PERFORM WRITE-CONTROL-RECORD.
    PERFORM PRINT-SYNC-REPORT.
    MOVE WS-RUN-RC TO RETURN-CODE.
    GOBACK.

LOAD-LAST-SEQUENCE.
    *> The last file applied, in whole or in part. A rejected file
    *> does not count: its resend carries the same sequence number.
    OPEN INPUT CONTROL-FILE.
    IF CONTROL-STATUS = "00"
        PERFORM UNTIL CONTROL-STATUS = "10"
            READ CONTROL-FILE
                AT END MOVE "10" TO CONTROL-STATUS
            END-READ
            IF CONTROL-STATUS = "00"
                AND CMC-DISPOSITION NOT = 'R'
                AND (WS-HAVE-LAST NOT = 'Y'
                     OR CMC-SEQ > WS-LAST-SEQ)
                MOVE CMC-SEQ TO WS-LAST-SEQ
                MOVE CMC-RUN-DATE TO WS-LAST-DATE
                MOVE 'Y' TO WS-HAVE-LAST
            END-IF
        END-PERFORM
        CLOSE CONTROL-FILE
    END-IF.

CHECK-CONTROL-TOTALS.
    *> First pass: structure and control totals only. Reading stops
    *> at the first fault; WS-FILE-REASON carries it.
    OPEN INPUT CMS-FILE.
    IF CMS-STATUS = "35"
        MOVE 'Y' TO WS-NO-FILE
        EXIT PARAGRAPH
    END-IF.
    IF CMS-STATUS NOT = "00"
        MOVE "UNREADABLE" TO WS-FILE-REASON
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL CMS-STATUS = "10"
        READ CMS-FILE
            AT END MOVE "10" TO CMS-STATUS
        END-READ
        IF CMS-STATUS NOT = "10"
            ADD 1 TO WS-RECORDS-READ
            PERFORM CHECK-ONE-RECORD
            IF WS-FILE-REASON NOT = SPACES
                MOVE "10" TO CMS-STATUS
            END-IF
        END-IF
    END-PERFORM.
    CLOSE CMS-FILE.
    IF WS-FILE-REASON NOT = SPACES
        EXIT PARAGRAPH
    END-IF.
    IF WS-HEADER-SEEN NOT = 'Y'
        MOVE "NO-HEADER" TO WS-FILE-REASON
        EXIT PARAGRAPH
    END-IF.
    IF WS-TRAILER-SEEN NOT = 'Y'
        MOVE "NO-TRAILER" TO WS-FILE-REASON
        EXIT PARAGRAPH
    END-IF.
    IF WS-DETAIL-COUNT NOT = WS-TRAILER-COUNT
        MOVE "COUNT" TO WS-FILE-REASON
        EXIT PARAGRAPH
    END-IF.
    IF WS-DETAIL-HASH NOT = WS-TRAILER-HASH
        MOVE "HASH" TO WS-FILE-REASON
    END-IF.

CHECK-ONE-RECORD.
    *> The header must come first and the trailer last, one of each.
    *> A detail whose card number isn't numeric hashes as zero; the
    *> detail itself is rejected when the file is applied.
    EVALUATE CMS-REC-TYPE
        WHEN 'H'
            IF WS-RECORDS-READ NOT = 1
                MOVE "BAD-ORDER" TO WS-FILE-REASON
            ELSE
            IF CMH-SEQ NOT NUMERIC
                MOVE "BAD-HEADER" TO WS-FILE-REASON
            ELSE
                MOVE CMH-SEQ TO WS-FILE-SEQ
                MOVE 'Y' TO WS-HEADER-SEEN
            END-IF
            END-IF
        WHEN 'D'
            IF WS-HEADER-SEEN NOT = 'Y' OR WS-TRAILER-SEEN = 'Y'
                MOVE "BAD-ORDER" TO WS-FILE-REASON
            ELSE
                ADD 1 TO WS-DETAIL-COUNT
                IF CMS-CARD NUMERIC
                    ADD CMS-CARD-N TO WS-DETAIL-HASH
                END-IF
            END-IF
        WHEN 'T'
            IF WS-HEADER-SEEN NOT = 'Y' OR WS-TRAILER-SEEN = 'Y'
                MOVE "BAD-ORDER" TO WS-FILE-REASON
            ELSE
            IF CMT-COUNT NOT NUMERIC OR CMT-HASH NOT NUMERIC
                MOVE "BAD-TRAILER" TO WS-FILE-REASON
            ELSE
                MOVE CMT-COUNT-N TO WS-TRAILER-COUNT
                MOVE CMT-HASH-N TO WS-TRAILER-HASH
                MOVE 'Y' TO WS-TRAILER-SEEN
            END-IF
            END-IF
        WHEN OTHER
            MOVE "BAD-RECORD" TO WS-FILE-REASON
    END-EVALUATE.

OPEN-ACK-FILE.
    *> Named for the file it answers; a file too damaged to carry a
    *> sequence number is answered as file 000000.
    MOVE SPACES TO WS-ACK-NAME.
    STRING "CRAPS-CMSACK." WS-FILE-SEQ ".DAT"
        DELIMITED BY SIZE INTO WS-ACK-NAME.
    OPEN OUTPUT ACK-FILE.
    IF ACK-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE 'H' TO ACH-REC-TYPE.
    MOVE WS-FILE-SEQ TO ACH-SEQ.
    MOVE WS-TODAY TO ACH-RUN-DATE.
    IF WS-FILE-REASON = SPACES
        MOVE 'A' TO ACH-DISPOSITION
    ELSE
        MOVE 'R' TO ACH-DISPOSITION
    END-IF.
    MOVE WS-FILE-REASON TO ACH-REASON.
    WRITE ACK-HEADER-RECORD.

CLOSE-ACK-FILE.
    MOVE 'T' TO ACT-REC-TYPE.
    MOVE WS-RECEIVED-COUNT TO ACT-RECEIVED.
    MOVE WS-APPLIED-COUNT TO ACT-APPLIED.
    MOVE WS-REJECT-COUNT TO ACT-REJECTED.
    WRITE ACK-TRAILER-RECORD.
    CLOSE ACK-FILE.

APPLY-CMS-FILE.
    *> Second pass: every detail edited, then applied, then answered.
    OPEN INPUT CMS-FILE.
    OPEN OUTPUT REJECT-FILE.
    PERFORM UNTIL CMS-STATUS = "10"
        READ CMS-FILE
            AT END MOVE "10" TO CMS-STATUS
        END-READ
        IF CMS-STATUS NOT = "10" AND CMS-REC-TYPE = 'D'
            ADD 1 TO WS-RECEIVED-COUNT
            MOVE 0 TO WS-ACCT-NUMBER
            MOVE SPACES TO WS-RESULT
            PERFORM EDIT-ONE-DETAIL
            IF WS-REJECT-REASON = SPACES
                PERFORM APPLY-ONE-DETAIL
            END-IF
            IF WS-REJECT-REASON = SPACES
                ADD 1 TO WS-APPLIED-COUNT
                PERFORM COUNT-RESULT
                PERFORM WRITE-ACK-DETAIL
            ELSE
                ADD 1 TO WS-REJECT-COUNT
                MOVE CMS-RECORD TO REJ-CMS
                MOVE WS-REJECT-REASON TO REJ-REASON
                WRITE REJECT-RECORD
                MOVE WS-REJECT-REASON TO WS-RESULT
                PERFORM WRITE-ACK-DETAIL
            END-IF
        END-IF
    END-PERFORM.
    CLOSE CMS-FILE.
    CLOSE REJECT-FILE.

EDIT-ONE-DETAIL.
    MOVE SPACES TO WS-REJECT-REASON.
    IF CMS-CARD NOT NUMERIC OR CMS-CARD-N = 0
        MOVE "BAD-CARD" TO WS-REJECT-REASON
        EXIT PARAGRAPH
    END-IF.
    IF CMS-ACCOUNT = SPACES
        MOVE ZEROS TO CMS-ACCOUNT
    END-IF.
    IF CMS-ACCOUNT NOT NUMERIC
        MOVE "BAD-ACCT" TO WS-REJECT-REASON
        EXIT PARAGRAPH
    END-IF.
    EVALUATE CMS-ACTION
        WHEN 'E'
        WHEN 'N'
            IF CMS-NAME = SPACES
                MOVE "BAD-NAME" TO WS-REJECT-REASON
            END-IF
        WHEN 'S'
            *> No expiry means EXCLUDE-MAINT's default of a year.
            IF CMS-EXCL-EXP NOT = SPACES
                IF CMS-EXCL-EXP NOT NUMERIC
                    MOVE "BAD-DATE" TO WS-REJECT-REASON
                ELSE
                    MOVE CMS-EXCL-EXP TO WS-EXP-N
                    IF FUNCTION TEST-DATE-YYYYMMDD(WS-EXP-N) NOT = 0
                        OR WS-EXP-N < WS-TODAY-N
                        MOVE "BAD-DATE" TO WS-REJECT-REASON
                    END-IF
                END-IF
            END-IF
        WHEN OTHER
            MOVE "BAD-ACTION" TO WS-REJECT-REASON
    END-EVALUATE.

COUNT-RESULT.
    EVALUATE WS-RESULT
        WHEN "CREATED"
            ADD 1 TO WS-CREATED-COUNT
        WHEN "LINKED"
            ADD 1 TO WS-LINKED-COUNT
        WHEN "RENAMED"
            ADD 1 TO WS-RENAMED-COUNT
        WHEN "UNCHANGED"
            ADD 1 TO WS-UNCHANGED-COUNT
        WHEN "EXCLUDED"
            ADD 1 TO WS-EXCLUDED-COUNT
    END-EVALUATE.

APPLY-ONE-DETAIL.
    EVALUATE CMS-ACTION
        WHEN 'E'
            PERFORM APPLY-ENROLLMENT
        WHEN 'N'
            PERFORM APPLY-NAME-CORRECTION
        WHEN 'S'
            PERFORM APPLY-SELF-EXCLUSION
    END-EVALUATE.

FIND-CARD-ACCOUNT.
    *> Which account, if any, the card is linked to, and whether that
    *> account is still open on the master (a closed or merged one
    *> no longer looks up).
    MOVE 'N' TO WS-CARD-LINKED WS-CARD-OPEN.
    MOVE 'C' TO WS-XRF-FUNCTION.
    MOVE CMS-CARD-N TO WS-XRF-CARD.
    CALL "CARD-XREF" USING WS-XRF-FUNCTION WS-XRF-RECORD
        WS-XRF-STATUS.
    IF WS-XRF-STATUS NOT = 'Y'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'Y' TO WS-CARD-LINKED.
    MOVE WS-XRF-ACCOUNT TO WS-ACCT-NUMBER.
    MOVE 'L' TO WS-ACCT-FUNCTION.
    PERFORM CALL-ACCOUNT-MASTER.
    IF WS-ACCT-STATUS = 'Y'
        MOVE 'Y' TO WS-CARD-OPEN
    END-IF.

APPLY-ENROLLMENT.
    *> A card already linked to an open account is only a name
    *> check. Otherwise the club desk's account number, when it sends
    *> one, is an account the cage opened before the patron enrolled
    *> and is linked as it stands; failing that a new account is
    *> opened, empty and with no limits, and the card linked to it.
    PERFORM FIND-CARD-ACCOUNT.
    IF WS-CARD-OPEN = 'Y'
        PERFORM CORRECT-NAME
        EXIT PARAGRAPH
    END-IF.
    IF CMS-ACCOUNT-N > 0
        PERFORM LINK-EXISTING-ACCOUNT
    ELSE
        PERFORM OPEN-NEW-ACCOUNT
    END-IF.

LINK-EXISTING-ACCOUNT.
    MOVE CMS-ACCOUNT-N TO WS-ACCT-NUMBER.
    MOVE 'L' TO WS-ACCT-FUNCTION.
    PERFORM CALL-ACCOUNT-MASTER.
    IF WS-ACCT-STATUS NOT = 'Y'
        MOVE "BAD-ACCT" TO WS-REJECT-REASON
        EXIT PARAGRAPH
    END-IF.
    MOVE 'A' TO WS-XRF-FUNCTION.
    MOVE CMS-ACCOUNT-N TO WS-XRF-ACCOUNT.
    CALL "CARD-XREF" USING WS-XRF-FUNCTION WS-XRF-RECORD
        WS-XRF-STATUS.
    IF WS-XRF-STATUS = 'Y' AND WS-XRF-CARD NOT = CMS-CARD-N
        MOVE "CARD-INUSE" TO WS-REJECT-REASON
        EXIT PARAGRAPH
    END-IF.
    MOVE CMS-CARD-N TO WS-XRF-CARD.
    MOVE CMS-ACCOUNT-N TO WS-XRF-ACCOUNT.
    MOVE 'L' TO WS-XRF-LINK-HOW.
    PERFORM STORE-CARD-LINK.
    IF WS-REJECT-REASON NOT = SPACES
        EXIT PARAGRAPH
    END-IF.
    *> The link is what gets counted, whether or not the cage's
    *> spelling of the name needed correcting too.
    PERFORM CORRECT-NAME.
    IF WS-REJECT-REASON = SPACES
        MOVE "LINKED" TO WS-RESULT
    END-IF.

OPEN-NEW-ACCOUNT.
    MOVE 'C' TO WS-ACCT-FUNCTION.
    MOVE CMS-NAME TO WS-ACCT-NAME.
    MOVE 0 TO WS-ACCT-BALANCE WS-ACCT-LOSS-CAP WS-ACCT-TIME-LIMIT.
    MOVE SPACES TO WS-ACCT-LOCKOUT WS-ACCT-PIN.
    PERFORM CALL-ACCOUNT-MASTER.
    IF WS-ACCT-STATUS NOT = 'Y'
        MOVE 0 TO WS-ACCT-NUMBER
        MOVE "MASTER-ERR" TO WS-REJECT-REASON
        EXIT PARAGRAPH
    END-IF.
    MOVE CMS-CARD-N TO WS-XRF-CARD.
    MOVE WS-ACCT-NUMBER TO WS-XRF-ACCOUNT.
    MOVE 'E' TO WS-XRF-LINK-HOW.
    PERFORM STORE-CARD-LINK.
    IF WS-REJECT-REASON NOT = SPACES
        *> The account exists but nothing points at it; a resend
        *> would open another, so somebody must link this one.
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE SPACES TO WS-OPS-TEXT
        STRING "account " WS-ACCT-NUMBER " opened for card "
            CMS-CARD " but not linked"
            DELIMITED BY SIZE INTO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        MOVE 8 TO WS-RUN-RC
        EXIT PARAGRAPH
    END-IF.
    MOVE "CREATED" TO WS-RESULT.

STORE-CARD-LINK.
    MOVE 'S' TO WS-XRF-FUNCTION.
    CALL "CARD-XREF" USING WS-XRF-FUNCTION WS-XRF-RECORD
        WS-XRF-STATUS.
    IF WS-XRF-STATUS NOT = 'Y'
        MOVE "XREF-ERR" TO WS-REJECT-REASON
    END-IF.

APPLY-NAME-CORRECTION.
    PERFORM FIND-CARD-ACCOUNT.
    IF WS-CARD-LINKED NOT = 'Y'
        MOVE "NOT-ENROLL" TO WS-REJECT-REASON
        EXIT PARAGRAPH
    END-IF.
    IF WS-CARD-OPEN NOT = 'Y'
        MOVE "CLOSED" TO WS-REJECT-REASON
        EXIT PARAGRAPH
    END-IF.
    PERFORM CORRECT-NAME.

CORRECT-NAME.
    *> WS-ACCT-NUMBER and WS-ACCT-NAME hold the account as the
    *> master has it.
    IF WS-ACCT-NAME = CMS-NAME
        MOVE "UNCHANGED" TO WS-RESULT
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO WS-ACCT-FUNCTION.
    MOVE CMS-NAME TO WS-ACCT-NAME.
    PERFORM CALL-ACCOUNT-MASTER.
    IF WS-ACCT-STATUS NOT = 'Y'
        MOVE "MASTER-ERR" TO WS-REJECT-REASON
        EXIT PARAGRAPH
    END-IF.
    MOVE "RENAMED" TO WS-RESULT.

APPLY-SELF-EXCLUSION.
    *> An enrolled patron is excluded under the account and the name
    *> the master has; anyone else under the name the CMS sent, with
    *> no account, as EXCLUDE-MAINT does for walk-ins.
    PERFORM FIND-CARD-ACCOUNT.
    IF WS-CARD-OPEN = 'Y'
        MOVE WS-ACCT-NUMBER TO EXC-ACCOUNT
        MOVE WS-ACCT-NAME TO EXC-NAME
    ELSE
        IF CMS-NAME = SPACES
            MOVE "BAD-NAME" TO WS-REJECT-REASON
            EXIT PARAGRAPH
        END-IF
        MOVE 0 TO WS-ACCT-NUMBER
        MOVE 0 TO EXC-ACCOUNT
        MOVE CMS-NAME TO EXC-NAME
    END-IF.
    MOVE 'S' TO EXC-TYPE.
    MOVE WS-TODAY TO EXC-EFF.
    IF CMS-EXCL-EXP = SPACES
        COMPUTE WS-EXP-INT =
            FUNCTION INTEGER-OF-DATE(WS-TODAY-N) + 365
        MOVE FUNCTION DATE-OF-INTEGER(WS-EXP-INT) TO WS-EXP-N
        MOVE WS-EXP-N TO EXC-EXP
    ELSE
        MOVE CMS-EXCL-EXP TO EXC-EXP
    END-IF.
    IF CMS-REASON = SPACES
        MOVE WS-DEFAULT-REASON TO EXC-REASON
    ELSE
        MOVE CMS-REASON TO EXC-REASON
    END-IF.
    OPEN EXTEND EXCLUDE-FILE.
    IF EXCLUDE-STATUS = "35"
        OPEN OUTPUT EXCLUDE-FILE
        CLOSE EXCLUDE-FILE
        OPEN EXTEND EXCLUDE-FILE
    END-IF.
    IF EXCLUDE-STATUS NOT = "00"
        MOVE "EXCL-ERR" TO WS-REJECT-REASON
        EXIT PARAGRAPH
    END-IF.
    WRITE EXCLUDE-RECORD.
    IF EXCLUDE-STATUS NOT = "00"
        MOVE "EXCL-ERR" TO WS-REJECT-REASON
    ELSE
        MOVE "EXCLUDED" TO WS-RESULT
    END-IF.
    CLOSE EXCLUDE-FILE.

WRITE-ACK-DETAIL.
    MOVE 'D' TO ACD-REC-TYPE.
    MOVE CMS-ACTION TO ACD-ACTION.
    MOVE CMS-CARD TO ACD-CARD.
    MOVE WS-ACCT-NUMBER TO ACD-ACCOUNT.
    IF WS-REJECT-REASON = SPACES
        MOVE 'A' TO ACD-DISPOSITION
    ELSE
        MOVE 'R' TO ACD-DISPOSITION
    END-IF.
    MOVE WS-RESULT TO ACD-RESULT.
    WRITE ACK-DETAIL-RECORD.

WRITE-CONTROL-RECORD.
    MOVE WS-FILE-SEQ-N TO CMC-SEQ.
    MOVE WS-TODAY TO CMC-RUN-DATE.
    MOVE WS-NOW TO CMC-RUN-TIME.
    EVALUATE TRUE
        WHEN WS-FILE-REASON NOT = SPACES
            MOVE 'R' TO CMC-DISPOSITION
        WHEN WS-REJECT-COUNT > 0
            MOVE 'P' TO CMC-DISPOSITION
        WHEN OTHER
            MOVE 'A' TO CMC-DISPOSITION
    END-EVALUATE.
    MOVE WS-FILE-REASON TO CMC-REASON.
    MOVE WS-RECEIVED-COUNT TO CMC-RECEIVED.
    MOVE WS-APPLIED-COUNT TO CMC-APPLIED.
    MOVE WS-REJECT-COUNT TO CMC-REJECTED.
    OPEN EXTEND CONTROL-FILE.
    IF CONTROL-STATUS = "35"
        OPEN OUTPUT CONTROL-FILE
        CLOSE CONTROL-FILE
        OPEN EXTEND CONTROL-FILE
    END-IF.
    WRITE CONTROL-RECORD.
    IF CONTROL-STATUS NOT = "00"
        *> Without the control record tomorrow's run would apply this
        *> file again.
        DISPLAY "*** CMS run control not written (FILE STATUS "
            CONTROL-STATUS "); remove CRAPS-CMSIN.DAT before the"
            " next run ***"
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE "cannot write CRAPS-CMSCTL.DAT" TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        MOVE 8 TO WS-RUN-RC
    END-IF.
    CLOSE CONTROL-FILE.

PRINT-SYNC-REPORT.
    IF WS-FILE-REASON NOT = SPACES
        DISPLAY "*** CMS FILE REJECTED, reason " WS-FILE-REASON
        DISPLAY "*** Nothing applied; the CMS must resend it."
        DISPLAY "Detail records: " WS-DETAIL-COUNT
            "  trailer count: " WS-TRAILER-COUNT
        DISPLAY "Card hash:      " WS-DETAIL-HASH
            "  trailer hash: " WS-TRAILER-HASH
        MOVE 'W' TO WS-OPS-SEVERITY
        MOVE SPACES TO WS-OPS-TEXT
        STRING "CMS file " WS-FILE-SEQ " rejected: " WS-FILE-REASON
            DELIMITED BY SIZE INTO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        IF WS-RUN-RC < 4
            MOVE 4 TO WS-RUN-RC
        END-IF
        DISPLAY "Acknowledgment for the CMS: " WS-ACK-NAME
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Received:  " WS-RECEIVED-COUNT " records".
    DISPLAY "Applied:   " WS-APPLIED-COUNT " records".
    DISPLAY "  accounts opened:      " WS-CREATED-COUNT.
    DISPLAY "  accounts linked:      " WS-LINKED-COUNT.
    DISPLAY "  names corrected:      " WS-RENAMED-COUNT.
    DISPLAY "  already in agreement: " WS-UNCHANGED-COUNT.
    DISPLAY "  self-exclusions:      " WS-EXCLUDED-COUNT.
    DISPLAY "Rejected:  " WS-REJECT-COUNT " records".
    *> Everything received must be applied or rejected, and
    *> everything applied counted exactly once by what was done.
    IF WS-RECEIVED-COUNT NOT = WS-APPLIED-COUNT + WS-REJECT-COUNT
        OR WS-RECEIVED-COUNT NOT = WS-DETAIL-COUNT
        OR WS-APPLIED-COUNT NOT = WS-CREATED-COUNT + WS-LINKED-COUNT
            + WS-RENAMED-COUNT + WS-UNCHANGED-COUNT
            + WS-EXCLUDED-COUNT
        DISPLAY "*** CONTROL TOTALS OUT OF BALANCE ***"
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE SPACES TO WS-OPS-TEXT
        STRING "control totals out of balance for CMS file "
            WS-FILE-SEQ DELIMITED BY SIZE INTO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        MOVE 8 TO WS-RUN-RC
    ELSE
        DISPLAY "Control totals balance."
    END-IF.
    IF WS-REJECT-COUNT > 0
        DISPLAY "Rejects with reason codes are in " WS-REJECT-NAME
        MOVE 'W' TO WS-OPS-SEVERITY
        MOVE SPACES TO WS-OPS-TEXT
        STRING "CMS records rejected; see " WS-REJECT-NAME
            DELIMITED BY SIZE INTO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        IF WS-RUN-RC < 4
            MOVE 4 TO WS-RUN-RC
        END-IF
    END-IF.
    DISPLAY "Acknowledgment for the CMS: " WS-ACK-NAME.
    IF WS-RUN-RC = 0
        MOVE 'I' TO WS-OPS-SEVERITY
        MOVE SPACES TO WS-OPS-TEXT
        STRING "CMS file " WS-FILE-SEQ " applied, "
            WS-APPLIED-COUNT " records"
            DELIMITED BY SIZE INTO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
    END-IF.

CALL-ACCOUNT-MASTER.
    CALL "ACCOUNT-MASTER" USING WS-ACCT-FUNCTION
        WS-ACCT-NUMBER WS-ACCT-NAME WS-ACCT-BALANCE
        WS-ACCT-LOSS-CAP WS-ACCT-TIME-LIMIT
        WS-ACCT-LOCKOUT WS-ACCT-STATUS WS-ACCT-PIN
        WS-JRN-CONTEXT.

WRITE-OPS-LOG.
    *> WS-OPS-SEVERITY and WS-OPS-TEXT are staged by the caller.
    CALL "OPS-LOG" USING WS-OPS-PROGRAM WS-OPS-SEVERITY
        WS-OPS-TEXT.
