IDENTIFICATION DIVISION.
PROGRAM-ID. CARD-XREF.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT XREF-FILE ASSIGN TO "CRAPS-CARDXREF.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS XREF-STATUS.

    SELECT XREF-TEMP-FILE ASSIGN TO "CRAPS-CARDXREF.TMP"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS TEMP-STATUS.

DATA DIVISION.
FILE SECTION.
FD XREF-FILE.
01 XREF-RECORD.
    02 XRF-CARD         PIC 9(10).
    02 XRF-ACCOUNT      PIC 9(5).
    02 XRF-LINK-DATE    PIC X(8).
    02 XRF-LINK-HOW     PIC X(1).

FD XREF-TEMP-FILE.
01 XREF-TEMP-RECORD     PIC X(24).

WORKING-STORAGE SECTION.
01 XREF-STATUS          PIC X(2).
01 TEMP-STATUS          PIC X(2).
01 WS-OPS-PROGRAM       PIC X(18) VALUE "CARD-XREF".
01 WS-OPS-SEVERITY      PIC X(1).
01 WS-OPS-TEXT          PIC X(60).
01 WS-TODAY             PIC X(8).
01 WS-FOUND             PIC X(1) VALUE 'N'.
01 WS-TEMP-FILENAME     PIC X(18) VALUE "CRAPS-CARDXREF.TMP".
01 WS-FINAL-FILENAME    PIC X(18) VALUE "CRAPS-CARDXREF.DAT".

LINKAGE SECTION.
01 LK-FUNCTION          PIC X(1).
01 LK-XREF-RECORD.
    02 LK-XRF-CARD      PIC 9(10).
    02 LK-XRF-ACCOUNT   PIC 9(5).
    02 LK-XRF-LINK-DATE PIC X(8).
    02 LK-XRF-LINK-HOW  PIC X(1).
01 LK-XRF-STATUS        PIC X(1).

PROCEDURE DIVISION USING LK-FUNCTION LK-XREF-RECORD
    LK-XRF-STATUS.
MAIN-PROGRAM.
    *> The club card number the property's casino management system
    *> enrolls a patron under is the patron's identity; our five-digit
    *> account number is kept as its cross-reference, one card to one
    *> account. LK-XRF-LINK-HOW records how the link was made: 'E'
    *> the account was opened by CMS-SYNC from the club enrollment,
    *> 'L' an account the cage had already opened was linked to the
    *> card, 'M' ACCT-MERGE moved the card onto the surviving account.
    *> Function codes: 'C' looks the link up by LK-XRF-CARD, 'A' by
    *> LK-XRF-ACCOUNT, either returning the whole link; 'S' stores
    *> LK-XREF-RECORD, replacing whichever link already holds that
    *> card or that account, or adding it. LK-XRF-STATUS comes back
    *> 'Y' when the request succeeded, 'N' when there is no link or
    *> the file couldn't be updated.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD.
    MOVE 'N' TO LK-XRF-STATUS.
    EVALUATE LK-FUNCTION
        WHEN 'C'
        WHEN 'A'
            PERFORM LOOKUP-LINK
        WHEN 'S'
            PERFORM STORE-LINK
        WHEN OTHER
            DISPLAY "CARD-XREF: unknown function " LK-FUNCTION
    END-EVALUATE.
    GOBACK.

LOOKUP-LINK.
    OPEN INPUT XREF-FILE.
    IF XREF-STATUS = "00"
        PERFORM UNTIL XREF-STATUS = "10"
            READ XREF-FILE
                AT END MOVE "10" TO XREF-STATUS
            END-READ
            IF XREF-STATUS = "00"
                IF (LK-FUNCTION = 'C' AND XRF-CARD = LK-XRF-CARD)
                    OR (LK-FUNCTION = 'A'
                        AND XRF-ACCOUNT = LK-XRF-ACCOUNT)
                    MOVE XREF-RECORD TO LK-XREF-RECORD
                    MOVE 'Y' TO LK-XRF-STATUS
                    MOVE "10" TO XREF-STATUS
                END-IF
            END-IF
        END-PERFORM
        CLOSE XREF-FILE
    ELSE
        CONTINUE
    END-IF.

STORE-LINK.
    *> Rewritten through CRAPS-CARDXREF.TMP and renamed over the
    *> master, the way CONTACT-PREF keeps its file. A link that
    *> shares either the card or the account with the new one is
    *> the one it replaces, so neither ever appears twice.
    MOVE 'N' TO WS-FOUND.
    MOVE WS-TODAY TO LK-XRF-LINK-DATE.
    OPEN INPUT XREF-FILE.
    IF XREF-STATUS = "35"
        *> First link ever: the master is simply created.
        OPEN OUTPUT XREF-FILE
        WRITE XREF-RECORD FROM LK-XREF-RECORD
        IF XREF-STATUS = "00"
            MOVE 'Y' TO LK-XRF-STATUS
        END-IF
        CLOSE XREF-FILE
    ELSE
    IF XREF-STATUS NOT = "00"
        DISPLAY "CARD-XREF: cannot read the club card cross-reference"
            " (FILE STATUS " XREF-STATUS ")."
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE "cannot read CRAPS-CARDXREF.DAT; link not stored"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        MOVE 8 TO RETURN-CODE
    ELSE
        OPEN OUTPUT XREF-TEMP-FILE
        PERFORM UNTIL XREF-STATUS = "10"
            READ XREF-FILE
                AT END MOVE "10" TO XREF-STATUS
            END-READ
            IF XREF-STATUS = "00"
                IF XRF-CARD = LK-XRF-CARD
                    OR XRF-ACCOUNT = LK-XRF-ACCOUNT
                    IF WS-FOUND NOT = 'Y'
                        MOVE 'Y' TO WS-FOUND
                        WRITE XREF-TEMP-RECORD FROM LK-XREF-RECORD
                    END-IF
                ELSE
                    WRITE XREF-TEMP-RECORD FROM XREF-RECORD
                END-IF
            END-IF
        END-PERFORM
        IF WS-FOUND NOT = 'Y'
            WRITE XREF-TEMP-RECORD FROM LK-XREF-RECORD
        END-IF
        CLOSE XREF-FILE
        CLOSE XREF-TEMP-FILE
        IF TEMP-STATUS = "00"
            CALL "CBL_RENAME_FILE" USING WS-TEMP-FILENAME
                WS-FINAL-FILENAME
            IF RETURN-CODE = 0
                MOVE 'Y' TO LK-XRF-STATUS
            ELSE
                DISPLAY "CARD-XREF: error replacing the club card"
                    " cross-reference; update left in"
                    " CRAPS-CARDXREF.TMP."
                MOVE 'E' TO WS-OPS-SEVERITY
                MOVE "rename of CRAPS-CARDXREF.TMP failed"
                    TO WS-OPS-TEXT
                PERFORM WRITE-OPS-LOG
                MOVE 8 TO RETURN-CODE
            END-IF
        END-IF
    END-IF
    END-IF.

WRITE-OPS-LOG.
    *> WS-OPS-SEVERITY and WS-OPS-TEXT are staged by the caller.
    CALL "OPS-LOG" USING WS-OPS-PROGRAM WS-OPS-SEVERITY
        WS-OPS-TEXT.
