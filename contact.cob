IDENTIFICATION DIVISION.
PROGRAM-ID. CONTACT-PREF.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTACT-FILE ASSIGN TO "CRAPS-CONTACT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CONTACT-STATUS.

    SELECT CONTACT-TEMP-FILE ASSIGN TO "CRAPS-CONTACT.TMP"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS TEMP-STATUS.

DATA DIVISION.
FILE SECTION.
FD CONTACT-FILE.
01 CONTACT-RECORD.
    02 CON-ACCOUNT      PIC 9(5).
    02 CON-NO-CONTACT   PIC X(1).
    02 CON-UPD-DATE     PIC X(8).
    02 CON-UPD-WHO      PIC X(3).
    02 CON-REASON       PIC X(20).

FD CONTACT-TEMP-FILE.
01 CONTACT-TEMP-RECORD  PIC X(37).

WORKING-STORAGE SECTION.
01 CONTACT-STATUS       PIC X(2).
01 TEMP-STATUS          PIC X(2).
01 WS-OPS-PROGRAM       PIC X(18) VALUE "CONTACT-PREF".
01 WS-OPS-SEVERITY      PIC X(1).
01 WS-OPS-TEXT          PIC X(60).
01 WS-TODAY             PIC X(8).
01 WS-FOUND             PIC X(1) VALUE 'N'.
01 WS-TEMP-FILENAME     PIC X(17) VALUE "CRAPS-CONTACT.TMP".
01 WS-FINAL-FILENAME    PIC X(17) VALUE "CRAPS-CONTACT.DAT".

LINKAGE SECTION.
01 LK-FUNCTION          PIC X(1).
01 LK-CONTACT-RECORD.
    02 LK-CON-ACCOUNT   PIC 9(5).
    02 LK-CON-NO-CONTACT PIC X(1).
    02 LK-CON-UPD-DATE  PIC X(8).
    02 LK-CON-UPD-WHO   PIC X(3).
    02 LK-CON-REASON    PIC X(20).
01 LK-CON-STATUS        PIC X(1).

PROCEDURE DIVISION USING LK-FUNCTION LK-CONTACT-RECORD
    LK-CON-STATUS.
MAIN-PROGRAM.
    *> The patron's marketing contact preference: one record per
    *> account, keyed by the account number. LK-CON-NO-CONTACT 'Y'
    *> means the patron has asked not to be marketed to, 'N' that
    *> the request was withdrawn; an account with no record has
    *> never asked. Function codes: 'L' looks the account's record
    *> up into LK-CONTACT-RECORD; 'S' stores LK-CONTACT-RECORD,
    *> replacing the account's record or adding it. The record
    *> follows the account number, not the name, so it outlives a
    *> name correction and the erasure of a closed patron's name.
    *> LK-CON-STATUS comes back 'Y' when the request succeeded, 'N'
    *> when there is no record or the file couldn't be updated.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD.
    MOVE 'N' TO LK-CON-STATUS.
    EVALUATE LK-FUNCTION
        WHEN 'L'
            PERFORM LOOKUP-CONTACT
        WHEN 'S'
            PERFORM STORE-CONTACT
        WHEN OTHER
            DISPLAY "CONTACT-PREF: unknown function " LK-FUNCTION
    END-EVALUATE.
    GOBACK.

LOOKUP-CONTACT.
    OPEN INPUT CONTACT-FILE.
    IF CONTACT-STATUS = "00"
        PERFORM UNTIL CONTACT-STATUS = "10"
            READ CONTACT-FILE
                AT END MOVE "10" TO CONTACT-STATUS
            END-READ
            IF CONTACT-STATUS = "00"
                AND CON-ACCOUNT = LK-CON-ACCOUNT
                MOVE CONTACT-RECORD TO LK-CONTACT-RECORD
                MOVE 'Y' TO LK-CON-STATUS
                MOVE "10" TO CONTACT-STATUS
            END-IF
        END-PERFORM
        CLOSE CONTACT-FILE
    ELSE
        CONTINUE
    END-IF.

STORE-CONTACT.
    *> Rewritten through CRAPS-CONTACT.TMP and renamed over the
    *> master, the way PATRON-ID keeps the KYC file.
    MOVE 'N' TO WS-FOUND.
    MOVE WS-TODAY TO LK-CON-UPD-DATE.
    OPEN INPUT CONTACT-FILE.
    IF CONTACT-STATUS = "35"
        *> First record ever: the master is simply created.
        OPEN OUTPUT CONTACT-FILE
        WRITE CONTACT-RECORD FROM LK-CONTACT-RECORD
        IF CONTACT-STATUS = "00"
            MOVE 'Y' TO LK-CON-STATUS
        END-IF
        CLOSE CONTACT-FILE
    ELSE
    IF CONTACT-STATUS NOT = "00"
        DISPLAY "CONTACT-PREF: cannot read the contact preferences"
            " (FILE STATUS " CONTACT-STATUS ")."
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE "cannot read CRAPS-CONTACT.DAT; preference not stored"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        MOVE 8 TO RETURN-CODE
    ELSE
        OPEN OUTPUT CONTACT-TEMP-FILE
        PERFORM UNTIL CONTACT-STATUS = "10"
            READ CONTACT-FILE
                AT END MOVE "10" TO CONTACT-STATUS
            END-READ
            IF CONTACT-STATUS = "00"
                IF CON-ACCOUNT = LK-CON-ACCOUNT
                    MOVE 'Y' TO WS-FOUND
                    WRITE CONTACT-TEMP-RECORD FROM LK-CONTACT-RECORD
                ELSE
                    WRITE CONTACT-TEMP-RECORD FROM CONTACT-RECORD
                END-IF
            END-IF
        END-PERFORM
        IF WS-FOUND NOT = 'Y'
            WRITE CONTACT-TEMP-RECORD FROM LK-CONTACT-RECORD
        END-IF
        CLOSE CONTACT-FILE
        CLOSE CONTACT-TEMP-FILE
        IF TEMP-STATUS = "00"
            CALL "CBL_RENAME_FILE" USING WS-TEMP-FILENAME
                WS-FINAL-FILENAME
            IF RETURN-CODE = 0
                MOVE 'Y' TO LK-CON-STATUS
            ELSE
                DISPLAY "CONTACT-PREF: error replacing the contact"
                    " preferences; update left in CRAPS-CONTACT.TMP."
                MOVE 'E' TO WS-OPS-SEVERITY
                MOVE "rename of CRAPS-CONTACT.TMP failed"
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
