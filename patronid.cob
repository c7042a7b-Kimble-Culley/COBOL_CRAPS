IDENTIFICATION DIVISION.
PROGRAM-ID. PATRON-ID.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT KYC-FILE ASSIGN TO "CRAPS-KYC.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS KYC-STATUS.

    SELECT KYC-TEMP-FILE ASSIGN TO "CRAPS-KYC.TMP"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS TEMP-STATUS.

DATA DIVISION.
FILE SECTION.
FD KYC-FILE.
01 KYC-RECORD.
    02 KYC-ACCOUNT      PIC 9(5).
    02 KYC-ID-TYPE      PIC X(2).
    02 KYC-ID-NUMBER    PIC X(20).
    02 KYC-ID-STATE     PIC X(2).
    02 KYC-ID-EXPIRY    PIC X(8).
    02 KYC-ADDRESS      PIC X(30).
    02 KYC-CITY         PIC X(20).
    02 KYC-STATE        PIC X(2).
    02 KYC-ZIP          PIC X(10).
    02 KYC-DOB          PIC X(8).
    02 KYC-TIN          PIC X(11).
    02 KYC-UPD-DATE     PIC X(8).
    02 KYC-UPD-WHO      PIC X(3).

FD KYC-TEMP-FILE.
01 KYC-TEMP-RECORD      PIC X(129).

WORKING-STORAGE SECTION.
01 KYC-STATUS           PIC X(2).
01 TEMP-STATUS          PIC X(2).
01 WS-OPS-PROGRAM       PIC X(18) VALUE "PATRON-ID".
01 WS-OPS-SEVERITY      PIC X(1).
01 WS-OPS-TEXT          PIC X(60).
01 WS-TODAY             PIC X(8).
01 WS-FOUND             PIC X(1) VALUE 'N'.
01 WS-TEMP-FILENAME     PIC X(13) VALUE "CRAPS-KYC.TMP".
01 WS-FINAL-FILENAME    PIC X(13) VALUE "CRAPS-KYC.DAT".

LINKAGE SECTION.
01 LK-FUNCTION          PIC X(1).
01 LK-KYC-RECORD.
    02 LK-KYC-ACCOUNT   PIC 9(5).
    02 LK-KYC-ID-TYPE   PIC X(2).
    02 LK-KYC-ID-NUMBER PIC X(20).
    02 LK-KYC-ID-STATE  PIC X(2).
    02 LK-KYC-ID-EXPIRY PIC X(8).
    02 LK-KYC-ADDRESS   PIC X(30).
    02 LK-KYC-CITY      PIC X(20).
    02 LK-KYC-STATE     PIC X(2).
    02 LK-KYC-ZIP       PIC X(10).
    02 LK-KYC-DOB       PIC X(8).
    02 LK-KYC-TIN       PIC X(11).
    02 LK-KYC-UPD-DATE  PIC X(8).
    02 LK-KYC-UPD-WHO   PIC X(3).
01 LK-KYC-STATUS        PIC X(1).

PROCEDURE DIVISION USING LK-FUNCTION LK-KYC-RECORD LK-KYC-STATUS.
MAIN-PROGRAM.
    *> The patron identification (KYC) record behind a CTR: one per
    *> account, keyed by the account number, holding the ID shown
    *> (type DL/PP/ST/MI, number, issuing state, expiry), the
    *> address, date of birth and taxpayer number. Function codes:
    *> 'L' looks the account's record up into LK-KYC-RECORD; 'S'
    *> stores LK-KYC-RECORD, replacing the account's record or
    *> adding it. Only CAGE-SERVICE stores. LK-KYC-STATUS comes back
    *> 'Y' when the request succeeded, 'N' when there is no record
    *> or the file couldn't be updated.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD.
    MOVE 'N' TO LK-KYC-STATUS.
    EVALUATE LK-FUNCTION
        WHEN 'L'
            PERFORM LOOKUP-KYC
        WHEN 'S'
            PERFORM STORE-KYC
        WHEN OTHER
            DISPLAY "PATRON-ID: unknown function " LK-FUNCTION
    END-EVALUATE.
    GOBACK.

LOOKUP-KYC.
    OPEN INPUT KYC-FILE.
    IF KYC-STATUS = "00"
        PERFORM UNTIL KYC-STATUS = "10"
            READ KYC-FILE
                AT END MOVE "10" TO KYC-STATUS
            END-READ
            IF KYC-STATUS = "00"
                AND KYC-ACCOUNT = LK-KYC-ACCOUNT
                MOVE KYC-RECORD TO LK-KYC-RECORD
                MOVE 'Y' TO LK-KYC-STATUS
                MOVE "10" TO KYC-STATUS
            END-IF
        END-PERFORM
        CLOSE KYC-FILE
    ELSE
        CONTINUE
    END-IF.

STORE-KYC.
    *> Rewritten through CRAPS-KYC.TMP and renamed over the master,
    *> the same way ACCOUNT-MASTER protects the account file.
    MOVE 'N' TO WS-FOUND.
    MOVE WS-TODAY TO LK-KYC-UPD-DATE.
    OPEN INPUT KYC-FILE.
    IF KYC-STATUS = "35"
        *> First record ever: the master is simply created.
        OPEN OUTPUT KYC-FILE
        WRITE KYC-RECORD FROM LK-KYC-RECORD
        IF KYC-STATUS = "00"
            MOVE 'Y' TO LK-KYC-STATUS
        END-IF
        CLOSE KYC-FILE
    ELSE
    IF KYC-STATUS NOT = "00"
        DISPLAY "PATRON-ID: cannot read the KYC master"
            " (FILE STATUS " KYC-STATUS ")."
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE "cannot read KYC master; ID record not stored"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        MOVE 8 TO RETURN-CODE
    ELSE
        OPEN OUTPUT KYC-TEMP-FILE
        PERFORM UNTIL KYC-STATUS = "10"
            READ KYC-FILE
                AT END MOVE "10" TO KYC-STATUS
            END-READ
            IF KYC-STATUS = "00"
                IF KYC-ACCOUNT = LK-KYC-ACCOUNT
                    MOVE 'Y' TO WS-FOUND
                    WRITE KYC-TEMP-RECORD FROM LK-KYC-RECORD
                ELSE
                    WRITE KYC-TEMP-RECORD FROM KYC-RECORD
                END-IF
            END-IF
        END-PERFORM
        IF WS-FOUND NOT = 'Y'
            WRITE KYC-TEMP-RECORD FROM LK-KYC-RECORD
        END-IF
        CLOSE KYC-FILE
        CLOSE KYC-TEMP-FILE
        IF TEMP-STATUS = "00"
            CALL "CBL_RENAME_FILE" USING WS-TEMP-FILENAME
                WS-FINAL-FILENAME
            IF RETURN-CODE = 0
                MOVE 'Y' TO LK-KYC-STATUS
            ELSE
                DISPLAY "PATRON-ID: error replacing the KYC master;"
                    " update left in CRAPS-KYC.TMP."
                MOVE 'E' TO WS-OPS-SEVERITY
                MOVE "rename of CRAPS-KYC.TMP failed"
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
