    02 MKR-AMOUNT       PIC 9(5)V99.
    02 MKR-REPAID       PIC 9(5)V99.
    02 MKR-STATUS       PIC X(1).
    02 MKR-DUE-DATE     PIC X(8).
    02 MKR-DEPOSIT-DATE PIC X(8).
    02 MKR-RETURN-DATE  PIC X(8).

FD CREDIT-FILE.
01 CREDIT-RECORD.
    02 CRD-ACCOUNT      PIC 9(5).
    02 CRD-LIMIT        PIC 9(7)V99.
    02 CRD-HOLD         PIC X(1).
    02 CRD-HOLD-DATE    PIC X(8).

FD CREDIT-TEMP-FILE.
01 CREDIT-TEMP-RECORD   PIC X(23).

FD SUPER-FILE.
01 SUPER-RECORD         PIC X(4).
    *> Cage-side view of the marker paper: an aging report of every
    *> outstanding marker (the binder the cage used to keep), and
    *> supervisor-authorized maintenance of the credit lines the
    *> table checks before issuing a marker, including clearing the
    *> hold MARKER-COLLECT places when the bank returns a marker.
    DISPLAY "Markers - A=aging report, C=set a credit line,"
        " H=clear a credit hold: ".
    ACCEPT WS-CHOICE.
    EVALUATE WS-CHOICE
        WHEN 'A'
            ELSE
                DISPLAY "Supervisor PIN refused."
            END-IF
        WHEN 'H'
        WHEN 'h'
            PERFORM CHECK-SUPER-PIN
            IF WS-PIN-TRY = WS-SUPER-PIN
                PERFORM CLEAR-CREDIT-HOLD
            ELSE
                DISPLAY "Supervisor PIN refused."
            END-IF
        WHEN OTHER
            DISPLAY "Nothing done."
    END-EVALUATE.
                READ MARKER-FILE
                    AT END MOVE "10" TO MARKER-STATUS
                END-READ
                IF MARKER-STATUS = "00"
                    AND (MKR-STATUS = 'O' OR MKR-STATUS = 'N'
                         OR MKR-STATUS = 'D')
                    PERFORM PRINT-AGING-LINE
                END-IF
            END-PERFORM
    IF WS-OPEN-COUNT > 0
        DISPLAY " "
        MOVE WS-OPEN-TOTAL TO WS-TOTAL-DISP
        DISPLAY "Outstanding markers: " WS-OPEN-COUNT
            "  total due " WS-TOTAL-DISP
        MOVE WS-BUCKET-CURRENT TO WS-TOTAL-DISP
        DISPLAY "  0-7 days:   " WS-TOTAL-DISP
            ADD WS-DUE TO WS-BUCKET-OVER
    END-EVALUATE.
    MOVE WS-DUE TO WS-DUE-DISP.
    IF MKR-STATUS = 'N'
        DISPLAY MKR-NUMBER "  " MKR-DATE "  " MKR-ACCOUNT "  "
            MKR-NAME "  " MKR-TABLE "  " WS-DUE-DISP "  "
            WS-MKR-AGE " day(s)  RETURNED " MKR-RETURN-DATE
    ELSE
    IF MKR-STATUS = 'D'
        DISPLAY MKR-NUMBER "  " MKR-DATE "  " MKR-ACCOUNT "  "
            MKR-NAME "  " MKR-TABLE "  " WS-DUE-DISP "  "
            WS-MKR-AGE " day(s)  DEPOSITED " MKR-DEPOSIT-DATE
    ELSE
        DISPLAY MKR-NUMBER "  " MKR-DATE "  " MKR-ACCOUNT "  "
            MKR-NAME "  " MKR-TABLE "  " WS-DUE-DISP "  "
            WS-MKR-AGE " day(s)"
    END-IF
    END-IF.

SET-CREDIT-LINE.
    *> One row per account; setting a line rewrites the row (or adds
    *> one) through a temp file and a verified rename, the
    *> SCORE-RECORDS way. A line of zero effectively closes credit.
    *> Changing the amount leaves any hold on the line in place.
    DISPLAY "Account number: ".
    ACCEPT WS-ACCT-IN.
    DISPLAY "Credit line (e.g. 5000.00): ".
        OPEN OUTPUT CREDIT-FILE
        MOVE WS-ACCT-IN TO CRD-ACCOUNT
        MOVE WS-LIMIT-IN TO CRD-LIMIT
        MOVE 'N' TO CRD-HOLD
        MOVE SPACES TO CRD-HOLD-DATE
        WRITE CREDIT-RECORD
        CLOSE CREDIT-FILE
        DISPLAY "Credit line set for account " WS-ACCT-IN "."
            IF WS-FOUND NOT = 'Y'
                MOVE WS-ACCT-IN TO CRD-ACCOUNT
                MOVE WS-LIMIT-IN TO CRD-LIMIT
                MOVE 'N' TO CRD-HOLD
                MOVE SPACES TO CRD-HOLD-DATE
                WRITE CREDIT-TEMP-RECORD FROM CREDIT-RECORD
            END-IF
            CLOSE CREDIT-TEMP-FILE
            END-IF
        END-IF
    END-IF.

CLEAR-CREDIT-HOLD.
    *> The cage has settled or made arrangements on the returned
    *> paper; lift the hold so the table can issue markers against
    *> the line again. The limit itself is not touched.
    DISPLAY "Account number: ".
    ACCEPT WS-ACCT-IN.
    MOVE 'N' TO WS-FOUND.
    OPEN INPUT CREDIT-FILE.
    IF CREDIT-STATUS NOT = "00"
        DISPLAY "Cannot read the credit file (FILE STATUS "
            CREDIT-STATUS "). Nothing changed."
    ELSE
        OPEN OUTPUT CREDIT-TEMP-FILE
        PERFORM UNTIL CREDIT-STATUS = "10"
            READ CREDIT-FILE
                AT END MOVE "10" TO CREDIT-STATUS
            END-READ
            IF CREDIT-STATUS = "00"
                IF CRD-ACCOUNT = WS-ACCT-IN AND CRD-HOLD = 'Y'
                    MOVE 'N' TO CRD-HOLD
                    MOVE SPACES TO CRD-HOLD-DATE
                    MOVE 'Y' TO WS-FOUND
                END-IF
                WRITE CREDIT-TEMP-RECORD FROM CREDIT-RECORD
            END-IF
        END-PERFORM
        CLOSE CREDIT-FILE
        CLOSE CREDIT-TEMP-FILE
        IF WS-FOUND NOT = 'Y'
            DISPLAY "No hold on file for account " WS-ACCT-IN "."
        ELSE
        IF CREDIT-TEMP-STATUS = "00"
            CALL "CBL_RENAME_FILE" USING
                WS-CRD-TMP-NAME WS-CRD-FINAL-NAME
            IF RETURN-CODE = 0
                DISPLAY "Credit hold cleared for account "
                    WS-ACCT-IN "."
            ELSE
                DISPLAY "Error replacing the credit file;"
                    " change left in CRAPS-CREDIT.TMP."
            END-IF
        ELSE
            DISPLAY "Error writing the credit temp file;"
                " credit lines left untouched."
        END-IF
        END-IF
    END-IF.
