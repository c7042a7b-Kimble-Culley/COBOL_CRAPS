INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ACCOUNT-FILE ASSIGN TO "CRAPS-ACCOUNTS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACCT-NUMBER
        LOCK MODE IS MANUAL
        SHARING WITH ALL OTHER
        FILE STATUS IS ACCOUNT-STATUS.

    SELECT JOURNAL-FILE ASSIGN TO "CRAPS-ACCTJRNL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS JOURNAL-STATUS.

DATA DIVISION.
FILE SECTION.
    02 ACCT-LOCKOUT     PIC X(8).
    02 ACCT-PIN         PIC X(4).

*> One record per balance movement on the master, in the order
*> the movements were made. JRN-AMOUNT is signed: after - before.
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

WORKING-STORAGE SECTION.
01 ACCOUNT-STATUS       PIC X(2).
01 WS-OPS-PROGRAM       PIC X(18) VALUE "ACCOUNT-MASTER".
01 WS-OPS-SEVERITY      PIC X(1).
01 WS-OPS-TEXT          PIC X(60).
01 JOURNAL-STATUS       PIC X(2).
01 WS-BEFORE-BAL        PIC 9(5)V99 VALUE 0.
01 WS-AFTER-BAL         PIC 9(5)V99 VALUE 0.
01 WS-TODAY             PIC X(8).
01 WS-REFUSED           PIC X(1) VALUE 'N'.
01 WS-OPEN-OK           PIC X(1) VALUE 'N'.
01 WS-HAVE-RECORD       PIC X(1) VALUE 'N'.
*> ACCT-LOCKOUT on an account ACCT-MERGE folded into another. The
*> record stays on the master so its number is never handed out
*> again, but it no longer looks up.
01 WS-RETIRED-MARK      PIC X(8) VALUE "MERGED".
*> Another table holding the record (status 51) or the file (61)
*> is waited out a second at a time, never given up on - the
*> holder is mid-update and lets go within moments. Every thirty
*> tries the wait is reported so a stuck lock is not silent.
01 WS-LOCK-TRIES        PIC 9(5) VALUE 0.
01 WS-LOCK-WAIT         PIC 9(4) COMP-5 VALUE 1.
01 WS-LOCK-REPORT       PIC 9(5) VALUE 0.

LINKAGE SECTION.
01 LK-FUNCTION          PIC X(1).
01 LK-LOCKOUT           PIC X(8).
01 LK-ACCT-STATUS       PIC X(1).
01 LK-ACCT-PIN          PIC X(4).
*> Who is moving the money, for the transaction journal: the
*> calling program, the cage operator or table ("T" and the table
*> number), and the table session id where there is one.
01 LK-JRN-CONTEXT.
    02 LK-JRN-SOURCE    PIC X(18).
    02 LK-JRN-WHERE     PIC X(8).
    02 LK-JRN-SESSION   PIC X(14).

PROCEDURE DIVISION USING LK-FUNCTION LK-ACCT-NUMBER
    LK-ACCT-NAME LK-ACCT-BALANCE LK-LOSS-CAP LK-TIME-LIMIT
    LK-LOCKOUT LK-ACCT-STATUS LK-ACCT-PIN LK-JRN-CONTEXT.
MAIN-PROGRAM.
    *> One player account per record, keyed by ACCT-NUMBER. Function
    *> codes: 'L' looks an account up and returns name/balance plus
    *> 'W' withdraws it, refused if the balance cannot cover it;
    *> 'N' corrects the name to LK-ACCT-NAME; 'M' sets the loss cap
    *> and time limit from LK-LOSS-CAP/LK-TIME-LIMIT; 'X' closes
    *> the account (the record comes off the master); 'R' retires
    *> a merged duplicate, refused while it still carries a balance.
    *> Sign-in security: 'V' verifies the PIN in LK-ACCT-PIN and,
    *> only on a match, returns everything 'L' would (an account
    *> that has never had a PIN set verifies against anything until
    *> comes back 'Y' when the request succeeded, 'N' when the
    *> account wasn't found, the request was refused, or the file
    *> couldn't be updated.
    *> Every change to a balance - 'C', 'U', 'K', 'D', 'W' and 'X' -
    *> is written to the transaction journal CRAPS-ACCTJRNL.DAT
    *> with the before and after balance and the caller's
    *> LK-JRN-CONTEXT, once the master itself has been updated, so
    *> ACCT-RECON can prove last night's balances plus the day's
    *> movements equal tonight's. The master is keyed on the account
    *> number and updated a record at a time under a record lock
    *> (MASTER-LOAD converted it from the old sequential file).
    ACCEPT WS-TODAY FROM DATE YYYYMMDD.
    MOVE 'N' TO LK-ACCT-STATUS.
    EVALUATE LK-FUNCTION
        WHEN 'M'
        WHEN 'P'
        WHEN 'X'
        WHEN 'R'
            PERFORM UPDATE-ACCOUNT
        WHEN OTHER
            DISPLAY "ACCOUNT-MASTER: unknown function " LK-FUNCTION
LOOKUP-ACCOUNT.
    OPEN INPUT ACCOUNT-FILE.
    IF ACCOUNT-STATUS = "00"
        MOVE LK-ACCT-NUMBER TO ACCT-NUMBER
        READ ACCOUNT-FILE KEY IS ACCT-NUMBER
            INVALID KEY CONTINUE
            NOT INVALID KEY
                IF ACCT-LOCKOUT NOT = WS-RETIRED-MARK
                    MOVE ACCT-NAME TO LK-ACCT-NAME
                    MOVE ACCT-BALANCE TO LK-ACCT-BALANCE
                    MOVE ACCT-LOSS-CAP TO LK-LOSS-CAP
                    MOVE ACCT-TIME-LIMIT TO LK-TIME-LIMIT
                    MOVE ACCT-LOCKOUT TO LK-LOCKOUT
                    MOVE 'Y' TO LK-ACCT-STATUS
                END-IF
        END-READ
        CLOSE ACCOUNT-FILE
    ELSE
        CONTINUE
    *> guessing an account number leaks nothing.
    OPEN INPUT ACCOUNT-FILE.
    IF ACCOUNT-STATUS = "00"
        MOVE LK-ACCT-NUMBER TO ACCT-NUMBER
        READ ACCOUNT-FILE KEY IS ACCT-NUMBER
            INVALID KEY CONTINUE
            NOT INVALID KEY
                IF (ACCT-PIN = SPACES
                    OR ACCT-PIN = LK-ACCT-PIN)
                    AND ACCT-LOCKOUT NOT = WS-RETIRED-MARK
                    MOVE ACCT-NAME TO LK-ACCT-NAME
                    MOVE ACCT-BALANCE TO LK-ACCT-BALANCE
                    MOVE ACCT-LOSS-CAP TO LK-LOSS-CAP
                    MOVE ACCT-LOCKOUT TO LK-LOCKOUT
                    MOVE 'Y' TO LK-ACCT-STATUS
                END-IF
        END-READ
        CLOSE ACCOUNT-FILE
    ELSE
        CONTINUE
CREATE-ACCOUNT.
    *> New accounts take the highest number on file plus one, so the
    *> cage can hand out numbers without keeping a separate counter.
    *> Two windows opening accounts at the same moment can both see
    *> the same highest number; the second WRITE then hits a
    *> duplicate key and simply takes the next number up.
    PERFORM OPEN-MASTER-I-O.
    IF WS-OPEN-OK NOT = 'Y'
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO LK-ACCT-NUMBER.
    MOVE 99999 TO ACCT-NUMBER.
    START ACCOUNT-FILE KEY IS <= ACCT-NUMBER
        INVALID KEY MOVE "23" TO ACCOUNT-STATUS
    END-START.
    IF ACCOUNT-STATUS = "00"
        READ ACCOUNT-FILE NEXT RECORD
            AT END MOVE "10" TO ACCOUNT-STATUS
        END-READ
        IF ACCOUNT-STATUS = "00"
            MOVE ACCT-NUMBER TO LK-ACCT-NUMBER
        END-IF
    END-IF.
    MOVE "22" TO ACCOUNT-STATUS.
    PERFORM UNTIL ACCOUNT-STATUS NOT = "22"
        ADD 1 TO LK-ACCT-NUMBER
        MOVE LK-ACCT-NUMBER TO ACCT-NUMBER
        MOVE LK-ACCT-NAME TO ACCT-NAME
        MOVE LK-ACCT-BALANCE TO ACCT-BALANCE
        MOVE WS-TODAY TO ACCT-LAST-DATE
        MOVE LK-LOSS-CAP TO ACCT-LOSS-CAP
        MOVE LK-TIME-LIMIT TO ACCT-TIME-LIMIT
        MOVE SPACES TO ACCT-LOCKOUT
        MOVE LK-ACCT-PIN TO ACCT-PIN
        WRITE ACCOUNT-RECORD
            INVALID KEY CONTINUE
        END-WRITE
    END-PERFORM.
    IF ACCOUNT-STATUS = "00"
        MOVE 'Y' TO LK-ACCT-STATUS
    ELSE
        DISPLAY "ACCOUNT-MASTER: new account not written (FILE"
            " STATUS " ACCOUNT-STATUS ")."
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE "cannot write new account to the master"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        MOVE 8 TO RETURN-CODE
    END-IF.
    CLOSE ACCOUNT-FILE.
    IF LK-ACCT-STATUS = 'Y'
        MOVE 0 TO WS-BEFORE-BAL
        MOVE LK-ACCT-BALANCE TO WS-AFTER-BAL
        PERFORM WRITE-JOURNAL
    END-IF.

UPDATE-ACCOUNT.
    *> One record read with a lock, changed and rewritten in place:
    *> two tables cashing out at once each update their own account,
    *> and two movements on the same account queue behind the lock
    *> instead of the second rewrite overwriting the first.
    MOVE 'N' TO WS-REFUSED.
    PERFORM OPEN-MASTER-I-O.
    IF WS-OPEN-OK NOT = 'Y'
        EXIT PARAGRAPH
    END-IF.
    PERFORM READ-ACCOUNT-LOCKED.
    IF WS-HAVE-RECORD NOT = 'Y'
        CLOSE ACCOUNT-FILE
        DISPLAY "ACCOUNT-MASTER: account " LK-ACCT-NUMBER
            " not on file; balance not saved."
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE "account not on file; balance not saved"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-TODAY TO ACCT-LAST-DATE.
    MOVE ACCT-BALANCE TO WS-BEFORE-BAL.
    EVALUATE LK-FUNCTION
        WHEN 'U'
            MOVE LK-ACCT-BALANCE TO ACCT-BALANCE
        WHEN 'K'
            MOVE LK-ACCT-BALANCE TO ACCT-BALANCE
            MOVE WS-TODAY TO ACCT-LOCKOUT
        WHEN 'D'
            ADD LK-ACCT-BALANCE TO ACCT-BALANCE
            MOVE ACCT-BALANCE TO LK-ACCT-BALANCE
        WHEN 'W'
            IF LK-ACCT-BALANCE > ACCT-BALANCE
                DISPLAY "ACCOUNT-MASTER: balance"
                    " cannot cover the withdrawal;"
                    " refused."
                MOVE 'Y' TO WS-REFUSED
            ELSE
                SUBTRACT LK-ACCT-BALANCE
                    FROM ACCT-BALANCE
                MOVE ACCT-BALANCE
                    TO LK-ACCT-BALANCE
            END-IF
        WHEN 'N'
            MOVE LK-ACCT-NAME TO ACCT-NAME
        WHEN 'M'
            MOVE LK-LOSS-CAP TO ACCT-LOSS-CAP
            MOVE LK-TIME-LIMIT TO ACCT-TIME-LIMIT
        WHEN 'P'
            MOVE LK-ACCT-PIN TO ACCT-PIN
        WHEN 'R'
            IF ACCT-BALANCE > 0
                DISPLAY "ACCOUNT-MASTER: account still carries a"
                    " balance; not retired."
                MOVE 'Y' TO WS-REFUSED
            ELSE
                MOVE WS-RETIRED-MARK TO ACCT-LOCKOUT
            END-IF
    END-EVALUATE.
    MOVE ACCT-BALANCE TO WS-AFTER-BAL.
    IF WS-REFUSED = 'Y'
        UNLOCK ACCOUNT-FILE
    ELSE
    IF LK-FUNCTION = 'X'
        *> A closed account simply comes off the master.
        MOVE 0 TO WS-AFTER-BAL
        DELETE ACCOUNT-FILE RECORD
            INVALID KEY CONTINUE
        END-DELETE
    ELSE
        REWRITE ACCOUNT-RECORD
            INVALID KEY CONTINUE
        END-REWRITE
    END-IF
    IF ACCOUNT-STATUS = "00"
        MOVE 'Y' TO LK-ACCT-STATUS
    ELSE
        DISPLAY "ACCOUNT-MASTER: error updating account master"
            " (FILE STATUS " ACCOUNT-STATUS ")."
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE SPACES TO WS-OPS-TEXT
        STRING "update of account " LK-ACCT-NUMBER " failed"
            DELIMITED BY SIZE INTO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        MOVE 8 TO RETURN-CODE
    END-IF
    END-IF.
    CLOSE ACCOUNT-FILE.
    IF LK-ACCT-STATUS = 'Y'
        AND (LK-FUNCTION = 'U' OR 'K' OR 'D' OR 'W' OR 'X')
        PERFORM WRITE-JOURNAL
    END-IF.

OPEN-MASTER-I-O.
    *> The master is created empty the first time anything is
    *> written to it.
    MOVE 'N' TO WS-OPEN-OK.
    MOVE 0 TO WS-LOCK-TRIES.
    OPEN I-O ACCOUNT-FILE.
    IF ACCOUNT-STATUS = "35"
        OPEN OUTPUT ACCOUNT-FILE
        CLOSE ACCOUNT-FILE
        OPEN I-O ACCOUNT-FILE
    END-IF.
    PERFORM UNTIL ACCOUNT-STATUS NOT = "61"
        PERFORM WAIT-FOR-LOCK
        OPEN I-O ACCOUNT-FILE
    END-PERFORM.
    IF ACCOUNT-STATUS = "00"
        MOVE 'Y' TO WS-OPEN-OK
    ELSE
        DISPLAY "ACCOUNT-MASTER: cannot open account master"
            " (FILE STATUS " ACCOUNT-STATUS ")."
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE "cannot open account master; update lost"
            TO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        MOVE 8 TO RETURN-CODE
    END-IF.

READ-ACCOUNT-LOCKED.
    MOVE 'N' TO WS-HAVE-RECORD.
    MOVE 0 TO WS-LOCK-TRIES.
    MOVE "51" TO ACCOUNT-STATUS.
    PERFORM UNTIL ACCOUNT-STATUS NOT = "51"
        MOVE LK-ACCT-NUMBER TO ACCT-NUMBER
        READ ACCOUNT-FILE WITH LOCK KEY IS ACCT-NUMBER
            INVALID KEY CONTINUE
        END-READ
        IF ACCOUNT-STATUS = "51"
            PERFORM WAIT-FOR-LOCK
        END-IF
    END-PERFORM.
    IF ACCOUNT-STATUS = "00" OR ACCOUNT-STATUS = "02"
        MOVE 'Y' TO WS-HAVE-RECORD
    END-IF.

WAIT-FOR-LOCK.
    ADD 1 TO WS-LOCK-TRIES.
    DIVIDE WS-LOCK-TRIES BY 30 GIVING WS-LOCK-REPORT
        REMAINDER WS-LOCK-REPORT.
    IF WS-LOCK-REPORT = 0
        DISPLAY "ACCOUNT-MASTER: waiting on a lock for account "
            LK-ACCT-NUMBER " (" WS-LOCK-TRIES " tries)."
        MOVE 'W' TO WS-OPS-SEVERITY
        MOVE SPACES TO WS-OPS-TEXT
        STRING "waiting on lock, account " LK-ACCT-NUMBER
            DELIMITED BY SIZE INTO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
    END-IF.
    CALL "C$SLEEP" USING WS-LOCK-WAIT.

WRITE-JOURNAL.
    *> WS-BEFORE-BAL and WS-AFTER-BAL are staged by the caller. The
    *> master has already been updated, so a journal that cannot be
    *> written is an error for the ops log, not a refused request;
    *> the nightly proof will show the account out of balance.
    ACCEPT JRN-TIME FROM TIME.
    MOVE WS-TODAY TO JRN-DATE.
    MOVE LK-ACCT-NUMBER TO JRN-ACCOUNT.
    MOVE LK-JRN-SOURCE TO JRN-SOURCE.
    MOVE LK-FUNCTION TO JRN-TYPE.
    COMPUTE JRN-AMOUNT = WS-AFTER-BAL - WS-BEFORE-BAL.
    MOVE WS-BEFORE-BAL TO JRN-BEFORE.
    MOVE WS-AFTER-BAL TO JRN-AFTER.
    MOVE LK-JRN-WHERE TO JRN-WHERE.
    MOVE LK-JRN-SESSION TO JRN-SESSION.
    OPEN EXTEND JOURNAL-FILE.
    IF JOURNAL-STATUS = "35"
        OPEN OUTPUT JOURNAL-FILE
        CLOSE JOURNAL-FILE
        OPEN EXTEND JOURNAL-FILE
    END-IF.
    IF JOURNAL-STATUS = "00"
        WRITE JOURNAL-RECORD
        CLOSE JOURNAL-FILE
    END-IF.
    IF JOURNAL-STATUS NOT = "00"
        DISPLAY "ACCOUNT-MASTER: transaction journal not written"
            " (FILE STATUS " JOURNAL-STATUS ")."
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE SPACES TO WS-OPS-TEXT
        STRING "journal write failed for account " LK-ACCT-NUMBER
            DELIMITED BY SIZE INTO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
    END-IF.

WRITE-OPS-LOG.
