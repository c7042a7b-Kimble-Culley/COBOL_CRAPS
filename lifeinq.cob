INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LIFETIME-FILE ASSIGN TO "CRAPS-LIFETIME.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS LT-KEY
        FILE STATUS IS LIFETIME-STATUS.

DATA DIVISION.
FILE SECTION.
FD LIFETIME-FILE.
01 LIFETIME-RECORD.
    02 LT-KEY.
        03 LT-ACCOUNT   PIC 9(5).
        03 LT-NAME      PIC X(20).
    02 LT-SESSIONS      PIC 9(5).
    02 LT-WAG-PASS      PIC 9(7)V99.
    02 LT-WAG-DPASS     PIC 9(7)V99.
