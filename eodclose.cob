01 WS-RUNCARD-NAME      PIC X(17) VALUE "CRAPS-RUNCARD.DAT".
01 WS-CONTROL-NAME      PIC X(16) VALUE "CRAPS-EODCTL.DAT".
01 WS-RUN-DATE          PIC X(8).
01 WS-CLOCK-DATE        PIC X(8).
01 WS-CLOCK-TIME        PIC X(8).
01 WS-GD-SHIFT          PIC X(1).
01 WS-GD-SHIFT-NO       PIC 9(1).
01 WS-TBL               PIC 9(2).
01 WS-TBL-DIGIT         PIC 9(1).
01 WS-STEP              PIC 9(2).
01 WS-STEP-RC           PIC 9(4) VALUE 0.
01 WS-HALTED            PIC X(1) VALUE 'N'.
01 WS-TABLES-CLOSED     PIC 9(1) VALUE 0.
01 WS-TABLE-TOUCHED     PIC X(1) VALUE 'N'.
01 WS-RESUMING          PIC X(1) VALUE 'N'.
01 WS-STEP-NAME         PIC X(15).
*> One completion flag per table and step, rebuilt from the control
*> file at startup so an interrupted close restarts from the failed
*> step instead of from the top.
01 WS-DONE-TABLE.
    02 WS-DONE-ROW OCCURS 9 TIMES.
        03 WS-DONE-STEP OCCURS 5 TIMES PIC X(1).
*> Floor-wide steps run once, after every table has closed; they are
*> recorded in the control file as table 0.
01 WS-FLOOR-STEPS       PIC 9(1) VALUE 9.
01 WS-FLOOR-DONE-TABLE.
    02 WS-FLOOR-DONE OCCURS 9 TIMES PIC X(1).

PROCEDURE DIVISION.
MAIN-PROGRAM.
    *> One command closes the whole floor: for every table that
    *> opened today the five batch steps run in the only safe order -
    *> validate the trail, extract the GL while the audit log still
    *> has its live name, reconcile the cage, summarize the day for
    *> the date-range reports, and only then archive (which renames
    *> the log and files the summary beside it). The table number is
    *> staged on the run card each step reads, so nobody answers the
    *> same prompt forty-five times, and progress lands in
    *> CRAPS-EODCTL.DAT
    *> after every step so a failed window restarts where it stopped.
    *> Once the tables are closed the floor-wide steps follow: the
    *> player-funds proof (ACCT-RECON) against the GL just cut, the
    *> marker collection run (MARKER-COLLECT), the comp voucher cycle
    *> (VOUCHER-CYCLE), the GL extract of the comp desk's trail
    *> (GL-EXTRACT as table 0) once the night's vouchers are closed,
    *> the archive of that trail once it is posted (EOD-ARCHIVE as
    *> table 0), the list of chip transfer slips never taken in
    *> (XFER-EXCEPT), the night's enrollments, name corrections and
    *> self-exclusions from the casino management system (CMS-SYNC),
    *> the cross-master referential integrity check
    *> (INTEGRITY-CHECK), and last of all a backup generation of every
    *> master and configuration file as the night left them
    *> (MASTER-BACKUP).
    *> The run is keyed on the gaming day GAMING-DAY assigns, not the
    *> calendar date, so a close interrupted before midnight and
    *> resumed after it still finds its own control records and
    *> never repeats a step that already ran.
    ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-CLOCK-TIME FROM TIME.
    CALL "GAMING-DAY" USING WS-CLOCK-DATE WS-CLOCK-TIME WS-RUN-DATE
        WS-GD-SHIFT WS-GD-SHIFT-NO.
    PERFORM LOAD-RUN-CONTROL.
    IF WS-RESUMING = 'Y'
        DISPLAY "Resuming the interrupted close of " WS-RUN-DATE "."
        PERFORM CLOSE-ONE-TABLE
    END-PERFORM.
    CALL "CBL_DELETE_FILE" USING WS-RUNCARD-NAME.
    IF WS-HALTED NOT = 'Y'
        PERFORM CLOSE-THE-FLOOR
    END-IF.
    IF WS-HALTED = 'Y'
        DISPLAY "CLOSE HALTED. Fix the failed step and rerun;"
            " completed steps will not run again."
    *> already archived mid-close has control entries, so the
    *> remaining steps still run on restart.
    MOVE 'N' TO WS-TABLE-TOUCHED.
    PERFORM VARYING WS-STEP FROM 1 BY 1 UNTIL WS-STEP > 5
        IF WS-DONE-STEP(WS-TBL, WS-STEP) = 'C'
            MOVE 'Y' TO WS-TABLE-TOUCHED
        END-IF
        DISPLAY "-- Table " WS-TBL-DIGIT " --"
        PERFORM WRITE-RUNCARD
        PERFORM VARYING WS-STEP FROM 1 BY 1
                UNTIL WS-STEP > 5 OR WS-HALTED = 'Y'
            IF WS-DONE-STEP(WS-TBL, WS-STEP) = 'C'
                PERFORM NAME-THE-STEP
                DISPLAY "   " WS-STEP-NAME
        END-IF
    END-IF.

CLOSE-THE-FLOOR.
    *> Steps that look at the whole floor rather than one table -
    *> the player-funds proof needs every table's GL drop cut first.
    DISPLAY "-- Floor --".
    MOVE 0 TO WS-TBL.
    MOVE 0 TO WS-TBL-DIGIT.
    PERFORM VARYING WS-STEP FROM 1 BY 1
            UNTIL WS-STEP > WS-FLOOR-STEPS OR WS-HALTED = 'Y'
        IF WS-FLOOR-DONE(WS-STEP) = 'C'
            PERFORM NAME-THE-FLOOR-STEP
            DISPLAY "   " WS-STEP-NAME " already complete; skipped."
        ELSE
            PERFORM RUN-FLOOR-STEP
        END-IF
    END-PERFORM.

NAME-THE-FLOOR-STEP.
    EVALUATE WS-STEP
        WHEN 1
            MOVE "ACCT-RECON" TO WS-STEP-NAME
        WHEN 2
            MOVE "MARKER-COLLECT" TO WS-STEP-NAME
        WHEN 3
            MOVE "VOUCHER-CYCLE" TO WS-STEP-NAME
        WHEN 4
            MOVE "GL-EXTRACT T0" TO WS-STEP-NAME
        WHEN 5
            MOVE "EOD-ARCHIVE T0" TO WS-STEP-NAME
        WHEN 6
            MOVE "XFER-EXCEPT" TO WS-STEP-NAME
        WHEN 7
            MOVE "CMS-SYNC" TO WS-STEP-NAME
        WHEN 8
            MOVE "INTEGRITY-CHECK" TO WS-STEP-NAME
        WHEN 9
            MOVE "MASTER-BACKUP" TO WS-STEP-NAME
    END-EVALUATE.

RUN-FLOOR-STEP.
    *> Same return-code discipline as the table steps.
    PERFORM NAME-THE-FLOOR-STEP.
    DISPLAY "   running " WS-STEP-NAME " ...".
    MOVE 0 TO RETURN-CODE.
    EVALUATE WS-STEP
        WHEN 1
            CALL "ACCT-RECON"
            END-CALL
        WHEN 2
            CALL "MARKER-COLLECT"
            END-CALL
        WHEN 3
            CALL "VOUCHER-CYCLE"
            END-CALL
        WHEN 4
            *> The comp desk posts as table 0, staged on the run card
            *> like any table and cleared again afterwards. A desk
            *> that has never written a voucher has no trail to post.
            MOVE "CRAPS-AUDIT.T0.LOG" TO WS-PROBE-NAME
            OPEN INPUT PROBE-FILE
            IF PROBE-STATUS = "00"
                CLOSE PROBE-FILE
                PERFORM WRITE-RUNCARD
                CALL "GL-EXTRACT"
                END-CALL
                MOVE RETURN-CODE TO WS-STEP-RC
                CALL "CBL_DELETE_FILE" USING WS-RUNCARD-NAME
                MOVE WS-STEP-RC TO RETURN-CODE
            ELSE
                DISPLAY "   no comp desk trail; nothing to post."
            END-IF
        WHEN 5
            *> The posted desk trail is archived, catalogued and aged
            *> out the way each table's is, staged the same way as
            *> its GL extract. EOD-ARCHIVE brings the desk's GL
            *> high-water mark back to zero for the fresh trail.
            MOVE "CRAPS-AUDIT.T0.LOG" TO WS-PROBE-NAME
            OPEN INPUT PROBE-FILE
            IF PROBE-STATUS = "00"
                CLOSE PROBE-FILE
                PERFORM WRITE-RUNCARD
                CALL "EOD-ARCHIVE"
                END-CALL
                MOVE RETURN-CODE TO WS-STEP-RC
                CALL "CBL_DELETE_FILE" USING WS-RUNCARD-NAME
                MOVE WS-STEP-RC TO RETURN-CODE
            ELSE
                DISPLAY "   no comp desk trail; nothing to archive."
            END-IF
        WHEN 6
            CALL "XFER-EXCEPT"
            END-CALL
        WHEN 7
            CALL "CMS-SYNC"
            END-CALL
        WHEN 8
            *> Staged on the run card so the check runs unattended and
            *> never stops the close to offer its repair.
            PERFORM WRITE-RUNCARD
            CALL "INTEGRITY-CHECK"
            END-CALL
            MOVE RETURN-CODE TO WS-STEP-RC
            CALL "CBL_DELETE_FILE" USING WS-RUNCARD-NAME
            MOVE WS-STEP-RC TO RETURN-CODE
        WHEN 9
            CALL "MASTER-BACKUP"
            END-CALL
    END-EVALUATE.
    MOVE RETURN-CODE TO WS-STEP-RC.
    EVALUATE WS-STEP
        WHEN 1
            CANCEL "ACCT-RECON"
        WHEN 2
            CANCEL "MARKER-COLLECT"
        WHEN 3
            CANCEL "VOUCHER-CYCLE"
        WHEN 4
            CANCEL "GL-EXTRACT"
        WHEN 5
            CANCEL "EOD-ARCHIVE"
        WHEN 6
            CANCEL "XFER-EXCEPT"
        WHEN 7
            CANCEL "CMS-SYNC"
        WHEN 8
            CANCEL "INTEGRITY-CHECK"
        WHEN 9
            CANCEL "MASTER-BACKUP"
    END-EVALUATE.
    MOVE 0 TO RETURN-CODE.
    IF WS-STEP-RC >= 8
        DISPLAY "   " WS-STEP-NAME " FAILED (return code "
            WS-STEP-RC ")."
        MOVE 'E' TO WS-OPS-SEVERITY
        MOVE SPACES TO WS-OPS-TEXT
        STRING "close halted: " WS-STEP-NAME " failed"
            DELIMITED BY SIZE INTO WS-OPS-TEXT
        PERFORM WRITE-OPS-LOG
        MOVE 'F' TO EODC-STATUS
        PERFORM RECORD-STEP
        MOVE 'Y' TO WS-HALTED
    ELSE
        IF WS-STEP-RC = 4
            DISPLAY "   " WS-STEP-NAME " completed with warnings"
                " (return code " WS-STEP-RC ")."
        END-IF
        MOVE 'C' TO EODC-STATUS
        PERFORM RECORD-STEP
        MOVE 'C' TO WS-FLOOR-DONE(WS-STEP)
    END-IF.

NAME-THE-STEP.
    EVALUATE WS-STEP
        WHEN 1
        WHEN 3
            MOVE "CAGE-RECON" TO WS-STEP-NAME
        WHEN 4
            MOVE "DAY-SUMMARY" TO WS-STEP-NAME
        WHEN 5
            MOVE "EOD-ARCHIVE" TO WS-STEP-NAME
    END-EVALUATE.

            CALL "CAGE-RECON"
            END-CALL
        WHEN 4
            CALL "DAY-SUMMARY"
            END-CALL
        WHEN 5
            CALL "EOD-ARCHIVE"
            END-CALL
    END-EVALUATE.
        WHEN 3
            CANCEL "CAGE-RECON"
        WHEN 4
            CANCEL "DAY-SUMMARY"
            CANCEL "SUMMARY-BUILD"
        WHEN 5
            CANCEL "EOD-ARCHIVE"
    END-EVALUATE.
    MOVE 0 TO RETURN-CODE.
                AND EODC-DATE = WS-RUN-DATE
                AND EODC-STATUS = 'C'
                AND EODC-TABLE >= 1 AND EODC-TABLE <= 9
                AND EODC-STEP >= 1 AND EODC-STEP <= 5
                MOVE 'C' TO
                    WS-DONE-STEP(EODC-TABLE, EODC-STEP)
                MOVE 'Y' TO WS-RESUMING
            END-IF
            IF CONTROL-STATUS = "00"
                AND EODC-DATE = WS-RUN-DATE
                AND EODC-STATUS = 'C'
                AND EODC-TABLE = 0
                AND EODC-STEP >= 1 AND EODC-STEP <= WS-FLOOR-STEPS
                MOVE 'C' TO WS-FLOOR-DONE(EODC-STEP)
                MOVE 'Y' TO WS-RESUMING
            END-IF
        END-PERFORM
        CLOSE CONTROL-FILE
    ELSE
