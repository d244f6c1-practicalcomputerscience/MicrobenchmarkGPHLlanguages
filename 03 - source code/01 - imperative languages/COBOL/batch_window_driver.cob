*> is present but unreadable, 12 when the journal can't be written.
*>
*> $ cobc -V  # cobc (GnuCOBOL) 3.1.2.0
*>
*> 2026-10-15  the window identity is now published to the steps: once the window
*>             date/sequence is decided (fresh or resumed), it is written to the
*>             one-record CURRENT-WINDOW-NAME (window_current.dat) before the first
*>             step runs, so a step can stamp what it records with the window it ran
*>             in. the file is emptied again when every step has PASSed; a halted
*>             window leaves it in place for the rerun that resumes it. a file that
*>             can't be written halts the window before any step runs (12).


IDENTIFICATION DIVISION.
    SELECT STEP-STATUS-FILE ASSIGN TO STEP-STATUS-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT CURRENT-WINDOW-FILE ASSIGN TO CURRENT-WINDOW-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable

DATA DIVISION.
FILE SECTION.
    05 SS-RC            PIC 9(2).    *> the RETURN-CODE this step ended with
    05 FILLER           PIC X(1).
    05 SS-FAIL-FILE     PIC X(30).   *> the file the first failure was about
FD  CURRENT-WINDOW-FILE.
01  CURRENT-WINDOW-RECORD.
    05 CW-DATE          PIC X(8).   *> window date, YYYYMMDD
    05 FILLER           PIC X(1).
    05 CW-SEQ           PIC 9(4).   *> which window of that day


WORKING-STORAGE SECTION.
01  STEP-PLAN-FILE-NAME PIC X(16) VALUE "window_steps.dat".
01  WINDOW-JOURNAL-NAME PIC X(18) VALUE "window_journal.dat".
01  STEP-STATUS-FILE-NAME PIC X(15) VALUE "step_status.dat".
01  CURRENT-WINDOW-NAME PIC X(18) VALUE "window_current.dat".

*> Variables
01  WS-FS             PIC XX.  *> 00 = Success, others = Error
    IF RUN-RC = 0
        PERFORM READ-WINDOW-JOURNAL
        PERFORM DECIDE-WINDOW-START
        PERFORM PUBLISH-CURRENT-WINDOW

        IF WINDOW-HALTED = 'N'
            PERFORM VARYING STEP-IDX FROM START-STEP BY 1
                DISPLAY "window " WINDOW-DATE " " WINDOW-SEQ
                    " complete: all " PLAN-COUNT " step(s) PASSed"
                END-DISPLAY
                PERFORM CLEAR-CURRENT-WINDOW
            END-IF
        END-IF
    END-IF.
    END-IF.


PUBLISH-CURRENT-WINDOW.
    *> the steps only see the window through this one-record file: what they
    *> record per window (the generator's lineage, for one) is stamped with
    *> the date/sequence written here. a window the steps can't identify is
    *> not run
    OPEN OUTPUT CURRENT-WINDOW-FILE
    IF WS-FS NOT = "00"
        DISPLAY "could not write to file: " CURRENT-WINDOW-NAME WITH NO ADVANCING
        END-DISPLAY
        DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        MOVE 12 TO RUN-RC
        MOVE 'Y' TO WINDOW-HALTED
    ELSE
        MOVE SPACES TO CURRENT-WINDOW-RECORD
        MOVE WINDOW-DATE TO CW-DATE
        MOVE WINDOW-SEQ TO CW-SEQ
        WRITE CURRENT-WINDOW-RECORD
        END-WRITE
        IF WS-FS NOT = "00"
            DISPLAY "I/O error writing current window -- "
                "GnuCOBOL-specific file status code: " WS-FS
            END-DISPLAY
            MOVE 12 TO RUN-RC
            MOVE 'Y' TO WINDOW-HALTED
        END-IF
        CLOSE CURRENT-WINDOW-FILE
    END-IF.


CLEAR-CURRENT-WINDOW.
    *> a completed window is no window: a step run by hand before the next
    *> one must not be booked to it. OPEN OUTPUT + CLOSE leaves the file
    *> empty, which the steps read as "not run by the driver"
    OPEN OUTPUT CURRENT-WINDOW-FILE
    IF WS-FS NOT = "00"
        DISPLAY "WARNING: could not clear " CURRENT-WINDOW-NAME
            " -- steps run by hand are booked to the completed window"
        END-DISPLAY
    ELSE
        CLOSE CURRENT-WINDOW-FILE
    END-IF.


RUN-ONE-STEP.
    DISPLAY " "
    END-DISPLAY
