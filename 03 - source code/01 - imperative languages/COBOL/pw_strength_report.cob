*> pw_strength_report.cob
*>
*> 2026-10-15
*>
*> build on Ubuntu 24 LTS: $ cobc -F -W -x pw_strength_report.cob -o pw_strength_report
*>                                -F for free format to not use first 7 source line positions for sequence numbers used on punched cards !!
*>
*> run on Ubuntu 24 LTS:   $ ./pw_strength_report
*>
*> the compliance auditors' view of the window's password strength. in batch
*> mode FLEXIBLE-PASSWORD-GENERATOR works out the effective strength of every
*> request it evaluates -- length times log2 of the alphabet left after the
*> request's exclusions, or word count times log2 of the dictionary words
*> loaded for a passphrase -- holds it against the strength policy of the
*> request's target system (pw_strength_policy.dat), and appends one line per
*> request to STRENGTH-LOG-FILE-NAME (pw_strength_log.dat), dated with the
*> batch window's date. this program reads one window date's lines from that
*> log -- the window BATCH-WINDOW-DRIVER has published in window_current.dat
*> while it runs, otherwise the latest window date on the log, so a window
*> that ran past midnight or a report rerun the next morning still finds its
*> lines -- and writes REPORT-FILE-NAME (pw_strength.rpt):
*>
*>   - one line per request: account, target, mode, requested and built
*>     length, alphabet (or dictionary) size, effective bits, the policy it
*>     was held to and where that policy came from (the target's own line,
*>     the "*" default, or none), and the verdict -- with the rule a FAIL
*>     missed;
*>   - a per-target summary: requests, passed, failed, no policy in force,
*>     and the weakest strength seen;
*>   - window totals.
*>
*> a FAIL here is a request that went to pw_exceptions.dat under reason 07
*> and was never fulfilled; the password itself is never on the log or the
*> report.
*>
*> ends with RETURN-CODE 00, 04 when the log holds no lines for the window
*> (or isn't there at all), 08 when it or window_current.dat is there but
*> unreadable, 12 when the
*> report can't be written, and rewrites the shared one-record step-status
*> file last, as every window step does.
*>
*> $ cobc -V  # cobc (GnuCOBOL) 3.1.2.0


IDENTIFICATION DIVISION.
PROGRAM-ID. PW-STRENGTH-REPORT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STRENGTH-LOG-FILE ASSIGN TO STRENGTH-LOG-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT CURRENT-WINDOW-FILE ASSIGN TO CURRENT-WINDOW-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT REPORT-FILE ASSIGN TO REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT STEP-STATUS-FILE ASSIGN TO STEP-STATUS-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable

DATA DIVISION.
FILE SECTION.
FD  STRENGTH-LOG-FILE.
01  STRENGTH-LOG-RECORD.
    05 SL-WINDOW-DATE   PIC X(8).   *> YYYYMMDD of the batch window
    05 FILLER           PIC X(1).
    05 SL-REQ-ID        PIC X(8).
    05 FILLER           PIC X(1).
    05 SL-ACCOUNT       PIC X(16).
    05 FILLER           PIC X(1).
    05 SL-TARGET        PIC X(8).   *> resolved target system; spaces = unrouted
    05 FILLER           PIC X(1).
    05 SL-MODE          PIC X(1).   *> 'C' = character password, 'P' = passphrase
    05 FILLER           PIC X(1).
    05 SL-REQ-LEN       PIC 9(2).   *> requested length (characters, or words)
    05 FILLER           PIC X(1).
    05 SL-CHARS         PIC 9(2).   *> characters of the candidate; 00 = none built
    05 FILLER           PIC X(1).
    05 SL-ALPHABET      PIC 9(5).   *> distinct characters left, or dictionary words
    05 FILLER           PIC X(1).
    05 SL-BITS          PIC 9(3)V9. *> effective strength
    05 FILLER           PIC X(1).
    05 SL-POLICY-SOURCE PIC X(1).   *> 'T' = the target's own line, 'D' = the "*"
                                    *> default, space = no policy in force
    05 FILLER           PIC X(1).
    05 SL-MIN-BITS      PIC 9(3).
    05 FILLER           PIC X(1).
    05 SL-MIN-LEN       PIC 9(2).
    05 FILLER           PIC X(1).
    05 SL-SPECIAL       PIC X(1).
    05 FILLER           PIC X(1).
    05 SL-VERDICT       PIC X(4).   *> PASS, FAIL, or NONE when no policy applied
    05 FILLER           PIC X(1).
    05 SL-FAILED-ON     PIC X(7).   *> BITS, LENGTH or SPECIAL on a FAIL
FD  CURRENT-WINDOW-FILE.
01  CURRENT-WINDOW-RECORD.
    05 CW-DATE          PIC X(8).   *> window date, YYYYMMDD
    05 FILLER           PIC X(1).
    05 CW-SEQ           PIC 9(4).   *> which window of that day
FD  REPORT-FILE.
01  REPORT-LINE         PIC X(80).
FD  STEP-STATUS-FILE.
01  STEP-STATUS-RECORD.
    05 SS-STEP-NAME     PIC X(30).
    05 FILLER           PIC X(1).
    05 SS-OUTCOME       PIC X(4).    *> PASS or FAIL
    05 FILLER           PIC X(1).
    05 SS-RC            PIC 9(2).    *> the RETURN-CODE this step ended with
    05 FILLER           PIC X(1).
    05 SS-FAIL-FILE     PIC X(30).   *> the file the first failure was about


WORKING-STORAGE SECTION.
01  STRENGTH-LOG-FILE-NAME PIC X(19) VALUE "pw_strength_log.dat".
01  REPORT-FILE-NAME    PIC X(15) VALUE "pw_strength.rpt".
01  CURRENT-WINDOW-NAME PIC X(18) VALUE "window_current.dat".

*> Variables
01  WS-FS             PIC XX.  *> 00 = Success, others = Error

01  CURRENT-DATE-STAMP  PIC X(21).
01  RUN-DATE            PIC X(8).
01  WINDOW-DATE         PIC X(8) VALUE SPACES.  *> the window reported on
01  WS-LINE             PIC X(80) VALUE SPACES.
77  LOG-DONE            PIC X.
77  LOG-OPEN            PIC X VALUE 'N'.  *> 'Y' once the log opened for reading

*> per-target summary; unrouted requests are gathered under "(none)"
01  TARGET-TABLE.
    05 TGT-ENTRY OCCURS 21 TIMES.
       10 TGT-NAME        PIC X(8).
       10 TGT-REQUESTS    PIC 9(6).
       10 TGT-PASSED      PIC 9(6).
       10 TGT-FAILED      PIC 9(6).
       10 TGT-NO-POLICY   PIC 9(6).
       10 TGT-WEAKEST     PIC 9(3)V9.
77  TARGET-COUNT      PIC 9(2) VALUE 0.
77  TARGET-IDX        PIC 9(2).
77  TARGET-FOUND-IDX  PIC 9(2).
77  TARGET-OVERFLOW   PIC X VALUE 'N'.  *> 'Y' once more than 21 targets turned up
01  LINE-TARGET       PIC X(8).  *> SL-TARGET, or "(none)" for an unrouted request

*> window totals
77  LINES-IN-WINDOW   PIC 9(6) VALUE 0.
77  TOTAL-PASSED      PIC 9(6) VALUE 0.
77  TOTAL-FAILED      PIC 9(6) VALUE 0.
77  TOTAL-NO-POLICY   PIC 9(6) VALUE 0.

*> numeric-edited fields the report lines carry
01  LEN-ED            PIC Z9.
01  CHARS-ED          PIC Z9.
01  ALPHA-ED          PIC ZZZZ9.
01  BITS-ED           PIC ZZ9.9.
01  MIN-BITS-ED       PIC ZZ9.
01  MIN-LEN-ED        PIC Z9.
01  CNT-ED            PIC ZZZZZ9.
01  CNT-ED-2          PIC ZZZZZ9.
01  CNT-ED-3          PIC ZZZZZ9.
01  CNT-ED-4          PIC ZZZZZ9.
01  POLICY-FLAG       PIC X.
01  VERDICT-TEXT      PIC X(12).

*> scheduler awareness: first failure wins, reported via RETURN-CODE and the
*> one-record step-status file the batch window checks between steps
01  STEP-STATUS-FILE-NAME PIC X(15) VALUE "step_status.dat".
77  RUN-RC            PIC 9(2) VALUE 0.  *> 00 OK, 04 no lines for the window,
                                         *> 08 log unreadable, 12 report not
                                         *> writable
77  FAILURE-RC        PIC 9(2).
01  FAIL-FILE-NAME    PIC X(30) VALUE SPACES.
01  FAILURE-FILE      PIC X(30).


PROCEDURE DIVISION.
MAIN-LOGIC.
    DISPLAY " "
    END-DISPLAY
    DISPLAY "password strength report from " STRENGTH-LOG-FILE-NAME
    END-DISPLAY

    MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-STAMP
    MOVE CURRENT-DATE-STAMP(1:8) TO RUN-DATE

    *> the window the driver is running, else the latest one on the log
    PERFORM READ-CURRENT-WINDOW
    IF RUN-RC = 0 AND WINDOW-DATE = SPACES
        PERFORM FIND-LATEST-LOG-WINDOW
    END-IF
    IF WINDOW-DATE = SPACES
        MOVE RUN-DATE TO WINDOW-DATE
    END-IF
    DISPLAY "reporting on window date " WINDOW-DATE
    END-DISPLAY

    *> an unreadable window file leaves the log unread
    IF RUN-RC = 0
        OPEN INPUT STRENGTH-LOG-FILE
        IF WS-FS NOT = "00"
            IF WS-FS = "35"
                DISPLAY "no strength log found under " STRENGTH-LOG-FILE-NAME
                END-DISPLAY
            ELSE
                DISPLAY "could not read control file: " STRENGTH-LOG-FILE-NAME WITH NO ADVANCING
                END-DISPLAY
                DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
                END-DISPLAY
                MOVE 08 TO FAILURE-RC
                MOVE STRENGTH-LOG-FILE-NAME TO FAILURE-FILE
                PERFORM RECORD-STEP-FAILURE
            END-IF
        ELSE
            MOVE 'Y' TO LOG-OPEN
        END-IF
    END-IF

    OPEN OUTPUT REPORT-FILE
    IF WS-FS NOT = "00"
        DISPLAY "could not write to file: " REPORT-FILE-NAME WITH NO ADVANCING
        END-DISPLAY
        DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        MOVE 12 TO FAILURE-RC
        MOVE REPORT-FILE-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
        IF LOG-OPEN = 'Y'
            CLOSE STRENGTH-LOG-FILE
        END-IF
    ELSE
        PERFORM WRITE-REPORT-HEADER
        IF LOG-OPEN = 'Y'
            PERFORM LIST-WINDOW-REQUESTS
            CLOSE STRENGTH-LOG-FILE
        END-IF
        IF LINES-IN-WINDOW = 0
            MOVE "no requests were evaluated in this window" TO WS-LINE
            PERFORM WRITE-REPORT-LINE
        ELSE
            PERFORM WRITE-TARGET-SUMMARY
        END-IF
        PERFORM WRITE-REPORT-TOTALS
        CLOSE REPORT-FILE
        DISPLAY " "
        END-DISPLAY
        DISPLAY "strength report written to: " REPORT-FILE-NAME
        END-DISPLAY
    END-IF.

    *> a window with nothing on the log is empty input for this step; a
    *> real I/O failure above wins over it
    IF LINES-IN-WINDOW = 0
        MOVE 04 TO FAILURE-RC
        MOVE STRENGTH-LOG-FILE-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
    END-IF

    *> tell the batch scheduler how this step went: a one-record status file
    *> it can check between steps, and a per-failure-class RETURN-CODE
    PERFORM WRITE-STEP-STATUS
    MOVE RUN-RC TO RETURN-CODE

    STOP RUN.


*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>
*> user defined procedures:

WRITE-REPORT-HEADER.
    MOVE "password strength against target policy" TO WS-LINE
    PERFORM WRITE-REPORT-LINE
    STRING "window date: " WINDOW-DATE "   run date: " RUN-DATE
        DELIMITED BY SIZE INTO WS-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE "policy: T = target's own line, D = the * default, - = none"
        TO WS-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE "----------------------------------------" TO WS-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE "REQ-ID   ACCOUNT          TARGET   M LN CH ALPHA  BITS P MIN LN S VERDICT"
        TO WS-LINE
    PERFORM WRITE-REPORT-LINE.


LIST-WINDOW-REQUESTS.
    *> the log is appended to every window and aged by RETENTION-
    *> HOUSEKEEPING, so only the lines dated with the window belong to
    *> this report
    MOVE 'N' TO LOG-DONE
    PERFORM UNTIL LOG-DONE = 'Y'
        READ STRENGTH-LOG-FILE
            AT END
                MOVE 'Y' TO LOG-DONE
            NOT AT END
                IF STRENGTH-LOG-RECORD NOT = SPACES
                  AND SL-WINDOW-DATE = WINDOW-DATE
                    ADD 1 TO LINES-IN-WINDOW
                    END-ADD
                    PERFORM LIST-ONE-REQUEST
                    PERFORM TALLY-INTO-TARGET
                END-IF
        END-READ
    END-PERFORM.


READ-CURRENT-WINDOW.
    *> BATCH-WINDOW-DRIVER writes the window it is running before the first
    *> step and empties the file once the window completes; missing or
    *> empty leaves WINDOW-DATE blank for the log to decide
    OPEN INPUT CURRENT-WINDOW-FILE
    IF WS-FS NOT = "00" AND WS-FS NOT = "35"
        DISPLAY "could not read control file: " CURRENT-WINDOW-NAME WITH NO ADVANCING
        END-DISPLAY
        DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        MOVE 08 TO FAILURE-RC
        MOVE CURRENT-WINDOW-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
    END-IF
    IF WS-FS = "00"
        READ CURRENT-WINDOW-FILE
            AT END
                CONTINUE
            NOT AT END
                IF CW-DATE NOT = SPACES AND CW-SEQ NUMERIC
                    MOVE CW-DATE TO WINDOW-DATE
                END-IF
        END-READ
        CLOSE CURRENT-WINDOW-FILE
    END-IF.


FIND-LATEST-LOG-WINDOW.
    *> outside a running window: the latest window date on the log. a log
    *> that is missing or unreadable is left for MAIN-LOGIC to report
    OPEN INPUT STRENGTH-LOG-FILE
    IF WS-FS = "00"
        MOVE 'N' TO LOG-DONE
        PERFORM UNTIL LOG-DONE = 'Y'
            READ STRENGTH-LOG-FILE
                AT END
                    MOVE 'Y' TO LOG-DONE
                NOT AT END
                    IF STRENGTH-LOG-RECORD NOT = SPACES
                      AND SL-WINDOW-DATE > WINDOW-DATE
                        MOVE SL-WINDOW-DATE TO WINDOW-DATE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE STRENGTH-LOG-FILE
    END-IF.


LIST-ONE-REQUEST.
    MOVE SL-REQ-LEN TO LEN-ED
    MOVE SL-CHARS TO CHARS-ED
    MOVE SL-ALPHABET TO ALPHA-ED
    MOVE SL-BITS TO BITS-ED
    IF SL-POLICY-SOURCE = SPACE
        MOVE '-' TO POLICY-FLAG
        MOVE 0 TO MIN-BITS-ED
        MOVE 0 TO MIN-LEN-ED
    ELSE
        MOVE SL-POLICY-SOURCE TO POLICY-FLAG
        MOVE SL-MIN-BITS TO MIN-BITS-ED
        MOVE SL-MIN-LEN TO MIN-LEN-ED
    END-IF
    MOVE SPACES TO VERDICT-TEXT
    STRING SL-VERDICT " " SL-FAILED-ON
        DELIMITED BY SIZE INTO VERDICT-TEXT
    END-STRING
    IF SL-TARGET = SPACES
        MOVE "(none)" TO LINE-TARGET
    ELSE
        MOVE SL-TARGET TO LINE-TARGET
    END-IF
    STRING SL-REQ-ID " " SL-ACCOUNT " " LINE-TARGET " " SL-MODE " "
        LEN-ED " " CHARS-ED " " ALPHA-ED " " BITS-ED " " POLICY-FLAG " "
        MIN-BITS-ED " " MIN-LEN-ED " " SL-SPECIAL " " VERDICT-TEXT
        DELIMITED BY SIZE INTO WS-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE.


TALLY-INTO-TARGET.
    MOVE 0 TO TARGET-FOUND-IDX
    PERFORM VARYING TARGET-IDX FROM 1 BY 1 UNTIL TARGET-IDX > TARGET-COUNT
        IF TGT-NAME(TARGET-IDX) = LINE-TARGET
            MOVE TARGET-IDX TO TARGET-FOUND-IDX
        END-IF
    END-PERFORM

    IF TARGET-FOUND-IDX = 0
        IF TARGET-COUNT < 21
            ADD 1 TO TARGET-COUNT
            END-ADD
            MOVE TARGET-COUNT TO TARGET-FOUND-IDX
            MOVE LINE-TARGET TO TGT-NAME(TARGET-FOUND-IDX)
            MOVE 0 TO TGT-REQUESTS(TARGET-FOUND-IDX)
            MOVE 0 TO TGT-PASSED(TARGET-FOUND-IDX)
            MOVE 0 TO TGT-FAILED(TARGET-FOUND-IDX)
            MOVE 0 TO TGT-NO-POLICY(TARGET-FOUND-IDX)
            MOVE 999.9 TO TGT-WEAKEST(TARGET-FOUND-IDX)
        ELSE
            IF TARGET-OVERFLOW = 'N'
                MOVE 'Y' TO TARGET-OVERFLOW
                DISPLAY "WARNING: more than 21 target systems on the log "
                    "-- the extras are left out of the summary"
                END-DISPLAY
            END-IF
        END-IF
    END-IF

    IF SL-VERDICT = "PASS"
        ADD 1 TO TOTAL-PASSED
        END-ADD
    ELSE
    IF SL-VERDICT = "FAIL"
        ADD 1 TO TOTAL-FAILED
        END-ADD
    ELSE
        ADD 1 TO TOTAL-NO-POLICY
        END-ADD
    END-IF
    END-IF

    IF TARGET-FOUND-IDX > 0
        ADD 1 TO TGT-REQUESTS(TARGET-FOUND-IDX)
        END-ADD
        IF SL-VERDICT = "PASS"
            ADD 1 TO TGT-PASSED(TARGET-FOUND-IDX)
            END-ADD
        ELSE
        IF SL-VERDICT = "FAIL"
            ADD 1 TO TGT-FAILED(TARGET-FOUND-IDX)
            END-ADD
        ELSE
            ADD 1 TO TGT-NO-POLICY(TARGET-FOUND-IDX)
            END-ADD
        END-IF
        END-IF
        IF SL-BITS < TGT-WEAKEST(TARGET-FOUND-IDX)
            MOVE SL-BITS TO TGT-WEAKEST(TARGET-FOUND-IDX)
        END-IF
    END-IF.


WRITE-TARGET-SUMMARY.
    MOVE "----------------------------------------" TO WS-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE "per-target summary" TO WS-LINE
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING TARGET-IDX FROM 1 BY 1 UNTIL TARGET-IDX > TARGET-COUNT
        MOVE TGT-REQUESTS(TARGET-IDX) TO CNT-ED
        MOVE TGT-PASSED(TARGET-IDX) TO CNT-ED-2
        MOVE TGT-FAILED(TARGET-IDX) TO CNT-ED-3
        MOVE TGT-NO-POLICY(TARGET-IDX) TO CNT-ED-4
        MOVE TGT-WEAKEST(TARGET-IDX) TO BITS-ED
        STRING TGT-NAME(TARGET-IDX) " requests " CNT-ED "  pass " CNT-ED-2
            "  fail " CNT-ED-3 "  none " CNT-ED-4
            "  weakest " BITS-ED
            DELIMITED BY SIZE INTO WS-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
    END-PERFORM.


WRITE-REPORT-TOTALS.
    MOVE "----------------------------------------" TO WS-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE LINES-IN-WINDOW TO CNT-ED
    STRING "requests evaluated:          " CNT-ED
        DELIMITED BY SIZE INTO WS-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE TOTAL-PASSED TO CNT-ED
    STRING "meeting their policy:        " CNT-ED
        DELIMITED BY SIZE INTO WS-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE TOTAL-FAILED TO CNT-ED
    STRING "below policy (reason 07):    " CNT-ED
        DELIMITED BY SIZE INTO WS-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE TOTAL-NO-POLICY TO CNT-ED
    STRING "no policy in force:          " CNT-ED
        DELIMITED BY SIZE INTO WS-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE.


WRITE-REPORT-LINE.
    DISPLAY FUNCTION TRIM(WS-LINE)
    END-DISPLAY
    MOVE WS-LINE TO REPORT-LINE
    WRITE REPORT-LINE
    END-WRITE
    MOVE SPACES TO WS-LINE.


RECORD-STEP-FAILURE.
    *> first failure wins: the earliest thing that went wrong is what the
    *> operator needs to see, later knock-on failures only obscure it.
    *> callers set FAILURE-RC and FAILURE-FILE before the PERFORM
    IF RUN-RC = 0
        MOVE FAILURE-RC TO RUN-RC
        MOVE FAILURE-FILE TO FAIL-FILE-NAME
    END-IF.


WRITE-STEP-STATUS.
    *> the one-record file the batch scheduler checks between steps; always
    *> rewritten, so a PASS from this run replaces a FAIL left by the last
    OPEN OUTPUT STEP-STATUS-FILE
    IF WS-FS NOT = "00"
        DISPLAY "could not write to file: " STEP-STATUS-FILE-NAME WITH NO ADVANCING
        END-DISPLAY
        DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
    ELSE
        MOVE SPACES TO STEP-STATUS-RECORD
        MOVE "PW-STRENGTH-REPORT" TO SS-STEP-NAME
        IF RUN-RC = 0
            MOVE "PASS" TO SS-OUTCOME
        ELSE
            MOVE "FAIL" TO SS-OUTCOME
        END-IF
        MOVE RUN-RC TO SS-RC
        MOVE FAIL-FILE-NAME TO SS-FAIL-FILE
        WRITE STEP-STATUS-RECORD
        END-WRITE
        CLOSE STEP-STATUS-FILE
    END-IF.

*> end of user defined procedures
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>

END PROGRAM PW-STRENGTH-REPORT.
