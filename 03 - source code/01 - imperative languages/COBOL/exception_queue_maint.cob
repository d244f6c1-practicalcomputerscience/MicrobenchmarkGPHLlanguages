*> exception_queue_maint.cob
*>
*> 2026-10-15
*>
*> build on Ubuntu 24 LTS: $ cobc -F -W -x exception_queue_maint.cob -o exception_queue_maint
*>                                -F for free format to not use first 7 source line positions for sequence numbers used on punched cards !!
*>
*> run on Ubuntu 24 LTS:   $ ./exception_queue_maint
*>
*> interactive rework of rejected password requests on the exceptions master
*> (EXCEPTION-MASTER-NAME, pw_exception_master.dat, INDEXED, keyed on the request ID,
*> loaded each window by EXCEPTION-QUEUE-LOADER from the intake's rejected ack lines
*> and the generator's pw_exceptions.dat). until now a rejected request was only
*> fixed if somebody noticed it and rekeyed it by hand into a team's drop file.
*>
*> what can be done here:
*>   1 - view one exception, with the request as it was last sent
*>   2 - correct an open exception: its length, exclusion list or mode. the
*>       corrected request is marked CORRECTED and queued for resubmission
*>   3 - abandon an exception that is not going to be resubmitted
*>   4 - list the exceptions still open or waiting for resubmission
*>
*> every correction rebuilds the corrected-requests drop file REWORK-FILE-NAME
*> (pw_rework_requests.dat) from all CORRECTED entries; REQUEST-INTAKE merges it
*> next window as its REWORK source, under the request's original ID, and
*> EXCEPTION-QUEUE-LOADER marks it RESUBMITTED once the intake has taken it -- or
*> reopens it if it is rejected again. an intake "duplicate request ID" reject
*> can't be corrected here: the fix is a new request ID from its team, so it can
*> only be abandoned.
*>
*> each change is stamped on the entry with the date and the operator's login
*> name, and appended to EDIT-LOG-FILE-NAME (pw_exception_edit.log) with a
*> timestamp, the operator, the request ID, the field, and the before/after
*> values, the same trail ACCOUNT-REGISTRY-MAINT keeps for the registry.
*>
*> $ cobc -V  # cobc (GnuCOBOL) 3.1.2.0


IDENTIFICATION DIVISION.
PROGRAM-ID. EXCEPTION-QUEUE-MAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EXCEPTION-MASTER ASSIGN TO EXCEPTION-MASTER-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EXM-REQ-ID
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT REWORK-FILE ASSIGN TO REWORK-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT EDIT-LOG-FILE ASSIGN TO EDIT-LOG-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable

DATA DIVISION.
FILE SECTION.
FD  EXCEPTION-MASTER.
01  EXCEPTION-MASTER-RECORD.
    05 EXM-REQ-ID       PIC X(8).   *> the rejected request, the master's key
    05 FILLER           PIC X(1).
    05 EXM-ACCOUNT      PIC X(16).
    05 FILLER           PIC X(1).
    05 EXM-SOURCE       PIC X(8).   *> the team whose request it is; spaces = unknown
    05 FILLER           PIC X(1).
    05 EXM-ORIGIN       PIC X(1).   *> 'I' rejected by the intake, 'G' by the generator
    05 FILLER           PIC X(1).
    05 EXM-REASON-CODE  PIC X(2).   *> generator 01..07 as on pw_exceptions.dat,
                                    *> intake I1..I9
    05 FILLER           PIC X(1).
    05 EXM-REASON-TEXT  PIC X(48).
    05 FILLER           PIC X(1).
    05 EXM-STATUS       PIC X(1).   *> 'O' open, 'C' corrected, 'R' resubmitted,
                                    *> 'A' abandoned
    05 FILLER           PIC X(1).
    05 EXM-FIRST-DATE   PIC X(8).   *> YYYYMMDD first rejected
    05 FILLER           PIC X(1).
    05 EXM-OPENED-DATE  PIC X(8).   *> YYYYMMDD last (re)opened -- what it is aged on
    05 FILLER           PIC X(1).
    05 EXM-STATUS-DATE  PIC X(8).   *> YYYYMMDD the status last changed
    05 FILLER           PIC X(1).
    05 EXM-OPERATOR     PIC X(8).   *> who made that change; "BATCH" for the loader
    05 FILLER           PIC X(1).
    05 EXM-TIMES-OPENED PIC 9(2).   *> 1 + the times it came back after a correction
    05 FILLER           PIC X(1).
    05 EXM-REQUEST-KNOWN PIC X(1).  *> 'Y' when the request below was found as dropped
    05 FILLER           PIC X(1).
    05 EXM-REQUEST.                 *> the request, in PW-REQUEST-RECORD layout, as
                                    *> corrected so far
       10 EXM-RQ-REQ-ID  PIC X(8).
       10 FILLER         PIC X(1).
       10 EXM-RQ-ACCOUNT PIC X(16).
       10 FILLER         PIC X(1).
       10 EXM-RQ-LEN     PIC 9(2).
       10 FILLER         PIC X(1).
       10 EXM-RQ-SPECIAL PIC X(1).
       10 FILLER         PIC X(1).
       10 EXM-RQ-EXCLUDE PIC X(10).
       10 FILLER         PIC X(1).
       10 EXM-RQ-MODE    PIC X(1).
       10 FILLER         PIC X(1).
       10 EXM-RQ-SEP     PIC X(1).
FD  REWORK-FILE.
01  REWORK-RECORD       PIC X(45).  *> one PW-REQUEST-RECORD, nothing more: the
                                    *> intake reads it like any team's drop file
FD  EDIT-LOG-FILE.
01  EDIT-LOG-RECORD.
    05 EL-TIMESTAMP     PIC X(21).
    05 FILLER           PIC X(1).
    05 EL-USER          PIC X(8).   *> login name of the operator making the change
    05 FILLER           PIC X(1).
    05 EL-REQ-ID        PIC X(8).
    05 FILLER           PIC X(1).
    05 EL-FIELD         PIC X(14).
    05 FILLER           PIC X(1).
    05 EL-BEFORE        PIC X(24).
    05 FILLER           PIC X(1).
    05 EL-AFTER         PIC X(24).


WORKING-STORAGE SECTION.
01  EXCEPTION-MASTER-NAME PIC X(23) VALUE "pw_exception_master.dat".
01  REWORK-FILE-NAME    PIC X(22) VALUE "pw_rework_requests.dat".
01  EDIT-LOG-FILE-NAME  PIC X(21) VALUE "pw_exception_edit.log".

*> Variables
01  WS-FS             PIC XX.  *> 00 = Success, others = Error

01  CURRENT-DATE-STAMP  PIC X(21).
01  RUN-DATE            PIC X(8).
77  TODAY-DAY-NBR       PIC 9(9).  *> today as a day count, for the list's ages
77  OPENED-DAY-NBR      PIC 9(9).
77  OPENED-DATE-NUM     PIC 9(8).
77  EXCEPTION-AGE       PIC 9(5).

01  ANSWER-STR        PIC X(38).
01  MENU-CHOICE       PIC X.
77  DONE-FLAG         PIC X VALUE 'N'.
77  MASTER-OPEN       PIC X VALUE 'N'.  *> 'Y' once the master is open I-O
77  EXCEPTION-FOUND   PIC X.            *> 'Y' when the keyed READ found the request
77  REWRITE-OK        PIC X.            *> 'Y' when the last REWRITE went through
01  WANTED-REQ-ID     PIC X(8).

*> the correction at hand
77  CORRECTION-OK     PIC X.
77  LEN-OK            PIC X.
01  NEW-LEN           PIC X(2).
01  NEW-LEN-NUM REDEFINES NEW-LEN PIC 9(2).
01  NEW-EXCLUDE       PIC X(10).
01  NEW-MODE          PIC X(1).
01  OLD-LEN           PIC X(2).
01  OLD-EXCLUDE       PIC X(10).
01  OLD-MODE          PIC X(1).
01  OLD-STATUS        PIC X(1).

*> generic text-field edit helper: caller sets prompt/max length/value
01  FIELD-PROMPT      PIC X(40).
01  FIELD-NAME        PIC X(14).
77  FIELD-CHANGED     PIC X.
01  TEXT-VALUE        PIC X(24).
77  TEXT-MAX-LEN      PIC 9(2).
*> generic one-char edit helper: caller sets prompt/allowed list/value
01  CHAR-ALLOWED      PIC X(10).
77  CHAR-VALUE        PIC X.
77  K                 PIC 9(2).

*> edit-log plumbing
01  LOG-BEFORE        PIC X(24).
01  LOG-AFTER         PIC X(24).
01  OPERATOR-NAME     PIC X(8) VALUE SPACES.

*> list bookkeeping
77  LIST-DONE         PIC X.
77  OPEN-COUNT        PIC 9(6).
77  CORRECTED-COUNT   PIC 9(6).
77  REWORK-WRITTEN    PIC 9(6).
77  REWORK-BAD        PIC X.  *> 'Y' when a write to the rework file failed
01  STATUS-TEXT       PIC X(11).
01  ORIGIN-TEXT       PIC X(9).


PROCEDURE DIVISION.
MAIN-LOGIC.
    DISPLAY " "
    END-DISPLAY
    DISPLAY "exception rework queue maintenance"
    END-DISPLAY

    MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-STAMP
    MOVE CURRENT-DATE-STAMP(1:8) TO RUN-DATE
    COMPUTE TODAY-DAY-NBR =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(RUN-DATE))
    END-COMPUTE

    *> the operator's login name goes on the entry and every edit-log line
    ACCEPT OPERATOR-NAME FROM ENVIRONMENT "USER"
    END-ACCEPT
    IF OPERATOR-NAME = SPACES
        MOVE "unknown" TO OPERATOR-NAME
    END-IF

    PERFORM OPEN-MASTER

    IF MASTER-OPEN = 'Y'
        PERFORM UNTIL DONE-FLAG = 'Y'
            DISPLAY " "
            END-DISPLAY
            DISPLAY "  1 - view an exception"
            END-DISPLAY
            DISPLAY "  2 - correct an exception"
            END-DISPLAY
            DISPLAY "  3 - abandon an exception"
            END-DISPLAY
            DISPLAY "  4 - list open and corrected exceptions"
            END-DISPLAY
            DISPLAY "  x - exit"
            END-DISPLAY
            DISPLAY "choice: " WITH NO ADVANCING
            END-DISPLAY
            ACCEPT ANSWER-STR
            END-ACCEPT
            MOVE ANSWER-STR(1:1) TO MENU-CHOICE

            EVALUATE MENU-CHOICE
                WHEN '1'
                    PERFORM VIEW-EXCEPTION
                WHEN '2'
                    PERFORM CORRECT-EXCEPTION
                WHEN '3'
                    PERFORM ABANDON-EXCEPTION
                WHEN '4'
                    PERFORM LIST-EXCEPTIONS
                WHEN 'x'
                WHEN 'X'
                    MOVE 'Y' TO DONE-FLAG
                WHEN OTHER
                    DISPLAY "enter 1, 2, 3, 4 or x"
                    END-DISPLAY
            END-EVALUATE
        END-PERFORM
        CLOSE EXCEPTION-MASTER
    END-IF.

    STOP RUN.


*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>
*> user defined procedures:

OPEN-MASTER.
    *> nothing to rework until EXCEPTION-QUEUE-LOADER has created the master;
    *> opened I-O so the keyed READ/REWRITE below work
    OPEN I-O EXCEPTION-MASTER
    IF WS-FS NOT = "00"
        IF WS-FS = "35"
            DISPLAY "no exceptions master found under " EXCEPTION-MASTER-NAME
                " -- run the exception queue loader first"
            END-DISPLAY
        ELSE
            DISPLAY "could not update file: " EXCEPTION-MASTER-NAME WITH NO ADVANCING
            END-DISPLAY
            DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
            END-DISPLAY
        END-IF
    ELSE
        MOVE 'Y' TO MASTER-OPEN
    END-IF.


ASK-FOR-EXCEPTION.
    *> prompts for a request ID and reads it by key; EXCEPTION-FOUND says
    *> whether the master knows it, the record area holds it when it does
    MOVE 'N' TO EXCEPTION-FOUND
    DISPLAY "request ID (up to 8 chars): " WITH NO ADVANCING
    END-DISPLAY
    ACCEPT ANSWER-STR
    END-ACCEPT
    MOVE ANSWER-STR(1:8) TO WANTED-REQ-ID
    IF WANTED-REQ-ID NOT = SPACES
        MOVE WANTED-REQ-ID TO EXM-REQ-ID
        READ EXCEPTION-MASTER
            INVALID KEY
                DISPLAY "request " WANTED-REQ-ID " is not on the exceptions master"
                END-DISPLAY
            NOT INVALID KEY
                MOVE 'Y' TO EXCEPTION-FOUND
        END-READ
    END-IF.


VIEW-EXCEPTION.
    PERFORM ASK-FOR-EXCEPTION
    IF EXCEPTION-FOUND = 'Y'
        PERFORM SHOW-EXCEPTION
    END-IF.


SHOW-EXCEPTION.
    PERFORM SET-STATUS-TEXT
    DISPLAY " "
    END-DISPLAY
    DISPLAY "  request ID    : " EXM-REQ-ID
    END-DISPLAY
    DISPLAY "  account       : " EXM-ACCOUNT
    END-DISPLAY
    DISPLAY "  source        : " EXM-SOURCE
    END-DISPLAY
    DISPLAY "  rejected by   : " FUNCTION TRIM(ORIGIN-TEXT) ", reason "
        EXM-REASON-CODE
    END-DISPLAY
    DISPLAY "                  " EXM-REASON-TEXT
    END-DISPLAY
    DISPLAY "  status        : " EXM-STATUS " (" FUNCTION TRIM(STATUS-TEXT)
        " since " EXM-STATUS-DATE " by " FUNCTION TRIM(EXM-OPERATOR) ")"
    END-DISPLAY
    DISPLAY "  first rejected: " EXM-FIRST-DATE "   last opened: "
        EXM-OPENED-DATE "   times opened: " EXM-TIMES-OPENED
    END-DISPLAY
    IF EXM-REQUEST-KNOWN NOT = 'Y'
        DISPLAY "  request       : (not found as dropped -- rebuilt from the "
            "exception)"
        END-DISPLAY
    END-IF
    DISPLAY "  length        : " EXM-RQ-LEN
    END-DISPLAY
    DISPLAY "  special chars : " EXM-RQ-SPECIAL
    END-DISPLAY
    DISPLAY "  exclusions    : " EXM-RQ-EXCLUDE
    END-DISPLAY
    IF EXM-RQ-MODE = 'P' OR EXM-RQ-MODE = 'p'
        DISPLAY "  mode          : P (passphrase, length counts words)"
        END-DISPLAY
    ELSE
        DISPLAY "  mode          : C (characters)"
        END-DISPLAY
    END-IF.


SET-STATUS-TEXT.
    EVALUATE EXM-STATUS
        WHEN 'O'
            MOVE "open" TO STATUS-TEXT
        WHEN 'C'
            MOVE "corrected" TO STATUS-TEXT
        WHEN 'R'
            MOVE "resubmitted" TO STATUS-TEXT
        WHEN 'A'
            MOVE "abandoned" TO STATUS-TEXT
        WHEN OTHER
            MOVE "unknown" TO STATUS-TEXT
    END-EVALUATE
    IF EXM-ORIGIN = 'G'
        MOVE "generator" TO ORIGIN-TEXT
    ELSE
        MOVE "intake" TO ORIGIN-TEXT
    END-IF.


CORRECT-EXCEPTION.
    *> length, exclusions and mode can be changed; blank keeps the shown
    *> value. nothing is written until the operator confirms, then the
    *> entry goes to CORRECTED, each changed field is logged, and the drop
    *> file is rebuilt. an already CORRECTED entry may be corrected again
    *> as long as the intake hasn't taken it yet
    PERFORM ASK-FOR-EXCEPTION
    IF EXCEPTION-FOUND = 'N'
        CONTINUE
    ELSE
    IF EXM-STATUS NOT = 'O' AND EXM-STATUS NOT = 'C'
        PERFORM SET-STATUS-TEXT
        DISPLAY "request " EXM-REQ-ID " is " FUNCTION TRIM(STATUS-TEXT)
            " (" EXM-STATUS-DATE ") -- nothing to correct"
        END-DISPLAY
    ELSE
    IF EXM-ORIGIN = 'I' AND EXM-REASON-CODE = "I8"
        DISPLAY "request " EXM-REQ-ID " was rejected as a duplicate request ID"
            " -- its team must resend it under a new ID; abandon it instead"
        END-DISPLAY
    ELSE
        PERFORM SHOW-EXCEPTION
        MOVE 'Y' TO CORRECTION-OK
        MOVE EXM-RQ-LEN TO OLD-LEN
        MOVE EXM-RQ-EXCLUDE TO OLD-EXCLUDE
        MOVE EXM-RQ-MODE TO OLD-MODE
        MOVE EXM-RQ-EXCLUDE TO NEW-EXCLUDE
        MOVE EXM-RQ-MODE TO NEW-MODE
        MOVE SPACES TO FIELD-NAME  *> logged below, once confirmed

        *> the mode first: it decides which length range applies
        MOVE "mode (C=characters, P=passphrase)" TO FIELD-PROMPT
        MOVE "CPcp" TO CHAR-ALLOWED
        IF EXM-RQ-MODE = 'P' OR EXM-RQ-MODE = 'p'
            MOVE 'P' TO CHAR-VALUE
        ELSE
            MOVE 'C' TO CHAR-VALUE
        END-IF
        PERFORM EDIT-CHAR-FIELD
        INSPECT CHAR-VALUE CONVERTING "cp" TO "CP"
        IF CHAR-VALUE = 'P'
            MOVE 'P' TO NEW-MODE
        ELSE
            MOVE SPACE TO NEW-MODE
        END-IF

        PERFORM EDIT-CORRECTED-LENGTH

        IF CORRECTION-OK = 'Y'
            MOVE "exclusions (up to 10 chars, - = none)" TO FIELD-PROMPT
            MOVE 10 TO TEXT-MAX-LEN
            MOVE NEW-EXCLUDE TO TEXT-VALUE
            PERFORM EDIT-TEXT-FIELD
            IF FIELD-CHANGED = 'Y'
                IF TEXT-VALUE = "-"
                    MOVE SPACES TO NEW-EXCLUDE
                ELSE
                    MOVE TEXT-VALUE TO NEW-EXCLUDE
                END-IF
            END-IF
            PERFORM CONFIRM-CORRECTION
        END-IF
    END-IF
    END-IF
    END-IF.


EDIT-CORRECTED-LENGTH.
    *> asked until it is numeric and in range for the mode now in force --
    *> 8..99 characters, or 2..20 words -- the same bounds the intake
    *> applies, so a correction can't bounce straight back. keeping a value
    *> that is out of range abandons the correction
    MOVE EXM-RQ-LEN TO NEW-LEN
    MOVE 'N' TO LEN-OK
    PERFORM UNTIL LEN-OK = 'Y' OR CORRECTION-OK = 'N'
        IF NEW-MODE = 'P'
            MOVE "length in words (2..20)" TO FIELD-PROMPT
        ELSE
            MOVE "length in characters (8..99)" TO FIELD-PROMPT
        END-IF
        MOVE 2 TO TEXT-MAX-LEN
        MOVE NEW-LEN TO TEXT-VALUE
        PERFORM EDIT-TEXT-FIELD
        MOVE TEXT-VALUE(1:2) TO NEW-LEN
        IF NEW-LEN(2:1) = SPACE AND NEW-LEN(1:1) NUMERIC
            MOVE NEW-LEN(1:1) TO NEW-LEN(2:1)
            MOVE "0" TO NEW-LEN(1:1)
        END-IF
        IF NEW-LEN NUMERIC
            IF NEW-MODE = 'P'
                IF NEW-LEN-NUM >= 2 AND NEW-LEN-NUM <= 20
                    MOVE 'Y' TO LEN-OK
                END-IF
            ELSE
                IF NEW-LEN-NUM >= 8 AND NEW-LEN-NUM <= 99
                    MOVE 'Y' TO LEN-OK
                END-IF
            END-IF
        END-IF
        IF LEN-OK = 'N'
            IF FIELD-CHANGED = 'K'
                DISPLAY "  length " NEW-LEN " is still out of range for the "
                    "mode -- correction abandoned"
                END-DISPLAY
                MOVE 'N' TO CORRECTION-OK
            ELSE
                DISPLAY "  not a valid length for the mode"
                END-DISPLAY
            END-IF
        END-IF
    END-PERFORM.


CONFIRM-CORRECTION.
    IF NEW-LEN = OLD-LEN AND NEW-EXCLUDE = OLD-EXCLUDE AND NEW-MODE = OLD-MODE
        DISPLAY "  nothing changed -- the request will be resubmitted as it was"
        END-DISPLAY
    END-IF
    DISPLAY "queue the corrected request for resubmission? (y/n): "
        WITH NO ADVANCING
    END-DISPLAY
    ACCEPT ANSWER-STR
    END-ACCEPT
    IF ANSWER-STR(1:1) = 'y' OR ANSWER-STR(1:1) = 'Y'
        *> the entry is rewritten first; the edit log and the rework file
        *> only follow a rewrite that went through
        MOVE EXM-STATUS TO OLD-STATUS
        MOVE NEW-LEN-NUM TO EXM-RQ-LEN
        MOVE NEW-EXCLUDE TO EXM-RQ-EXCLUDE
        MOVE NEW-MODE TO EXM-RQ-MODE
        *> a request rebuilt from the exception alone has to be complete
        *> enough for the intake to take it
        IF EXM-RQ-REQ-ID = SPACES
            MOVE EXM-REQ-ID TO EXM-RQ-REQ-ID
        END-IF
        IF EXM-RQ-ACCOUNT = SPACES
            MOVE EXM-ACCOUNT TO EXM-RQ-ACCOUNT
        END-IF
        IF EXM-RQ-SPECIAL = SPACE
            MOVE 'y' TO EXM-RQ-SPECIAL
        END-IF
        MOVE 'C' TO EXM-STATUS
        PERFORM REWRITE-EXCEPTION
        IF REWRITE-OK = 'Y'
            IF NEW-LEN NOT = OLD-LEN
                MOVE "length" TO FIELD-NAME
                MOVE OLD-LEN TO LOG-BEFORE
                MOVE NEW-LEN TO LOG-AFTER
                PERFORM WRITE-EDIT-LOG
            END-IF
            IF NEW-EXCLUDE NOT = OLD-EXCLUDE
                MOVE "exclusions" TO FIELD-NAME
                MOVE OLD-EXCLUDE TO LOG-BEFORE
                MOVE NEW-EXCLUDE TO LOG-AFTER
                PERFORM WRITE-EDIT-LOG
            END-IF
            IF NEW-MODE NOT = OLD-MODE
                MOVE "mode" TO FIELD-NAME
                MOVE OLD-MODE TO LOG-BEFORE
                MOVE NEW-MODE TO LOG-AFTER
                PERFORM WRITE-EDIT-LOG
            END-IF
            MOVE "status" TO FIELD-NAME
            MOVE OLD-STATUS TO LOG-BEFORE
            MOVE EXM-STATUS TO LOG-AFTER
            PERFORM WRITE-EDIT-LOG
            PERFORM REBUILD-REWORK-FILE
        ELSE
            DISPLAY "correction not saved -- " EXM-REQ-ID " left as it was"
            END-DISPLAY
        END-IF
    ELSE
        DISPLAY "correction abandoned -- " EXM-REQ-ID " left as it was"
        END-DISPLAY
    END-IF.


ABANDON-EXCEPTION.
    *> an abandoned request stays on the master with the date and who gave
    *> up on it; the loader leaves it alone from then on
    PERFORM ASK-FOR-EXCEPTION
    IF EXCEPTION-FOUND = 'N'
        CONTINUE
    ELSE
    IF EXM-STATUS NOT = 'O' AND EXM-STATUS NOT = 'C'
        PERFORM SET-STATUS-TEXT
        DISPLAY "request " EXM-REQ-ID " is " FUNCTION TRIM(STATUS-TEXT)
            " (" EXM-STATUS-DATE ") -- nothing to abandon"
        END-DISPLAY
    ELSE
        PERFORM SHOW-EXCEPTION
        DISPLAY "abandon this request? (y/n): " WITH NO ADVANCING
        END-DISPLAY
        ACCEPT ANSWER-STR
        END-ACCEPT
        IF ANSWER-STR(1:1) = 'y' OR ANSWER-STR(1:1) = 'Y'
            MOVE EXM-STATUS TO OLD-STATUS
            MOVE 'A' TO EXM-STATUS
            PERFORM REWRITE-EXCEPTION
            IF REWRITE-OK = 'Y'
                MOVE "status" TO FIELD-NAME
                MOVE OLD-STATUS TO LOG-BEFORE
                MOVE EXM-STATUS TO LOG-AFTER
                PERFORM WRITE-EDIT-LOG
                IF OLD-STATUS = 'C'
                    PERFORM REBUILD-REWORK-FILE  *> it must not go in after all
                END-IF
            ELSE
                DISPLAY "request " EXM-REQ-ID " not abandoned -- left as it was"
                END-DISPLAY
            END-IF
        ELSE
            DISPLAY "request " EXM-REQ-ID " left as it was"
            END-DISPLAY
        END-IF
    END-IF
    END-IF.


REWRITE-EXCEPTION.
    *> REWRITE-OK is 'Y' only when the master took the new record; any other
    *> status leaves the caller to keep the log and the rework file as they were
    MOVE 'N' TO REWRITE-OK
    MOVE RUN-DATE TO EXM-STATUS-DATE
    MOVE OPERATOR-NAME TO EXM-OPERATOR
    REWRITE EXCEPTION-MASTER-RECORD
    END-REWRITE
    IF WS-FS = "00"
        MOVE 'Y' TO REWRITE-OK
        DISPLAY "request " EXM-REQ-ID " rewritten"
        END-DISPLAY
    ELSE
        DISPLAY "could not rewrite request " EXM-REQ-ID
            " -- GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        MOVE 16 TO RETURN-CODE
    END-IF.


LIST-EXCEPTIONS.
    *> every entry still open or waiting for the intake, in request-ID
    *> order, with its age since it was (re)opened
    MOVE 0 TO OPEN-COUNT
    MOVE 0 TO CORRECTED-COUNT
    MOVE 'N' TO LIST-DONE
    MOVE LOW-VALUES TO EXM-REQ-ID
    START EXCEPTION-MASTER KEY IS GREATER THAN OR EQUAL TO EXM-REQ-ID
        INVALID KEY
            MOVE 'Y' TO LIST-DONE
    END-START

    DISPLAY " "
    END-DISPLAY
    DISPLAY "req-id   account          source   rc status opened    days"
    END-DISPLAY
    PERFORM UNTIL LIST-DONE = 'Y'
        READ EXCEPTION-MASTER NEXT RECORD
            AT END
                MOVE 'Y' TO LIST-DONE
            NOT AT END
                IF EXM-STATUS = 'O' OR EXM-STATUS = 'C'
                    IF EXM-STATUS = 'O'
                        ADD 1 TO OPEN-COUNT
                        END-ADD
                    ELSE
                        ADD 1 TO CORRECTED-COUNT
                        END-ADD
                    END-IF
                    MOVE 0 TO EXCEPTION-AGE
                    IF EXM-OPENED-DATE NUMERIC
                        MOVE EXM-OPENED-DATE TO OPENED-DATE-NUM
                        COMPUTE OPENED-DAY-NBR =
                            FUNCTION INTEGER-OF-DATE(OPENED-DATE-NUM)
                        END-COMPUTE
                        COMPUTE EXCEPTION-AGE = TODAY-DAY-NBR - OPENED-DAY-NBR
                            ON SIZE ERROR
                                MOVE 0 TO EXCEPTION-AGE
                        END-COMPUTE
                    END-IF
                    DISPLAY EXM-REQ-ID " " EXM-ACCOUNT " " EXM-SOURCE " "
                        EXM-REASON-CODE " " EXM-STATUS "      "
                        EXM-OPENED-DATE " " EXCEPTION-AGE
                    END-DISPLAY
                END-IF
        END-READ
    END-PERFORM
    DISPLAY OPEN-COUNT " open, " CORRECTED-COUNT
        " corrected and waiting for the intake"
    END-DISPLAY.


REBUILD-REWORK-FILE.
    *> every request still CORRECTED, in PW-REQUEST-RECORD layout, for the
    *> intake's REWORK source; rewritten whole each time so a request that
    *> was abandoned or already taken is never offered again. a file that
    *> can't be written ends the run with 12, a write that fails with 16;
    *> either way the operator is told the file is not complete. WS-FS is
    *> shared with the master, so it is put back to "00" afterwards
    MOVE 0 TO REWORK-WRITTEN
    MOVE 'N' TO REWORK-BAD
    OPEN OUTPUT REWORK-FILE
    IF WS-FS NOT = "00"
        DISPLAY "could not write to file: " REWORK-FILE-NAME WITH NO ADVANCING
        END-DISPLAY
        DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        DISPLAY "corrected requests NOT queued for the next window"
        END-DISPLAY
        MOVE 12 TO RETURN-CODE
    ELSE
        MOVE 'N' TO LIST-DONE
        MOVE LOW-VALUES TO EXM-REQ-ID
        START EXCEPTION-MASTER KEY IS GREATER THAN OR EQUAL TO EXM-REQ-ID
            INVALID KEY
                MOVE 'Y' TO LIST-DONE
        END-START
        PERFORM UNTIL LIST-DONE = 'Y'
            READ EXCEPTION-MASTER NEXT RECORD
                AT END
                    MOVE 'Y' TO LIST-DONE
                NOT AT END
                    IF EXM-STATUS = 'C'
                        MOVE EXM-REQUEST TO REWORK-RECORD
                        WRITE REWORK-RECORD
                        END-WRITE
                        IF WS-FS NOT = "00"
                            DISPLAY "I/O error writing corrected requests -- "
                                "GnuCOBOL-specific file status code: " WS-FS
                            END-DISPLAY
                            MOVE 16 TO RETURN-CODE
                            MOVE 'Y' TO REWORK-BAD
                            MOVE 'Y' TO LIST-DONE
                        ELSE
                            ADD 1 TO REWORK-WRITTEN
                            END-ADD
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REWORK-FILE
        IF REWORK-BAD = 'Y'
            DISPLAY "only " REWORK-WRITTEN " corrected request(s) got into "
                REWORK-FILE-NAME " -- the file is NOT complete"
            END-DISPLAY
        ELSE
            DISPLAY REWORK-WRITTEN " corrected request(s) queued in "
                REWORK-FILE-NAME " for the next window"
            END-DISPLAY
        END-IF
    END-IF
    MOVE "00" TO WS-FS.


*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>
*> shared helpers:

EDIT-TEXT-FIELD.
    *> blank keeps the current value; anything else must fit the caller's
    *> TEXT-MAX-LEN; a change is appended to the edit log when the caller
    *> named the field
    MOVE 'N' TO FIELD-CHANGED
    PERFORM UNTIL FIELD-CHANGED = 'Y' OR FIELD-CHANGED = 'K'
        DISPLAY "  " FUNCTION TRIM(FIELD-PROMPT) " [" FUNCTION TRIM(TEXT-VALUE)
            ", enter = keep]: " WITH NO ADVANCING
        END-DISPLAY
        ACCEPT ANSWER-STR
        END-ACCEPT
        IF ANSWER-STR = SPACES
            MOVE 'K' TO FIELD-CHANGED
        ELSE
            IF ANSWER-STR(TEXT-MAX-LEN + 1:) NOT = SPACES
                DISPLAY "  too long -- at most " TEXT-MAX-LEN " characters"
                END-DISPLAY
            ELSE
                MOVE TEXT-VALUE TO LOG-BEFORE
                MOVE ANSWER-STR(1:TEXT-MAX-LEN) TO TEXT-VALUE
                MOVE TEXT-VALUE TO LOG-AFTER
                MOVE 'Y' TO FIELD-CHANGED
            END-IF
        END-IF
    END-PERFORM

    IF FIELD-CHANGED = 'Y' AND FIELD-NAME NOT = SPACES
        PERFORM WRITE-EDIT-LOG
    END-IF.


EDIT-CHAR-FIELD.
    *> blank keeps the current value; anything else must be on the caller's
    *> CHAR-ALLOWED list; a change is appended to the edit log when the
    *> caller named the field
    MOVE 'N' TO FIELD-CHANGED
    PERFORM UNTIL FIELD-CHANGED = 'Y' OR FIELD-CHANGED = 'K'
        DISPLAY "  " FUNCTION TRIM(FIELD-PROMPT) " [" CHAR-VALUE
            ", enter = keep]: " WITH NO ADVANCING
        END-DISPLAY
        ACCEPT ANSWER-STR
        END-ACCEPT
        IF ANSWER-STR = SPACES
            MOVE 'K' TO FIELD-CHANGED
        ELSE
            MOVE 0 TO K
            INSPECT CHAR-ALLOWED TALLYING K FOR ALL ANSWER-STR(1:1)
            IF K > 0 AND ANSWER-STR(1:1) NOT = SPACE
                *> the NOT = SPACE guard matters: CHAR-ALLOWED is a padded
                *> X(10) field, so a bare space would otherwise always
                *> count as an allowed value
                MOVE CHAR-VALUE TO LOG-BEFORE
                MOVE ANSWER-STR(1:1) TO CHAR-VALUE
                MOVE CHAR-VALUE TO LOG-AFTER
                MOVE 'Y' TO FIELD-CHANGED
            ELSE
                DISPLAY "  not an allowed value -- one of: "
                    FUNCTION TRIM(CHAR-ALLOWED)
                END-DISPLAY
            END-IF
        END-IF
    END-PERFORM

    IF FIELD-CHANGED = 'Y' AND FIELD-NAME NOT = SPACES
        PERFORM WRITE-EDIT-LOG
    END-IF.


WRITE-EDIT-LOG.
    *> one line per change: timestamp, operator, request ID, field, before,
    *> after. opened EXTEND so the log accumulates; this build's OPEN EXTEND
    *> doesn't create the file on the first ever write (file status 35), so
    *> fall back to OPEN OUTPUT in that case, same as the audit trail writers.
    *> WS-FS is shared with the master, so it is put back to "00" after the
    *> log is closed
    OPEN EXTEND EDIT-LOG-FILE
    IF WS-FS = "35"
        OPEN OUTPUT EDIT-LOG-FILE
    END-IF
    IF WS-FS NOT = "00"
        DISPLAY "could not write to file: " EDIT-LOG-FILE-NAME WITH NO ADVANCING
        END-DISPLAY
        DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
    ELSE
        MOVE SPACES TO EDIT-LOG-RECORD
        MOVE FUNCTION CURRENT-DATE TO EL-TIMESTAMP
        MOVE OPERATOR-NAME TO EL-USER
        MOVE EXM-REQ-ID TO EL-REQ-ID
        MOVE FIELD-NAME TO EL-FIELD
        MOVE LOG-BEFORE TO EL-BEFORE
        MOVE LOG-AFTER TO EL-AFTER
        WRITE EDIT-LOG-RECORD
        END-WRITE
        CLOSE EDIT-LOG-FILE
    END-IF
    MOVE "00" TO WS-FS.

*> end of user defined procedures
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>

END PROGRAM EXCEPTION-QUEUE-MAINT.
