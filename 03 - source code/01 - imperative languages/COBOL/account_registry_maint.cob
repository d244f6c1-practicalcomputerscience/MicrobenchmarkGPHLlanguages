*> account_registry_maint.cob
*>
*> 2026-10-15
*>
*> build on Ubuntu 24 LTS: $ cobc -F -W -x account_registry_maint.cob -o account_registry_maint
*>                                -F for free format to not use first 7 source line positions for sequence numbers used on punched cards !!
*>
*> run on Ubuntu 24 LTS:   $ ./account_registry_maint
*>
*> interactive maintenance for the service-account registry (ACCOUNT-REGISTRY-NAME,
*> pw_account_registry.dat, INDEXED, keyed on the account): one record per service
*> account saying who owns it, which source/team is entitled to request passwords for
*> it, which target system its passwords are delivered to, and whether it is active,
*> suspended or retired. until now any string in PWR-ACCOUNT was accepted and routed
*> -- a typo produced a password for an account that doesn't exist, and an account
*> decommissioned last year kept being rotated because it was still on the issue
*> master. the registry is what the window now checks against:
*>
*>   - REQUEST-INTAKE rejects requests for accounts that aren't registered, or that
*>     are retired, each with its own acknowledgment reason;
*>   - PASSWORD-ROTATION-FEED skips every account that isn't active;
*>   - PASSWORD-DELIVERY-SPLIT routes by the registry's target system first, and
*>     only falls back to pw_routing.dat for accounts the registry doesn't know.
*>
*> what can be done here:
*>   1 - view one account
*>   2 - add an account (registered active unless told otherwise)
*>   3 - change an account's owner, owning source, target system or status
*>   4 - retire an account
*>   5 - list every registered account, with counts per status
*>
*> a retired account stays on the registry -- that is what lets the intake tell
*> "retired" from "never heard of it". every change is appended to EDIT-LOG-FILE-NAME
*> (pw_registry_edit.log) with a timestamp, the operator's login name, the
*> account, the field, and the before/after values, the same trail CONTROL-FILE-MAINT
*> keeps for the control files. the log lines are only written once the registry
*> has taken the record, so the log never shows a change that didn't happen.
*>
*> $ cobc -V  # cobc (GnuCOBOL) 3.1.2.0


IDENTIFICATION DIVISION.
PROGRAM-ID. ACCOUNT-REGISTRY-MAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ACCOUNT-REGISTRY-FILE ASSIGN TO ACCOUNT-REGISTRY-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AR-ACCOUNT
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT EDIT-LOG-FILE ASSIGN TO EDIT-LOG-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable

DATA DIVISION.
FILE SECTION.
FD  ACCOUNT-REGISTRY-FILE.
01  ACCOUNT-REGISTRY-RECORD.
    05 AR-ACCOUNT       PIC X(16).  *> service account, the registry's key
    05 FILLER           PIC X(1).
    05 AR-OWNER         PIC X(24).  *> the person or group answerable for it
    05 FILLER           PIC X(1).
    05 AR-SOURCE        PIC X(8).   *> owning source/team, as named in pw_sources.dat
    05 FILLER           PIC X(1).
    05 AR-TARGET        PIC X(8).   *> target system its passwords are delivered to
    05 FILLER           PIC X(1).
    05 AR-STATUS        PIC X(1).   *> 'A' active, 'S' suspended, 'R' retired
    05 FILLER           PIC X(1).
    05 AR-STATUS-DATE   PIC X(8).   *> YYYYMMDD the status last changed
    05 FILLER           PIC X(1).
    05 AR-ADDED-DATE    PIC X(8).   *> YYYYMMDD the account was registered
FD  EDIT-LOG-FILE.
01  EDIT-LOG-RECORD.
    05 EL-TIMESTAMP     PIC X(21).
    05 FILLER           PIC X(1).
    05 EL-USER          PIC X(8).   *> login name of the operator making the change
    05 FILLER           PIC X(1).
    05 EL-ACCOUNT       PIC X(16).
    05 FILLER           PIC X(1).
    05 EL-FIELD         PIC X(14).
    05 FILLER           PIC X(1).
    05 EL-BEFORE        PIC X(24).
    05 FILLER           PIC X(1).
    05 EL-AFTER         PIC X(24).


WORKING-STORAGE SECTION.
01  ACCOUNT-REGISTRY-NAME PIC X(23) VALUE "pw_account_registry.dat".
01  EDIT-LOG-FILE-NAME  PIC X(20) VALUE "pw_registry_edit.log".

*> Variables
01  WS-FS             PIC XX.  *> 00 = Success, others = Error

01  CURRENT-DATE-STAMP  PIC X(21).
01  RUN-DATE            PIC X(8).

01  ANSWER-STR        PIC X(38).
01  MENU-CHOICE       PIC X.
77  DONE-FLAG         PIC X VALUE 'N'.
77  REGISTRY-OPEN     PIC X VALUE 'N'.  *> 'Y' once the registry is open I-O
77  ACCOUNT-FOUND     PIC X.            *> 'Y' when the keyed READ found the account
01  WANTED-ACCOUNT    PIC X(16).
77  RECORD-CHANGED    PIC X.            *> 'Y' once any field changed, so it is REWRITTEN
77  REWRITE-OK        PIC X.            *> 'Y' when the last REWRITE went through

*> the changes collected by CHANGE-ACCOUNT, logged once the REWRITE is through
77  CHANGE-COUNT      PIC 9.
77  CHANGE-IDX        PIC 9.
01  CHANGE-TABLE.
    05 CHANGE-ENTRY OCCURS 4 TIMES.
       10 CHG-FIELD   PIC X(14).
       10 CHG-BEFORE  PIC X(24).
       10 CHG-AFTER   PIC X(24).

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
77  LIST-COUNT        PIC 9(6).
77  ACTIVE-COUNT      PIC 9(6).
77  SUSPENDED-COUNT   PIC 9(6).
77  RETIRED-COUNT     PIC 9(6).
01  STATUS-TEXT       PIC X(9).


PROCEDURE DIVISION.
MAIN-LOGIC.
    DISPLAY " "
    END-DISPLAY
    DISPLAY "service-account registry maintenance"
    END-DISPLAY

    MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-STAMP
    MOVE CURRENT-DATE-STAMP(1:8) TO RUN-DATE

    *> the operator's login name goes on every edit-log line
    ACCEPT OPERATOR-NAME FROM ENVIRONMENT "USER"
    END-ACCEPT
    IF OPERATOR-NAME = SPACES
        MOVE "unknown" TO OPERATOR-NAME
    END-IF

    PERFORM OPEN-REGISTRY

    IF REGISTRY-OPEN = 'Y'
        PERFORM UNTIL DONE-FLAG = 'Y'
            DISPLAY " "
            END-DISPLAY
            DISPLAY "  1 - view an account"
            END-DISPLAY
            DISPLAY "  2 - add an account"
            END-DISPLAY
            DISPLAY "  3 - change an account"
            END-DISPLAY
            DISPLAY "  4 - retire an account"
            END-DISPLAY
            DISPLAY "  5 - list all accounts"
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
                    PERFORM VIEW-ACCOUNT
                WHEN '2'
                    PERFORM ADD-ACCOUNT
                WHEN '3'
                    PERFORM CHANGE-ACCOUNT
                WHEN '4'
                    PERFORM RETIRE-ACCOUNT
                WHEN '5'
                    PERFORM LIST-ACCOUNTS
                WHEN 'x'
                WHEN 'X'
                    MOVE 'Y' TO DONE-FLAG
                WHEN OTHER
                    DISPLAY "enter 1, 2, 3, 4, 5 or x"
                    END-DISPLAY
            END-EVALUATE
        END-PERFORM
        CLOSE ACCOUNT-REGISTRY-FILE
    END-IF.

    STOP RUN.


*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>
*> user defined procedures:

OPEN-REGISTRY.
    *> the registry is created empty on the very first run (file status 35),
    *> then reopened I-O so the keyed READ/WRITE/REWRITE below all work
    OPEN I-O ACCOUNT-REGISTRY-FILE
    IF WS-FS = "35"
        OPEN OUTPUT ACCOUNT-REGISTRY-FILE
        IF WS-FS = "00"
            CLOSE ACCOUNT-REGISTRY-FILE
            DISPLAY ACCOUNT-REGISTRY-NAME " not present -- created empty"
            END-DISPLAY
            OPEN I-O ACCOUNT-REGISTRY-FILE
        END-IF
    END-IF
    IF WS-FS NOT = "00"
        DISPLAY "could not update file: " ACCOUNT-REGISTRY-NAME WITH NO ADVANCING
        END-DISPLAY
        DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
    ELSE
        MOVE 'Y' TO REGISTRY-OPEN
    END-IF.


ASK-FOR-ACCOUNT.
    *> prompts for an account name and reads it by key; ACCOUNT-FOUND says
    *> whether the registry knows it, the record area holds it when it does
    MOVE 'N' TO ACCOUNT-FOUND
    DISPLAY "account (up to 16 chars): " WITH NO ADVANCING
    END-DISPLAY
    ACCEPT ANSWER-STR
    END-ACCEPT
    MOVE ANSWER-STR(1:16) TO WANTED-ACCOUNT
    IF WANTED-ACCOUNT NOT = SPACES
        MOVE WANTED-ACCOUNT TO AR-ACCOUNT
        READ ACCOUNT-REGISTRY-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO ACCOUNT-FOUND
        END-READ
    END-IF.


VIEW-ACCOUNT.
    PERFORM ASK-FOR-ACCOUNT
    IF WANTED-ACCOUNT = SPACES
        CONTINUE
    ELSE
        IF ACCOUNT-FOUND = 'Y'
            PERFORM SHOW-ACCOUNT
        ELSE
            DISPLAY "account " WANTED-ACCOUNT " is not registered"
            END-DISPLAY
        END-IF
    END-IF.


SHOW-ACCOUNT.
    PERFORM SET-STATUS-TEXT
    DISPLAY " "
    END-DISPLAY
    DISPLAY "  account       : " AR-ACCOUNT
    END-DISPLAY
    DISPLAY "  owner         : " AR-OWNER
    END-DISPLAY
    DISPLAY "  owning source : " AR-SOURCE
    END-DISPLAY
    DISPLAY "  target system : " AR-TARGET
    END-DISPLAY
    DISPLAY "  status        : " AR-STATUS " (" FUNCTION TRIM(STATUS-TEXT)
        " since " AR-STATUS-DATE ")"
    END-DISPLAY
    DISPLAY "  registered    : " AR-ADDED-DATE
    END-DISPLAY.


SET-STATUS-TEXT.
    EVALUATE AR-STATUS
        WHEN 'A'
            MOVE "active" TO STATUS-TEXT
        WHEN 'S'
            MOVE "suspended" TO STATUS-TEXT
        WHEN 'R'
            MOVE "retired" TO STATUS-TEXT
        WHEN OTHER
            MOVE "unknown" TO STATUS-TEXT
    END-EVALUATE.


ADD-ACCOUNT.
    *> a new account goes on the registry with every field prompted for;
    *> the add itself is logged as one line
    PERFORM ASK-FOR-ACCOUNT
    IF WANTED-ACCOUNT = SPACES
        DISPLAY "a registry entry needs an account name -- add abandoned"
        END-DISPLAY
    ELSE
    IF ACCOUNT-FOUND = 'Y'
        DISPLAY "account " WANTED-ACCOUNT " is already registered -- "
            "use change instead"
        END-DISPLAY
    ELSE
        MOVE SPACES TO ACCOUNT-REGISTRY-RECORD
        MOVE WANTED-ACCOUNT TO AR-ACCOUNT

        MOVE "owner (up to 24 chars)" TO FIELD-PROMPT
        MOVE 24 TO TEXT-MAX-LEN
        MOVE SPACES TO TEXT-VALUE
        PERFORM EDIT-TEXT-FIELD
        MOVE TEXT-VALUE TO AR-OWNER

        MOVE "owning source (up to 8 chars)" TO FIELD-PROMPT
        MOVE 8 TO TEXT-MAX-LEN
        MOVE SPACES TO TEXT-VALUE
        PERFORM EDIT-TEXT-FIELD
        MOVE TEXT-VALUE TO AR-SOURCE

        MOVE "target system (up to 8 chars)" TO FIELD-PROMPT
        MOVE 8 TO TEXT-MAX-LEN
        MOVE SPACES TO TEXT-VALUE
        PERFORM EDIT-TEXT-FIELD
        MOVE TEXT-VALUE TO AR-TARGET

        MOVE "status (A=active, S=suspended)" TO FIELD-PROMPT
        MOVE "ASas" TO CHAR-ALLOWED
        MOVE 'A' TO CHAR-VALUE
        PERFORM EDIT-CHAR-FIELD
        INSPECT CHAR-VALUE CONVERTING "as" TO "AS"
        MOVE CHAR-VALUE TO AR-STATUS

        MOVE RUN-DATE TO AR-STATUS-DATE
        MOVE RUN-DATE TO AR-ADDED-DATE
        WRITE ACCOUNT-REGISTRY-RECORD
            INVALID KEY
                DISPLAY "could not add account " AR-ACCOUNT
                    " -- GnuCOBOL-specific file status code: " WS-FS
                END-DISPLAY
            NOT INVALID KEY
                DISPLAY "account " AR-ACCOUNT " registered"
                END-DISPLAY
                MOVE "add account" TO FIELD-NAME
                MOVE "(new)" TO LOG-BEFORE
                MOVE AR-STATUS TO LOG-AFTER
                PERFORM WRITE-EDIT-LOG
        END-WRITE
    END-IF
    END-IF.


CHANGE-ACCOUNT.
    *> every field but the key can be changed; blank keeps the shown value.
    *> the changes are collected as they are made, the record is REWRITTEN
    *> once at the end when anything changed at all, and the changes go to
    *> the edit log only when that REWRITE went through
    PERFORM ASK-FOR-ACCOUNT
    IF WANTED-ACCOUNT = SPACES
        CONTINUE
    ELSE
    IF ACCOUNT-FOUND = 'N'
        DISPLAY "account " WANTED-ACCOUNT " is not registered -- "
            "use add instead"
        END-DISPLAY
    ELSE
        PERFORM SHOW-ACCOUNT
        MOVE 'N' TO RECORD-CHANGED
        MOVE 0 TO CHANGE-COUNT

        MOVE "owner" TO FIELD-NAME
        MOVE "owner (up to 24 chars)" TO FIELD-PROMPT
        MOVE 24 TO TEXT-MAX-LEN
        MOVE AR-OWNER TO TEXT-VALUE
        PERFORM EDIT-TEXT-FIELD
        IF FIELD-CHANGED = 'Y'
            MOVE TEXT-VALUE TO AR-OWNER
            PERFORM NOTE-CHANGE
        END-IF

        MOVE "owning source" TO FIELD-NAME
        MOVE "owning source (up to 8 chars)" TO FIELD-PROMPT
        MOVE 8 TO TEXT-MAX-LEN
        MOVE AR-SOURCE TO TEXT-VALUE
        PERFORM EDIT-TEXT-FIELD
        IF FIELD-CHANGED = 'Y'
            MOVE TEXT-VALUE TO AR-SOURCE
            PERFORM NOTE-CHANGE
        END-IF

        MOVE "target system" TO FIELD-NAME
        MOVE "target system (up to 8 chars)" TO FIELD-PROMPT
        MOVE 8 TO TEXT-MAX-LEN
        MOVE AR-TARGET TO TEXT-VALUE
        PERFORM EDIT-TEXT-FIELD
        IF FIELD-CHANGED = 'Y'
            MOVE TEXT-VALUE TO AR-TARGET
            PERFORM NOTE-CHANGE
        END-IF

        MOVE "status" TO FIELD-NAME
        MOVE "status (A=active, S=suspended, R=retired)" TO FIELD-PROMPT
        MOVE "ASRasr" TO CHAR-ALLOWED
        MOVE AR-STATUS TO CHAR-VALUE
        PERFORM EDIT-CHAR-FIELD
        IF FIELD-CHANGED = 'Y'
            MOVE CHAR-VALUE TO AR-STATUS
            MOVE RUN-DATE TO AR-STATUS-DATE
            PERFORM NOTE-CHANGE
        END-IF

        IF RECORD-CHANGED = 'Y'
            PERFORM REWRITE-ACCOUNT
            IF REWRITE-OK = 'Y'
                PERFORM VARYING CHANGE-IDX FROM 1 BY 1
                        UNTIL CHANGE-IDX > CHANGE-COUNT
                    MOVE CHG-FIELD(CHANGE-IDX) TO FIELD-NAME
                    MOVE CHG-BEFORE(CHANGE-IDX) TO LOG-BEFORE
                    MOVE CHG-AFTER(CHANGE-IDX) TO LOG-AFTER
                    PERFORM WRITE-EDIT-LOG
                END-PERFORM
            ELSE
                DISPLAY "changes not saved -- account " AR-ACCOUNT
                    " left as it was"
                END-DISPLAY
            END-IF
        ELSE
            DISPLAY "no changes -- account " AR-ACCOUNT " left as it was"
            END-DISPLAY
        END-IF
    END-IF
    END-IF.


NOTE-CHANGE.
    *> one changed field of CHANGE-ACCOUNT, held until the record is rewritten
    MOVE 'Y' TO RECORD-CHANGED
    ADD 1 TO CHANGE-COUNT
    END-ADD
    MOVE FIELD-NAME TO CHG-FIELD(CHANGE-COUNT)
    MOVE LOG-BEFORE TO CHG-BEFORE(CHANGE-COUNT)
    MOVE LOG-AFTER TO CHG-AFTER(CHANGE-COUNT).


RETIRE-ACCOUNT.
    *> retirement keeps the record (with the date it happened) rather than
    *> deleting it, so the intake can still say "retired" instead of
    *> "unknown" to a team that didn't get the memo
    PERFORM ASK-FOR-ACCOUNT
    IF WANTED-ACCOUNT = SPACES
        CONTINUE
    ELSE
    IF ACCOUNT-FOUND = 'N'
        DISPLAY "account " WANTED-ACCOUNT " is not registered"
        END-DISPLAY
    ELSE
    IF AR-STATUS = 'R'
        DISPLAY "account " AR-ACCOUNT " was already retired on "
            AR-STATUS-DATE
        END-DISPLAY
    ELSE
        PERFORM SHOW-ACCOUNT
        DISPLAY "retire this account? (y/n): " WITH NO ADVANCING
        END-DISPLAY
        ACCEPT ANSWER-STR
        END-ACCEPT
        IF ANSWER-STR(1:1) = 'y' OR ANSWER-STR(1:1) = 'Y'
            MOVE "status" TO FIELD-NAME
            MOVE AR-STATUS TO LOG-BEFORE
            MOVE 'R' TO AR-STATUS
            MOVE RUN-DATE TO AR-STATUS-DATE
            MOVE AR-STATUS TO LOG-AFTER
            PERFORM REWRITE-ACCOUNT
            IF REWRITE-OK = 'Y'
                PERFORM WRITE-EDIT-LOG
            ELSE
                DISPLAY "account " AR-ACCOUNT " not retired -- left as it was"
                END-DISPLAY
            END-IF
        ELSE
            DISPLAY "retirement abandoned"
            END-DISPLAY
        END-IF
    END-IF
    END-IF
    END-IF.


REWRITE-ACCOUNT.
    *> REWRITE-OK is 'Y' only when the registry took the new record; any
    *> other status leaves the caller to keep the edit log as it was
    MOVE 'N' TO REWRITE-OK
    REWRITE ACCOUNT-REGISTRY-RECORD
    END-REWRITE
    IF WS-FS = "00"
        MOVE 'Y' TO REWRITE-OK
        DISPLAY "account " AR-ACCOUNT " rewritten"
        END-DISPLAY
    ELSE
        DISPLAY "could not rewrite account " AR-ACCOUNT
            " -- GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
    END-IF.


LIST-ACCOUNTS.
    *> every record in key order, one line each, with counts per status at
    *> the bottom
    MOVE 0 TO LIST-COUNT
    MOVE 0 TO ACTIVE-COUNT
    MOVE 0 TO SUSPENDED-COUNT
    MOVE 0 TO RETIRED-COUNT
    MOVE 'N' TO LIST-DONE
    MOVE LOW-VALUES TO AR-ACCOUNT
    START ACCOUNT-REGISTRY-FILE KEY IS GREATER THAN OR EQUAL TO AR-ACCOUNT
        INVALID KEY
            MOVE 'Y' TO LIST-DONE
    END-START

    DISPLAY " "
    END-DISPLAY
    DISPLAY "account          owner                    source   target   "
        "status"
    END-DISPLAY
    PERFORM UNTIL LIST-DONE = 'Y'
        READ ACCOUNT-REGISTRY-FILE NEXT RECORD
            AT END
                MOVE 'Y' TO LIST-DONE
            NOT AT END
                ADD 1 TO LIST-COUNT
                END-ADD
                EVALUATE AR-STATUS
                    WHEN 'A'
                        ADD 1 TO ACTIVE-COUNT
                        END-ADD
                    WHEN 'S'
                        ADD 1 TO SUSPENDED-COUNT
                        END-ADD
                    WHEN 'R'
                        ADD 1 TO RETIRED-COUNT
                        END-ADD
                END-EVALUATE
                DISPLAY AR-ACCOUNT " " AR-OWNER " " AR-SOURCE " "
                    AR-TARGET " " AR-STATUS " " AR-STATUS-DATE
                END-DISPLAY
        END-READ
    END-PERFORM
    DISPLAY LIST-COUNT " account(s): " ACTIVE-COUNT " active, "
        SUSPENDED-COUNT " suspended, " RETIRED-COUNT " retired"
    END-DISPLAY.


*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>
*> shared helpers:

EDIT-TEXT-FIELD.
    *> blank keeps the current value; anything else must fit the caller's
    *> TEXT-MAX-LEN -- silently cutting a target name short would route its
    *> passwords to a file nobody reads. FIELD-CHANGED is 'Y' only when the
    *> value actually differs, with LOG-BEFORE/LOG-AFTER set for the caller
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
            IF ANSWER-STR(1:TEXT-MAX-LEN) = TEXT-VALUE
                MOVE 'K' TO FIELD-CHANGED
            ELSE
                MOVE TEXT-VALUE TO LOG-BEFORE
                MOVE ANSWER-STR(1:TEXT-MAX-LEN) TO TEXT-VALUE
                MOVE TEXT-VALUE TO LOG-AFTER
                MOVE 'Y' TO FIELD-CHANGED
            END-IF
            END-IF
        END-IF
    END-PERFORM.


EDIT-CHAR-FIELD.
    *> blank keeps the current value; anything else must be on the caller's
    *> CHAR-ALLOWED list. the answer is upper-cased before it is compared, so
    *> "a" for an account already 'A' is no change; FIELD-CHANGED is 'Y'
    *> only when the value actually differs, with LOG-BEFORE/LOG-AFTER set
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
                MOVE FUNCTION UPPER-CASE(ANSWER-STR(1:1)) TO ANSWER-STR(1:1)
                IF ANSWER-STR(1:1) = CHAR-VALUE
                    MOVE 'K' TO FIELD-CHANGED
                ELSE
                    MOVE CHAR-VALUE TO LOG-BEFORE
                    MOVE ANSWER-STR(1:1) TO CHAR-VALUE
                    MOVE CHAR-VALUE TO LOG-AFTER
                    MOVE 'Y' TO FIELD-CHANGED
                END-IF
            ELSE
                DISPLAY "  not an allowed value -- one of: "
                    FUNCTION TRIM(CHAR-ALLOWED)
                END-DISPLAY
            END-IF
        END-IF
    END-PERFORM.


WRITE-EDIT-LOG.
    *> one line per change: timestamp, operator, account, field, before,
    *> after. opened EXTEND so the log accumulates; this build's OPEN EXTEND
    *> doesn't create the file on the first ever write (file status 35), so
    *> fall back to OPEN OUTPUT in that case, same as the audit trail writers.
    *> WS-FS is shared with the registry, so it is put back to "00" after
    *> the log is closed
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
        MOVE AR-ACCOUNT TO EL-ACCOUNT
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

END PROGRAM ACCOUNT-REGISTRY-MAINT.
