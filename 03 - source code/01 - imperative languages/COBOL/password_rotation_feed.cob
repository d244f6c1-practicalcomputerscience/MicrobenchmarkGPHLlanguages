*> wins) and rewrites the shared one-record step-status file (step_status.dat).
*>
*> $ cobc -V  # cobc (GnuCOBOL) 3.1.2.0
*>
*> 2026-10-15  only active accounts are rotated: each master record is now looked up
*>             in ACCOUNT-REGISTRY-NAME (pw_account_registry.dat, kept by ACCOUNT-
*>             REGISTRY-MAINT) before it is aged, and an account that is suspended,
*>             retired or not registered at all is skipped -- counted, noted on the
*>             console, never written to pw_rotation_due.dat. a missing or
*>             unreadable registry fails the step (08) rather than rotating blind.
*>
*> 2026-10-15  delivery receipts: the issue record now carries a pending request
*>             (PIM-PENDING-REQ-ID / PIM-PENDING-DATE) between the password being
*>             generated and DELIVERY-RECEIPT-RECON confirming it applied, and
*>             PIM-ISSUE-DATE is the date it was applied. an account with a
*>             pending password is skipped -- counted and noted, its new password
*>             is already on its way; chasing it is the outstanding-deliveries
*>             list's job. an account never confirmed (blank issue date) is
*>             reported as such and still treated as rotation-due.
*>
*> 2026-10-15  a master still in the 32-byte layout from before the pending fields
*>             (OPEN gives a record-length mismatch, 39) is converted here, the
*>             way PASSWORD-ISSUE-LOADER converts it -- this step runs ahead of
*>             the loader in the window, so the first window after the layout
*>             change would otherwise stop here. unloaded to ISSUE-CONVERT-NAME
*>             (pw_issue_convert.tmp, kept as the safety copy) and reloaded with
*>             nothing pending; a layout it doesn't know is left alone (08), a
*>             work file or reload that goes bad fails the step (12/16).


IDENTIFICATION DIVISION.
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PIM-ACCOUNT
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT PW-ISSUE-V1-MASTER ASSIGN TO PW-ISSUE-MASTER-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PIV1-ACCOUNT
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT ISSUE-CONVERT-FILE ASSIGN TO ISSUE-CONVERT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT ROTATION-POLICY-FILE ASSIGN TO ROTATION-POLICY-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT ROTATION-DUE-FILE ASSIGN TO ROTATION-DUE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT ACCOUNT-REGISTRY-FILE ASSIGN TO ACCOUNT-REGISTRY-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AR-ACCOUNT
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT STEP-STATUS-FILE ASSIGN TO STEP-STATUS-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable
FD  PW-ISSUE-MASTER.
01  PW-ISSUE-RECORD.
    05 PIM-ACCOUNT      PIC X(16).  *> service account, the master's key
    05 PIM-ISSUE-DATE   PIC X(8).   *> YYYYMMDD the current password was applied
    05 PIM-REQ-ID       PIC X(8).   *> the request that issued it
    05 PIM-PENDING-REQ-ID PIC X(8). *> generated and delivered, not yet confirmed
                                    *> applied; spaces = nothing pending
    05 PIM-PENDING-DATE PIC X(8).   *> YYYYMMDD the pending password was generated
*> the layout before the pending fields (32 bytes)
FD  PW-ISSUE-V1-MASTER.
01  PW-ISSUE-V1-RECORD.
    05 PIV1-ACCOUNT     PIC X(16).
    05 FILLER           PIC X(16).
FD  ISSUE-CONVERT-FILE.
01  ISSUE-CONVERT-RECORD PIC X(48).  *> one master record in the current layout
FD  ROTATION-POLICY-FILE.
01  ROTATION-POLICY-RECORD.
    05 PRP-ACCOUNT      PIC X(16).  *> account this age applies to; "*DEFAULT"
    05 PWR-MODE         PIC X(1).
    05 FILLER           PIC X(1).
    05 PWR-SEP          PIC X(1).
FD  ACCOUNT-REGISTRY-FILE.
01  ACCOUNT-REGISTRY-RECORD.
    05 AR-ACCOUNT       PIC X(16).  *> service account, the registry's key
    05 FILLER           PIC X(1).
    05 AR-OWNER         PIC X(24).
    05 FILLER           PIC X(1).
    05 AR-SOURCE        PIC X(8).   *> owning source/team
    05 FILLER           PIC X(1).
    05 AR-TARGET        PIC X(8).   *> target system its passwords are delivered to
    05 FILLER           PIC X(1).
    05 AR-STATUS        PIC X(1).   *> 'A' active, 'S' suspended, 'R' retired
    05 FILLER           PIC X(1).
    05 AR-STATUS-DATE   PIC X(8).
    05 FILLER           PIC X(1).
    05 AR-ADDED-DATE    PIC X(8).
FD  STEP-STATUS-FILE.
01  STEP-STATUS-RECORD.
    05 SS-STEP-NAME     PIC X(30).

WORKING-STORAGE SECTION.
01  PW-ISSUE-MASTER-NAME  PIC X(19) VALUE "pw_issue_master.dat".
01  ISSUE-CONVERT-NAME    PIC X(20) VALUE "pw_issue_convert.tmp".
01  ROTATION-POLICY-FILE-NAME PIC X(22) VALUE "pw_rotation_policy.dat".
01  ROTATION-DUE-FILE-NAME PIC X(19) VALUE "pw_rotation_due.dat".
01  ACCOUNT-REGISTRY-NAME PIC X(23) VALUE "pw_account_registry.dat".

*> Variables
01  WS-FS             PIC XX.  *> 00 = Success, others = Error
77  MASTER-DONE         PIC X.
77  ACCOUNTS-SEEN       PIC 9(9) VALUE 0.
77  ACCOUNTS-DUE        PIC 9(9) VALUE 0.
77  ACCOUNTS-SKIPPED    PIC 9(9) VALUE 0.  *> not active on the registry, not rotated
77  ACCOUNTS-PENDING    PIC 9(9) VALUE 0.  *> new password sent, not yet confirmed
77  CONVERT-BAD         PIC X VALUE 'N'.  *> 'Y' once a layout conversion went bad
77  CONVERT-DONE        PIC X.
77  UNLOADED-COUNT      PIC 9(9) VALUE 0.
77  CONVERTED-COUNT     PIC 9(9) VALUE 0.
77  REGISTRY-OPEN       PIC X VALUE 'N'.   *> 'Y' while the registry is open for keyed reads
77  ROTATION-SEQ        PIC 9(3) VALUE 0.  *> per-run sequence for the request IDs;
                                           *> three digits so a master of several
                                           *> hundred due accounts can't wrap the

    PERFORM READ-ROTATION-POLICY

    PERFORM OPEN-ACCOUNT-REGISTRY

    IF REGISTRY-OPEN = 'Y'
        OPEN INPUT PW-ISSUE-MASTER
        IF WS-FS = "39"
            *> a record-length mismatch: a master still in the layout from
            *> before the pending fields. this step runs ahead of
            *> PASSWORD-ISSUE-LOADER in the window, so it converts it, the
            *> same way the loader would, and then opens it
            PERFORM CONVERT-ISSUE-MASTER
            IF CONVERT-BAD = 'N'
                OPEN INPUT PW-ISSUE-MASTER
            END-IF
        END-IF
        IF CONVERT-BAD = 'Y'
            *> already reported; the master is left as the conversion found it
            CONTINUE
        ELSE
        IF WS-FS NOT = "00"
            IF WS-FS = "35"
                *> no master yet means PASSWORD-ISSUE-LOADER has never run --
                *> an empty input, not a broken one
                DISPLAY "no password-issue master found under " PW-ISSUE-MASTER-NAME
                END-DISPLAY
                MOVE 04 TO FAILURE-RC
            ELSE
                DISPLAY "could not read file: " PW-ISSUE-MASTER-NAME WITH NO ADVANCING
                END-DISPLAY
                DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
                END-DISPLAY
                MOVE 08 TO FAILURE-RC
            END-IF
            MOVE PW-ISSUE-MASTER-NAME TO FAILURE-FILE
            PERFORM RECORD-STEP-FAILURE
        ELSE
            OPEN OUTPUT ROTATION-DUE-FILE
            IF WS-FS NOT = "00"
                DISPLAY "could not write to file: " ROTATION-DUE-FILE-NAME WITH NO ADVANCING
                END-DISPLAY
                DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
                END-DISPLAY
                MOVE 12 TO FAILURE-RC
                MOVE ROTATION-DUE-FILE-NAME TO FAILURE-FILE
                PERFORM RECORD-STEP-FAILURE
                CLOSE PW-ISSUE-MASTER
            ELSE
                PERFORM SCAN-ISSUE-MASTER
                CLOSE PW-ISSUE-MASTER
                CLOSE ROTATION-DUE-FILE

                IF ACCOUNTS-SEEN = 0
                    DISPLAY "password-issue master holds no accounts -- "
                        "nothing to scan"
                    END-DISPLAY
                    MOVE 04 TO FAILURE-RC
                    MOVE PW-ISSUE-MASTER-NAME TO FAILURE-FILE
                    PERFORM RECORD-STEP-FAILURE
                ELSE
                    DISPLAY ACCOUNTS-SEEN " account(s) scanned, " ACCOUNTS-DUE
                        " due for rotation -- requests written to: "
                        ROTATION-DUE-FILE-NAME
                    END-DISPLAY
                    DISPLAY ACCOUNTS-SKIPPED " account(s) skipped as not "
                        "active on the service-account registry"
                    END-DISPLAY
                    DISPLAY ACCOUNTS-PENDING " account(s) skipped with a new "
                        "password awaiting its delivery receipt"
                    END-DISPLAY
                END-IF
            END-IF
        END-IF
        END-IF
        CLOSE ACCOUNT-REGISTRY-FILE
    END-IF.

    *> tell the batch scheduler how this step went: a one-record status file
    END-IF.


OPEN-ACCOUNT-REGISTRY.
    *> the service-account registry says which accounts are still active;
    *> without it the scan would rotate suspended and retired accounts as
    *> if nothing had changed, so missing (35) and unreadable both fail (08)
    OPEN INPUT ACCOUNT-REGISTRY-FILE
    IF WS-FS NOT = "00"
        DISPLAY "could not read control file: " ACCOUNT-REGISTRY-NAME WITH NO ADVANCING
        END-DISPLAY
        DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        MOVE 08 TO FAILURE-RC
        MOVE ACCOUNT-REGISTRY-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
    ELSE
        MOVE 'Y' TO REGISTRY-OPEN
    END-IF.


SCAN-ISSUE-MASTER.
    *> walks every master record in key order and emits one request per
    *> account whose password age meets or passes its policy bound


CHECK-ONE-ACCOUNT.
    *> a suspended, retired or unregistered account is not rotated at all,
    *> whatever its password age
    MOVE PIM-ACCOUNT TO AR-ACCOUNT
    READ ACCOUNT-REGISTRY-FILE
        INVALID KEY
            MOVE SPACE TO AR-STATUS
    END-READ
    IF AR-STATUS NOT = 'A'
        ADD 1 TO ACCOUNTS-SKIPPED
        END-ADD
        IF AR-STATUS = SPACE
            DISPLAY "account " PIM-ACCOUNT " is not in the service-account "
                "registry -- skipped"
            END-DISPLAY
        ELSE
            DISPLAY "account " PIM-ACCOUNT " has registry status " AR-STATUS
                " (not active) -- skipped"
            END-DISPLAY
        END-IF
    ELSE
    IF PIM-PENDING-REQ-ID NOT = SPACES
        *> a fresh password is already generated and delivered; asking for
        *> another before the target team confirms the first would only
        *> race it
        ADD 1 TO ACCOUNTS-PENDING
        END-ADD
        DISPLAY "account " PIM-ACCOUNT " has request " PIM-PENDING-REQ-ID
            " pending since " PIM-PENDING-DATE " -- skipped"
        END-DISPLAY
    ELSE
    IF PIM-ISSUE-DATE = SPACES
        *> added by the loader, but no apply was ever confirmed: whatever
        *> password is live on the box is of unknown age
        DISPLAY "account " PIM-ACCOUNT " has no confirmed issue -- "
            "treated as rotation-due"
        END-DISPLAY
        PERFORM WRITE-ROTATION-REQUEST
    ELSE
    IF PIM-ISSUE-DATE NOT NUMERIC
        *> a master record with a mangled issue date can't be aged; the
        *> safe reading is "unknown, so overdue" -- a rotation request is
        IF PASSWORD-AGE >= POLICY-AGE
            PERFORM WRITE-ROTATION-REQUEST
        END-IF
    END-IF
    END-IF
    END-IF
    END-IF.


    END-IF.


CONVERT-ISSUE-MASTER.
    *> the way RUN-HISTORY-REBUILD converts the run-history master: every
    *> record, in key order, to the flat work file in the current layout --
    *> the pending fields blank, nothing pending -- and a new master loaded
    *> from it. the old master is not touched until the unload is complete
    MOVE 0 TO UNLOADED-COUNT
    MOVE 0 TO CONVERTED-COUNT
    OPEN INPUT PW-ISSUE-V1-MASTER
    IF WS-FS NOT = "00"
        *> not a layout this program knows -- possibly a newer one; touching
        *> it could only lose records
        DISPLAY "could not read file: " PW-ISSUE-MASTER-NAME WITH NO ADVANCING
        END-DISPLAY
        DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        DISPLAY "record layout not recognised -- master left as it is"
        END-DISPLAY
        MOVE 'Y' TO CONVERT-BAD
        MOVE 08 TO FAILURE-RC
        MOVE PW-ISSUE-MASTER-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
    ELSE
        DISPLAY "converting " PW-ISSUE-MASTER-NAME " from the 32-byte layout"
        END-DISPLAY
        OPEN OUTPUT ISSUE-CONVERT-FILE
        IF WS-FS NOT = "00"
            DISPLAY "could not write to file: " ISSUE-CONVERT-NAME WITH NO ADVANCING
            END-DISPLAY
            DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
            END-DISPLAY
            MOVE 'Y' TO CONVERT-BAD
            MOVE 12 TO FAILURE-RC
            MOVE ISSUE-CONVERT-NAME TO FAILURE-FILE
            PERFORM RECORD-STEP-FAILURE
        ELSE
            MOVE 'N' TO CONVERT-DONE
            PERFORM UNTIL CONVERT-DONE = 'Y'
                READ PW-ISSUE-V1-MASTER NEXT RECORD
                    AT END
                        MOVE 'Y' TO CONVERT-DONE
                    NOT AT END
                        *> the fields line up to the end of the old record;
                        *> the MOVE pads the pending fields with spaces
                        MOVE PW-ISSUE-V1-RECORD TO ISSUE-CONVERT-RECORD
                        WRITE ISSUE-CONVERT-RECORD
                        END-WRITE
                        IF WS-FS NOT = "00"
                            DISPLAY "I/O error writing work record -- "
                                "GnuCOBOL-specific file status code: " WS-FS
                            END-DISPLAY
                            MOVE 'Y' TO CONVERT-BAD
                            MOVE 'Y' TO CONVERT-DONE
                            MOVE 16 TO FAILURE-RC
                            MOVE ISSUE-CONVERT-NAME TO FAILURE-FILE
                            PERFORM RECORD-STEP-FAILURE
                        ELSE
                            ADD 1 TO UNLOADED-COUNT
                            END-ADD
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ISSUE-CONVERT-FILE
        END-IF
        CLOSE PW-ISSUE-V1-MASTER
        IF CONVERT-BAD = 'N'
            PERFORM RELOAD-ISSUE-MASTER
        ELSE
            DISPLAY "unload failed -- master left in its old layout"
            END-DISPLAY
        END-IF
    END-IF.


RELOAD-ISSUE-MASTER.
    *> the work file is opened first -- the old master is only emptied once
    *> what replaces it is known to be readable -- and stays behind as the
    *> complete copy should the reload go bad
    OPEN INPUT ISSUE-CONVERT-FILE
    IF WS-FS NOT = "00"
        DISPLAY "could not read file: " ISSUE-CONVERT-NAME WITH NO ADVANCING
        END-DISPLAY
        DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        DISPLAY "unload could not be read back -- master left in its old layout"
        END-DISPLAY
        MOVE 'Y' TO CONVERT-BAD
        MOVE 16 TO FAILURE-RC
        MOVE ISSUE-CONVERT-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
    ELSE
        OPEN OUTPUT PW-ISSUE-MASTER
        IF WS-FS NOT = "00"
            DISPLAY "could not write to file: " PW-ISSUE-MASTER-NAME WITH NO ADVANCING
            END-DISPLAY
            DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
            END-DISPLAY
            MOVE 'Y' TO CONVERT-BAD
            MOVE 12 TO FAILURE-RC
            MOVE PW-ISSUE-MASTER-NAME TO FAILURE-FILE
            PERFORM RECORD-STEP-FAILURE
            CLOSE ISSUE-CONVERT-FILE
        ELSE
            MOVE 'N' TO CONVERT-DONE
            PERFORM UNTIL CONVERT-DONE = 'Y'
                READ ISSUE-CONVERT-FILE
                    AT END
                        MOVE 'Y' TO CONVERT-DONE
                    NOT AT END
                        MOVE ISSUE-CONVERT-RECORD TO PW-ISSUE-RECORD
                        WRITE PW-ISSUE-RECORD
                            INVALID KEY
                                DISPLAY "duplicate issue-master key " PIM-ACCOUNT
                                END-DISPLAY
                            NOT INVALID KEY
                                ADD 1 TO CONVERTED-COUNT
                                END-ADD
                        END-WRITE
                        IF WS-FS NOT = "00" AND WS-FS NOT = "22"
                            DISPLAY "I/O error reloading issue master -- "
                                "GnuCOBOL-specific file status code: " WS-FS
                            END-DISPLAY
                            MOVE 'Y' TO CONVERT-BAD
                            MOVE 'Y' TO CONVERT-DONE
                            MOVE 16 TO FAILURE-RC
                            MOVE PW-ISSUE-MASTER-NAME TO FAILURE-FILE
                            PERFORM RECORD-STEP-FAILURE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ISSUE-CONVERT-FILE
            CLOSE PW-ISSUE-MASTER
            IF CONVERT-BAD = 'Y'
                DISPLAY "reload failed part-way -- the whole master is in "
                    ISSUE-CONVERT-NAME
                END-DISPLAY
            ELSE
                DISPLAY "converted to the current layout: " CONVERTED-COUNT
                    " of " UNLOADED-COUNT " record(s), nothing pending"
                END-DISPLAY
            END-IF
        END-IF
    END-IF.


RECORD-STEP-FAILURE.
    *> first failure wins: the earliest thing that went wrong is what the
    *> operator needs to see, later knock-on failures only obscure it.
