*> every window and the issue date was thrown away with it -- this loader, run right
*> after the password step, is what lets PASSWORD-ROTATION-FEED answer "which service
*> accounts are running on a password older than 90 days?" from a master instead of a
*> spreadsheet. each password in the results is noted as pending on its account (an
*> account new to the master is added with no issue date yet); the issue date and
*> request ID only move forward when DELIVERY-RECEIPT-RECON sees the target team
*> confirm the apply, and the recon also clears the pending note of a password that
*> failed to apply or that the delivery split could route nowhere.
*>
*> ends with the suite's usual per-failure-class RETURN-CODE (04 = empty input,
*> 08 = control file present but unreadable, 12 = output not writable; first failure
*> wins) and rewrites the shared one-record step-status file (step_status.dat).
*>
*> $ cobc -V  # cobc (GnuCOBOL) 3.1.2.0
*>
*> 2026-10-15  delivery receipts: a password in pw_results.dat has only been
*>             generated and handed to the delivery split, not yet applied on
*>             the target system. the loader now notes it as pending on the
*>             account (PIM-PENDING-REQ-ID / PIM-PENDING-DATE, appended to the
*>             issue record) and leaves PIM-ISSUE-DATE / PIM-REQ-ID alone;
*>             DELIVERY-RECEIPT-RECON moves those forward when the target team
*>             confirms the apply. a new account is added with a blank issue
*>             date until then. the master is now created empty and reopened
*>             I-O on a first load, as the keyed READ needs.
*>
*> 2026-10-15  a master still in the 32-byte layout from before the pending fields
*>             (OPEN I-O gives a record-length mismatch, 39) is converted on the
*>             spot: unloaded to ISSUE-CONVERT-NAME (pw_issue_convert.tmp, kept as
*>             the safety copy) and reloaded with nothing pending, as RUN-HISTORY-
*>             REBUILD converts the run-history master. a layout it doesn't know
*>             is left alone (08); a work file or reload that goes bad fails the
*>             step (12/16) with the old master, or the whole copy, intact.


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
FD  STEP-STATUS-FILE.
01  STEP-STATUS-RECORD.
    05 SS-STEP-NAME     PIC X(30).
WORKING-STORAGE SECTION.
01  PW-RESULTS-FILE-NAME  PIC X(14) VALUE "pw_results.dat".
01  PW-ISSUE-MASTER-NAME  PIC X(19) VALUE "pw_issue_master.dat".
01  ISSUE-CONVERT-NAME    PIC X(20) VALUE "pw_issue_convert.tmp".

*> Variables
01  WS-FS             PIC XX.  *> 00 = Success, others = Error
01  RUN-DATE            PIC X(8).  *> YYYYMMDD of this load
77  RESULTS-SEEN        PIC 9(9) VALUE 0.  *> result records read this run
77  ACCOUNTS-ADDED      PIC 9(9) VALUE 0.  *> accounts new to the master
77  ACCOUNTS-UPDATED    PIC 9(9) VALUE 0.  *> accounts with a new password pending
77  CONVERT-BAD         PIC X VALUE 'N'.  *> 'Y' once a layout conversion went bad
77  CONVERT-DONE        PIC X.
77  UNLOADED-COUNT      PIC 9(9) VALUE 0.
77  CONVERTED-COUNT     PIC 9(9) VALUE 0.

*> scheduler awareness: first failure wins, reported via RETURN-CODE and the
*> one-record step-status file the batch window checks between steps
        PERFORM RECORD-STEP-FAILURE
    ELSE
        OPEN I-O PW-ISSUE-MASTER
        IF WS-FS = "39"
            *> a record-length mismatch: a master still in the layout from
            *> before the pending fields, converted once and then opened
            PERFORM CONVERT-ISSUE-MASTER
            IF CONVERT-BAD = 'N'
                OPEN I-O PW-ISSUE-MASTER
            END-IF
        END-IF
        IF WS-FS = "35" AND CONVERT-BAD = 'N'
            *> first ever load: the master doesn't exist yet, create it
            OPEN OUTPUT PW-ISSUE-MASTER
            IF WS-FS = "00"
                CLOSE PW-ISSUE-MASTER
                OPEN I-O PW-ISSUE-MASTER
            END-IF
        END-IF
        IF CONVERT-BAD = 'Y'
            *> already reported; the master is left as the conversion found it
            CLOSE PW-RESULTS-FILE
        ELSE
        IF WS-FS NOT = "00"
            DISPLAY "could not write to file: " PW-ISSUE-MASTER-NAME WITH NO ADVANCING
            END-DISPLAY
                END-DISPLAY
            END-IF
        END-IF
        END-IF
    END-IF.

    *> tell the batch scheduler how this step went: a one-record status file


UPSERT-ISSUE-RECORD.
    *> one master record per account. the password was only generated and
    *> sent, so it is noted as pending; the issue date and request ID keep
    *> naming the password that is live until DELIVERY-RECEIPT-RECON sees
    *> the target team's receipt. a newer pending request replaces an older
    *> one that was never confirmed. the split may yet route this password
    *> nowhere; the recon releases those off the unrouted list, as this step
    *> can run before the split has written it
    MOVE PWRS-ACCOUNT TO PIM-ACCOUNT
    READ PW-ISSUE-MASTER
        INVALID KEY
            MOVE SPACES TO PW-ISSUE-RECORD
            MOVE PWRS-ACCOUNT TO PIM-ACCOUNT
            MOVE PWRS-REQ-ID TO PIM-PENDING-REQ-ID
            MOVE RUN-DATE TO PIM-PENDING-DATE
            WRITE PW-ISSUE-RECORD
                INVALID KEY
                    DISPLAY "could not add issue record for account "
                        PIM-ACCOUNT
                    END-DISPLAY
                NOT INVALID KEY
                    ADD 1 TO ACCOUNTS-ADDED
                    END-ADD
            END-WRITE
        NOT INVALID KEY
            MOVE PWRS-REQ-ID TO PIM-PENDING-REQ-ID
            MOVE RUN-DATE TO PIM-PENDING-DATE
            REWRITE PW-ISSUE-RECORD
                INVALID KEY
                    DISPLAY "could not rewrite issue record for account "
                    ADD 1 TO ACCOUNTS-UPDATED
                    END-ADD
            END-REWRITE
    END-READ.


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
