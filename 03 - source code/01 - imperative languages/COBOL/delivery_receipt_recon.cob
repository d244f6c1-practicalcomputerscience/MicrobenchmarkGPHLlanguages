*> delivery_receipt_recon.cob
*>
*> 2026-10-15
*>
*> build on Ubuntu 24 LTS: $ cobc -F -W -x delivery_receipt_recon.cob -o delivery_receipt_recon
*>                                -F for free format to not use first 7 source line positions for sequence numbers used on punched cards !!
*>
*> run on Ubuntu 24 LTS:   $ ./delivery_receipt_recon
*>
*> closes the loop on PASSWORD-DELIVERY-SPLIT's hand-off. the split writes one
*> pw_delivery_<target>.dat per target system plus pw_delivery_manifest.dat, and
*> until now nothing recorded whether the Unix, database or mainframe admins
*> actually applied each password -- an account could show as rotated on
*> pw_issue_master.dat while the old password was still live on the box.
*>
*> this program, run after the split (and again whenever receipts come in):
*>
*>   - reads the manifest and every delivery file it lists, checks each file's
*>     detail records against its trailer count and the manifest's count, and
*>     enters every delivered request on the INDEXED delivery-tracking master
*>     TRACK-FILE-NAME (pw_delivery_track.dat, keyed on the request ID) as
*>     SENT, with its account, target, delivery file, batch and date -- never
*>     the password;
*>   - reads the receipt file each target team returns,
*>     pw_receipt_<target>.dat, one line per request: the request ID, 'A'
*>     (applied) or 'F' (failed), the date it was applied on the box (spaces
*>     = today) and a reason; each receipt moves its request from SENT to
*>     APPLIED or FAILED. a receipt for a request never delivered, from the
*>     wrong target, with an outcome other than A/F, or contradicting an
*>     outcome already recorded is listed as a mismatch; a repeat of an
*>     outcome already recorded is only counted, so a team may keep
*>     appending to its receipt file. request IDs come round again (the
*>     rotation feed's every year, the intake's once their history has aged
*>     out), so a delivery from a different batch or date replaces whatever
*>     the master held under its ID, and a receipt line dated before the
*>     delivery it would settle belongs to the earlier one and is only
*>     counted as stale;
*>   - updates pw_issue_master.dat: PASSWORD-ISSUE-LOADER now only notes a
*>     newly generated password as pending on the account, and it is the
*>     APPLIED receipt here that moves the account's issue date (to the date
*>     applied) and request ID forward and clears the pending note. a FAILED
*>     receipt only clears the pending note -- the old password is still the
*>     live one, and the issue date keeps saying so. a master still in the
*>     32-byte layout from before the pending fields is converted first, the
*>     way PASSWORD-ISSUE-LOADER converts it (pw_issue_convert.tmp kept as the
*>     safety copy; an unknown layout is left alone, 08). the loader notes
*>     every generated password as pending, the ones the split could not
*>     route included; nobody will ever return a receipt for those, so the
*>     unrouted list the manifest names (pw_unrouted.dat) has its requests'
*>     pending notes cleared here, the way a FAILED receipt clears one;
*>   - lists every delivery still SENT, unconfirmed, after the number of days
*>     in OUTSTANDING-DAYS-FILE-NAME (pw_outstanding_days.dat, one 3-digit
*>     record; 3 days when the file is absent), together with the failed
*>     applies, on REPORT-FILE-NAME (pw_receipt_recon.rpt).
*>
*> ends with RETURN-CODE 00, 02 when a delivery file disagrees with its
*> trailer or the manifest or a receipt is a mismatch, 08 when a control or
*> input file is present but unreadable, 12 when the tracking master, the
*> issue master or the report can't be written, 16 on a mid-run I/O error,
*> and rewrites the shared one-record step-status file last, as every window
*> step does. outstanding deliveries are reported, not failed -- chasing
*> them is the admins' job, not the scheduler's.
*>
*> $ cobc -V  # cobc (GnuCOBOL) 3.1.2.0


IDENTIFICATION DIVISION.
PROGRAM-ID. DELIVERY-RECEIPT-RECON.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MANIFEST-FILE ASSIGN TO MANIFEST-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT DELIVERY-FILE ASSIGN TO DELIVERY-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT RECEIPT-FILE ASSIGN TO RECEIPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT UNROUTED-FILE ASSIGN TO UNROUTED-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT TRACK-FILE ASSIGN TO TRACK-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DT-REQ-ID
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT PW-ISSUE-MASTER ASSIGN TO PW-ISSUE-MASTER-NAME
        ORGANIZATION IS INDEXED
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
    SELECT OUTSTANDING-DAYS-FILE ASSIGN TO OUTSTANDING-DAYS-FILE-NAME
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
FD  MANIFEST-FILE.
01  MANIFEST-RECORD.
    05 MF-FILE-NAME     PIC X(30).  *> a delivery file, or the "MANIFEST" header
    05 FILLER           PIC X(1).
    05 MF-COUNT         PIC X(9).   *> the records the split routed to that file
    05 FILLER           PIC X(40).
FD  DELIVERY-FILE.
01  DELIVERY-RECORD.
    05 DLV-REQ-ID       PIC X(8).   *> "HDR " / "TRL " on the header and trailer
    05 FILLER           PIC X(1).
    05 DLV-ACCOUNT      PIC X(16).
    05 FILLER           PIC X(100). *> the password -- never copied anywhere here
FD  RECEIPT-FILE.
01  RECEIPT-RECORD.
    05 RCP-REQ-ID       PIC X(8).
    05 FILLER           PIC X(1).
    05 RCP-OUTCOME      PIC X(1).   *> 'A' = applied, 'F' = failed
    05 FILLER           PIC X(1).
    05 RCP-DATE         PIC X(8).   *> YYYYMMDD applied on the box; spaces = today
    05 FILLER           PIC X(1).
    05 RCP-REASON       PIC X(40).  *> why it failed, or a free-form note
FD  UNROUTED-FILE.
01  UNROUTED-RECORD.
    05 UR-REQ-ID        PIC X(8).   *> a request the split could route nowhere
    05 FILLER           PIC X(1).
    05 UR-ACCOUNT       PIC X(16).
    05 FILLER           PIC X(1).
    05 UR-REASON        PIC X(40).
FD  TRACK-FILE.
01  TRACK-RECORD.
    05 DT-REQ-ID        PIC X(8).   *> the delivered request, the master's key
    05 FILLER           PIC X(1).
    05 DT-ACCOUNT       PIC X(16).
    05 FILLER           PIC X(1).
    05 DT-TARGET        PIC X(8).   *> the target system it was delivered to
    05 FILLER           PIC X(1).
    05 DT-DELIVERY-FILE PIC X(30).
    05 FILLER           PIC X(1).
    05 DT-BATCH-ID      PIC X(15).  *> the split run that delivered it
    05 FILLER           PIC X(1).
    05 DT-SENT-DATE     PIC X(8).   *> YYYYMMDD on the delivery file's header
    05 FILLER           PIC X(1).
    05 DT-STATUS        PIC X(1).   *> 'S' sent, 'A' applied, 'F' failed
    05 FILLER           PIC X(1).
    05 DT-RECEIPT-DATE  PIC X(8).   *> YYYYMMDD the receipt was reconciled
    05 FILLER           PIC X(1).
    05 DT-APPLIED-DATE  PIC X(8).   *> YYYYMMDD the target team says it applied
    05 FILLER           PIC X(1).
    05 DT-REASON        PIC X(40).  *> the receipt's reason
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
FD  OUTSTANDING-DAYS-FILE.
01  OUTSTANDING-DAYS-RECORD.
    05 OD-DAYS          PIC 9(3).   *> days a delivery may stay unconfirmed
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
01  MANIFEST-FILE-NAME    PIC X(24) VALUE "pw_delivery_manifest.dat".
01  DELIVERY-FILE-NAME    PIC X(30).  *> from the manifest: pw_delivery_<target>.dat
01  RECEIPT-FILE-NAME     PIC X(30).  *> built per target: pw_receipt_<target>.dat
01  UNROUTED-FILE-NAME    PIC X(30) VALUE SPACES.  *> from the manifest; spaces
                                                   *> when it names none
01  TRACK-FILE-NAME       PIC X(21) VALUE "pw_delivery_track.dat".
01  PW-ISSUE-MASTER-NAME  PIC X(19) VALUE "pw_issue_master.dat".
01  ISSUE-CONVERT-NAME    PIC X(20) VALUE "pw_issue_convert.tmp".
01  OUTSTANDING-DAYS-FILE-NAME PIC X(23) VALUE "pw_outstanding_days.dat".
01  REPORT-FILE-NAME      PIC X(20) VALUE "pw_receipt_recon.rpt".

*> Variables
01  WS-FS             PIC XX.  *> 00 = Success, others = Error

01  CURRENT-DATE-STAMP  PIC X(21).
01  RUN-DATE            PIC X(8).  *> YYYYMMDD of this reconciliation
77  TODAY-DAY-NBR       PIC 9(9).  *> today as a day count, for age arithmetic
77  SENT-DAY-NBR        PIC 9(9).
77  SENT-DATE-NUM       PIC 9(8).
77  DELIVERY-AGE        PIC 9(9).  *> days a delivery has been waiting
77  OUTSTANDING-DAYS    PIC 9(3) VALUE 3.  *> unconfirmed this long = outstanding
01  WS-LINE             PIC X(80) VALUE SPACES.
77  TRACK-OPEN          PIC X VALUE 'N'.  *> 'Y' while the tracking master is open
77  ISSUE-OPEN          PIC X VALUE 'N'.  *> 'Y' while the issue master is open
77  CONVERT-BAD         PIC X VALUE 'N'.  *> 'Y' once a layout conversion went bad
77  CONVERT-DONE        PIC X.
77  UNLOADED-COUNT      PIC 9(9) VALUE 0.
77  CONVERTED-COUNT     PIC 9(9) VALUE 0.
77  FILE-DONE           PIC X.
77  SCAN-DONE           PIC X.

*> the delivery file at hand
01  MANIFEST-DATE       PIC X(8) VALUE SPACES.
01  MANIFEST-BATCH-ID   PIC X(15) VALUE SPACES.
01  DEL-TARGET          PIC X(8).
01  DEL-BATCH-ID        PIC X(15).
01  DEL-SENT-DATE       PIC X(8).
77  DEL-HAS-TRAILER     PIC X.
77  DEL-TRAILER-COUNT   PIC 9(9).
77  DEL-MANIFEST-COUNT  PIC 9(9).
77  DEL-DETAILS         PIC 9(9).
77  DEL-NEWLY-TRACKED   PIC 9(9).

*> targets with deliveries still waiting on a receipt
01  TARGET-TABLE.
    05 TGT-NAME         PIC X(8) OCCURS 20 TIMES.
77  TARGET-COUNT      PIC 9(2) VALUE 0.
77  TARGET-IDX        PIC 9(2).
77  TARGET-FOUND-IDX  PIC 9(2).
77  TARGET-OVERFLOW   PIC X VALUE 'N'.  *> 'Y' once more than 20 targets turned up
01  RECEIPT-TARGET    PIC X(8).  *> the target whose receipt file is being read
01  RECEIPT-OUTCOME   PIC X(1).
01  RECEIPT-APPLIED   PIC X(8).  *> the applied date the receipt carries, or today

*> run totals
77  FILES-CHECKED     PIC 9(6) VALUE 0.
77  FILES-MISMATCHED  PIC 9(6) VALUE 0.
77  TOTAL-NEWLY-TRACKED PIC 9(9) VALUE 0.
77  RECEIPTS-READ     PIC 9(9) VALUE 0.
77  RECEIPTS-APPLIED  PIC 9(9) VALUE 0.
77  RECEIPTS-FAILED   PIC 9(9) VALUE 0.
77  RECEIPTS-REPEATED PIC 9(9) VALUE 0.
77  RECEIPTS-STALE    PIC 9(9) VALUE 0.
77  RECEIPTS-MISMATCHED PIC 9(9) VALUE 0.
77  ISSUES-CONFIRMED  PIC 9(9) VALUE 0.
77  UNROUTED-READ     PIC 9(9) VALUE 0.
77  UNROUTED-RELEASED PIC 9(9) VALUE 0.
77  STILL-SENT        PIC 9(9) VALUE 0.
77  OUTSTANDING-COUNT PIC 9(9) VALUE 0.

*> numeric-edited fields the report lines carry
01  CNT-ED            PIC ZZZZZZZZ9.
01  CNT-ED-2          PIC ZZZZZZZZ9.
01  CNT-ED-3          PIC ZZZZZZZZ9.
01  CNT-ED-4          PIC ZZZZZZZZ9.
01  DAYS-ED           PIC ZZZZ9.
01  MISMATCH-TEXT     PIC X(50).

*> scheduler awareness: first failure wins, reported via RETURN-CODE and the
*> one-record step-status file the batch window checks between steps
01  STEP-STATUS-FILE-NAME PIC X(15) VALUE "step_status.dat".
77  RUN-RC            PIC 9(2) VALUE 0.  *> 00 OK, 02 reconciliation mismatch,
                                         *> 08 control file unreadable, 12 output
                                         *> not writable, 16 mid-run I/O error
77  FAILURE-RC        PIC 9(2).
01  FAIL-FILE-NAME    PIC X(30) VALUE SPACES.
01  FAILURE-FILE      PIC X(30).


PROCEDURE DIVISION.
MAIN-LOGIC.
    DISPLAY " "
    END-DISPLAY
    DISPLAY "reconciling delivery receipts against " MANIFEST-FILE-NAME
    END-DISPLAY

    MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-STAMP
    MOVE CURRENT-DATE-STAMP(1:8) TO RUN-DATE
    COMPUTE TODAY-DAY-NBR =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(RUN-DATE))
    END-COMPUTE

    PERFORM READ-OUTSTANDING-DAYS

    OPEN OUTPUT REPORT-FILE
    IF WS-FS NOT = "00"
        DISPLAY "could not write to file: " REPORT-FILE-NAME WITH NO ADVANCING
        END-DISPLAY
        DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        MOVE 12 TO FAILURE-RC
        MOVE REPORT-FILE-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
    ELSE
        MOVE "password delivery receipt reconciliation" TO WS-LINE
        PERFORM WRITE-REPORT-LINE
        MOVE OUTSTANDING-DAYS TO DAYS-ED
        STRING "run date: " RUN-DATE "   outstanding after: " DAYS-ED " day(s)"
            DELIMITED BY SIZE INTO WS-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE

        PERFORM OPEN-TRACK-MASTER
        IF TRACK-OPEN = 'Y'
            PERFORM REGISTER-MANIFEST-DELIVERIES
            PERFORM OPEN-ISSUE-MASTER
            IF ISSUE-OPEN = 'Y'
                IF UNROUTED-FILE-NAME NOT = SPACES
                    PERFORM RELEASE-UNROUTED-PENDING
                END-IF
                PERFORM COLLECT-WAITING-TARGETS
                PERFORM PROCESS-RECEIPT-FILES
                CLOSE PW-ISSUE-MASTER
            END-IF
            PERFORM LIST-OUTSTANDING
            CLOSE TRACK-FILE
        END-IF

        PERFORM WRITE-REPORT-TOTALS
        CLOSE REPORT-FILE
        DISPLAY " "
        END-DISPLAY
        DISPLAY "receipt reconciliation report written to: " REPORT-FILE-NAME
        END-DISPLAY
    END-IF.

    *> a count that doesn't add up or a receipt that matches nothing is a
    *> verdict the operator has to act on; reported last so a real I/O
    *> failure of the run wins
    IF FILES-MISMATCHED > 0 OR RECEIPTS-MISMATCHED > 0
        MOVE 02 TO FAILURE-RC
        MOVE TRACK-FILE-NAME TO FAILURE-FILE
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

READ-OUTSTANDING-DAYS.
    *> how long a delivery may wait for its receipt before it is listed as
    *> outstanding; the built-in 3 days stay in force without the file, but
    *> one that is there and can't be read is a hard failure
    OPEN INPUT OUTSTANDING-DAYS-FILE
    IF WS-FS NOT = "00" AND WS-FS NOT = "35"
        DISPLAY "could not read control file: " OUTSTANDING-DAYS-FILE-NAME WITH NO ADVANCING
        END-DISPLAY
        DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        MOVE 08 TO FAILURE-RC
        MOVE OUTSTANDING-DAYS-FILE-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
    END-IF
    IF WS-FS = "00"
        READ OUTSTANDING-DAYS-FILE
            AT END
                CONTINUE
            NOT AT END
                IF OD-DAYS NUMERIC
                    MOVE OD-DAYS TO OUTSTANDING-DAYS
                    DISPLAY "outstanding-delivery age loaded from control file: "
                        OUTSTANDING-DAYS-FILE-NAME
                    END-DISPLAY
                END-IF
        END-READ
        CLOSE OUTSTANDING-DAYS-FILE
    END-IF.


OPEN-TRACK-MASTER.
    *> the tracking master is created empty the first time round
    OPEN I-O TRACK-FILE
    IF WS-FS = "35"
        OPEN OUTPUT TRACK-FILE
        IF WS-FS = "00"
            CLOSE TRACK-FILE
            DISPLAY TRACK-FILE-NAME " not present -- created empty"
            END-DISPLAY
            OPEN I-O TRACK-FILE
        END-IF
    END-IF
    IF WS-FS NOT = "00"
        DISPLAY "could not write to file: " TRACK-FILE-NAME WITH NO ADVANCING
        END-DISPLAY
        DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        MOVE 12 TO FAILURE-RC
        MOVE TRACK-FILE-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
    ELSE
        MOVE 'Y' TO TRACK-OPEN
    END-IF.


OPEN-ISSUE-MASTER.
    OPEN I-O PW-ISSUE-MASTER
    IF WS-FS = "39"
        *> a record-length mismatch: a master still in the layout from before
        *> the pending fields, converted the way PASSWORD-ISSUE-LOADER
        *> converts it and then opened
        PERFORM CONVERT-ISSUE-MASTER
        IF CONVERT-BAD = 'N'
            OPEN I-O PW-ISSUE-MASTER
        END-IF
    END-IF
    IF WS-FS = "35" AND CONVERT-BAD = 'N'
        OPEN OUTPUT PW-ISSUE-MASTER
        IF WS-FS = "00"
            CLOSE PW-ISSUE-MASTER
            OPEN I-O PW-ISSUE-MASTER
        END-IF
    END-IF
    IF CONVERT-BAD = 'Y'
        *> already reported; the master is left as the conversion found it
        CONTINUE
    ELSE
    IF WS-FS NOT = "00"
        DISPLAY "could not write to file: " PW-ISSUE-MASTER-NAME WITH NO ADVANCING
        END-DISPLAY
        DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        MOVE 12 TO FAILURE-RC
        MOVE PW-ISSUE-MASTER-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
    ELSE
        MOVE 'Y' TO ISSUE-OPEN
    END-IF
    END-IF.


REGISTER-MANIFEST-DELIVERIES.
    *> every delivery file the latest split listed goes onto the tracking
    *> master. no manifest at all means no split has run since the file was
    *> last archived -- the receipts can still be worked, so it is only noted
    MOVE "----------------------------------------" TO WS-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE "delivery files on the manifest" TO WS-LINE
    PERFORM WRITE-REPORT-LINE

    OPEN INPUT MANIFEST-FILE
    IF WS-FS NOT = "00"
        IF WS-FS = "35"
            MOVE "no delivery manifest found -- no new deliveries to track"
                TO WS-LINE
            PERFORM WRITE-REPORT-LINE
        ELSE
            DISPLAY "could not read control file: " MANIFEST-FILE-NAME WITH NO ADVANCING
            END-DISPLAY
            DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
            END-DISPLAY
            MOVE 08 TO FAILURE-RC
            MOVE MANIFEST-FILE-NAME TO FAILURE-FILE
            PERFORM RECORD-STEP-FAILURE
        END-IF
    ELSE
        MOVE 'N' TO FILE-DONE
        PERFORM UNTIL FILE-DONE = 'Y'
            READ MANIFEST-FILE
                AT END
                    MOVE 'Y' TO FILE-DONE
                NOT AT END
                    IF MANIFEST-RECORD(1:9) = "MANIFEST "
                        MOVE MANIFEST-RECORD(10:8) TO MANIFEST-DATE
                        MOVE MANIFEST-RECORD(19:15) TO MANIFEST-BATCH-ID
                    ELSE
                    IF MF-FILE-NAME(1:12) = "pw_delivery_"
                        PERFORM REGISTER-ONE-DELIVERY-FILE
                    ELSE
                    IF MANIFEST-RECORD(1:12) = "pw_unrouted."
                        *> the unrouted list's line carries a count and a
                        *> note after the name, not the delivery files' layout
                        MOVE SPACES TO UNROUTED-FILE-NAME
                        UNSTRING MANIFEST-RECORD DELIMITED BY " "
                            INTO UNROUTED-FILE-NAME
                        END-UNSTRING
                    END-IF
                    END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE MANIFEST-FILE
        IF FILES-CHECKED = 0
            MOVE "the manifest lists no delivery files" TO WS-LINE
            PERFORM WRITE-REPORT-LINE
        END-IF
    END-IF.


REGISTER-ONE-DELIVERY-FILE.
    *> header, details, trailer: the details are counted against the trailer
    *> and the manifest's count, and each is entered on the tracking master
    ADD 1 TO FILES-CHECKED
    END-ADD
    MOVE MF-FILE-NAME TO DELIVERY-FILE-NAME
    IF MF-COUNT NUMERIC
        MOVE MF-COUNT TO DEL-MANIFEST-COUNT
    ELSE
        MOVE 0 TO DEL-MANIFEST-COUNT
    END-IF
    MOVE SPACES TO DEL-TARGET
    MOVE MANIFEST-BATCH-ID TO DEL-BATCH-ID
    MOVE MANIFEST-DATE TO DEL-SENT-DATE
    MOVE 'N' TO DEL-HAS-TRAILER
    MOVE 0 TO DEL-TRAILER-COUNT
    MOVE 0 TO DEL-DETAILS
    MOVE 0 TO DEL-NEWLY-TRACKED

    OPEN INPUT DELIVERY-FILE
    IF WS-FS NOT = "00"
        IF WS-FS NOT = "35"
            DISPLAY "could not read file: " FUNCTION TRIM(DELIVERY-FILE-NAME) WITH NO ADVANCING
            END-DISPLAY
            DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
            END-DISPLAY
            MOVE 08 TO FAILURE-RC
            MOVE DELIVERY-FILE-NAME TO FAILURE-FILE
            PERFORM RECORD-STEP-FAILURE
        END-IF
        ADD 1 TO FILES-MISMATCHED
        END-ADD
        STRING FUNCTION TRIM(DELIVERY-FILE-NAME)
            " is on the manifest but can't be read  MISMATCH"
            DELIMITED BY SIZE INTO WS-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
    ELSE
        MOVE 'N' TO SCAN-DONE
        PERFORM UNTIL SCAN-DONE = 'Y'
            READ DELIVERY-FILE
                AT END
                    MOVE 'Y' TO SCAN-DONE
                NOT AT END
                    IF DELIVERY-RECORD(1:4) = "HDR "
                        MOVE DELIVERY-RECORD(5:8) TO DEL-SENT-DATE
                        MOVE DELIVERY-RECORD(14:15) TO DEL-BATCH-ID
                        MOVE DELIVERY-RECORD(30:8) TO DEL-TARGET
                    ELSE
                    IF DELIVERY-RECORD(1:4) = "TRL "
                        MOVE 'Y' TO DEL-HAS-TRAILER
                        IF DELIVERY-RECORD(5:9) NUMERIC
                            MOVE DELIVERY-RECORD(5:9) TO DEL-TRAILER-COUNT
                        END-IF
                    ELSE
                    IF DELIVERY-RECORD NOT = SPACES
                        ADD 1 TO DEL-DETAILS
                        END-ADD
                        PERFORM TRACK-ONE-DELIVERY
                    END-IF
                    END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DELIVERY-FILE
        PERFORM REPORT-ONE-DELIVERY-FILE
    END-IF.


TRACK-ONE-DELIVERY.
    *> a request new to the master is entered as SENT. one already there
    *> from the same batch, date and account is the same delivery seen again
    *> (this program was rerun): a SENT entry picks up the delivery details,
    *> an APPLIED or FAILED one is left alone. anything else is a new
    *> delivery under the ID -- a rerun of the split, or a request ID reused
    *> long after -- and replaces the old entry as SENT
    MOVE DLV-REQ-ID TO DT-REQ-ID
    READ TRACK-FILE
        INVALID KEY
            PERFORM FILL-TRACK-RECORD
            WRITE TRACK-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE
            PERFORM CHECK-TRACK-WRITE
            ADD 1 TO DEL-NEWLY-TRACKED
            END-ADD
        NOT INVALID KEY
            IF DT-ACCOUNT NOT = DLV-ACCOUNT
              OR DT-BATCH-ID NOT = DEL-BATCH-ID
              OR DT-SENT-DATE NOT = DEL-SENT-DATE
              OR DT-STATUS = 'S'
                IF DT-ACCOUNT NOT = DLV-ACCOUNT
                  OR DT-BATCH-ID NOT = DEL-BATCH-ID
                  OR DT-SENT-DATE NOT = DEL-SENT-DATE
                    ADD 1 TO DEL-NEWLY-TRACKED
                    END-ADD
                END-IF
                PERFORM FILL-TRACK-RECORD
                REWRITE TRACK-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
                PERFORM CHECK-TRACK-WRITE
            END-IF
    END-READ.


FILL-TRACK-RECORD.
    MOVE SPACES TO TRACK-RECORD
    MOVE DLV-REQ-ID TO DT-REQ-ID
    MOVE DLV-ACCOUNT TO DT-ACCOUNT
    MOVE DEL-TARGET TO DT-TARGET
    MOVE DELIVERY-FILE-NAME TO DT-DELIVERY-FILE
    MOVE DEL-BATCH-ID TO DT-BATCH-ID
    MOVE DEL-SENT-DATE TO DT-SENT-DATE
    MOVE 'S' TO DT-STATUS.


CHECK-TRACK-WRITE.
    IF WS-FS NOT = "00"
        DISPLAY "I/O error writing delivery-tracking master -- "
            "GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        MOVE 16 TO FAILURE-RC
        MOVE TRACK-FILE-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
    END-IF.


REPORT-ONE-DELIVERY-FILE.
    ADD DEL-NEWLY-TRACKED TO TOTAL-NEWLY-TRACKED
    END-ADD
    MOVE DEL-MANIFEST-COUNT TO CNT-ED
    MOVE DEL-TRAILER-COUNT TO CNT-ED-2
    MOVE DEL-DETAILS TO CNT-ED-3
    MOVE DEL-NEWLY-TRACKED TO CNT-ED-4
    STRING FUNCTION TRIM(DELIVERY-FILE-NAME) "  target " DEL-TARGET
        "  sent " DEL-SENT-DATE
        DELIMITED BY SIZE INTO WS-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    STRING "  manifest " CNT-ED "  trailer " CNT-ED-2 "  records " CNT-ED-3
        "  new " CNT-ED-4
        DELIMITED BY SIZE INTO WS-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    IF DEL-HAS-TRAILER = 'N'
        ADD 1 TO FILES-MISMATCHED
        END-ADD
        MOVE "  MISMATCH: no trailer record -- the file arrived cut short"
            TO WS-LINE
        PERFORM WRITE-REPORT-LINE
    ELSE
    IF DEL-DETAILS NOT = DEL-TRAILER-COUNT
      OR DEL-DETAILS NOT = DEL-MANIFEST-COUNT
        ADD 1 TO FILES-MISMATCHED
        END-ADD
        MOVE "  MISMATCH: records, trailer and manifest counts disagree"
            TO WS-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF
    END-IF.


RELEASE-UNROUTED-PENDING.
    *> a request on the unrouted list was never delivered anywhere, so no
    *> receipt will ever settle it: its pending note goes now, or the
    *> rotation feed would skip the account for good
    OPEN INPUT UNROUTED-FILE
    IF WS-FS NOT = "00"
        IF WS-FS NOT = "35"
            DISPLAY "could not read file: " FUNCTION TRIM(UNROUTED-FILE-NAME) WITH NO ADVANCING
            END-DISPLAY
            DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
            END-DISPLAY
            MOVE 08 TO FAILURE-RC
            MOVE UNROUTED-FILE-NAME TO FAILURE-FILE
            PERFORM RECORD-STEP-FAILURE
        END-IF
        ADD 1 TO FILES-MISMATCHED
        END-ADD
        STRING FUNCTION TRIM(UNROUTED-FILE-NAME)
            " is on the manifest but can't be read  MISMATCH"
            DELIMITED BY SIZE INTO WS-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
    ELSE
        MOVE 'N' TO FILE-DONE
        PERFORM UNTIL FILE-DONE = 'Y'
            READ UNROUTED-FILE
                AT END
                    MOVE 'Y' TO FILE-DONE
                NOT AT END
                    IF UR-ACCOUNT NOT = SPACES
                        ADD 1 TO UNROUTED-READ
                        END-ADD
                        PERFORM RELEASE-ONE-UNROUTED
                    END-IF
            END-READ
        END-PERFORM
        CLOSE UNROUTED-FILE
        MOVE UNROUTED-READ TO CNT-ED
        MOVE UNROUTED-RELEASED TO CNT-ED-2
        STRING FUNCTION TRIM(UNROUTED-FILE-NAME) "  unrouted " CNT-ED
            "  pending released " CNT-ED-2
            DELIMITED BY SIZE INTO WS-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
    END-IF.


RELEASE-ONE-UNROUTED.
    MOVE UR-ACCOUNT TO PIM-ACCOUNT
    READ PW-ISSUE-MASTER
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF PIM-PENDING-REQ-ID = UR-REQ-ID
                MOVE SPACES TO PIM-PENDING-REQ-ID
                MOVE SPACES TO PIM-PENDING-DATE
                REWRITE PW-ISSUE-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
                PERFORM CHECK-ISSUE-WRITE
                ADD 1 TO UNROUTED-RELEASED
                END-ADD
            END-IF
    END-READ.


COLLECT-WAITING-TARGETS.
    *> a receipt file is only worth reading for a target that still has a
    *> delivery waiting on it -- the master may hold deliveries from earlier
    *> windows whose manifest is long archived
    MOVE 'N' TO SCAN-DONE
    MOVE LOW-VALUES TO DT-REQ-ID
    START TRACK-FILE KEY IS GREATER THAN OR EQUAL TO DT-REQ-ID
        INVALID KEY
            MOVE 'Y' TO SCAN-DONE
    END-START
    PERFORM UNTIL SCAN-DONE = 'Y'
        READ TRACK-FILE NEXT RECORD
            AT END
                MOVE 'Y' TO SCAN-DONE
            NOT AT END
                IF DT-STATUS = 'S' AND DT-TARGET NOT = SPACES
                    PERFORM NOTE-WAITING-TARGET
                END-IF
        END-READ
    END-PERFORM.


NOTE-WAITING-TARGET.
    MOVE 0 TO TARGET-FOUND-IDX
    PERFORM VARYING TARGET-IDX FROM 1 BY 1 UNTIL TARGET-IDX > TARGET-COUNT
        IF TGT-NAME(TARGET-IDX) = DT-TARGET
            MOVE TARGET-IDX TO TARGET-FOUND-IDX
        END-IF
    END-PERFORM
    IF TARGET-FOUND-IDX = 0
        IF TARGET-COUNT < 20
            ADD 1 TO TARGET-COUNT
            END-ADD
            MOVE DT-TARGET TO TGT-NAME(TARGET-COUNT)
        ELSE
            IF TARGET-OVERFLOW = 'N'
                MOVE 'Y' TO TARGET-OVERFLOW
                DISPLAY "WARNING: more than 20 target systems waiting on "
                    "receipts -- the extras are read next run"
                END-DISPLAY
            END-IF
        END-IF
    END-IF.


PROCESS-RECEIPT-FILES.
    MOVE "----------------------------------------" TO WS-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE "receipts from the target teams" TO WS-LINE
    PERFORM WRITE-REPORT-LINE
    IF TARGET-COUNT = 0
        MOVE "no deliveries are waiting on a receipt" TO WS-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF
    PERFORM VARYING TARGET-IDX FROM 1 BY 1 UNTIL TARGET-IDX > TARGET-COUNT
        PERFORM PROCESS-ONE-RECEIPT-FILE
    END-PERFORM.


PROCESS-ONE-RECEIPT-FILE.
    *> a target that hasn't sent its receipts yet is simply not heard from;
    *> its deliveries stay SENT and age towards the outstanding list
    MOVE TGT-NAME(TARGET-IDX) TO RECEIPT-TARGET
    MOVE SPACES TO RECEIPT-FILE-NAME
    STRING "pw_receipt_" FUNCTION TRIM(RECEIPT-TARGET) ".dat"
        DELIMITED BY SIZE INTO RECEIPT-FILE-NAME
    END-STRING

    OPEN INPUT RECEIPT-FILE
    IF WS-FS NOT = "00"
        IF WS-FS = "35"
            STRING FUNCTION TRIM(RECEIPT-FILE-NAME) ": no receipt file yet"
                DELIMITED BY SIZE INTO WS-LINE
            END-STRING
            PERFORM WRITE-REPORT-LINE
        ELSE
            DISPLAY "could not read control file: " FUNCTION TRIM(RECEIPT-FILE-NAME) WITH NO ADVANCING
            END-DISPLAY
            DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
            END-DISPLAY
            MOVE 08 TO FAILURE-RC
            MOVE RECEIPT-FILE-NAME TO FAILURE-FILE
            PERFORM RECORD-STEP-FAILURE
        END-IF
    ELSE
        STRING FUNCTION TRIM(RECEIPT-FILE-NAME) ":"
            DELIMITED BY SIZE INTO WS-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
        MOVE 'N' TO FILE-DONE
        PERFORM UNTIL FILE-DONE = 'Y'
            READ RECEIPT-FILE
                AT END
                    MOVE 'Y' TO FILE-DONE
                NOT AT END
                    IF RECEIPT-RECORD NOT = SPACES
                        ADD 1 TO RECEIPTS-READ
                        END-ADD
                        PERFORM APPLY-ONE-RECEIPT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RECEIPT-FILE
    END-IF.


APPLY-ONE-RECEIPT.
    *> moves the receipt's request from SENT to APPLIED or FAILED; anything
    *> that doesn't line up with what was delivered is listed as a mismatch
    MOVE SPACES TO MISMATCH-TEXT
    MOVE RCP-OUTCOME TO RECEIPT-OUTCOME
    IF RECEIPT-OUTCOME = 'a'
        MOVE 'A' TO RECEIPT-OUTCOME
    END-IF
    IF RECEIPT-OUTCOME = 'f'
        MOVE 'F' TO RECEIPT-OUTCOME
    END-IF
    IF RCP-DATE NUMERIC
        MOVE RCP-DATE TO RECEIPT-APPLIED
    ELSE
        MOVE RUN-DATE TO RECEIPT-APPLIED
    END-IF

    IF RECEIPT-OUTCOME NOT = 'A' AND RECEIPT-OUTCOME NOT = 'F'
        MOVE "outcome is neither A (applied) nor F (failed)"
            TO MISMATCH-TEXT
    ELSE
        MOVE RCP-REQ-ID TO DT-REQ-ID
        READ TRACK-FILE
            INVALID KEY
                MOVE "no delivery on record for this request"
                    TO MISMATCH-TEXT
            NOT INVALID KEY
                PERFORM SETTLE-TRACKED-DELIVERY
        END-READ
    END-IF

    IF MISMATCH-TEXT NOT = SPACES
        ADD 1 TO RECEIPTS-MISMATCHED
        END-ADD
        STRING "  MISMATCH " RCP-REQ-ID " " RCP-OUTCOME ": " MISMATCH-TEXT
            DELIMITED BY SIZE INTO WS-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
    END-IF.


SETTLE-TRACKED-DELIVERY.
    *> a line applied before the delivery on the master went out is the
    *> receipt for an earlier delivery under the same request ID
    IF RECEIPT-APPLIED < DT-SENT-DATE
        ADD 1 TO RECEIPTS-STALE
        END-ADD
    ELSE
    IF DT-TARGET NOT = RECEIPT-TARGET
        STRING "delivered to " DT-TARGET ", not to this target"
            DELIMITED BY SIZE INTO MISMATCH-TEXT
        END-STRING
    ELSE
    IF DT-STATUS = RECEIPT-OUTCOME
        *> the same outcome again -- the team's file just keeps growing
        ADD 1 TO RECEIPTS-REPEATED
        END-ADD
    ELSE
    IF DT-STATUS NOT = 'S'
        STRING "contradicts the " DT-STATUS " outcome recorded "
            DT-RECEIPT-DATE
            DELIMITED BY SIZE INTO MISMATCH-TEXT
        END-STRING
    ELSE
        MOVE RECEIPT-OUTCOME TO DT-STATUS
        MOVE RUN-DATE TO DT-RECEIPT-DATE
        MOVE RECEIPT-APPLIED TO DT-APPLIED-DATE
        MOVE RCP-REASON TO DT-REASON
        REWRITE TRACK-RECORD
            INVALID KEY
                CONTINUE
        END-REWRITE
        PERFORM CHECK-TRACK-WRITE
        IF DT-STATUS = 'A'
            ADD 1 TO RECEIPTS-APPLIED
            END-ADD
            PERFORM CONFIRM-ISSUE
        ELSE
            ADD 1 TO RECEIPTS-FAILED
            END-ADD
            STRING "  FAILED   " DT-REQ-ID " " DT-ACCOUNT " " DT-REASON
                DELIMITED BY SIZE INTO WS-LINE
            END-STRING
            PERFORM WRITE-REPORT-LINE
            PERFORM RELEASE-PENDING-ISSUE
        END-IF
    END-IF
    END-IF
    END-IF
    END-IF.


CONFIRM-ISSUE.
    *> the password is live on the box: the account's issue date moves to
    *> the day it was applied (never backwards, should receipts arrive out
    *> of order) and its pending note is cleared if it was this request's
    MOVE DT-ACCOUNT TO PIM-ACCOUNT
    READ PW-ISSUE-MASTER
        INVALID KEY
            MOVE SPACES TO PW-ISSUE-RECORD
            MOVE DT-ACCOUNT TO PIM-ACCOUNT
            MOVE DT-APPLIED-DATE TO PIM-ISSUE-DATE
            MOVE DT-REQ-ID TO PIM-REQ-ID
            WRITE PW-ISSUE-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE
            PERFORM CHECK-ISSUE-WRITE
            ADD 1 TO ISSUES-CONFIRMED
            END-ADD
        NOT INVALID KEY
            IF PIM-ISSUE-DATE NOT NUMERIC
              OR DT-APPLIED-DATE NOT < PIM-ISSUE-DATE
                MOVE DT-APPLIED-DATE TO PIM-ISSUE-DATE
                MOVE DT-REQ-ID TO PIM-REQ-ID
                ADD 1 TO ISSUES-CONFIRMED
                END-ADD
            END-IF
            IF PIM-PENDING-REQ-ID = DT-REQ-ID
                MOVE SPACES TO PIM-PENDING-REQ-ID
                MOVE SPACES TO PIM-PENDING-DATE
            END-IF
            REWRITE PW-ISSUE-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE
            PERFORM CHECK-ISSUE-WRITE
    END-READ.


RELEASE-PENDING-ISSUE.
    *> the apply failed, so the old password is still the live one: the
    *> issue date stays put, only the pending note goes -- the rotation feed
    *> is then free to ask for a fresh password again
    MOVE DT-ACCOUNT TO PIM-ACCOUNT
    READ PW-ISSUE-MASTER
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF PIM-PENDING-REQ-ID = DT-REQ-ID
                MOVE SPACES TO PIM-PENDING-REQ-ID
                MOVE SPACES TO PIM-PENDING-DATE
                REWRITE PW-ISSUE-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
                PERFORM CHECK-ISSUE-WRITE
            END-IF
    END-READ.


CHECK-ISSUE-WRITE.
    IF WS-FS NOT = "00"
        DISPLAY "I/O error writing password-issue master -- "
            "GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        MOVE 16 TO FAILURE-RC
        MOVE PW-ISSUE-MASTER-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
    END-IF.


LIST-OUTSTANDING.
    *> every delivery still SENT after OUTSTANDING-DAYS: the password went
    *> out but nobody has said it is live
    MOVE "----------------------------------------" TO WS-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE OUTSTANDING-DAYS TO DAYS-ED
    STRING "outstanding deliveries (unconfirmed after " DAYS-ED " day(s))"
        DELIMITED BY SIZE INTO WS-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE "REQ-ID   ACCOUNT          TARGET   SENT      DAYS  DELIVERY FILE"
        TO WS-LINE
    PERFORM WRITE-REPORT-LINE

    MOVE 'N' TO SCAN-DONE
    MOVE LOW-VALUES TO DT-REQ-ID
    START TRACK-FILE KEY IS GREATER THAN OR EQUAL TO DT-REQ-ID
        INVALID KEY
            MOVE 'Y' TO SCAN-DONE
    END-START
    PERFORM UNTIL SCAN-DONE = 'Y'
        READ TRACK-FILE NEXT RECORD
            AT END
                MOVE 'Y' TO SCAN-DONE
            NOT AT END
                IF DT-STATUS = 'S'
                    ADD 1 TO STILL-SENT
                    END-ADD
                    PERFORM CHECK-ONE-OUTSTANDING
                END-IF
        END-READ
    END-PERFORM

    IF OUTSTANDING-COUNT = 0
        MOVE "none" TO WS-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.


CHECK-ONE-OUTSTANDING.
    *> a mangled sent date can't be aged; the safe reading is "overdue"
    IF DT-SENT-DATE NUMERIC
        MOVE DT-SENT-DATE TO SENT-DATE-NUM
        COMPUTE SENT-DAY-NBR = FUNCTION INTEGER-OF-DATE(SENT-DATE-NUM)
        END-COMPUTE
        COMPUTE DELIVERY-AGE = TODAY-DAY-NBR - SENT-DAY-NBR
            ON SIZE ERROR
                MOVE 0 TO DELIVERY-AGE  *> a sent date in the future ages zero
        END-COMPUTE
    ELSE
        MOVE 99999 TO DELIVERY-AGE
    END-IF
    IF DELIVERY-AGE >= OUTSTANDING-DAYS
        ADD 1 TO OUTSTANDING-COUNT
        END-ADD
        MOVE DELIVERY-AGE TO DAYS-ED
        STRING DT-REQ-ID " " DT-ACCOUNT " " DT-TARGET " " DT-SENT-DATE " "
            DAYS-ED "  " FUNCTION TRIM(DT-DELIVERY-FILE)
            DELIMITED BY SIZE INTO WS-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
    END-IF.


WRITE-REPORT-TOTALS.
    MOVE "----------------------------------------" TO WS-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE FILES-CHECKED TO CNT-ED
    MOVE FILES-MISMATCHED TO CNT-ED-2
    STRING "delivery files checked:  " CNT-ED "   mismatched: " CNT-ED-2
        DELIMITED BY SIZE INTO WS-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE TOTAL-NEWLY-TRACKED TO CNT-ED
    STRING "deliveries newly tracked:" CNT-ED
        DELIMITED BY SIZE INTO WS-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE RECEIPTS-READ TO CNT-ED
    MOVE RECEIPTS-REPEATED TO CNT-ED-2
    MOVE RECEIPTS-STALE TO CNT-ED-3
    STRING "receipt lines read:      " CNT-ED "   repeats:    " CNT-ED-2
        "   stale: " CNT-ED-3
        DELIMITED BY SIZE INTO WS-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE RECEIPTS-APPLIED TO CNT-ED
    MOVE RECEIPTS-FAILED TO CNT-ED-2
    STRING "confirmed applied:       " CNT-ED "   failed:     " CNT-ED-2
        DELIMITED BY SIZE INTO WS-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE RECEIPTS-MISMATCHED TO CNT-ED
    MOVE ISSUES-CONFIRMED TO CNT-ED-2
    STRING "receipt mismatches:      " CNT-ED "   issue dates moved: " CNT-ED-2
        DELIMITED BY SIZE INTO WS-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE STILL-SENT TO CNT-ED
    MOVE OUTSTANDING-COUNT TO CNT-ED-2
    STRING "still unconfirmed:       " CNT-ED "   outstanding: " CNT-ED-2
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
        MOVE "DELIVERY-RECEIPT-RECON" TO SS-STEP-NAME
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

END PROGRAM DELIVERY-RECEIPT-RECON.
