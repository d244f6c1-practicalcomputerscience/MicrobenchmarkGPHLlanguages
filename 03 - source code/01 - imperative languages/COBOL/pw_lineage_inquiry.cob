*> pw_lineage_inquiry.cob
*>
*> 2026-10-15
*>
*> build on Ubuntu 24 LTS: $ cobc -F -W -x pw_lineage_inquiry.cob -o pw_lineage_inquiry
*>                                -F for free format to not use first 7 source line positions for sequence numbers used on punched cards !!
*>
*> run on Ubuntu 24 LTS:   $ ./pw_lineage_inquiry
*>
*> answers the auditor's question "where did the password for request X come from,
*> and where did it go?" from the masters that outlive the daily files, instead of
*> from ack files, results, audit lines and manifests half of which have been
*> archived by then. reads the request lineage (LINEAGE-FILE-NAME, pw_lineage.dat,
*> INDEXED on request ID + window date + window sequence) that FLEXIBLE-PASSWORD-
*> GENERATOR writes for every request it fulfills, and follows each record on to:
*>
*>   - the run-history master (RUN-HISTORY-FILE-NAME, run_history.dat) under the
*>     run ID the consumed stream was catalogued with -- seed, constants, QA;
*>   - the delivery tracking master (TRACK-FILE-NAME, pw_delivery_track.dat, kept
*>     by DELIVERY-RECEIPT-RECON) -- target, delivery file, receipt outcome;
*>   - the password issue master (PW-ISSUE-MASTER-NAME, pw_issue_master.dat) --
*>     whether this request's password is the account's live, pending or a
*>     superseded one.
*>
*> request IDs come round again, so both masters -- keyed on the request ID and
*> the account alone -- may hold another delivery or issue under the same ID: an
*> entry only counts for the chain when it is for the chain's account and dated
*> on or after the chain's window, and is reported as not this chain's otherwise.
*>
*> two kinds of inquiry, chosen by dialog like RUN-HISTORY-INQUIRY's:
*>
*>   1 - a request ID: every window that fulfilled it (START + READ NEXT on the
*>       key's request-ID part);
*>   2 - an account: every fulfilled request for it (a full pass over the
*>       lineage).
*>
*> each chain found is shown on screen and written to REPORT-FILE-NAME
*> (pw_lineage_inquiry.rpt). the password itself is on none of these files and is
*> never shown. a master that isn't there is noted in the chain, not failed on.
*>
*> $ cobc -V  # cobc (GnuCOBOL) 3.1.2.0


IDENTIFICATION DIVISION.
PROGRAM-ID. PW-LINEAGE-INQUIRY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LINEAGE-FILE ASSIGN TO LINEAGE-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LN-KEY
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT RUN-HISTORY-FILE ASSIGN TO RUN-HISTORY-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RH-RUN-ID
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
    SELECT REPORT-FILE ASSIGN TO REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable

DATA DIVISION.
FILE SECTION.
FD  LINEAGE-FILE.
01  LINEAGE-RECORD.
    05 LN-KEY.
       10 LN-REQ-ID     PIC X(8).   *> the fulfilled request
       10 LN-WINDOW-DATE PIC X(8).  *> YYYYMMDD of the batch window
       10 LN-WINDOW-SEQ PIC 9(4).   *> which window of that day; 0000 = outside the driver
    05 FILLER           PIC X(1).
    05 LN-ACCOUNT       PIC X(16).
    05 FILLER           PIC X(1).
    05 LN-SOURCE        PIC X(8).   *> from the request-ID history; spaces = not found
    05 FILLER           PIC X(1).
    05 LN-INTAKE-DATE   PIC X(8).
    05 FILLER           PIC X(1).
    05 LN-GENERATED     PIC X(14).  *> YYYYMMDDHHMMSS the result was written
    05 FILLER           PIC X(1).
    05 LN-MODE          PIC X(1).   *> 'C' = character password, 'P' = passphrase
    05 FILLER           PIC X(1).
    05 LN-TARGET        PIC X(8).   *> target resolved for the strength policy
    05 FILLER           PIC X(1).
    05 LN-STREAM-FILE   PIC X(24).  *> the stream file the first value came from
    05 FILLER           PIC X(1).
    05 LN-RUN-ID        PIC X(14).  *> its run-history key; spaces = generated in-run
    05 FILLER           PIC X(1).
    05 LN-SEED          PIC 9(9).   *> 0 = no audit line described the stream
    05 FILLER           PIC X(1).
    05 LN-GEN-ID        PIC 9(1).
    05 FILLER           PIC X(1).
    05 LN-CERT-ID       PIC X(14).
    05 FILLER           PIC X(1).
    05 LN-FIRST-ELEMENT PIC 9(9).   *> first X-ELEMENT index drawn for the request
    05 FILLER           PIC X(1).
    05 LN-LAST-ELEMENT  PIC 9(9).   *> last one, redraws included
    05 FILLER           PIC X(1).
    05 LN-CROSSED       PIC X(1).   *> 'R' rolled onto the next pair, 'W' wrapped
                                    *> this run's own stream, space = neither
    05 FILLER           PIC X(1).
    05 LN-END-STREAM-FILE PIC X(24). *> the pair rolled onto; spaces unless 'R'
    05 FILLER           PIC X(1).
    05 LN-END-RUN-ID    PIC X(14).
    05 FILLER           PIC X(1).
    05 LN-REDRAWS       PIC 9(2).   *> candidates redrawn for the reuse check
FD  RUN-HISTORY-FILE.
01  RUN-HISTORY-RECORD.
    05 RH-RUN-ID.                    *> date + per-day sequence + stream number
       10 RH-DATE       PIC X(8).    *> YYYYMMDD
       10 RH-SEQ        PIC 9(4).    *> which run of that day
       10 RH-STREAM     PIC 9(2).    *> which stream of that run (01 for single-stream)
    05 RH-SEED          PIC 9(9).
    05 RH-C-A           PIC 9(9).
    05 RH-C-M           PIC 9(9).
    05 RH-C-C           PIC 9(9).
    05 RH-BIN-FILE      PIC X(24).
    05 RH-HEX-FILE      PIC X(25).
    05 RH-ELAPSED       PIC X(12).   *> whole-run elapsed time, e.g. "0000000.43s"
    05 RH-QA-ONES       PIC 9(9).    *> monobit counts, filled by the QA report
    05 RH-QA-ZEROS      PIC 9(9).
    05 RH-QA-LONGEST-RUN PIC 9(9).
    05 RH-QA-DONE       PIC X.       *> 'Y' once the QA report filled its part
    05 RH-GEN-ID        PIC 9(1).    *> which generator algorithm produced the stream
    05 RH-CERT-ID       PIC X(14).   *> LCG-PARAM-CERTIFY certificate of the constants;
                                     *> spaces when they had none
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
FD  REPORT-FILE.
01  REPORT-LINE         PIC X(80).


WORKING-STORAGE SECTION.
01  LINEAGE-FILE-NAME     PIC X(14) VALUE "pw_lineage.dat".
01  RUN-HISTORY-FILE-NAME PIC X(15) VALUE "run_history.dat".
01  TRACK-FILE-NAME       PIC X(21) VALUE "pw_delivery_track.dat".
01  PW-ISSUE-MASTER-NAME  PIC X(19) VALUE "pw_issue_master.dat".
01  REPORT-FILE-NAME      PIC X(22) VALUE "pw_lineage_inquiry.rpt".

*> Variables
01  WS-FS             PIC XX.  *> 00 = Success, others = Error

01  ANSWER-STR        PIC X(38).
01  INQUIRY-CHOICE    PIC X.
01  WANTED-REQ-ID     PIC X(8).
01  WANTED-ACCOUNT    PIC X(16).
77  RECORDS-SHOWN     PIC 9(4) VALUE 0.
77  SCAN-DONE         PIC X.
77  RUN-HISTORY-OPEN  PIC X VALUE 'N'.  *> the linked masters are optional: one
77  TRACK-OPEN        PIC X VALUE 'N'.  *> that isn't there is noted in the chain
77  ISSUE-OPEN        PIC X VALUE 'N'.
01  LOOKUP-RUN-ID     PIC X(14).
01  WS-LINE           PIC X(80) VALUE SPACES.


PROCEDURE DIVISION.
MAIN-LOGIC.
    DISPLAY " "
    END-DISPLAY
    DISPLAY "password request lineage inquiry against " LINEAGE-FILE-NAME
    END-DISPLAY

    MOVE SPACE TO INQUIRY-CHOICE
    PERFORM UNTIL INQUIRY-CHOICE = '1' OR INQUIRY-CHOICE = '2'
        DISPLAY " "
        END-DISPLAY
        DISPLAY "inquiry by (1) request ID or (2) account? " WITH NO ADVANCING
        END-DISPLAY
        ACCEPT ANSWER-STR
        END-ACCEPT
        IF ANSWER-STR(1:38) = '1'
            MOVE '1' TO INQUIRY-CHOICE
        ELSE
            IF ANSWER-STR(1:38) = '2'
                MOVE '2' TO INQUIRY-CHOICE
            ELSE
                DISPLAY "enter '1' or '2'"
                END-DISPLAY
            END-IF
        END-IF
    END-PERFORM

    OPEN INPUT LINEAGE-FILE
    IF WS-FS NOT = "00"
        DISPLAY "could not open file: " LINEAGE-FILE-NAME WITH NO ADVANCING
        END-DISPLAY
        DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
    ELSE
        OPEN OUTPUT REPORT-FILE
        IF WS-FS NOT = "00"
            DISPLAY "could not write to file: " REPORT-FILE-NAME WITH NO ADVANCING
            END-DISPLAY
            DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
            END-DISPLAY
            CLOSE LINEAGE-FILE
        ELSE
            PERFORM OPEN-LINKED-MASTERS

            MOVE "password request lineage report" TO WS-LINE
            PERFORM WRITE-REPORT-LINE

            IF INQUIRY-CHOICE = '1'
                PERFORM INQUIRE-BY-REQUEST-ID
            ELSE
                PERFORM INQUIRE-BY-ACCOUNT
            END-IF

            IF RECORDS-SHOWN = 0
                MOVE "no matching lineage records found" TO WS-LINE
                PERFORM WRITE-REPORT-LINE
            END-IF

            PERFORM CLOSE-LINKED-MASTERS
            CLOSE LINEAGE-FILE
            CLOSE REPORT-FILE
            DISPLAY " "
            END-DISPLAY
            DISPLAY "inquiry report written to: " REPORT-FILE-NAME
            END-DISPLAY
        END-IF
    END-IF.

    STOP RUN.


*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>
*> user defined procedures:

OPEN-LINKED-MASTERS.
    OPEN INPUT RUN-HISTORY-FILE
    IF WS-FS = "00"
        MOVE 'Y' TO RUN-HISTORY-OPEN
    ELSE
        DISPLAY "note: " RUN-HISTORY-FILE-NAME " not available (file status "
            WS-FS ") -- stream runs are shown from the lineage only"
        END-DISPLAY
        IF WS-FS = "39"
            DISPLAY "note: " RUN-HISTORY-FILE-NAME " is in an old record layout "
                "-- run RUN-HISTORY-REBUILD to convert it"
            END-DISPLAY
        END-IF
    END-IF
    OPEN INPUT TRACK-FILE
    IF WS-FS = "00"
        MOVE 'Y' TO TRACK-OPEN
    ELSE
        DISPLAY "note: " TRACK-FILE-NAME " not available (file status "
            WS-FS ")"
        END-DISPLAY
    END-IF
    OPEN INPUT PW-ISSUE-MASTER
    IF WS-FS = "00"
        MOVE 'Y' TO ISSUE-OPEN
    ELSE
        DISPLAY "note: " PW-ISSUE-MASTER-NAME " not available (file status "
            WS-FS ")"
        END-DISPLAY
        IF WS-FS = "39"
            *> the 32-byte layout from before the pending fields; an inquiry
            *> only reads, so the conversion is left to the steps that update
            DISPLAY "note: " PW-ISSUE-MASTER-NAME " is in the old 32-byte layout "
                "-- run PASSWORD-ISSUE-LOADER to convert it"
            END-DISPLAY
        END-IF
    END-IF.


CLOSE-LINKED-MASTERS.
    IF RUN-HISTORY-OPEN = 'Y'
        CLOSE RUN-HISTORY-FILE
    END-IF
    IF TRACK-OPEN = 'Y'
        CLOSE TRACK-FILE
    END-IF
    IF ISSUE-OPEN = 'Y'
        CLOSE PW-ISSUE-MASTER
    END-IF.


INQUIRE-BY-REQUEST-ID.
    DISPLAY " "
    END-DISPLAY
    DISPLAY "request ID: " WITH NO ADVANCING
    END-DISPLAY
    ACCEPT ANSWER-STR
    END-ACCEPT
    MOVE ANSWER-STR(1:8) TO WANTED-REQ-ID

    *> position at the request's earliest window, then walk forward for as
    *> long as the key's request-ID part still matches
    MOVE LOW-VALUES TO LN-KEY
    MOVE WANTED-REQ-ID TO LN-REQ-ID
    MOVE 'N' TO SCAN-DONE
    START LINEAGE-FILE KEY IS GREATER THAN OR EQUAL TO LN-KEY
        INVALID KEY
            MOVE 'Y' TO SCAN-DONE
    END-START

    PERFORM UNTIL SCAN-DONE = 'Y'
        READ LINEAGE-FILE NEXT RECORD
            AT END
                MOVE 'Y' TO SCAN-DONE
            NOT AT END
                IF LN-REQ-ID NOT = WANTED-REQ-ID
                    MOVE 'Y' TO SCAN-DONE
                ELSE
                    PERFORM SHOW-ONE-CHAIN
                END-IF
        END-READ
    END-PERFORM.


INQUIRE-BY-ACCOUNT.
    DISPLAY " "
    END-DISPLAY
    DISPLAY "account: " WITH NO ADVANCING
    END-DISPLAY
    ACCEPT ANSWER-STR
    END-ACCEPT
    MOVE ANSWER-STR(1:16) TO WANTED-ACCOUNT

    *> the lineage is keyed by request, so an account means a full pass
    MOVE LOW-VALUES TO LN-KEY
    MOVE 'N' TO SCAN-DONE
    START LINEAGE-FILE KEY IS GREATER THAN OR EQUAL TO LN-KEY
        INVALID KEY
            MOVE 'Y' TO SCAN-DONE
    END-START

    PERFORM UNTIL SCAN-DONE = 'Y'
        READ LINEAGE-FILE NEXT RECORD
            AT END
                MOVE 'Y' TO SCAN-DONE
            NOT AT END
                IF LN-ACCOUNT = WANTED-ACCOUNT
                    PERFORM SHOW-ONE-CHAIN
                END-IF
        END-READ
    END-PERFORM.


SHOW-ONE-CHAIN.
    ADD 1 TO RECORDS-SHOWN
    END-ADD

    MOVE "----------------------------------------" TO WS-LINE
    PERFORM WRITE-REPORT-LINE
    STRING "request:      " LN-REQ-ID "  account " LN-ACCOUNT
        DELIMITED BY SIZE INTO WS-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE

    *> where it came in
    IF LN-SOURCE = SPACES
        MOVE "intake:       source not on the request-ID history" TO WS-LINE
    ELSE
        STRING "intake:       source " LN-SOURCE "  accepted " LN-INTAKE-DATE
            DELIMITED BY SIZE INTO WS-LINE
        END-STRING
    END-IF
    PERFORM WRITE-REPORT-LINE

    *> where it was generated, and from what
    IF LN-WINDOW-SEQ = 0
        STRING "generated:    " LN-GENERATED(1:8) " " LN-GENERATED(9:6)
            "  outside the batch window driver"
            DELIMITED BY SIZE INTO WS-LINE
        END-STRING
    ELSE
        STRING "generated:    " LN-GENERATED(1:8) " " LN-GENERATED(9:6)
            "  window " LN-WINDOW-DATE " " LN-WINDOW-SEQ
            DELIMITED BY SIZE INTO WS-LINE
        END-STRING
    END-IF
    PERFORM WRITE-REPORT-LINE
    IF LN-MODE = 'P'
        MOVE "mode:         passphrase" TO WS-LINE
    ELSE
        MOVE "mode:         character password" TO WS-LINE
    END-IF
    IF LN-REDRAWS NUMERIC AND LN-REDRAWS > 0
        STRING FUNCTION TRIM(WS-LINE) ", " LN-REDRAWS
            " redraw(s) for the reuse check"
            DELIMITED BY SIZE INTO WS-LINE
        END-STRING
    END-IF
    PERFORM WRITE-REPORT-LINE
    STRING "stream:       " FUNCTION TRIM(LN-STREAM-FILE) "  values "
        LN-FIRST-ELEMENT " - " LN-LAST-ELEMENT
        DELIMITED BY SIZE INTO WS-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    IF LN-SEED = 0
        MOVE "seed:         unknown (no audit line described the stream)"
            TO WS-LINE
    ELSE
        STRING "seed:         " LN-SEED "  generator " LN-GEN-ID
            DELIMITED BY SIZE INTO WS-LINE
        END-STRING
    END-IF
    PERFORM WRITE-REPORT-LINE
    IF LN-CERT-ID = SPACES
        MOVE "certificate:  none (constants not certified)" TO WS-LINE
    ELSE
        STRING "certificate:  " LN-CERT-ID
            DELIMITED BY SIZE INTO WS-LINE
        END-STRING
    END-IF
    PERFORM WRITE-REPORT-LINE
    IF LN-RUN-ID = SPACES
        MOVE "stream run:   generated by the password step itself -- no run "
            TO WS-LINE
        PERFORM WRITE-REPORT-LINE
        MOVE "              history record" TO WS-LINE
        PERFORM WRITE-REPORT-LINE
    ELSE
        MOVE LN-RUN-ID TO LOOKUP-RUN-ID
        PERFORM SHOW-STREAM-RUN
    END-IF
    IF LN-CROSSED = 'R'
        STRING "              rolled on to " FUNCTION TRIM(LN-END-STREAM-FILE)
            " (values 1 - " LN-LAST-ELEMENT ")"
            DELIMITED BY SIZE INTO WS-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
        IF LN-END-RUN-ID NOT = SPACES
            MOVE LN-END-RUN-ID TO LOOKUP-RUN-ID
            PERFORM SHOW-STREAM-RUN
        END-IF
    END-IF
    IF LN-CROSSED = 'W'
        MOVE "              wrapped past the end of the stream back to value 1"
            TO WS-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF

    *> where it went
    PERFORM SHOW-DELIVERY
    PERFORM SHOW-ISSUE-ENTRY.


SHOW-STREAM-RUN.
    *> the run-history record the stream was written under
    IF RUN-HISTORY-OPEN = 'N'
        STRING "stream run:   " LOOKUP-RUN-ID " (run history not available)"
            DELIMITED BY SIZE INTO WS-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
    ELSE
        MOVE LOOKUP-RUN-ID TO RH-RUN-ID
        READ RUN-HISTORY-FILE
            INVALID KEY
                STRING "stream run:   " LOOKUP-RUN-ID
                    " -- no run-history record under this run ID"
                    DELIMITED BY SIZE INTO WS-LINE
                END-STRING
                PERFORM WRITE-REPORT-LINE
            NOT INVALID KEY
                STRING "stream run:   " RH-DATE " " RH-SEQ " stream " RH-STREAM
                    "  elapsed " RH-ELAPSED
                    DELIMITED BY SIZE INTO WS-LINE
                END-STRING
                PERFORM WRITE-REPORT-LINE
                STRING "              seed " RH-SEED "  a/m/c " RH-C-A " / "
                    RH-C-M " / " RH-C-C
                    DELIMITED BY SIZE INTO WS-LINE
                END-STRING
                PERFORM WRITE-REPORT-LINE
                IF RH-QA-DONE = 'Y'
                    STRING "              QA " RH-QA-ONES " ones / " RH-QA-ZEROS
                        " zeros, longest run " RH-QA-LONGEST-RUN
                        DELIMITED BY SIZE INTO WS-LINE
                    END-STRING
                ELSE
                    IF RH-QA-DONE = 'R'
                        MOVE "              QA not recorded -- rebuilt from the audit trail"
                            TO WS-LINE
                    ELSE
                        MOVE "              QA not recorded for this run" TO WS-LINE
                    END-IF
                END-IF
                PERFORM WRITE-REPORT-LINE
        END-READ
    END-IF.


SHOW-DELIVERY.
    IF TRACK-OPEN = 'N'
        MOVE "delivery:     tracking master not available" TO WS-LINE
        PERFORM WRITE-REPORT-LINE
    ELSE
        MOVE LN-REQ-ID TO DT-REQ-ID
        READ TRACK-FILE
            INVALID KEY
                IF LN-TARGET = SPACES
                    MOVE "delivery:     not registered (no target resolved)"
                        TO WS-LINE
                ELSE
                    STRING "delivery:     not registered yet -- target "
                        LN-TARGET
                        DELIMITED BY SIZE INTO WS-LINE
                    END-STRING
                END-IF
                PERFORM WRITE-REPORT-LINE
            NOT INVALID KEY
                IF DT-ACCOUNT NOT = LN-ACCOUNT
                  OR DT-SENT-DATE < LN-WINDOW-DATE
                    STRING "delivery:     none for this chain -- the ID was last "
                        "delivered " DT-SENT-DATE " for account " DT-ACCOUNT
                        DELIMITED BY SIZE INTO WS-LINE
                    END-STRING
                    PERFORM WRITE-REPORT-LINE
                ELSE
                    STRING "delivery:     target " DT-TARGET "  sent " DT-SENT-DATE
                        "  batch " DT-BATCH-ID
                        DELIMITED BY SIZE INTO WS-LINE
                    END-STRING
                    PERFORM WRITE-REPORT-LINE
                    STRING "              file " FUNCTION TRIM(DT-DELIVERY-FILE)
                        DELIMITED BY SIZE INTO WS-LINE
                    END-STRING
                    PERFORM WRITE-REPORT-LINE
                    EVALUATE DT-STATUS
                        WHEN 'A'
                            STRING "              applied " DT-APPLIED-DATE
                                " (receipt reconciled " DT-RECEIPT-DATE ")"
                                DELIMITED BY SIZE INTO WS-LINE
                            END-STRING
                        WHEN 'F'
                            STRING "              FAILED " DT-RECEIPT-DATE ": "
                                DT-REASON
                                DELIMITED BY SIZE INTO WS-LINE
                            END-STRING
                        WHEN OTHER
                            MOVE "              no receipt yet" TO WS-LINE
                    END-EVALUATE
                    PERFORM WRITE-REPORT-LINE
                END-IF
        END-READ
    END-IF.


SHOW-ISSUE-ENTRY.
    *> the account's entry as it stands now: is this request's password the
    *> live one, the one waiting for its receipt, or already superseded?
    IF ISSUE-OPEN = 'N'
        MOVE "issue master: not available" TO WS-LINE
        PERFORM WRITE-REPORT-LINE
    ELSE
        MOVE LN-ACCOUNT TO PIM-ACCOUNT
        READ PW-ISSUE-MASTER
            INVALID KEY
                MOVE "issue master: no entry for the account" TO WS-LINE
                PERFORM WRITE-REPORT-LINE
            NOT INVALID KEY
                IF PIM-ISSUE-DATE = SPACES
                    MOVE "issue master: no confirmed issue on file" TO WS-LINE
                ELSE
                    STRING "issue master: current password from request "
                        PIM-REQ-ID ", applied " PIM-ISSUE-DATE
                        DELIMITED BY SIZE INTO WS-LINE
                    END-STRING
                END-IF
                PERFORM WRITE-REPORT-LINE
                IF PIM-PENDING-REQ-ID NOT = SPACES
                    STRING "              pending: request " PIM-PENDING-REQ-ID
                        " generated " PIM-PENDING-DATE
                        DELIMITED BY SIZE INTO WS-LINE
                    END-STRING
                    PERFORM WRITE-REPORT-LINE
                END-IF
                EVALUATE TRUE
                    WHEN PIM-REQ-ID = LN-REQ-ID
                      AND PIM-ISSUE-DATE NOT < LN-WINDOW-DATE
                        MOVE "              this request's password is live"
                            TO WS-LINE
                    WHEN PIM-PENDING-REQ-ID = LN-REQ-ID
                      AND PIM-PENDING-DATE NOT < LN-WINDOW-DATE
                        MOVE "              this request's password awaits its receipt"
                            TO WS-LINE
                    WHEN OTHER
                        MOVE "              this request's password is not the current one"
                            TO WS-LINE
                END-EVALUATE
                PERFORM WRITE-REPORT-LINE
        END-READ
    END-IF.


WRITE-REPORT-LINE.
    DISPLAY FUNCTION TRIM(WS-LINE)
    END-DISPLAY
    MOVE WS-LINE TO REPORT-LINE
    WRITE REPORT-LINE
    END-WRITE
    MOVE SPACES TO WS-LINE.

*> end of user defined procedures
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>

END PROGRAM PW-LINEAGE-INQUIRY.
