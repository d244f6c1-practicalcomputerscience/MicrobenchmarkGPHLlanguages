*> wins) and rewrites the shared one-record step-status file (step_status.dat).
*>
*> $ cobc -V  # cobc (GnuCOBOL) 3.1.2.0
*>
*> 2026-10-15  registry-first routing: an account on the service-account registry
*>             (ACCOUNT-REGISTRY-NAME, pw_account_registry.dat, kept by ACCOUNT-
*>             REGISTRY-MAINT) is routed to the registry's AR-TARGET; the routing
*>             rules are now only the fallback for accounts the registry doesn't
*>             know. a registered account with no target system lands on the
*>             unrouted list with its own reason rather than being guessed at by
*>             prefix. every target named on the registry gets its delivery file
*>             like a rule's target does, and with registry targets on hand a
*>             missing or empty pw_routing.dat is only noted, not failed (04).
*>
*> 2026-10-15  per-window statistics for the password service's monthly volume and
*>             chargeback report (PW-VOLUME-REPORT): once the manifest is written,
*>             its figures -- the records delivered to each target system, and the
*>             unrouted ones under "(none)" -- are appended to WINDOW-STATS-NAME
*>             (pw_window_stats.dat) under the window read from window_current.dat,
*>             each line also carrying the run's stamp as its batch stamp. a file
*>             that can't be written fails the step (12).
*>
*> 2026-10-15  every window-statistics line is checked as it is written: the first
*>             that fails is reported and fails the step (16), and no further lines
*>             follow it, where a later line's good status could hide it before.


IDENTIFICATION DIVISION.
    SELECT MANIFEST-FILE ASSIGN TO MANIFEST-FILE-NAME
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
    SELECT CURRENT-WINDOW-FILE ASSIGN TO CURRENT-WINDOW-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT WINDOW-STATS-FILE ASSIGN TO WINDOW-STATS-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable

DATA DIVISION.
FILE SECTION.
    05 UR-REASON        PIC X(40).
FD  MANIFEST-FILE.
01  MANIFEST-RECORD     PIC X(80).
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
    05 SS-RC            PIC 9(2).    *> the RETURN-CODE this step ended with
    05 FILLER           PIC X(1).
    05 SS-FAIL-FILE     PIC X(30).   *> the file the first failure was about
FD  CURRENT-WINDOW-FILE.
01  CURRENT-WINDOW-RECORD.
    05 CW-DATE          PIC X(8).   *> window date, YYYYMMDD
    05 FILLER           PIC X(1).
    05 CW-SEQ           PIC 9(4).   *> which window of that day
FD  WINDOW-STATS-FILE.
01  WINDOW-STATS-RECORD.
    05 WST-WINDOW-DATE  PIC X(8).   *> leads the line, so housekeeping can age it
    05 FILLER           PIC X(1).
    05 WST-WINDOW-SEQ   PIC 9(4).
    05 FILLER           PIC X(1).
    05 WST-STEP         PIC X(1).   *> 'I' intake, 'G' generator, 'D' delivery split
    05 FILLER           PIC X(1).
    05 WST-RUN-STAMP    PIC X(14).  *> YYYYMMDDhhmmss of the step run that wrote it
    05 FILLER           PIC X(1).
    05 WST-KEY-TYPE     PIC X(1).   *> 'S' source, 'T' target system, 'W' the window
    05 FILLER           PIC X(1).
    05 WST-KEY          PIC X(8).
    05 FILLER           PIC X(1).
    05 WST-ITEM         PIC X(2).   *> what is counted -- see the writing step
    05 FILLER           PIC X(1).
    05 WST-COUNT        PIC 9(12).
    05 FILLER           PIC X(1).
    05 WST-BATCH-STAMP  PIC X(14).  *> run stamp of the batch's first run -- a
                                    *> restarted generator batch keeps it


WORKING-STORAGE SECTION.
01  DELIVERY-FILE-NAME    PIC X(30).  *> built per target: pw_delivery_<target>.dat
01  UNROUTED-FILE-NAME    PIC X(15) VALUE "pw_unrouted.dat".
01  MANIFEST-FILE-NAME    PIC X(24) VALUE "pw_delivery_manifest.dat".
01  ACCOUNT-REGISTRY-NAME PIC X(23) VALUE "pw_account_registry.dat".
01  CURRENT-WINDOW-NAME   PIC X(18) VALUE "window_current.dat".
01  WINDOW-STATS-NAME     PIC X(19) VALUE "pw_window_stats.dat".

*> Variables
01  WS-FS             PIC XX.  *> 00 = Success, others = Error
77  RULE-IDX          PIC 9(3).
77  RULE-OVERFLOW     PIC X VALUE 'N'.  *> 'Y' once more than 100 rules turned up

*> the distinct targets the registry and the rules name, with this window's
*> record counts
01  TARGET-TABLE.
    05 TGT-NAME         PIC X(8) OCCURS 20 TIMES.
    05 TGT-COUNT        PIC 9(9) OCCURS 20 TIMES.
77  TARGET-COUNT      PIC 9(2) VALUE 0.
77  TARGET-IDX        PIC 9(2).
77  FILL-TARGET       PIC X(8).  *> the target whose delivery file is being filled
01  NOTE-TARGET       PIC X(8).  *> the target NOTE-TARGET-NAME files into the table
77  REGISTRY-OPEN     PIC X VALUE 'N'.  *> 'Y' while the registry is open for keyed reads
77  REGISTRY-TARGETS  PIC 9(6) VALUE 0.  *> registry accounts that carry a target

*> routing work fields
01  MATCHED-TARGET    PIC X(8).  *> SPACES = no rule matched the account
77  MATCHED-LEN       PIC 9(2).  *> length of the best prefix match so far
77  MATCHED-EXPLICIT  PIC X.
77  TRIM-LEN          PIC 9(2).
01  UNROUTED-REASON   PIC X(40).  *> why MATCHED-TARGET came back SPACES

*> pass bookkeeping
77  RESULTS-SEEN      PIC 9(9) VALUE 0.
77  FILE-DONE         PIC X.
77  DELIVERY-WRITTEN  PIC 9(9).  *> detail records written into the file at hand

*> per-window statistics for the monthly volume report
01  WINDOW-DATE       PIC X(8).   *> the window the statistics are booked to
01  WINDOW-SEQ        PIC 9(4).
01  STATS-RUN-STAMP   PIC X(14).  *> tells a rerun's lines from the first run's
01  STATS-KEY         PIC X(8).
77  STATS-COUNT       PIC 9(12).
77  STATS-WRITE-BAD   PIC X VALUE 'N'.  *> 'Y' once a statistics line failed to write

*> scheduler awareness: first failure wins, reported via RETURN-CODE and the
*> one-record step-status file the batch window checks between steps
01  STEP-STATUS-FILE-NAME PIC X(15) VALUE "step_status.dat".
        DELIMITED BY SIZE INTO BATCH-ID
    END-STRING

    PERFORM READ-REGISTRY-TARGETS

    IF RUN-RC = 0
        PERFORM READ-ROUTING-RULES
    END-IF

    IF RUN-RC = 0
        PERFORM ROUTE-AND-COUNT-PASS
        PERFORM WRITE-MANIFEST
    END-IF

    *> the manifest's figures go on the statistics file for the monthly
    *> volume report, which outlives the manifest itself
    IF RUN-RC = 0
        PERFORM READ-CURRENT-WINDOW
    END-IF
    IF RUN-RC = 0
        PERFORM WRITE-WINDOW-STATS
    END-IF

    IF RUN-RC = 0
        DISPLAY RESULTS-SEEN " result(s) split into " TARGET-COUNT
            " delivery file(s); " UNROUTED-COUNT " unrouted"
        END-DISPLAY
    END-IF.

    IF REGISTRY-OPEN = 'Y'
        CLOSE ACCOUNT-REGISTRY-FILE
    END-IF

    *> tell the batch scheduler how this step went: a one-record status file
    *> it can check between steps, and a per-failure-class RETURN-CODE
    PERFORM WRITE-STEP-STATUS
*>
*> user defined procedures:

READ-REGISTRY-TARGETS.
    *> the service-account registry routes every account it knows; its
    *> targets are noted up front so each gets a delivery file, and the file
    *> stays open for the keyed lookups ROUTE-ONE-RESULT makes. no registry
    *> yet (35) leaves the routing rules to do all the work; one that is
    *> there but can't be read is a hard failure (08) -- routing its accounts
    *> by prefix instead would send passwords where the registry says not to
    OPEN INPUT ACCOUNT-REGISTRY-FILE
    IF WS-FS NOT = "00"
        IF WS-FS = "35"
            DISPLAY "no service-account registry found under "
                ACCOUNT-REGISTRY-NAME " -- routing rules only"
            END-DISPLAY
        ELSE
            DISPLAY "could not read control file: " ACCOUNT-REGISTRY-NAME WITH NO ADVANCING
            END-DISPLAY
            DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
            END-DISPLAY
            MOVE 08 TO FAILURE-RC
            MOVE ACCOUNT-REGISTRY-NAME TO FAILURE-FILE
            PERFORM RECORD-STEP-FAILURE
        END-IF
    ELSE
        MOVE 'Y' TO REGISTRY-OPEN
        MOVE 'N' TO FILE-DONE
        PERFORM UNTIL FILE-DONE = 'Y'
            READ ACCOUNT-REGISTRY-FILE NEXT RECORD
                AT END
                    MOVE 'Y' TO FILE-DONE
                NOT AT END
                    IF AR-TARGET NOT = SPACES
                        ADD 1 TO REGISTRY-TARGETS
                        END-ADD
                        MOVE AR-TARGET TO NOTE-TARGET
                        PERFORM NOTE-TARGET-NAME
                    END-IF
            END-READ
        END-PERFORM
        DISPLAY "service-account registry loaded: " REGISTRY-TARGETS
            " account(s) with a target, " TARGET-COUNT " target system(s)"
        END-DISPLAY
    END-IF.


READ-ROUTING-RULES.
    *> the account-to-target rules for the accounts the registry doesn't
    *> know: with no registry targets either, a routing file that is missing
    *> or holds no usable rules leaves everything unroutable (empty input,
    *> 04); with registry targets it is only noted. one that is there but
    *> can't be read is a hard failure (08) either way -- falling back to
    *> "everything unrouted" would turn a permissions slip into a window
    *> with no deliveries
    OPEN INPUT PW-ROUTING-FILE
    IF WS-FS NOT = "00"
        IF WS-FS = "35"
            DISPLAY "no routing control file found under " PW-ROUTING-FILE-NAME
            END-DISPLAY
            IF REGISTRY-TARGETS = 0
                MOVE 04 TO FAILURE-RC
                MOVE PW-ROUTING-FILE-NAME TO FAILURE-FILE
                PERFORM RECORD-STEP-FAILURE
            END-IF
        ELSE
            DISPLAY "could not read control file: " PW-ROUTING-FILE-NAME WITH NO ADVANCING
            END-DISPLAY
            DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
            END-DISPLAY
            MOVE 08 TO FAILURE-RC
            MOVE PW-ROUTING-FILE-NAME TO FAILURE-FILE
            PERFORM RECORD-STEP-FAILURE
        END-IF
    ELSE
        PERFORM UNTIL WS-FS NOT = "00"
            READ PW-ROUTING-FILE
            DISPLAY "routing file " PW-ROUTING-FILE-NAME
                " holds no usable rules"
            END-DISPLAY
            IF REGISTRY-TARGETS = 0
                MOVE 04 TO FAILURE-RC
                MOVE PW-ROUTING-FILE-NAME TO FAILURE-FILE
                PERFORM RECORD-STEP-FAILURE
            END-IF
        ELSE
            DISPLAY "routing rules loaded: " RULE-COUNT " rule(s), "
                TARGET-COUNT " target system(s)"
            PERFORM MEASURE-MATCH-LENGTH
            MOVE TRIM-LEN TO RULE-LEN(RULE-COUNT)
            MOVE RT-TARGET TO RULE-TARGET(RULE-COUNT)
            MOVE RT-TARGET TO NOTE-TARGET
            PERFORM NOTE-TARGET-NAME
        ELSE
            MOVE 'Y' TO RULE-OVERFLOW

NOTE-TARGET-NAME.
    *> each distinct target gets one slot (and later one delivery file);
    *> the 21st distinct target is a configuration nobody planned for.
    *> the caller puts the registry's or the rule's target in NOTE-TARGET
    MOVE 0 TO TARGET-IDX
    PERFORM VARYING RULE-IDX FROM 1 BY 1 UNTIL RULE-IDX > TARGET-COUNT
        IF TGT-NAME(RULE-IDX) = NOTE-TARGET
            MOVE RULE-IDX TO TARGET-IDX
        END-IF
    END-PERFORM
        IF TARGET-COUNT < 20
            ADD 1 TO TARGET-COUNT
            END-ADD
            MOVE NOTE-TARGET TO TGT-NAME(TARGET-COUNT)
            MOVE 0 TO TGT-COUNT(TARGET-COUNT)
        ELSE
            DISPLAY "WARNING: more than 20 target systems in "
                ACCOUNT-REGISTRY-NAME " and " PW-ROUTING-FILE-NAME
                " -- accounts for the extras route nothing"
            END-DISPLAY
        END-IF
    END-IF.


ROUTE-ONE-RESULT.
    *> a registered account goes where the registry says and nowhere else --
    *> one registered without a target is unrouted, not guessed at. only an
    *> account the registry doesn't know falls through to the rules
    MOVE SPACES TO MATCHED-TARGET
    MOVE "no registry target or routing rule match" TO UNROUTED-REASON
    IF REGISTRY-OPEN = 'Y'
        MOVE PWRS-ACCOUNT TO AR-ACCOUNT
        READ ACCOUNT-REGISTRY-FILE
            INVALID KEY
                PERFORM ROUTE-BY-RULES
            NOT INVALID KEY
                MOVE AR-TARGET TO MATCHED-TARGET
                MOVE "registry entry has no target system"
                    TO UNROUTED-REASON
        END-READ
    ELSE
        PERFORM ROUTE-BY-RULES
    END-IF.


ROUTE-BY-RULES.
    *> finds the rule for PWRS-ACCOUNT: an explicit rule beats every prefix
    *> rule, and among prefixes the longest match wins, so "dbprod-" can
    *> route tighter than "db" without the rule order mattering


WRITE-UNROUTED-RECORD.
    *> an account nothing routes is an auditable line on the unrouted list,
    *> not a record silently left behind in the mixed file; the password
    *> itself stays out of this list -- the requester resubmits through a
    *> routed account, the unrouted line only has to say who was missed
    MOVE SPACES TO UNROUTED-RECORD
    MOVE PWRS-REQ-ID TO UR-REQ-ID
    MOVE PWRS-ACCOUNT TO UR-ACCOUNT
    MOVE UNROUTED-REASON TO UR-REASON
    WRITE UNROUTED-RECORD
    END-WRITE
    IF WS-FS NOT = "00"
    END-IF.


READ-CURRENT-WINDOW.
    *> BATCH-WINDOW-DRIVER writes the window it is running before the first
    *> step; a missing or empty file means the step runs outside the driver,
    *> booked to today under sequence 0000
    MOVE RUN-DATE TO WINDOW-DATE
    MOVE 0 TO WINDOW-SEQ
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
                    MOVE CW-SEQ TO WINDOW-SEQ
                END-IF
        END-READ
        CLOSE CURRENT-WINDOW-FILE
    END-IF.


WRITE-WINDOW-STATS.
    *> appended, never rewritten; a rerun of the window appends its own lines
    *> under a later run stamp and the report keeps only the latest run's.
    *> item DL = records delivered, one line per target on the manifest
    MOVE CURRENT-DATE-STAMP(1:14) TO STATS-RUN-STAMP
    OPEN EXTEND WINDOW-STATS-FILE
    IF WS-FS = "35"
        OPEN OUTPUT WINDOW-STATS-FILE
    END-IF
    IF WS-FS NOT = "00"
        DISPLAY "could not write to file: " WINDOW-STATS-NAME WITH NO ADVANCING
        END-DISPLAY
        DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        MOVE 12 TO FAILURE-RC
        MOVE WINDOW-STATS-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
    ELSE
        PERFORM VARYING TARGET-IDX FROM 1 BY 1
          UNTIL TARGET-IDX > TARGET-COUNT OR STATS-WRITE-BAD = 'Y'
            MOVE TGT-NAME(TARGET-IDX) TO STATS-KEY
            MOVE TGT-COUNT(TARGET-IDX) TO STATS-COUNT
            PERFORM WRITE-ONE-STATS-LINE
        END-PERFORM
        IF STATS-WRITE-BAD = 'N'
            MOVE "(none)" TO STATS-KEY  *> the unrouted records
            MOVE UNROUTED-COUNT TO STATS-COUNT
            PERFORM WRITE-ONE-STATS-LINE
        END-IF
        CLOSE WINDOW-STATS-FILE
        DISPLAY "window statistics appended to: " WINDOW-STATS-NAME
        END-DISPLAY
    END-IF.


WRITE-ONE-STATS-LINE.
    MOVE SPACES TO WINDOW-STATS-RECORD
    MOVE WINDOW-DATE TO WST-WINDOW-DATE
    MOVE WINDOW-SEQ TO WST-WINDOW-SEQ
    MOVE 'D' TO WST-STEP
    MOVE STATS-RUN-STAMP TO WST-RUN-STAMP
    MOVE STATS-RUN-STAMP TO WST-BATCH-STAMP
    MOVE 'T' TO WST-KEY-TYPE
    MOVE STATS-KEY TO WST-KEY
    MOVE "DL" TO WST-ITEM
    MOVE STATS-COUNT TO WST-COUNT
    IF STATS-WRITE-BAD = 'N'
        WRITE WINDOW-STATS-RECORD
        END-WRITE
        IF WS-FS NOT = "00"
            DISPLAY "I/O error writing window statistics -- "
                "GnuCOBOL-specific file status code: " WS-FS
            END-DISPLAY
            MOVE 16 TO FAILURE-RC
            MOVE WINDOW-STATS-NAME TO FAILURE-FILE
            PERFORM RECORD-STEP-FAILURE
            MOVE 'Y' TO STATS-WRITE-BAD
        END-IF
    END-IF.


RECORD-STEP-FAILURE.
    *> first failure wins: the earliest thing that went wrong is what the
    *> operator needs to see, later knock-on failures only obscure it.
