*> run_history_rebuild.cob
*>
*> 2026-10-15
*>
*> build on Ubuntu 24 LTS: $ cobc -F -W -x run_history_rebuild.cob -o run_history_rebuild
*>                                -F for free format to not use first 7 source line positions for sequence numbers used on punched cards !!
*>
*> run on Ubuntu 24 LTS:   $ ./run_history_rebuild
*>
*> when RH-GEN-ID went into RUN-HISTORY-RECORD the only way forward was to delete
*> run_history.dat and let the next window start a new one, and every seed, elapsed
*> time and QA result on it went with it. this utility is the way forward instead,
*> for that kind of change and for a master the INDEXED handler can no longer open.
*> it does two things, in this order:
*>
*>   - converts the master to the current record layout. a master the current
*>     layout opens is left as it is; one refused with a record-length mismatch
*>     (39) is tried against the two earlier layouts -- 140 bytes (before
*>     RH-CERT-ID) and 139 bytes (before RH-GEN-ID) -- and, when one fits, every
*>     record is unloaded to CONVERT-WORK-NAME (run_history_convert.tmp, flat, in
*>     the current layout) and loaded back into a new master. the new fields are
*>     defaulted: RH-GEN-ID to 1, the only generator before the field existed,
*>     and RH-CERT-ID to spaces, as for constants without a certificate. the
*>     work file is only rewritten by the next conversion, so a load that dies
*>     half-way still has the whole master beside it. a master that fits none
*>     of the layouts is left alone and fails the run (08) -- it may be a
*>     newer layout than this program knows; one the handler reports as broken
*>     (30) is replaced by an empty master and rebuilt from the trail below;
*>   - reconstructs missing records from the provenance trail the generator
*>     leaves: random_bitstring.audit (one line per stream file) and
*>     random_streams_perf.log (one line per run, written as the run ends), live
*>     and in the dated archives RETENTION-HOUSEKEEPING moves their older lines
*>     to (live name + "." + YYYYMMDD). each perf-log line closes a run that
*>     started its logged elapsed time earlier; the audit lines written inside
*>     that span are the run's streams. the run's key is rebuilt the way
*>     RANDOM-STREAMS-FOR-PERF-STATS numbers it: the perf-log line's date, the
*>     line's position among that day's perf-log lines, and the stream number in
*>     the file name. a stream already on the master under that date (same seed,
*>     same file) is left alone; a missing one is written with the audit line's
*>     seed, constants, generator and certificate, the run's elapsed time, the
*>     QA counts zero and RH-QA-DONE 'R' -- reconstructed: every reader treats
*>     anything but 'Y' as QA not done, and RANDOM-BITSTREAM-QA-REPORT only ever
*>     completes the run it was handed, so the QA numbers stay honestly absent.
*>
*> only runs inside the master's own retention period are rebuilt -- the
*> run_history.dat days in RETENTION-POLICY-NAME (retention_policy.dat), 180
*> without an override, exactly as RETENTION-HOUSEKEEPING ages it -- since a
*> record older than that was aged off into the master's own archive on purpose
*> and rebuilding it would only have it archived a second time. the dated
*> archives of the two trail files are looked for on every day from that cutoff
*> to today; a day without one is simply skipped.
*>
*> the packed file of a format 'B' run has an audit line of its own after its
*> .bin line; it is the same stream, so it is passed over. audit lines the
*> password generator writes for itself (the passphrase trace, the batch
*> restart note) are no run of this generator and are counted, not matched.
*>
*> everything converted, rebuilt and not matched -- an audit line no run
*> accounts for, a run with no audit lines, a rebuilt key already held by a
*> different stream -- is listed on REPORT-FILE-NAME (run_history_rebuild.rpt)
*> and shown on screen, with totals at the end.
*>
*> ends with RETURN-CODE 00, 08 when a control file, a trail file or the
*> master is present but unreadable (or the master's layout is not one this
*> program knows), 12 when the master, the work file or the report can't be
*> written, 16 on a mid-run I/O error, and rewrites the shared one-record
*> step-status file last, as every window step does. lines that could not be
*> matched are reported, not failed -- a stream the password generator made
*> itself in generate mode leaves exactly such a line every time.
*>
*> $ cobc -V  # cobc (GnuCOBOL) 3.1.2.0


IDENTIFICATION DIVISION.
PROGRAM-ID. RUN-HISTORY-REBUILD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RUN-HISTORY-FILE ASSIGN TO RUN-HISTORY-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RH-RUN-ID
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT RUN-HISTORY-V2-FILE ASSIGN TO RUN-HISTORY-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RV2-RUN-ID
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT RUN-HISTORY-V1-FILE ASSIGN TO RUN-HISTORY-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RV1-RUN-ID
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT CONVERT-WORK-FILE ASSIGN TO CONVERT-WORK-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT RETENTION-POLICY-FILE ASSIGN TO RETENTION-POLICY-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT AUDIT-FILE ASSIGN TO AUDIT-SRC-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT PERF-LOG-FILE ASSIGN TO PERF-SRC-NAME
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
    05 RH-QA-DONE       PIC X.       *> 'Y' once the QA report filled its part;
                                     *> 'R' = reconstructed here, QA not done
    05 RH-GEN-ID        PIC 9(1).    *> which generator algorithm produced the stream
    05 RH-CERT-ID       PIC X(14).   *> LCG-PARAM-CERTIFY certificate of the constants;
                                     *> spaces when they had none
*> the layout before RH-CERT-ID (140 bytes)
FD  RUN-HISTORY-V2-FILE.
01  RUN-HISTORY-V2-RECORD.
    05 RV2-RUN-ID       PIC X(14).
    05 FILLER           PIC X(124).
    05 RV2-QA-DONE      PIC X.
    05 RV2-GEN-ID       PIC 9(1).
*> the original layout, before RH-GEN-ID (139 bytes)
FD  RUN-HISTORY-V1-FILE.
01  RUN-HISTORY-V1-RECORD.
    05 RV1-RUN-ID       PIC X(14).
    05 FILLER           PIC X(124).
    05 RV1-QA-DONE      PIC X.
FD  CONVERT-WORK-FILE.
01  CONVERT-WORK-RECORD PIC X(154).  *> one master record in the current layout
FD  RETENTION-POLICY-FILE.
01  RETENTION-POLICY-RECORD.
    05 RT-FILE          PIC X(24).  *> the live file name the days apply to
    05 FILLER           PIC X(1).
    05 RT-DAYS          PIC 9(4).   *> records older than this many days are archived
FD  AUDIT-FILE.
01  AUDIT-RECORD.
    05 AUDIT-SEED       PIC 9(9).
    05 AUDIT-C-A        PIC 9(9).
    05 AUDIT-C-M        PIC 9(9).
    05 AUDIT-C-C        PIC 9(9).
    05 AUDIT-TIMESTAMP  PIC X(21).
    05 AUDIT-SOURCE-FILE PIC X(24).  *> which output file pair this line traces to
    05 AUDIT-NOTE       PIC X(32).  *> free-form annotation, e.g. that a long run was
                                    *> restarted part-way
    05 AUDIT-GEN-ID     PIC 9(1).  *> which generator algorithm produced the stream
    05 AUDIT-CERT-ID    PIC X(14). *> certificate of the LCG constants; spaces if none
FD  PERF-LOG-FILE.
01  PERF-LOG-RECORD.
    05 PERF-LOG-DATE-TIME  PIC X(21).
    05 FILLER              PIC X(1).
    05 PERF-LOG-COMPILER   PIC X(10).
    05 FILLER              PIC X(1).
    05 PERF-LOG-TIME-TAKEN PIC X(20).
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
01  RUN-HISTORY-FILE-NAME PIC X(15) VALUE "run_history.dat".
01  CONVERT-WORK-NAME     PIC X(23) VALUE "run_history_convert.tmp".
01  RETENTION-POLICY-NAME PIC X(20) VALUE "retention_policy.dat".
01  AUDIT-FILE-NAME       PIC X(22) VALUE "random_bitstring.audit".
01  PERF-LOG-FILE-NAME    PIC X(23) VALUE "random_streams_perf.log".
01  REPORT-FILE-NAME      PIC X(23) VALUE "run_history_rebuild.rpt".
01  AUDIT-SRC-NAME        PIC X(36).  *> the trail file being read: an archive
01  PERF-SRC-NAME         PIC X(36).  *> (live name + "." + YYYYMMDD) or the live one

*> Variables
01  WS-FS             PIC XX.  *> 00 = Success, others = Error

01  CURRENT-DATE-STAMP  PIC X(21).
01  RUN-DATE            PIC X(8).  *> YYYYMMDD of this run
77  TODAY-DAY-NBR       PIC 9(9).
77  HISTORY-DAYS        PIC 9(4) VALUE 180.  *> the master's retention period
77  CUTOFF-DAY-NBR      PIC 9(9).
77  CUTOFF-DATE         PIC 9(8).  *> runs dated before this are not rebuilt
01  WS-LINE             PIC X(80) VALUE SPACES.

*> the master's state after the conversion pass
77  MASTER-READY        PIC X VALUE 'N'.  *> 'Y' once it opens in the current layout
77  MASTER-OPEN         PIC X VALUE 'N'.  *> 'Y' while it is open I-O for the rebuild
77  OPEN-STATUS         PIC XX.    *> what the first, current-layout OPEN said
77  OLD-LAYOUT          PIC X.     *> '2' the 140-byte layout, '1' the 139-byte one
77  CONVERT-BAD         PIC X.     *> 'Y' once the unload or the reload went bad
77  UNLOAD-DONE         PIC X.
77  RELOAD-DONE         PIC X.
77  SCAN-DONE           PIC X.

*> the audit trail: the dated archives from the cutoff on, then the live file
77  AUD-SRC-DAY         PIC 9(9).  *> the next archive day to look for
77  AUD-SRC-DATE        PIC 9(8).
77  AUD-LIVE-DONE       PIC X VALUE 'N'.
77  AUD-OPEN            PIC X VALUE 'N'.
77  AUD-EOF             PIC X VALUE 'N'.
77  AUD-GOT             PIC X.     *> 'Y' once NEXT-AUDIT-LINE holds a usable line
77  AUD-HS              PIC 9(15). *> the line's timestamp in hundredths of a
                                   *> second since the calendar's day one
77  AUD-STREAM          PIC 9(2).
77  AUD-EXT-POS         PIC 9(2).  *> where ".bin"/".pack" starts in the file name
01  AUD-STAMP-TEXT      PIC X(17).

*> the perf log: the same walk over its own archives
77  PRF-SRC-DAY         PIC 9(9).
77  PRF-SRC-DATE        PIC 9(8).
77  PRF-LIVE-DONE       PIC X VALUE 'N'.
77  PRF-OPEN            PIC X VALUE 'N'.
77  PRF-EOF             PIC X VALUE 'N'.
77  PRF-GOT             PIC X.
77  PRF-HS              PIC 9(15). *> when the run ended
77  PRF-PREV-HS         PIC 9(15) VALUE 0.  *> when the run before it ended
77  PRF-ELAPSED-HS      PIC 9(9).
77  PRF-SEQ             PIC 9(4) VALUE 0.   *> the run's position among its day's
01  PRF-SEQ-DATE        PIC X(8) VALUE SPACES.  *> perf-log lines
01  PRF-DATE            PIC X(8).
01  PRF-ELAPSED         PIC X(12).
01  PRF-STAMP-TEXT      PIC X(17).

*> the run being matched
77  WINDOW-START-HS     PIC 9(15).
77  WINDOW-END-HS       PIC 9(15).
77  RUN-LINES-TAKEN     PIC 9(4).
77  RUN-LAST-STREAM     PIC 9(2).

*> timestamp arithmetic
01  STAMP-IN            PIC X(21).
77  STAMP-DAY-NBR       PIC 9(9).
77  STAMP-HS            PIC 9(15).

*> the stream about to be checked against the master
01  CAND-RUN-ID.
    05 CAND-DATE        PIC X(8).
    05 CAND-SEQ         PIC 9(4).
    05 CAND-STREAM      PIC 9(2).
77  CAND-SEED           PIC 9(9).
77  CAND-C-A            PIC 9(9).
77  CAND-C-M            PIC 9(9).
77  CAND-C-C            PIC 9(9).
01  CAND-BIN-FILE       PIC X(24).
01  CAND-HEX-FILE       PIC X(25).
77  CAND-GEN-ID         PIC 9(1).
01  CAND-CERT-ID        PIC X(14).
77  CAND-STATE          PIC X.     *> 'P' already present, 'C' key held by another
                                   *> stream, 'M' missing

*> run totals
77  CONVERTED-COUNT     PIC 9(9) VALUE 0.
77  UNLOADED-COUNT      PIC 9(9) VALUE 0.
77  PRESENT-COUNT       PIC 9(9) VALUE 0.
77  REBUILT-COUNT       PIC 9(9) VALUE 0.
77  CLASH-COUNT         PIC 9(9) VALUE 0.
77  AUDIT-UNMATCHED     PIC 9(9) VALUE 0.
77  PERF-UNMATCHED      PIC 9(9) VALUE 0.
77  COMPANION-COUNT     PIC 9(9) VALUE 0.
77  GENERATOR-LINES     PIC 9(9) VALUE 0.
77  BEFORE-WINDOW       PIC 9(9) VALUE 0.
77  SOURCES-READ        PIC 9(4) VALUE 0.
77  PERF-RUNS-READ      PIC 9(9) VALUE 0.

*> numeric-edited fields the report lines carry
01  CNT-ED            PIC ZZZZZZZZ9.
01  CNT-ED-2          PIC ZZZZZZZZ9.
01  DAYS-ED           PIC ZZZ9.

*> scheduler awareness: first failure wins, reported via RETURN-CODE and the
*> one-record step-status file the batch window checks between steps
01  STEP-STATUS-FILE-NAME PIC X(15) VALUE "step_status.dat".
77  RUN-RC            PIC 9(2) VALUE 0.  *> 00 OK, 08 control, trail or master
                                         *> file unreadable, 12 output not
                                         *> writable, 16 mid-run I/O error
77  FAILURE-RC        PIC 9(2).
01  FAIL-FILE-NAME    PIC X(30) VALUE SPACES.
01  FAILURE-FILE      PIC X(30).


PROCEDURE DIVISION.
MAIN-LOGIC.
    DISPLAY " "
    END-DISPLAY
    DISPLAY "run-history master conversion and rebuild..."
    END-DISPLAY

    MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-STAMP
    MOVE CURRENT-DATE-STAMP(1:8) TO RUN-DATE
    COMPUTE TODAY-DAY-NBR =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(RUN-DATE))
    END-COMPUTE

    PERFORM READ-RETENTION-POLICY
    COMPUTE CUTOFF-DAY-NBR = TODAY-DAY-NBR - HISTORY-DAYS
    END-COMPUTE
    COMPUTE CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(CUTOFF-DAY-NBR)
    END-COMPUTE

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
        MOVE "run-history master conversion and rebuild" TO WS-LINE
        PERFORM WRITE-REPORT-LINE
        MOVE HISTORY-DAYS TO DAYS-ED
        STRING "run date: " RUN-DATE "   rebuilding runs from " CUTOFF-DATE
            " (" DAYS-ED " days)"
            DELIMITED BY SIZE INTO WS-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
        MOVE SPACES TO WS-LINE
        PERFORM WRITE-REPORT-LINE

        PERFORM CONVERT-MASTER
        IF MASTER-READY = 'Y'
            PERFORM REBUILD-FROM-TRAIL
        END-IF

        PERFORM WRITE-REPORT-TOTALS
        CLOSE REPORT-FILE
        DISPLAY " "
        END-DISPLAY
        DISPLAY "run-history rebuild report written to: " REPORT-FILE-NAME
        END-DISPLAY
    END-IF.

    *> tell the batch scheduler how this step went: a one-record status file
    *> it can check between steps, and a per-failure-class RETURN-CODE
    PERFORM WRITE-STEP-STATUS
    MOVE RUN-RC TO RETURN-CODE

    STOP RUN.


*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>
*> user defined procedures:

READ-RETENTION-POLICY.
    *> the master's retention period, exactly as RETENTION-HOUSEKEEPING takes
    *> it: a run_history.dat line in the policy file overrides the built-in
    *> 180 days; not-found (35) keeps the default, a policy file that is there
    *> and can't be read is a hard failure
    OPEN INPUT RETENTION-POLICY-FILE
    IF WS-FS NOT = "00" AND WS-FS NOT = "35"
        DISPLAY "could not read control file: " RETENTION-POLICY-NAME WITH NO ADVANCING
        END-DISPLAY
        DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        MOVE 08 TO FAILURE-RC
        MOVE RETENTION-POLICY-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
    END-IF
    IF WS-FS = "00"
        PERFORM UNTIL WS-FS NOT = "00"
            READ RETENTION-POLICY-FILE
                AT END
                    MOVE "10" TO WS-FS  *> any non-"00" status ends the PERFORM above
                NOT AT END
                    IF RT-FILE = RUN-HISTORY-FILE-NAME AND RT-DAYS NUMERIC
                        MOVE RT-DAYS TO HISTORY-DAYS
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RETENTION-POLICY-FILE
    END-IF.


CONVERT-MASTER.
    *> bring the master to the current layout before anything is added to it
    OPEN INPUT RUN-HISTORY-FILE
    MOVE WS-FS TO OPEN-STATUS
    IF OPEN-STATUS = "00"
        CLOSE RUN-HISTORY-FILE
        MOVE 'Y' TO MASTER-READY
        STRING FUNCTION TRIM(RUN-HISTORY-FILE-NAME)
            ": current layout -- no conversion needed"
            DELIMITED BY SIZE INTO WS-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
    ELSE
    IF OPEN-STATUS = "35"
        STRING FUNCTION TRIM(RUN-HISTORY-FILE-NAME)
            ": not present -- a new master is created"
            DELIMITED BY SIZE INTO WS-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
        PERFORM CREATE-EMPTY-MASTER
    ELSE
    IF OPEN-STATUS = "39"
        PERFORM CONVERT-OLDER-LAYOUT
    ELSE
    IF OPEN-STATUS = "30"
        *> the handler says the file itself is broken: nothing on it can be
        *> read back, so the trail below is all the history there is
        STRING FUNCTION TRIM(RUN-HISTORY-FILE-NAME) ": unreadable (status "
            OPEN-STATUS ") -- replaced, rebuilt from the trail"
            DELIMITED BY SIZE INTO WS-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
        PERFORM CREATE-EMPTY-MASTER
    ELSE
        DISPLAY "could not read file: " RUN-HISTORY-FILE-NAME WITH NO ADVANCING
        END-DISPLAY
        DISPLAY " ! -- GnuCOBOL-specific file status code: " OPEN-STATUS
        END-DISPLAY
        MOVE 08 TO FAILURE-RC
        MOVE RUN-HISTORY-FILE-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
        STRING FUNCTION TRIM(RUN-HISTORY-FILE-NAME) ": could not be opened (status "
            OPEN-STATUS ") -- left as it is"
            DELIMITED BY SIZE INTO WS-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
    END-IF
    END-IF
    END-IF
    END-IF.


CONVERT-OLDER-LAYOUT.
    *> a record-length mismatch: newest earlier layout first
    MOVE SPACE TO OLD-LAYOUT
    OPEN INPUT RUN-HISTORY-V2-FILE
    IF WS-FS = "00"
        MOVE '2' TO OLD-LAYOUT
    ELSE
        OPEN INPUT RUN-HISTORY-V1-FILE
        IF WS-FS = "00"
            MOVE '1' TO OLD-LAYOUT
        END-IF
    END-IF

    IF OLD-LAYOUT = SPACE
        *> not a layout this program knows -- possibly a newer one; touching
        *> it could only lose records
        MOVE 08 TO FAILURE-RC
        MOVE RUN-HISTORY-FILE-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
        STRING FUNCTION TRIM(RUN-HISTORY-FILE-NAME)
            ": record layout not recognised -- left as it is"
            DELIMITED BY SIZE INTO WS-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
    ELSE
        PERFORM UNLOAD-OLD-MASTER
        IF CONVERT-BAD = 'N'
            PERFORM RELOAD-MASTER
        END-IF
    END-IF.


UNLOAD-OLD-MASTER.
    *> first pass: every record, in key order, to the flat work file in the
    *> current layout; the master itself is not touched until this is complete
    MOVE 'N' TO CONVERT-BAD
    MOVE 0 TO UNLOADED-COUNT
    OPEN OUTPUT CONVERT-WORK-FILE
    IF WS-FS NOT = "00"
        DISPLAY "could not write to file: " CONVERT-WORK-NAME WITH NO ADVANCING
        END-DISPLAY
        DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        MOVE 'Y' TO CONVERT-BAD
        MOVE 12 TO FAILURE-RC
        MOVE CONVERT-WORK-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
    ELSE
        MOVE 'N' TO UNLOAD-DONE
        PERFORM UNTIL UNLOAD-DONE = 'Y'
            IF OLD-LAYOUT = '2'
                READ RUN-HISTORY-V2-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO UNLOAD-DONE
                    NOT AT END
                        *> the fields line up to the end of the old record;
                        *> the MOVE pads the new RH-CERT-ID with spaces
                        MOVE RUN-HISTORY-V2-RECORD TO CONVERT-WORK-RECORD
                        PERFORM WRITE-CONVERT-WORK
                END-READ
            ELSE
                READ RUN-HISTORY-V1-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO UNLOAD-DONE
                    NOT AT END
                        *> as above, and the one generator there was back
                        *> then goes into the new RH-GEN-ID
                        MOVE RUN-HISTORY-V1-RECORD TO CONVERT-WORK-RECORD
                        MOVE "1" TO CONVERT-WORK-RECORD(140:1)
                        PERFORM WRITE-CONVERT-WORK
                END-READ
            END-IF
        END-PERFORM
        CLOSE CONVERT-WORK-FILE
    END-IF

    IF OLD-LAYOUT = '2'
        CLOSE RUN-HISTORY-V2-FILE
    ELSE
        CLOSE RUN-HISTORY-V1-FILE
    END-IF

    IF CONVERT-BAD = 'Y'
        STRING FUNCTION TRIM(RUN-HISTORY-FILE-NAME)
            ": unload failed -- master left in its old layout"
            DELIMITED BY SIZE INTO WS-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
    END-IF.


WRITE-CONVERT-WORK.
    WRITE CONVERT-WORK-RECORD
    END-WRITE
    IF WS-FS NOT = "00"
        DISPLAY "I/O error writing work record -- "
            "GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        MOVE 'Y' TO CONVERT-BAD
        MOVE 'Y' TO UNLOAD-DONE
        MOVE 16 TO FAILURE-RC
        MOVE CONVERT-WORK-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
    ELSE
        ADD 1 TO UNLOADED-COUNT
        END-ADD
    END-IF.


RELOAD-MASTER.
    *> second pass: a new master in the current layout, loaded from the work
    *> file, which stays behind as the complete copy should this go bad. the
    *> work file is opened first -- the old master is only emptied once
    *> what replaces it is known to be readable
    OPEN INPUT CONVERT-WORK-FILE
    IF WS-FS NOT = "00"
        DISPLAY "could not read file: " CONVERT-WORK-NAME WITH NO ADVANCING
        END-DISPLAY
        DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        MOVE 'Y' TO CONVERT-BAD
        MOVE 16 TO FAILURE-RC
        MOVE CONVERT-WORK-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
        STRING FUNCTION TRIM(RUN-HISTORY-FILE-NAME)
            ": unload could not be read back -- master left in its old layout"
            DELIMITED BY SIZE INTO WS-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
    ELSE
        OPEN OUTPUT RUN-HISTORY-FILE
        IF WS-FS NOT = "00"
            DISPLAY "could not write to file: " RUN-HISTORY-FILE-NAME WITH NO ADVANCING
            END-DISPLAY
            DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
            END-DISPLAY
            MOVE 'Y' TO CONVERT-BAD
            MOVE 12 TO FAILURE-RC
            MOVE RUN-HISTORY-FILE-NAME TO FAILURE-FILE
            PERFORM RECORD-STEP-FAILURE
            CLOSE CONVERT-WORK-FILE
        ELSE
            MOVE 'N' TO RELOAD-DONE
            PERFORM UNTIL RELOAD-DONE = 'Y'
                READ CONVERT-WORK-FILE
                    AT END
                        MOVE 'Y' TO RELOAD-DONE
                    NOT AT END
                        MOVE CONVERT-WORK-RECORD TO RUN-HISTORY-RECORD
                        WRITE RUN-HISTORY-RECORD
                            INVALID KEY
                                DISPLAY "duplicate run-history key " RH-RUN-ID
                                END-DISPLAY
                            NOT INVALID KEY
                                ADD 1 TO CONVERTED-COUNT
                                END-ADD
                        END-WRITE
                        IF WS-FS NOT = "00" AND WS-FS NOT = "22"
                            DISPLAY "I/O error reloading run-history master -- "
                                "GnuCOBOL-specific file status code: " WS-FS
                            END-DISPLAY
                            MOVE 'Y' TO CONVERT-BAD
                            MOVE 'Y' TO RELOAD-DONE
                            MOVE 16 TO FAILURE-RC
                            MOVE RUN-HISTORY-FILE-NAME TO FAILURE-FILE
                            PERFORM RECORD-STEP-FAILURE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CONVERT-WORK-FILE
            CLOSE RUN-HISTORY-FILE

            MOVE UNLOADED-COUNT TO CNT-ED
            IF OLD-LAYOUT = '2'
                STRING FUNCTION TRIM(RUN-HISTORY-FILE-NAME) ": " CNT-ED
                    " record(s) in the 140-byte layout, RH-CERT-ID = spaces"
                    DELIMITED BY SIZE INTO WS-LINE
                END-STRING
            ELSE
                STRING FUNCTION TRIM(RUN-HISTORY-FILE-NAME) ": " CNT-ED
                    " record(s) in the 139-byte layout, RH-GEN-ID = 1"
                    DELIMITED BY SIZE INTO WS-LINE
                END-STRING
            END-IF
            PERFORM WRITE-REPORT-LINE
            IF CONVERT-BAD = 'Y'
                STRING "  reload failed part-way -- the whole master is in "
                    CONVERT-WORK-NAME
                    DELIMITED BY SIZE INTO WS-LINE
                END-STRING
                PERFORM WRITE-REPORT-LINE
            ELSE
                MOVE CONVERTED-COUNT TO CNT-ED
                STRING "  converted to the current layout: " CNT-ED " record(s)"
                    DELIMITED BY SIZE INTO WS-LINE
                END-STRING
                PERFORM WRITE-REPORT-LINE
                MOVE 'Y' TO MASTER-READY
            END-IF
        END-IF
    END-IF.


CREATE-EMPTY-MASTER.
    OPEN OUTPUT RUN-HISTORY-FILE
    IF WS-FS NOT = "00"
        DISPLAY "could not write to file: " RUN-HISTORY-FILE-NAME WITH NO ADVANCING
        END-DISPLAY
        DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        MOVE 12 TO FAILURE-RC
        MOVE RUN-HISTORY-FILE-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
    ELSE
        CLOSE RUN-HISTORY-FILE
        MOVE 'Y' TO MASTER-READY
    END-IF.


REBUILD-FROM-TRAIL.
    *> merge the two trails in time order: every perf-log line closes one
    *> run, and the audit lines inside that run's span are its streams
    OPEN I-O RUN-HISTORY-FILE
    IF WS-FS NOT = "00"
        DISPLAY "could not update file: " RUN-HISTORY-FILE-NAME WITH NO ADVANCING
        END-DISPLAY
        DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        MOVE 12 TO FAILURE-RC
        MOVE RUN-HISTORY-FILE-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
    ELSE
        MOVE 'Y' TO MASTER-OPEN
        MOVE SPACES TO WS-LINE
        PERFORM WRITE-REPORT-LINE

        MOVE CUTOFF-DAY-NBR TO AUD-SRC-DAY
        MOVE CUTOFF-DAY-NBR TO PRF-SRC-DAY
        PERFORM NEXT-PERF-LINE
        PERFORM NEXT-AUDIT-LINE

        PERFORM UNTIL PRF-EOF = 'Y' OR MASTER-OPEN = 'N'
            PERFORM MATCH-ONE-RUN
            MOVE PRF-HS TO PRF-PREV-HS
            PERFORM NEXT-PERF-LINE
        END-PERFORM

        *> whatever is left on the audit trail came after the last run
        PERFORM UNTIL AUD-EOF = 'Y' OR MASTER-OPEN = 'N'
            PERFORM NOTE-UNMATCHED-AUDIT
            PERFORM NEXT-AUDIT-LINE
        END-PERFORM

        IF AUD-OPEN = 'Y'
            CLOSE AUDIT-FILE
            MOVE 'N' TO AUD-OPEN
        END-IF
        IF PRF-OPEN = 'Y'
            CLOSE PERF-LOG-FILE
            MOVE 'N' TO PRF-OPEN
        END-IF
        IF MASTER-OPEN = 'Y'
            CLOSE RUN-HISTORY-FILE
            MOVE 'N' TO MASTER-OPEN
        END-IF
    END-IF.


MATCH-ONE-RUN.
    *> the run began its logged elapsed time before its perf-log line; a
    *> second of slack either side covers the clocks' granularity. a run
    *> with no usable elapsed time (unreadable, or zeroed because the run
    *> straddled midnight) reaches back to the run before it instead
    ADD 1 TO PERF-RUNS-READ
    END-ADD
    IF PRF-ELAPSED-HS > 0 AND PRF-HS > PRF-ELAPSED-HS + 100
        COMPUTE WINDOW-START-HS = PRF-HS - PRF-ELAPSED-HS - 100
        END-COMPUTE
    ELSE
        COMPUTE WINDOW-START-HS = PRF-PREV-HS + 1
        END-COMPUTE
    END-IF
    IF WINDOW-START-HS <= PRF-PREV-HS
        COMPUTE WINDOW-START-HS = PRF-PREV-HS + 1
        END-COMPUTE
    END-IF
    COMPUTE WINDOW-END-HS = PRF-HS + 100
    END-COMPUTE

    MOVE 0 TO RUN-LINES-TAKEN
    MOVE 0 TO RUN-LAST-STREAM
    PERFORM UNTIL AUD-EOF = 'Y' OR AUD-HS > WINDOW-END-HS
      OR MASTER-OPEN = 'N'
        IF AUD-HS < WINDOW-START-HS
            PERFORM NOTE-UNMATCHED-AUDIT
        ELSE
            PERFORM TAKE-AUDIT-LINE
        END-IF
        PERFORM NEXT-AUDIT-LINE
    END-PERFORM

    IF RUN-LINES-TAKEN = 0
        ADD 1 TO PERF-UNMATCHED
        END-ADD
        STRING "no stream lines for the run logged " PRF-STAMP-TEXT
            " (run " PRF-SEQ " of the day)"
            DELIMITED BY SIZE INTO WS-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
    END-IF.


TAKE-AUDIT-LINE.
    *> which stream the line is about comes from its file name:
    *> random_bitstring.bin/.pack is stream 01 of a single-stream run,
    *> random_bitstring_NN.bin/.pack stream NN of a multi-stream one
    MOVE 0 TO AUD-EXT-POS
    IF AUDIT-SOURCE-FILE(1:17) = "random_bitstring."
        MOVE 1 TO AUD-STREAM
        MOVE 17 TO AUD-EXT-POS
    ELSE
        IF AUDIT-SOURCE-FILE(1:17) = "random_bitstring_"
          AND AUDIT-SOURCE-FILE(18:2) NUMERIC
            MOVE AUDIT-SOURCE-FILE(18:2) TO AUD-STREAM
            MOVE 20 TO AUD-EXT-POS
        END-IF
    END-IF
    IF AUD-EXT-POS > 0
        IF AUDIT-SOURCE-FILE(AUD-EXT-POS:5) NOT = ".bin "
          AND AUDIT-SOURCE-FILE(AUD-EXT-POS:6) NOT = ".pack "
            MOVE 0 TO AUD-EXT-POS
        END-IF
    END-IF

    IF AUD-EXT-POS = 0
      OR AUDIT-SEED NOT NUMERIC OR AUDIT-C-A NOT NUMERIC
      OR AUDIT-C-M NOT NUMERIC OR AUDIT-C-C NOT NUMERIC
        PERFORM NOTE-UNMATCHED-AUDIT
    ELSE
        ADD 1 TO RUN-LINES-TAKEN
        END-ADD
        IF AUDIT-SOURCE-FILE(AUD-EXT-POS:5) = ".pack"
          AND AUD-STREAM = RUN-LAST-STREAM
            *> format 'B': the packed file's own line for the stream
            *> whose .bin line was just taken
            ADD 1 TO COMPANION-COUNT
            END-ADD
        ELSE
            MOVE AUD-STREAM TO RUN-LAST-STREAM
            PERFORM BUILD-CANDIDATE
            PERFORM CHECK-MASTER-FOR-STREAM
            IF CAND-STATE = 'P'
                ADD 1 TO PRESENT-COUNT
                END-ADD
            ELSE
            IF CAND-STATE = 'C'
                PERFORM NOTE-KEY-CLASH
            ELSE
                PERFORM WRITE-REBUILT-RECORD
            END-IF
            END-IF
        END-IF
    END-IF.


BUILD-CANDIDATE.
    MOVE PRF-DATE TO CAND-DATE
    MOVE PRF-SEQ TO CAND-SEQ
    MOVE AUD-STREAM TO CAND-STREAM
    MOVE AUDIT-SEED TO CAND-SEED
    MOVE AUDIT-C-A TO CAND-C-A
    MOVE AUDIT-C-M TO CAND-C-M
    MOVE AUDIT-C-C TO CAND-C-C
    MOVE AUDIT-SOURCE-FILE TO CAND-BIN-FILE
    *> the ASCII pair's byte file is the bin file's name with .byte; a
    *> packed-only stream has no second file
    MOVE SPACES TO CAND-HEX-FILE
    IF AUDIT-SOURCE-FILE(AUD-EXT-POS:5) = ".bin "
        STRING AUDIT-SOURCE-FILE(1:AUD-EXT-POS - 1) ".byte"
            DELIMITED BY SIZE INTO CAND-HEX-FILE
        END-STRING
    END-IF
    *> an audit line from before the generator field reads non-numeric
    *> there: generator 1, the only one there was
    IF AUDIT-GEN-ID NUMERIC
        MOVE AUDIT-GEN-ID TO CAND-GEN-ID
    ELSE
        MOVE 1 TO CAND-GEN-ID
    END-IF
    MOVE AUDIT-CERT-ID TO CAND-CERT-ID.


CHECK-MASTER-FOR-STREAM.
    *> present = a record of that date with the same seed and file, under
    *> whatever sequence it was filed; only then does the rebuilt key matter
    MOVE 'M' TO CAND-STATE
    MOVE CAND-DATE TO RH-DATE
    MOVE 0 TO RH-SEQ
    MOVE 0 TO RH-STREAM
    MOVE 'N' TO SCAN-DONE
    START RUN-HISTORY-FILE KEY IS GREATER THAN OR EQUAL TO RH-RUN-ID
        INVALID KEY
            MOVE 'Y' TO SCAN-DONE
    END-START
    PERFORM UNTIL SCAN-DONE = 'Y'
        READ RUN-HISTORY-FILE NEXT RECORD
            AT END
                MOVE 'Y' TO SCAN-DONE
            NOT AT END
                IF RH-DATE NOT = CAND-DATE
                    MOVE 'Y' TO SCAN-DONE
                ELSE
                    IF RH-SEED = CAND-SEED AND RH-BIN-FILE = CAND-BIN-FILE
                        MOVE 'P' TO CAND-STATE
                        MOVE 'Y' TO SCAN-DONE
                    END-IF
                END-IF
        END-READ
    END-PERFORM

    IF CAND-STATE = 'M'
        MOVE CAND-RUN-ID TO RH-RUN-ID
        READ RUN-HISTORY-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'C' TO CAND-STATE
        END-READ
    END-IF
    MOVE "00" TO WS-FS.


WRITE-REBUILT-RECORD.
    MOVE SPACES TO RUN-HISTORY-RECORD
    MOVE CAND-RUN-ID TO RH-RUN-ID
    MOVE CAND-SEED TO RH-SEED
    MOVE CAND-C-A TO RH-C-A
    MOVE CAND-C-M TO RH-C-M
    MOVE CAND-C-C TO RH-C-C
    MOVE CAND-BIN-FILE TO RH-BIN-FILE
    MOVE CAND-HEX-FILE TO RH-HEX-FILE
    MOVE PRF-ELAPSED TO RH-ELAPSED
    MOVE 0 TO RH-QA-ONES
    MOVE 0 TO RH-QA-ZEROS
    MOVE 0 TO RH-QA-LONGEST-RUN
    MOVE 'R' TO RH-QA-DONE
    MOVE CAND-GEN-ID TO RH-GEN-ID
    MOVE CAND-CERT-ID TO RH-CERT-ID
    WRITE RUN-HISTORY-RECORD
        INVALID KEY
            PERFORM NOTE-KEY-CLASH
        NOT INVALID KEY
            ADD 1 TO REBUILT-COUNT
            END-ADD
            STRING "rebuilt   " RH-RUN-ID "  " RH-BIN-FILE "  seed " RH-SEED
                DELIMITED BY SIZE INTO WS-LINE
            END-STRING
            PERFORM WRITE-REPORT-LINE
    END-WRITE
    IF WS-FS NOT = "00" AND WS-FS NOT = "22"
        DISPLAY "I/O error writing run-history record -- "
            "GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        MOVE 16 TO FAILURE-RC
        MOVE RUN-HISTORY-FILE-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
        CLOSE RUN-HISTORY-FILE
        MOVE 'N' TO MASTER-OPEN
    END-IF.


NOTE-KEY-CLASH.
    *> the run's rebuilt key already belongs to a different stream: the
    *> day's sequence numbers on the master no longer follow the perf log
    ADD 1 TO CLASH-COUNT
    END-ADD
    STRING "key held  " CAND-RUN-ID "  " CAND-BIN-FILE " not rebuilt"
        DELIMITED BY SIZE INTO WS-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE.


NOTE-UNMATCHED-AUDIT.
    ADD 1 TO AUDIT-UNMATCHED
    END-ADD
    STRING "no run    " AUD-STAMP-TEXT "  " AUDIT-SOURCE-FILE " (audit line)"
        DELIMITED BY SIZE INTO WS-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE.


NEXT-AUDIT-LINE.
    *> the next audit line inside the rebuild period, across the dated
    *> archives and then the live file; leaves AUD-EOF 'Y' after the last
    MOVE 'N' TO AUD-GOT
    PERFORM UNTIL AUD-GOT = 'Y' OR AUD-EOF = 'Y'
        IF AUD-OPEN = 'N'
            PERFORM OPEN-NEXT-AUDIT-SOURCE
        ELSE
            READ AUDIT-FILE
                AT END
                    CLOSE AUDIT-FILE
                    MOVE 'N' TO AUD-OPEN
                NOT AT END
                    PERFORM SCREEN-AUDIT-LINE
            END-READ
        END-IF
    END-PERFORM.


OPEN-NEXT-AUDIT-SOURCE.
    PERFORM UNTIL AUD-OPEN = 'Y' OR AUD-EOF = 'Y'
        IF AUD-SRC-DAY <= TODAY-DAY-NBR
            COMPUTE AUD-SRC-DATE = FUNCTION DATE-OF-INTEGER(AUD-SRC-DAY)
            END-COMPUTE
            MOVE SPACES TO AUDIT-SRC-NAME
            STRING AUDIT-FILE-NAME "." AUD-SRC-DATE
                DELIMITED BY SIZE INTO AUDIT-SRC-NAME
            END-STRING
            ADD 1 TO AUD-SRC-DAY
            END-ADD
        ELSE
            IF AUD-LIVE-DONE = 'N'
                MOVE AUDIT-FILE-NAME TO AUDIT-SRC-NAME
                MOVE 'Y' TO AUD-LIVE-DONE
            ELSE
                MOVE 'Y' TO AUD-EOF
            END-IF
        END-IF
        IF AUD-EOF = 'N'
            OPEN INPUT AUDIT-FILE
            IF WS-FS = "00"
                MOVE 'Y' TO AUD-OPEN
                ADD 1 TO SOURCES-READ
                END-ADD
                STRING "reading   " AUDIT-SRC-NAME
                    DELIMITED BY SIZE INTO WS-LINE
                END-STRING
                PERFORM WRITE-REPORT-LINE
            ELSE
            IF WS-FS NOT = "35"
                DISPLAY "could not read file: " FUNCTION TRIM(AUDIT-SRC-NAME) WITH NO ADVANCING
                END-DISPLAY
                DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
                END-DISPLAY
                MOVE 08 TO FAILURE-RC
                MOVE AUDIT-SRC-NAME TO FAILURE-FILE
                PERFORM RECORD-STEP-FAILURE
                STRING "unreadable " AUDIT-SRC-NAME
                    DELIMITED BY SIZE INTO WS-LINE
                END-STRING
                PERFORM WRITE-REPORT-LINE
            END-IF
            END-IF
        END-IF
    END-PERFORM.


SCREEN-AUDIT-LINE.
    MOVE AUDIT-TIMESTAMP TO STAMP-IN
    PERFORM CONVERT-STAMP
    MOVE STAMP-HS TO AUD-HS
    PERFORM FORMAT-AUDIT-STAMP
    IF STAMP-HS = 0
        *> a garbled timestamp can't be placed in any run
        PERFORM NOTE-UNMATCHED-AUDIT
    ELSE
    IF AUDIT-TIMESTAMP(1:8) < CUTOFF-DATE
        ADD 1 TO BEFORE-WINDOW
        END-ADD
    ELSE
    IF AUDIT-NOTE(1:15) = "PASSPHRASE PATH"
      OR AUDIT-NOTE(1:19) = "BATCH RESTART AFTER"
        *> FLEXIBLE-PASSWORD-GENERATOR's own trace lines
        ADD 1 TO GENERATOR-LINES
        END-ADD
    ELSE
        MOVE 'Y' TO AUD-GOT
    END-IF
    END-IF
    END-IF.


FORMAT-AUDIT-STAMP.
    MOVE SPACES TO AUD-STAMP-TEXT
    STRING AUDIT-TIMESTAMP(1:8) " " AUDIT-TIMESTAMP(9:2) ":"
        AUDIT-TIMESTAMP(11:2) ":" AUDIT-TIMESTAMP(13:2)
        DELIMITED BY SIZE INTO AUD-STAMP-TEXT
    END-STRING.


NEXT-PERF-LINE.
    *> the next perf-log line inside the rebuild period, archives first;
    *> counts the run's position among its day's lines on the way
    MOVE 'N' TO PRF-GOT
    PERFORM UNTIL PRF-GOT = 'Y' OR PRF-EOF = 'Y'
        IF PRF-OPEN = 'N'
            PERFORM OPEN-NEXT-PERF-SOURCE
        ELSE
            READ PERF-LOG-FILE
                AT END
                    CLOSE PERF-LOG-FILE
                    MOVE 'N' TO PRF-OPEN
                NOT AT END
                    PERFORM SCREEN-PERF-LINE
            END-READ
        END-IF
    END-PERFORM.


OPEN-NEXT-PERF-SOURCE.
    PERFORM UNTIL PRF-OPEN = 'Y' OR PRF-EOF = 'Y'
        IF PRF-SRC-DAY <= TODAY-DAY-NBR
            COMPUTE PRF-SRC-DATE = FUNCTION DATE-OF-INTEGER(PRF-SRC-DAY)
            END-COMPUTE
            MOVE SPACES TO PERF-SRC-NAME
            STRING PERF-LOG-FILE-NAME "." PRF-SRC-DATE
                DELIMITED BY SIZE INTO PERF-SRC-NAME
            END-STRING
            ADD 1 TO PRF-SRC-DAY
            END-ADD
        ELSE
            IF PRF-LIVE-DONE = 'N'
                MOVE PERF-LOG-FILE-NAME TO PERF-SRC-NAME
                MOVE 'Y' TO PRF-LIVE-DONE
            ELSE
                MOVE 'Y' TO PRF-EOF
            END-IF
        END-IF
        IF PRF-EOF = 'N'
            OPEN INPUT PERF-LOG-FILE
            IF WS-FS = "00"
                MOVE 'Y' TO PRF-OPEN
                ADD 1 TO SOURCES-READ
                END-ADD
                STRING "reading   " PERF-SRC-NAME
                    DELIMITED BY SIZE INTO WS-LINE
                END-STRING
                PERFORM WRITE-REPORT-LINE
            ELSE
            IF WS-FS NOT = "35"
                DISPLAY "could not read file: " FUNCTION TRIM(PERF-SRC-NAME) WITH NO ADVANCING
                END-DISPLAY
                DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
                END-DISPLAY
                MOVE 08 TO FAILURE-RC
                MOVE PERF-SRC-NAME TO FAILURE-FILE
                PERFORM RECORD-STEP-FAILURE
                STRING "unreadable " PERF-SRC-NAME
                    DELIMITED BY SIZE INTO WS-LINE
                END-STRING
                PERFORM WRITE-REPORT-LINE
            END-IF
            END-IF
        END-IF
    END-PERFORM.


SCREEN-PERF-LINE.
    MOVE PERF-LOG-DATE-TIME TO STAMP-IN
    PERFORM CONVERT-STAMP
    MOVE SPACES TO PRF-STAMP-TEXT
    STRING PERF-LOG-DATE-TIME(1:8) " " PERF-LOG-DATE-TIME(9:2) ":"
        PERF-LOG-DATE-TIME(11:2) ":" PERF-LOG-DATE-TIME(13:2)
        DELIMITED BY SIZE INTO PRF-STAMP-TEXT
    END-STRING
    IF STAMP-HS = 0
        ADD 1 TO PERF-UNMATCHED
        END-ADD
        STRING "unreadable perf-log timestamp in " PERF-SRC-NAME
            DELIMITED BY SIZE INTO WS-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
    ELSE
        *> every run of the day took the next sequence number, so the line's
        *> position among the day's lines is the run's RH-SEQ
        IF PERF-LOG-DATE-TIME(1:8) NOT = PRF-SEQ-DATE
            MOVE PERF-LOG-DATE-TIME(1:8) TO PRF-SEQ-DATE
            MOVE 0 TO PRF-SEQ
        END-IF
        ADD 1 TO PRF-SEQ
        END-ADD
        IF PERF-LOG-DATE-TIME(1:8) < CUTOFF-DATE
            ADD 1 TO BEFORE-WINDOW
            END-ADD
        ELSE
            MOVE STAMP-HS TO PRF-HS
            MOVE PERF-LOG-DATE-TIME(1:8) TO PRF-DATE
            MOVE PERF-LOG-TIME-TAKEN(1:12) TO PRF-ELAPSED
            *> "SSSSSSS.FFs", as the generator writes it
            MOVE 0 TO PRF-ELAPSED-HS
            IF PRF-ELAPSED(1:7) NUMERIC AND PRF-ELAPSED(8:1) = "."
              AND PRF-ELAPSED(9:2) NUMERIC
                COMPUTE PRF-ELAPSED-HS =
                    FUNCTION NUMVAL(PRF-ELAPSED(1:7)) * 100
                        + FUNCTION NUMVAL(PRF-ELAPSED(9:2))
                END-COMPUTE
            END-IF
            MOVE 'Y' TO PRF-GOT
        END-IF
    END-IF.


CONVERT-STAMP.
    *> a CURRENT-DATE stamp (YYYYMMDDHHMMSSss...) as hundredths of a second
    *> since the calendar's day one, so runs across midnight still order;
    *> 0 when the stamp doesn't read as a date and time
    MOVE 0 TO STAMP-HS
    IF STAMP-IN(1:16) NUMERIC
      AND STAMP-IN(1:8) >= "16010101"
      AND STAMP-IN(5:2) >= "01" AND STAMP-IN(5:2) <= "12"
      AND STAMP-IN(7:2) >= "01" AND STAMP-IN(7:2) <= "31"
        COMPUTE STAMP-DAY-NBR =
            FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(STAMP-IN(1:8)))
        END-COMPUTE
        COMPUTE STAMP-HS = STAMP-DAY-NBR * 8640000
            + FUNCTION NUMVAL(STAMP-IN(9:2)) * 360000
            + FUNCTION NUMVAL(STAMP-IN(11:2)) * 6000
            + FUNCTION NUMVAL(STAMP-IN(13:2)) * 100
            + FUNCTION NUMVAL(STAMP-IN(15:2))
        END-COMPUTE
    END-IF.


WRITE-REPORT-TOTALS.
    MOVE "----------------------------------------" TO WS-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE CONVERTED-COUNT TO CNT-ED
    MOVE SOURCES-READ TO CNT-ED-2
    STRING "records converted:       " CNT-ED "   trail files read: " CNT-ED-2
        DELIMITED BY SIZE INTO WS-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE PERF-RUNS-READ TO CNT-ED
    MOVE PERF-UNMATCHED TO CNT-ED-2
    STRING "runs on the perf log:    " CNT-ED "   not matched: " CNT-ED-2
        DELIMITED BY SIZE INTO WS-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE PRESENT-COUNT TO CNT-ED
    MOVE REBUILT-COUNT TO CNT-ED-2
    STRING "streams already present: " CNT-ED "   rebuilt:       " CNT-ED-2
        DELIMITED BY SIZE INTO WS-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE AUDIT-UNMATCHED TO CNT-ED
    MOVE CLASH-COUNT TO CNT-ED-2
    STRING "audit lines not matched: " CNT-ED "   key clashes:   " CNT-ED-2
        DELIMITED BY SIZE INTO WS-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE COMPANION-COUNT TO CNT-ED
    MOVE GENERATOR-LINES TO CNT-ED-2
    STRING "packed companion lines:  " CNT-ED "   password generator lines: "
        CNT-ED-2
        DELIMITED BY SIZE INTO WS-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE BEFORE-WINDOW TO CNT-ED
    STRING "lines before the cutoff: " CNT-ED
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
        MOVE "RUN-HISTORY-REBUILD" TO SS-STEP-NAME
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

END PROGRAM RUN-HISTORY-REBUILD.
