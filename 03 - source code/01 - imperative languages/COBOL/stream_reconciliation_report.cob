*>             window. there is no bin/byte cross-check in that mode -- the pair does
*>             not exist -- but the value-by-value replay from the audited seed,
*>             constants and generator ID works identically on the packed records.
*>
*> 2026-10-15  stream certification: every reconciled stream's entry in the stream
*>             catalog (STREAM-CATALOG-FILE-NAME, stream_catalog.dat, written by
*>             RANDOM-STREAMS-FOR-PERF-STATS and keyed on the examined file name) is
*>             updated with the outcome. a PASS sets the reconciled flag and moves a
*>             GENERATED entry on to RECONCILED -- or straight to QA-PASSED when the QA
*>             report already passed it; a FAIL, or a catalog seed that is not the seed
*>             on the stream's newest audit line, quarantines the entry. the catalog
*>             result is printed under each stream's line. a missing catalog is noted
*>             on the report; one that can't be updated fails the step (12).
*>
*> 2026-10-15  AUDIT-RECORD gained AUDIT-CERT-ID (the LCG-PARAM-CERTIFY certificate the
*>             generator stamps on each line); the layout here is widened to match.


IDENTIFICATION DIVISION.
    SELECT STEP-STATUS-FILE ASSIGN TO STEP-STATUS-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT STREAM-CATALOG-FILE ASSIGN TO STREAM-CATALOG-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CAT-SOURCE-FILE
        FILE STATUS IS WS-FS.  *> Link to status variable

DATA DIVISION.
FILE SECTION.
    05 AUDIT-NOTE       PIC X(32).  *> free-form annotation the writers may leave
    05 AUDIT-GEN-ID     PIC X(1).   *> which generator algorithm produced the stream;
                                    *> spaces on lines older than the field mean 1
    05 AUDIT-CERT-ID    PIC X(14).  *> certificate of the LCG constants; spaces if none
FD  STREAM-COUNT-FILE.
01  STREAM-COUNT-RECORD.
    05 SC-COUNT         PIC 9(2).
    05 SS-RC            PIC 9(2).    *> the RETURN-CODE this step ended with
    05 FILLER           PIC X(1).
    05 SS-FAIL-FILE     PIC X(30).   *> the file the first failure was about
FD  STREAM-CATALOG-FILE.
01  STREAM-CATALOG-RECORD.
    05 CAT-SOURCE-FILE  PIC X(24).   *> the stream's primary file (.bin, or .pack
                                     *> under packed-only output)
    05 FILLER           PIC X(1).
    05 CAT-RUN-ID.                   *> the run-history key the stream was written under
       10 CAT-RUN-DATE  PIC X(8).
       10 CAT-RUN-SEQ   PIC 9(4).
       10 CAT-RUN-STREAM PIC 9(2).
    05 FILLER           PIC X(1).
    05 CAT-SEED         PIC 9(9).
    05 FILLER           PIC X(1).
    05 CAT-GEN-ID       PIC 9(1).
    05 FILLER           PIC X(1).
    05 CAT-STATUS       PIC X(11).   *> GENERATED, RECONCILED, QA-PASSED, CONSUMING,
                                     *> EXHAUSTED or QUARANTINED
    05 FILLER           PIC X(1).
    05 CAT-RECON-OK     PIC X(1).    *> 'Y'/'N' once reconciled, space before
    05 FILLER           PIC X(1).
    05 CAT-QA-OK        PIC X(1).    *> 'Y'/'N' once QA'd, space before
    05 FILLER           PIC X(1).
    05 CAT-STATUS-DATE  PIC X(8).    *> YYYYMMDD the status was last set
    05 FILLER           PIC X(1).
    05 CAT-STATUS-STEP  PIC X(30).   *> the step that set it


WORKING-STORAGE SECTION.
01  STEP-STATUS-FILE-NAME PIC X(15) VALUE "step_status.dat".
77  RUN-RC            PIC 9(2) VALUE 0.  *> 00 OK, 02 reconciliation mismatch,
                                         *> 04 no stream pair readable,
                                         *> 12 report or catalog not writable,
                                         *> 16 catalog I/O error
77  FAILURE-RC        PIC 9(2).
01  FAIL-FILE-NAME    PIC X(30) VALUE SPACES.
01  FAILURE-FILE      PIC X(30).
01  FIRST-BAD-FILE    PIC X(30) VALUE SPACES.  *> the first stream pair that failed

*> stream certification catalog
01  STREAM-CATALOG-FILE-NAME PIC X(18) VALUE "stream_catalog.dat".
77  CATALOG-OPEN      PIC X VALUE 'N'.  *> 'Y' while the catalog is open I-O
01  CURRENT-DATE-STAMP PIC X(21).

*> record-to-value conversion helpers
01  BITS-X-STR        PIC X(16).
01  BITS-HEX-STR      PIC X(4).
        MOVE "bin/byte/audit stream reconciliation report" TO WS-LINE
        PERFORM WRITE-REPORT-LINE

        PERFORM OPEN-STREAM-CATALOG

        IF STREAM-COUNT > 1
            PERFORM VARYING STREAM-IDX FROM 1 BY 1 UNTIL STREAM-IDX > STREAM-COUNT
                PERFORM BUILD-STREAM-FILE-NAMES
            PERFORM WRITE-REPORT-LINE
        END-IF

        IF CATALOG-OPEN = 'Y'
            CLOSE STREAM-CATALOG-FILE
        END-IF
        CLOSE RECON-REPORT-FILE
        DISPLAY "reconciliation report written to: " RECON-REPORT-FILE-NAME
        END-DISPLAY
                DELIMITED BY SIZE INTO WS-LINE
            END-STRING
            PERFORM WRITE-REPORT-LINE
            IF CATALOG-OPEN = 'Y'
                MOVE 'N' TO STREAM-OK
                PERFORM UPDATE-CATALOG-ENTRY
            END-IF
        ELSE
            MOVE 'Y' TO ANY-STREAM-OPENED
            MOVE REPLAY-SEED TO REPLAY-PREV
            END-STRING
            PERFORM WRITE-REPORT-LINE
        END-IF
    END-IF

    IF CATALOG-OPEN = 'Y'
        PERFORM UPDATE-CATALOG-ENTRY
    END-IF.


OPEN-STREAM-CATALOG.
    *> the catalog RANDOM-STREAMS-FOR-PERF-STATS keeps one entry per stream
    *> in; not there yet just means no stream was ever catalogued, but one
    *> that is there and can't be opened for update fails the step -- the
    *> certification this run decides would otherwise silently go nowhere
    OPEN I-O STREAM-CATALOG-FILE
    IF WS-FS = "00"
        MOVE 'Y' TO CATALOG-OPEN
    ELSE
        IF WS-FS = "35"
            MOVE "no stream catalog on file -- certification not recorded"
                TO WS-LINE
            PERFORM WRITE-REPORT-LINE
        ELSE
            DISPLAY "could not write to file: " STREAM-CATALOG-FILE-NAME WITH NO ADVANCING
            END-DISPLAY
            DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
            END-DISPLAY
            MOVE 12 TO FAILURE-RC
            MOVE STREAM-CATALOG-FILE-NAME TO FAILURE-FILE
            PERFORM RECORD-STEP-FAILURE
        END-IF
    END-IF.


UPDATE-CATALOG-ENTRY.
    *> records this stream's reconciliation outcome in its catalog entry. a
    *> pass only moves an entry still on its way to certification (GENERATED
    *> or RECONCILED) -- to QA-PASSED once the QA report has passed it too;
    *> a fail quarantines the entry whatever state it was in, and so does a
    *> catalog seed the newest audit line doesn't carry: the entry then
    *> describes some earlier content of the file, not what was replayed
    MOVE EXAMINED-NAME TO CAT-SOURCE-FILE
    READ STREAM-CATALOG-FILE
        INVALID KEY
            MOVE "  not in stream catalog -- certification not recorded"
                TO WS-LINE
            PERFORM WRITE-REPORT-LINE
        NOT INVALID KEY
            IF STREAM-OK = 'Y' AND CAT-SEED NOT = REPLAY-SEED
                MOVE 'N' TO CAT-RECON-OK
                MOVE "QUARANTINED" TO CAT-STATUS
                MOVE "  catalog seed differs from the audit line" TO WS-LINE
                PERFORM WRITE-REPORT-LINE
            ELSE
                IF STREAM-OK = 'Y'
                    MOVE 'Y' TO CAT-RECON-OK
                    IF CAT-STATUS = "GENERATED" OR CAT-STATUS = "RECONCILED"
                        IF CAT-QA-OK = 'Y'
                            MOVE "QA-PASSED" TO CAT-STATUS
                        ELSE
                            MOVE "RECONCILED" TO CAT-STATUS
                        END-IF
                    END-IF
                ELSE
                    MOVE 'N' TO CAT-RECON-OK
                    MOVE "QUARANTINED" TO CAT-STATUS
                END-IF
            END-IF
            MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-STAMP
            MOVE CURRENT-DATE-STAMP(1:8) TO CAT-STATUS-DATE
            MOVE "STREAM-RECONCILIATION-REPORT" TO CAT-STATUS-STEP
            REWRITE STREAM-CATALOG-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE
            IF WS-FS NOT = "00"
                DISPLAY "I/O error updating catalog entry for "
                    FUNCTION TRIM(EXAMINED-NAME)
                    " -- GnuCOBOL-specific file status code: " WS-FS
                END-DISPLAY
                MOVE 16 TO FAILURE-RC
                MOVE STREAM-CATALOG-FILE-NAME TO FAILURE-FILE
                PERFORM RECORD-STEP-FAILURE
            ELSE
                STRING "  stream catalog: " CAT-STATUS
                    DELIMITED BY SIZE INTO WS-LINE
                END-STRING
                PERFORM WRITE-REPORT-LINE
            END-IF
    END-READ.


BIT-RECORD-TO-VALUE.
    *> rebuilds the 16-bit value a BIT-RECORD encodes, most significant bit
    *> first; result comes back in VAL-FROM-BIN
