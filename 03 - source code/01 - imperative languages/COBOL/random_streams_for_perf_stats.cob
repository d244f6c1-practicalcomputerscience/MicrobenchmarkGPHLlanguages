*>             one byte longer: a run_history.dat written before this field must be
*>             recut (delete it and let the next window rebuild) or the INDEXED open
*>             will refuse it with a record-length mismatch.
*>
*> 2026-10-15  stream certification catalog: STREAM-CATALOG-FILE-NAME (stream_catalog.dat,
*>             INDEXED, keyed on the stream's primary file -- the .bin, or the .pack under
*>             packed-only output, i.e. the RH-BIN-FILE name) holds one entry per stream
*>             with its run ID, seed, generator and certification status. a stream whose
*>             files are about to be rewritten is marked QUARANTINED before its outputs
*>             are opened, so an interrupted or failed stream never keeps an older
*>             stream's certification; every stream completed this run is then written
*>             (or rewritten) as GENERATED, for STREAM-RECONCILIATION-REPORT and
*>             RANDOM-BITSTREAM-QA-REPORT to promote. FLEXIBLE-PASSWORD-GENERATOR only
*>             consumes QA-PASSED streams, so unlike the run-history master a catalog
*>             that can't be written fails the step (12).
*>
*> 2026-10-15  the constants in force are looked up in CERT-FILE-NAME (lcg_certificates.dat,
*>             LCG-PARAM-CERTIFY's INDEXED master, keyed on m, a, c, generator and stream
*>             length) right after READ-LCG-PARAMS, and the PASS certificate's ID is carried
*>             in the new AUDIT-CERT-ID and RH-CERT-ID fields, so every stream traces back
*>             to a vetted parameter set. a set without a passing certificate still runs
*>             -- CONTROL-FILE-MAINT is the gate that keeps one out of lcg_params.dat --
*>             but is warned about and leaves both fields blank; a certificate master that
*>             is there and can't be read fails the step (08) like any control file. note
*>             RUN-HISTORY-RECORD is 14 bytes longer: a run_history.dat written before this
*>             field must be converted or the INDEXED open will refuse it.


IDENTIFICATION DIVISION.
    SELECT TRIM-PACK-WORK-FILE ASSIGN TO TRIM-PACK-WORK-FILE-NAME
        ORGANIZATION IS SEQUENTIAL  *> binary-safe, matching the packed stream file
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT STREAM-CATALOG-FILE ASSIGN TO STREAM-CATALOG-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CAT-SOURCE-FILE
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT CERT-FILE ASSIGN TO CERT-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CERT-KEY
        FILE STATUS IS WS-FS.  *> Link to status variable

DATA DIVISION.
FILE SECTION.
    05 AUDIT-NOTE       PIC X(32).  *> free-form annotation, e.g. that a long run was
                                    *> restarted; spaces on plain generation lines
    05 AUDIT-GEN-ID     PIC 9(1).  *> which generator algorithm produced the stream
    05 AUDIT-CERT-ID    PIC X(14). *> certificate of the LCG constants; spaces if none
FD  PERF-LOG-FILE.
01  PERF-LOG-RECORD.
    05 PERF-LOG-DATE-TIME  PIC X(21).
    05 RH-QA-LONGEST-RUN PIC 9(9).
    05 RH-QA-DONE       PIC X.       *> 'Y' once the QA report filled its part
    05 RH-GEN-ID        PIC 9(1).    *> which generator algorithm produced the stream
    05 RH-CERT-ID       PIC X(14).   *> LCG-PARAM-CERTIFY certificate of the constants;
                                     *> spaces when they had none
FD  RUN-HISTORY-SEQ-FILE.
01  RUN-HISTORY-SEQ-RECORD.
    05 RHS-LAST-DATE    PIC X(8).
    05 LS-SOURCE        PIC X(24).  *> the output file the checkpoint belongs to
    05 LS-X2-PREV       PIC 9(9).   *> generator 2's second-stream state (zero
                                    *> under generator 1)
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
FD  CERT-FILE.
01  CERT-RECORD.
    05 CERT-KEY.                     *> the effective parameter set
       10 CERT-M        PIC 9(9).
       10 CERT-A        PIC 9(9).
       10 CERT-C        PIC 9(9).
       10 CERT-GEN      PIC X(1).
       10 CERT-END      PIC 9(9).
    05 FILLER           PIC X(1).
    05 CERT-ID          PIC X(14).   *> "LC" + YYYYMMDD + "-" + per-day sequence
    05 FILLER           PIC X(1).
    05 CERT-VERDICT     PIC X(4).    *> PASS or FAIL
    05 FILLER           PIC X(1).
    05 CERT-DATE        PIC X(8).    *> YYYYMMDD certified
    05 FILLER           PIC X(1).
    05 CERT-USER        PIC X(8).    *> login name of the operator who ran it
    05 FILLER           PIC X(1).
    05 CERT-FULL-PERIOD PIC X(1).    *> 'Y' when the full-period conditions hold
    05 FILLER           PIC X(1).
    05 CERT-CYCLE       PIC 9(10).   *> measured cycle (combined for generator 2)
    05 FILLER           PIC X(1).
    05 CERT-REQUIRED    PIC 9(10).   *> values the configured stream length needs
    05 FILLER           PIC X(1).
    05 CERT-MU2         PIC 9(2)V9(4).
    05 FILLER           PIC X(1).
    05 CERT-MU3         PIC 9(2)V9(4).
    05 FILLER           PIC X(1).
    05 CERT-REASON      PIC X(40).   *> first check that failed; spaces on PASS


WORKING-STORAGE SECTION.
    05 RHC-HEX-FILE     PIC X(25) OCCURS 99 TIMES.
77  RHC-COUNT             PIC 9(2) VALUE 0.
77  RHC-IDX               PIC 9(2).
01  STREAM-CATALOG-FILE-NAME PIC X(18) VALUE "stream_catalog.dat".
77  CATALOG-OPEN          PIC X.  *> 'Y' once OPEN-STREAM-CATALOG got the catalog open I-O
01  CERT-FILE-NAME        PIC X(20) VALUE "lcg_certificates.dat".
01  CERT-ID-VAL           PIC X(14) VALUE SPACES.  *> the constants' PASS certificate
01  RUN-ELAPSED-STR       PIC X(12).
*> scheduler awareness: first failure wins, reported via RETURN-CODE and the
*> one-record step-status file the batch window checks between steps
    *> Tune stream length / generator constants from a control file, if present;
    *> otherwise fall back to the 77-level VALUE clauses above as the defaults.
    PERFORM READ-LCG-PARAMS
    PERFORM LOOKUP-LCG-CERTIFICATE

    *> Pick up where a prior run in the same batch window left off, if a seed-checkpoint
    *> file was left behind; otherwise seed fresh from System Time (Equivalent to rnd.nextInt)
    *> whole-run elapsed time is known
    PERFORM WRITE-RUN-HISTORY

    *> catalog every stream completed this run as GENERATED, awaiting
    *> reconciliation and QA before the password generator may consume it
    PERFORM WRITE-STREAM-CATALOG

    *> for testing:
    *> DISPLAY "X-ELEMENT(1): " X-ELEMENT(1)
    *> END-DISPLAY
    END-IF.


LOOKUP-LCG-CERTIFICATE.
    *> the PASS certificate LCG-PARAM-CERTIFY issued for exactly the constants
    *> this run uses (after the built-in defaults filled any gaps); the output
    *> format doesn't change the stream, so it is no part of the key
    MOVE SPACES TO CERT-ID-VAL
    MOVE SPACES TO CERT-RECORD
    MOVE C-M TO CERT-M
    MOVE C-A TO CERT-A
    MOVE C-C TO CERT-C
    MOVE GEN-ID TO CERT-GEN
    MOVE C-END TO CERT-END
    OPEN INPUT CERT-FILE
    IF WS-FS NOT = "00" AND WS-FS NOT = "35"
        DISPLAY "could not read control file: " CERT-FILE-NAME WITH NO ADVANCING
        END-DISPLAY
        DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        MOVE 08 TO FAILURE-RC
        MOVE CERT-FILE-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
    END-IF
    IF WS-FS = "00"
        READ CERT-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF CERT-VERDICT = "PASS"
                    MOVE CERT-ID TO CERT-ID-VAL
                END-IF
        END-READ
        CLOSE CERT-FILE
    END-IF
    IF CERT-ID-VAL = SPACES
        DISPLAY "WARNING: no passing certificate for these LCG constants -- "
            "streams will carry no certificate ID"
        END-DISPLAY
    ELSE
        DISPLAY "LCG constants certified: " CERT-ID-VAL
        END-DISPLAY
    END-IF.


READ-SEED-CHECKPOINT.
    MOVE "N" TO SEED-CKPT-EXISTS
    OPEN INPUT SEED-CKPT-FILE
    ELSE
        MOVE 'N' TO OPEN-EXTEND-MODE
    END-IF
    *> the certification of whatever stream these files held so far ends
    *> here -- an interrupted run must not leave it vouching for the new bits
    PERFORM QUARANTINE-CATALOG-ENTRY
    PERFORM OPEN-STREAM-OUTPUTS

    IF OPEN-FAILED = 'N'
                                                    *> packed file gets a line of its own
        MOVE AUDIT-NOTE-VAL TO AUDIT-NOTE
        MOVE GEN-ID TO AUDIT-GEN-ID
        MOVE CERT-ID-VAL TO AUDIT-CERT-ID
        WRITE AUDIT-RECORD
        END-WRITE
        CLOSE AUDIT-FILE
            MOVE 0 TO RH-QA-LONGEST-RUN
            MOVE 'N' TO RH-QA-DONE
            MOVE GEN-ID TO RH-GEN-ID
            MOVE CERT-ID-VAL TO RH-CERT-ID
            WRITE RUN-HISTORY-RECORD
                INVALID KEY
                    DISPLAY "duplicate run-history key " RH-RUN-ID
    END-IF.


OPEN-STREAM-CATALOG.
    *> I-O on the catalog, creating it empty on the first ever run; a
    *> catalog that can't be opened fails the step -- the password
    *> generator decides what it may consume from these entries
    MOVE 'N' TO CATALOG-OPEN
    OPEN I-O STREAM-CATALOG-FILE
    IF WS-FS = "35"
        OPEN OUTPUT STREAM-CATALOG-FILE
        IF WS-FS = "00"
            CLOSE STREAM-CATALOG-FILE
            OPEN I-O STREAM-CATALOG-FILE
        END-IF
    END-IF
    IF WS-FS = "00"
        MOVE 'Y' TO CATALOG-OPEN
    ELSE
        DISPLAY "could not write to file: " STREAM-CATALOG-FILE-NAME WITH NO ADVANCING
        END-DISPLAY
        DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        MOVE 12 TO FAILURE-RC
        MOVE STREAM-CATALOG-FILE-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
    END-IF.


QUARANTINE-CATALOG-ENTRY.
    *> the stream about to be (re)written under LS-ACTIVE-NAME: an entry the
    *> catalog already holds for that name is quarantined until this run
    *> writes the new one in WRITE-STREAM-CATALOG
    PERFORM OPEN-STREAM-CATALOG
    IF CATALOG-OPEN = 'Y'
        MOVE LS-ACTIVE-NAME TO CAT-SOURCE-FILE
        READ STREAM-CATALOG-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF CAT-STATUS NOT = "QUARANTINED"
                    MOVE "QUARANTINED" TO CAT-STATUS
                    MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-STAMP
                    MOVE CURRENT-DATE-STAMP(1:8) TO CAT-STATUS-DATE
                    MOVE "RANDOM-STREAMS-FOR-PERF-STATS" TO CAT-STATUS-STEP
                    REWRITE STREAM-CATALOG-RECORD
                        INVALID KEY
                            CONTINUE
                    END-REWRITE
                    IF WS-FS NOT = "00"
                        DISPLAY "I/O error quarantining catalog entry for "
                            FUNCTION TRIM(LS-ACTIVE-NAME)
                            " -- GnuCOBOL-specific file status code: " WS-FS
                        END-DISPLAY
                        MOVE 16 TO FAILURE-RC
                        MOVE STREAM-CATALOG-FILE-NAME TO FAILURE-FILE
                        PERFORM RECORD-STEP-FAILURE
                    END-IF
                END-IF
        END-READ
        CLOSE STREAM-CATALOG-FILE
    END-IF.


WRITE-STREAM-CATALOG.
    *> one entry per stream completed this run, keyed on the same file name
    *> the run-history record carries in RH-BIN-FILE: a new stream name is
    *> WRITTEN, a name the catalog already knows is REWRITTEN -- either way
    *> it starts over at GENERATED with neither check done yet
    PERFORM OPEN-STREAM-CATALOG
    IF CATALOG-OPEN = 'Y'
        PERFORM VARYING RHC-IDX FROM 1 BY 1 UNTIL RHC-IDX > RHC-COUNT
            MOVE SPACES TO STREAM-CATALOG-RECORD
            MOVE RHC-BIN-FILE(RHC-IDX) TO CAT-SOURCE-FILE
            MOVE RUN-DATE TO CAT-RUN-DATE
            MOVE RUN-SEQ-NBR TO CAT-RUN-SEQ
            MOVE RHC-STREAM-NBR(RHC-IDX) TO CAT-RUN-STREAM
            MOVE RHC-SEED(RHC-IDX) TO CAT-SEED
            MOVE GEN-ID TO CAT-GEN-ID
            MOVE "GENERATED" TO CAT-STATUS
            MOVE RUN-DATE TO CAT-STATUS-DATE
            MOVE "RANDOM-STREAMS-FOR-PERF-STATS" TO CAT-STATUS-STEP
            WRITE STREAM-CATALOG-RECORD
                INVALID KEY
                    REWRITE STREAM-CATALOG-RECORD
                        INVALID KEY
                            CONTINUE
                    END-REWRITE
            END-WRITE
            IF WS-FS NOT = "00"
                DISPLAY "I/O error writing catalog entry for "
                    FUNCTION TRIM(CAT-SOURCE-FILE)
                    " -- GnuCOBOL-specific file status code: " WS-FS
                END-DISPLAY
                MOVE 16 TO FAILURE-RC
                MOVE STREAM-CATALOG-FILE-NAME TO FAILURE-FILE
                PERFORM RECORD-STEP-FAILURE
            END-IF
        END-PERFORM
        CLOSE STREAM-CATALOG-FILE

        DISPLAY "stream catalog entries written: " RHC-COUNT
            " stream(s) GENERATED, awaiting reconciliation and QA"
        END-DISPLAY
    END-IF.


NEXT-RUN-SEQUENCE.
    *> per-day sequence number, persisted in RUN-HISTORY-SEQ-FILE-NAME the
    *> same way seed_guard.dat persists the seed run-counter: first run of a
