*>             PERF-STATS, read by RANDOMNESS-DRIFT-REPORT); the layout here is
*>             widened to match so the REWRITE keeps fitting the master's records.
*>
*> 2026-10-15  per-stream QA verdict feeding the stream certification catalog: each
*>             examined stream now gets a PASS/FAIL -- its monobit imbalance must stay
*>             within C-MONOBIT-Z standard deviations (compared squared, so no square
*>             root is needed) and its longest identical run within C-LONGEST-RUN-MAX
*>             -- printed as a per-stream section of the report. the verdict is then
*>             recorded on the stream's entry in STREAM-CATALOG-FILE-NAME
*>             (stream_catalog.dat, keyed on the examined file name): a PASS sets the
*>             QA flag and promotes an already-reconciled entry to QA-PASSED, a FAIL
*>             quarantines it. a failed verdict does not fail the step -- the catalog
*>             keeps the stream from being consumed -- but a catalog that can't be
*>             updated does (12).
*>
*>
*> 2026-10-15  RUN-HISTORY-RECORD gained RH-CERT-ID (the LCG-PARAM-CERTIFY certificate
*>             RANDOM-STREAMS-FOR-PERF-STATS stamps on each stream); the layout here is
*>             widened to match so the REWRITE keeps fitting the master's records.


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
    05 RH-QA-LONGEST-RUN PIC 9(9).
    05 RH-QA-DONE       PIC X.       *> 'Y' once this report filled its part
    05 RH-GEN-ID        PIC 9(1).    *> which generator algorithm produced the stream
    05 RH-CERT-ID       PIC X(14).   *> LCG-PARAM-CERTIFY certificate of the constants;
                                     *> spaces when they had none
FD  RUN-HISTORY-KEY-FILE.
01  RUN-HISTORY-KEY-RECORD.
    05 RHK-DATE         PIC X(8).
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
                                    *> tracked separately from the cumulative
                                    *> LONGEST-RUN the printed report shows
77  HISTORY-UPDATED      PIC 9(2).  *> how many run-history records the REWRITE reached
*> per-stream verdict for the stream certification catalog
01  QA-PER-STREAM-VERDICT.
    05 QA-T-NAME        PIC X(24) OCCURS 99 TIMES.  *> the file the catalog keys it by
    05 QA-T-VERDICT     PIC X(4) OCCURS 99 TIMES.   *> PASS or FAIL
    05 QA-T-WHY         PIC X(20) OCCURS 99 TIMES.  *> which check a FAIL tripped
77  C-MONOBIT-Z          PIC 9V99 VALUE 3.29.  *> two-sided 0.1% bound on |ones - zeros|
                                               *> in standard deviations (sqrt of bits)
77  C-LONGEST-RUN-MAX    PIC 9(2) VALUE 32.  *> longest identical run a healthy stream of
                                             *> up to a few million bits stays under
77  QA-BITS              PIC 9(9).
77  QA-DIFF              PIC 9(9).
77  QA-DIFF-SQ           PIC 9(18).
77  QA-LIMIT-SQ          PIC 9(18).
01  STREAM-CATALOG-FILE-NAME PIC X(18) VALUE "stream_catalog.dat".
77  CATALOG-UPDATED      PIC 9(2).  *> how many catalog entries took this run's verdict
01  CURRENT-DATE-STAMP   PIC X(21).
*> scheduler awareness: first failure wins, reported via RETURN-CODE and the
*> one-record step-status file the batch window checks between steps
01  STEP-STATUS-FILE-NAME PIC X(15) VALUE "step_status.dat".
77  RUN-RC               PIC 9(2) VALUE 0.  *> 00 OK, 04 empty input,
                                            *> 12 output not writable,
                                            *> 16 catalog I/O error
77  FAILURE-RC           PIC 9(2).
01  FAIL-FILE-NAME       PIC X(30) VALUE SPACES.
01  FAILURE-FILE         PIC X(30).
                PERFORM WRITE-REPORT-LINE
            END-PERFORM

            MOVE "per-stream verdict:" TO WS-LINE
            PERFORM WRITE-REPORT-LINE

            PERFORM VARYING I FROM 1 BY 1 UNTIL I > STREAM-COUNT
                IF QA-T-EXAMINED(I) = 'Y'
                    STRING "  " QA-T-NAME(I) " " QA-T-VERDICT(I) " "
                        QA-T-WHY(I)
                        DELIMITED BY SIZE INTO WS-LINE
                    END-STRING
                    PERFORM WRITE-REPORT-LINE
                END-IF
            END-PERFORM

            CLOSE QA-REPORT-FILE

            DISPLAY "QA report written to: " QA-REPORT-FILE-NAME
        *> complete the consolidated run-history records the generator
        *> started, if it left a key handoff for the run just examined
        PERFORM UPDATE-RUN-HISTORY

        *> record each examined stream's verdict in the certification
        *> catalog the password generator consults before consuming it
        PERFORM UPDATE-STREAM-CATALOG
    END-IF.

    *> tell the batch scheduler how this step went: a one-record status file
            *> bits were actually read for this stream; a missing or empty
            *> file leaves the flag at 'N' and the run-history record alone
            MOVE 'Y' TO QA-T-EXAMINED(STREAM-IDX)
            IF OUT-FORMAT = 'P'
                MOVE FILE-BITS-PACKED-NAME TO QA-T-NAME(STREAM-IDX)
            ELSE
                MOVE FILE-BITS-X-NAME TO QA-T-NAME(STREAM-IDX)
            END-IF
            PERFORM JUDGE-ONE-STREAM
        END-IF
    END-IF.


JUDGE-ONE-STREAM.
    *> this stream's own verdict from its own slice of the statistics: the
    *> monobit imbalance |ones - zeros| must stay within C-MONOBIT-Z times
    *> the square root of the bits examined -- tested as diff squared
    *> against Z squared times bits -- and the longest identical run within
    *> C-LONGEST-RUN-MAX
    MOVE "PASS" TO QA-T-VERDICT(STREAM-IDX)
    MOVE SPACES TO QA-T-WHY(STREAM-IDX)
    COMPUTE QA-BITS = QA-T-ONES(STREAM-IDX) + QA-T-ZEROS(STREAM-IDX)
    END-COMPUTE
    IF QA-T-ONES(STREAM-IDX) > QA-T-ZEROS(STREAM-IDX)
        COMPUTE QA-DIFF = QA-T-ONES(STREAM-IDX) - QA-T-ZEROS(STREAM-IDX)
        END-COMPUTE
    ELSE
        COMPUTE QA-DIFF = QA-T-ZEROS(STREAM-IDX) - QA-T-ONES(STREAM-IDX)
        END-COMPUTE
    END-IF
    COMPUTE QA-DIFF-SQ = QA-DIFF * QA-DIFF
    END-COMPUTE
    COMPUTE QA-LIMIT-SQ = C-MONOBIT-Z * C-MONOBIT-Z * QA-BITS
    END-COMPUTE
    IF QA-DIFF-SQ > QA-LIMIT-SQ
        MOVE "FAIL" TO QA-T-VERDICT(STREAM-IDX)
        MOVE "monobit imbalance" TO QA-T-WHY(STREAM-IDX)
    ELSE
        IF QA-T-LONGEST(STREAM-IDX) > C-LONGEST-RUN-MAX
            MOVE "FAIL" TO QA-T-VERDICT(STREAM-IDX)
            MOVE "longest run" TO QA-T-WHY(STREAM-IDX)
        END-IF
    END-IF.

    END-IF.


UPDATE-STREAM-CATALOG.
    *> each examined stream's catalog entry takes this run's verdict: a PASS
    *> sets the QA flag and moves an entry still on its way to certification
    *> (GENERATED or RECONCILED) to QA-PASSED once reconciliation has passed
    *> it too; a FAIL quarantines the entry whatever state it was in. no
    *> catalog, or a stream it doesn't list, just means nothing to record
    OPEN I-O STREAM-CATALOG-FILE
    IF WS-FS NOT = "00"
        IF WS-FS = "35"
            DISPLAY "no stream catalog on file -- QA verdicts not recorded"
            END-DISPLAY
        ELSE
            DISPLAY "could not update file: " STREAM-CATALOG-FILE-NAME WITH NO ADVANCING
            END-DISPLAY
            DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
            END-DISPLAY
            MOVE 12 TO FAILURE-RC
            MOVE STREAM-CATALOG-FILE-NAME TO FAILURE-FILE
            PERFORM RECORD-STEP-FAILURE
        END-IF
    ELSE
        MOVE 0 TO CATALOG-UPDATED
        MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-STAMP
        PERFORM VARYING I FROM 1 BY 1 UNTIL I > STREAM-COUNT
            IF QA-T-EXAMINED(I) = 'Y'
                MOVE QA-T-NAME(I) TO CAT-SOURCE-FILE
                READ STREAM-CATALOG-FILE
                    INVALID KEY
                        DISPLAY "stream " FUNCTION TRIM(QA-T-NAME(I))
                            " not in stream catalog -- verdict not recorded"
                        END-DISPLAY
                    NOT INVALID KEY
                        IF QA-T-VERDICT(I) = "PASS"
                            MOVE 'Y' TO CAT-QA-OK
                            IF (CAT-STATUS = "GENERATED"
                                OR CAT-STATUS = "RECONCILED")
                              AND CAT-RECON-OK = 'Y'
                                MOVE "QA-PASSED" TO CAT-STATUS
                            END-IF
                        ELSE
                            MOVE 'N' TO CAT-QA-OK
                            MOVE "QUARANTINED" TO CAT-STATUS
                        END-IF
                        MOVE CURRENT-DATE-STAMP(1:8) TO CAT-STATUS-DATE
                        MOVE "RANDOM-BITSTREAM-QA-REPORT" TO CAT-STATUS-STEP
                        REWRITE STREAM-CATALOG-RECORD
                            INVALID KEY
                                CONTINUE
                        END-REWRITE
                        IF WS-FS NOT = "00"
                            DISPLAY "I/O error updating catalog entry for "
                                FUNCTION TRIM(QA-T-NAME(I))
                                " -- GnuCOBOL-specific file status code: " WS-FS
                            END-DISPLAY
                            MOVE 16 TO FAILURE-RC
                            MOVE STREAM-CATALOG-FILE-NAME TO FAILURE-FILE
                            PERFORM RECORD-STEP-FAILURE
                        ELSE
                            ADD 1 TO CATALOG-UPDATED
                            END-ADD
                            DISPLAY "stream catalog: " FUNCTION TRIM(QA-T-NAME(I))
                                " now " CAT-STATUS
                            END-DISPLAY
                        END-IF
                END-READ
            END-IF
        END-PERFORM
        CLOSE STREAM-CATALOG-FILE
        DISPLAY "stream catalog entries updated with QA verdicts: "
            CATALOG-UPDATED
        END-DISPLAY
    END-IF.


RECORD-STEP-FAILURE.
    *> first failure wins: the earliest thing that went wrong is what the
    *> operator needs to see, later knock-on failures only obscure it.
