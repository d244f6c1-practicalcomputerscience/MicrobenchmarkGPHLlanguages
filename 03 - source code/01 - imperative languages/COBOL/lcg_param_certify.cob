*> lcg_param_certify.cob
*>
*> 2026-10-15
*>
*> build on Ubuntu 24 LTS: $ cobc -F -W -x lcg_param_certify.cob -o lcg_param_certify
*>                                -F for free format to not use first 7 source line positions for sequence numbers used on punched cards !!
*>
*> run on Ubuntu 24 LTS:   $ ./lcg_param_certify
*>
*> certification of LCG parameter sets before they reach lcg_params.dat.
*> CONTROL-FILE-MAINT used to check only that each constant was in range,
*> so a multiplier with a short period or a badly lattice-structured
*> multiplier went straight into production and the first anyone heard of
*> it was a poor QA report. this program takes candidate sets -- one per
*> line of CANDIDATES-FILE-NAME (lcg_candidates.dat, in the exact
*> lcg_params.dat layout), or the current lcg_params.dat itself when no
*> candidates file exists -- and for each one:
*>
*>   - walks the generator from seed 1 and measures how many values it
*>     delivers before the first repeat and its actual cycle length; for
*>     generator 2 the fixed second stream (28657 mod 65497) is walked as
*>     well and the combined cycle is the LCM of the two;
*>   - checks the full-period conditions on the tunable stream: for c > 0
*>     the Hull-Dobell conditions (c coprime to m, every prime factor of m
*>     divides a-1, 4 divides a-1 when 4 divides m), for c = 0 that m is
*>     prime and a is a primitive root of m;
*>   - runs the spectral test in 2 and 3 dimensions (shortest vector of the
*>     dual lattice by exhaustive search) and figures Knuth's figures of
*>     merit mu2 and mu3, which must both reach C-MU-MIN;
*>   - passes only when the full-period conditions hold, the measured cycle
*>     covers the configured stream length (capped at the longest period
*>     the generator could reach at all -- a long-stream run past that
*>     wraps whatever the constants are, and the report says so), and both
*>     figures of merit pass.
*>
*> every verdict, PASS or FAIL, goes into the INDEXED certificate master
*> CERT-FILE-NAME (lcg_certificates.dat) keyed on the effective parameter
*> set (m, a, c, generator, stream length -- zero fields take the same
*> built-in defaults READ-LCG-PARAMS applies) under a certificate ID of
*> "LC" + date + "-" + per-day sequence (lcg_cert_seq.dat); certifying a
*> set again replaces its record, keeping its certificate ID unless the
*> verdict changed, so the ID already on run history, audit lines and the
*> lineage still finds it. CONTROL-FILE-MAINT refuses to write a set
*> to lcg_params.dat without a PASS record here, and RANDOM-STREAMS-FOR-
*> PERF-STATS carries the certificate ID onto every audit line and
*> run-history record it writes. a readable account of each candidate goes
*> to REPORT-FILE-NAME (lcg_certification.rpt).
*>
*> ends with RETURN-CODE 00 when every candidate passed, 02 when at least
*> one failed certification, 04 when the candidates file holds no
*> candidates, 08 when a control file is present but unreadable, 12 when
*> the certificate master or the report can't be written, and rewrites the
*> shared one-record step-status file last, as every window step does.
*>
*> $ cobc -V  # cobc (GnuCOBOL) 3.1.2.0


IDENTIFICATION DIVISION.
PROGRAM-ID. LCG-PARAM-CERTIFY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CANDIDATES-FILE ASSIGN TO CANDIDATES-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT LCG-PARAMS-FILE ASSIGN TO LCG-PARAMS-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT CERT-FILE ASSIGN TO CERT-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CERT-KEY
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT CERT-SEQ-FILE ASSIGN TO CERT-SEQ-FILE-NAME
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
FD  CANDIDATES-FILE.
01  CANDIDATE-RECORD.
    05 CND-END          PIC 9(9).
    05 CND-M            PIC 9(9).
    05 CND-A            PIC 9(9).
    05 CND-C            PIC 9(9).
    05 FILLER           PIC X(1).
    05 CND-FORMAT       PIC X(1).  *> carried for layout only: the output
                                   *> format doesn't change the stream
    05 FILLER           PIC X(1).
    05 CND-GEN          PIC X(1).  *> generator ID: '1' single LCG (default),
                                   *> '2' combined two-stream generator
FD  LCG-PARAMS-FILE.
01  LCG-PARAMS-RECORD.
    05 LCG-P-END        PIC 9(9).
    05 LCG-P-M          PIC 9(9).
    05 LCG-P-A          PIC 9(9).
    05 LCG-P-C          PIC 9(9).
    05 FILLER           PIC X(1).
    05 LCG-P-FORMAT     PIC X(1).  *> output format: 'A' ASCII pair (default),
                                   *> 'P' packed only, 'B' both
    05 FILLER           PIC X(1).
    05 LCG-P-GEN        PIC X(1).  *> generator ID: '1' single LCG (default),
                                   *> '2' combined two-stream generator
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
FD  CERT-SEQ-FILE.
01  CERT-SEQ-RECORD.
    05 CSQ-LAST-DATE    PIC X(8).
    05 CSQ-LAST-SEQ     PIC 9(3).
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
01  CANDIDATES-FILE-NAME PIC X(18) VALUE "lcg_candidates.dat".
01  LCG-PARAMS-FILE-NAME PIC X(14) VALUE "lcg_params.dat".
01  CERT-FILE-NAME      PIC X(20) VALUE "lcg_certificates.dat".
01  CERT-SEQ-FILE-NAME  PIC X(16) VALUE "lcg_cert_seq.dat".
01  REPORT-FILE-NAME    PIC X(21) VALUE "lcg_certification.rpt".
01  STEP-STATUS-FILE-NAME PIC X(15) VALUE "step_status.dat".

*> Variables
01  WS-FS             PIC XX.  *> 00 = Success, others = Error

01  CURRENT-DATE-STAMP  PIC X(21).
01  RUN-DATE            PIC X(8).  *> YYYYMMDD of this certification run
01  WS-LINE             PIC X(80) VALUE SPACES.
01  OPERATOR-NAME       PIC X(8) VALUE SPACES.
77  FILE-DONE           PIC X.
77  CERT-OPEN           PIC X VALUE 'N'.
77  CERT-SEQ-NBR        PIC 9(3) VALUE 0.
77  CERT-SEQ-OK         PIC X.  *> 'Y' once CERT-SEQ-NBR is on disk
77  CERT-ON-FILE        PIC X.  *> 'Y' when the set already has a certificate
01  KEEP-CERT-ID        PIC X(14).  *> the ID the certificate is written under

*> the built-in defaults READ-LCG-PARAMS falls back to, so a certificate is
*> keyed on exactly the constants the generator will run with
77  C-DEF-END         PIC 9(9)  VALUE 62501.
77  C-DEF-M           PIC 9(9)  VALUE 65521.
77  C-DEF-A           PIC 9(9)  VALUE 17364.
*> generator 2's fixed second stream, as RANDOM-STREAMS-FOR-PERF-STATS has it
77  C-A2              PIC 9(9)  VALUE 28657.
77  C-M2              PIC 9(9)  VALUE 65497.
*> pass mark for both figures of merit (Knuth: below 0.1 is definitely bad)
77  C-MU-MIN          PIC 9V9(4) VALUE 0.1000.
*> half-width of the 3-D search box; the shortest 3-D vector for a modulus
*> within 65535 is never longer than about 46, so 64 covers it
77  C-BOX             PIC 9(3)  VALUE 64.

*> the candidate under certification, after defaulting
77  CAND-END          PIC 9(9).
77  CAND-M            PIC 9(9).
77  CAND-A            PIC 9(9).
77  CAND-C            PIC 9(9).
77  CAND-GEN          PIC X.
77  CAND-NBR          PIC 9(3) VALUE 0.
77  CAND-PASSED       PIC 9(3) VALUE 0.
77  CAND-FAILED       PIC 9(3) VALUE 0.
77  CAND-VERDICT      PIC X(4).
01  CAND-REASON       PIC X(40).
77  CAND-IN-RANGE     PIC X.

*> full-period analysis
77  A-RED             PIC 9(9).   *> a mod m
77  C-RED             PIC 9(9).   *> c mod m
77  FULL-PERIOD       PIC X.
77  MAX-PERIOD        PIC 9(10).  *> the longest period the generator can reach
01  FP-WHY            PIC X(40).
01  PRIME-FACTORS.
    05 PF-PRIME         PIC 9(9) OCCURS 10 TIMES.
77  PF-COUNT          PIC 9(2).
77  PF-IDX            PIC 9(2).
77  PF-N              PIC 9(9).   *> the number being factored, reduced as we go
77  PF-TRY            PIC 9(9).
77  GCD-U             PIC 9(18).
77  GCD-V             PIC 9(18).
77  GCD-T             PIC 9(18).
77  PM-BASE           PIC 9(18).
77  PM-EXP            PIC 9(18).
77  PM-MOD            PIC 9(18).
77  PM-RESULT         PIC 9(18).

*> the cycle walk: SEEN-STEP(x+1) holds the step at which state x was first
*> reached, so the first state seen twice gives both the values delivered
*> before the repeat and the cycle length
01  SEEN-TABLE.
    05 SEEN-STEP        PIC 9(5) OCCURS 65536 TIMES.
77  WALK-MOD          PIC 9(9).
77  WALK-MULT         PIC 9(9).
77  WALK-INC          PIC 9(9).
77  WALK-SEED         PIC 9(9).
77  WALK-X            PIC 9(9).
77  WALK-STEP         PIC 9(5).
77  WALK-DONE         PIC X.
77  WALK-CYCLE        PIC 9(5).
77  WALK-BEFORE       PIC 9(5).   *> values delivered before the first repeat
77  P1-CYCLE          PIC 9(5).
77  P1-BEFORE         PIC 9(5).
77  P2-CYCLE          PIC 9(5).
77  MEASURED-CYCLE    PIC 9(10).
77  REQUIRED-LEN      PIC 9(10).
77  STREAM-WRAPS      PIC X.

*> spectral test
77  S1                PIC 9(9).
77  S2                PIC S9(9).
77  S2-FROM           PIC S9(9).
77  S3                PIC 9(9).
77  S-RESIDUE         PIC 9(9).
77  A2-RED            PIC 9(9).   *> a*a mod m
77  NORM-SQ           PIC 9(18).
77  NU2-SQ            PIC 9(18).
77  NU3-SQ            PIC 9(18).
77  MU2               PIC 9(2)V9(4).
77  MU3               PIC 9(2)V9(4).

*> report edit fields
01  CNT-ED            PIC ZZZZZZZZZ9.
01  MU-ED             PIC Z9.9999.
01  NBR-ED            PIC ZZ9.
01  PASSED-ED         PIC ZZ9.
01  FAILED-ED         PIC ZZ9.

77  RUN-RC            PIC 9(2) VALUE 0.  *> 00 OK, 02 a candidate failed, 04 no
                                         *> candidates, 08 control file unreadable,
                                         *> 12 certificates/report not writable
77  FAILURE-RC        PIC 9(2).
01  FAIL-FILE-NAME    PIC X(30) VALUE SPACES.
01  FAILURE-FILE      PIC X(30).


PROCEDURE DIVISION.
MAIN-LOGIC.
    DISPLAY " "
    END-DISPLAY
    DISPLAY "certifying LCG parameter sets..."
    END-DISPLAY

    MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-STAMP
    MOVE CURRENT-DATE-STAMP(1:8) TO RUN-DATE

    *> the operator's login name goes on every certificate
    ACCEPT OPERATOR-NAME FROM ENVIRONMENT "USER"
    END-ACCEPT
    IF OPERATOR-NAME = SPACES
        MOVE "unknown" TO OPERATOR-NAME
    END-IF

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
        PERFORM WRITE-REPORT-HEADER
        PERFORM OPEN-CERT-FILE
        IF CERT-OPEN = 'Y'
            PERFORM CERTIFY-ALL-CANDIDATES
            CLOSE CERT-FILE
        END-IF
        PERFORM WRITE-REPORT-TOTALS
        CLOSE REPORT-FILE
        DISPLAY " "
        END-DISPLAY
        DISPLAY "certification report written to: " REPORT-FILE-NAME
        END-DISPLAY
    END-IF.

    *> a failed certificate is a verdict the operator has to act on, the
    *> same way a reconciliation mismatch is; reported last so a real I/O
    *> failure of the run wins
    IF CAND-FAILED > 0
        MOVE 02 TO FAILURE-RC
        MOVE CERT-FILE-NAME TO FAILURE-FILE
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

OPEN-CERT-FILE.
    *> the master is created on the first ever certification
    MOVE 'N' TO CERT-OPEN
    OPEN I-O CERT-FILE
    IF WS-FS = "35"
        OPEN OUTPUT CERT-FILE
        IF WS-FS = "00"
            CLOSE CERT-FILE
            OPEN I-O CERT-FILE
        END-IF
    END-IF
    IF WS-FS NOT = "00"
        DISPLAY "could not write to file: " CERT-FILE-NAME WITH NO ADVANCING
        END-DISPLAY
        DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        MOVE 12 TO FAILURE-RC
        MOVE CERT-FILE-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
        MOVE "certificate master could not be opened -- nothing certified"
            TO WS-LINE
        PERFORM WRITE-REPORT-LINE
    ELSE
        MOVE 'Y' TO CERT-OPEN
    END-IF.


CERTIFY-ALL-CANDIDATES.
    *> the candidates file when there is one; otherwise the set currently
    *> in lcg_params.dat (or the built-in defaults when that is absent too),
    *> so an existing installation can certify what it already runs
    OPEN INPUT CANDIDATES-FILE
    IF WS-FS = "00"
        MOVE 'N' TO FILE-DONE
        PERFORM UNTIL FILE-DONE = 'Y'
            READ CANDIDATES-FILE
                AT END
                    MOVE 'Y' TO FILE-DONE
                NOT AT END
                    IF CANDIDATE-RECORD NOT = SPACES
                        IF CND-END NUMERIC AND CND-M NUMERIC
                          AND CND-A NUMERIC AND CND-C NUMERIC
                            MOVE CND-END TO CAND-END
                            MOVE CND-M TO CAND-M
                            MOVE CND-A TO CAND-A
                            MOVE CND-C TO CAND-C
                            MOVE CND-GEN TO CAND-GEN
                            PERFORM CERTIFY-CANDIDATE
                        ELSE
                            *> a misaligned line can't name a parameter set,
                            *> so there is nothing to key a certificate on
                            MOVE SPACES TO WS-LINE
                            STRING "skipped a candidate line with a non-numeric field: "
                                CANDIDATE-RECORD(1:27)
                                DELIMITED BY SIZE INTO WS-LINE
                            END-STRING
                            PERFORM WRITE-REPORT-LINE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CANDIDATES-FILE
        IF CAND-NBR = 0
            DISPLAY CANDIDATES-FILE-NAME " holds no candidates -- nothing certified"
            END-DISPLAY
            MOVE 04 TO FAILURE-RC
            MOVE CANDIDATES-FILE-NAME TO FAILURE-FILE
            PERFORM RECORD-STEP-FAILURE
        END-IF
    ELSE
        IF WS-FS NOT = "35"
            DISPLAY "could not read control file: " CANDIDATES-FILE-NAME WITH NO ADVANCING
            END-DISPLAY
            DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
            END-DISPLAY
            MOVE 08 TO FAILURE-RC
            MOVE CANDIDATES-FILE-NAME TO FAILURE-FILE
            PERFORM RECORD-STEP-FAILURE
        ELSE
            PERFORM CERTIFY-CURRENT-PARAMS
        END-IF
    END-IF.


CERTIFY-CURRENT-PARAMS.
    MOVE 0 TO CAND-END
    MOVE 0 TO CAND-M
    MOVE 0 TO CAND-A
    MOVE 0 TO CAND-C
    MOVE '1' TO CAND-GEN
    OPEN INPUT LCG-PARAMS-FILE
    IF WS-FS NOT = "00" AND WS-FS NOT = "35"
        DISPLAY "could not read control file: " LCG-PARAMS-FILE-NAME WITH NO ADVANCING
        END-DISPLAY
        DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        MOVE 08 TO FAILURE-RC
        MOVE LCG-PARAMS-FILE-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
    ELSE
        MOVE "no candidates file -- certifying the set in lcg_params.dat"
            TO WS-LINE
        IF WS-FS = "00"
            READ LCG-PARAMS-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF LCG-P-END NUMERIC
                        MOVE LCG-P-END TO CAND-END
                    END-IF
                    IF LCG-P-M NUMERIC
                        MOVE LCG-P-M TO CAND-M
                    END-IF
                    IF LCG-P-A NUMERIC
                        MOVE LCG-P-A TO CAND-A
                    END-IF
                    IF LCG-P-C NUMERIC
                        MOVE LCG-P-C TO CAND-C
                    END-IF
                    MOVE LCG-P-GEN TO CAND-GEN
            END-READ
            CLOSE LCG-PARAMS-FILE
        ELSE
            MOVE "no candidates file and no lcg_params.dat -- certifying the built-in defaults"
                TO WS-LINE
        END-IF
        PERFORM WRITE-REPORT-LINE
        PERFORM CERTIFY-CANDIDATE
    END-IF.


CERTIFY-CANDIDATE.
    ADD 1 TO CAND-NBR
    END-ADD

    *> the generator's own fallbacks: a zero field keeps the built-in
    *> constant, anything but '2' is the classic single LCG
    IF CAND-END = 0
        MOVE C-DEF-END TO CAND-END
    END-IF
    IF CAND-M = 0
        MOVE C-DEF-M TO CAND-M
    END-IF
    IF CAND-A = 0
        MOVE C-DEF-A TO CAND-A
    END-IF
    IF CAND-GEN NOT = '2'
        MOVE '1' TO CAND-GEN
    END-IF

    MOVE "PASS" TO CAND-VERDICT
    MOVE SPACES TO CAND-REASON
    MOVE 'N' TO FULL-PERIOD
    MOVE SPACES TO FP-WHY
    MOVE 0 TO MEASURED-CYCLE
    MOVE 0 TO REQUIRED-LEN
    MOVE 0 TO MAX-PERIOD
    MOVE 0 TO P1-CYCLE
    MOVE 0 TO P1-BEFORE
    MOVE 0 TO P2-CYCLE
    MOVE 0 TO MU2
    MOVE 0 TO MU3
    MOVE 0 TO NU2-SQ
    MOVE 0 TO NU3-SQ
    MOVE 'N' TO STREAM-WRAPS

    *> CONVERT-TO-BINARY/CONVERT-TO-HEX only represent 16-bit values, and
    *> the cycle walk's table is sized to match
    IF CAND-M < 2 OR CAND-M > 65535
        MOVE 'N' TO CAND-IN-RANGE
        MOVE "FAIL" TO CAND-VERDICT
        MOVE "modulus m outside 2..65535" TO CAND-REASON
    ELSE
        MOVE 'Y' TO CAND-IN-RANGE
        COMPUTE A-RED = FUNCTION MOD(CAND-A, CAND-M)
        END-COMPUTE
        COMPUTE C-RED = FUNCTION MOD(CAND-C, CAND-M)
        END-COMPUTE

        PERFORM CHECK-FULL-PERIOD
        PERFORM MEASURE-CYCLE
        PERFORM SPECTRAL-TEST

        *> the first check that fails is the one the certificate names
        IF FULL-PERIOD = 'N'
            MOVE "FAIL" TO CAND-VERDICT
            MOVE FP-WHY TO CAND-REASON
        ELSE
            IF MEASURED-CYCLE < REQUIRED-LEN
                MOVE "FAIL" TO CAND-VERDICT
                MOVE "cycle shorter than the stream length" TO CAND-REASON
            ELSE
                IF MU2 < C-MU-MIN
                    MOVE "FAIL" TO CAND-VERDICT
                    MOVE "2-D spectral figure of merit too low" TO CAND-REASON
                ELSE
                    IF MU3 < C-MU-MIN
                        MOVE "FAIL" TO CAND-VERDICT
                        MOVE "3-D spectral figure of merit too low" TO CAND-REASON
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF

    IF CAND-VERDICT = "PASS"
        ADD 1 TO CAND-PASSED
        END-ADD
    ELSE
        ADD 1 TO CAND-FAILED
        END-ADD
    END-IF

    PERFORM WRITE-CERTIFICATE
    PERFORM WRITE-CANDIDATE-SECTION.


CHECK-FULL-PERIOD.
    MOVE 'Y' TO FULL-PERIOD
    IF C-RED > 0
        *> mixed generator, Hull-Dobell: period m from every seed exactly
        *> when c is coprime to m, every prime dividing m divides a-1, and
        *> 4 divides a-1 whenever 4 divides m
        MOVE CAND-M TO MAX-PERIOD
        MOVE C-RED TO GCD-U
        MOVE CAND-M TO GCD-V
        PERFORM GREATEST-COMMON-DIVISOR
        IF GCD-U NOT = 1
            MOVE 'N' TO FULL-PERIOD
            MOVE "increment c shares a factor with m" TO FP-WHY
        ELSE
            MOVE CAND-M TO PF-N
            PERFORM FACTOR-NUMBER
            *> (a-1) mod p, kept non-negative when a mod m is 0
            PERFORM VARYING PF-IDX FROM 1 BY 1
              UNTIL PF-IDX > PF-COUNT OR FULL-PERIOD = 'N'
                IF FUNCTION MOD(A-RED + CAND-M - 1, PF-PRIME(PF-IDX)) NOT = 0
                    MOVE 'N' TO FULL-PERIOD
                    MOVE "a-1 not divisible by every prime of m" TO FP-WHY
                END-IF
            END-PERFORM
            IF FULL-PERIOD = 'Y' AND FUNCTION MOD(CAND-M, 4) = 0
                IF FUNCTION MOD(A-RED + CAND-M - 1, 4) NOT = 0
                    MOVE 'N' TO FULL-PERIOD
                    MOVE "4 divides m but not a-1" TO FP-WHY
                END-IF
            END-IF
        END-IF
    ELSE
        *> multiplicative generator: period m-1 exactly when m is prime and
        *> a is a primitive root, i.e. a^((m-1)/q) is not 1 mod m for any
        *> prime q dividing m-1
        COMPUTE MAX-PERIOD = CAND-M - 1
        END-COMPUTE
        MOVE CAND-M TO PF-N
        PERFORM FACTOR-NUMBER
        IF PF-COUNT NOT = 1 OR PF-PRIME(1) NOT = CAND-M
            MOVE 'N' TO FULL-PERIOD
            MOVE "c = 0 needs a prime modulus" TO FP-WHY
        ELSE
            IF A-RED = 0
                MOVE 'N' TO FULL-PERIOD
                MOVE "multiplier a is a multiple of m" TO FP-WHY
            ELSE
                COMPUTE PF-N = CAND-M - 1
                END-COMPUTE
                PERFORM FACTOR-NUMBER
                PERFORM VARYING PF-IDX FROM 1 BY 1
                  UNTIL PF-IDX > PF-COUNT OR FULL-PERIOD = 'N'
                    MOVE A-RED TO PM-BASE
                    COMPUTE PM-EXP = (CAND-M - 1) / PF-PRIME(PF-IDX)
                    END-COMPUTE
                    MOVE CAND-M TO PM-MOD
                    PERFORM POWER-MOD
                    IF PM-RESULT = 1
                        MOVE 'N' TO FULL-PERIOD
                        MOVE "multiplier a is not a primitive root" TO FP-WHY
                    END-IF
                END-PERFORM
            END-IF
        END-IF
    END-IF.


MEASURE-CYCLE.
    *> the tunable stream from seed 1, the way the generator chains it
    MOVE CAND-M TO WALK-MOD
    MOVE A-RED TO WALK-MULT
    MOVE C-RED TO WALK-INC
    MOVE 1 TO WALK-SEED
    PERFORM WALK-GENERATOR
    MOVE WALK-CYCLE TO P1-CYCLE
    MOVE WALK-BEFORE TO P1-BEFORE

    IF CAND-GEN = '2'
        *> the combined value repeats only when both streams do; the second
        *> stream's seed derives from the run seed as DERIVE-X2-SEED has it
        MOVE C-M2 TO WALK-MOD
        MOVE C-A2 TO WALK-MULT
        MOVE 0 TO WALK-INC
        COMPUTE WALK-SEED = FUNCTION MOD(1 * 2 + 1, C-M2 - 1) + 1
        END-COMPUTE
        PERFORM WALK-GENERATOR
        MOVE WALK-CYCLE TO P2-CYCLE

        MOVE P1-CYCLE TO GCD-U
        MOVE P2-CYCLE TO GCD-V
        PERFORM GREATEST-COMMON-DIVISOR
        COMPUTE MEASURED-CYCLE = P1-CYCLE / GCD-U * P2-CYCLE
        END-COMPUTE
        MOVE MAX-PERIOD TO GCD-U
        MOVE P2-CYCLE TO GCD-V
        PERFORM GREATEST-COMMON-DIVISOR
        COMPUTE MAX-PERIOD = MAX-PERIOD / GCD-U * P2-CYCLE
        END-COMPUTE
    ELSE
        MOVE P1-BEFORE TO MEASURED-CYCLE
    END-IF

    *> a stream of C-END-1 values; past the longest period the generator
    *> could reach with any constants it wraps regardless, so the
    *> requirement is capped there and the report flags it
    COMPUTE REQUIRED-LEN = CAND-END - 1
    END-COMPUTE
    IF REQUIRED-LEN > MAX-PERIOD
        MOVE MAX-PERIOD TO REQUIRED-LEN
        MOVE 'Y' TO STREAM-WRAPS
    END-IF.


WALK-GENERATOR.
    MOVE ZEROS TO SEEN-TABLE
    COMPUTE WALK-X = FUNCTION MOD(WALK-SEED, WALK-MOD)
    END-COMPUTE
    MOVE 0 TO WALK-STEP
    MOVE 'N' TO WALK-DONE
    PERFORM UNTIL WALK-DONE = 'Y'
        ADD 1 TO WALK-STEP
        END-ADD
        IF SEEN-STEP(WALK-X + 1) > 0
            COMPUTE WALK-CYCLE = WALK-STEP - SEEN-STEP(WALK-X + 1)
            END-COMPUTE
            COMPUTE WALK-BEFORE = WALK-STEP - 1
            END-COMPUTE
            MOVE 'Y' TO WALK-DONE
        ELSE
            MOVE WALK-STEP TO SEEN-STEP(WALK-X + 1)
            COMPUTE WALK-X = FUNCTION MOD(WALK-MULT * WALK-X + WALK-INC, WALK-MOD)
            END-COMPUTE
        END-IF
    END-PERFORM.


SPECTRAL-TEST.
    *> shortest non-zero vector of the dual lattice: (s1, s2) with
    *> s1 + a*s2 = 0 mod m in 2-D, (s1, s2, s3) with s1 + a*s2 + a*a*s3 = 0
    *> mod m in 3-D; for each choice of the other coordinates the best s1
    *> is the residue or its complement, whichever is smaller

    *> 2-D: (m, 0) to start with, then every s2 whose square alone could
    *> still beat the best so far
    COMPUTE NU2-SQ = CAND-M * CAND-M
    END-COMPUTE
    MOVE 1 TO S2
    PERFORM UNTIL S2 * S2 >= NU2-SQ
        COMPUTE S-RESIDUE = FUNCTION MOD(A-RED * S2, CAND-M)
        END-COMPUTE
        MOVE S-RESIDUE TO S1
        IF CAND-M - S-RESIDUE < S1
            COMPUTE S1 = CAND-M - S-RESIDUE
            END-COMPUTE
        END-IF
        COMPUTE NORM-SQ = S1 * S1 + S2 * S2
        END-COMPUTE
        IF NORM-SQ < NU2-SQ
            MOVE NORM-SQ TO NU2-SQ
        END-IF
        ADD 1 TO S2
        END-ADD
    END-PERFORM

    *> 3-D: the box -C-BOX..C-BOX for s2, 0..C-BOX for s3 (a vector and its
    *> negative are the same length, so half the box is enough)
    COMPUTE A2-RED = FUNCTION MOD(A-RED * A-RED, CAND-M)
    END-COMPUTE
    COMPUTE NU3-SQ = CAND-M * CAND-M
    END-COMPUTE
    COMPUTE S2-FROM = 0 - C-BOX
    END-COMPUTE
    PERFORM VARYING S3 FROM 0 BY 1 UNTIL S3 > C-BOX
        PERFORM VARYING S2 FROM S2-FROM BY 1 UNTIL S2 > C-BOX
            IF S3 > 0 OR S2 > 0
                COMPUTE S-RESIDUE = FUNCTION MOD(A-RED * S2 + A2-RED * S3, CAND-M)
                END-COMPUTE
                MOVE S-RESIDUE TO S1
                IF CAND-M - S-RESIDUE < S1
                    COMPUTE S1 = CAND-M - S-RESIDUE
                    END-COMPUTE
                END-IF
                COMPUTE NORM-SQ = S1 * S1 + S2 * S2 + S3 * S3
                END-COMPUTE
                IF NORM-SQ < NU3-SQ
                    MOVE NORM-SQ TO NU3-SQ
                END-IF
            END-IF
        END-PERFORM
    END-PERFORM

    *> Knuth's figures of merit: the area/volume of the circle/sphere of
    *> radius nu over m
    COMPUTE MU2 ROUNDED = 3.14159265 * NU2-SQ / CAND-M
        ON SIZE ERROR
            MOVE 99.9999 TO MU2
    END-COMPUTE
    COMPUTE MU3 ROUNDED = 4.18879020 * (NU3-SQ ** 1.5) / CAND-M
        ON SIZE ERROR
            MOVE 99.9999 TO MU3
    END-COMPUTE.


FACTOR-NUMBER.
    *> distinct prime factors of PF-N by trial division (PF-N is at most
    *> 65535, so a handful of primes at most)
    MOVE 0 TO PF-COUNT
    MOVE 2 TO PF-TRY
    PERFORM UNTIL PF-TRY * PF-TRY > PF-N
        IF FUNCTION MOD(PF-N, PF-TRY) = 0
            ADD 1 TO PF-COUNT
            END-ADD
            MOVE PF-TRY TO PF-PRIME(PF-COUNT)
            PERFORM UNTIL FUNCTION MOD(PF-N, PF-TRY) NOT = 0
                DIVIDE PF-TRY INTO PF-N
                END-DIVIDE
            END-PERFORM
        END-IF
        ADD 1 TO PF-TRY
        END-ADD
    END-PERFORM
    IF PF-N > 1
        ADD 1 TO PF-COUNT
        END-ADD
        MOVE PF-N TO PF-PRIME(PF-COUNT)
    END-IF.


GREATEST-COMMON-DIVISOR.
    *> Euclid on GCD-U and GCD-V; the result is left in GCD-U
    PERFORM UNTIL GCD-V = 0
        COMPUTE GCD-T = FUNCTION MOD(GCD-U, GCD-V)
        END-COMPUTE
        MOVE GCD-V TO GCD-U
        MOVE GCD-T TO GCD-V
    END-PERFORM.


POWER-MOD.
    *> PM-BASE ** PM-EXP mod PM-MOD by repeated squaring; every product
    *> stays below 65535 squared, well inside 9(18)
    MOVE 1 TO PM-RESULT
    COMPUTE PM-BASE = FUNCTION MOD(PM-BASE, PM-MOD)
    END-COMPUTE
    PERFORM UNTIL PM-EXP = 0
        IF FUNCTION MOD(PM-EXP, 2) = 1
            COMPUTE PM-RESULT = FUNCTION MOD(PM-RESULT * PM-BASE, PM-MOD)
            END-COMPUTE
        END-IF
        COMPUTE PM-BASE = FUNCTION MOD(PM-BASE * PM-BASE, PM-MOD)
        END-COMPUTE
        DIVIDE 2 INTO PM-EXP
        END-DIVIDE
    END-PERFORM.


WRITE-CERTIFICATE.
    *> certifying a set again replaces its earlier record. the certificate
    *> ID is already stamped on run_history.dat, the audit trail and
    *> pw_lineage.dat for every stream made under it, so a set whose verdict
    *> stands keeps its ID and only a changed verdict is issued a new one
    MOVE SPACES TO CERT-RECORD
    MOVE CAND-M TO CERT-M
    MOVE CAND-A TO CERT-A
    MOVE CAND-C TO CERT-C
    MOVE CAND-GEN TO CERT-GEN
    MOVE CAND-END TO CERT-END
    MOVE 'N' TO CERT-ON-FILE
    MOVE SPACES TO KEEP-CERT-ID
    READ CERT-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'Y' TO CERT-ON-FILE
            IF CERT-VERDICT = CAND-VERDICT
                MOVE CERT-ID TO KEEP-CERT-ID
            END-IF
    END-READ
    IF WS-FS NOT = "00" AND WS-FS NOT = "23"
        DISPLAY "could not read control file: " CERT-FILE-NAME WITH NO ADVANCING
        END-DISPLAY
        DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        MOVE 16 TO FAILURE-RC
        MOVE CERT-FILE-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
        MOVE "not issued" TO KEEP-CERT-ID
    ELSE
        IF KEEP-CERT-ID = SPACES
            PERFORM NEXT-CERT-SEQUENCE
            IF CERT-SEQ-OK = 'Y'
                STRING "LC" RUN-DATE "-" CERT-SEQ-NBR
                    DELIMITED BY SIZE INTO KEEP-CERT-ID
                END-STRING
            ELSE
                *> an ID whose sequence number isn't on disk would be issued
                *> again by the next run
                MOVE "not issued" TO KEEP-CERT-ID
            END-IF
        END-IF
    END-IF

    MOVE SPACES TO CERT-RECORD
    MOVE CAND-M TO CERT-M
    MOVE CAND-A TO CERT-A
    MOVE CAND-C TO CERT-C
    MOVE CAND-GEN TO CERT-GEN
    MOVE CAND-END TO CERT-END
    MOVE KEEP-CERT-ID TO CERT-ID
    MOVE CAND-VERDICT TO CERT-VERDICT
    MOVE RUN-DATE TO CERT-DATE
    MOVE OPERATOR-NAME TO CERT-USER
    MOVE FULL-PERIOD TO CERT-FULL-PERIOD
    MOVE MEASURED-CYCLE TO CERT-CYCLE
    MOVE REQUIRED-LEN TO CERT-REQUIRED
    MOVE MU2 TO CERT-MU2
    MOVE MU3 TO CERT-MU3
    MOVE CAND-REASON TO CERT-REASON

    IF KEEP-CERT-ID = "not issued"
        DISPLAY "no certificate written for m=" CERT-M " a=" CERT-A
            " c=" CERT-C " generator " CERT-GEN
        END-DISPLAY
    ELSE
        IF CERT-ON-FILE = 'Y'
            REWRITE CERT-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE
        ELSE
            WRITE CERT-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE
        END-IF
        IF WS-FS NOT = "00"
            DISPLAY "could not write certificate for m=" CERT-M
                " a=" CERT-A " c=" CERT-C WITH NO ADVANCING
            END-DISPLAY
            DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
            END-DISPLAY
            MOVE 12 TO FAILURE-RC
            MOVE CERT-FILE-NAME TO FAILURE-FILE
            PERFORM RECORD-STEP-FAILURE
            MOVE "not issued" TO CERT-ID
        ELSE
            DISPLAY "certificate " CERT-ID ": " CERT-VERDICT " for m=" CERT-M
                " a=" CERT-A " c=" CERT-C " generator " CERT-GEN
            END-DISPLAY
        END-IF
    END-IF.


NEXT-CERT-SEQUENCE.
    *> per-day sequence number, persisted in CERT-SEQ-FILE-NAME the same way
    *> run_history_seq.dat numbers the runs: first certificate of a new day
    *> restarts at 1, every further one of the same day counts up. the
    *> number is only good once it is on disk, and a day's 999 are the most
    *> the ID has room for
    MOVE 'N' TO CERT-SEQ-OK
    MOVE 1 TO CERT-SEQ-NBR
    OPEN INPUT CERT-SEQ-FILE
    IF WS-FS = "00"
        READ CERT-SEQ-FILE
            AT END
                CONTINUE
            NOT AT END
                IF CSQ-LAST-DATE = RUN-DATE AND CSQ-LAST-SEQ NUMERIC
                    IF CSQ-LAST-SEQ >= 999
                        MOVE 0 TO CERT-SEQ-NBR
                    ELSE
                        COMPUTE CERT-SEQ-NBR = CSQ-LAST-SEQ + 1
                        END-COMPUTE
                    END-IF
                END-IF
        END-READ
        CLOSE CERT-SEQ-FILE
    END-IF

    IF CERT-SEQ-NBR = 0
        DISPLAY "all 999 certificate IDs for " RUN-DATE " are used -- "
            "certify the rest tomorrow"
        END-DISPLAY
        MOVE 12 TO FAILURE-RC
        MOVE CERT-SEQ-FILE-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
    ELSE
        OPEN OUTPUT CERT-SEQ-FILE
        IF WS-FS NOT = "00"
            DISPLAY "could not write to file: " CERT-SEQ-FILE-NAME WITH NO ADVANCING
            END-DISPLAY
            DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
            END-DISPLAY
            MOVE 12 TO FAILURE-RC
            MOVE CERT-SEQ-FILE-NAME TO FAILURE-FILE
            PERFORM RECORD-STEP-FAILURE
        ELSE
            MOVE RUN-DATE TO CSQ-LAST-DATE
            MOVE CERT-SEQ-NBR TO CSQ-LAST-SEQ
            WRITE CERT-SEQ-RECORD
            END-WRITE
            IF WS-FS NOT = "00"
                DISPLAY "could not write to file: " CERT-SEQ-FILE-NAME WITH NO ADVANCING
                END-DISPLAY
                DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
                END-DISPLAY
                MOVE 12 TO FAILURE-RC
                MOVE CERT-SEQ-FILE-NAME TO FAILURE-FILE
                PERFORM RECORD-STEP-FAILURE
            ELSE
                MOVE 'Y' TO CERT-SEQ-OK
            END-IF
            CLOSE CERT-SEQ-FILE
        END-IF
    END-IF.


WRITE-REPORT-HEADER.
    MOVE SPACES TO WS-LINE
    STRING "LCG PARAMETER-SET CERTIFICATION -- run " RUN-DATE
        " by " OPERATOR-NAME
        DELIMITED BY SIZE INTO WS-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE ALL "=" TO WS-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO WS-LINE
    MOVE C-MU-MIN TO MU-ED
    STRING "pass: full period, cycle covers the stream, mu2 and mu3 >= "
        MU-ED
        DELIMITED BY SIZE INTO WS-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE.


WRITE-CANDIDATE-SECTION.
    MOVE SPACES TO WS-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE CAND-NBR TO NBR-ED
    STRING "candidate " NBR-ED ":  m=" CAND-M "  a=" CAND-A "  c=" CAND-C
        "  gen " CAND-GEN
        DELIMITED BY SIZE INTO WS-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO WS-LINE
    MOVE CAND-END TO CNT-ED
    STRING "  stream length ............... " CNT-ED
        DELIMITED BY SIZE INTO WS-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE

    IF CAND-IN-RANGE = 'Y'
        MOVE SPACES TO WS-LINE
        IF FULL-PERIOD = 'Y'
            MOVE "  full-period conditions ...... met" TO WS-LINE
        ELSE
            STRING "  full-period conditions ...... NOT MET: " FP-WHY
                DELIMITED BY SIZE INTO WS-LINE
            END-STRING
        END-IF
        PERFORM WRITE-REPORT-LINE

        MOVE SPACES TO WS-LINE
        MOVE P1-BEFORE TO CNT-ED
        STRING "  values before first repeat .. " CNT-ED
            DELIMITED BY SIZE INTO WS-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
        MOVE SPACES TO WS-LINE
        MOVE P1-CYCLE TO CNT-ED
        STRING "  cycle length (seed 1) ....... " CNT-ED
            DELIMITED BY SIZE INTO WS-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
        IF CAND-GEN = '2'
            MOVE SPACES TO WS-LINE
            MOVE P2-CYCLE TO CNT-ED
            STRING "  second stream cycle ......... " CNT-ED
                DELIMITED BY SIZE INTO WS-LINE
            END-STRING
            PERFORM WRITE-REPORT-LINE
            MOVE SPACES TO WS-LINE
            MOVE MEASURED-CYCLE TO CNT-ED
            STRING "  combined cycle .............. " CNT-ED
                DELIMITED BY SIZE INTO WS-LINE
            END-STRING
            PERFORM WRITE-REPORT-LINE
        END-IF
        MOVE SPACES TO WS-LINE
        MOVE REQUIRED-LEN TO CNT-ED
        STRING "  values the stream needs ..... " CNT-ED
            DELIMITED BY SIZE INTO WS-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
        IF STREAM-WRAPS = 'Y'
            MOVE "    (longer than any period this generator can reach -- the stream wraps)"
                TO WS-LINE
            PERFORM WRITE-REPORT-LINE
        END-IF

        MOVE SPACES TO WS-LINE
        MOVE NU2-SQ TO CNT-ED
        MOVE MU2 TO MU-ED
        STRING "  spectral 2-D  nu^2 " CNT-ED "  mu2 " MU-ED
            DELIMITED BY SIZE INTO WS-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
        MOVE SPACES TO WS-LINE
        MOVE NU3-SQ TO CNT-ED
        MOVE MU3 TO MU-ED
        STRING "  spectral 3-D  nu^2 " CNT-ED "  mu3 " MU-ED
            DELIMITED BY SIZE INTO WS-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
    END-IF

    MOVE SPACES TO WS-LINE
    STRING "  verdict ..................... " CAND-VERDICT
        "   certificate " CERT-ID
        DELIMITED BY SIZE INTO WS-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    IF CAND-VERDICT NOT = "PASS"
        MOVE SPACES TO WS-LINE
        STRING "  reason ...................... " CAND-REASON
            DELIMITED BY SIZE INTO WS-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
    END-IF.


WRITE-REPORT-TOTALS.
    MOVE SPACES TO WS-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE ALL "-" TO WS-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO WS-LINE
    MOVE CAND-NBR TO NBR-ED
    MOVE CAND-PASSED TO PASSED-ED
    MOVE CAND-FAILED TO FAILED-ED
    STRING "candidates certified: " NBR-ED "   passed: " PASSED-ED
        "   failed: " FAILED-ED
        DELIMITED BY SIZE INTO WS-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE.


WRITE-REPORT-LINE.
    WRITE REPORT-LINE FROM WS-LINE
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
        MOVE "LCG-PARAM-CERTIFY" TO SS-STEP-NAME
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

END PROGRAM LCG-PARAM-CERTIFY.
