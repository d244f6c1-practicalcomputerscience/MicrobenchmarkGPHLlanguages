*>   4 - pw_requests.dat      validate every record / walk+edit records / append
*>
*> $ cobc -V  # cobc (GnuCOBOL) 3.1.2.0
*>
*> 2026-10-15  an edited lcg_params.dat set is only written back when CERT-FILE-NAME
*>             (lcg_certificates.dat, LCG-PARAM-CERTIFY's INDEXED master) holds a PASS
*>             certificate for exactly that set -- m, a, c, generator and stream length;
*>             the output format doesn't change the stream and isn't part of it.
*>             without one the edit is refused, the file left as it was and the refusal
*>             logged; an accepted edit logs the certificate ID. validate reports a set
*>             on file that has no passing certificate as a problem too.


IDENTIFICATION DIVISION.
    SELECT EDIT-LOG-FILE ASSIGN TO EDIT-LOG-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT CERT-FILE ASSIGN TO CERT-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CERT-KEY
        FILE STATUS IS WS-FS.  *> Link to status variable

DATA DIVISION.
FILE SECTION.
    05 EL-BEFORE        PIC X(16).
    05 FILLER           PIC X(1).
    05 EL-AFTER         PIC X(16).
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
01  SEED-CKPT-FILE-NAME PIC X(19) VALUE "seed_checkpoint.dat".
01  PW-REQUESTS-FILE-NAME PIC X(15) VALUE "pw_requests.dat".
01  EDIT-LOG-FILE-NAME  PIC X(21) VALUE "control_file_edit.log".
01  CERT-FILE-NAME      PIC X(20) VALUE "lcg_certificates.dat".

*> Variables
01  WS-FS             PIC XX.  *> 00 = Success, others = Error
01  LOG-FILE-NAME     PIC X(20).
01  OPERATOR-NAME     PIC X(8) VALUE SPACES.

*> certificate lookup for the lcg_params.dat working copy
77  LCG-CERTIFIED     PIC X.   *> 'Y' when a PASS certificate covers the set
01  LCG-CERT-ID       PIC X(14).

*> validation bookkeeping
77  BAD-FIELDS        PIC 9(4).
77  RECORD-NBR        PIC 9(9).
    PERFORM EDIT-CHAR-FIELD
    MOVE CHAR-VALUE TO WK-LCG-GEN

    *> only a set LCG-PARAM-CERTIFY has passed may reach the generator
    PERFORM CHECK-LCG-CERTIFICATE
    MOVE "certificate" TO FIELD-NAME
    MOVE SPACES TO LOG-BEFORE
    IF LCG-CERTIFIED = 'Y'
        PERFORM REWRITE-LCG-PARAMS
        MOVE LCG-CERT-ID TO LOG-AFTER
    ELSE
        DISPLAY LCG-PARAMS-FILE-NAME " NOT rewritten -- no passing certificate "
            "for this set; run lcg_param_certify on it first"
        END-DISPLAY
        MOVE "REFUSED" TO LOG-AFTER
    END-IF
    PERFORM WRITE-EDIT-LOG.


CHECK-LCG-CERTIFICATE.
    *> keyed on the set as the generator will run it: a generator other
    *> than '2' is the classic single LCG; the output format is no part of
    *> the stream, so it is no part of the key
    MOVE 'N' TO LCG-CERTIFIED
    MOVE SPACES TO LCG-CERT-ID
    MOVE SPACES TO CERT-RECORD
    MOVE WK-LCG-M TO CERT-M
    MOVE WK-LCG-A TO CERT-A
    MOVE WK-LCG-C TO CERT-C
    IF WK-LCG-GEN = '2'
        MOVE '2' TO CERT-GEN
    ELSE
        MOVE '1' TO CERT-GEN
    END-IF
    MOVE WK-LCG-END TO CERT-END
    OPEN INPUT CERT-FILE
    IF WS-FS = "35"
        DISPLAY "no certificates on file (" CERT-FILE-NAME ")"
        END-DISPLAY
    ELSE
        IF WS-FS NOT = "00"
            DISPLAY "could not read control file: " CERT-FILE-NAME WITH NO ADVANCING
            END-DISPLAY
            DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
            END-DISPLAY
        ELSE
            READ CERT-FILE
                INVALID KEY
                    DISPLAY "no certificate on file for this parameter set"
                    END-DISPLAY
                NOT INVALID KEY
                    IF CERT-VERDICT = "PASS"
                        MOVE 'Y' TO LCG-CERTIFIED
                        MOVE CERT-ID TO LCG-CERT-ID
                        DISPLAY "certificate " CERT-ID " (PASS, " CERT-DATE ")"
                        END-DISPLAY
                    ELSE
                        DISPLAY "certificate " CERT-ID " FAILED this set: "
                            CERT-REASON
                        END-DISPLAY
                    END-IF
            END-READ
            CLOSE CERT-FILE
        END-IF
    END-IF.


REWRITE-LCG-PARAMS.
                END-IF
        END-READ
        CLOSE LCG-PARAMS-FILE
        IF BAD-FIELDS = 0
            *> well-formed is not enough: the set must also be certified
            PERFORM CHECK-LCG-CERTIFICATE
            IF LCG-CERTIFIED = 'N'
                DISPLAY "  the set on file has no passing certificate"
                END-DISPLAY
                ADD 1 TO BAD-FIELDS
                END-ADD
            END-IF
        END-IF
        IF BAD-FIELDS = 0
            DISPLAY LCG-PARAMS-FILE-NAME " is valid"
            END-DISPLAY
