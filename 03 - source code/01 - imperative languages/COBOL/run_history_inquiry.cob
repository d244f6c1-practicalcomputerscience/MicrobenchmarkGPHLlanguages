*> 2026-09-02  RUN-HISTORY-RECORD gained RH-GEN-ID (filled by RANDOM-STREAMS-FOR-
*>             PERF-STATS, aggregated by RANDOMNESS-DRIFT-REPORT); the layout here
*>             is widened to match, and SHOW-ONE-RECORD now names the generator.
*>
*> 2026-10-15  RUN-HISTORY-RECORD gained RH-CERT-ID (the LCG-PARAM-CERTIFY certificate
*>             RANDOM-STREAMS-FOR-PERF-STATS stamps on each stream); the layout here is
*>             widened to match, and SHOW-ONE-RECORD names the certificate, or says the
*>             constants had none.
*>
*> 2026-10-15  a record RUN-HISTORY-REBUILD reconstructed from the audit trail carries
*>             RH-QA-DONE 'R'; SHOW-ONE-RECORD says so instead of just "not recorded".


IDENTIFICATION DIVISION.
    05 RH-QA-LONGEST-RUN PIC 9(9).
    05 RH-QA-DONE       PIC X.       *> 'Y' once the QA report filled its part
    05 RH-GEN-ID        PIC 9(1).    *> which generator algorithm produced the stream
    05 RH-CERT-ID       PIC X(14).   *> LCG-PARAM-CERTIFY certificate of the constants;
                                     *> spaces when they had none
FD  REPORT-FILE.
01  REPORT-LINE         PIC X(80).

        END-STRING
        PERFORM WRITE-REPORT-LINE
    END-IF
    IF RH-CERT-ID = SPACES
        MOVE "certificate:  none (constants not certified)" TO WS-LINE
    ELSE
        STRING "certificate:  " RH-CERT-ID
            DELIMITED BY SIZE INTO WS-LINE
        END-STRING
    END-IF
    PERFORM WRITE-REPORT-LINE
    STRING "bit file:     " FUNCTION TRIM(RH-BIN-FILE)
        DELIMITED BY SIZE INTO WS-LINE
    END-STRING
        END-STRING
        PERFORM WRITE-REPORT-LINE
    ELSE
        IF RH-QA-DONE = 'R'
            *> RUN-HISTORY-REBUILD put the record back from the audit trail;
            *> the QA numbers were never on it
            MOVE "QA results:   not recorded -- record rebuilt from the audit trail"
                TO WS-LINE
        ELSE
            MOVE "QA results:   not recorded for this run" TO WS-LINE
        END-IF
        PERFORM WRITE-REPORT-LINE
    END-IF.

