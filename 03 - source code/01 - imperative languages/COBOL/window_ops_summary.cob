*> shared one-record step-status file last, as every window step does.
*>
*> $ cobc -V  # cobc (GnuCOBOL) 3.1.2.0
*>
*> 2026-10-15  AUDIT-RECORD gained AUDIT-CERT-ID and RUN-HISTORY-RECORD gained RH-CERT-ID
*>             (the LCG-PARAM-CERTIFY certificate RANDOM-STREAMS-FOR-PERF-STATS stamps on
*>             both); the layouts here are widened to match.


IDENTIFICATION DIVISION.
    05 RH-QA-LONGEST-RUN PIC 9(9).
    05 RH-QA-DONE       PIC X.       *> 'Y' once the QA report filled its part
    05 RH-GEN-ID        PIC 9(1).    *> which generator algorithm produced the stream
    05 RH-CERT-ID       PIC X(14).   *> LCG-PARAM-CERTIFY certificate of the constants;
                                     *> spaces when they had none
FD  WINDOW-JOURNAL-FILE.
01  WINDOW-JOURNAL-RECORD.
    05 WJ-DATE          PIC X(8).   *> window date, YYYYMMDD
    05 AUDIT-NOTE       PIC X(32).  *> free-form annotation, e.g. that a long run
                                    *> was restarted; spaces on plain lines
    05 AUDIT-GEN-ID     PIC 9(1).   *> which generator algorithm produced the stream
    05 AUDIT-CERT-ID    PIC X(14).  *> certificate of the LCG constants; spaces if none
FD  PW-RESULTS-FILE.
01  PW-RESULT-RECORD    PIC X(125).
FD  PW-EXCEPTIONS-FILE.
