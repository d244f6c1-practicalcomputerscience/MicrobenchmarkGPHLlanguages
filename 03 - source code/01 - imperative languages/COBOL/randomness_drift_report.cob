*> (randomness_drift.rpt), matching RUN-HISTORY-INQUIRY.
*>
*> $ cobc -V  # cobc (GnuCOBOL) 3.1.2.0
*>
*> 2026-10-15  RUN-HISTORY-RECORD gained RH-CERT-ID (the LCG-PARAM-CERTIFY certificate
*>             RANDOM-STREAMS-FOR-PERF-STATS stamps on each stream); the layout here is
*>             widened to match so the master opens cleanly.


IDENTIFICATION DIVISION.
    05 RH-QA-LONGEST-RUN PIC 9(9).
    05 RH-QA-DONE       PIC X.       *> 'Y' once the QA report filled its part
    05 RH-GEN-ID        PIC 9(1).    *> which generator algorithm produced the stream
    05 RH-CERT-ID       PIC X(14).   *> LCG-PARAM-CERTIFY certificate of the constants;
                                     *> spaces when they had none
FD  DRIFT-BAND-FILE.
01  DRIFT-BAND-RECORD.
    05 DBF-BAND-HUNDREDTHS PIC 9(4). *> band half-width in hundredths of a
