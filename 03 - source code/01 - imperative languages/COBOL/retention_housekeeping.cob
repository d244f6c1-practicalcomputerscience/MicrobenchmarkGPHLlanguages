*>             history, dated in columns 10-17) joined the built-in file list at
*>             180 days, so the intake's ID table doesn't grow past what it can
*>             check against.
*>
*> 2026-10-15  pw_registry_edit.log (ACCOUNT-REGISTRY-MAINT's change trail for the
*>             service-account registry, timestamp-led like control_file_edit.log)
*>             joined the built-in file list at the same 365 days.
*>
*> 2026-10-15  RUN-HISTORY-RECORD gained RH-CERT-ID (the LCG-PARAM-CERTIFY certificate
*>             RANDOM-STREAMS-FOR-PERF-STATS stamps on each stream); the layout here is
*>             widened to match so the master opens cleanly for the purge pass.
*>
*> 2026-10-15  pw_strength_log.dat (FLEXIBLE-PASSWORD-GENERATOR's per-request strength
*>             line for the compliance auditors, window-date-led) joined the built-in
*>             file list at 365 days.
*>
*> 2026-10-15  pw_exception_edit.log (EXCEPTION-QUEUE-MAINT's trail of corrections and
*>             abandonments on the exceptions master, timestamp-led) joined the
*>             built-in file list at 365 days.
*>
*> 2026-10-15  pw_window_stats.dat (the per-window statistics REQUEST-INTAKE, FLEXIBLE-
*>             PASSWORD-GENERATOR and PASSWORD-DELIVERY-SPLIT append for
*>             PW-VOLUME-REPORT, window-date-led) joined the built-in file list at
*>             800 days, so the monthly report keeps two years and a month behind it.


IDENTIFICATION DIVISION.
    05 RH-QA-LONGEST-RUN PIC 9(9).
    05 RH-QA-DONE       PIC X.       *> 'Y' once the QA report filled its part
    05 RH-GEN-ID        PIC 9(1).    *> which generator algorithm produced the stream
    05 RH-CERT-ID       PIC X(14).   *> LCG-PARAM-CERTIFY certificate of the constants;
                                     *> spaces when they had none
FD  SUMMARY-REPORT-FILE.
01  SUMMARY-REPORT-LINE PIC X(80).
FD  STEP-STATUS-FILE.
        MOVE 365 TO HK-DAYS
        PERFORM HOUSEKEEP-ONE-FILE

        MOVE "pw_registry_edit.log" TO HK-LIVE-NAME
        MOVE 1 TO HK-DATE-OFFSET
        MOVE 365 TO HK-DAYS
        PERFORM HOUSEKEEP-ONE-FILE

        MOVE "pw_exception_edit.log" TO HK-LIVE-NAME
        MOVE 1 TO HK-DATE-OFFSET
        MOVE 365 TO HK-DAYS
        PERFORM HOUSEKEEP-ONE-FILE

        *> the auditors' strength log leads with its window date
        MOVE "pw_strength_log.dat" TO HK-LIVE-NAME
        MOVE 1 TO HK-DATE-OFFSET
        MOVE 365 TO HK-DAYS
        PERFORM HOUSEKEEP-ONE-FILE

        *> the monthly volume report's per-window figures lead with the
        *> window date; kept long, they are all that outlives the window files
        MOVE "pw_window_stats.dat" TO HK-LIVE-NAME
        MOVE 1 TO HK-DATE-OFFSET
        MOVE 800 TO HK-DAYS
        PERFORM HOUSEKEEP-ONE-FILE

        MOVE "pw_results.dat" TO HK-LIVE-NAME
        MOVE 0 TO HK-DATE-OFFSET
        MOVE 0 TO HK-DAYS
