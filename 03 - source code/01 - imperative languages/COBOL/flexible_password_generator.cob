*>             loop after a failed OPEN OUTPUT, BATCH-PASSWORD-MODE refuses to run when
*>             its results or exceptions file can't be opened, and a request file that
*>             yields no requests at all is reported as empty input.
*>
*> 2026-10-15  stream certification: consumer mode now only draws from a stream pair the
*>             stream catalog (STREAM-CATALOG-FILE-NAME, stream_catalog.dat, INDEXED on
*>             the .bin file name) lists as QA-PASSED or CONSUMING. the nightly job
*>             catalogs every pair it writes as GENERATED and the reconciliation and QA
*>             steps promote or quarantine it; an uncertified pair is refused with a
*>             console line and the probe moves on to the next numbered pair, the roll
*>             to a next pair included. the pair taken into use is marked CONSUMING, a
*>             pair rolled past (or wrapped) is marked EXHAUSTED, and a plain pair this
*>             program regenerates itself is marked QUARANTINED. when pairs are on disk
*>             but none is certified, an unattended batch FAILs the step with the new
*>             RETURN-CODE 24 (20 when every refused pair was only used up) and a person
*>             at the console gets an in-memory stream that leaves no files, audit line
*>             or cursor behind. an unreadable catalog is 08.
*>
*> 2026-10-15  AUDIT-RECORD gained AUDIT-CERT-ID, the LCG-PARAM-CERTIFY certificate of the
*>             constants RANDOM-STREAMS-FOR-PERF-STATS ran with; a passphrase line carries
*>             it through from the consumed stream's own audit line like the rest of the
*>             provenance. a stream this program generates itself runs the built-in
*>             constants uncertified and its line leaves the field blank.
*>
*> 2026-10-15  per-target strength policy: batch mode now resolves each request's target
*>             system the way PASSWORD-DELIVERY-SPLIT will route it (the service-account
*>             registry first, pw_routing.dat for accounts the registry doesn't know) and
*>             holds the request against that target's line of STRENGTH-POLICY-FILE-NAME
*>             (pw_strength_policy.dat: minimum effective bits, minimum length, special
*>             characters mandatory; target "*" is the default for every other target and
*>             for unrouted accounts). the effective strength is the length times log2 of
*>             the alphabet actually left in CHAR-SET after the exclusions, or for a
*>             passphrase the word count times log2 of the dictionary words loaded. a
*>             request below its policy goes to the exceptions file under the new reason
*>             code 07 instead of being fulfilled, and every request evaluated gets a
*>             date-led line on STRENGTH-LOG-FILE-NAME (pw_strength_log.dat, appended) for
*>             PW-STRENGTH-REPORT. no policy file means strength is logged but not
*>             enforced; a policy, registry or routing file that is there but can't be
*>             read stops the batch (08) rather than judge requests against the wrong
*>             target's policy.
*>
*> 2026-10-15  request lineage: every request batch mode fulfills now gets a record on
*>             LINEAGE-FILE-NAME (pw_lineage.dat, INDEXED on request ID + window date +
*>             window sequence) saying where its password came from -- the stream
*>             file and the run-history key it was catalogued under, the seed,
*>             generator and certificate behind it, the first and last X-ELEMENT
*>             index drawn (redraws included), whether the draw rolled onto the next
*>             pair or wrapped, and the source and intake date the request-ID
*>             history gives for it. the window date/sequence comes from
*>             BATCH-WINDOW-DRIVER's window_current.dat (today and 0000 when the
*>             step runs outside the driver). never the password itself. a window
*>             file or request-ID history that is there but unreadable stops the
*>             batch (08), a lineage file that can't be opened stops it (12).
*>
*> 2026-10-15  batch checkpoint/restart, the same protection the long-stream mode has:
*>             every C-CKPT-EVERY (50) settled request records, batch mode closes its
*>             outputs and writes BATCH-CHECKPOINT-NAME (pw_batch_checkpoint.dat) --
*>             the window, the last request settled, the results/exceptions/strength
*>             log record counts and the stream position -- then reopens EXTEND. a
*>             rerun of the same window that finds an unfinished checkpoint cuts the
*>             outputs back to the checkpointed counts, reopens them EXTEND, resumes
*>             the stream at the checkpointed position and carries on from the next
*>             unprocessed request, with "BATCH RESTART AFTER <request>" on the
*>             audit line. the history the reuse check runs on is set aside at batch
*>             start (pw_history_start.dat) and rebuilt from it plus the kept results
*>             on a restart, so nothing is folded into pw_history.dat twice. the
*>             checkpoint is marked finished only once the step has passed; a
*>             checkpoint that can't be read or doesn't match the request file stops
*>             the batch (08) rather than reissue what was already written.
*>
*> 2026-10-15  per-window statistics for the password service's monthly volume and
*>             chargeback report (PW-VOLUME-REPORT): at the end of every batch the
*>             window's pw_requests.dat is walked against the finished results and
*>             exceptions files -- so a restarted window is counted whole, once --
*>             and per source (from the request-ID history) the passwords and
*>             passphrases issued and the exceptions are appended to
*>             WINDOW-STATS-NAME (pw_window_stats.dat), with the stream bits the
*>             window consumed: the values the cursor moved over, rolls onto later
*>             pairs included, 16 bits each. the values drawn so far ride in the
*>             batch checkpoint (CK-VALUES-DRAWN) so a restart carries them on. a
*>             file that can't be read back or written fails the step (16/12).
*>
*> 2026-10-15  the strength log is dated with the batch window, not the system date,
*>             and the target is resolved (and the registry and routing rules
*>             loaded) whether or not a strength policy is in force, so the
*>             lineage and strength log always carry it. a checkpoint trim that
*>             can't open or write its work file or output stops the restart
*>             before the live file is emptied (12/16); a checkpoint that can't
*>             be opened or written fails the step (12/16), and mid-batch ends it.
*>             the checkpoint carries the batch's first run stamp (CK-BATCH-STAMP),
*>             written on every statistics line, so a restarted batch outside the
*>             driver replaces its earlier figures instead of adding to them.
*>
*> 2026-10-15  batch mode never makes a stream of its own any more: with no stream
*>             pair on disk it fails the step as having no certified stream (24),
*>             and a catalogued pair that turns out empty is quarantined and
*>             passed by for the next one (24 when none is left). only the
*>             interactive path still generates a stream when it finds none.
*>
*> 2026-10-15  every window-statistics line is checked as it is written: the first
*>             that fails is reported and fails the step (16), and no further lines
*>             follow it, where a later line's good status could hide it before.


IDENTIFICATION DIVISION.
    SELECT STEP-STATUS-FILE ASSIGN TO STEP-STATUS-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT STREAM-CATALOG-FILE ASSIGN TO STREAM-CATALOG-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CAT-SOURCE-FILE
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT STRENGTH-POLICY-FILE ASSIGN TO STRENGTH-POLICY-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT STRENGTH-LOG-FILE ASSIGN TO STRENGTH-LOG-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT ACCOUNT-REGISTRY-FILE ASSIGN TO ACCOUNT-REGISTRY-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AR-ACCOUNT
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT PW-ROUTING-FILE ASSIGN TO PW-ROUTING-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT CURRENT-WINDOW-FILE ASSIGN TO CURRENT-WINDOW-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT REQ-ID-HISTORY-FILE ASSIGN TO REQ-ID-HISTORY-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT LINEAGE-FILE ASSIGN TO LINEAGE-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LN-KEY
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT BATCH-CHECKPOINT-FILE ASSIGN TO BATCH-CHECKPOINT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT RESULT-TRIM-FILE ASSIGN TO RESULT-TRIM-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT BATCH-TRIM-FILE ASSIGN TO BATCH-TRIM-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT WINDOW-STATS-FILE ASSIGN TO WINDOW-STATS-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable

DATA DIVISION.
FILE SECTION.
    05 PWX-REASON-CODE  PIC X(2).   *> 01 = length out of range, 02 = length not
                                    *> numeric, 03 = exclusion list removes every
                                    *> digit, 06 = password repeats the account's
                                    *> recent history even after redrawing,
                                    *> 07 = below the target system's strength policy
    05 FILLER           PIC X(1).
    05 PWX-REASON-TEXT  PIC X(48).
FD  AUDIT-FILE.
                                    *> path was taken; spaces on plain generation lines
    05 AUDIT-GEN-ID     PIC 9(1).  *> which generator algorithm produced the stream;
                                   *> this program only runs the classic single LCG (1)
    05 AUDIT-CERT-ID    PIC X(14). *> certificate of the LCG constants; spaces if none
FD  SEED-GUARD-FILE.
01  SEED-GUARD-RECORD.
    05 SG-RUN-COUNTER   PIC 9(9).
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
FD  STRENGTH-POLICY-FILE.
01  STRENGTH-POLICY-RECORD.
    05 SPL-TARGET       PIC X(8).   *> target-system name; "*" = every other target
    05 FILLER           PIC X(1).
    05 SPL-MIN-BITS     PIC 9(3).   *> minimum effective strength in bits
    05 FILLER           PIC X(1).
    05 SPL-MIN-LEN      PIC 9(2).   *> minimum length in characters
    05 FILLER           PIC X(1).
    05 SPL-SPECIAL      PIC X(1).   *> 'Y' = special characters mandatory
FD  STRENGTH-LOG-FILE.
01  STRENGTH-LOG-RECORD.
    05 SL-WINDOW-DATE   PIC X(8).   *> YYYYMMDD of the batch window
    05 FILLER           PIC X(1).
    05 SL-REQ-ID        PIC X(8).
    05 FILLER           PIC X(1).
    05 SL-ACCOUNT       PIC X(16).
    05 FILLER           PIC X(1).
    05 SL-TARGET        PIC X(8).   *> resolved target system; spaces = unrouted
    05 FILLER           PIC X(1).
    05 SL-MODE          PIC X(1).   *> 'C' = character password, 'P' = passphrase
    05 FILLER           PIC X(1).
    05 SL-REQ-LEN       PIC 9(2).   *> requested length (characters, or words)
    05 FILLER           PIC X(1).
    05 SL-CHARS         PIC 9(2).   *> characters of the candidate; 00 = none built
    05 FILLER           PIC X(1).
    05 SL-ALPHABET      PIC 9(5).   *> distinct characters left, or dictionary words
    05 FILLER           PIC X(1).
    05 SL-BITS          PIC 9(3)V9. *> effective strength
    05 FILLER           PIC X(1).
    05 SL-POLICY-SOURCE PIC X(1).   *> 'T' = the target's own line, 'D' = the "*"
                                    *> default, space = no policy in force
    05 FILLER           PIC X(1).
    05 SL-MIN-BITS      PIC 9(3).
    05 FILLER           PIC X(1).
    05 SL-MIN-LEN       PIC 9(2).
    05 FILLER           PIC X(1).
    05 SL-SPECIAL       PIC X(1).
    05 FILLER           PIC X(1).
    05 SL-VERDICT       PIC X(4).   *> PASS, FAIL, or NONE when no policy applied
    05 FILLER           PIC X(1).
    05 SL-FAILED-ON     PIC X(7).   *> BITS, LENGTH or SPECIAL on a FAIL
FD  ACCOUNT-REGISTRY-FILE.
01  ACCOUNT-REGISTRY-RECORD.
    05 AR-ACCOUNT       PIC X(16).  *> service account, the registry's key
    05 FILLER           PIC X(1).
    05 AR-OWNER         PIC X(24).
    05 FILLER           PIC X(1).
    05 AR-SOURCE        PIC X(8).   *> owning source/team
    05 FILLER           PIC X(1).
    05 AR-TARGET        PIC X(8).   *> target system its passwords are delivered to
    05 FILLER           PIC X(1).
    05 AR-STATUS        PIC X(1).   *> 'A' active, 'S' suspended, 'R' retired
    05 FILLER           PIC X(1).
    05 AR-STATUS-DATE   PIC X(8).
    05 FILLER           PIC X(1).
    05 AR-ADDED-DATE    PIC X(8).
FD  PW-ROUTING-FILE.
01  PW-ROUTING-RECORD.
    05 RT-MATCH         PIC X(16).  *> the account or account prefix to match
    05 FILLER           PIC X(1).
    05 RT-TYPE          PIC X(1).   *> 'E' = explicit account, 'P' = prefix
    05 FILLER           PIC X(1).
    05 RT-TARGET        PIC X(8).   *> target-system name
FD  CURRENT-WINDOW-FILE.
01  CURRENT-WINDOW-RECORD.
    05 CW-DATE          PIC X(8).   *> window date, YYYYMMDD
    05 FILLER           PIC X(1).
    05 CW-SEQ           PIC 9(4).   *> which window of that day
FD  REQ-ID-HISTORY-FILE.
01  REQ-ID-HISTORY-RECORD.
    05 RIH-REQ-ID       PIC X(8).
    05 FILLER           PIC X(1).
    05 RIH-DATE         PIC X(8).   *> the window date the ID was accepted
    05 FILLER           PIC X(1).
    05 RIH-SOURCE       PIC X(8).
FD  LINEAGE-FILE.
01  LINEAGE-RECORD.
    05 LN-KEY.
       10 LN-REQ-ID     PIC X(8).   *> the fulfilled request
       10 LN-WINDOW-DATE PIC X(8).  *> YYYYMMDD of the batch window
       10 LN-WINDOW-SEQ PIC 9(4).   *> which window of that day; 0000 = outside the driver
    05 FILLER           PIC X(1).
    05 LN-ACCOUNT       PIC X(16).
    05 FILLER           PIC X(1).
    05 LN-SOURCE        PIC X(8).   *> from the request-ID history; spaces = not found
    05 FILLER           PIC X(1).
    05 LN-INTAKE-DATE   PIC X(8).
    05 FILLER           PIC X(1).
    05 LN-GENERATED     PIC X(14).  *> YYYYMMDDHHMMSS the result was written
    05 FILLER           PIC X(1).
    05 LN-MODE          PIC X(1).   *> 'C' = character password, 'P' = passphrase
    05 FILLER           PIC X(1).
    05 LN-TARGET        PIC X(8).   *> target resolved for the strength policy
    05 FILLER           PIC X(1).
    05 LN-STREAM-FILE   PIC X(24).  *> the stream file the first value came from
    05 FILLER           PIC X(1).
    05 LN-RUN-ID        PIC X(14).  *> its run-history key; spaces = generated in-run
    05 FILLER           PIC X(1).
    05 LN-SEED          PIC 9(9).   *> 0 = no audit line described the stream
    05 FILLER           PIC X(1).
    05 LN-GEN-ID        PIC 9(1).
    05 FILLER           PIC X(1).
    05 LN-CERT-ID       PIC X(14).
    05 FILLER           PIC X(1).
    05 LN-FIRST-ELEMENT PIC 9(9).   *> first X-ELEMENT index drawn for the request
    05 FILLER           PIC X(1).
    05 LN-LAST-ELEMENT  PIC 9(9).   *> last one, redraws included
    05 FILLER           PIC X(1).
    05 LN-CROSSED       PIC X(1).   *> 'R' rolled onto the next pair, 'W' wrapped
                                    *> this run's own stream, space = neither
    05 FILLER           PIC X(1).
    05 LN-END-STREAM-FILE PIC X(24). *> the pair rolled onto; spaces unless 'R'
    05 FILLER           PIC X(1).
    05 LN-END-RUN-ID    PIC X(14).
    05 FILLER           PIC X(1).
    05 LN-REDRAWS       PIC 9(2).   *> candidates redrawn for the reuse check
FD  BATCH-CHECKPOINT-FILE.
01  BATCH-CHECKPOINT-RECORD.
    05 CK-WINDOW-DATE   PIC X(8).   *> the window the batch belongs to
    05 FILLER           PIC X(1).
    05 CK-WINDOW-SEQ    PIC 9(4).
    05 FILLER           PIC X(1).
    05 CK-STATE         PIC X(1).   *> 'U' = unfinished, 'C' = the batch completed
    05 FILLER           PIC X(1).
    05 CK-LAST-REQ-ID   PIC X(8).   *> the last request settled before the checkpoint
    05 FILLER           PIC X(1).
    05 CK-RECORDS-DONE  PIC 9(9).   *> request-file records read and settled, blank
                                    *> lines included
    05 FILLER           PIC X(1).
    05 CK-REQUESTS-SEEN PIC 9(9).   *> the non-blank ones among them
    05 FILLER           PIC X(1).
    05 CK-RESULTS       PIC 9(9).   *> records on pw_results.dat at the checkpoint
    05 FILLER           PIC X(1).
    05 CK-EXCEPTIONS    PIC 9(9).   *> records on pw_exceptions.dat
    05 FILLER           PIC X(1).
    05 CK-STRENGTH-LINES PIC 9(9).  *> records on pw_strength_log.dat, earlier
                                    *> windows' lines included
    05 FILLER           PIC X(1).
    05 CK-STRENGTH-FAILS PIC 9(9).
    05 FILLER           PIC X(1).
    05 CK-PASSPHRASE-USED PIC X(1).
    05 FILLER           PIC X(1).
    05 CK-SOURCE        PIC X(24).  *> the stream position at the checkpoint, exactly
    05 CK-STREAM-IDX    PIC 9(2).   *> as WRITE-STREAM-CURSOR would have recorded it
    05 CK-SEED          PIC 9(9).
    05 CK-NEXT-J        PIC 9(9).
    05 FILLER           PIC X(1).
    05 CK-VALUES-DRAWN  PIC 9(9).   *> stream values the window drew up to here
    05 FILLER           PIC X(1).
    05 CK-BATCH-STAMP   PIC X(14).  *> run stamp of the batch's first run
FD  WINDOW-STATS-FILE.
01  WINDOW-STATS-RECORD.
    05 WST-WINDOW-DATE  PIC X(8).   *> leads the line, so housekeeping can age it
    05 FILLER           PIC X(1).
    05 WST-WINDOW-SEQ   PIC 9(4).
    05 FILLER           PIC X(1).
    05 WST-STEP         PIC X(1).   *> 'I' intake, 'G' generator, 'D' delivery split
    05 FILLER           PIC X(1).
    05 WST-RUN-STAMP    PIC X(14).  *> YYYYMMDDhhmmss of the step run that wrote it
    05 FILLER           PIC X(1).
    05 WST-KEY-TYPE     PIC X(1).   *> 'S' source, 'T' target system, 'W' the window
    05 FILLER           PIC X(1).
    05 WST-KEY          PIC X(8).
    05 FILLER           PIC X(1).
    05 WST-ITEM         PIC X(2).   *> what is counted -- see the writing step
    05 FILLER           PIC X(1).
    05 WST-COUNT        PIC 9(12).
    05 FILLER           PIC X(1).
    05 WST-BATCH-STAMP  PIC X(14).  *> run stamp of the batch's first run -- a
                                    *> restarted generator batch keeps it
FD  RESULT-TRIM-FILE.
01  RESULT-TRIM-RECORD.
    05 TRS-REQ-ID       PIC X(8).
    05 FILLER           PIC X(1).
    05 TRS-ACCOUNT      PIC X(16).
    05 FILLER           PIC X(1).
    05 TRS-PASSWORD     PIC X(99).
FD  BATCH-TRIM-FILE.
01  BATCH-TRIM-RECORD   PIC X(120).


WORKING-STORAGE SECTION.
77  AUDIT-M-VAL          PIC 9(9).
77  AUDIT-C-VAL          PIC 9(9).
77  AUDIT-GEN-VAL        PIC 9 VALUE 1.
01  AUDIT-CERT-VAL       PIC X(14) VALUE SPACES.
77  CONSUMED-AUDIT-OK    PIC X VALUE 'N'.  *> 'Y' once the consumed stream's audit
                                           *> line was found and carried through
01  SEED-GUARD-FILE-NAME PIC X(17) VALUE "pw_seed_guard.dat".
                                           *> stream fully consumed, not the wrapped
                                           *> mid-stream J a batch would resume at

*> stream certification: only catalog entries at QA-PASSED or CONSUMING may be drawn from
01  STREAM-CATALOG-FILE-NAME PIC X(18) VALUE "stream_catalog.dat".
77  STREAM-CERTIFIED     PIC X.  *> 'Y' when the probed pair's catalog entry allows use
77  CATALOG-FILE-BAD     PIC X VALUE 'N'.  *> 'Y' once the catalog proved unreadable --
                                           *> every pair is refused from then on
77  STREAMS-REFUSED      PIC 9(3) VALUE 0.  *> readable pairs turned down by the catalog
77  STREAMS-UNCERTIFIED  PIC 9(3) VALUE 0.  *> ... of which for anything but EXHAUSTED
77  NO-CERTIFIED-STREAM  PIC X VALUE 'N'.  *> 'Y' when pairs were on disk but none usable
01  CAT-W-STATUS         PIC X(11).  *> the probed pair's status, for the console line
01  CAT-NEW-STATUS       PIC X(11).  *> what SET-CATALOG-STATUS moves the entry to
01  CURRENT-DATE-STAMP   PIC X(21).

*> per-target strength policy (batch mode only): each request's target system is
*> resolved the way PASSWORD-DELIVERY-SPLIT routes it -- registry first, routing
*> rules for accounts the registry doesn't know -- and the request is held against
*> that target's policy line, or the "*" default line
01  STRENGTH-POLICY-FILE-NAME PIC X(22) VALUE "pw_strength_policy.dat".
01  STRENGTH-LOG-FILE-NAME PIC X(19) VALUE "pw_strength_log.dat".
01  ACCOUNT-REGISTRY-NAME PIC X(23) VALUE "pw_account_registry.dat".
01  PW-ROUTING-FILE-NAME  PIC X(14) VALUE "pw_routing.dat".
01  POLICY-TABLE.
    05 POLICY-TARGET    PIC X(8) OCCURS 50 TIMES.
    05 POLICY-MIN-BITS  PIC 9(3) OCCURS 50 TIMES.
    05 POLICY-MIN-LEN   PIC 9(2) OCCURS 50 TIMES.
    05 POLICY-SPECIAL   PIC X(1) OCCURS 50 TIMES.
77  POLICY-COUNT      PIC 9(2) VALUE 0.
77  POLICY-IDX        PIC 9(2).
77  POLICY-MATCH-IDX  PIC 9(2).  *> the policy the request at hand is held to; 0 = none
77  POLICY-DEFAULT-IDX PIC 9(2).  *> the "*" line; 0 = none
77  POLICY-OVERFLOW   PIC X VALUE 'N'.  *> 'Y' once more than 50 policy lines turned up
77  POLICY-LOAD-OK    PIC X VALUE 'Y'.  *> 'N' when the policy, the registry or the
                                        *> routing rules are there but can't be read
01  ROUTING-TABLE.
    05 RULE-MATCH       PIC X(16) OCCURS 100 TIMES.
    05 RULE-TYPE        PIC X(1) OCCURS 100 TIMES.
    05 RULE-LEN         PIC 9(2) OCCURS 100 TIMES.  *> trimmed length of the match value
    05 RULE-TARGET      PIC X(8) OCCURS 100 TIMES.
77  RULE-COUNT        PIC 9(3) VALUE 0.
77  RULE-IDX          PIC 9(3).
77  REGISTRY-OPEN     PIC X VALUE 'N'.  *> 'Y' while the registry is open for keyed reads
01  MATCHED-TARGET    PIC X(8).  *> the request's target system; SPACES = unrouted
77  MATCHED-LEN       PIC 9(2).
77  MATCHED-EXPLICIT  PIC X.
77  TRIM-LEN          PIC 9(2).
77  STRENGTH-CHECKED  PIC X.  *> 'Y' once the request at hand has been evaluated
77  ALPHABET-SIZE     PIC 9(5).  *> distinct characters left, or dictionary words
77  STRENGTH-BITS     PIC 9(3)V9.
77  STRENGTH-CHARS    PIC 9(2).  *> characters of the candidate built; 0 = none
01  STRENGTH-VERDICT  PIC X(4).
01  STRENGTH-FAILED-ON PIC X(7).
77  STRENGTH-FAIL-COUNT PIC 9(9) VALUE 0.  *> requests rejected under reason 07

*> request lineage (batch mode only): where each fulfilled request's password
*> was drawn from, booked to the batch window it ran in
01  CURRENT-WINDOW-NAME PIC X(18) VALUE "window_current.dat".
01  REQ-ID-HISTORY-NAME PIC X(21) VALUE "pw_req_id_history.dat".
01  LINEAGE-FILE-NAME   PIC X(14) VALUE "pw_lineage.dat".
01  WINDOW-DATE         PIC X(8).
77  WINDOW-SEQ          PIC 9(4) VALUE 0.
77  WINDOW-READ-OK      PIC X VALUE 'N'.  *> 'N' when window_current.dat is there
                                          *> but unreadable
77  LINEAGE-READY       PIC X VALUE 'N'.  *> 'Y' once the window, the request-ID
                                          *> history and the lineage file are ready
77  LINEAGE-OPEN        PIC X VALUE 'N'.
01  IDH-TABLE.
    05 IDH-REQ-ID       PIC X(8) OCCURS 2000 TIMES.
    05 IDH-DATE         PIC X(8) OCCURS 2000 TIMES.
    05 IDH-SOURCE       PIC X(8) OCCURS 2000 TIMES.
77  IDH-COUNT         PIC 9(4) VALUE 0.
77  IDH-IDX           PIC 9(4).
77  IDH-OVERFLOW      PIC X VALUE 'N'.
01  STREAM-RUN-ID-VAL PIC X(14) VALUE SPACES.  *> run-history key of the pair in use
*> where the request at hand started drawing, noted before its first draw
77  DRAW-FIRST-J      PIC 9(9).
77  DRAW-START-C-END  PIC 9(9).
01  DRAW-START-FILE   PIC X(24).
01  DRAW-START-RUN-ID PIC X(14).
77  DRAW-START-SEED   PIC 9(9).
77  DRAW-START-GEN    PIC 9(1).
01  DRAW-START-CERT   PIC X(14).
77  DRAW-CROSSED-END  PIC X.  *> 'Y' once a draw for the request ran past C-END

*> batch checkpoint/restart: every C-CKPT-EVERY settled request records the
*> batch closes its outputs and records how far it got, so a rerun of the
*> same window carries on from there instead of reissuing the whole batch
01  BATCH-CHECKPOINT-NAME PIC X(23) VALUE "pw_batch_checkpoint.dat".
01  HISTORY-SNAPSHOT-NAME PIC X(20) VALUE "pw_history_start.dat".
01  HISTORY-NAME-HOLD   PIC X(20).
01  RESULT-TRIM-NAME    PIC X(19) VALUE "pw_results_trim.tmp".
01  BATCH-TRIM-NAME     PIC X(17) VALUE "pw_batch_trim.tmp".
77  C-CKPT-EVERY        PIC 9(9) VALUE 50.  *> settled request records between checkpoints
77  CKPT-COUNTER        PIC 9(9) VALUE 0.
77  BATCH-RESUME        PIC X VALUE 'N'.  *> 'Y' when this run continues an interrupted batch
77  CKPT-FILE-BAD       PIC X VALUE 'N'.  *> 'Y' when the checkpoint is there but unusable
77  BATCH-START-OK      PIC X.
77  BATCH-RAN           PIC X VALUE 'N'.  *> 'Y' once BATCH-REQUEST-LOOP was entered
77  BATCH-RECORDS-READ  PIC 9(9) VALUE 0.  *> request-file records read, blank ones too
77  RESULT-COUNT        PIC 9(9) VALUE 0.  *> passwords written to the results file
77  STRENGTH-LOG-LINES  PIC 9(9) VALUE 0.  *> records on the strength log, earlier
                                           *> windows' lines included
77  FAILURES-RECORDED   PIC 9(4) VALUE 0.  *> RECORD-STEP-FAILURE calls so far
77  BATCH-FAILURES-BASE PIC 9(4) VALUE 0.
77  TRIM-COUNT          PIC 9(9).
77  TRIM-SHORT          PIC X.  *> 'Y' when an output held fewer records than the
                                *> checkpoint claimed -- resume is then unsafe
77  TRIM-IO-FAILED      PIC X.  *> 'Y' once a work file or output couldn't be
                                *> opened or written while trimming
77  CKPT-STATE-VAL      PIC X.  *> 'U' unfinished or 'C' completed, for the next write
77  CKPT-WRITE-OK       PIC X.  *> 'Y' once that write is known to be on disk
01  TRIM-LAST-REQ-ID    PIC X(8).
*> the position a checkpoint writes out, noted after every request the batch
*> settled without a failure
01  CK-W-LAST-REQ-ID    PIC X(8) VALUE SPACES.
77  CK-W-RECORDS-DONE   PIC 9(9) VALUE 0.
77  CK-W-REQUESTS-SEEN  PIC 9(9) VALUE 0.
77  CK-W-RESULTS        PIC 9(9) VALUE 0.
77  CK-W-EXCEPTIONS     PIC 9(9) VALUE 0.
77  CK-W-STRENGTH-LINES PIC 9(9) VALUE 0.
77  CK-W-STRENGTH-FAILS PIC 9(9) VALUE 0.
77  CK-W-PASSPHRASE-USED PIC X VALUE 'N'.
01  CK-W-SOURCE         PIC X(24) VALUE SPACES.
77  CK-W-STREAM-IDX     PIC 9(2) VALUE 1.
77  CK-W-SEED           PIC 9(9) VALUE 0.
77  CK-W-NEXT-J         PIC 9(9) VALUE 0.
77  CK-W-VALUES-DRAWN   PIC 9(9) VALUE 0.
01  CK-W-BATCH-STAMP    PIC X(14) VALUE SPACES.

*> per-window statistics for the monthly volume report: the stream values the
*> batch drew (counted per pair as the cursor leaves it, so rolls are covered)
*> and, tallied from the finished outputs, what each source got
01  WINDOW-STATS-NAME   PIC X(19) VALUE "pw_window_stats.dat".
77  VALUES-DRAWN        PIC 9(9) VALUE 0.  *> values drawn from pairs already left
77  SEGMENT-START-J     PIC 9(9) VALUE 0.  *> where drawing began on the pair in use
77  WINDOW-VALUES       PIC 9(9) VALUE 0.
01  STATS-RUN-STAMP     PIC X(14).
01  STATS-KEY-TYPE      PIC X(1).
01  STATS-KEY           PIC X(8).
01  STATS-ITEM          PIC X(2).
77  STATS-COUNT         PIC 9(12).
77  STATS-OK            PIC X.
77  STATS-WRITE-BAD     PIC X VALUE 'N'.  *> 'Y' once a statistics line failed to write
77  TALLY-REQ-DONE      PIC X.
77  TALLY-RES-DONE      PIC X.
77  TALLY-EXC-DONE      PIC X.
01  TALLY-SOURCE        PIC X(8).
01  SOURCE-STATS-TABLE.
    05 GST-ENTRY OCCURS 21 TIMES.
       10 GST-SOURCE      PIC X(8).
       10 GST-PASSWORDS   PIC 9(9).
       10 GST-PASSPHRASES PIC 9(9).
       10 GST-EXCEPTIONS  PIC 9(9).
77  GST-COUNT           PIC 9(2) VALUE 0.
77  GST-IDX             PIC 9(2).
77  GST-FOUND-IDX       PIC 9(2).
77  GST-OVERFLOW        PIC X VALUE 'N'.  *> 'Y' once more than 21 sources turned up

*> Constants
77  C-END             PIC 9(9)  VALUE 62501.  *> 62501 for exactly 1M binary digits
                                              *> PIC 9() is for numeric data items made up only of digits 0..9
*> no account to check against): the last 5 passwords issued to each account,
*> loaded from PW-HISTORY-FILE-NAME before the request loop and rewritten,
*> oldest slot first, once the batch is done
01  PW-HISTORY-FILE-NAME PIC X(20) VALUE "pw_history.dat".  *> wide enough for
                                   *> HISTORY-SNAPSHOT-NAME, which borrows the FD
01  HIST-TABLE.
    05 HIST-ENTRY OCCURS 300 TIMES.
       10 HIST-ACCOUNT  PIC X(16).
77  RUN-RC            PIC 9(2) VALUE 0.  *> 00 OK, 04 empty input, 08 control file
                                         *> unreadable, 12 output not writable,
                                         *> 16 mid-run I/O error, 20 consumed
                                         *> stream set exhausted mid-batch,
                                         *> 24 no certified stream available
77  FAILURE-RC        PIC 9(2).
01  FAIL-FILE-NAME    PIC X(30) VALUE SPACES.
01  FAILURE-FILE      PIC X(30).
    PERFORM READ-STREAM-COUNT
    PERFORM READ-STREAM-CURSOR

    *> a batch first looks for an interrupted run of this same window: a
    *> checkpoint it carries on from also says where in the stream that run
    *> had got to, and takes the place of the cursor just read
    IF BATCH-MODE = 'Y'
        PERFORM READ-CURRENT-WINDOW
        IF WINDOW-READ-OK = 'Y'
            PERFORM READ-BATCH-CHECKPOINT
        END-IF
    END-IF

    MOVE 1 TO CONSUME-START-IDX
    IF CURSOR-PRESENT = 'Y' AND STREAM-COUNT > 1
      AND CUR-W-IDX > 1 AND CUR-W-IDX <= STREAM-COUNT
                PERFORM LOCATE-EXISTING-STREAM
                IF STREAM-FOUND = 'Y'
                    PERFORM CONSUME-EXISTING-STREAM
                ELSE
                    IF STREAMS-REFUSED > 0 OR BATCH-MODE = 'Y'
                        PERFORM HANDLE-NO-CERTIFIED-STREAM
                    END-IF
                END-IF
            END-IF
        END-IF
    ELSE
        *> pairs on disk that the stream catalog refused are not ours to
        *> overwrite -- they may still be on their way through reconciliation
        *> and QA. a batch never makes its own: a stream it generated here
        *> would be on no catalog entry and nobody would have certified it.
        *> only the interactive path generates, and only with no readable
        *> pair at all
        IF STREAMS-REFUSED > 0 OR BATCH-MODE = 'Y'
            PERFORM HANDLE-NO-CERTIFIED-STREAM
        ELSE
            PERFORM GENERATE-BIT-STREAM
        END-IF
    END-IF.

    *> word-based passphrases are only on offer when the dictionary control
        DISPLAY "password batch not run -- no unconsumed random values remain"
        END-DISPLAY
    ELSE
        IF BATCH-MODE = 'Y' AND NO-CERTIFIED-STREAM = 'Y'
            *> no pair on disk has come through reconciliation and QA; the
            *> failure is already recorded and the batch must not run on
            *> uncertified bits
            DISPLAY "password batch not run -- no certified random stream "
                "is available"
            END-DISPLAY
        ELSE
            IF BATCH-MODE = 'Y' AND STREAM-FOUND = 'Y' AND CURSOR-FILE-BAD = 'Y'
                *> an unreadable cursor means the resume position is unknown:
                *> running from value 1 would redraw the last window's bits, so
                *> the batch is skipped (the failure is already recorded as 08)
                DISPLAY "password batch not run -- the stream cursor could not "
                    "be read and the resume position is unknown"
                END-DISPLAY
            ELSE
                IF BATCH-MODE = 'Y'
                    PERFORM BATCH-PASSWORD-MODE
                ELSE
                    PERFORM INTERACTIVE-PASSWORD-MODE
                END-IF
            END-IF
        END-IF
    END-IF.
    *> mode picks that very pair up off disk, so a generate-run's draws
    *> are spoken for exactly like a nightly-job stream's. an unreadable
    *> cursor file is left exactly as it is -- overwriting it would
    *> replace the position it still holds with a guess. nor does a run
    *> that found no certified pair move it: it consumed nothing on disk
    IF CURSOR-FILE-BAD = 'N' AND NO-CERTIFIED-STREAM = 'N'
        PERFORM WRITE-STREAM-CURSOR
    END-IF.

        *> describes that stream the trace is skipped, since a newest-line
        *> lookup (the reconciliation replay's rule) must keep finding values
        *> that really produced the file
        IF NO-CERTIFIED-STREAM = 'N'
          AND (STREAM-FOUND = 'N' OR CONSUMED-AUDIT-OK = 'Y')
            STRING "PASSPHRASE PATH; WORDS=" DICT-WORD-COUNT
                DELIMITED BY SIZE INTO AUDIT-NOTE-TEXT
            END-STRING
            PERFORM WRITE-AUDIT-RECORD
        ELSE
            IF NO-CERTIFIED-STREAM = 'Y'
                DISPLAY "passphrase drawn from an in-memory stream -- "
                    "passphrase trace not appended"
                END-DISPLAY
            ELSE
                DISPLAY "consumed stream has no audit line -- passphrase trace "
                    "not appended"
                END-DISPLAY
            END-IF
        END-IF
    END-IF.

    *> the window's figures for the monthly volume report, from whatever the
    *> batch left on disk; a rerun of the window appends them again under a
    *> later run stamp, and the report keeps only the latest
    IF BATCH-RAN = 'Y'
        PERFORM WRITE-WINDOW-STATS
    END-IF.

    *> a batch that went all the way through, with the history, the cursor
    *> and the audit trail written behind it, finishes its checkpoint; any
    *> failure leaves it unfinished, so a rerun of the window only picks up
    *> what is left (nothing at all, when every request was settled)
    IF BATCH-RAN = 'Y' AND RUN-RC = 0
        PERFORM FINALIZE-BATCH-CHECKPOINT
    END-IF.

    *> tell the batch scheduler how this step went: a one-record status file
    *> it can check between steps, and a per-failure-class RETURN-CODE
    PERFORM WRITE-STEP-STATUS
    MOVE C-M TO AUDIT-M-VAL
    MOVE C-C TO AUDIT-C-VAL
    MOVE 1 TO AUDIT-GEN-VAL
    MOVE SPACES TO AUDIT-CERT-VAL
    MOVE SPACES TO STREAM-RUN-ID-VAL  *> a stream made here has no run-history record

    *> one fixed-length record per X-ELEMENT value from here on, so open both
    *> output files before the loop and write into them as each value is
        PERFORM RECORD-STEP-FAILURE
        PERFORM GENERATE-ARRAY-ONLY
    ELSE
    *> whatever the catalog said about the pair under this name no longer
    *> describes what is on disk once it is opened for output
    MOVE "QUARANTINED" TO CAT-NEW-STATUS
    PERFORM SET-CATALOG-STATUS
    OPEN OUTPUT FILE-BITS-HEX
    IF WS-FS NOT = "00"
        DISPLAY "could not write to file: " FUNCTION TRIM(FILE-BITS-HEX-NAME) WITH NO ADVANCING  *> avoid final line feed
    DISPLAY "batch mode: reading password requests from " PW-REQUESTS-FILE-NAME
    END-DISPLAY

    *> before anything is opened: a run carrying on from a checkpoint cuts
    *> its outputs back to what the checkpoint vouches for, a fresh run
    *> counts what the strength log already holds so its own checkpoints can
    *> say where this window's lines end
    MOVE 'Y' TO BATCH-START-OK
    IF CKPT-FILE-BAD = 'Y'
        MOVE 'N' TO BATCH-START-OK
    ELSE
        IF BATCH-RESUME = 'Y'
            PERFORM PREPARE-BATCH-RESTART
        ELSE
            PERFORM COUNT-STRENGTH-LOG
        END-IF
    END-IF
    IF BATCH-START-OK = 'N'
        *> starting over from the top would reissue every password the
        *> interrupted run already wrote
        DISPLAY "password batch not run -- the batch checkpoint could not "
            "be read or applied"
        END-DISPLAY
    ELSE
    OPEN INPUT PW-REQUESTS-FILE
    IF WS-FS NOT = "00"
        *> the file was probed present a moment ago, so this is unreadable,
        MOVE PW-REQUESTS-FILE-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
    ELSE
    IF BATCH-RESUME = 'Y'
        OPEN EXTEND PW-RESULTS-FILE
        IF WS-FS = "35"
            OPEN OUTPUT PW-RESULTS-FILE
        END-IF
    ELSE
        OPEN OUTPUT PW-RESULTS-FILE
    END-IF
    IF WS-FS NOT = "00"
        DISPLAY "could not write to file: " PW-RESULTS-FILE-NAME WITH NO ADVANCING
        END-DISPLAY
        PERFORM RECORD-STEP-FAILURE
        CLOSE PW-REQUESTS-FILE
    ELSE
    IF BATCH-RESUME = 'Y'
        OPEN EXTEND PW-EXCEPTIONS-FILE
        IF WS-FS = "35"
            OPEN OUTPUT PW-EXCEPTIONS-FILE
        END-IF
    ELSE
        OPEN OUTPUT PW-EXCEPTIONS-FILE
    END-IF
    IF WS-FS NOT = "00"
        DISPLAY "could not write to file: " PW-EXCEPTIONS-FILE-NAME WITH NO ADVANCING
        END-DISPLAY
        PERFORM RECORD-STEP-FAILURE
        CLOSE PW-REQUESTS-FILE
        CLOSE PW-RESULTS-FILE
    ELSE
    *> the strength log is the auditors' record of every window, appended to
    *> and aged by RETENTION-HOUSEKEEPING rather than rewritten per run
    OPEN EXTEND STRENGTH-LOG-FILE
    IF WS-FS = "35"
        OPEN OUTPUT STRENGTH-LOG-FILE
    END-IF
    IF WS-FS NOT = "00"
        DISPLAY "could not write to file: " STRENGTH-LOG-FILE-NAME WITH NO ADVANCING
        END-DISPLAY
        DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        MOVE 12 TO FAILURE-RC
        MOVE STRENGTH-LOG-FILE-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
        CLOSE PW-REQUESTS-FILE
        CLOSE PW-RESULTS-FILE
        CLOSE PW-EXCEPTIONS-FILE
    ELSE
        *> the per-account history has to be on hand before the first
        *> candidate is checked, and goes back to disk once every request
        *> on would deliver passwords with reuse checking silently off, and
        *> the rewrite at the end would destroy the on-disk history a
        *> transient permissions slip made unreadable
        PERFORM LOAD-BATCH-HISTORY
        IF HISTORY-LOAD-OK = 'Y'
            PERFORM LOAD-STRENGTH-POLICY
        END-IF
        IF HISTORY-LOAD-OK = 'Y' AND POLICY-LOAD-OK = 'Y'
            PERFORM PREPARE-LINEAGE
        END-IF
        IF HISTORY-LOAD-OK = 'N'
            DISPLAY "password batch not run -- the password history could "
                "not be read, so reuse checking is unavailable"
            CLOSE PW-REQUESTS-FILE
            CLOSE PW-RESULTS-FILE
            CLOSE PW-EXCEPTIONS-FILE
            CLOSE STRENGTH-LOG-FILE
        ELSE
        IF POLICY-LOAD-OK = 'N'
            *> judging requests against the "*" default (or no policy at
            *> all) because a file couldn't be read would pass passwords a
            *> target's own policy forbids
            DISPLAY "password batch not run -- the strength policy or the "
                "target lookup could not be read"
            END-DISPLAY
            CLOSE PW-REQUESTS-FILE
            CLOSE PW-RESULTS-FILE
            CLOSE PW-EXCEPTIONS-FILE
            CLOSE STRENGTH-LOG-FILE
            IF REGISTRY-OPEN = 'Y'
                CLOSE ACCOUNT-REGISTRY-FILE
                MOVE 'N' TO REGISTRY-OPEN
            END-IF
        ELSE
        IF LINEAGE-READY = 'N'
            *> a password nobody can trace back to its stream is exactly
            *> what the auditors asked us to stop handing out
            DISPLAY "password batch not run -- the request lineage could "
                "not be prepared"
            END-DISPLAY
            CLOSE PW-REQUESTS-FILE
            CLOSE PW-RESULTS-FILE
            CLOSE PW-EXCEPTIONS-FILE
            CLOSE STRENGTH-LOG-FILE
            IF REGISTRY-OPEN = 'Y'
                CLOSE ACCOUNT-REGISTRY-FILE
                MOVE 'N' TO REGISTRY-OPEN
            END-IF
        ELSE
            *> the window's stream consumption counts from here: from the
            *> top of the window, or on from what the checkpoint vouches for
            MOVE J TO SEGMENT-START-J
            IF BATCH-RESUME = 'Y'
                MOVE CK-W-VALUES-DRAWN TO VALUES-DRAWN
            ELSE
                MOVE 0 TO VALUES-DRAWN
            END-IF
            MOVE 'Y' TO BATCH-RAN
            PERFORM BATCH-REQUEST-LOOP
            PERFORM WRITE-PW-HISTORY
        END-IF
        END-IF
        END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF.


BATCH-REQUEST-LOOP.
    MOVE FAILURES-RECORDED TO BATCH-FAILURES-BASE
    MOVE 0 TO CKPT-COUNTER
    IF BATCH-RESUME = 'Y'
        PERFORM SKIP-SETTLED-REQUESTS
        PERFORM NOTE-BATCH-RESTART
    END-IF

    READ PW-REQUESTS-FILE
        AT END
            MOVE 'y' TO ANSWER  *> not used again, just keeps the PERFORM below out of trouble
    END-READ.

    PERFORM UNTIL WS-FS NOT = "00" OR STREAM-EXHAUSTED = 'Y'
        ADD 1 TO BATCH-RECORDS-READ
        END-ADD
        IF PW-REQUEST-RECORD NOT = SPACES
            *> blank lines are skipped below without an exception, so they
            *> must not count as requests either: a file of nothing but
            ADD 1 TO REQUESTS-SEEN
            END-ADD
        END-IF
        MOVE 'N' TO STRENGTH-CHECKED
        PERFORM NOTE-DRAW-START
        *> same 8 <= length <= 99 bound INTERACTIVE-PASSWORD-MODE enforces via its
        *> ACCEPT dialog above; ENFORCE-CHAR-CLASSES relies on N-CHAR being at least
        *> 4 (it writes its corrective chars to fixed positions 1/2/3/4). a request

                    PERFORM BUILD-CHAR-SET
                    PERFORM APPLY-CHAR-EXCLUSIONS
                    PERFORM CHECK-PASSWORD-STRENGTH
                    IF STRENGTH-VERDICT = "FAIL"
                        PERFORM REJECT-BELOW-POLICY
                    ELSE
                        PERFORM BUILD-PASSWORD
                        PERFORM DELIVER-BATCH-RESULT
                    END-IF
                END-IF
            ELSE
                MOVE "01" TO EXCEPTION-REASON-CODE
        END-IF
        END-IF

        *> a request cut short by stream exhaustion was never settled, so it
        *> gets no strength line either
        IF STRENGTH-CHECKED = 'Y' AND STREAM-EXHAUSTED = 'N'
            PERFORM WRITE-STRENGTH-LINE
        END-IF

        *> a request settled without any failure moves the restart point on;
        *> once anything has gone wrong in this batch the last clean one stands
        IF STREAM-EXHAUSTED = 'N' AND FAILURES-RECORDED = BATCH-FAILURES-BASE
            PERFORM NOTE-SETTLED-REQUEST
            ADD 1 TO CKPT-COUNTER
            END-ADD
        END-IF

        READ PW-REQUESTS-FILE
            AT END
                MOVE "99" TO WS-FS  *> any non-"00" status ends the PERFORM above
        END-READ

        IF WS-FS = "00" AND CKPT-COUNTER >= C-CKPT-EVERY
            PERFORM CHECKPOINT-BATCH
        END-IF
    END-PERFORM.

    CLOSE PW-REQUESTS-FILE.
    CLOSE PW-RESULTS-FILE.
    CLOSE PW-EXCEPTIONS-FILE.
    CLOSE STRENGTH-LOG-FILE.
    IF REGISTRY-OPEN = 'Y'
        CLOSE ACCOUNT-REGISTRY-FILE
        MOVE 'N' TO REGISTRY-OPEN
    END-IF
    IF LINEAGE-OPEN = 'Y'
        CLOSE LINEAGE-FILE
        MOVE 'N' TO LINEAGE-OPEN
    END-IF

    *> whatever ended the loop, the last cleanly settled request is where a
    *> rerun of this window carries on from
    IF CK-W-RECORDS-DONE > 0
        PERFORM WRITE-BATCH-CHECKPOINT
    END-IF

    IF STREAM-EXHAUSTED = 'Y'
        DISPLAY "batch halted at request " PWR-REQ-ID " -- the consumed "
        DISPLAY EXCEPTION-COUNT " rejected request(s) written to: "
            PW-EXCEPTIONS-FILE-NAME
        END-DISPLAY
    END-IF
    IF STRENGTH-FAIL-COUNT > 0
        DISPLAY STRENGTH-FAIL-COUNT " of them below their target's strength "
            "policy -- see " STRENGTH-LOG-FILE-NAME
        END-DISPLAY
    END-IF.


            MOVE PWR-SEP TO PHRASE-SEP
        END-IF

        *> bits and the special-character rule are settled before a word
        *> is drawn; the minimum length can only be held against the
        *> phrase actually built, so DELIVER-BATCH-RESULT checks that
        PERFORM CHECK-PASSPHRASE-STRENGTH
        IF STRENGTH-VERDICT = "FAIL"
            PERFORM REJECT-BELOW-POLICY
        ELSE
        PERFORM BUILD-PASSPHRASE

        IF PASSPHRASE-OVERFLOW = 'Y'
            MOVE N-CHAR TO STRENGTH-CHARS
            MOVE "04" TO EXCEPTION-REASON-CODE
            MOVE "passphrase exceeds the 99-char result field"
                TO EXCEPTION-REASON-TEXT
            PERFORM DELIVER-BATCH-RESULT
        END-IF
        END-IF
        END-IF
    END-IF
    END-IF.

    IF STREAM-EXHAUSTED = 'Y'
        CONTINUE
    ELSE
    IF PWR-MODE = 'P' OR PWR-MODE = 'p'
        MOVE N-CHAR TO STRENGTH-CHARS
    END-IF
    IF CANDIDATE-REPEATS = 'Y'
        IF (PWR-MODE = 'P' OR PWR-MODE = 'p')
          AND PASSPHRASE-OVERFLOW = 'Y'
                TO EXCEPTION-REASON-TEXT
        END-IF
        PERFORM WRITE-EXCEPTION-RECORD
    ELSE
    IF (PWR-MODE = 'P' OR PWR-MODE = 'p')
      AND POLICY-MATCH-IDX > 0
      AND N-CHAR < POLICY-MIN-LEN(POLICY-MATCH-IDX)
        *> a phrase of short words can come out under the target's
        *> minimum length even though its word count carries the bits
        MOVE "FAIL" TO STRENGTH-VERDICT
        MOVE "LENGTH" TO STRENGTH-FAILED-ON
        PERFORM REJECT-BELOW-POLICY
    ELSE
        MOVE SPACES TO PW-RESULT-RECORD
        MOVE PWR-REQ-ID TO PWRS-REQ-ID
        WRITE PW-RESULT-RECORD
        END-WRITE
        PERFORM CHECK-RESULTS-WRITE
        IF WS-FS = "00"
            ADD 1 TO RESULT-COUNT
            END-ADD
        END-IF
        PERFORM NOTE-ISSUED-PASSWORD
        PERFORM WRITE-LINEAGE-RECORD
    END-IF
    END-IF
    END-IF
    END-IF.
    END-DISPLAY.


LOAD-STRENGTH-POLICY.
    *> the per-target policy lines, loaded before the first request. no
    *> policy file (35) means strength is still worked out and logged for the
    *> auditors but nothing is rejected for it; one that is there but can't
    *> be read stops the batch (08). the target lookup files are loaded
    *> either way: the lineage and the strength log record the target even
    *> when there is no policy to pick by it
    MOVE 'Y' TO POLICY-LOAD-OK
    MOVE 0 TO POLICY-COUNT
    OPEN INPUT STRENGTH-POLICY-FILE
    IF WS-FS NOT = "00"
        IF WS-FS = "35"
            DISPLAY "no strength policy found under " STRENGTH-POLICY-FILE-NAME
                " -- strength is logged but not enforced"
            END-DISPLAY
        ELSE
            DISPLAY "could not read control file: " STRENGTH-POLICY-FILE-NAME WITH NO ADVANCING
            END-DISPLAY
            DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
            END-DISPLAY
            MOVE 08 TO FAILURE-RC
            MOVE STRENGTH-POLICY-FILE-NAME TO FAILURE-FILE
            PERFORM RECORD-STEP-FAILURE
            MOVE 'N' TO POLICY-LOAD-OK
        END-IF
    ELSE
        PERFORM UNTIL WS-FS NOT = "00"
            READ STRENGTH-POLICY-FILE
                AT END
                    MOVE "10" TO WS-FS  *> any non-"00" status ends the PERFORM above
                NOT AT END
                    PERFORM NOTE-ONE-POLICY
            END-READ
        END-PERFORM
        CLOSE STRENGTH-POLICY-FILE
        DISPLAY "strength policy loaded: " POLICY-COUNT " policy line(s) from "
            STRENGTH-POLICY-FILE-NAME
        END-DISPLAY
        IF POLICY-OVERFLOW = 'Y'
            DISPLAY "WARNING: more than 50 lines in "
                STRENGTH-POLICY-FILE-NAME " -- the extras were ignored"
            END-DISPLAY
        END-IF
    END-IF

    PERFORM LOAD-TARGET-LOOKUP.


NOTE-ONE-POLICY.
    *> files one policy line into the table; blank lines are skipped, and a
    *> line without a target or with non-numeric minimums is skipped with a
    *> warning. a target listed twice keeps its first line -- the order of
    *> the file must not decide quietly which of two standards applies
    IF STRENGTH-POLICY-RECORD = SPACES
        CONTINUE
    ELSE
    IF SPL-TARGET = SPACES
      OR SPL-MIN-BITS NOT NUMERIC
      OR SPL-MIN-LEN NOT NUMERIC
        DISPLAY "WARNING: unusable strength policy line skipped: "
            STRENGTH-POLICY-RECORD
        END-DISPLAY
    ELSE
        MOVE 0 TO POLICY-MATCH-IDX
        PERFORM VARYING POLICY-IDX FROM 1 BY 1 UNTIL POLICY-IDX > POLICY-COUNT
            IF POLICY-TARGET(POLICY-IDX) = SPL-TARGET
                MOVE POLICY-IDX TO POLICY-MATCH-IDX
            END-IF
        END-PERFORM
        IF POLICY-MATCH-IDX > 0
            DISPLAY "WARNING: second strength policy line for target "
                SPL-TARGET " ignored -- the first one stands"
            END-DISPLAY
        ELSE
        IF POLICY-COUNT < 50
            ADD 1 TO POLICY-COUNT
            END-ADD
            MOVE SPL-TARGET TO POLICY-TARGET(POLICY-COUNT)
            MOVE SPL-MIN-BITS TO POLICY-MIN-BITS(POLICY-COUNT)
            MOVE SPL-MIN-LEN TO POLICY-MIN-LEN(POLICY-COUNT)
            IF SPL-SPECIAL = 'Y' OR SPL-SPECIAL = 'y'
                MOVE 'Y' TO POLICY-SPECIAL(POLICY-COUNT)
            ELSE
                MOVE 'N' TO POLICY-SPECIAL(POLICY-COUNT)
            END-IF
        ELSE
            MOVE 'Y' TO POLICY-OVERFLOW
        END-IF
        END-IF
    END-IF
    END-IF.


LOAD-TARGET-LOOKUP.
    *> the registry and the routing rules, exactly as PASSWORD-DELIVERY-SPLIT
    *> reads them, so a request is judged by the policy of the target its
    *> password will actually be delivered to. either one missing (35) only
    *> narrows the lookup -- an account neither knows is unrouted and gets
    *> the "*" default; either one there but unreadable stops the batch (08)
    OPEN INPUT ACCOUNT-REGISTRY-FILE
    IF WS-FS NOT = "00"
        IF WS-FS = "35"
            DISPLAY "no service-account registry found under "
                ACCOUNT-REGISTRY-NAME " -- targets from routing rules only"
            END-DISPLAY
        ELSE
            DISPLAY "could not read control file: " ACCOUNT-REGISTRY-NAME WITH NO ADVANCING
            END-DISPLAY
            DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
            END-DISPLAY
            MOVE 08 TO FAILURE-RC
            MOVE ACCOUNT-REGISTRY-NAME TO FAILURE-FILE
            PERFORM RECORD-STEP-FAILURE
            MOVE 'N' TO POLICY-LOAD-OK
        END-IF
    ELSE
        MOVE 'Y' TO REGISTRY-OPEN
    END-IF

    MOVE 0 TO RULE-COUNT
    OPEN INPUT PW-ROUTING-FILE
    IF WS-FS NOT = "00"
        IF WS-FS = "35"
            DISPLAY "no routing control file found under " PW-ROUTING-FILE-NAME
            END-DISPLAY
        ELSE
            DISPLAY "could not read control file: " PW-ROUTING-FILE-NAME WITH NO ADVANCING
            END-DISPLAY
            DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
            END-DISPLAY
            MOVE 08 TO FAILURE-RC
            MOVE PW-ROUTING-FILE-NAME TO FAILURE-FILE
            PERFORM RECORD-STEP-FAILURE
            MOVE 'N' TO POLICY-LOAD-OK
        END-IF
    ELSE
        PERFORM UNTIL WS-FS NOT = "00"
            READ PW-ROUTING-FILE
                AT END
                    MOVE "10" TO WS-FS  *> any non-"00" status ends the PERFORM above
                NOT AT END
                    PERFORM NOTE-ONE-ROUTING-RULE
            END-READ
        END-PERFORM
        CLOSE PW-ROUTING-FILE
    END-IF.


NOTE-ONE-ROUTING-RULE.
    *> files one routing record into the rule table; blank lines and rules
    *> without a match value or target are skipped, as the split skips them
    IF PW-ROUTING-RECORD = SPACES
      OR RT-MATCH = SPACES
      OR RT-TARGET = SPACES
        CONTINUE
    ELSE
        IF RULE-COUNT < 100
            ADD 1 TO RULE-COUNT
            END-ADD
            MOVE RT-MATCH TO RULE-MATCH(RULE-COUNT)
            IF RT-TYPE = 'P' OR RT-TYPE = 'p'
                MOVE 'P' TO RULE-TYPE(RULE-COUNT)
            ELSE
                MOVE 'E' TO RULE-TYPE(RULE-COUNT)
            END-IF
            MOVE 16 TO TRIM-LEN
            PERFORM UNTIL TRIM-LEN = 0
              OR RT-MATCH(TRIM-LEN:1) NOT = SPACE
                SUBTRACT 1 FROM TRIM-LEN
                END-SUBTRACT
            END-PERFORM
            MOVE TRIM-LEN TO RULE-LEN(RULE-COUNT)
            MOVE RT-TARGET TO RULE-TARGET(RULE-COUNT)
        END-IF
    END-IF.


RESOLVE-REQUEST-TARGET.
    *> PASSWORD-DELIVERY-SPLIT's routing, applied to PWR-ACCOUNT: a
    *> registered account goes to the registry's target (none when it has
    *> none), anything else to its explicit rule or longest prefix rule
    MOVE SPACES TO MATCHED-TARGET
    IF REGISTRY-OPEN = 'Y'
        MOVE PWR-ACCOUNT TO AR-ACCOUNT
        READ ACCOUNT-REGISTRY-FILE
            INVALID KEY
                PERFORM ROUTE-REQUEST-BY-RULES
            NOT INVALID KEY
                MOVE AR-TARGET TO MATCHED-TARGET
        END-READ
    ELSE
        PERFORM ROUTE-REQUEST-BY-RULES
    END-IF.


ROUTE-REQUEST-BY-RULES.
    *> an explicit rule beats every prefix rule; among prefixes the longest
    *> match wins
    MOVE SPACES TO MATCHED-TARGET
    MOVE 0 TO MATCHED-LEN
    MOVE 'N' TO MATCHED-EXPLICIT
    PERFORM VARYING RULE-IDX FROM 1 BY 1 UNTIL RULE-IDX > RULE-COUNT
        IF RULE-TYPE(RULE-IDX) = 'E'
            IF PWR-ACCOUNT = RULE-MATCH(RULE-IDX)
                MOVE RULE-TARGET(RULE-IDX) TO MATCHED-TARGET
                MOVE 'Y' TO MATCHED-EXPLICIT
            END-IF
        ELSE
            IF MATCHED-EXPLICIT = 'N'
              AND RULE-LEN(RULE-IDX) > 0
              AND RULE-LEN(RULE-IDX) > MATCHED-LEN
              AND PWR-ACCOUNT(1:RULE-LEN(RULE-IDX))
                  = RULE-MATCH(RULE-IDX)(1:RULE-LEN(RULE-IDX))
                MOVE RULE-TARGET(RULE-IDX) TO MATCHED-TARGET
                MOVE RULE-LEN(RULE-IDX) TO MATCHED-LEN
            END-IF
        END-IF
    END-PERFORM.


FIND-REQUEST-POLICY.
    *> the target's own policy line, else the "*" default, else none
    MOVE 0 TO POLICY-MATCH-IDX
    MOVE 0 TO POLICY-DEFAULT-IDX
    PERFORM RESOLVE-REQUEST-TARGET
    IF POLICY-COUNT > 0
        PERFORM VARYING POLICY-IDX FROM 1 BY 1 UNTIL POLICY-IDX > POLICY-COUNT
            IF POLICY-TARGET(POLICY-IDX) = "*"
                MOVE POLICY-IDX TO POLICY-DEFAULT-IDX
            END-IF
            IF MATCHED-TARGET NOT = SPACES
              AND POLICY-TARGET(POLICY-IDX) = MATCHED-TARGET
                MOVE POLICY-IDX TO POLICY-MATCH-IDX
            END-IF
        END-PERFORM
    END-IF.


CHECK-PASSWORD-STRENGTH.
    *> a character password's effective strength is its length times log2
    *> of the distinct characters BUILD-PASSWORD can still draw from: the
    *> CHAR-SET built for the request with its exclusions already applied.
    *> against a policy it must allow special characters when the target
    *> demands them, reach the minimum length and reach the minimum bits
    PERFORM FIND-REQUEST-POLICY
    PERFORM COUNT-ALPHABET-SIZE
    MOVE PWR-LEN TO STRENGTH-CHARS
    IF ALPHABET-SIZE < 2
        MOVE 0 TO STRENGTH-BITS
    ELSE
        COMPUTE STRENGTH-BITS ROUNDED =
            PWR-LEN * FUNCTION LOG(ALPHABET-SIZE) / FUNCTION LOG(2)
        END-COMPUTE
    END-IF
    MOVE 'Y' TO STRENGTH-CHECKED
    MOVE SPACES TO STRENGTH-FAILED-ON
    PERFORM SELECT-POLICY-IN-FORCE
    IF POLICY-MATCH-IDX > 0
        IF POLICY-SPECIAL(POLICY-MATCH-IDX) = 'Y'
          AND WITH-SPECIAL-CHARS NOT = 'y'
            MOVE "FAIL" TO STRENGTH-VERDICT
            MOVE "SPECIAL" TO STRENGTH-FAILED-ON
        ELSE
        IF PWR-LEN < POLICY-MIN-LEN(POLICY-MATCH-IDX)
            MOVE "FAIL" TO STRENGTH-VERDICT
            MOVE "LENGTH" TO STRENGTH-FAILED-ON
        ELSE
        IF STRENGTH-BITS < POLICY-MIN-BITS(POLICY-MATCH-IDX)
            MOVE "FAIL" TO STRENGTH-VERDICT
            MOVE "BITS" TO STRENGTH-FAILED-ON
        END-IF
        END-IF
        END-IF
    END-IF.


CHECK-PASSPHRASE-STRENGTH.
    *> a passphrase's effective strength is its word count times log2 of
    *> the dictionary words loaded. special characters count as present
    *> when the phrase is joined by a separator that is neither a letter
    *> nor a digit (the default '-' is one); the minimum length is held
    *> against the built phrase in DELIVER-BATCH-RESULT
    PERFORM FIND-REQUEST-POLICY
    MOVE DICT-WORD-COUNT TO ALPHABET-SIZE
    MOVE 0 TO STRENGTH-CHARS
    COMPUTE STRENGTH-BITS ROUNDED =
        PWR-LEN * FUNCTION LOG(DICT-WORD-COUNT) / FUNCTION LOG(2)
    END-COMPUTE
    MOVE 'Y' TO STRENGTH-CHECKED
    MOVE SPACES TO STRENGTH-FAILED-ON
    PERFORM SELECT-POLICY-IN-FORCE
    IF POLICY-MATCH-IDX > 0
        IF POLICY-SPECIAL(POLICY-MATCH-IDX) = 'Y'
          AND (PHRASE-SEP IS ALPHABETIC OR PHRASE-SEP IS NUMERIC)
            MOVE "FAIL" TO STRENGTH-VERDICT
            MOVE "SPECIAL" TO STRENGTH-FAILED-ON
        ELSE
        IF STRENGTH-BITS < POLICY-MIN-BITS(POLICY-MATCH-IDX)
            MOVE "FAIL" TO STRENGTH-VERDICT
            MOVE "BITS" TO STRENGTH-FAILED-ON
        END-IF
        END-IF
    END-IF.


SELECT-POLICY-IN-FORCE.
    *> settles which policy line the request is held to and starts the
    *> verdict at PASS under a policy, NONE without one
    IF POLICY-MATCH-IDX = 0
        MOVE POLICY-DEFAULT-IDX TO POLICY-MATCH-IDX
    END-IF
    IF POLICY-MATCH-IDX = 0
        MOVE "NONE" TO STRENGTH-VERDICT
    ELSE
        MOVE "PASS" TO STRENGTH-VERDICT
    END-IF.


COUNT-ALPHABET-SIZE.
    *> how many distinct characters CHAR-SET really holds: without special
    *> characters its tail is padded with 'A', and every excluded character
    *> was overwritten with a stand-in already in the set, so its 94
    *> positions overstate the alphabet
    MOVE 0 TO ALPHABET-SIZE
    PERFORM VARYING I FROM 34 BY 1 UNTIL I > 127  *> I is an ASCII code + 1
        MOVE FUNCTION CHAR(I) TO ASCII-CHAR
        MOVE 0 TO K
        INSPECT CHAR-SET TALLYING K FOR ALL ASCII-CHAR
        IF K > 0
            ADD 1 TO ALPHABET-SIZE
            END-ADD
        END-IF
    END-PERFORM.


REJECT-BELOW-POLICY.
    *> a request under its target's policy goes to the exceptions file
    *> under reason 07, saying which rule it missed
    MOVE "07" TO EXCEPTION-REASON-CODE
    IF STRENGTH-FAILED-ON = "SPECIAL"
        MOVE "target's strength policy requires special chars"
            TO EXCEPTION-REASON-TEXT
    ELSE
    IF STRENGTH-FAILED-ON = "LENGTH"
        MOVE "shorter than the target's minimum length"
            TO EXCEPTION-REASON-TEXT
    ELSE
        MOVE "effective strength below the target's minimum"
            TO EXCEPTION-REASON-TEXT
    END-IF
    END-IF
    PERFORM WRITE-EXCEPTION-RECORD
    ADD 1 TO STRENGTH-FAIL-COUNT
    END-ADD.


WRITE-STRENGTH-LINE.
    *> one line per request evaluated, for PW-STRENGTH-REPORT: what was
    *> asked for, the strength it came to and the policy it was held to --
    *> never the password itself
    MOVE SPACES TO STRENGTH-LOG-RECORD
    MOVE WINDOW-DATE TO SL-WINDOW-DATE
    MOVE PWR-REQ-ID TO SL-REQ-ID
    MOVE PWR-ACCOUNT TO SL-ACCOUNT
    MOVE MATCHED-TARGET TO SL-TARGET
    IF PWR-MODE = 'P' OR PWR-MODE = 'p'
        MOVE 'P' TO SL-MODE
    ELSE
        MOVE 'C' TO SL-MODE
    END-IF
    MOVE PWR-LEN TO SL-REQ-LEN
    MOVE STRENGTH-CHARS TO SL-CHARS
    MOVE ALPHABET-SIZE TO SL-ALPHABET
    MOVE STRENGTH-BITS TO SL-BITS
    MOVE 0 TO SL-MIN-BITS
    MOVE 0 TO SL-MIN-LEN
    IF POLICY-MATCH-IDX > 0
        IF POLICY-MATCH-IDX = POLICY-DEFAULT-IDX
            MOVE 'D' TO SL-POLICY-SOURCE
        ELSE
            MOVE 'T' TO SL-POLICY-SOURCE
        END-IF
        MOVE POLICY-MIN-BITS(POLICY-MATCH-IDX) TO SL-MIN-BITS
        MOVE POLICY-MIN-LEN(POLICY-MATCH-IDX) TO SL-MIN-LEN
        MOVE POLICY-SPECIAL(POLICY-MATCH-IDX) TO SL-SPECIAL
    END-IF
    MOVE STRENGTH-VERDICT TO SL-VERDICT
    MOVE STRENGTH-FAILED-ON TO SL-FAILED-ON
    WRITE STRENGTH-LOG-RECORD
    END-WRITE
    IF WS-FS NOT = "00"
        DISPLAY "I/O error writing strength log -- "
            "GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        MOVE 16 TO FAILURE-RC
        MOVE STRENGTH-LOG-FILE-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
    ELSE
        ADD 1 TO STRENGTH-LOG-LINES
        END-ADD
    END-IF.



PREPARE-LINEAGE.
    *> the window the batch books its lineage to, the request-ID history
    *> the source and intake date come from, and the lineage file itself --
    *> all three before the first request, so a batch never runs half-traced.
    *> the window itself was read by MAIN-LOGIC ahead of the stream setup
    MOVE WINDOW-READ-OK TO LINEAGE-READY
    IF LINEAGE-READY = 'Y'
        PERFORM LOAD-REQ-ID-HISTORY
    END-IF
    IF LINEAGE-READY = 'Y'
        PERFORM OPEN-LINEAGE-FILE
    END-IF.


READ-CURRENT-WINDOW.
    *> BATCH-WINDOW-DRIVER writes the window it is running before the first
    *> step; a missing or empty file means the step runs outside the driver,
    *> booked to today under sequence 0000
    MOVE 'Y' TO WINDOW-READ-OK
    MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-STAMP
    MOVE CURRENT-DATE-STAMP(1:8) TO WINDOW-DATE
    MOVE 0 TO WINDOW-SEQ
    OPEN INPUT CURRENT-WINDOW-FILE
    IF WS-FS NOT = "00" AND WS-FS NOT = "35"
        DISPLAY "could not read control file: " CURRENT-WINDOW-NAME WITH NO ADVANCING
        END-DISPLAY
        DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        MOVE 'N' TO WINDOW-READ-OK
        MOVE 08 TO FAILURE-RC
        MOVE CURRENT-WINDOW-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
    END-IF
    IF WS-FS = "00"
        READ CURRENT-WINDOW-FILE
            AT END
                CONTINUE
            NOT AT END
                IF CW-DATE NOT = SPACES AND CW-SEQ NUMERIC
                    MOVE CW-DATE TO WINDOW-DATE
                    MOVE CW-SEQ TO WINDOW-SEQ
                END-IF
        END-READ
        CLOSE CURRENT-WINDOW-FILE
    END-IF
    DISPLAY "batch window: " WINDOW-DATE " " WINDOW-SEQ
    END-DISPLAY.


LOAD-REQ-ID-HISTORY.
    *> the intake's request-ID history gives each request's source and
    *> intake date; a later line for the same ID (one reused after the old
    *> one aged out) wins. not-found just leaves them blank on the lineage
    MOVE 0 TO IDH-COUNT
    OPEN INPUT REQ-ID-HISTORY-FILE
    IF WS-FS NOT = "00" AND WS-FS NOT = "35"
        DISPLAY "could not read control file: " REQ-ID-HISTORY-NAME WITH NO ADVANCING
        END-DISPLAY
        DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        MOVE 'N' TO LINEAGE-READY
        MOVE 08 TO FAILURE-RC
        MOVE REQ-ID-HISTORY-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
    END-IF
    IF WS-FS = "00"
        PERFORM UNTIL WS-FS NOT = "00"
            READ REQ-ID-HISTORY-FILE
                AT END
                    MOVE "10" TO WS-FS  *> any non-"00" status ends the PERFORM above
                NOT AT END
                    IF RIH-REQ-ID NOT = SPACES
                        IF IDH-COUNT < 2000
                            ADD 1 TO IDH-COUNT
                            END-ADD
                            MOVE RIH-REQ-ID TO IDH-REQ-ID(IDH-COUNT)
                            MOVE RIH-DATE TO IDH-DATE(IDH-COUNT)
                            MOVE RIH-SOURCE TO IDH-SOURCE(IDH-COUNT)
                        ELSE
                            IF IDH-OVERFLOW = 'N'
                                MOVE 'Y' TO IDH-OVERFLOW
                                DISPLAY "WARNING: more than 2000 IDs in "
                                    REQ-ID-HISTORY-NAME " -- lineage of the "
                                    "newer ones carries no source"
                                END-DISPLAY
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REQ-ID-HISTORY-FILE
    END-IF.


OPEN-LINEAGE-FILE.
    *> kept open I-O for the whole batch; the very first batch finds no file
    *> (35) and creates it empty first
    OPEN I-O LINEAGE-FILE
    IF WS-FS = "35"
        OPEN OUTPUT LINEAGE-FILE
        IF WS-FS = "00"
            CLOSE LINEAGE-FILE
            DISPLAY LINEAGE-FILE-NAME " not present -- created empty"
            END-DISPLAY
            OPEN I-O LINEAGE-FILE
        END-IF
    END-IF
    IF WS-FS NOT = "00"
        DISPLAY "could not write to file: " LINEAGE-FILE-NAME WITH NO ADVANCING
        END-DISPLAY
        DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        MOVE 'N' TO LINEAGE-READY
        MOVE 12 TO FAILURE-RC
        MOVE LINEAGE-FILE-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
    ELSE
        MOVE 'Y' TO LINEAGE-OPEN
    END-IF.


NOTE-DRAW-START.
    *> where the request at hand starts drawing: J is the next unconsumed
    *> value, and the provenance fields describe the pair it indexes
    MOVE J TO DRAW-FIRST-J
    MOVE C-END TO DRAW-START-C-END
    MOVE 'N' TO DRAW-CROSSED-END
    PERFORM NOTE-DRAW-PAIR.


NOTE-DRAW-PAIR.
    MOVE FILE-BITS-X-NAME TO DRAW-START-FILE
    MOVE STREAM-RUN-ID-VAL TO DRAW-START-RUN-ID
    IF STREAM-FOUND = 'Y' AND CONSUMED-AUDIT-OK = 'N'
        *> no audit line describes the consumed pair: say so, don't guess
        MOVE 0 TO DRAW-START-SEED
        MOVE 0 TO DRAW-START-GEN
        MOVE SPACES TO DRAW-START-CERT
    ELSE
        MOVE AUDIT-SEED-VAL TO DRAW-START-SEED
        MOVE AUDIT-GEN-VAL TO DRAW-START-GEN
        MOVE AUDIT-CERT-VAL TO DRAW-START-CERT
    END-IF.


WRITE-LINEAGE-RECORD.
    *> one record per fulfilled request, written right behind its result
    *> line. a request whose very first draw already ran off the end drew
    *> nothing from the pair noted at its start -- its lineage begins at
    *> value 1 of the pair in use now. a rerun of the same window rewrites
    *> the record, since its result line was rewritten too
    IF DRAW-CROSSED-END = 'Y' AND DRAW-FIRST-J > DRAW-START-C-END
        MOVE 1 TO DRAW-FIRST-J
        MOVE 'N' TO DRAW-CROSSED-END
        PERFORM NOTE-DRAW-PAIR
    END-IF

    MOVE SPACES TO LINEAGE-RECORD
    MOVE PWR-REQ-ID TO LN-REQ-ID
    MOVE WINDOW-DATE TO LN-WINDOW-DATE
    MOVE WINDOW-SEQ TO LN-WINDOW-SEQ
    MOVE PWR-ACCOUNT TO LN-ACCOUNT
    PERFORM VARYING IDH-IDX FROM 1 BY 1 UNTIL IDH-IDX > IDH-COUNT
        IF IDH-REQ-ID(IDH-IDX) = PWR-REQ-ID
            MOVE IDH-SOURCE(IDH-IDX) TO LN-SOURCE
            MOVE IDH-DATE(IDH-IDX) TO LN-INTAKE-DATE
        END-IF
    END-PERFORM
    MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-STAMP
    MOVE CURRENT-DATE-STAMP(1:14) TO LN-GENERATED
    IF PWR-MODE = 'P' OR PWR-MODE = 'p'
        MOVE 'P' TO LN-MODE
    ELSE
        MOVE 'C' TO LN-MODE
    END-IF
    MOVE MATCHED-TARGET TO LN-TARGET
    MOVE DRAW-START-FILE TO LN-STREAM-FILE
    MOVE DRAW-START-RUN-ID TO LN-RUN-ID
    MOVE DRAW-START-SEED TO LN-SEED
    MOVE DRAW-START-GEN TO LN-GEN-ID
    MOVE DRAW-START-CERT TO LN-CERT-ID
    MOVE DRAW-FIRST-J TO LN-FIRST-ELEMENT
    COMPUTE LN-LAST-ELEMENT = J - 1
    END-COMPUTE
    MOVE REDRAW-COUNT TO LN-REDRAWS
    IF DRAW-CROSSED-END = 'Y'
        IF FILE-BITS-X-NAME NOT = DRAW-START-FILE
            MOVE 'R' TO LN-CROSSED
            MOVE FILE-BITS-X-NAME TO LN-END-STREAM-FILE
            MOVE STREAM-RUN-ID-VAL TO LN-END-RUN-ID
        ELSE
            MOVE 'W' TO LN-CROSSED
        END-IF
    END-IF

    WRITE LINEAGE-RECORD
        INVALID KEY
            REWRITE LINEAGE-RECORD
                INVALID KEY
                    CONTINUE
            END-REWRITE
    END-WRITE
    IF WS-FS NOT = "00"
        DISPLAY "I/O error writing request lineage -- "
            "GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        MOVE 16 TO FAILURE-RC
        MOVE LINEAGE-FILE-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
    END-IF.


READ-BATCH-CHECKPOINT.
    *> an unfinished checkpoint counts only when it belongs to this very
    *> window -- one left by another window, or a finished one, is ignored
    *> and the batch starts from the top (its first checkpoint overwrites
    *> it). one that is there but can't be read, or a damaged one for this
    *> window, stops the batch: starting from the top would reissue every
    *> password the interrupted run had already written
    MOVE 'N' TO BATCH-RESUME
    *> a fresh batch is its own; a restart takes the interrupted run's stamp
    *> back from the checkpoint, so its statistics replace that run's
    MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-STAMP
    MOVE CURRENT-DATE-STAMP(1:14) TO CK-W-BATCH-STAMP
    OPEN INPUT BATCH-CHECKPOINT-FILE
    IF WS-FS NOT = "00" AND WS-FS NOT = "35"
        DISPLAY "could not read control file: " BATCH-CHECKPOINT-NAME WITH NO ADVANCING
        END-DISPLAY
        DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        MOVE 'Y' TO CKPT-FILE-BAD
        MOVE 08 TO FAILURE-RC
        MOVE BATCH-CHECKPOINT-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
    END-IF
    IF WS-FS = "00"
        READ BATCH-CHECKPOINT-FILE
            AT END
                CONTINUE
            NOT AT END
                IF CK-WINDOW-DATE = WINDOW-DATE
                  AND CK-WINDOW-SEQ NUMERIC
                  AND CK-WINDOW-SEQ = WINDOW-SEQ
                  AND CK-STATE = 'U'
                    IF CK-RECORDS-DONE NUMERIC AND CK-REQUESTS-SEEN NUMERIC
                      AND CK-RESULTS NUMERIC AND CK-EXCEPTIONS NUMERIC
                      AND CK-STRENGTH-LINES NUMERIC
                      AND CK-STRENGTH-FAILS NUMERIC
                      AND CK-STREAM-IDX NUMERIC AND CK-SEED NUMERIC
                      AND CK-NEXT-J NUMERIC
                        MOVE 'Y' TO BATCH-RESUME
                        MOVE CK-LAST-REQ-ID TO CK-W-LAST-REQ-ID
                        MOVE CK-RECORDS-DONE TO CK-W-RECORDS-DONE
                        MOVE CK-REQUESTS-SEEN TO CK-W-REQUESTS-SEEN
                        MOVE CK-RESULTS TO CK-W-RESULTS
                        MOVE CK-EXCEPTIONS TO CK-W-EXCEPTIONS
                        MOVE CK-STRENGTH-LINES TO CK-W-STRENGTH-LINES
                        MOVE CK-STRENGTH-FAILS TO CK-W-STRENGTH-FAILS
                        MOVE CK-PASSPHRASE-USED TO CK-W-PASSPHRASE-USED
                        MOVE CK-SOURCE TO CK-W-SOURCE
                        MOVE CK-STREAM-IDX TO CK-W-STREAM-IDX
                        MOVE CK-SEED TO CK-W-SEED
                        MOVE CK-NEXT-J TO CK-W-NEXT-J
                        IF CK-VALUES-DRAWN NUMERIC
                            MOVE CK-VALUES-DRAWN TO CK-W-VALUES-DRAWN
                        ELSE
                            MOVE 0 TO CK-W-VALUES-DRAWN
                        END-IF
                        IF CK-BATCH-STAMP NOT = SPACES
                            MOVE CK-BATCH-STAMP TO CK-W-BATCH-STAMP
                        END-IF
                        *> the interrupted run's stream position, not the
                        *> one the last window left: APPLY-STREAM-CURSOR then
                        *> resumes exactly where the checkpoint stopped
                        MOVE CK-SOURCE TO CUR-W-SOURCE
                        IF CK-STREAM-IDX > 0
                            MOVE CK-STREAM-IDX TO CUR-W-IDX
                        ELSE
                            MOVE 1 TO CUR-W-IDX
                        END-IF
                        MOVE CK-SEED TO CUR-W-SEED
                        MOVE CK-NEXT-J TO CUR-W-NEXT-J
                        MOVE 'Y' TO CURSOR-PRESENT
                        DISPLAY "restarting interrupted password batch after "
                            "request " CK-W-LAST-REQ-ID " (" CK-W-RECORDS-DONE
                            " request record(s) settled) from "
                            BATCH-CHECKPOINT-NAME
                        END-DISPLAY
                    ELSE
                        DISPLAY "checkpoint for this window is damaged: "
                            BATCH-CHECKPOINT-NAME
                        END-DISPLAY
                        MOVE 'Y' TO CKPT-FILE-BAD
                        MOVE 08 TO FAILURE-RC
                        MOVE BATCH-CHECKPOINT-NAME TO FAILURE-FILE
                        PERFORM RECORD-STEP-FAILURE
                    END-IF
                END-IF
        END-READ
        CLOSE BATCH-CHECKPOINT-FILE
    END-IF.


PREPARE-BATCH-RESTART.
    *> the interrupted run usually got further than its last checkpoint, so
    *> every output is cut back to exactly what the checkpoint vouches for
    *> before appending -- a blind EXTEND would deliver the overlap twice.
    *> the request file must still hold the checkpointed request where the
    *> checkpoint says it was; anything that doesn't line up stops the batch
    PERFORM CHECK-SETTLED-REQUESTS
    IF BATCH-START-OK = 'Y'
        PERFORM TRIM-RESULTS-FILE
    END-IF
    IF BATCH-START-OK = 'Y'
        PERFORM TRIM-EXCEPTIONS-FILE
    END-IF
    IF BATCH-START-OK = 'Y'
        PERFORM TRIM-STRENGTH-LOG
    END-IF
    IF BATCH-START-OK = 'Y'
        *> the run's totals pick up where the checkpoint left them, so the
        *> step reports on the whole window, not just the part after it
        MOVE CK-W-RECORDS-DONE TO BATCH-RECORDS-READ
        MOVE CK-W-REQUESTS-SEEN TO REQUESTS-SEEN
        MOVE CK-W-RESULTS TO RESULT-COUNT
        MOVE CK-W-EXCEPTIONS TO EXCEPTION-COUNT
        MOVE CK-W-STRENGTH-LINES TO STRENGTH-LOG-LINES
        MOVE CK-W-STRENGTH-FAILS TO STRENGTH-FAIL-COUNT
        IF CK-W-PASSPHRASE-USED = 'Y'
            MOVE 'Y' TO PASSPHRASE-USED
        END-IF
    END-IF.


CHECK-SETTLED-REQUESTS.
    MOVE 0 TO TRIM-COUNT
    MOVE SPACES TO TRIM-LAST-REQ-ID
    OPEN INPUT PW-REQUESTS-FILE
    IF WS-FS NOT = "00"
        DISPLAY "could not read control file: " PW-REQUESTS-FILE-NAME WITH NO ADVANCING
        END-DISPLAY
        DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        MOVE 'N' TO BATCH-START-OK
        MOVE 08 TO FAILURE-RC
        MOVE PW-REQUESTS-FILE-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
    ELSE
        PERFORM UNTIL WS-FS NOT = "00" OR TRIM-COUNT >= CK-W-RECORDS-DONE
            READ PW-REQUESTS-FILE
                AT END
                    MOVE "10" TO WS-FS  *> any non-"00" status ends the PERFORM above
                NOT AT END
                    ADD 1 TO TRIM-COUNT
                    END-ADD
                    MOVE PWR-REQ-ID TO TRIM-LAST-REQ-ID
            END-READ
        END-PERFORM
        CLOSE PW-REQUESTS-FILE
        IF TRIM-COUNT < CK-W-RECORDS-DONE
          OR TRIM-LAST-REQ-ID NOT = CK-W-LAST-REQ-ID
            DISPLAY "checkpoint does not match " PW-REQUESTS-FILE-NAME
                " -- request record " CK-W-RECORDS-DONE " is not request "
                CK-W-LAST-REQ-ID
            END-DISPLAY
            MOVE 'N' TO BATCH-START-OK
            MOVE 08 TO FAILURE-RC
            MOVE BATCH-CHECKPOINT-NAME TO FAILURE-FILE
            PERFORM RECORD-STEP-FAILURE
        END-IF
    END-IF.


TRIM-RESULTS-FILE.
    *> two passes through a work file: copy the first CK-W-RESULTS records
    *> out, then copy them back over the original. the work file is left
    *> holding them -- LOAD-BATCH-HISTORY folds them back into the history
    MOVE 'N' TO TRIM-SHORT
    MOVE 'N' TO TRIM-IO-FAILED
    MOVE 0 TO TRIM-COUNT
    OPEN INPUT PW-RESULTS-FILE
    IF WS-FS = "35" AND CK-W-RESULTS = 0
        OPEN OUTPUT RESULT-TRIM-FILE
        IF WS-FS NOT = "00"
            MOVE 12 TO FAILURE-RC
            MOVE RESULT-TRIM-NAME TO FAILURE-FILE
            PERFORM NOTE-TRIM-IO-FAILURE
        ELSE
            CLOSE RESULT-TRIM-FILE
        END-IF
    ELSE
    IF WS-FS NOT = "00"
        MOVE 'Y' TO TRIM-SHORT
    ELSE
        OPEN OUTPUT RESULT-TRIM-FILE
        IF WS-FS NOT = "00"
            MOVE 12 TO FAILURE-RC
            MOVE RESULT-TRIM-NAME TO FAILURE-FILE
            PERFORM NOTE-TRIM-IO-FAILURE
            CLOSE PW-RESULTS-FILE
        ELSE
            PERFORM UNTIL WS-FS NOT = "00" OR TRIM-COUNT >= CK-W-RESULTS
                READ PW-RESULTS-FILE
                    AT END
                        MOVE "10" TO WS-FS  *> any non-"00" status ends the PERFORM above
                    NOT AT END
                        MOVE PW-RESULT-RECORD TO RESULT-TRIM-RECORD
                        WRITE RESULT-TRIM-RECORD
                        END-WRITE
                        IF WS-FS NOT = "00"
                            MOVE 16 TO FAILURE-RC
                            MOVE RESULT-TRIM-NAME TO FAILURE-FILE
                            PERFORM NOTE-TRIM-IO-FAILURE
                        ELSE
                            ADD 1 TO TRIM-COUNT
                            END-ADD
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PW-RESULTS-FILE
            CLOSE RESULT-TRIM-FILE
        END-IF

        IF TRIM-IO-FAILED = 'Y'
            CONTINUE
        ELSE
        IF TRIM-COUNT < CK-W-RESULTS
            MOVE 'Y' TO TRIM-SHORT
        ELSE
            *> the work file is opened first: the original is only emptied
            *> once what replaces it is known to be readable
            OPEN INPUT RESULT-TRIM-FILE
            IF WS-FS NOT = "00"
                MOVE 16 TO FAILURE-RC
                MOVE RESULT-TRIM-NAME TO FAILURE-FILE
                PERFORM NOTE-TRIM-IO-FAILURE
            ELSE
                OPEN OUTPUT PW-RESULTS-FILE
                IF WS-FS NOT = "00"
                    MOVE 12 TO FAILURE-RC
                    MOVE PW-RESULTS-FILE-NAME TO FAILURE-FILE
                    PERFORM NOTE-TRIM-IO-FAILURE
                    CLOSE RESULT-TRIM-FILE
                ELSE
                    PERFORM UNTIL WS-FS NOT = "00"
                        READ RESULT-TRIM-FILE
                            AT END
                                MOVE "10" TO WS-FS
                            NOT AT END
                                WRITE PW-RESULT-RECORD FROM RESULT-TRIM-RECORD
                                END-WRITE
                                IF WS-FS NOT = "00"
                                    DISPLAY "I/O error rewriting trimmed output -- "
                                        "GnuCOBOL-specific file status code: " WS-FS
                                    END-DISPLAY
                                    MOVE 'Y' TO TRIM-SHORT
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE RESULT-TRIM-FILE
                    CLOSE PW-RESULTS-FILE
                END-IF
            END-IF
        END-IF
        END-IF
    END-IF
    END-IF
    IF TRIM-SHORT = 'Y'
        MOVE PW-RESULTS-FILE-NAME TO FAILURE-FILE
        PERFORM NOTE-TRIM-FAILURE
    END-IF.


TRIM-EXCEPTIONS-FILE.
    MOVE 'N' TO TRIM-SHORT
    MOVE 'N' TO TRIM-IO-FAILED
    MOVE 0 TO TRIM-COUNT
    OPEN INPUT PW-EXCEPTIONS-FILE
    IF WS-FS = "35" AND CK-W-EXCEPTIONS = 0
        CONTINUE
    ELSE
    IF WS-FS NOT = "00"
        MOVE 'Y' TO TRIM-SHORT
    ELSE
        OPEN OUTPUT BATCH-TRIM-FILE
        IF WS-FS NOT = "00"
            MOVE 12 TO FAILURE-RC
            MOVE BATCH-TRIM-NAME TO FAILURE-FILE
            PERFORM NOTE-TRIM-IO-FAILURE
            CLOSE PW-EXCEPTIONS-FILE
        ELSE
            PERFORM UNTIL WS-FS NOT = "00" OR TRIM-COUNT >= CK-W-EXCEPTIONS
                READ PW-EXCEPTIONS-FILE
                    AT END
                        MOVE "10" TO WS-FS  *> any non-"00" status ends the PERFORM above
                    NOT AT END
                        MOVE PW-EXCEPTION-RECORD TO BATCH-TRIM-RECORD
                        WRITE BATCH-TRIM-RECORD
                        END-WRITE
                        IF WS-FS NOT = "00"
                            MOVE 16 TO FAILURE-RC
                            MOVE BATCH-TRIM-NAME TO FAILURE-FILE
                            PERFORM NOTE-TRIM-IO-FAILURE
                        ELSE
                            ADD 1 TO TRIM-COUNT
                            END-ADD
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PW-EXCEPTIONS-FILE
            CLOSE BATCH-TRIM-FILE
        END-IF

        IF TRIM-IO-FAILED = 'Y'
            CONTINUE
        ELSE
        IF TRIM-COUNT < CK-W-EXCEPTIONS
            MOVE 'Y' TO TRIM-SHORT
        ELSE
            *> the work file is opened first: the original is only emptied
            *> once what replaces it is known to be readable
            OPEN INPUT BATCH-TRIM-FILE
            IF WS-FS NOT = "00"
                MOVE 16 TO FAILURE-RC
                MOVE BATCH-TRIM-NAME TO FAILURE-FILE
                PERFORM NOTE-TRIM-IO-FAILURE
            ELSE
                OPEN OUTPUT PW-EXCEPTIONS-FILE
                IF WS-FS NOT = "00"
                    MOVE 12 TO FAILURE-RC
                    MOVE PW-EXCEPTIONS-FILE-NAME TO FAILURE-FILE
                    PERFORM NOTE-TRIM-IO-FAILURE
                    CLOSE BATCH-TRIM-FILE
                ELSE
                    PERFORM UNTIL WS-FS NOT = "00"
                        READ BATCH-TRIM-FILE
                            AT END
                                MOVE "10" TO WS-FS
                            NOT AT END
                                MOVE BATCH-TRIM-RECORD TO PW-EXCEPTION-RECORD
                                WRITE PW-EXCEPTION-RECORD
                                END-WRITE
                                IF WS-FS NOT = "00"
                                    DISPLAY "I/O error rewriting trimmed output -- "
                                        "GnuCOBOL-specific file status code: " WS-FS
                                    END-DISPLAY
                                    MOVE 'Y' TO TRIM-SHORT
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE BATCH-TRIM-FILE
                    CLOSE PW-EXCEPTIONS-FILE
                END-IF
            END-IF
        END-IF
        END-IF
    END-IF
    END-IF
    IF TRIM-SHORT = 'Y'
        MOVE PW-EXCEPTIONS-FILE-NAME TO FAILURE-FILE
        PERFORM NOTE-TRIM-FAILURE
    END-IF.


TRIM-STRENGTH-LOG.
    *> the log is appended across windows, so the checkpoint's count takes
    *> in the earlier windows' lines as well -- only this window's lines past
    *> the checkpoint are cut
    MOVE 'N' TO TRIM-SHORT
    MOVE 'N' TO TRIM-IO-FAILED
    MOVE 0 TO TRIM-COUNT
    OPEN INPUT STRENGTH-LOG-FILE
    IF WS-FS = "35" AND CK-W-STRENGTH-LINES = 0
        CONTINUE
    ELSE
    IF WS-FS NOT = "00"
        MOVE 'Y' TO TRIM-SHORT
    ELSE
        OPEN OUTPUT BATCH-TRIM-FILE
        IF WS-FS NOT = "00"
            MOVE 12 TO FAILURE-RC
            MOVE BATCH-TRIM-NAME TO FAILURE-FILE
            PERFORM NOTE-TRIM-IO-FAILURE
            CLOSE STRENGTH-LOG-FILE
        ELSE
            PERFORM UNTIL WS-FS NOT = "00" OR TRIM-COUNT >= CK-W-STRENGTH-LINES
                READ STRENGTH-LOG-FILE
                    AT END
                        MOVE "10" TO WS-FS  *> any non-"00" status ends the PERFORM above
                    NOT AT END
                        MOVE STRENGTH-LOG-RECORD TO BATCH-TRIM-RECORD
                        WRITE BATCH-TRIM-RECORD
                        END-WRITE
                        IF WS-FS NOT = "00"
                            MOVE 16 TO FAILURE-RC
                            MOVE BATCH-TRIM-NAME TO FAILURE-FILE
                            PERFORM NOTE-TRIM-IO-FAILURE
                        ELSE
                            ADD 1 TO TRIM-COUNT
                            END-ADD
                        END-IF
                END-READ
            END-PERFORM
            CLOSE STRENGTH-LOG-FILE
            CLOSE BATCH-TRIM-FILE
        END-IF

        IF TRIM-IO-FAILED = 'Y'
            CONTINUE
        ELSE
        IF TRIM-COUNT < CK-W-STRENGTH-LINES
            MOVE 'Y' TO TRIM-SHORT
        ELSE
            *> the work file is opened first: the original is only emptied
            *> once what replaces it is known to be readable
            OPEN INPUT BATCH-TRIM-FILE
            IF WS-FS NOT = "00"
                MOVE 16 TO FAILURE-RC
                MOVE BATCH-TRIM-NAME TO FAILURE-FILE
                PERFORM NOTE-TRIM-IO-FAILURE
            ELSE
                OPEN OUTPUT STRENGTH-LOG-FILE
                IF WS-FS NOT = "00"
                    MOVE 12 TO FAILURE-RC
                    MOVE STRENGTH-LOG-FILE-NAME TO FAILURE-FILE
                    PERFORM NOTE-TRIM-IO-FAILURE
                    CLOSE BATCH-TRIM-FILE
                ELSE
                    PERFORM UNTIL WS-FS NOT = "00"
                        READ BATCH-TRIM-FILE
                            AT END
                                MOVE "10" TO WS-FS
                            NOT AT END
                                MOVE BATCH-TRIM-RECORD TO STRENGTH-LOG-RECORD
                                WRITE STRENGTH-LOG-RECORD
                                END-WRITE
                                IF WS-FS NOT = "00"
                                    DISPLAY "I/O error rewriting trimmed output -- "
                                        "GnuCOBOL-specific file status code: " WS-FS
                                    END-DISPLAY
                                    MOVE 'Y' TO TRIM-SHORT
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE BATCH-TRIM-FILE
                    CLOSE STRENGTH-LOG-FILE
                END-IF
            END-IF
        END-IF
        END-IF
    END-IF
    END-IF
    IF TRIM-SHORT = 'Y'
        MOVE STRENGTH-LOG-FILE-NAME TO FAILURE-FILE
        PERFORM NOTE-TRIM-FAILURE
    END-IF.


NOTE-TRIM-FAILURE.
    *> an output holding fewer records than the checkpoint claimed, or a
    *> trim that hit an I/O error, leaves nothing trustworthy to continue
    *> from; FAILURE-FILE is set by the caller
    DISPLAY "checkpoint could not be applied cleanly -- " FAILURE-FILE
        " holds fewer records than " BATCH-CHECKPOINT-NAME " says were settled"
    END-DISPLAY
    MOVE 'N' TO BATCH-START-OK
    MOVE 16 TO FAILURE-RC
    PERFORM RECORD-STEP-FAILURE.


NOTE-TRIM-IO-FAILURE.
    *> a work file or output that couldn't be opened or written while the
    *> outputs were cut back; the caller sets FAILURE-RC and FAILURE-FILE
    *> and the batch stops before anything more is written
    DISPLAY "I/O error applying the checkpoint: " FAILURE-FILE WITH NO ADVANCING
    END-DISPLAY
    DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
    END-DISPLAY
    MOVE 'Y' TO TRIM-IO-FAILED
    MOVE 'N' TO BATCH-START-OK
    PERFORM RECORD-STEP-FAILURE.


COUNT-STRENGTH-LOG.
    *> what the strength log already holds from earlier windows, so this
    *> batch's checkpoints can say where its own lines end; not-found (35)
    *> just means none yet
    MOVE 0 TO STRENGTH-LOG-LINES
    OPEN INPUT STRENGTH-LOG-FILE
    IF WS-FS NOT = "00" AND WS-FS NOT = "35"
        DISPLAY "could not read control file: " STRENGTH-LOG-FILE-NAME WITH NO ADVANCING
        END-DISPLAY
        DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        MOVE 'N' TO BATCH-START-OK
        MOVE 08 TO FAILURE-RC
        MOVE STRENGTH-LOG-FILE-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
    END-IF
    IF WS-FS = "00"
        PERFORM UNTIL WS-FS NOT = "00"
            READ STRENGTH-LOG-FILE
                AT END
                    MOVE "10" TO WS-FS  *> any non-"00" status ends the PERFORM above
                NOT AT END
                    ADD 1 TO STRENGTH-LOG-LINES
                    END-ADD
            END-READ
        END-PERFORM
        CLOSE STRENGTH-LOG-FILE
    END-IF.


LOAD-BATCH-HISTORY.
    *> a fresh batch sets the history aside as it stood before the first
    *> request (HISTORY-SNAPSHOT-NAME). a restart loads that copy and folds
    *> back in the passwords the checkpoint kept on the results file, so the
    *> table holds exactly what the interrupted run held at its checkpoint
    *> -- whatever that run wrote to pw_history.dat before it stopped is not
    *> folded in a second time
    MOVE PW-HISTORY-FILE-NAME TO HISTORY-NAME-HOLD
    IF BATCH-RESUME = 'Y'
        MOVE HISTORY-SNAPSHOT-NAME TO PW-HISTORY-FILE-NAME
        OPEN INPUT PW-HISTORY-FILE
        IF WS-FS = "00"
            CLOSE PW-HISTORY-FILE
            PERFORM LOAD-PW-HISTORY
        ELSE
            *> not-found counts here too: an empty table would drop every
            *> account's history at the rewrite
            DISPLAY "could not read control file: " HISTORY-SNAPSHOT-NAME WITH NO ADVANCING
            END-DISPLAY
            DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
            END-DISPLAY
            MOVE 'N' TO HISTORY-LOAD-OK
            MOVE 08 TO FAILURE-RC
            MOVE HISTORY-SNAPSHOT-NAME TO FAILURE-FILE
            PERFORM RECORD-STEP-FAILURE
        END-IF
        MOVE HISTORY-NAME-HOLD TO PW-HISTORY-FILE-NAME
        IF HISTORY-LOAD-OK = 'Y'
            PERFORM FOLD-SETTLED-RESULTS
        END-IF
    ELSE
        PERFORM LOAD-PW-HISTORY
        IF HISTORY-LOAD-OK = 'Y'
            MOVE FAILURES-RECORDED TO BATCH-FAILURES-BASE
            MOVE HISTORY-SNAPSHOT-NAME TO PW-HISTORY-FILE-NAME
            PERFORM WRITE-PW-HISTORY
            MOVE HISTORY-NAME-HOLD TO PW-HISTORY-FILE-NAME
            IF FAILURES-RECORDED NOT = BATCH-FAILURES-BASE
                *> without the copy a restart could not rebuild the history
                DISPLAY "the password history could not be set aside for a "
                    "restart"
                END-DISPLAY
                MOVE 'N' TO HISTORY-LOAD-OK
            END-IF
        END-IF
    END-IF.


FOLD-SETTLED-RESULTS.
    OPEN INPUT RESULT-TRIM-FILE
    IF WS-FS NOT = "00"
        DISPLAY "could not read control file: " RESULT-TRIM-NAME WITH NO ADVANCING
        END-DISPLAY
        DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        MOVE 'N' TO HISTORY-LOAD-OK
        MOVE 08 TO FAILURE-RC
        MOVE RESULT-TRIM-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
    ELSE
        PERFORM UNTIL WS-FS NOT = "00"
            READ RESULT-TRIM-FILE
                AT END
                    MOVE "10" TO WS-FS  *> any non-"00" status ends the PERFORM above
                NOT AT END
                    IF TRS-ACCOUNT NOT = SPACES
                        MOVE TRS-ACCOUNT TO HIST-WK-ACCOUNT
                        MOVE TRS-PASSWORD TO HIST-WK-PW
                        PERFORM STORE-HISTORY-ENTRY
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RESULT-TRIM-FILE
    END-IF.


SKIP-SETTLED-REQUESTS.
    *> CHECK-SETTLED-REQUESTS already proved the records are there
    PERFORM CK-W-RECORDS-DONE TIMES
        READ PW-REQUESTS-FILE
            AT END
                CONTINUE
        END-READ
    END-PERFORM.


NOTE-BATCH-RESTART.
    *> the restart goes on the audit trail against the stream the batch
    *> resumes on -- but, as for the passphrase trace, never with an
    *> invented provenance
    DISPLAY "password batch resumes after request " CK-W-LAST-REQ-ID
        " -- " CK-W-RESULTS " password(s) and " CK-W-EXCEPTIONS
        " exception(s) already written this window"
    END-DISPLAY
    IF STREAM-FOUND = 'N' OR CONSUMED-AUDIT-OK = 'Y'
        MOVE SPACES TO AUDIT-NOTE-TEXT
        STRING "BATCH RESTART AFTER " CK-W-LAST-REQ-ID
            DELIMITED BY SIZE INTO AUDIT-NOTE-TEXT
        END-STRING
        PERFORM WRITE-AUDIT-RECORD
        MOVE SPACES TO AUDIT-NOTE-TEXT
    ELSE
        DISPLAY "consumed stream has no audit line -- restart note not "
            "appended"
        END-DISPLAY
    END-IF.


NOTE-SETTLED-REQUEST.
    *> the position a checkpoint taken now would record: the request just
    *> settled, what the outputs hold, and where the stream stands -- the
    *> same position WRITE-STREAM-CURSOR would write for it
    MOVE PWR-REQ-ID TO CK-W-LAST-REQ-ID
    MOVE BATCH-RECORDS-READ TO CK-W-RECORDS-DONE
    MOVE REQUESTS-SEEN TO CK-W-REQUESTS-SEEN
    MOVE RESULT-COUNT TO CK-W-RESULTS
    MOVE EXCEPTION-COUNT TO CK-W-EXCEPTIONS
    MOVE STRENGTH-LOG-LINES TO CK-W-STRENGTH-LINES
    MOVE STRENGTH-FAIL-COUNT TO CK-W-STRENGTH-FAILS
    MOVE PASSPHRASE-USED TO CK-W-PASSPHRASE-USED
    MOVE FILE-BITS-X-NAME TO CK-W-SOURCE
    IF STREAM-FOUND = 'Y'
        MOVE STREAM-IDX TO CK-W-STREAM-IDX
        IF CONSUMED-AUDIT-OK = 'Y'
            MOVE AUDIT-SEED-VAL TO CK-W-SEED
        ELSE
            MOVE 0 TO CK-W-SEED
        END-IF
    ELSE
        MOVE 1 TO CK-W-STREAM-IDX
        MOVE AUDIT-SEED-VAL TO CK-W-SEED
    END-IF
    IF WRAP-WARNED = 'Y'
        COMPUTE CK-W-NEXT-J = C-END + 1
        END-COMPUTE
    ELSE
        MOVE J TO CK-W-NEXT-J
    END-IF
    COMPUTE CK-W-VALUES-DRAWN = VALUES-DRAWN + J - SEGMENT-START-J
    END-COMPUTE.


CHECKPOINT-BATCH.
    *> close the outputs so every record up to the last settled request
    *> really is on disk, record the position, then reopen EXTEND and carry
    *> on -- as RANDOM-STREAMS-FOR-PERF-STATS does for a long stream
    CLOSE PW-RESULTS-FILE
    CLOSE PW-EXCEPTIONS-FILE
    CLOSE STRENGTH-LOG-FILE
    PERFORM WRITE-BATCH-CHECKPOINT
    MOVE 0 TO CKPT-COUNTER
    IF CKPT-WRITE-OK = 'N'
        *> no restart point for what was just settled: the batch ends here
        *> rather than issue more that a rerun could not account for
        MOVE "99" TO WS-FS  *> any non-"00" status ends BATCH-REQUEST-LOOP's PERFORM
    ELSE
    MOVE PW-RESULTS-FILE-NAME TO FAILURE-FILE
    OPEN EXTEND PW-RESULTS-FILE
    IF WS-FS = "00"
        MOVE PW-EXCEPTIONS-FILE-NAME TO FAILURE-FILE
        OPEN EXTEND PW-EXCEPTIONS-FILE
    END-IF
    IF WS-FS = "00"
        MOVE STRENGTH-LOG-FILE-NAME TO FAILURE-FILE
        OPEN EXTEND STRENGTH-LOG-FILE
    END-IF
    IF WS-FS NOT = "00"
        *> treated like any other mid-run I/O failure: the batch ends here
        *> (the bad status ends BATCH-REQUEST-LOOP's PERFORM) and the
        *> checkpoint just written is the restart point
        DISPLAY "could not reopen " FAILURE-FILE " after a checkpoint -- "
            "GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        MOVE 16 TO FAILURE-RC
        PERFORM RECORD-STEP-FAILURE
    END-IF
    END-IF.


WRITE-BATCH-CHECKPOINT.
    MOVE 'U' TO CKPT-STATE-VAL
    PERFORM PUT-BATCH-CHECKPOINT.


FINALIZE-BATCH-CHECKPOINT.
    *> a finished checkpoint no longer matches READ-BATCH-CHECKPOINT's
    *> unfinished test, so the next run of the window starts from the top.
    *> one that can't be written fails the step: the unfinished one left
    *> behind would make a rerun of the window skip what it already did
    MOVE 'C' TO CKPT-STATE-VAL
    PERFORM PUT-BATCH-CHECKPOINT.


PUT-BATCH-CHECKPOINT.
    *> the one-record checkpoint, rewritten whole in state CKPT-STATE-VAL
    MOVE 'N' TO CKPT-WRITE-OK
    OPEN OUTPUT BATCH-CHECKPOINT-FILE
    IF WS-FS NOT = "00"
        DISPLAY "could not write to file: " BATCH-CHECKPOINT-NAME WITH NO ADVANCING
        END-DISPLAY
        DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        MOVE 12 TO FAILURE-RC
        MOVE BATCH-CHECKPOINT-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
    ELSE
        PERFORM FILL-CHECKPOINT-RECORD
        MOVE CKPT-STATE-VAL TO CK-STATE
        WRITE BATCH-CHECKPOINT-RECORD
        END-WRITE
        IF WS-FS NOT = "00"
            DISPLAY "I/O error writing " BATCH-CHECKPOINT-NAME
                " -- GnuCOBOL-specific file status code: " WS-FS
            END-DISPLAY
            MOVE 16 TO FAILURE-RC
            MOVE BATCH-CHECKPOINT-NAME TO FAILURE-FILE
            PERFORM RECORD-STEP-FAILURE
        ELSE
            MOVE 'Y' TO CKPT-WRITE-OK
        END-IF
        CLOSE BATCH-CHECKPOINT-FILE
    END-IF.


FILL-CHECKPOINT-RECORD.
    MOVE SPACES TO BATCH-CHECKPOINT-RECORD
    MOVE WINDOW-DATE TO CK-WINDOW-DATE
    MOVE WINDOW-SEQ TO CK-WINDOW-SEQ
    MOVE CK-W-LAST-REQ-ID TO CK-LAST-REQ-ID
    MOVE CK-W-RECORDS-DONE TO CK-RECORDS-DONE
    MOVE CK-W-REQUESTS-SEEN TO CK-REQUESTS-SEEN
    MOVE CK-W-RESULTS TO CK-RESULTS
    MOVE CK-W-EXCEPTIONS TO CK-EXCEPTIONS
    MOVE CK-W-STRENGTH-LINES TO CK-STRENGTH-LINES
    MOVE CK-W-STRENGTH-FAILS TO CK-STRENGTH-FAILS
    MOVE CK-W-PASSPHRASE-USED TO CK-PASSPHRASE-USED
    MOVE CK-W-SOURCE TO CK-SOURCE
    MOVE CK-W-STREAM-IDX TO CK-STREAM-IDX
    MOVE CK-W-SEED TO CK-SEED
    MOVE CK-W-NEXT-J TO CK-NEXT-J
    MOVE CK-W-VALUES-DRAWN TO CK-VALUES-DRAWN
    MOVE CK-W-BATCH-STAMP TO CK-BATCH-STAMP.


WRITE-WINDOW-STATS.
    *> appended, never rewritten: the monthly report needs every window of
    *> the month and the one before, long after housekeeping archived the
    *> window files. items: PW passwords and PP passphrases issued and EX
    *> exceptions per source, BT stream bits the window consumed
    MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-STAMP
    MOVE CURRENT-DATE-STAMP(1:14) TO STATS-RUN-STAMP
    IF CK-W-BATCH-STAMP = SPACES
        MOVE STATS-RUN-STAMP TO CK-W-BATCH-STAMP
    END-IF
    IF STREAM-EXHAUSTED = 'Y'
        *> the last pair was used up to its end and is already counted; J
        *> only sits where the unwinding draw loops left it
        MOVE VALUES-DRAWN TO WINDOW-VALUES
    ELSE
        COMPUTE WINDOW-VALUES = VALUES-DRAWN + J - SEGMENT-START-J
        END-COMPUTE
    END-IF
    PERFORM TALLY-WINDOW-OUTCOMES
    IF STATS-OK = 'Y'
        OPEN EXTEND WINDOW-STATS-FILE
        IF WS-FS = "35"
            OPEN OUTPUT WINDOW-STATS-FILE
        END-IF
        IF WS-FS NOT = "00"
            DISPLAY "could not write to file: " WINDOW-STATS-NAME WITH NO ADVANCING
            END-DISPLAY
            DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
            END-DISPLAY
            MOVE 12 TO FAILURE-RC
            MOVE WINDOW-STATS-NAME TO FAILURE-FILE
            PERFORM RECORD-STEP-FAILURE
        ELSE
            MOVE 'S' TO STATS-KEY-TYPE
            PERFORM VARYING GST-IDX FROM 1 BY 1
              UNTIL GST-IDX > GST-COUNT OR STATS-WRITE-BAD = 'Y'
                MOVE GST-SOURCE(GST-IDX) TO STATS-KEY
                MOVE "PW" TO STATS-ITEM
                MOVE GST-PASSWORDS(GST-IDX) TO STATS-COUNT
                PERFORM WRITE-ONE-STATS-LINE
                MOVE "PP" TO STATS-ITEM
                MOVE GST-PASSPHRASES(GST-IDX) TO STATS-COUNT
                PERFORM WRITE-ONE-STATS-LINE
                MOVE "EX" TO STATS-ITEM
                MOVE GST-EXCEPTIONS(GST-IDX) TO STATS-COUNT
                PERFORM WRITE-ONE-STATS-LINE
            END-PERFORM
            IF STATS-WRITE-BAD = 'N'
                MOVE 'W' TO STATS-KEY-TYPE
                MOVE "WINDOW" TO STATS-KEY
                MOVE "BT" TO STATS-ITEM
                COMPUTE STATS-COUNT = WINDOW-VALUES * 16
                END-COMPUTE
                PERFORM WRITE-ONE-STATS-LINE
            END-IF
            CLOSE WINDOW-STATS-FILE
            DISPLAY "window statistics appended to: " WINDOW-STATS-NAME
                " (" WINDOW-VALUES " stream values drawn)"
            END-DISPLAY
        END-IF
    END-IF.


TALLY-WINDOW-OUTCOMES.
    *> every request ends up in exactly one of the two output files, in
    *> request-file order, matched by its request ID -- so one pass down the
    *> request file with the results and exceptions read alongside settles
    *> each request, whichever run of the window wrote it. a request the
    *> batch never got to (stream exhausted) is in neither and not counted
    MOVE 'Y' TO STATS-OK
    MOVE 0 TO GST-COUNT
    OPEN INPUT PW-REQUESTS-FILE
    IF WS-FS NOT = "00"
        MOVE PW-REQUESTS-FILE-NAME TO FAILURE-FILE
        PERFORM NOTE-TALLY-FAILURE
    ELSE
    OPEN INPUT PW-RESULTS-FILE
    IF WS-FS NOT = "00"
        MOVE PW-RESULTS-FILE-NAME TO FAILURE-FILE
        PERFORM NOTE-TALLY-FAILURE
        CLOSE PW-REQUESTS-FILE
    ELSE
    OPEN INPUT PW-EXCEPTIONS-FILE
    IF WS-FS NOT = "00"
        MOVE PW-EXCEPTIONS-FILE-NAME TO FAILURE-FILE
        PERFORM NOTE-TALLY-FAILURE
        CLOSE PW-REQUESTS-FILE
        CLOSE PW-RESULTS-FILE
    ELSE
        MOVE 'N' TO TALLY-RES-DONE
        MOVE 'N' TO TALLY-EXC-DONE
        PERFORM READ-TALLY-RESULT
        PERFORM READ-TALLY-EXCEPTION
        MOVE 'N' TO TALLY-REQ-DONE
        PERFORM UNTIL TALLY-REQ-DONE = 'Y'
            READ PW-REQUESTS-FILE
                AT END
                    MOVE 'Y' TO TALLY-REQ-DONE
                NOT AT END
                    IF PW-REQUEST-RECORD NOT = SPACES
                        PERFORM TALLY-ONE-REQUEST
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PW-REQUESTS-FILE
        CLOSE PW-RESULTS-FILE
        CLOSE PW-EXCEPTIONS-FILE
    END-IF
    END-IF
    END-IF.


NOTE-TALLY-FAILURE.
    *> the batch wrote these files a moment ago; not being able to read them
    *> back is a mid-run I/O failure, and no figures are appended
    DISPLAY "could not read back " FAILURE-FILE " for the window statistics -- "
        "GnuCOBOL-specific file status code: " WS-FS
    END-DISPLAY
    MOVE 'N' TO STATS-OK
    MOVE 16 TO FAILURE-RC
    PERFORM RECORD-STEP-FAILURE.


READ-TALLY-RESULT.
    IF TALLY-RES-DONE = 'N'
        READ PW-RESULTS-FILE
            AT END
                MOVE 'Y' TO TALLY-RES-DONE
        END-READ
    END-IF.


READ-TALLY-EXCEPTION.
    IF TALLY-EXC-DONE = 'N'
        READ PW-EXCEPTIONS-FILE
            AT END
                MOVE 'Y' TO TALLY-EXC-DONE
        END-READ
    END-IF.


TALLY-ONE-REQUEST.
    PERFORM FIND-SOURCE-STATS
    IF TALLY-RES-DONE = 'N' AND PWRS-REQ-ID = PWR-REQ-ID
        IF GST-FOUND-IDX > 0
            IF PWR-MODE = 'P' OR PWR-MODE = 'p'
                ADD 1 TO GST-PASSPHRASES(GST-FOUND-IDX)
                END-ADD
            ELSE
                ADD 1 TO GST-PASSWORDS(GST-FOUND-IDX)
                END-ADD
            END-IF
        END-IF
        PERFORM READ-TALLY-RESULT
    ELSE
        IF TALLY-EXC-DONE = 'N' AND PWX-REQ-ID = PWR-REQ-ID
            IF GST-FOUND-IDX > 0
                ADD 1 TO GST-EXCEPTIONS(GST-FOUND-IDX)
                END-ADD
            END-IF
            PERFORM READ-TALLY-EXCEPTION
        END-IF
    END-IF.


FIND-SOURCE-STATS.
    *> the request's source per the request-ID history (a later line for a
    *> reused ID wins, as for the lineage); a request that never came
    *> through the intake is booked to UNKNOWN
    MOVE SPACES TO TALLY-SOURCE
    PERFORM VARYING IDH-IDX FROM 1 BY 1 UNTIL IDH-IDX > IDH-COUNT
        IF IDH-REQ-ID(IDH-IDX) = PWR-REQ-ID
            MOVE IDH-SOURCE(IDH-IDX) TO TALLY-SOURCE
        END-IF
    END-PERFORM
    IF TALLY-SOURCE = SPACES
        MOVE "UNKNOWN" TO TALLY-SOURCE
    END-IF

    MOVE 0 TO GST-FOUND-IDX
    PERFORM VARYING GST-IDX FROM 1 BY 1 UNTIL GST-IDX > GST-COUNT
        IF GST-SOURCE(GST-IDX) = TALLY-SOURCE
            MOVE GST-IDX TO GST-FOUND-IDX
        END-IF
    END-PERFORM
    IF GST-FOUND-IDX = 0
        IF GST-COUNT < 21
            ADD 1 TO GST-COUNT
            END-ADD
            MOVE GST-COUNT TO GST-FOUND-IDX
            MOVE TALLY-SOURCE TO GST-SOURCE(GST-FOUND-IDX)
            MOVE 0 TO GST-PASSWORDS(GST-FOUND-IDX)
            MOVE 0 TO GST-PASSPHRASES(GST-FOUND-IDX)
            MOVE 0 TO GST-EXCEPTIONS(GST-FOUND-IDX)
        ELSE
            IF GST-OVERFLOW = 'N'
                MOVE 'Y' TO GST-OVERFLOW
                DISPLAY "WARNING: more than 21 sources in the window -- "
                    "the extras are left out of the window statistics"
                END-DISPLAY
            END-IF
        END-IF
    END-IF.


WRITE-ONE-STATS-LINE.
    *> the caller sets the key and the item; the rest is the window's
    MOVE SPACES TO WINDOW-STATS-RECORD
    MOVE WINDOW-DATE TO WST-WINDOW-DATE
    MOVE WINDOW-SEQ TO WST-WINDOW-SEQ
    MOVE 'G' TO WST-STEP
    MOVE STATS-RUN-STAMP TO WST-RUN-STAMP
    MOVE CK-W-BATCH-STAMP TO WST-BATCH-STAMP
    MOVE STATS-KEY-TYPE TO WST-KEY-TYPE
    MOVE STATS-KEY TO WST-KEY
    MOVE STATS-ITEM TO WST-ITEM
    MOVE STATS-COUNT TO WST-COUNT
    IF STATS-WRITE-BAD = 'N'
        WRITE WINDOW-STATS-RECORD
        END-WRITE
        IF WS-FS NOT = "00"
            DISPLAY "I/O error writing window statistics -- "
                "GnuCOBOL-specific file status code: " WS-FS
            END-DISPLAY
            MOVE 16 TO FAILURE-RC
            MOVE WINDOW-STATS-NAME TO FAILURE-FILE
            PERFORM RECORD-STEP-FAILURE
            MOVE 'Y' TO STATS-WRITE-BAD
        END-IF
    END-IF.


*> end of mode paragraphs
*>
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>


*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>
*> user defined procedures:

READ-STREAM-COUNT.
    MOVE 1 TO STREAM-COUNT
    OPEN INPUT STREAM-COUNT-FILE
    IF WS-FS = "00"
        READ STREAM-COUNT-FILE
            AT END
                CONTINUE
            NOT AT END
                *> the file-name buffers built in BUILD-STREAM-FILE-NAMES only
                *> allow a two-digit stream number (matches "_01", "_02", ...)
                IF SC-COUNT > 0 AND SC-COUNT <= 99
                    MOVE SC-COUNT TO STREAM-COUNT
                END-IF
        END-READ
        CLOSE STREAM-COUNT-FILE
    END-IF.


LOCATE-EXISTING-STREAM.
    *> looks for a stream pair the nightly generator job already wrote: under
    *> multi-stream batch mode (stream_count.dat > 1) the plain names are never
    *> written, so probe the numbered pairs in order -- starting at the pair
    *> the consumption cursor points to, when one is on file -- and take the
    *> first readable one; otherwise probe the plain random_bitstring.bin/.byte
    *> pair
    MOVE 'N' TO STREAM-FOUND
PROBE-STREAM-PAIR.
    *> an existing stream only counts when both halves of the pair are readable;
    *> a lone .bin with no .byte (or vice versa) is a half-finished run we should
    *> regenerate over rather than consume. a readable pair must then also be
    *> certified in the stream catalog, or the probe passes it by
    OPEN INPUT FILE-BITS-X
    IF WS-FS = "00"
        CLOSE FILE-BITS-X
        OPEN INPUT FILE-BITS-HEX
        IF WS-FS = "00"
            CLOSE FILE-BITS-HEX
            PERFORM CHECK-STREAM-CERTIFIED
            IF STREAM-CERTIFIED = 'Y'
                MOVE 'Y' TO STREAM-FOUND
            END-IF
        END-IF
    END-IF.


CHECK-STREAM-CERTIFIED.
    *> looks the pair up in the stream catalog by its .bin file name: only a
    *> stream that passed both reconciliation and QA (QA-PASSED), or one a
    *> window has already started on (CONSUMING), may be drawn from. a pair
    *> the catalog doesn't list, or a missing catalog, means nobody certified
    *> it; a catalog that is there and can't be read is a hard failure and
    *> refuses every pair
    MOVE 'N' TO STREAM-CERTIFIED
    MOVE SPACES TO CAT-W-STATUS
    IF CATALOG-FILE-BAD = 'Y'
        MOVE "UNREADABLE" TO CAT-W-STATUS
    ELSE
        OPEN INPUT STREAM-CATALOG-FILE
        IF WS-FS = "00"
            MOVE FILE-BITS-X-NAME TO CAT-SOURCE-FILE
            READ STREAM-CATALOG-FILE
                INVALID KEY
                    MOVE "NOT LISTED" TO CAT-W-STATUS
                NOT INVALID KEY
                    MOVE CAT-STATUS TO CAT-W-STATUS
                    IF CAT-STATUS = "QA-PASSED" OR CAT-STATUS = "CONSUMING"
                        MOVE 'Y' TO STREAM-CERTIFIED
                        MOVE CAT-RUN-ID TO STREAM-RUN-ID-VAL
                    END-IF
            END-READ
            CLOSE STREAM-CATALOG-FILE
        ELSE
            IF WS-FS = "35"
                MOVE "NO CATALOG" TO CAT-W-STATUS
            ELSE
                DISPLAY "could not read control file: " STREAM-CATALOG-FILE-NAME WITH NO ADVANCING
                END-DISPLAY
                DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
                END-DISPLAY
                MOVE 'Y' TO CATALOG-FILE-BAD
                MOVE "UNREADABLE" TO CAT-W-STATUS
                MOVE 08 TO FAILURE-RC
                MOVE STREAM-CATALOG-FILE-NAME TO FAILURE-FILE
                PERFORM RECORD-STEP-FAILURE
            END-IF
        END-IF
    END-IF

    IF STREAM-CERTIFIED = 'N'
        ADD 1 TO STREAMS-REFUSED
        END-ADD
        IF CAT-W-STATUS NOT = "EXHAUSTED"
            ADD 1 TO STREAMS-UNCERTIFIED
            END-ADD
        END-IF
        DISPLAY "stream " FUNCTION TRIM(FILE-BITS-X-NAME)
            " not certified for use (" FUNCTION TRIM(CAT-W-STATUS)
            ") -- passed by"
        END-DISPLAY
    END-IF.


SET-CATALOG-STATUS.
    *> moves the catalog entry for FILE-BITS-X-NAME to CAT-NEW-STATUS. only
    *> a QA-PASSED entry is promoted to CONSUMING -- a stream the catalog
    *> has since quarantined or retired stays that way; EXHAUSTED and
    *> QUARANTINED always apply. a pair the catalog doesn't list (or no
    *> catalog at all) has nothing to update
    IF CATALOG-FILE-BAD = 'N'
        OPEN I-O STREAM-CATALOG-FILE
        IF WS-FS = "00"
            MOVE FILE-BITS-X-NAME TO CAT-SOURCE-FILE
            READ STREAM-CATALOG-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF CAT-NEW-STATUS NOT = CAT-STATUS
                      AND (CAT-NEW-STATUS NOT = "CONSUMING"
                           OR CAT-STATUS = "QA-PASSED")
                        MOVE CAT-NEW-STATUS TO CAT-STATUS
                        MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-STAMP
                        MOVE CURRENT-DATE-STAMP(1:8) TO CAT-STATUS-DATE
                        MOVE "FLEXIBLE-PASSWORD-GENERATOR" TO CAT-STATUS-STEP
                        REWRITE STREAM-CATALOG-RECORD
                            INVALID KEY
                                DISPLAY "could not update catalog entry for "
                                    FUNCTION TRIM(FILE-BITS-X-NAME)
                                END-DISPLAY
                        END-REWRITE
                        IF WS-FS NOT = "00"
                            DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
                            END-DISPLAY
                            MOVE 16 TO FAILURE-RC
                            MOVE STREAM-CATALOG-FILE-NAME TO FAILURE-FILE
                            PERFORM RECORD-STEP-FAILURE
                        ELSE
                            DISPLAY "stream catalog: " FUNCTION TRIM(FILE-BITS-X-NAME)
                                " now " CAT-STATUS
                            END-DISPLAY
                        END-IF
                    END-IF
            END-READ
            CLOSE STREAM-CATALOG-FILE
        ELSE
            IF WS-FS NOT = "35"
                DISPLAY "could not write to file: " STREAM-CATALOG-FILE-NAME WITH NO ADVANCING
                END-DISPLAY
                DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
                END-DISPLAY
                MOVE 12 TO FAILURE-RC
                MOVE STREAM-CATALOG-FILE-NAME TO FAILURE-FILE
                PERFORM RECORD-STEP-FAILURE
            END-IF
        END-IF
    END-IF.


HANDLE-NO-CERTIFIED-STREAM.
    *> no stream pair on disk is certified by the catalog (or there is none
    *> at all). an unattended batch FAILs the step rather than draw on bits
    *> nobody has reconciled or QA'd -- as exhaustion (20) when every refused
    *> pair was merely used up, else with its own RETURN-CODE 24. a person at the
    *> console still gets a password, from an LCG run held in storage only:
    *> no stream files, no audit line and no cursor move, so nothing on disk
    *> that reconciliation, QA or the next window reads is touched
    MOVE 'Y' TO NO-CERTIFIED-STREAM
    IF BATCH-MODE = 'Y'
        IF STREAMS-REFUSED > 0 AND STREAMS-UNCERTIFIED = 0
            MOVE 'Y' TO STREAM-EXHAUSTED
            DISPLAY "random stream set exhausted -- every catalogued pair on "
                "disk is used up"
            END-DISPLAY
            MOVE 20 TO FAILURE-RC
        ELSE
        IF STREAMS-REFUSED = 0
            DISPLAY "no certified random stream is available -- no stream "
                "pair on disk"
            END-DISPLAY
            MOVE 24 TO FAILURE-RC
        ELSE
            DISPLAY "no certified random stream is available -- "
                STREAMS-REFUSED " pair(s) on disk refused by "
                STREAM-CATALOG-FILE-NAME
            END-DISPLAY
            MOVE 24 TO FAILURE-RC
        END-IF
        END-IF
        MOVE STREAM-CATALOG-FILE-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
    ELSE
        DISPLAY "WARNING: no certified random stream on disk -- this "
            "interactive password draws from an in-memory stream only"
        END-DISPLAY
        PERFORM READ-SEED-GUARD
        PERFORM SEED-FROM-TIME
        PERFORM GENERATE-ARRAY-ONLY
    END-IF.


    *> only -- the files, and the audit trail that describes them, are left
    *> exactly as the generator job wrote them); cuts C-END down to the number
    *> of values actually loaded so BUILD-PASSWORD's and DRAW-CHAR-OF-CLASS's
    *> J-wrap guards keep indexing real values. an empty pair is passed by
    *> (PASS-EMPTY-STREAM) until a pair with values turns up or none is left
    MOVE 0 TO STREAM-LOADED
    PERFORM UNTIL STREAM-LOADED > 0 OR STREAM-FOUND = 'N'
        DISPLAY "consuming existing random bit stream: " FUNCTION TRIM(FILE-BITS-X-NAME)
        END-DISPLAY
        PERFORM LOAD-STREAM-VALUES
        IF STREAM-LOADED = 0
            PERFORM PASS-EMPTY-STREAM
        END-IF
    END-PERFORM

    IF STREAM-FOUND = 'N'
        IF BATCH-MODE = 'Y'
            PERFORM HANDLE-NO-CERTIFIED-STREAM
        END-IF
    ELSE
        MOVE STREAM-LOADED TO C-END
        MOVE "CONSUMING" TO CAT-NEW-STATUS
        PERFORM SET-CATALOG-STATUS
        DISPLAY "passwords this run draw from existing stream "
            FUNCTION TRIM(FILE-BITS-X-NAME) " (" STREAM-LOADED
            " values loaded; files left untouched)"
    END-IF.


PASS-EMPTY-STREAM.
    *> a catalogued pair with no values in it is as useless as a missing
    *> one. a batch quarantines it on the catalog and probes on from the
    *> next numbered pair -- never making a stream of its own, which no
    *> catalog entry would vouch for. the interactive path falls back to
    *> generating, under the plain fixed names: the numbered slots belong to
    *> the nightly generator job and are not ours to overwrite
    IF BATCH-MODE = 'Y'
        DISPLAY "existing stream pair " FUNCTION TRIM(FILE-BITS-X-NAME)
            " is empty -- quarantined and passed by"
        END-DISPLAY
        MOVE "QUARANTINED" TO CAT-NEW-STATUS
        PERFORM SET-CATALOG-STATUS
        ADD 1 TO STREAMS-REFUSED
        END-ADD
        ADD 1 TO STREAMS-UNCERTIFIED
        END-ADD
        MOVE 'N' TO STREAM-FOUND
        IF STREAM-COUNT > 1 AND STREAM-IDX < STREAM-COUNT
            COMPUTE CONSUME-START-IDX = STREAM-IDX + 1
            END-COMPUTE
            PERFORM LOCATE-EXISTING-STREAM
        END-IF
    ELSE
        DISPLAY "existing stream pair is empty -- generating a fresh stream instead"
        END-DISPLAY
        MOVE 'N' TO STREAM-FOUND
        MOVE "random_bitstring.bin" TO FILE-BITS-X-NAME
        MOVE "random_bitstring.byte" TO FILE-BITS-HEX-NAME
        PERFORM GENERATE-BIT-STREAM
    END-IF.


LOAD-STREAM-VALUES.
    *> reads the 16-bit records of FILE-BITS-X-NAME back into X-ARRAY (OPEN
    *> INPUT only -- the file is left exactly as the generator job wrote it);
    *> values; a person at the console gets a loud warning and one
    *> last-resort wrap instead of no password at all
    MOVE 'N' TO ROLL-OK
    PERFORM NOTE-PAIR-CONSUMED
    MOVE "EXHAUSTED" TO CAT-NEW-STATUS
    PERFORM SET-CATALOG-STATUS
    IF STREAM-COUNT > 1
        PERFORM UNTIL ROLL-OK = 'Y' OR STREAM-IDX >= STREAM-COUNT
            ADD 1 TO STREAM-IDX
                    MOVE STREAM-LOADED TO C-END
                    MOVE 1 TO J
                    PERFORM FIND-CONSUMED-AUDIT
                    MOVE "CONSUMING" TO CAT-NEW-STATUS
                    PERFORM SET-CATALOG-STATUS
                    MOVE 'Y' TO ROLL-OK
                    DISPLAY "rolled to next stream pair: "
                        FUNCTION TRIM(FILE-BITS-X-NAME) " ("
            MOVE 1 TO J
            MOVE 'Y' TO INTERACTIVE-WRAPPED
        END-IF
    END-IF
    MOVE J TO SEGMENT-START-J.


HANDLE-STREAM-WRAP.
    *> fresh itself keeps the old wrap, with its one console warning per
    *> run; the cursor write-back then records that pair fully consumed,
    *> since the next window's consumer mode picks it up off disk
    MOVE 'Y' TO DRAW-CROSSED-END  *> the request's lineage says so
    IF STREAM-FOUND = 'Y'
        PERFORM ROLL-TO-NEXT-STREAM
    ELSE
        PERFORM NOTE-PAIR-CONSUMED
        MOVE 1 TO J
        MOVE J TO SEGMENT-START-J
        IF WRAP-WARNED = 'N'
            MOVE 'Y' TO WRAP-WARNED
            DISPLAY "WARNING: batch exhausted the " C-END
    END-IF.


NOTE-PAIR-CONSUMED.
    *> the cursor is leaving the pair in use: everything from where drawing
    *> on it began up to its end was consumed this window
    IF C-END + 1 > SEGMENT-START-J
        COMPUTE VALUES-DRAWN = VALUES-DRAWN + C-END + 1 - SEGMENT-START-J
        END-COMPUTE
    END-IF.


WRITE-STREAM-CURSOR.
    *> rewritten at end of every consumer-mode run: the stream file in
    *> consumption, its numbered-pair position, the seed that identifies its
                        ELSE
                            MOVE 1 TO AUDIT-GEN-VAL
                        END-IF
                        MOVE AUDIT-CERT-ID TO AUDIT-CERT-VAL
                    END-IF
            END-READ
        END-PERFORM
RECORD-STEP-FAILURE.
    *> first failure wins: the earliest thing that went wrong is what the
    *> operator needs to see, later knock-on failures only obscure it.
    *> callers set FAILURE-RC and FAILURE-FILE before the PERFORM. every
    *> call is counted, so the batch can tell a request settled cleanly from
    *> one that went wrong even after an earlier failure set RUN-RC
    ADD 1 TO FAILURES-RECORDED
    END-ADD
    IF RUN-RC = 0
        MOVE FAILURE-RC TO RUN-RC
        MOVE FAILURE-FILE TO FAIL-FILE-NAME
        MOVE FILE-BITS-X-NAME TO AUDIT-SOURCE-FILE  *> which output file pair this line traces to
        MOVE AUDIT-NOTE-TEXT TO AUDIT-NOTE
        MOVE AUDIT-GEN-VAL TO AUDIT-GEN-ID
        MOVE AUDIT-CERT-VAL TO AUDIT-CERT-ID
        WRITE AUDIT-RECORD
        END-WRITE
        CLOSE AUDIT-FILE
