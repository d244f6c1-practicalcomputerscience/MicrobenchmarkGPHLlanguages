*> (step_status.dat).
*>
*> $ cobc -V  # cobc (GnuCOBOL) 3.1.2.0
*>
*> 2026-10-15  service-account registry check: every request's PWR-ACCOUNT is now
*>             looked up by key in ACCOUNT-REGISTRY-NAME (pw_account_registry.dat,
*>             kept by ACCOUNT-REGISTRY-MAINT) once the layout checks pass. an
*>             account the registry doesn't know is rejected with "account not in
*>             service-account registry", a retired one with "account retired in
*>             service-account registry" -- each its own ack reason, so the team
*>             can tell a typo from a decommissioned account. suspended accounts
*>             are still accepted here (PASSWORD-ROTATION-FEED stops rotating
*>             them). a registry that is missing or unreadable fails the step
*>             (08): without it every account would have to be waved through.
*>
*> 2026-10-15  exception rework queue: REWORK-FILE-NAME (pw_rework_requests.dat, the
*>             corrected requests EXCEPTION-QUEUE-MAINT writes) is merged as a
*>             source of its own named REWORK, appended to the list when
*>             pw_sources.dat doesn't name it. a generator-rejected request was
*>             accepted here once and is in the request-ID history, so for the
*>             REWORK source only, a history duplicate is waived when the ID is
*>             CORRECTED on EXCEPTION-MASTER-NAME (pw_exception_master.dat); the
*>             in-window duplicate check still applies. a missing master means no
*>             waivers; an unreadable one fails the step (08).
*>
*> 2026-10-15  per-window statistics for the password service's monthly volume and
*>             chargeback report (PW-VOLUME-REPORT): once the window's intake has
*>             gone through, every source that dropped a file gets its requests
*>             received and accepted, and its rejects by reason code (the same
*>             I1..I9 EXCEPTION-QUEUE-LOADER files them under), appended to
*>             WINDOW-STATS-NAME (pw_window_stats.dat) under the window read from
*>             window_current.dat, each line also carrying the run's stamp as its
*>             batch stamp. a file that can't be written fails the step (12).
*>
*> 2026-10-15  a source with no drop file tonight (or one that can't be read) now
*>             has its acknowledgment file emptied (EMPTY-ACK-FILE), so
*>             EXCEPTION-QUEUE-LOADER never takes an earlier window's ack lines
*>             as tonight's. an ack file that can't be emptied fails the step (12).
*>
*> 2026-10-15  every window-statistics line is checked as it is written: the first
*>             that fails is reported and fails the step (16), and no further lines
*>             follow it, where a later line's good status could hide it before.


IDENTIFICATION DIVISION.
    SELECT REQ-ID-HISTORY-FILE ASSIGN TO REQ-ID-HISTORY-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT ACCOUNT-REGISTRY-FILE ASSIGN TO ACCOUNT-REGISTRY-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AR-ACCOUNT
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT EXCEPTION-MASTER ASSIGN TO EXCEPTION-MASTER-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EXM-REQ-ID
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT CURRENT-WINDOW-FILE ASSIGN TO CURRENT-WINDOW-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT WINDOW-STATS-FILE ASSIGN TO WINDOW-STATS-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT STEP-STATUS-FILE ASSIGN TO STEP-STATUS-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable
    05 RIH-DATE         PIC X(8).   *> the window date the ID was accepted
    05 FILLER           PIC X(1).
    05 RIH-SOURCE       PIC X(8).
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
FD  EXCEPTION-MASTER.
01  EXCEPTION-MASTER-RECORD.
    05 EXM-REQ-ID       PIC X(8).   *> the rejected request, the master's key
    05 FILLER           PIC X(1).
    05 EXM-ACCOUNT      PIC X(16).
    05 FILLER           PIC X(1).
    05 EXM-SOURCE       PIC X(8).
    05 FILLER           PIC X(1).
    05 EXM-ORIGIN       PIC X(1).
    05 FILLER           PIC X(1).
    05 EXM-REASON-CODE  PIC X(2).
    05 FILLER           PIC X(1).
    05 EXM-REASON-TEXT  PIC X(48).
    05 FILLER           PIC X(1).
    05 EXM-STATUS       PIC X(1).   *> 'O' open, 'C' corrected, 'R' resubmitted,
                                    *> 'A' abandoned
    05 FILLER           PIC X(1).
    05 EXM-FIRST-DATE   PIC X(8).
    05 FILLER           PIC X(1).
    05 EXM-OPENED-DATE  PIC X(8).
    05 FILLER           PIC X(1).
    05 EXM-STATUS-DATE  PIC X(8).
    05 FILLER           PIC X(1).
    05 EXM-OPERATOR     PIC X(8).
    05 FILLER           PIC X(1).
    05 EXM-TIMES-OPENED PIC 9(2).
    05 FILLER           PIC X(1).
    05 EXM-REQUEST-KNOWN PIC X(1).
    05 FILLER           PIC X(1).
    05 EXM-REQUEST      PIC X(45).
FD  CURRENT-WINDOW-FILE.
01  CURRENT-WINDOW-RECORD.
    05 CW-DATE          PIC X(8).   *> window date, YYYYMMDD
    05 FILLER           PIC X(1).
    05 CW-SEQ           PIC 9(4).   *> which window of that day
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
FD  STEP-STATUS-FILE.
01  STEP-STATUS-RECORD.
    05 SS-STEP-NAME     PIC X(30).
01  PW-REQUESTS-FILE-NAME PIC X(15) VALUE "pw_requests.dat".
01  ACK-FILE-NAME       PIC X(30).  *> built per source: pw_ack_<source>.dat
01  REQ-ID-HISTORY-NAME PIC X(21) VALUE "pw_req_id_history.dat".
01  ACCOUNT-REGISTRY-NAME PIC X(23) VALUE "pw_account_registry.dat".
01  EXCEPTION-MASTER-NAME PIC X(23) VALUE "pw_exception_master.dat".
01  REWORK-FILE-NAME    PIC X(22) VALUE "pw_rework_requests.dat".
01  REWORK-SOURCE-NAME  PIC X(8) VALUE "REWORK".  *> corrected requests' source
01  CURRENT-WINDOW-NAME PIC X(18) VALUE "window_current.dat".
01  WINDOW-STATS-NAME   PIC X(19) VALUE "pw_window_stats.dat".

*> Variables
01  WS-FS             PIC XX.  *> 00 = Success, others = Error

*> validation verdict for the record at hand
01  REJECT-REASON     PIC X(44).  *> SPACES = the request is good
01  REJECT-CODE       PIC X(2).   *> I1..I9, the code the exceptions master uses
01  ACK-STATUS-VAL    PIC X(8).   *> ACCEPTED or REJECTED, set before the ack WRITE
77  DUP-FOUND         PIC X.
77  REGISTRY-OPEN     PIC X VALUE 'N'.  *> 'Y' while the registry is open for keyed reads
77  EXCEPTIONS-OPEN   PIC X VALUE 'N'.  *> 'Y' while the exceptions master is open
77  REWORK-LISTED     PIC X VALUE 'N'.  *> 'Y' when pw_sources.dat names REWORK itself

*> intake bookkeeping
77  RECORDS-SEEN      PIC 9(9) VALUE 0.
77  SOURCE-DONE       PIC X.
77  INTAKE-ABORTED    PIC X VALUE 'N'.  *> 'Y' once an output went bad mid-intake

*> the window's figures per source, for the statistics file: received,
*> accepted, and rejected by reason (the digit of I1..I9 picks the slot)
01  SOURCE-STATS-TABLE.
    05 SST-ENTRY OCCURS 20 TIMES.
       10 SST-DROPPED     PIC X(1).   *> 'Y' when the source's drop file was read
       10 SST-RECEIVED    PIC 9(9).
       10 SST-ACCEPTED    PIC 9(9).
       10 SST-REJECTED    PIC 9(9) OCCURS 9 TIMES.
77  REASON-IDX        PIC 9(2).
01  WINDOW-DATE       PIC X(8).   *> the window the statistics are booked to
01  WINDOW-SEQ        PIC 9(4).
01  STATS-RUN-STAMP   PIC X(14).  *> tells a rerun's lines from the first run's
01  STATS-ITEM        PIC X(2).
77  STATS-COUNT       PIC 9(12).
77  STATS-WRITE-BAD   PIC X VALUE 'N'.  *> 'Y' once a statistics line failed to write

*> scheduler awareness: first failure wins, reported via RETURN-CODE and the
*> one-record step-status file the batch window checks between steps
01  STEP-STATUS-FILE-NAME PIC X(15) VALUE "step_status.dat".
        PERFORM LOAD-REQ-ID-HISTORY
    END-IF

    IF RUN-RC = 0
        PERFORM OPEN-ACCOUNT-REGISTRY
    END-IF

    IF RUN-RC = 0
        PERFORM OPEN-EXCEPTION-MASTER
    END-IF

    IF RUN-RC = 0
        OPEN OUTPUT PW-REQUESTS-FILE
        IF WS-FS NOT = "00"
                PERFORM APPEND-REQ-ID-HISTORY
            END-IF

            *> the window's figures go on the statistics file only once the
            *> intake has gone through -- a failed intake is rerun whole
            IF RUN-RC = 0
                PERFORM READ-CURRENT-WINDOW
            END-IF
            IF RUN-RC = 0
                PERFORM WRITE-WINDOW-STATS
            END-IF

            DISPLAY " "
            END-DISPLAY
            DISPLAY "intake done: " ACCEPTED-COUNT " accepted, "
        END-IF
    END-IF.

    IF REGISTRY-OPEN = 'Y'
        CLOSE ACCOUNT-REGISTRY-FILE
    END-IF
    IF EXCEPTIONS-OPEN = 'Y'
        CLOSE EXCEPTION-MASTER
    END-IF

    *> tell the batch scheduler how this step went: a one-record status file
    *> it can check between steps, and a per-failure-class RETURN-CODE
    PERFORM WRITE-STEP-STATUS
                    IF PW-SOURCES-RECORD NOT = SPACES
                      AND SRC-NAME NOT = SPACES
                      AND SRC-FILE NOT = SPACES
                        IF SRC-NAME = REWORK-SOURCE-NAME
                            MOVE 'Y' TO REWORK-LISTED
                        END-IF
                        IF SOURCE-COUNT < 20
                            ADD 1 TO SOURCE-COUNT
                            END-ADD
            MOVE PW-SOURCES-FILE-NAME TO FAILURE-FILE
            PERFORM RECORD-STEP-FAILURE
        ELSE
            *> the operators' corrected requests come in as one more source,
            *> whether or not the list remembers to name it
            IF REWORK-LISTED = 'N' AND SOURCE-COUNT < 20
                ADD 1 TO SOURCE-COUNT
                END-ADD
                MOVE REWORK-SOURCE-NAME TO SL-NAME(SOURCE-COUNT)
                MOVE REWORK-FILE-NAME TO SL-FILE(SOURCE-COUNT)
            END-IF
            DISPLAY "source list loaded: " SOURCE-COUNT " source(s)"
            END-DISPLAY
        END-IF
    END-IF.


OPEN-ACCOUNT-REGISTRY.
    *> the service-account registry every request's account is checked
    *> against; opened once, read by key per request. unlike the ID history
    *> a missing registry (35) is not "nothing yet" -- it would mean waving
    *> every account through -- so missing and unreadable both fail (08)
    OPEN INPUT ACCOUNT-REGISTRY-FILE
    IF WS-FS NOT = "00"
        DISPLAY "could not read control file: " ACCOUNT-REGISTRY-NAME WITH NO ADVANCING
        END-DISPLAY
        DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        MOVE 08 TO FAILURE-RC
        MOVE ACCOUNT-REGISTRY-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
    ELSE
        MOVE 'Y' TO REGISTRY-OPEN
    END-IF.


OPEN-EXCEPTION-MASTER.
    *> the exceptions master says which history duplicates are really an
    *> operator's corrected resubmission; not there yet (35) simply means
    *> nothing has been corrected, but one that can't be read fails (08)
    OPEN INPUT EXCEPTION-MASTER
    IF WS-FS NOT = "00" AND WS-FS NOT = "35"
        DISPLAY "could not read control file: " EXCEPTION-MASTER-NAME WITH NO ADVANCING
        END-DISPLAY
        DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        MOVE 08 TO FAILURE-RC
        MOVE EXCEPTION-MASTER-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
    END-IF
    IF WS-FS = "00"
        MOVE 'Y' TO EXCEPTIONS-OPEN
    END-IF.


PROCESS-ONE-SOURCE.
    *> one source's drop file, validated record by record into the merged
    *> request file, with an acknowledgment file of its own saying what was
    MOVE SL-FILE(SOURCE-IDX) TO DROP-FILE-NAME
    MOVE 0 TO SOURCE-ACCEPTED
    MOVE 0 TO SOURCE-REJECTED
    MOVE 'N' TO SST-DROPPED(SOURCE-IDX)
    MOVE 0 TO SST-RECEIVED(SOURCE-IDX)
    MOVE 0 TO SST-ACCEPTED(SOURCE-IDX)
    PERFORM VARYING REASON-IDX FROM 1 BY 1 UNTIL REASON-IDX > 9
        MOVE 0 TO SST-REJECTED(SOURCE-IDX, REASON-IDX)
    END-PERFORM

    DISPLAY " "
    END-DISPLAY
        FUNCTION TRIM(DROP-FILE-NAME)
    END-DISPLAY

    MOVE SPACES TO ACK-FILE-NAME
    STRING "pw_ack_" FUNCTION TRIM(THIS-SOURCE) ".dat"
        DELIMITED BY SIZE INTO ACK-FILE-NAME
    END-STRING

    OPEN INPUT DROP-FILE
    IF WS-FS NOT = "00"
        IF WS-FS = "35"
            MOVE DROP-FILE-NAME(1:30) TO FAILURE-FILE
            PERFORM RECORD-STEP-FAILURE
        END-IF
        PERFORM EMPTY-ACK-FILE
    ELSE
        OPEN OUTPUT ACK-FILE
        IF WS-FS NOT = "00"
            DISPLAY "  could not write to file: " FUNCTION TRIM(ACK-FILE-NAME) WITH NO ADVANCING
            PERFORM RECORD-STEP-FAILURE
            CLOSE DROP-FILE
        ELSE
            MOVE 'Y' TO SST-DROPPED(SOURCE-IDX)
            MOVE 'N' TO SOURCE-DONE
            PERFORM UNTIL SOURCE-DONE = 'Y'
                READ DROP-FILE
            END-PERFORM
            CLOSE DROP-FILE
            CLOSE ACK-FILE
            MOVE SOURCE-ACCEPTED TO SST-ACCEPTED(SOURCE-IDX)
            COMPUTE SST-RECEIVED(SOURCE-IDX) = SOURCE-ACCEPTED + SOURCE-REJECTED
            END-COMPUTE

            DISPLAY "  " SOURCE-ACCEPTED " accepted, " SOURCE-REJECTED
                " rejected -- acknowledgment written to "
    END-IF.


EMPTY-ACK-FILE.
    *> a source whose drop file wasn't taken in tonight is left with an empty
    *> acknowledgment file, so last window's lines aren't read as this one's
    OPEN OUTPUT ACK-FILE
    IF WS-FS NOT = "00"
        DISPLAY "  could not write to file: " FUNCTION TRIM(ACK-FILE-NAME) WITH NO ADVANCING
        END-DISPLAY
        DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        MOVE 12 TO FAILURE-RC
        MOVE ACK-FILE-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
    ELSE
        CLOSE ACK-FILE
    END-IF.


INTAKE-ONE-REQUEST.
    PERFORM VALIDATE-ONE-REQUEST
    IF REJECT-REASON = SPACES
        END-ADD
        ADD 1 TO SOURCE-REJECTED
        END-ADD
        MOVE REJECT-CODE(2:1) TO REASON-IDX
        ADD 1 TO SST-REJECTED(SOURCE-IDX, REASON-IDX)
        END-ADD
        MOVE "REJECTED" TO ACK-STATUS-VAL
        PERFORM WRITE-ACK-RECORD
    END-IF.
    *> instead of surfacing as a generator exception nobody owns -- plus the
    *> two duplicate checks only this merge point can make
    MOVE SPACES TO REJECT-REASON
    MOVE "I9" TO REJECT-CODE  *> anything not named below

    IF PWR-REQ-ID = SPACES
        MOVE "request ID missing" TO REJECT-REASON
        MOVE "I1" TO REJECT-CODE
    ELSE
    IF PWR-ACCOUNT = SPACES
        MOVE "account missing" TO REJECT-REASON
        MOVE "I2" TO REJECT-CODE
    ELSE
    IF PWR-LEN NOT NUMERIC
        MOVE "length field not numeric (misaligned record?)"
            TO REJECT-REASON
        MOVE "I3" TO REJECT-CODE
    ELSE
    IF PWR-MODE = 'P' OR PWR-MODE = 'p'
        IF PWR-LEN < 2 OR PWR-LEN > 20
            MOVE "word count out of range -- must be 2..20"
                TO REJECT-REASON
            MOVE "I4" TO REJECT-CODE
        END-IF
    ELSE
        IF PWR-LEN < 8 OR PWR-LEN > 99
            MOVE "length out of range -- must be 8 <= length <= 99"
                TO REJECT-REASON
            MOVE "I5" TO REJECT-CODE
        END-IF
    END-IF
    END-IF
    END-IF
    END-IF

    IF REJECT-REASON = SPACES
        PERFORM CHECK-ACCOUNT-REGISTRY
    END-IF

    IF REJECT-REASON = SPACES
        PERFORM CHECK-DUPLICATE-ID
        IF DUP-FOUND = 'Y'
            MOVE "duplicate request ID" TO REJECT-REASON
            MOVE "I8" TO REJECT-CODE
        END-IF
    END-IF.


CHECK-ACCOUNT-REGISTRY.
    *> the account must be on the service-account registry and not retired;
    *> a suspended account passes -- it is the rotation feed that stops
    *> asking for it, an explicit request from its team is still honored.
    *> the keyed READ leaves WS-FS at "23" on a miss, so it is put back to
    *> "00" for the drop file's read loop
    MOVE PWR-ACCOUNT TO AR-ACCOUNT
    READ ACCOUNT-REGISTRY-FILE
        INVALID KEY
            MOVE "account not in service-account registry"
                TO REJECT-REASON
            MOVE "I6" TO REJECT-CODE
        NOT INVALID KEY
            IF AR-STATUS = 'R'
                MOVE "account retired in service-account registry"
                    TO REJECT-REASON
                MOVE "I7" TO REJECT-CODE
            END-IF
    END-READ
    MOVE "00" TO WS-FS.


CHECK-DUPLICATE-ID.
    *> an ID is taken when any source already landed it this window, or when
    *> an earlier window accepted it per the ID history
                MOVE 'Y' TO DUP-FOUND
            END-IF
        END-PERFORM
        IF DUP-FOUND = 'Y' AND THIS-SOURCE = REWORK-SOURCE-NAME
          AND EXCEPTIONS-OPEN = 'Y'
            PERFORM CHECK-REWORK-WAIVER
        END-IF
    END-IF.


CHECK-REWORK-WAIVER.
    *> a corrected request goes back in under its original ID, which the
    *> history already holds; the waiver covers exactly the IDs an operator
    *> has marked CORRECTED and nothing else. the keyed READ leaves WS-FS at
    *> "23" on a miss, so it is put back to "00" for the drop file's loop
    MOVE PWR-REQ-ID TO EXM-REQ-ID
    READ EXCEPTION-MASTER
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF EXM-STATUS = 'C'
                MOVE 'N' TO DUP-FOUND
            END-IF
    END-READ
    MOVE "00" TO WS-FS.


ACCEPT-ONE-REQUEST.
    *> the record goes into the merged request file exactly as dropped --
    *> the source stamp lives in the acknowledgment file and the request-ID
    END-IF.


READ-CURRENT-WINDOW.
    *> BATCH-WINDOW-DRIVER writes the window it is running before the first
    *> step; a missing or empty file means the step runs outside the driver,
    *> booked to today under sequence 0000
    MOVE RUN-DATE TO WINDOW-DATE
    MOVE 0 TO WINDOW-SEQ
    OPEN INPUT CURRENT-WINDOW-FILE
    IF WS-FS NOT = "00" AND WS-FS NOT = "35"
        DISPLAY "could not read control file: " CURRENT-WINDOW-NAME WITH NO ADVANCING
        END-DISPLAY
        DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
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
    END-IF.


WRITE-WINDOW-STATS.
    *> appended, never rewritten: the monthly report needs every window of
    *> the month and the one before, long after the acks and drop files
    *> were archived. a rerun of the window appends its own lines under a
    *> later run stamp and the report keeps only the latest run's. items:
    *> RC received, AC accepted, I1..I9 rejected by that reason
    MOVE CURRENT-DATE-STAMP(1:14) TO STATS-RUN-STAMP
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
        PERFORM VARYING SOURCE-IDX FROM 1 BY 1
          UNTIL SOURCE-IDX > SOURCE-COUNT OR STATS-WRITE-BAD = 'Y'
            IF SST-DROPPED(SOURCE-IDX) = 'Y'
                MOVE "RC" TO STATS-ITEM
                MOVE SST-RECEIVED(SOURCE-IDX) TO STATS-COUNT
                PERFORM WRITE-ONE-STATS-LINE
                MOVE "AC" TO STATS-ITEM
                MOVE SST-ACCEPTED(SOURCE-IDX) TO STATS-COUNT
                PERFORM WRITE-ONE-STATS-LINE
                PERFORM VARYING REASON-IDX FROM 1 BY 1
                  UNTIL REASON-IDX > 9 OR STATS-WRITE-BAD = 'Y'
                    PERFORM WRITE-REJECT-STATS-LINE
                END-PERFORM
            END-IF
        END-PERFORM
        CLOSE WINDOW-STATS-FILE
        DISPLAY "window statistics appended to: " WINDOW-STATS-NAME
        END-DISPLAY
    END-IF.


WRITE-REJECT-STATS-LINE.
    *> reasons nothing was rejected for are left off the file
    IF SST-REJECTED(SOURCE-IDX, REASON-IDX) > 0
        MOVE SPACES TO STATS-ITEM
        STRING "I" REASON-IDX(2:1) DELIMITED BY SIZE INTO STATS-ITEM
        END-STRING
        MOVE SST-REJECTED(SOURCE-IDX, REASON-IDX) TO STATS-COUNT
        PERFORM WRITE-ONE-STATS-LINE
    END-IF.


WRITE-ONE-STATS-LINE.
    *> the caller sets STATS-ITEM and STATS-COUNT; the rest is the window's
    MOVE SPACES TO WINDOW-STATS-RECORD
    MOVE WINDOW-DATE TO WST-WINDOW-DATE
    MOVE WINDOW-SEQ TO WST-WINDOW-SEQ
    MOVE 'I' TO WST-STEP
    MOVE STATS-RUN-STAMP TO WST-RUN-STAMP
    MOVE STATS-RUN-STAMP TO WST-BATCH-STAMP
    MOVE 'S' TO WST-KEY-TYPE
    MOVE SL-NAME(SOURCE-IDX) TO WST-KEY
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


RECORD-STEP-FAILURE.
    *> first failure wins: the earliest thing that went wrong is what the
    *> operator needs to see, later knock-on failures only obscure it.
