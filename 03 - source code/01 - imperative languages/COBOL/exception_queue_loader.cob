*> exception_queue_loader.cob
*>
*> 2026-10-15
*>
*> build on Ubuntu 24 LTS: $ cobc -F -W -x exception_queue_loader.cob -o exception_queue_loader
*>                                -F for free format to not use first 7 source line positions for sequence numbers used on punched cards !!
*>
*> run on Ubuntu 24 LTS:   $ ./exception_queue_loader
*>
*> pw_exceptions.dat is rewritten by every password window and archived whole by
*> RETENTION-HOUSEKEEPING, and REQUEST-INTAKE's rejects only ever appear in the
*> source team's pw_ack_<source>.dat -- a rejected request simply vanished unless
*> somebody rekeyed it by hand, and nobody could say how many were still open. this
*> loader, run after the password step and before the housekeeping job, keeps every
*> rejected request on the INDEXED exceptions master EXCEPTION-MASTER-NAME
*> (pw_exception_master.dat, keyed on the request ID) until it is corrected and
*> resubmitted or deliberately abandoned:
*>
*>   - every REJECTED line of every source's acknowledgment file is entered as an
*>     OPEN intake exception, with an intake reason code (I1..I9, see
*>     SET-INTAKE-REASON-CODE) and the request as the team dropped it, looked up
*>     in that source's drop file;
*>   - every line of pw_exceptions.dat is entered as an OPEN generator exception
*>     with the generator's own reason code (01..07), the request as it stood in
*>     the merged pw_requests.dat, and the source the intake's request-ID history
*>     credits it to;
*>   - an ACCEPTED ack line for a request the operator corrected in
*>     EXCEPTION-QUEUE-MAINT moves it from CORRECTED to RESUBMITTED; a corrected or
*>     resubmitted request that is rejected again is reopened, its reopen count
*>     going up by one. an ABANDONED request is left alone whatever comes back
*>     -- unless the reject is plainly for another request under a reused ID:
*>     one for a different account, or one arriving after the abandoned (or
*>     resubmitted) entry has sat unchanged for longer than the intake keeps
*>     request IDs in its history (pw_req_id_history.dat's days in
*>     RETENTION-POLICY-NAME, retention_policy.dat, 180 by default). that
*>     reject replaces the old entry as a new OPEN exception.
*>
*> an intake "duplicate request ID" reject for an ID the master already holds is
*> somebody else's request colliding with it -- it is counted, not entered. the
*> corrected-requests drop file REWORK-FILE-NAME (pw_rework_requests.dat) is then
*> rebuilt from every entry still CORRECTED, exactly as EXCEPTION-QUEUE-MAINT
*> rebuilds it after each correction, so the intake's REWORK source never offers
*> a request that was already taken.
*>
*> ends with the suite's usual per-failure-class RETURN-CODE (08 = control or
*> input file present but unreadable, 12 = the master or the drop file not
*> writable, 16 = mid-run I/O error; first failure wins) and rewrites the shared
*> one-record step-status file (step_status.dat). a window with no rejects at all
*> is a good window, not an empty input.
*>
*> $ cobc -V  # cobc (GnuCOBOL) 3.1.2.0


IDENTIFICATION DIVISION.
PROGRAM-ID. EXCEPTION-QUEUE-LOADER.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EXCEPTION-MASTER ASSIGN TO EXCEPTION-MASTER-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EXM-REQ-ID
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT PW-SOURCES-FILE ASSIGN TO PW-SOURCES-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT DROP-FILE ASSIGN TO DROP-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT ACK-FILE ASSIGN TO ACK-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT REQ-ID-HISTORY-FILE ASSIGN TO REQ-ID-HISTORY-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT PW-EXCEPTIONS-FILE ASSIGN TO PW-EXCEPTIONS-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT REWORK-FILE ASSIGN TO REWORK-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT RETENTION-POLICY-FILE ASSIGN TO RETENTION-POLICY-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT STEP-STATUS-FILE ASSIGN TO STEP-STATUS-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable

DATA DIVISION.
FILE SECTION.
FD  EXCEPTION-MASTER.
01  EXCEPTION-MASTER-RECORD.
    05 EXM-REQ-ID       PIC X(8).   *> the rejected request, the master's key
    05 FILLER           PIC X(1).
    05 EXM-ACCOUNT      PIC X(16).
    05 FILLER           PIC X(1).
    05 EXM-SOURCE       PIC X(8).   *> the team whose request it is; spaces = unknown
    05 FILLER           PIC X(1).
    05 EXM-ORIGIN       PIC X(1).   *> 'I' rejected by the intake, 'G' by the generator
    05 FILLER           PIC X(1).
    05 EXM-REASON-CODE  PIC X(2).   *> generator 01..07 as on pw_exceptions.dat,
                                    *> intake I1..I9
    05 FILLER           PIC X(1).
    05 EXM-REASON-TEXT  PIC X(48).
    05 FILLER           PIC X(1).
    05 EXM-STATUS       PIC X(1).   *> 'O' open, 'C' corrected, 'R' resubmitted,
                                    *> 'A' abandoned
    05 FILLER           PIC X(1).
    05 EXM-FIRST-DATE   PIC X(8).   *> YYYYMMDD first rejected
    05 FILLER           PIC X(1).
    05 EXM-OPENED-DATE  PIC X(8).   *> YYYYMMDD last (re)opened -- what it is aged on
    05 FILLER           PIC X(1).
    05 EXM-STATUS-DATE  PIC X(8).   *> YYYYMMDD the status last changed
    05 FILLER           PIC X(1).
    05 EXM-OPERATOR     PIC X(8).   *> who made that change; "BATCH" for this loader
    05 FILLER           PIC X(1).
    05 EXM-TIMES-OPENED PIC 9(2).   *> 1 + the times it came back after a correction
    05 FILLER           PIC X(1).
    05 EXM-REQUEST-KNOWN PIC X(1).  *> 'Y' when the request below was found as dropped
    05 FILLER           PIC X(1).
    05 EXM-REQUEST.                 *> the request, in PW-REQUEST-RECORD layout, as
                                    *> corrected so far
       10 EXM-RQ-REQ-ID  PIC X(8).
       10 FILLER         PIC X(1).
       10 EXM-RQ-ACCOUNT PIC X(16).
       10 FILLER         PIC X(1).
       10 EXM-RQ-LEN     PIC 9(2).
       10 FILLER         PIC X(1).
       10 EXM-RQ-SPECIAL PIC X(1).
       10 FILLER         PIC X(1).
       10 EXM-RQ-EXCLUDE PIC X(10).
       10 FILLER         PIC X(1).
       10 EXM-RQ-MODE    PIC X(1).
       10 FILLER         PIC X(1).
       10 EXM-RQ-SEP     PIC X(1).
FD  PW-SOURCES-FILE.
01  PW-SOURCES-RECORD.
    05 SRC-NAME         PIC X(8).   *> source/team name, used in the ack file name
    05 FILLER           PIC X(1).
    05 SRC-FILE         PIC X(40).  *> the drop file this source delivers
FD  DROP-FILE.
01  DROP-RECORD.
    05 DRP-REQ-ID       PIC X(8).
    05 FILLER           PIC X(37).
FD  ACK-FILE.
01  ACK-RECORD.
    05 ACK-REQ-ID       PIC X(8).
    05 FILLER           PIC X(1).
    05 ACK-STATUS       PIC X(8).   *> ACCEPTED or REJECTED
    05 FILLER           PIC X(1).
    05 ACK-REASON       PIC X(44).
FD  REQ-ID-HISTORY-FILE.
01  REQ-ID-HISTORY-RECORD.
    05 RIH-REQ-ID       PIC X(8).
    05 FILLER           PIC X(1).
    05 RIH-DATE         PIC X(8).   *> the window date the ID was accepted
    05 FILLER           PIC X(1).
    05 RIH-SOURCE       PIC X(8).
FD  PW-EXCEPTIONS-FILE.
01  PW-EXCEPTION-RECORD.
    05 PWX-REQ-ID       PIC X(8).
    05 FILLER           PIC X(1).
    05 PWX-ACCOUNT      PIC X(16).
    05 FILLER           PIC X(1).
    05 PWX-REASON-CODE  PIC X(2).   *> 01 = length out of range, 02 = length not
                                    *> numeric, 03 = exclusion list removes every
                                    *> digit, 06 = password repeats the account's
                                    *> recent history even after redrawing,
                                    *> 07 = below the target system's strength policy
    05 FILLER           PIC X(1).
    05 PWX-REASON-TEXT  PIC X(48).
FD  REWORK-FILE.
01  REWORK-RECORD       PIC X(45).  *> one PW-REQUEST-RECORD, nothing more: the
                                    *> intake reads it like any team's drop file
FD  RETENTION-POLICY-FILE.
01  RETENTION-POLICY-RECORD.
    05 RT-FILE          PIC X(24).  *> the live file name the days apply to
    05 FILLER           PIC X(1).
    05 RT-DAYS          PIC 9(4).   *> records older than this many days are archived
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
01  EXCEPTION-MASTER-NAME PIC X(23) VALUE "pw_exception_master.dat".
01  PW-SOURCES-FILE-NAME PIC X(14) VALUE "pw_sources.dat".
01  DROP-FILE-NAME      PIC X(40).  *> set per source from its list record
01  ACK-FILE-NAME       PIC X(30).  *> built per source: pw_ack_<source>.dat
01  REQ-ID-HISTORY-NAME PIC X(21) VALUE "pw_req_id_history.dat".
01  PW-EXCEPTIONS-FILE-NAME PIC X(17) VALUE "pw_exceptions.dat".
01  PW-REQUESTS-FILE-NAME PIC X(15) VALUE "pw_requests.dat".
01  REWORK-FILE-NAME    PIC X(22) VALUE "pw_rework_requests.dat".
01  REWORK-SOURCE-NAME  PIC X(8) VALUE "REWORK".  *> the intake's name for that drop
01  RETENTION-POLICY-NAME PIC X(20) VALUE "retention_policy.dat".

*> Variables
01  WS-FS             PIC XX.  *> 00 = Success, others = Error

01  CURRENT-DATE-STAMP  PIC X(21).
01  RUN-DATE            PIC X(8).  *> YYYYMMDD of this load
77  TODAY-DAY-NBR       PIC 9(9).
77  HISTORY-DAYS        PIC 9(4) VALUE 180.  *> the ID history's retention period
77  CUTOFF-DAY-NBR      PIC 9(9).
77  CUTOFF-DATE         PIC 9(8).  *> a closed entry untouched since before this
                                   *> is for an ID the intake may have reissued
77  ID-REUSED           PIC X.     *> 'Y' when the reject is another request's
77  MASTER-OPEN         PIC X VALUE 'N'.  *> 'Y' while the exceptions master is open
77  FILE-DONE           PIC X.
77  SCAN-DONE           PIC X.

*> the source list, as the intake reads it
01  SOURCE-TABLE.
    05 SL-NAME          PIC X(8) OCCURS 20 TIMES.
    05 SL-FILE          PIC X(40) OCCURS 20 TIMES.
77  SOURCE-COUNT      PIC 9(2) VALUE 0.
77  SOURCE-IDX        PIC 9(2).
01  THIS-SOURCE       PIC X(8).  *> the source whose acks are being loaded
77  REWORK-LISTED     PIC X.     *> 'Y' when the list already names REWORK

*> which source the intake credited each accepted request ID to
01  HIST-TABLE.
    05 HIST-ID          PIC X(8) OCCURS 2000 TIMES.
    05 HIST-SOURCE      PIC X(8) OCCURS 2000 TIMES.
77  HIST-COUNT        PIC 9(4) VALUE 0.
77  HIST-IDX          PIC 9(4).

*> requests as dropped: one source's drop file, or the merged window file
01  DROP-TABLE.
    05 DROP-REQUEST     PIC X(45) OCCURS 999 TIMES.
77  DROP-COUNT        PIC 9(3) VALUE 0.
77  DROP-IDX          PIC 9(3).
77  DROP-OVERFLOW     PIC X.
01  FOUND-REQUEST     PIC X(45).
77  REQUEST-FOUND     PIC X.

*> the exception at hand, built from an ack line or an exceptions record
01  NEW-REQ-ID        PIC X(8).
01  NEW-ACCOUNT       PIC X(16).
01  NEW-SOURCE        PIC X(8).
01  NEW-ORIGIN        PIC X(1).
01  NEW-REASON-CODE   PIC X(2).
01  NEW-REASON-TEXT   PIC X(48).

*> load bookkeeping
77  EXCEPTIONS-ADDED  PIC 9(9) VALUE 0.
77  EXCEPTIONS-REOPENED PIC 9(9) VALUE 0.
77  EXCEPTIONS-REPLACED PIC 9(9) VALUE 0.  *> a closed entry's ID reused
77  EXCEPTIONS-REFRESHED PIC 9(9) VALUE 0.  *> already open, seen again
77  EXCEPTIONS-RESUBMITTED PIC 9(9) VALUE 0.
77  ABANDONED-IGNORED PIC 9(9) VALUE 0.
77  DUPLICATES-SKIPPED PIC 9(9) VALUE 0.
77  UNKEYED-SKIPPED   PIC 9(9) VALUE 0.  *> rejected with no request ID to key on
77  REWORK-WRITTEN    PIC 9(9) VALUE 0.

*> scheduler awareness: first failure wins, reported via RETURN-CODE and the
*> one-record step-status file the batch window checks between steps
01  STEP-STATUS-FILE-NAME PIC X(15) VALUE "step_status.dat".
77  RUN-RC            PIC 9(2) VALUE 0.  *> 00 OK, 08 control file unreadable,
                                         *> 12 output not writable, 16 mid-run
                                         *> I/O error
77  FAILURE-RC        PIC 9(2).
01  FAIL-FILE-NAME    PIC X(30) VALUE SPACES.
01  FAILURE-FILE      PIC X(30).


PROCEDURE DIVISION.
MAIN-LOGIC.
    DISPLAY " "
    END-DISPLAY
    DISPLAY "loading rejected requests onto " EXCEPTION-MASTER-NAME
    END-DISPLAY

    MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-STAMP
    MOVE CURRENT-DATE-STAMP(1:8) TO RUN-DATE
    COMPUTE TODAY-DAY-NBR =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(RUN-DATE))
    END-COMPUTE

    PERFORM READ-RETENTION-POLICY
    COMPUTE CUTOFF-DAY-NBR = TODAY-DAY-NBR - HISTORY-DAYS
    END-COMPUTE
    COMPUTE CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(CUTOFF-DAY-NBR)
    END-COMPUTE

    PERFORM OPEN-EXCEPTION-MASTER

    IF MASTER-OPEN = 'Y'
        PERFORM READ-SOURCE-LIST
        PERFORM LOAD-REQ-ID-HISTORY
        PERFORM VARYING SOURCE-IDX FROM 1 BY 1 UNTIL SOURCE-IDX > SOURCE-COUNT
            PERFORM LOAD-ONE-SOURCE-ACKS
        END-PERFORM
        PERFORM LOAD-GENERATOR-EXCEPTIONS
        PERFORM REBUILD-REWORK-FILE
        CLOSE EXCEPTION-MASTER

        DISPLAY " "
        END-DISPLAY
        DISPLAY "exceptions master " EXCEPTION-MASTER-NAME " loaded: "
            EXCEPTIONS-ADDED " added, " EXCEPTIONS-REOPENED " reopened, "
            EXCEPTIONS-REFRESHED " already open"
        END-DISPLAY
        DISPLAY EXCEPTIONS-REPLACED " closed exception(s) replaced by a new "
            "request under the same ID"
        END-DISPLAY
        DISPLAY EXCEPTIONS-RESUBMITTED " corrected request(s) taken by the "
            "intake and marked resubmitted"
        END-DISPLAY
        DISPLAY ABANDONED-IGNORED " reject(s) of abandoned requests ignored, "
            DUPLICATES-SKIPPED " duplicate-ID reject(s) and " UNKEYED-SKIPPED
            " reject(s) without a request ID not entered"
        END-DISPLAY
        DISPLAY REWORK-WRITTEN " corrected request(s) waiting in "
            REWORK-FILE-NAME
        END-DISPLAY
    END-IF.

    *> tell the batch scheduler how this step went: a one-record status file
    *> it can check between steps, and a per-failure-class RETURN-CODE
    PERFORM WRITE-STEP-STATUS
    MOVE RUN-RC TO RETURN-CODE

    STOP RUN.


*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*>
*> user defined procedures:

OPEN-EXCEPTION-MASTER.
    *> the master is created empty the first time round
    OPEN I-O EXCEPTION-MASTER
    IF WS-FS = "35"
        OPEN OUTPUT EXCEPTION-MASTER
        IF WS-FS = "00"
            CLOSE EXCEPTION-MASTER
            DISPLAY EXCEPTION-MASTER-NAME " not present -- created empty"
            END-DISPLAY
            OPEN I-O EXCEPTION-MASTER
        END-IF
    END-IF
    IF WS-FS NOT = "00"
        DISPLAY "could not write to file: " EXCEPTION-MASTER-NAME WITH NO ADVANCING
        END-DISPLAY
        DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        MOVE 12 TO FAILURE-RC
        MOVE EXCEPTION-MASTER-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
    ELSE
        MOVE 'Y' TO MASTER-OPEN
    END-IF.


READ-SOURCE-LIST.
    *> the same source list the intake merged from, plus the intake's own
    *> REWORK source when the list doesn't name it; no list at all means no
    *> intake ran, so there are no acks to load -- noted, not failed
    OPEN INPUT PW-SOURCES-FILE
    IF WS-FS NOT = "00" AND WS-FS NOT = "35"
        DISPLAY "could not read control file: " PW-SOURCES-FILE-NAME WITH NO ADVANCING
        END-DISPLAY
        DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        MOVE 08 TO FAILURE-RC
        MOVE PW-SOURCES-FILE-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
    END-IF
    IF WS-FS = "35"
        DISPLAY "no source list found under " PW-SOURCES-FILE-NAME
            " -- no acknowledgment files to load"
        END-DISPLAY
    END-IF
    IF WS-FS = "00"
        MOVE 'N' TO FILE-DONE
        PERFORM UNTIL FILE-DONE = 'Y'
            READ PW-SOURCES-FILE
                AT END
                    MOVE 'Y' TO FILE-DONE
                NOT AT END
                    IF SRC-NAME NOT = SPACES AND SRC-FILE NOT = SPACES
                      AND SOURCE-COUNT < 20
                        ADD 1 TO SOURCE-COUNT
                        END-ADD
                        MOVE SRC-NAME TO SL-NAME(SOURCE-COUNT)
                        MOVE SRC-FILE TO SL-FILE(SOURCE-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PW-SOURCES-FILE

        MOVE 'N' TO REWORK-LISTED
        PERFORM VARYING SOURCE-IDX FROM 1 BY 1 UNTIL SOURCE-IDX > SOURCE-COUNT
            IF SL-NAME(SOURCE-IDX) = REWORK-SOURCE-NAME
                MOVE 'Y' TO REWORK-LISTED
            END-IF
        END-PERFORM
        IF REWORK-LISTED = 'N' AND SOURCE-COUNT > 0 AND SOURCE-COUNT < 20
            ADD 1 TO SOURCE-COUNT
            END-ADD
            MOVE REWORK-SOURCE-NAME TO SL-NAME(SOURCE-COUNT)
            MOVE REWORK-FILE-NAME TO SL-FILE(SOURCE-COUNT)
        END-IF
    END-IF.


READ-RETENTION-POLICY.
    *> the ID history's retention period, exactly as RETENTION-HOUSEKEEPING
    *> takes it: a pw_req_id_history.dat line in the policy file overrides
    *> the built-in 180 days; not-found (35) keeps the default, a policy file
    *> that is there and can't be read is a hard failure
    OPEN INPUT RETENTION-POLICY-FILE
    IF WS-FS NOT = "00" AND WS-FS NOT = "35"
        DISPLAY "could not read control file: " RETENTION-POLICY-NAME WITH NO ADVANCING
        END-DISPLAY
        DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        MOVE 08 TO FAILURE-RC
        MOVE RETENTION-POLICY-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
    END-IF
    IF WS-FS = "00"
        PERFORM UNTIL WS-FS NOT = "00"
            READ RETENTION-POLICY-FILE
                AT END
                    MOVE "10" TO WS-FS  *> any non-"00" status ends the PERFORM above
                NOT AT END
                    IF RT-FILE = REQ-ID-HISTORY-NAME AND RT-DAYS NUMERIC
                        MOVE RT-DAYS TO HISTORY-DAYS
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RETENTION-POLICY-FILE
    END-IF.


LOAD-REQ-ID-HISTORY.
    *> the intake's record of which source each accepted ID came from --
    *> the only place a generator exception's source can be found; a later
    *> line for the same ID (a resubmission) wins
    OPEN INPUT REQ-ID-HISTORY-FILE
    IF WS-FS NOT = "00" AND WS-FS NOT = "35"
        DISPLAY "could not read control file: " REQ-ID-HISTORY-NAME WITH NO ADVANCING
        END-DISPLAY
        DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        MOVE 08 TO FAILURE-RC
        MOVE REQ-ID-HISTORY-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
    END-IF
    IF WS-FS = "00"
        MOVE 'N' TO FILE-DONE
        PERFORM UNTIL FILE-DONE = 'Y'
            READ REQ-ID-HISTORY-FILE
                AT END
                    MOVE 'Y' TO FILE-DONE
                NOT AT END
                    IF RIH-REQ-ID NOT = SPACES AND HIST-COUNT < 2000
                        ADD 1 TO HIST-COUNT
                        END-ADD
                        MOVE RIH-REQ-ID TO HIST-ID(HIST-COUNT)
                        MOVE RIH-SOURCE TO HIST-SOURCE(HIST-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REQ-ID-HISTORY-FILE
    END-IF.


LOAD-ONE-SOURCE-ACKS.
    *> one source's acknowledgment file: accepted lines can close out a
    *> correction, rejected lines are entered as intake exceptions. a source
    *> that dropped nothing tonight has an empty ack file (REQUEST-INTAKE
    *> empties it), and one that never dropped anything has none, which is fine
    MOVE SL-NAME(SOURCE-IDX) TO THIS-SOURCE
    MOVE SL-FILE(SOURCE-IDX) TO DROP-FILE-NAME
    MOVE SPACES TO ACK-FILE-NAME
    STRING "pw_ack_" FUNCTION TRIM(THIS-SOURCE) ".dat"
        DELIMITED BY SIZE INTO ACK-FILE-NAME
    END-STRING

    PERFORM LOAD-DROP-TABLE
    OPEN INPUT ACK-FILE
    IF WS-FS NOT = "00"
        IF WS-FS NOT = "35"
            DISPLAY "could not read file: " FUNCTION TRIM(ACK-FILE-NAME) WITH NO ADVANCING
            END-DISPLAY
            DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
            END-DISPLAY
            MOVE 08 TO FAILURE-RC
            MOVE ACK-FILE-NAME TO FAILURE-FILE
            PERFORM RECORD-STEP-FAILURE
        END-IF
    ELSE
        MOVE 'N' TO FILE-DONE
        PERFORM UNTIL FILE-DONE = 'Y'
            READ ACK-FILE
                AT END
                    MOVE 'Y' TO FILE-DONE
                NOT AT END
                    IF ACK-STATUS = "ACCEPTED"
                        PERFORM NOTE-ACCEPTED-REQUEST
                    END-IF
                    IF ACK-STATUS = "REJECTED"
                        PERFORM NOTE-INTAKE-REJECT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ACK-FILE
    END-IF.


LOAD-DROP-TABLE.
    *> the source's drop file as the intake read it, so each reject can
    *> carry the request the team actually sent
    MOVE 0 TO DROP-COUNT
    MOVE 'N' TO DROP-OVERFLOW
    OPEN INPUT DROP-FILE
    IF WS-FS = "00"
        MOVE 'N' TO SCAN-DONE
        PERFORM UNTIL SCAN-DONE = 'Y'
            READ DROP-FILE
                AT END
                    MOVE 'Y' TO SCAN-DONE
                NOT AT END
                    IF DROP-RECORD NOT = SPACES
                        IF DROP-COUNT < 999
                            ADD 1 TO DROP-COUNT
                            END-ADD
                            MOVE DROP-RECORD TO DROP-REQUEST(DROP-COUNT)
                        ELSE
                            MOVE 'Y' TO DROP-OVERFLOW
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DROP-FILE
        IF DROP-OVERFLOW = 'Y'
            DISPLAY "WARNING: more than 999 requests in "
                FUNCTION TRIM(DROP-FILE-NAME) " -- rejects past them are "
                "entered without their request"
            END-DISPLAY
        END-IF
    END-IF.


FIND-DROPPED-REQUEST.
    *> NEW-REQ-ID in the drop table; the last record with the ID wins, as
    *> it is the one a duplicate-ID reject was about
    MOVE 'N' TO REQUEST-FOUND
    MOVE SPACES TO FOUND-REQUEST
    PERFORM VARYING DROP-IDX FROM 1 BY 1 UNTIL DROP-IDX > DROP-COUNT
        IF DROP-REQUEST(DROP-IDX)(1:8) = NEW-REQ-ID
            MOVE DROP-REQUEST(DROP-IDX) TO FOUND-REQUEST
            MOVE 'Y' TO REQUEST-FOUND
        END-IF
    END-PERFORM.


NOTE-ACCEPTED-REQUEST.
    *> the intake took a corrected request: the correction is done with
    MOVE ACK-REQ-ID TO EXM-REQ-ID
    READ EXCEPTION-MASTER
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF EXM-STATUS = 'C'
                MOVE 'R' TO EXM-STATUS
                MOVE RUN-DATE TO EXM-STATUS-DATE
                MOVE "BATCH" TO EXM-OPERATOR
                REWRITE EXCEPTION-MASTER-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
                PERFORM CHECK-MASTER-WRITE
                ADD 1 TO EXCEPTIONS-RESUBMITTED
                END-ADD
            END-IF
    END-READ.


NOTE-INTAKE-REJECT.
    IF ACK-REQ-ID = SPACES
        *> "request ID missing": nothing to key it on; the team's ack file
        *> is the only place it can be followed up
        ADD 1 TO UNKEYED-SKIPPED
        END-ADD
    ELSE
        MOVE ACK-REQ-ID TO NEW-REQ-ID
        MOVE THIS-SOURCE TO NEW-SOURCE
        MOVE 'I' TO NEW-ORIGIN
        MOVE ACK-REASON TO NEW-REASON-TEXT
        PERFORM SET-INTAKE-REASON-CODE
        PERFORM FIND-DROPPED-REQUEST
        MOVE FOUND-REQUEST(10:16) TO NEW-ACCOUNT
        PERFORM UPSERT-EXCEPTION
    END-IF.


SET-INTAKE-REASON-CODE.
    *> the intake's ack carries its reason as text only; each gets a code
    *> of its own so the aging report can count them alongside the
    *> generator's 01..07
    EVALUATE TRUE
        WHEN ACK-REASON(1:18) = "request ID missing"
            MOVE "I1" TO NEW-REASON-CODE
        WHEN ACK-REASON(1:15) = "account missing"
            MOVE "I2" TO NEW-REASON-CODE
        WHEN ACK-REASON(1:24) = "length field not numeric"
            MOVE "I3" TO NEW-REASON-CODE
        WHEN ACK-REASON(1:23) = "word count out of range"
            MOVE "I4" TO NEW-REASON-CODE
        WHEN ACK-REASON(1:19) = "length out of range"
            MOVE "I5" TO NEW-REASON-CODE
        WHEN ACK-REASON(1:14) = "account not in"
            MOVE "I6" TO NEW-REASON-CODE
        WHEN ACK-REASON(1:15) = "account retired"
            MOVE "I7" TO NEW-REASON-CODE
        WHEN ACK-REASON(1:20) = "duplicate request ID"
            MOVE "I8" TO NEW-REASON-CODE
        WHEN OTHER
            MOVE "I9" TO NEW-REASON-CODE
    END-EVALUATE.


LOAD-GENERATOR-EXCEPTIONS.
    *> this window's generator rejects, with each request looked up in the
    *> merged pw_requests.dat the generator read; no exceptions file means
    *> no password step ran since the last archive -- noted, not failed
    MOVE PW-REQUESTS-FILE-NAME TO DROP-FILE-NAME
    PERFORM LOAD-DROP-TABLE

    OPEN INPUT PW-EXCEPTIONS-FILE
    IF WS-FS NOT = "00"
        IF WS-FS = "35"
            DISPLAY "no generator exceptions found under "
                PW-EXCEPTIONS-FILE-NAME
            END-DISPLAY
        ELSE
            DISPLAY "could not read file: " PW-EXCEPTIONS-FILE-NAME WITH NO ADVANCING
            END-DISPLAY
            DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
            END-DISPLAY
            MOVE 08 TO FAILURE-RC
            MOVE PW-EXCEPTIONS-FILE-NAME TO FAILURE-FILE
            PERFORM RECORD-STEP-FAILURE
        END-IF
    ELSE
        MOVE 'N' TO FILE-DONE
        PERFORM UNTIL FILE-DONE = 'Y'
            READ PW-EXCEPTIONS-FILE
                AT END
                    MOVE 'Y' TO FILE-DONE
                NOT AT END
                    IF PW-EXCEPTION-RECORD NOT = SPACES
                        PERFORM NOTE-GENERATOR-EXCEPTION
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PW-EXCEPTIONS-FILE
    END-IF.


NOTE-GENERATOR-EXCEPTION.
    IF PWX-REQ-ID = SPACES
        ADD 1 TO UNKEYED-SKIPPED
        END-ADD
    ELSE
        MOVE PWX-REQ-ID TO NEW-REQ-ID
        MOVE PWX-ACCOUNT TO NEW-ACCOUNT
        MOVE 'G' TO NEW-ORIGIN
        MOVE PWX-REASON-CODE TO NEW-REASON-CODE
        MOVE PWX-REASON-TEXT TO NEW-REASON-TEXT
        MOVE SPACES TO NEW-SOURCE
        PERFORM VARYING HIST-IDX FROM 1 BY 1 UNTIL HIST-IDX > HIST-COUNT
            IF HIST-ID(HIST-IDX) = NEW-REQ-ID
                MOVE HIST-SOURCE(HIST-IDX) TO NEW-SOURCE
            END-IF
        END-PERFORM
        PERFORM FIND-DROPPED-REQUEST
        PERFORM UPSERT-EXCEPTION
    END-IF.


UPSERT-EXCEPTION.
    *> new to the master: entered OPEN. already OPEN: the reason is brought
    *> up to date. CORRECTED or RESUBMITTED: the correction didn't take, so
    *> it is reopened under the new reason. ABANDONED: left alone. an
    *> ABANDONED or RESUBMITTED entry for another account, or closed longer
    *> than the intake remembers IDs, is an older request whose ID has been
    *> reused: the new reject replaces it, as if the ID were new to the master
    MOVE NEW-REQ-ID TO EXM-REQ-ID
    READ EXCEPTION-MASTER
        INVALID KEY
            MOVE SPACES TO EXCEPTION-MASTER-RECORD
            MOVE NEW-REQ-ID TO EXM-REQ-ID
            MOVE NEW-SOURCE TO EXM-SOURCE
            MOVE 'O' TO EXM-STATUS
            MOVE RUN-DATE TO EXM-FIRST-DATE
            MOVE RUN-DATE TO EXM-OPENED-DATE
            MOVE 1 TO EXM-TIMES-OPENED
            PERFORM FILL-EXCEPTION-DETAIL
            WRITE EXCEPTION-MASTER-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE
            PERFORM CHECK-MASTER-WRITE
            ADD 1 TO EXCEPTIONS-ADDED
            END-ADD
        NOT INVALID KEY
            MOVE 'N' TO ID-REUSED
            IF EXM-STATUS = 'A' OR EXM-STATUS = 'R'
                IF NEW-ACCOUNT NOT = SPACES AND EXM-ACCOUNT NOT = SPACES
                  AND NEW-ACCOUNT NOT = EXM-ACCOUNT
                    MOVE 'Y' TO ID-REUSED
                END-IF
                IF EXM-STATUS-DATE < CUTOFF-DATE
                    MOVE 'Y' TO ID-REUSED
                END-IF
            END-IF
            IF NEW-ORIGIN = 'I' AND NEW-REASON-CODE = "I8"
                *> another request colliding with an ID the master already
                *> follows -- entering it would overwrite that one's history
                ADD 1 TO DUPLICATES-SKIPPED
                END-ADD
            ELSE
            IF ID-REUSED = 'Y'
                MOVE SPACES TO EXCEPTION-MASTER-RECORD
                MOVE NEW-REQ-ID TO EXM-REQ-ID
                MOVE NEW-SOURCE TO EXM-SOURCE
                MOVE 'O' TO EXM-STATUS
                MOVE RUN-DATE TO EXM-FIRST-DATE
                MOVE RUN-DATE TO EXM-OPENED-DATE
                MOVE 1 TO EXM-TIMES-OPENED
                PERFORM FILL-EXCEPTION-DETAIL
                REWRITE EXCEPTION-MASTER-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
                PERFORM CHECK-MASTER-WRITE
                ADD 1 TO EXCEPTIONS-REPLACED
                END-ADD
            ELSE
            IF EXM-STATUS = 'A'
                ADD 1 TO ABANDONED-IGNORED
                END-ADD
            ELSE
                IF EXM-STATUS = 'O'
                    ADD 1 TO EXCEPTIONS-REFRESHED
                    END-ADD
                ELSE
                    MOVE 'O' TO EXM-STATUS
                    MOVE RUN-DATE TO EXM-OPENED-DATE
                    ADD 1 TO EXM-TIMES-OPENED
                        ON SIZE ERROR
                            CONTINUE  *> 99 reopens is plenty to make the point
                    END-ADD
                    ADD 1 TO EXCEPTIONS-REOPENED
                    END-ADD
                END-IF
                IF EXM-SOURCE = SPACES OR EXM-SOURCE = REWORK-SOURCE-NAME
                    MOVE NEW-SOURCE TO EXM-SOURCE
                END-IF
                PERFORM FILL-EXCEPTION-DETAIL
                REWRITE EXCEPTION-MASTER-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
                PERFORM CHECK-MASTER-WRITE
            END-IF
            END-IF
            END-IF
    END-READ.


FILL-EXCEPTION-DETAIL.
    *> reason, status stamp and -- when it could be found -- the request as
    *> it was last sent; when it couldn't, the account and ID at least, so
    *> the operator correcting it has something to start from
    IF NEW-ACCOUNT NOT = SPACES
        MOVE NEW-ACCOUNT TO EXM-ACCOUNT
    END-IF
    MOVE NEW-ORIGIN TO EXM-ORIGIN
    MOVE NEW-REASON-CODE TO EXM-REASON-CODE
    MOVE NEW-REASON-TEXT TO EXM-REASON-TEXT
    MOVE RUN-DATE TO EXM-STATUS-DATE
    MOVE "BATCH" TO EXM-OPERATOR
    IF REQUEST-FOUND = 'Y'
        MOVE 'Y' TO EXM-REQUEST-KNOWN
        MOVE FOUND-REQUEST TO EXM-REQUEST
    ELSE
        IF EXM-REQUEST-KNOWN NOT = 'Y'
            MOVE 'N' TO EXM-REQUEST-KNOWN
            MOVE SPACES TO EXM-REQUEST
            MOVE EXM-REQ-ID TO EXM-RQ-REQ-ID
            MOVE EXM-ACCOUNT TO EXM-RQ-ACCOUNT
        END-IF
    END-IF.


CHECK-MASTER-WRITE.
    IF WS-FS NOT = "00"
        DISPLAY "I/O error writing exceptions master -- "
            "GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        MOVE 16 TO FAILURE-RC
        MOVE EXCEPTION-MASTER-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
    END-IF.


REBUILD-REWORK-FILE.
    *> every request still CORRECTED, in PW-REQUEST-RECORD layout, for the
    *> intake's REWORK source; rewritten whole each time so a request the
    *> intake already took is never offered twice
    OPEN OUTPUT REWORK-FILE
    IF WS-FS NOT = "00"
        DISPLAY "could not write to file: " REWORK-FILE-NAME WITH NO ADVANCING
        END-DISPLAY
        DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        MOVE 12 TO FAILURE-RC
        MOVE REWORK-FILE-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
    ELSE
        MOVE 'N' TO SCAN-DONE
        MOVE LOW-VALUES TO EXM-REQ-ID
        START EXCEPTION-MASTER KEY IS GREATER THAN OR EQUAL TO EXM-REQ-ID
            INVALID KEY
                MOVE 'Y' TO SCAN-DONE
        END-START
        PERFORM UNTIL SCAN-DONE = 'Y'
            READ EXCEPTION-MASTER NEXT RECORD
                AT END
                    MOVE 'Y' TO SCAN-DONE
                NOT AT END
                    IF EXM-STATUS = 'C'
                        MOVE EXM-REQUEST TO REWORK-RECORD
                        WRITE REWORK-RECORD
                        END-WRITE
                        IF WS-FS NOT = "00"
                            DISPLAY "I/O error writing corrected requests -- "
                                "GnuCOBOL-specific file status code: " WS-FS
                            END-DISPLAY
                            MOVE 16 TO FAILURE-RC
                            MOVE REWORK-FILE-NAME TO FAILURE-FILE
                            PERFORM RECORD-STEP-FAILURE
                            MOVE 'Y' TO SCAN-DONE
                        ELSE
                            ADD 1 TO REWORK-WRITTEN
                            END-ADD
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REWORK-FILE
    END-IF.


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
        MOVE "EXCEPTION-QUEUE-LOADER" TO SS-STEP-NAME
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

END PROGRAM EXCEPTION-QUEUE-LOADER.
