*> exception_aging_report.cob
*>
*> 2026-10-15
*>
*> build on Ubuntu 24 LTS: $ cobc -F -W -x exception_aging_report.cob -o exception_aging_report
*>                                -F for free format to not use first 7 source line positions for sequence numbers used on punched cards !!
*>
*> run on Ubuntu 24 LTS:   $ ./exception_aging_report
*>
*> how many rejected password requests are still open, whose they are, why they
*> were rejected and how long they have been waiting. reads the exceptions master
*> (EXCEPTION-MASTER-NAME, pw_exception_master.dat, kept by EXCEPTION-QUEUE-LOADER
*> and EXCEPTION-QUEUE-MAINT) and writes REPORT-FILE-NAME (pw_exception_aging.rpt):
*>
*>   - one line per source and reason code with the OPEN exceptions counted into
*>     age bands -- 0-7, 8-30, 31-90 and over 90 days since the exception was
*>     last (re)opened -- and the age of the oldest, with a subtotal per source;
*>   - totals per age band, plus how many are corrected and waiting for the
*>     intake, resubmitted, and abandoned.
*>
*> reason codes are the generator's 01..07 as on pw_exceptions.dat and the
*> intake's I1..I9 (request ID missing, account missing, length not numeric, word
*> count out of range, length out of range, account not registered, account
*> retired, duplicate request ID, other).
*>
*> ends with RETURN-CODE 00, 04 when there is no exceptions master yet, 08 when it
*> is there but unreadable, 12 when the report can't be written, and rewrites the
*> shared one-record step-status file last, as every window step does. open
*> exceptions are reported, not failed.
*>
*> $ cobc -V  # cobc (GnuCOBOL) 3.1.2.0


IDENTIFICATION DIVISION.
PROGRAM-ID. EXCEPTION-AGING-REPORT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EXCEPTION-MASTER ASSIGN TO EXCEPTION-MASTER-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EXM-REQ-ID
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT REPORT-FILE ASSIGN TO REPORT-FILE-NAME
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
    05 EXM-REASON-CODE  PIC X(2).   *> generator 01..07, intake I1..I9
    05 FILLER           PIC X(1).
    05 EXM-REASON-TEXT  PIC X(48).
    05 FILLER           PIC X(1).
    05 EXM-STATUS       PIC X(1).   *> 'O' open, 'C' corrected, 'R' resubmitted,
                                    *> 'A' abandoned
    05 FILLER           PIC X(1).
    05 EXM-FIRST-DATE   PIC X(8).
    05 FILLER           PIC X(1).
    05 EXM-OPENED-DATE  PIC X(8).   *> YYYYMMDD last (re)opened -- what it is aged on
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
01  EXCEPTION-MASTER-NAME PIC X(23) VALUE "pw_exception_master.dat".
01  REPORT-FILE-NAME    PIC X(22) VALUE "pw_exception_aging.rpt".

*> Variables
01  WS-FS             PIC XX.  *> 00 = Success, others = Error

01  CURRENT-DATE-STAMP  PIC X(21).
01  RUN-DATE            PIC X(8).
77  TODAY-DAY-NBR       PIC 9(9).  *> today as a day count, for age arithmetic
77  OPENED-DAY-NBR      PIC 9(9).
77  OPENED-DATE-NUM     PIC 9(8).
77  EXCEPTION-AGE       PIC 9(5).
77  AGE-BAND            PIC 9(1).  *> 1 = 0-7, 2 = 8-30, 3 = 31-90, 4 = over 90 days
77  MASTER-OPEN         PIC X VALUE 'N'.
77  SCAN-DONE           PIC X.
01  WS-LINE             PIC X(80) VALUE SPACES.

*> open exceptions per source and reason, kept in source/reason order
01  GROUP-TABLE.
    05 GRP-ENTRY OCCURS 200 TIMES.
       10 GRP-KEY.
          15 GRP-SOURCE    PIC X(8).
          15 GRP-REASON    PIC X(2).
       10 GRP-BAND         PIC 9(6) OCCURS 4 TIMES.
       10 GRP-TOTAL        PIC 9(6).
       10 GRP-OLDEST       PIC 9(5).
77  GROUP-COUNT       PIC 9(3) VALUE 0.
77  GROUP-IDX         PIC 9(3).
77  GROUP-FOUND-IDX   PIC 9(3).
77  SHIFT-IDX         PIC 9(3).
77  GROUP-OVERFLOW    PIC X VALUE 'N'.
01  THIS-KEY.
    05 THIS-SOURCE      PIC X(8).
    05 THIS-REASON      PIC X(2).
77  BAND-IDX          PIC 9(1).

*> per-source subtotal while the table is written out
01  SUB-SOURCE        PIC X(8).
01  SUB-BANDS.
    05 SUB-BAND         PIC 9(6) OCCURS 4 TIMES.
77  SUB-TOTAL         PIC 9(6).
77  SUB-OLDEST        PIC 9(5).

*> totals
01  TOTAL-BANDS.
    05 TOTAL-BAND       PIC 9(6) OCCURS 4 TIMES.
77  TOTAL-OPEN        PIC 9(6) VALUE 0.
77  TOTAL-OLDEST      PIC 9(5) VALUE 0.
77  TOTAL-CORRECTED   PIC 9(6) VALUE 0.
77  TOTAL-RESUBMITTED PIC 9(6) VALUE 0.
77  TOTAL-ABANDONED   PIC 9(6) VALUE 0.

*> numeric-edited fields the report lines carry
01  CNT-ED            PIC ZZZZZ9.
01  CNT-ED-1          PIC ZZZZZ9.
01  CNT-ED-2          PIC ZZZZZ9.
01  CNT-ED-3          PIC ZZZZZ9.
01  CNT-ED-4          PIC ZZZZZ9.
01  DAYS-ED           PIC ZZZZ9.
01  LINE-SOURCE       PIC X(8).

*> scheduler awareness: first failure wins, reported via RETURN-CODE and the
*> one-record step-status file the batch window checks between steps
01  STEP-STATUS-FILE-NAME PIC X(15) VALUE "step_status.dat".
77  RUN-RC            PIC 9(2) VALUE 0.  *> 00 OK, 04 no master yet, 08 master
                                         *> unreadable, 12 report not writable
77  FAILURE-RC        PIC 9(2).
01  FAIL-FILE-NAME    PIC X(30) VALUE SPACES.
01  FAILURE-FILE      PIC X(30).


PROCEDURE DIVISION.
MAIN-LOGIC.
    DISPLAY " "
    END-DISPLAY
    DISPLAY "exception aging report from " EXCEPTION-MASTER-NAME
    END-DISPLAY

    MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-STAMP
    MOVE CURRENT-DATE-STAMP(1:8) TO RUN-DATE
    COMPUTE TODAY-DAY-NBR =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(RUN-DATE))
    END-COMPUTE
    MOVE ZEROES TO TOTAL-BANDS

    OPEN INPUT EXCEPTION-MASTER
    IF WS-FS NOT = "00"
        IF WS-FS = "35"
            DISPLAY "no exceptions master found under " EXCEPTION-MASTER-NAME
            END-DISPLAY
            MOVE 04 TO FAILURE-RC
        ELSE
            DISPLAY "could not read control file: " EXCEPTION-MASTER-NAME WITH NO ADVANCING
            END-DISPLAY
            DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
            END-DISPLAY
            MOVE 08 TO FAILURE-RC
        END-IF
        MOVE EXCEPTION-MASTER-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
    ELSE
        MOVE 'Y' TO MASTER-OPEN
        PERFORM TALLY-EXCEPTIONS
        CLOSE EXCEPTION-MASTER
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
        IF TOTAL-OPEN = 0
            MOVE "no open exceptions" TO WS-LINE
            PERFORM WRITE-REPORT-LINE
        ELSE
            PERFORM WRITE-GROUP-LINES
        END-IF
        PERFORM WRITE-REPORT-TOTALS
        CLOSE REPORT-FILE
        DISPLAY " "
        END-DISPLAY
        DISPLAY "exception aging report written to: " REPORT-FILE-NAME
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

TALLY-EXCEPTIONS.
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
                EVALUATE EXM-STATUS
                    WHEN 'O'
                        PERFORM TALLY-ONE-OPEN
                    WHEN 'C'
                        ADD 1 TO TOTAL-CORRECTED
                        END-ADD
                    WHEN 'R'
                        ADD 1 TO TOTAL-RESUBMITTED
                        END-ADD
                    WHEN 'A'
                        ADD 1 TO TOTAL-ABANDONED
                        END-ADD
                END-EVALUATE
        END-READ
    END-PERFORM.


TALLY-ONE-OPEN.
    *> a mangled opened date can't be aged; the safe reading is "oldest"
    IF EXM-OPENED-DATE NUMERIC
        MOVE EXM-OPENED-DATE TO OPENED-DATE-NUM
        COMPUTE OPENED-DAY-NBR = FUNCTION INTEGER-OF-DATE(OPENED-DATE-NUM)
        END-COMPUTE
        COMPUTE EXCEPTION-AGE = TODAY-DAY-NBR - OPENED-DAY-NBR
            ON SIZE ERROR
                MOVE 0 TO EXCEPTION-AGE  *> an opened date in the future ages zero
        END-COMPUTE
    ELSE
        MOVE 99999 TO EXCEPTION-AGE
    END-IF
    EVALUATE TRUE
        WHEN EXCEPTION-AGE <= 7
            MOVE 1 TO AGE-BAND
        WHEN EXCEPTION-AGE <= 30
            MOVE 2 TO AGE-BAND
        WHEN EXCEPTION-AGE <= 90
            MOVE 3 TO AGE-BAND
        WHEN OTHER
            MOVE 4 TO AGE-BAND
    END-EVALUATE

    ADD 1 TO TOTAL-OPEN
    END-ADD
    ADD 1 TO TOTAL-BAND(AGE-BAND)
    END-ADD
    IF EXCEPTION-AGE > TOTAL-OLDEST
        MOVE EXCEPTION-AGE TO TOTAL-OLDEST
    END-IF

    MOVE EXM-SOURCE TO THIS-SOURCE
    MOVE EXM-REASON-CODE TO THIS-REASON
    PERFORM FIND-GROUP
    IF GROUP-FOUND-IDX > 0
        ADD 1 TO GRP-TOTAL(GROUP-FOUND-IDX)
        END-ADD
        ADD 1 TO GRP-BAND(GROUP-FOUND-IDX, AGE-BAND)
        END-ADD
        IF EXCEPTION-AGE > GRP-OLDEST(GROUP-FOUND-IDX)
            MOVE EXCEPTION-AGE TO GRP-OLDEST(GROUP-FOUND-IDX)
        END-IF
    END-IF.


FIND-GROUP.
    *> the source/reason pair's slot; a new pair is inserted where it sorts,
    *> so the report comes out grouped by source without a SORT step
    MOVE 0 TO GROUP-FOUND-IDX
    PERFORM VARYING GROUP-IDX FROM 1 BY 1
      UNTIL GROUP-IDX > GROUP-COUNT OR GRP-KEY(GROUP-IDX) >= THIS-KEY
        CONTINUE
    END-PERFORM
    IF GROUP-IDX <= GROUP-COUNT
        IF GRP-KEY(GROUP-IDX) = THIS-KEY
            MOVE GROUP-IDX TO GROUP-FOUND-IDX
        END-IF
    END-IF

    IF GROUP-FOUND-IDX = 0
        IF GROUP-COUNT < 200
            PERFORM VARYING SHIFT-IDX FROM GROUP-COUNT BY -1
              UNTIL SHIFT-IDX < GROUP-IDX
                MOVE GRP-ENTRY(SHIFT-IDX) TO GRP-ENTRY(SHIFT-IDX + 1)
            END-PERFORM
            ADD 1 TO GROUP-COUNT
            END-ADD
            MOVE GROUP-IDX TO GROUP-FOUND-IDX
            MOVE THIS-KEY TO GRP-KEY(GROUP-FOUND-IDX)
            PERFORM VARYING BAND-IDX FROM 1 BY 1 UNTIL BAND-IDX > 4
                MOVE 0 TO GRP-BAND(GROUP-FOUND-IDX, BAND-IDX)
            END-PERFORM
            MOVE 0 TO GRP-TOTAL(GROUP-FOUND-IDX)
            MOVE 0 TO GRP-OLDEST(GROUP-FOUND-IDX)
        ELSE
            IF GROUP-OVERFLOW = 'N'
                MOVE 'Y' TO GROUP-OVERFLOW
                DISPLAY "WARNING: more than 200 source/reason pairs open -- "
                    "the extras are counted in the totals only"
                END-DISPLAY
            END-IF
        END-IF
    END-IF.


WRITE-REPORT-HEADER.
    MOVE "open password-request exceptions by source and reason" TO WS-LINE
    PERFORM WRITE-REPORT-LINE
    STRING "run date: " RUN-DATE "   ages in days since last (re)opened"
        DELIMITED BY SIZE INTO WS-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE "----------------------------------------" TO WS-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE "SOURCE   RC   OPEN    0-7   8-30  31-90    >90  OLDEST" TO WS-LINE
    PERFORM WRITE-REPORT-LINE.


WRITE-GROUP-LINES.
    MOVE 'N' TO SCAN-DONE
    PERFORM VARYING GROUP-IDX FROM 1 BY 1 UNTIL GROUP-IDX > GROUP-COUNT
        IF GROUP-IDX = 1
            PERFORM START-SOURCE-SUBTOTAL
        ELSE
            IF GRP-SOURCE(GROUP-IDX) NOT = SUB-SOURCE
                PERFORM WRITE-SOURCE-SUBTOTAL
                PERFORM START-SOURCE-SUBTOTAL
            END-IF
        END-IF
        IF GRP-SOURCE(GROUP-IDX) = SPACES
            MOVE "(none)" TO LINE-SOURCE
        ELSE
            MOVE GRP-SOURCE(GROUP-IDX) TO LINE-SOURCE
        END-IF
        MOVE GRP-TOTAL(GROUP-IDX) TO CNT-ED
        MOVE GRP-BAND(GROUP-IDX, 1) TO CNT-ED-1
        MOVE GRP-BAND(GROUP-IDX, 2) TO CNT-ED-2
        MOVE GRP-BAND(GROUP-IDX, 3) TO CNT-ED-3
        MOVE GRP-BAND(GROUP-IDX, 4) TO CNT-ED-4
        MOVE GRP-OLDEST(GROUP-IDX) TO DAYS-ED
        STRING LINE-SOURCE " " GRP-REASON(GROUP-IDX) " " CNT-ED " " CNT-ED-1
            " " CNT-ED-2 " " CNT-ED-3 " " CNT-ED-4 "   " DAYS-ED
            DELIMITED BY SIZE INTO WS-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
        ADD GRP-TOTAL(GROUP-IDX) TO SUB-TOTAL
        END-ADD
        PERFORM VARYING BAND-IDX FROM 1 BY 1 UNTIL BAND-IDX > 4
            ADD GRP-BAND(GROUP-IDX, BAND-IDX) TO SUB-BAND(BAND-IDX)
            END-ADD
        END-PERFORM
        IF GRP-OLDEST(GROUP-IDX) > SUB-OLDEST
            MOVE GRP-OLDEST(GROUP-IDX) TO SUB-OLDEST
        END-IF
    END-PERFORM
    PERFORM WRITE-SOURCE-SUBTOTAL.


START-SOURCE-SUBTOTAL.
    MOVE GRP-SOURCE(GROUP-IDX) TO SUB-SOURCE
    MOVE ZEROES TO SUB-BANDS
    MOVE 0 TO SUB-TOTAL
    MOVE 0 TO SUB-OLDEST.


WRITE-SOURCE-SUBTOTAL.
    MOVE SUB-TOTAL TO CNT-ED
    MOVE SUB-BAND(1) TO CNT-ED-1
    MOVE SUB-BAND(2) TO CNT-ED-2
    MOVE SUB-BAND(3) TO CNT-ED-3
    MOVE SUB-BAND(4) TO CNT-ED-4
    MOVE SUB-OLDEST TO DAYS-ED
    STRING "  subtotal   " CNT-ED " " CNT-ED-1 " " CNT-ED-2 " " CNT-ED-3 " "
        CNT-ED-4 "   " DAYS-ED
        DELIMITED BY SIZE INTO WS-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE.


WRITE-REPORT-TOTALS.
    MOVE "----------------------------------------" TO WS-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE TOTAL-OPEN TO CNT-ED
    MOVE TOTAL-BAND(1) TO CNT-ED-1
    MOVE TOTAL-BAND(2) TO CNT-ED-2
    MOVE TOTAL-BAND(3) TO CNT-ED-3
    MOVE TOTAL-BAND(4) TO CNT-ED-4
    MOVE TOTAL-OLDEST TO DAYS-ED
    STRING "ALL SOURCES " CNT-ED " " CNT-ED-1 " " CNT-ED-2 " " CNT-ED-3 " "
        CNT-ED-4 "   " DAYS-ED
        DELIMITED BY SIZE INTO WS-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE TOTAL-CORRECTED TO CNT-ED
    STRING "corrected, waiting for the intake: " CNT-ED
        DELIMITED BY SIZE INTO WS-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE TOTAL-RESUBMITTED TO CNT-ED
    STRING "resubmitted:                       " CNT-ED
        DELIMITED BY SIZE INTO WS-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE TOTAL-ABANDONED TO CNT-ED
    STRING "abandoned:                         " CNT-ED
        DELIMITED BY SIZE INTO WS-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE.


WRITE-REPORT-LINE.
    DISPLAY FUNCTION TRIM(WS-LINE)
    END-DISPLAY
    MOVE WS-LINE TO REPORT-LINE
    WRITE REPORT-LINE
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
        MOVE "EXCEPTION-AGING-REPORT" TO SS-STEP-NAME
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

END PROGRAM EXCEPTION-AGING-REPORT.
