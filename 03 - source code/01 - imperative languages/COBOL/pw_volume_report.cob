*> pw_volume_report.cob
*>
*> 2026-10-15
*>
*> build on Ubuntu 24 LTS: $ cobc -F -W -x pw_volume_report.cob -o pw_volume_report
*>                                -F for free format to not use first 7 source line positions for sequence numbers used on punched cards !!
*>
*> run on Ubuntu 24 LTS:   $ ./pw_volume_report
*>
*> the password service's monthly volume and chargeback report. three teams and
*> the rotation feed drop requests into REQUEST-INTAKE, and charging the service
*> back to them -- or checking it against capacity -- used to mean counting lines
*> in ack files by hand, files housekeeping archives after a day. instead the
*> window steps append their figures as they run to WINDOW-STATS-NAME
*> (pw_window_stats.dat, aged by RETENTION-HOUSEKEEPING at 800 days), one line per
*> window, step, key and item:
*>
*>   - REQUEST-INTAKE ('I'), per source: RC requests received, AC accepted,
*>     I1..I9 rejected by reason (the exceptions master's intake codes);
*>   - FLEXIBLE-PASSWORD-GENERATOR ('G'), per source: PW passwords and PP
*>     passphrases issued, EX exceptions; and for the window as a whole BT, the
*>     stream bits consumed -- the values the stream cursor moved over, 16 bits
*>     each, rolls onto later pairs included;
*>   - PASSWORD-DELIVERY-SPLIT ('D'), per target system: DL records delivered
*>     as on the delivery manifest, the unrouted ones under "(none)".
*>
*> a window step that is rerun appends its lines again under a later run stamp;
*> for every window date + sequence + step only the latest run's lines count, so
*> a rerun replaces, never doubles, what the first run recorded. runs outside the
*> batch window driver are all booked to their day under sequence 0000, and
*> several of them on one day are separate work, not reruns: there every batch
*> counts -- told apart by the batch stamp on the line (the run stamp of the
*> batch's first run, which a restarted generator batch keeps), with only the
*> latest run of each batch taken. lines without a batch stamp are their own.
*>
*> the month reported on is the YYYYMM in REPORT-MONTH-NAME (pw_volume_month.dat)
*> and, without it (or with no valid month in it), the current month to date. it
*> is compared with the month before, figure by figure, and each source's
*> requests received are held against its monthly quota from SOURCE-QUOTA-NAME
*> (pw_source_quota.dat, one line per source: source name and quota; a "*" line is
*> the quota for every source not listed, and a quota of 0 means none). a source
*> over its quota is flagged on the report. no quota file = no quotas, noted.
*> REPORT-FILE-NAME (pw_volume.rpt) carries:
*>
*>   - per source: received, accepted, rejected with the reasons behind them,
*>     passwords and passphrases issued, exceptions, and the quota line;
*>   - per target system: records delivered;
*>   - month totals, stream bits consumed and the windows counted.
*>
*> run on demand (typically on the first working day for the month before), not
*> as a window step. ends with RETURN-CODE 00, 02 when any source is over its
*> quota, 04 when the statistics file holds nothing for the month (or isn't
*> there), 08 when it or a control file is there but unreadable, 12 when the
*> report can't be written, and rewrites the shared one-record step-status file.
*>
*> $ cobc -V  # cobc (GnuCOBOL) 3.1.2.0


IDENTIFICATION DIVISION.
PROGRAM-ID. PW-VOLUME-REPORT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT WINDOW-STATS-FILE ASSIGN TO WINDOW-STATS-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT REPORT-MONTH-FILE ASSIGN TO REPORT-MONTH-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.  *> Link to status variable
    SELECT SOURCE-QUOTA-FILE ASSIGN TO SOURCE-QUOTA-NAME
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
FD  REPORT-MONTH-FILE.
01  REPORT-MONTH-RECORD.
    05 RM-MONTH         PIC X(6).   *> YYYYMM to report on
FD  SOURCE-QUOTA-FILE.
01  SOURCE-QUOTA-RECORD.
    05 SQ-SOURCE        PIC X(8).   *> source name as on pw_sources.dat; "*" = the
                                    *> quota for every source not listed
    05 FILLER           PIC X(1).
    05 SQ-QUOTA         PIC 9(9).   *> requests received per month; 0 = no quota
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
01  WINDOW-STATS-NAME   PIC X(19) VALUE "pw_window_stats.dat".
01  REPORT-MONTH-NAME   PIC X(19) VALUE "pw_volume_month.dat".
01  SOURCE-QUOTA-NAME   PIC X(19) VALUE "pw_source_quota.dat".
01  REPORT-FILE-NAME    PIC X(13) VALUE "pw_volume.rpt".

*> Variables
01  WS-FS             PIC XX.  *> 00 = Success, others = Error

01  CURRENT-DATE-STAMP  PIC X(21).
01  RUN-DATE            PIC X(8).
01  WS-LINE             PIC X(80) VALUE SPACES.
77  STATS-DONE          PIC X.
77  STATS-OPEN          PIC X VALUE 'N'.  *> 'Y' once the statistics file opened

*> the month reported on and the one it is compared with
01  REPORT-MONTH        PIC X(6).
01  REPORT-MONTH-NUM REDEFINES REPORT-MONTH.
    05 RPT-YEAR         PIC 9(4).
    05 RPT-MON          PIC 9(2).
01  PREV-MONTH          PIC X(6).
01  PREV-MONTH-NUM REDEFINES PREV-MONTH.
    05 PREV-YEAR        PIC 9(4).
    05 PREV-MON         PIC 9(2).
77  MONTH-SLOT          PIC 9(1).  *> 1 = the month reported on, 2 = the one before,
                                   *> 0 = a line for neither

*> the latest run of every window step, so a rerun's lines replace the
*> first run's instead of adding to them; under sequence 0000 (outside the
*> driver) every batch of a step is an entry of its own
01  RUN-TABLE.
    05 RUN-ENTRY OCCURS 2000 TIMES.
       10 RUN-WINDOW-DATE PIC X(8).
       10 RUN-WINDOW-SEQ  PIC 9(4).
       10 RUN-STEP        PIC X(1).
       10 RUN-BATCH       PIC X(14).
       10 RUN-STAMP       PIC X(14).
77  RUN-COUNT         PIC 9(4) VALUE 0.
77  RUN-IDX           PIC 9(4).
77  RUN-FOUND-IDX     PIC 9(4).
77  RUN-OTHER-IDX     PIC 9(4).
77  RUN-OVERFLOW      PIC X VALUE 'N'.  *> 'Y' once more than 2000 window steps turned up
77  WINDOW-SEEN       PIC X.
01  LINE-BATCH        PIC X(14).  *> the line's batch stamp, its run stamp when it has none

*> per-source figures, this month (1) and the month before (2)
01  SOURCE-TABLE.
    05 SRC-ENTRY OCCURS 50 TIMES.
       10 SRC-NAME        PIC X(8).
       10 SRC-MONTH OCCURS 2 TIMES.
          15 SRC-RECEIVED    PIC 9(12).
          15 SRC-ACCEPTED    PIC 9(12).
          15 SRC-REJECTED    PIC 9(12).
          15 SRC-REASON      PIC 9(12) OCCURS 9 TIMES.  *> by intake code I1..I9
          15 SRC-PASSWORDS   PIC 9(12).
          15 SRC-PASSPHRASES PIC 9(12).
          15 SRC-EXCEPTIONS  PIC 9(12).
       10 SRC-QUOTA       PIC 9(9).
77  SOURCE-COUNT      PIC 9(2) VALUE 0.
77  SOURCE-IDX        PIC 9(2).
77  SOURCE-FOUND-IDX  PIC 9(2).
77  SOURCE-OVERFLOW   PIC X VALUE 'N'.  *> 'Y' once more than 50 sources turned up
77  REASON-IDX        PIC 9(2).
01  REASON-TEXT       PIC X(27).

*> per-target deliveries, this month (1) and the month before (2)
01  TARGET-TABLE.
    05 TGT-ENTRY OCCURS 30 TIMES.
       10 TGT-NAME        PIC X(8).
       10 TGT-DELIVERED   PIC 9(12) OCCURS 2 TIMES.
77  TARGET-COUNT      PIC 9(2) VALUE 0.
77  TARGET-IDX        PIC 9(2).
77  TARGET-FOUND-IDX  PIC 9(2).
77  TARGET-OVERFLOW   PIC X VALUE 'N'.  *> 'Y' once more than 30 targets turned up

*> month totals, this month (1) and the month before (2)
01  MONTH-TOTALS.
    05 MT-MONTH OCCURS 2 TIMES.
       10 MT-RECEIVED     PIC 9(12).
       10 MT-ACCEPTED     PIC 9(12).
       10 MT-REJECTED     PIC 9(12).
       10 MT-PASSWORDS    PIC 9(12).
       10 MT-PASSPHRASES  PIC 9(12).
       10 MT-EXCEPTIONS   PIC 9(12).
       10 MT-DELIVERED    PIC 9(12).
       10 MT-BITS         PIC 9(15).
       10 MT-WINDOWS      PIC 9(6).
       10 MT-LINES        PIC 9(9).

*> quotas: one per listed source, plus the "*" default
77  QUOTA-FILE-FOUND  PIC X VALUE 'N'.
77  DEFAULT-QUOTA     PIC 9(9) VALUE 0.
01  QUOTA-TABLE.
    05 QT-SOURCE        PIC X(8) OCCURS 50 TIMES.
    05 QT-QUOTA         PIC 9(9) OCCURS 50 TIMES.
77  QUOTA-COUNT       PIC 9(2) VALUE 0.
77  QUOTA-IDX         PIC 9(2).
77  QUOTA-OVERFLOW    PIC X VALUE 'N'.
77  OVER-QUOTA-COUNT  PIC 9(2) VALUE 0.
77  QUOTA-PCT         PIC 9(6).

*> one comparison row: a label, this month, the month before, the change
01  ROW-LABEL         PIC X(30).
77  ROW-THIS          PIC 9(15).
77  ROW-PREV          PIC 9(15).
77  ROW-CHANGE        PIC S9(15).
01  ROW-THIS-ED       PIC Z(13)9.
01  ROW-PREV-ED       PIC Z(13)9.
01  ROW-CHANGE-ED     PIC -(14)9.
01  CNT-ED            PIC ZZZZZZZZ9.
01  PCT-ED            PIC ZZZZZ9.

*> scheduler awareness: first failure wins, reported via RETURN-CODE and the
*> one-record step-status file the batch window checks between steps
01  STEP-STATUS-FILE-NAME PIC X(15) VALUE "step_status.dat".
77  RUN-RC            PIC 9(2) VALUE 0.  *> 00 OK, 02 a source over its quota,
                                         *> 04 nothing for the month, 08 a file
                                         *> unreadable, 12 report not writable
77  FAILURE-RC        PIC 9(2).
01  FAIL-FILE-NAME    PIC X(30) VALUE SPACES.
01  FAILURE-FILE      PIC X(30).


PROCEDURE DIVISION.
MAIN-LOGIC.
    DISPLAY " "
    END-DISPLAY
    DISPLAY "password service monthly volume report from " WINDOW-STATS-NAME
    END-DISPLAY

    MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-STAMP
    MOVE CURRENT-DATE-STAMP(1:8) TO RUN-DATE

    PERFORM READ-REPORT-MONTH
    PERFORM READ-SOURCE-QUOTAS

    *> two passes over the statistics file: the first finds the latest run
    *> of every window step, the second adds up only that run's lines
    IF RUN-RC = 0
        PERFORM FIND-LATEST-RUNS
    END-IF
    IF RUN-RC = 0 AND STATS-OPEN = 'Y'
        PERFORM ADD-UP-LATEST-RUNS
    END-IF

    IF RUN-RC = 0
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
            IF MT-LINES(1) = 0
                MOVE "no window statistics recorded for this month" TO WS-LINE
                PERFORM WRITE-REPORT-LINE
            END-IF
            IF SOURCE-COUNT > 0
                PERFORM WRITE-SOURCE-SECTION
            END-IF
            IF TARGET-COUNT > 0
                PERFORM WRITE-TARGET-SECTION
            END-IF
            PERFORM WRITE-MONTH-TOTALS
            CLOSE REPORT-FILE
            DISPLAY " "
            END-DISPLAY
            DISPLAY "volume report written to: " REPORT-FILE-NAME
            END-DISPLAY
        END-IF
    END-IF.

    *> a month with nothing on the statistics file is empty input; a source
    *> over its quota is the verdict management asked to have flagged. a
    *> real I/O failure above wins over both
    IF MT-LINES(1) = 0
        MOVE 04 TO FAILURE-RC
        MOVE WINDOW-STATS-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
    END-IF
    IF OVER-QUOTA-COUNT > 0
        MOVE 02 TO FAILURE-RC
        MOVE SOURCE-QUOTA-NAME TO FAILURE-FILE
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

READ-REPORT-MONTH.
    *> the month to report on; without the control file, or without a valid
    *> YYYYMM in it, the current month to date. one that is there and can't
    *> be read is a hard failure
    MOVE RUN-DATE(1:6) TO REPORT-MONTH
    OPEN INPUT REPORT-MONTH-FILE
    IF WS-FS NOT = "00" AND WS-FS NOT = "35"
        DISPLAY "could not read control file: " REPORT-MONTH-NAME WITH NO ADVANCING
        END-DISPLAY
        DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        MOVE 08 TO FAILURE-RC
        MOVE REPORT-MONTH-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
    END-IF
    IF WS-FS = "00"
        READ REPORT-MONTH-FILE
            AT END
                CONTINUE
            NOT AT END
                IF RM-MONTH NUMERIC
                  AND RM-MONTH(5:2) >= "01" AND RM-MONTH(5:2) <= "12"
                    MOVE RM-MONTH TO REPORT-MONTH
                    DISPLAY "report month loaded from control file: "
                        REPORT-MONTH-NAME
                    END-DISPLAY
                END-IF
        END-READ
        CLOSE REPORT-MONTH-FILE
    END-IF

    IF RPT-MON = 1
        COMPUTE PREV-YEAR = RPT-YEAR - 1
        END-COMPUTE
        MOVE 12 TO PREV-MON
    ELSE
        MOVE RPT-YEAR TO PREV-YEAR
        COMPUTE PREV-MON = RPT-MON - 1
        END-COMPUTE
    END-IF
    DISPLAY "reporting on " REPORT-MONTH " against " PREV-MONTH
    END-DISPLAY.


READ-SOURCE-QUOTAS.
    *> one line per source; the "*" line is the quota for sources not
    *> listed, and the first line for a source wins over a repeat. no file
    *> means no quotas are checked, noted on the report
    OPEN INPUT SOURCE-QUOTA-FILE
    IF WS-FS NOT = "00"
        IF WS-FS = "35"
            DISPLAY "no quota file found under " SOURCE-QUOTA-NAME
                " -- quotas not checked"
            END-DISPLAY
        ELSE
            DISPLAY "could not read control file: " SOURCE-QUOTA-NAME WITH NO ADVANCING
            END-DISPLAY
            DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
            END-DISPLAY
            MOVE 08 TO FAILURE-RC
            MOVE SOURCE-QUOTA-NAME TO FAILURE-FILE
            PERFORM RECORD-STEP-FAILURE
        END-IF
    ELSE
        MOVE 'Y' TO QUOTA-FILE-FOUND
        PERFORM UNTIL WS-FS NOT = "00"
            READ SOURCE-QUOTA-FILE
                AT END
                    MOVE "10" TO WS-FS  *> any non-"00" status ends the PERFORM above
                NOT AT END
                    IF SOURCE-QUOTA-RECORD NOT = SPACES
                        PERFORM NOTE-ONE-QUOTA
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SOURCE-QUOTA-FILE
    END-IF.


NOTE-ONE-QUOTA.
    IF SQ-QUOTA NOT NUMERIC
        DISPLAY "quota line for " SQ-SOURCE " is not numeric -- ignored"
        END-DISPLAY
    ELSE
        IF SQ-SOURCE = "*"
            MOVE SQ-QUOTA TO DEFAULT-QUOTA
        ELSE
            MOVE 0 TO SOURCE-FOUND-IDX
            PERFORM VARYING QUOTA-IDX FROM 1 BY 1 UNTIL QUOTA-IDX > QUOTA-COUNT
                IF QT-SOURCE(QUOTA-IDX) = SQ-SOURCE
                    MOVE QUOTA-IDX TO SOURCE-FOUND-IDX
                END-IF
            END-PERFORM
            IF SOURCE-FOUND-IDX = 0
                IF QUOTA-COUNT < 50
                    ADD 1 TO QUOTA-COUNT
                    END-ADD
                    MOVE SQ-SOURCE TO QT-SOURCE(QUOTA-COUNT)
                    MOVE SQ-QUOTA TO QT-QUOTA(QUOTA-COUNT)
                ELSE
                    IF QUOTA-OVERFLOW = 'N'
                        MOVE 'Y' TO QUOTA-OVERFLOW
                        DISPLAY "WARNING: more than 50 quota lines in "
                            SOURCE-QUOTA-NAME " -- the extras are ignored"
                        END-DISPLAY
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.


FIND-LATEST-RUNS.
    *> pass one: the run stamp of the latest run of every window step in
    *> the two months
    OPEN INPUT WINDOW-STATS-FILE
    IF WS-FS NOT = "00"
        IF WS-FS = "35"
            DISPLAY "no window statistics found under " WINDOW-STATS-NAME
            END-DISPLAY
        ELSE
            DISPLAY "could not read control file: " WINDOW-STATS-NAME WITH NO ADVANCING
            END-DISPLAY
            DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
            END-DISPLAY
            MOVE 08 TO FAILURE-RC
            MOVE WINDOW-STATS-NAME TO FAILURE-FILE
            PERFORM RECORD-STEP-FAILURE
        END-IF
    ELSE
        MOVE 'Y' TO STATS-OPEN
        MOVE 'N' TO STATS-DONE
        PERFORM UNTIL STATS-DONE = 'Y'
            READ WINDOW-STATS-FILE
                AT END
                    MOVE 'Y' TO STATS-DONE
                NOT AT END
                    PERFORM SET-MONTH-SLOT
                    IF MONTH-SLOT > 0
                        PERFORM NOTE-WINDOW-RUN
                    END-IF
            END-READ
        END-PERFORM
        CLOSE WINDOW-STATS-FILE
    END-IF.


SET-MONTH-SLOT.
    MOVE 0 TO MONTH-SLOT
    IF WINDOW-STATS-RECORD NOT = SPACES
        IF WST-WINDOW-DATE(1:6) = REPORT-MONTH
            MOVE 1 TO MONTH-SLOT
        ELSE
            IF WST-WINDOW-DATE(1:6) = PREV-MONTH
                MOVE 2 TO MONTH-SLOT
            END-IF
        END-IF
    END-IF.


NOTE-WINDOW-RUN.
    PERFORM FIND-WINDOW-RUN
    IF RUN-FOUND-IDX = 0
        IF RUN-COUNT < 2000
            ADD 1 TO RUN-COUNT
            END-ADD
            MOVE WST-WINDOW-DATE TO RUN-WINDOW-DATE(RUN-COUNT)
            MOVE WST-WINDOW-SEQ TO RUN-WINDOW-SEQ(RUN-COUNT)
            MOVE WST-STEP TO RUN-STEP(RUN-COUNT)
            MOVE LINE-BATCH TO RUN-BATCH(RUN-COUNT)
            MOVE WST-RUN-STAMP TO RUN-STAMP(RUN-COUNT)
            *> a window counts once, however many of its steps are here
            MOVE 'N' TO WINDOW-SEEN
            PERFORM VARYING RUN-OTHER-IDX FROM 1 BY 1
              UNTIL RUN-OTHER-IDX >= RUN-COUNT
                IF RUN-WINDOW-DATE(RUN-OTHER-IDX) = WST-WINDOW-DATE
                  AND RUN-WINDOW-SEQ(RUN-OTHER-IDX) = WST-WINDOW-SEQ
                    MOVE 'Y' TO WINDOW-SEEN
                END-IF
            END-PERFORM
            IF WINDOW-SEEN = 'N'
                ADD 1 TO MT-WINDOWS(MONTH-SLOT)
                END-ADD
            END-IF
        ELSE
            IF RUN-OVERFLOW = 'N'
                MOVE 'Y' TO RUN-OVERFLOW
                DISPLAY "WARNING: more than 2000 window steps in the two "
                    "months -- the extras are left out of the report"
                END-DISPLAY
            END-IF
        END-IF
    ELSE
        IF WST-RUN-STAMP > RUN-STAMP(RUN-FOUND-IDX)
            MOVE WST-RUN-STAMP TO RUN-STAMP(RUN-FOUND-IDX)
        END-IF
    END-IF.


FIND-WINDOW-RUN.
    *> under a driver window the step is the entry; outside it (sequence
    *> 0000) the step's batch is
    MOVE WST-BATCH-STAMP TO LINE-BATCH
    IF LINE-BATCH = SPACES
        MOVE WST-RUN-STAMP TO LINE-BATCH
    END-IF
    MOVE 0 TO RUN-FOUND-IDX
    PERFORM VARYING RUN-IDX FROM 1 BY 1
      UNTIL RUN-IDX > RUN-COUNT OR RUN-FOUND-IDX > 0
        IF RUN-WINDOW-DATE(RUN-IDX) = WST-WINDOW-DATE
          AND RUN-WINDOW-SEQ(RUN-IDX) = WST-WINDOW-SEQ
          AND RUN-STEP(RUN-IDX) = WST-STEP
            IF WST-WINDOW-SEQ NOT = 0
              OR RUN-BATCH(RUN-IDX) = LINE-BATCH
                MOVE RUN-IDX TO RUN-FOUND-IDX
            END-IF
        END-IF
    END-PERFORM.


ADD-UP-LATEST-RUNS.
    *> pass two: only the lines of the latest run of their window step (of
    *> their batch, outside the driver)
    OPEN INPUT WINDOW-STATS-FILE
    IF WS-FS NOT = "00"
        DISPLAY "could not read control file: " WINDOW-STATS-NAME WITH NO ADVANCING
        END-DISPLAY
        DISPLAY " ! -- GnuCOBOL-specific file status code: " WS-FS
        END-DISPLAY
        MOVE 08 TO FAILURE-RC
        MOVE WINDOW-STATS-NAME TO FAILURE-FILE
        PERFORM RECORD-STEP-FAILURE
    ELSE
        MOVE 'N' TO STATS-DONE
        PERFORM UNTIL STATS-DONE = 'Y'
            READ WINDOW-STATS-FILE
                AT END
                    MOVE 'Y' TO STATS-DONE
                NOT AT END
                    PERFORM SET-MONTH-SLOT
                    IF MONTH-SLOT > 0
                        PERFORM FIND-WINDOW-RUN
                        IF RUN-FOUND-IDX > 0
                            IF WST-RUN-STAMP = RUN-STAMP(RUN-FOUND-IDX)
                              AND WST-COUNT NUMERIC
                                ADD 1 TO MT-LINES(MONTH-SLOT)
                                END-ADD
                                PERFORM ADD-ONE-STATS-LINE
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE WINDOW-STATS-FILE
    END-IF.


ADD-ONE-STATS-LINE.
    EVALUATE WST-KEY-TYPE
        WHEN 'S'
            PERFORM FIND-SOURCE
            IF SOURCE-FOUND-IDX > 0
                PERFORM ADD-SOURCE-ITEM
            END-IF
        WHEN 'T'
            PERFORM FIND-TARGET
            IF TARGET-FOUND-IDX > 0 AND WST-ITEM = "DL"
                ADD WST-COUNT TO TGT-DELIVERED(TARGET-FOUND-IDX, MONTH-SLOT)
                END-ADD
                ADD WST-COUNT TO MT-DELIVERED(MONTH-SLOT)
                END-ADD
            END-IF
        WHEN 'W'
            IF WST-ITEM = "BT"
                ADD WST-COUNT TO MT-BITS(MONTH-SLOT)
                END-ADD
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.


ADD-SOURCE-ITEM.
    EVALUATE TRUE
        WHEN WST-ITEM = "RC"
            ADD WST-COUNT TO SRC-RECEIVED(SOURCE-FOUND-IDX, MONTH-SLOT)
            END-ADD
            ADD WST-COUNT TO MT-RECEIVED(MONTH-SLOT)
            END-ADD
        WHEN WST-ITEM = "AC"
            ADD WST-COUNT TO SRC-ACCEPTED(SOURCE-FOUND-IDX, MONTH-SLOT)
            END-ADD
            ADD WST-COUNT TO MT-ACCEPTED(MONTH-SLOT)
            END-ADD
        WHEN WST-ITEM(1:1) = "I" AND WST-ITEM(2:1) >= "1"
          AND WST-ITEM(2:1) <= "9"
            MOVE WST-ITEM(2:1) TO REASON-IDX
            ADD WST-COUNT TO SRC-REASON(SOURCE-FOUND-IDX, MONTH-SLOT, REASON-IDX)
            END-ADD
            ADD WST-COUNT TO SRC-REJECTED(SOURCE-FOUND-IDX, MONTH-SLOT)
            END-ADD
            ADD WST-COUNT TO MT-REJECTED(MONTH-SLOT)
            END-ADD
        WHEN WST-ITEM = "PW"
            ADD WST-COUNT TO SRC-PASSWORDS(SOURCE-FOUND-IDX, MONTH-SLOT)
            END-ADD
            ADD WST-COUNT TO MT-PASSWORDS(MONTH-SLOT)
            END-ADD
        WHEN WST-ITEM = "PP"
            ADD WST-COUNT TO SRC-PASSPHRASES(SOURCE-FOUND-IDX, MONTH-SLOT)
            END-ADD
            ADD WST-COUNT TO MT-PASSPHRASES(MONTH-SLOT)
            END-ADD
        WHEN WST-ITEM = "EX"
            ADD WST-COUNT TO SRC-EXCEPTIONS(SOURCE-FOUND-IDX, MONTH-SLOT)
            END-ADD
            ADD WST-COUNT TO MT-EXCEPTIONS(MONTH-SLOT)
            END-ADD
        WHEN OTHER
            CONTINUE
    END-EVALUATE.


FIND-SOURCE.
    MOVE 0 TO SOURCE-FOUND-IDX
    PERFORM VARYING SOURCE-IDX FROM 1 BY 1 UNTIL SOURCE-IDX > SOURCE-COUNT
        IF SRC-NAME(SOURCE-IDX) = WST-KEY
            MOVE SOURCE-IDX TO SOURCE-FOUND-IDX
        END-IF
    END-PERFORM
    IF SOURCE-FOUND-IDX = 0
        IF SOURCE-COUNT < 50
            ADD 1 TO SOURCE-COUNT
            END-ADD
            MOVE SOURCE-COUNT TO SOURCE-FOUND-IDX
            INITIALIZE SRC-ENTRY(SOURCE-FOUND-IDX)
            MOVE WST-KEY TO SRC-NAME(SOURCE-FOUND-IDX)
        ELSE
            IF SOURCE-OVERFLOW = 'N'
                MOVE 'Y' TO SOURCE-OVERFLOW
                DISPLAY "WARNING: more than 50 sources on the statistics "
                    "file -- the extras are left out of the report"
                END-DISPLAY
            END-IF
        END-IF
    END-IF.


FIND-TARGET.
    MOVE 0 TO TARGET-FOUND-IDX
    PERFORM VARYING TARGET-IDX FROM 1 BY 1 UNTIL TARGET-IDX > TARGET-COUNT
        IF TGT-NAME(TARGET-IDX) = WST-KEY
            MOVE TARGET-IDX TO TARGET-FOUND-IDX
        END-IF
    END-PERFORM
    IF TARGET-FOUND-IDX = 0
        IF TARGET-COUNT < 30
            ADD 1 TO TARGET-COUNT
            END-ADD
            MOVE TARGET-COUNT TO TARGET-FOUND-IDX
            MOVE WST-KEY TO TGT-NAME(TARGET-FOUND-IDX)
            MOVE 0 TO TGT-DELIVERED(TARGET-FOUND-IDX, 1)
            MOVE 0 TO TGT-DELIVERED(TARGET-FOUND-IDX, 2)
        ELSE
            IF TARGET-OVERFLOW = 'N'
                MOVE 'Y' TO TARGET-OVERFLOW
                DISPLAY "WARNING: more than 30 target systems on the "
                    "statistics file -- the extras are left out of the report"
                END-DISPLAY
            END-IF
        END-IF
    END-IF.


WRITE-REPORT-HEADER.
    MOVE "password service monthly volume and chargeback" TO WS-LINE
    PERFORM WRITE-REPORT-LINE
    STRING "month: " REPORT-MONTH(1:4) "-" REPORT-MONTH(5:2)
        "   compared with: " PREV-MONTH(1:4) "-" PREV-MONTH(5:2)
        "   run date: " RUN-DATE
        DELIMITED BY SIZE INTO WS-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE MT-WINDOWS(1) TO CNT-ED
    MOVE MT-WINDOWS(2) TO PCT-ED
    STRING "windows counted: " CNT-ED " this month, " PCT-ED
        " the month before"
        DELIMITED BY SIZE INTO WS-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    IF QUOTA-FILE-FOUND = 'Y'
        STRING "quotas: requests received per month, from "
            SOURCE-QUOTA-NAME
            DELIMITED BY SIZE INTO WS-LINE
        END-STRING
    ELSE
        STRING "quotas: not checked -- no " SOURCE-QUOTA-NAME
            DELIMITED BY SIZE INTO WS-LINE
        END-STRING
    END-IF
    PERFORM WRITE-REPORT-LINE.


WRITE-SOURCE-SECTION.
    MOVE "----------------------------------------" TO WS-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE "per source" TO ROW-LABEL
    PERFORM WRITE-COLUMN-HEADINGS
    PERFORM VARYING SOURCE-IDX FROM 1 BY 1 UNTIL SOURCE-IDX > SOURCE-COUNT
        PERFORM WRITE-ONE-SOURCE
    END-PERFORM.


WRITE-COLUMN-HEADINGS.
    *> the caller puts the section's name in ROW-LABEL
    STRING ROW-LABEL "     this month     prev month          change"
        DELIMITED BY SIZE INTO WS-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE.


WRITE-ONE-SOURCE.
    MOVE SPACES TO WS-LINE
    PERFORM WRITE-REPORT-LINE
    STRING "source " SRC-NAME(SOURCE-IDX)
        DELIMITED BY SIZE INTO WS-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE

    MOVE "  requests received" TO ROW-LABEL
    MOVE SRC-RECEIVED(SOURCE-IDX, 1) TO ROW-THIS
    MOVE SRC-RECEIVED(SOURCE-IDX, 2) TO ROW-PREV
    PERFORM WRITE-COMPARE-ROW
    MOVE "  accepted" TO ROW-LABEL
    MOVE SRC-ACCEPTED(SOURCE-IDX, 1) TO ROW-THIS
    MOVE SRC-ACCEPTED(SOURCE-IDX, 2) TO ROW-PREV
    PERFORM WRITE-COMPARE-ROW
    MOVE "  rejected" TO ROW-LABEL
    MOVE SRC-REJECTED(SOURCE-IDX, 1) TO ROW-THIS
    MOVE SRC-REJECTED(SOURCE-IDX, 2) TO ROW-PREV
    PERFORM WRITE-COMPARE-ROW
    *> the reasons behind the rejects, only those seen in either month
    PERFORM VARYING REASON-IDX FROM 1 BY 1 UNTIL REASON-IDX > 9
        IF SRC-REASON(SOURCE-IDX, 1, REASON-IDX) > 0
          OR SRC-REASON(SOURCE-IDX, 2, REASON-IDX) > 0
            PERFORM SET-REASON-TEXT
            MOVE SPACES TO ROW-LABEL
            STRING "    I" REASON-IDX(2:1) " " REASON-TEXT
                DELIMITED BY SIZE INTO ROW-LABEL
            END-STRING
            MOVE SRC-REASON(SOURCE-IDX, 1, REASON-IDX) TO ROW-THIS
            MOVE SRC-REASON(SOURCE-IDX, 2, REASON-IDX) TO ROW-PREV
            PERFORM WRITE-COMPARE-ROW
        END-IF
    END-PERFORM
    MOVE "  passwords issued" TO ROW-LABEL
    MOVE SRC-PASSWORDS(SOURCE-IDX, 1) TO ROW-THIS
    MOVE SRC-PASSWORDS(SOURCE-IDX, 2) TO ROW-PREV
    PERFORM WRITE-COMPARE-ROW
    MOVE "  passphrases issued" TO ROW-LABEL
    MOVE SRC-PASSPHRASES(SOURCE-IDX, 1) TO ROW-THIS
    MOVE SRC-PASSPHRASES(SOURCE-IDX, 2) TO ROW-PREV
    PERFORM WRITE-COMPARE-ROW
    MOVE "  exceptions" TO ROW-LABEL
    MOVE SRC-EXCEPTIONS(SOURCE-IDX, 1) TO ROW-THIS
    MOVE SRC-EXCEPTIONS(SOURCE-IDX, 2) TO ROW-PREV
    PERFORM WRITE-COMPARE-ROW

    IF QUOTA-FILE-FOUND = 'Y'
        PERFORM CHECK-SOURCE-QUOTA
    END-IF.


SET-REASON-TEXT.
    *> the intake's reject reasons, as EXCEPTION-QUEUE-LOADER codes them
    EVALUATE REASON-IDX
        WHEN 1
            MOVE "request ID missing" TO REASON-TEXT
        WHEN 2
            MOVE "account missing" TO REASON-TEXT
        WHEN 3
            MOVE "length not numeric" TO REASON-TEXT
        WHEN 4
            MOVE "word count out of range" TO REASON-TEXT
        WHEN 5
            MOVE "length out of range" TO REASON-TEXT
        WHEN 6
            MOVE "account not registered" TO REASON-TEXT
        WHEN 7
            MOVE "account retired" TO REASON-TEXT
        WHEN 8
            MOVE "duplicate request ID" TO REASON-TEXT
        WHEN OTHER
            MOVE "other" TO REASON-TEXT
    END-EVALUATE.


CHECK-SOURCE-QUOTA.
    *> the source's own quota line, else the "*" default; 0 = none
    MOVE DEFAULT-QUOTA TO SRC-QUOTA(SOURCE-IDX)
    PERFORM VARYING QUOTA-IDX FROM 1 BY 1 UNTIL QUOTA-IDX > QUOTA-COUNT
        IF QT-SOURCE(QUOTA-IDX) = SRC-NAME(SOURCE-IDX)
            MOVE QT-QUOTA(QUOTA-IDX) TO SRC-QUOTA(SOURCE-IDX)
        END-IF
    END-PERFORM

    IF SRC-QUOTA(SOURCE-IDX) = 0
        MOVE "  monthly quota: none set" TO WS-LINE
        PERFORM WRITE-REPORT-LINE
    ELSE
        MOVE SRC-QUOTA(SOURCE-IDX) TO CNT-ED
        COMPUTE QUOTA-PCT =
            SRC-RECEIVED(SOURCE-IDX, 1) * 100 / SRC-QUOTA(SOURCE-IDX)
        END-COMPUTE
        MOVE QUOTA-PCT TO PCT-ED
        IF SRC-RECEIVED(SOURCE-IDX, 1) > SRC-QUOTA(SOURCE-IDX)
            ADD 1 TO OVER-QUOTA-COUNT
            END-ADD
            STRING "  monthly quota: " CNT-ED "   used " PCT-ED "%"
                "   ** OVER QUOTA **"
                DELIMITED BY SIZE INTO WS-LINE
            END-STRING
        ELSE
            STRING "  monthly quota: " CNT-ED "   used " PCT-ED "%"
                DELIMITED BY SIZE INTO WS-LINE
            END-STRING
        END-IF
        PERFORM WRITE-REPORT-LINE
    END-IF.


WRITE-TARGET-SECTION.
    MOVE "----------------------------------------" TO WS-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE "delivered per target system" TO ROW-LABEL
    PERFORM WRITE-COLUMN-HEADINGS
    PERFORM VARYING TARGET-IDX FROM 1 BY 1 UNTIL TARGET-IDX > TARGET-COUNT
        MOVE SPACES TO ROW-LABEL
        IF TGT-NAME(TARGET-IDX) = "(none)"
            MOVE "  (none) -- unrouted" TO ROW-LABEL
        ELSE
            STRING "  " TGT-NAME(TARGET-IDX)
                DELIMITED BY SIZE INTO ROW-LABEL
            END-STRING
        END-IF
        MOVE TGT-DELIVERED(TARGET-IDX, 1) TO ROW-THIS
        MOVE TGT-DELIVERED(TARGET-IDX, 2) TO ROW-PREV
        PERFORM WRITE-COMPARE-ROW
    END-PERFORM.


WRITE-MONTH-TOTALS.
    MOVE "----------------------------------------" TO WS-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE "month totals" TO ROW-LABEL
    PERFORM WRITE-COLUMN-HEADINGS
    MOVE "  requests received" TO ROW-LABEL
    MOVE MT-RECEIVED(1) TO ROW-THIS
    MOVE MT-RECEIVED(2) TO ROW-PREV
    PERFORM WRITE-COMPARE-ROW
    MOVE "  accepted" TO ROW-LABEL
    MOVE MT-ACCEPTED(1) TO ROW-THIS
    MOVE MT-ACCEPTED(2) TO ROW-PREV
    PERFORM WRITE-COMPARE-ROW
    MOVE "  rejected" TO ROW-LABEL
    MOVE MT-REJECTED(1) TO ROW-THIS
    MOVE MT-REJECTED(2) TO ROW-PREV
    PERFORM WRITE-COMPARE-ROW
    MOVE "  passwords issued" TO ROW-LABEL
    MOVE MT-PASSWORDS(1) TO ROW-THIS
    MOVE MT-PASSWORDS(2) TO ROW-PREV
    PERFORM WRITE-COMPARE-ROW
    MOVE "  passphrases issued" TO ROW-LABEL
    MOVE MT-PASSPHRASES(1) TO ROW-THIS
    MOVE MT-PASSPHRASES(2) TO ROW-PREV
    PERFORM WRITE-COMPARE-ROW
    MOVE "  exceptions" TO ROW-LABEL
    MOVE MT-EXCEPTIONS(1) TO ROW-THIS
    MOVE MT-EXCEPTIONS(2) TO ROW-PREV
    PERFORM WRITE-COMPARE-ROW
    MOVE "  delivered" TO ROW-LABEL
    MOVE MT-DELIVERED(1) TO ROW-THIS
    MOVE MT-DELIVERED(2) TO ROW-PREV
    PERFORM WRITE-COMPARE-ROW
    MOVE "  stream bits consumed" TO ROW-LABEL
    MOVE MT-BITS(1) TO ROW-THIS
    MOVE MT-BITS(2) TO ROW-PREV
    PERFORM WRITE-COMPARE-ROW
    IF QUOTA-FILE-FOUND = 'Y'
        MOVE OVER-QUOTA-COUNT TO CNT-ED
        STRING "sources over quota:   " CNT-ED
            DELIMITED BY SIZE INTO WS-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
    END-IF.


WRITE-COMPARE-ROW.
    *> the caller sets ROW-LABEL, ROW-THIS and ROW-PREV
    MOVE ROW-THIS TO ROW-THIS-ED
    MOVE ROW-PREV TO ROW-PREV-ED
    COMPUTE ROW-CHANGE = ROW-THIS - ROW-PREV
    END-COMPUTE
    MOVE ROW-CHANGE TO ROW-CHANGE-ED
    STRING ROW-LABEL " " ROW-THIS-ED " " ROW-PREV-ED " " ROW-CHANGE-ED
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
        MOVE "PW-VOLUME-REPORT" TO SS-STEP-NAME
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

END PROGRAM PW-VOLUME-REPORT.
