IDENTIFICATION DIVISION.
PROGRAM-ID. DAY1WHSE.

*> Incremental data-warehouse extract of calibration results. DETAIL
*> and TOTALOUT are rewritten every night in their STRING-built
*> keyword format, which is no basis for a warehouse load; this
*> program writes WHSEOUT instead, a fixed-width '|'-delimited file
*> drawn from the keyed calibration master and TOTALOUT, and keeps
*> its place in the retained WHSECTL control dataset so each run
*> extracts only what the warehouse has not yet been sent.
*>
*> WHSEOUT layout -- every field is fixed width and zero-filled (the
*> source name space-padded to 60), one '|' between fields:
*>
*>   H|seq(6)|extracted yyyymmddhhmmss(14)|since HWM(8)
*>       Header. seq rises by one every run, so the warehouse can
*>       tell a skipped file; since HWM is the high-water run date
*>       of the previous extract (00000000 on the first).
*>   L|kind|source(60)|line(8)|run date(8)|value(2)|flag
*>       One row per calibration line. flag is the master's
*>       MST-MALFORMED: N clean, Y malformed (rejected, value 00),
*>       C corrected by DAY1CORR, R reversed by DAY1REVS.
*>   S|kind|source(60)|run date(8)|lines(8)|subtotal(10)|
*>     malformed(8)|corrected(8)|reversed(8)|in totalout(1)|
*>     outliers(8)
*>       One row per source per run date. lines and subtotal leave
*>       reversed lines out; outliers comes from TOTALOUT and is
*>       carried only when in totalout is Y.
*>   T|new HWM(8)|L rows(10)|S rows(8)|value hash(12)|
*>     subtotal hash(14)|line hash(15)|records(10)
*>       Trailer. Hashes are the sums of the L-row values, the
*>       S-row subtotals and the L-row line numbers; records counts
*>       every record including H and T.
*>
*> kind is N for a source and run date the warehouse has not had
*> before and R for a restatement: the master's figures for a source
*> and run date already extracted have changed since -- a DAY1CORR
*> correction, a DAY1REVS reversal, or a redelivery rerun under the
*> same date -- and every line of that source and date is sent
*> again. An R set replaces all rows previously loaded for its
*> source and run date.
*>
*> WHSECTL holds one fingerprint per source and run date extracted,
*> then the high-water mark (the newest run date extracted) and run
*> sequence as its last record. A fingerprint is the line count,
*> value sum, a line-weighted value hash and the malformed /
*> corrected / reversed counts. Anything past the
*> mark, or a date with no fingerprint yet (a late BUSINESS-DATE=
*> recovery night), goes out as new; a fingerprint that no longer
*> matches the master goes out restated. A run that is missed is
*> therefore caught up by the next one with no operator action, and
*> dates purged from the master simply drop out of the control file.
*> WHSECTL is rewritten through WHSECTL.TMP and renamed over the live
*> dataset only once WHSEOUT is complete, so a failed run leaves the
*> mark where it was and the next run re-sends the same data.
*>
*> RC=4 when a source's master subtotal does not tie to its TOTALOUT
*> subtotal (WHSETIE -- the master load may have been abandoned that
*> night; the master figures are extracted), RC=16 when MASTER,
*> WHSECTL or WHSEOUT cannot be processed (nothing is committed, and
*> WHSEOUT is left empty -- no trailer, no rows).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DAY1MASTER ASSIGN TO "MASTER"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS MST-KEY
    FILE STATUS IS WS-MASTER-STATUS.

    SELECT DAY1OUT ASSIGN TO "TOTALOUT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-OUT-STATUS.

    *> The retained control file and its rewrite copy.
    SELECT WHSECTL ASSIGN DYNAMIC WS-CTL-DSNAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CTL-STATUS.

    SELECT WHSECTLTMP ASSIGN DYNAMIC WS-CTLTMP-DSNAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CTLTMP-STATUS.

    SELECT WHSEOUT ASSIGN TO "WHSEOUT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-WHSE-STATUS.

    SELECT DAY1NOTIFY ASSIGN TO "NOTIFY"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-NOTIFY-STATUS.

DATA DIVISION.
FILE SECTION.
FD DAY1MASTER.
    01 MASTER-REC.
        05 MST-KEY.
            10 MST-FILENAME PIC X(60).
            10 MST-LINE-NUMBER PIC 9(8).
            10 MST-RUN-DATE PIC X(8).
        05 MST-CALIBRATION PIC X(99).
        05 MST-FIRST PIC X(1).
        05 MST-LAST PIC X(1).
        05 MST-VALUE PIC 9(2).
        05 MST-MALFORMED PIC A(1).

FD DAY1OUT.
    01 OUT-LINE PIC X(200).

FD WHSECTL.
    01 CTL-LINE PIC X(120).

FD WHSECTLTMP.
    01 CTLTMP-LINE PIC X(120).

FD WHSEOUT.
    01 WHSE-LINE PIC X(160).

FD DAY1NOTIFY.
    01 NOTIFY-LINE PIC X(200).

WORKING-STORAGE SECTION.
77 WS-MASTER-STATUS PIC XX.
77 WS-OUT-STATUS PIC XX.
77 WS-CTL-STATUS PIC XX.
77 WS-CTLTMP-STATUS PIC XX.
77 WS-WHSE-STATUS PIC XX.
77 WS-NOTIFY-STATUS PIC XX.
77 WS-CTL-DSNAME PIC X(24) VALUE 'WHSECTL'.
77 WS-CTLTMP-DSNAME PIC X(24) VALUE 'WHSECTL.TMP'.
77 WS-RENAME-OLD PIC X(30).
77 WS-RENAME-NEW PIC X(30).
77 WS-RENAME-RESULT PIC 9(9) COMP-5.
77 WS-ALERT-TEXT PIC X(120).
77 WS-ALERT-SEVERITY PIC 9(2) VALUE 16.
77 WS-ALERT-ID PIC X(8) VALUE SPACES.
77 WS-ALERT-SOURCE PIC X(60) VALUE SPACES.
77 WS-EOF PIC A(1).
77 WS-MASTER-EOF PIC A(1).
77 WS-CTL-EOF PIC A(1).
77 WS-BROWSE-DONE PIC A(1).
77 WS-EXTRACT-OK PIC A(1) VALUE 'Y'.
77 WS-PARSE-LINE PIC X(200).
77 WS-TOKEN-KEY PIC X(20).
77 WS-TOKEN-VALUE PIC X(60).
77 WS-TOKEN-IDX PIC 9(2).
77 WS-EXTRACT-TIMESTAMP PIC X(14).
77 WS-OLD-HWM PIC X(8) VALUE '00000000'.
77 WS-NEW-HWM PIC X(8) VALUE '00000000'.
77 WS-SEQUENCE PIC 9(6) VALUE 0.
77 WS-CUR-SOURCE PIC X(60).
77 WS-CTL-HOLD PIC X(120).

*> One TOTALOUT row while it is parsed.
77 WS-TOT-RUNDATE PIC X(8).
77 WS-TOT-SOURCE PIC X(60).
77 WS-TOT-SUBTOTAL PIC 9(10).
77 WS-TOT-OUTLIERS PIC 9(8).
77 WS-TO-USED PIC 9(4) COMP VALUE 0.
77 WS-TO-IDX PIC 9(4) COMP.
77 WS-TO-FOUND-IDX PIC 9(4) COMP.

*> Run-date table subscripts (binary search).
77 WS-DT-USED PIC 9(4) COMP VALUE 0.
77 WS-DT-IDX PIC 9(4) COMP.
77 WS-DT-FOUND-IDX PIC 9(4) COMP.
77 WS-DT-LO PIC 9(4) COMP.
77 WS-DT-HI PIC 9(4) COMP.
77 WS-DT-MID PIC 9(4) COMP.
77 WS-SHIFT-IDX PIC 9(4) COMP.
77 WS-SEEK-DATE PIC X(8).
77 WS-SOURCE-CHANGED PIC A(1).

*> Totals for the trailer and the run summary.
77 WS-LINE-ROWS PIC 9(10) VALUE 0.
77 WS-SUB-ROWS PIC 9(8) VALUE 0.
77 WS-VALUE-HASH PIC 9(12) VALUE 0.
77 WS-SUBTOTAL-HASH PIC 9(14) VALUE 0.
77 WS-LINE-HASH PIC 9(15) VALUE 0.
77 WS-RECORD-COUNT PIC 9(10) VALUE 0.
77 WS-NEW-SETS PIC 9(6) VALUE 0.
77 WS-RESTATED-SETS PIC 9(6) VALUE 0.
77 WS-TIE-BREAKS PIC 9(6) VALUE 0.
77 WS-SUBTOTAL-WORK PIC 9(10).
77 WS-LINES-WORK PIC 9(8).

*> A TOTALOUT row is tied to the master only on a date with nothing
*> reversed: a reversal zeroes the master figures but not TOTALOUT.
01 WS-TOTALOUT-TABLE.
    05 WS-TO-ENTRY OCCURS 400 TIMES.
        10 WS-TO-SOURCE PIC X(60).
        10 WS-TO-RUNDATE PIC X(8).
        10 WS-TO-SUBTOTAL PIC 9(10).
        10 WS-TO-OUTLIERS PIC 9(8).

01 WS-TOKEN-TABLE.
    05 WS-TOKEN PIC X(80) OCCURS 12 TIMES.

*> WHSECTL records: 'F' fingerprint records in source / run date
*> order (the master's key order), then one 'H' high-water record.
01 WS-CTL-REC.
    05 CTL-KIND PIC X(1).
    05 FILLER PIC X(1).
    05 CTL-BODY PIC X(118).
01 WS-CTL-HWM-REC REDEFINES WS-CTL-REC.
    05 FILLER PIC X(2).
    05 CTL-HWM PIC X(8).
    05 FILLER PIC X(1).
    05 CTL-SEQUENCE PIC 9(6).
    05 FILLER PIC X(1).
    05 CTL-EXTRACTED PIC X(14).
    05 FILLER PIC X(88).
01 WS-CTL-FP-REC REDEFINES WS-CTL-REC.
    05 FILLER PIC X(2).
    05 CTL-SOURCE PIC X(60).
    05 FILLER PIC X(1).
    05 CTL-RUNDATE PIC X(8).
    05 FILLER PIC X(1).
    05 CTL-LINES PIC 9(8).
    05 CTL-VALUE-SUM PIC 9(10).
    05 CTL-WEIGHT PIC 9(15).
    05 CTL-MALFORMED PIC 9(5).
    05 CTL-CORRECTED PIC 9(5).
    05 CTL-REVERSED PIC 9(5).

*> The run dates of the source in hand, ascending, with the master's
*> fingerprint of each and what the extract must do with it:
*> N = new, R = restate, space = already sent unchanged.
01 WS-DATE-TABLE.
    05 WS-DT-ENTRY OCCURS 4000 TIMES.
        10 WS-DT-DATE PIC X(8).
        10 WS-DT-LINES PIC 9(8).
        10 WS-DT-VALUE-SUM PIC 9(10).
        10 WS-DT-WEIGHT PIC 9(15).
        10 WS-DT-MALFORMED PIC 9(5).
        10 WS-DT-CORRECTED PIC 9(5).
        10 WS-DT-REVERSED PIC 9(5).
        10 WS-DT-REVERSED-SUM PIC 9(10).
        10 WS-DT-ACTION PIC X(1).

*> WHSEOUT record images.
01 WS-HDR-ROW.
    05 FILLER PIC X(2) VALUE 'H|'.
    05 HR-SEQUENCE PIC 9(6).
    05 FILLER PIC X(1) VALUE '|'.
    05 HR-EXTRACTED PIC X(14).
    05 FILLER PIC X(1) VALUE '|'.
    05 HR-SINCE-HWM PIC X(8).

01 WS-LINE-ROW.
    05 FILLER PIC X(2) VALUE 'L|'.
    05 LR-KIND PIC X(1).
    05 FILLER PIC X(1) VALUE '|'.
    05 LR-SOURCE PIC X(60).
    05 FILLER PIC X(1) VALUE '|'.
    05 LR-LINE PIC 9(8).
    05 FILLER PIC X(1) VALUE '|'.
    05 LR-RUNDATE PIC X(8).
    05 FILLER PIC X(1) VALUE '|'.
    05 LR-VALUE PIC 9(2).
    05 FILLER PIC X(1) VALUE '|'.
    05 LR-FLAG PIC X(1).

01 WS-SUB-ROW.
    05 FILLER PIC X(2) VALUE 'S|'.
    05 SR-KIND PIC X(1).
    05 FILLER PIC X(1) VALUE '|'.
    05 SR-SOURCE PIC X(60).
    05 FILLER PIC X(1) VALUE '|'.
    05 SR-RUNDATE PIC X(8).
    05 FILLER PIC X(1) VALUE '|'.
    05 SR-LINES PIC 9(8).
    05 FILLER PIC X(1) VALUE '|'.
    05 SR-SUBTOTAL PIC 9(10).
    05 FILLER PIC X(1) VALUE '|'.
    05 SR-MALFORMED PIC 9(8).
    05 FILLER PIC X(1) VALUE '|'.
    05 SR-CORRECTED PIC 9(8).
    05 FILLER PIC X(1) VALUE '|'.
    05 SR-REVERSED PIC 9(8).
    05 FILLER PIC X(1) VALUE '|'.
    05 SR-IN-TOTALOUT PIC X(1).
    05 FILLER PIC X(1) VALUE '|'.
    05 SR-OUTLIERS PIC 9(8).

01 WS-TRL-ROW.
    05 FILLER PIC X(2) VALUE 'T|'.
    05 TR-NEW-HWM PIC X(8).
    05 FILLER PIC X(1) VALUE '|'.
    05 TR-LINE-ROWS PIC 9(10).
    05 FILLER PIC X(1) VALUE '|'.
    05 TR-SUB-ROWS PIC 9(8).
    05 FILLER PIC X(1) VALUE '|'.
    05 TR-VALUE-HASH PIC 9(12).
    05 FILLER PIC X(1) VALUE '|'.
    05 TR-SUBTOTAL-HASH PIC 9(14).
    05 FILLER PIC X(1) VALUE '|'.
    05 TR-LINE-HASH PIC 9(15).
    05 FILLER PIC X(1) VALUE '|'.
    05 TR-RECORDS PIC 9(10).

PROCEDURE DIVISION.
MAIN-PARA.
    MOVE 0 TO RETURN-CODE.
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-EXTRACT-TIMESTAMP.
    PERFORM LOAD-TOTALOUT-PARA.
    PERFORM LOAD-HIGH-WATER-PARA.
    IF WS-EXTRACT-OK = 'Y' AND WS-CTL-STATUS NOT = '35'
        OPEN INPUT WHSECTL
        MOVE 'N' TO WS-CTL-EOF
        PERFORM READ-CONTROL-PARA
    END-IF
    IF WS-EXTRACT-OK = 'Y'
        ADD 1 TO WS-SEQUENCE
        MOVE WS-OLD-HWM TO WS-NEW-HWM
        DISPLAY 'DAY1WHSE: EXTRACT ' WS-SEQUENCE ' SINCE RUN DATE '
            WS-OLD-HWM
        PERFORM RUN-EXTRACT-PARA
    END-IF
    IF WS-CTL-STATUS = '00' OR WS-CTL-STATUS = '10'
        CLOSE WHSECTL
    END-IF
    IF WS-EXTRACT-OK = 'Y'
        PERFORM COMMIT-CONTROL-PARA
    END-IF
    DISPLAY 'DAY1WHSE: ' WS-NEW-SETS ' NEW AND ' WS-RESTATED-SETS
        ' RESTATED SOURCE/DATE SETS, ' WS-LINE-ROWS ' LINE ROWS, '
        'HIGH-WATER ' WS-NEW-HWM.
    STOP RUN.

RUN-EXTRACT-PARA.
    OPEN INPUT DAY1MASTER
    IF WS-MASTER-STATUS NOT = '00'
        MOVE 'MASTER' TO WS-ALERT-SOURCE
        PERFORM EXTRACT-FAILURE-PARA
    ELSE
        OPEN OUTPUT WHSEOUT
        OPEN OUTPUT WHSECTLTMP
        IF WS-WHSE-STATUS NOT = '00' OR WS-CTLTMP-STATUS NOT = '00'
            MOVE WS-WHSE-STATUS TO WS-MASTER-STATUS
            IF WS-WHSE-STATUS = '00'
                MOVE WS-CTLTMP-STATUS TO WS-MASTER-STATUS
            END-IF
            MOVE 'WHSEOUT' TO WS-ALERT-SOURCE
            PERFORM EXTRACT-FAILURE-PARA
        ELSE
            PERFORM WRITE-HEADER-ROW-PARA
            MOVE 'N' TO WS-MASTER-EOF
            PERFORM READ-MASTER-PARA
            PERFORM UNTIL WS-MASTER-EOF = 'Y'
                OR WS-EXTRACT-OK = 'N'
                PERFORM EXTRACT-ONE-SOURCE-PARA
            END-PERFORM
            IF WS-EXTRACT-OK = 'Y'
                PERFORM WRITE-HWM-RECORD-PARA
                PERFORM WRITE-TRAILER-ROW-PARA
            END-IF
        END-IF
        CLOSE WHSEOUT
        CLOSE WHSECTLTMP
        CLOSE DAY1MASTER
        *> A master read that fails part way leaves rows already
        *> written; WHSEOUT goes out empty rather than part-loaded.
        IF WS-EXTRACT-OK = 'N' AND WS-WHSE-STATUS = '00'
            OPEN OUTPUT WHSEOUT
            CLOSE WHSEOUT
        END-IF
    END-IF.

READ-MASTER-PARA.
    READ DAY1MASTER NEXT RECORD
        AT END MOVE 'Y' TO WS-MASTER-EOF
    END-READ
    IF WS-MASTER-EOF = 'N' AND WS-MASTER-STATUS NOT = '00'
        AND WS-MASTER-STATUS NOT = '02'
        MOVE 'Y' TO WS-MASTER-EOF
        MOVE 'MASTER' TO WS-ALERT-SOURCE
        PERFORM EXTRACT-FAILURE-PARA
    END-IF.

READ-CONTROL-PARA.
    READ WHSECTL INTO WS-CTL-REC
        AT END MOVE 'Y' TO WS-CTL-EOF
    END-READ.

*> The high-water record is the last record of the control file (it
*> is only known once the whole master has been read), so the file is
*> read through once for it before the fingerprints are matched.
LOAD-HIGH-WATER-PARA.
    OPEN INPUT WHSECTL.
    EVALUATE WS-CTL-STATUS
        WHEN '00'
            MOVE 'N' TO WS-CTL-EOF
            PERFORM UNTIL WS-CTL-EOF = 'Y'
                PERFORM READ-CONTROL-PARA
                IF WS-CTL-EOF = 'N' AND CTL-KIND = 'H'
                    MOVE CTL-HWM TO WS-OLD-HWM
                    MOVE CTL-SEQUENCE TO WS-SEQUENCE
                END-IF
            END-PERFORM
            CLOSE WHSECTL
        WHEN '35'
            DISPLAY 'DAY1WHSE: NO CONTROL FILE YET - FULL EXTRACT'
            MOVE 'Y' TO WS-CTL-EOF
        WHEN OTHER
            MOVE WS-CTL-STATUS TO WS-MASTER-STATUS
            MOVE 'WHSECTL' TO WS-ALERT-SOURCE
            PERFORM EXTRACT-FAILURE-PARA
    END-EVALUATE.

*> TOTALOUT contributes what the master cannot: the outlier count of
*> each source, and a subtotal to tie the master against. Later rows
*> for the same source and date (a DAY1CORR ADJUSTED=Y row) replace
*> earlier ones; the SOURCE=ALL row is not a source.
LOAD-TOTALOUT-PARA.
    OPEN INPUT DAY1OUT.
    IF WS-OUT-STATUS = '00'
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ DAY1OUT INTO WS-PARSE-LINE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END PERFORM NOTE-TOTALOUT-LINE-PARA
            END-READ
        END-PERFORM
        CLOSE DAY1OUT
    END-IF.

NOTE-TOTALOUT-LINE-PARA.
    IF WS-PARSE-LINE NOT = SPACES
        MOVE SPACES TO WS-TOT-RUNDATE
        MOVE SPACES TO WS-TOT-SOURCE
        MOVE 0 TO WS-TOT-SUBTOTAL
        MOVE 0 TO WS-TOT-OUTLIERS
        MOVE SPACES TO WS-TOKEN-TABLE
        UNSTRING WS-PARSE-LINE DELIMITED BY ALL ' '
            INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
                WS-TOKEN(5) WS-TOKEN(6) WS-TOKEN(7) WS-TOKEN(8)
                WS-TOKEN(9) WS-TOKEN(10) WS-TOKEN(11) WS-TOKEN(12)
        END-UNSTRING
        PERFORM VARYING WS-TOKEN-IDX FROM 1 BY 1
            UNTIL WS-TOKEN-IDX > 12
            IF WS-TOKEN(WS-TOKEN-IDX) NOT = SPACES
                PERFORM APPLY-TOTALOUT-TOKEN-PARA
            END-IF
        END-PERFORM
        IF WS-TOT-SOURCE NOT = SPACES AND WS-TOT-SOURCE NOT = 'ALL'
            AND WS-TOT-RUNDATE IS NUMERIC
            PERFORM FIND-TOTALOUT-PARA
            IF WS-TO-FOUND-IDX = 0 AND WS-TO-USED < 400
                ADD 1 TO WS-TO-USED
                MOVE WS-TO-USED TO WS-TO-FOUND-IDX
                MOVE WS-TOT-SOURCE TO WS-TO-SOURCE(WS-TO-FOUND-IDX)
                MOVE WS-TOT-RUNDATE TO WS-TO-RUNDATE(WS-TO-FOUND-IDX)
                MOVE 0 TO WS-TO-OUTLIERS(WS-TO-FOUND-IDX)
            END-IF
            IF WS-TO-FOUND-IDX > 0
                MOVE WS-TOT-SUBTOTAL TO WS-TO-SUBTOTAL(WS-TO-FOUND-IDX)
                *> An ADJUSTED=Y row carries no OUTLIERS=; the night's
                *> own count stands.
                IF WS-TOT-OUTLIERS > 0
                    MOVE WS-TOT-OUTLIERS
                        TO WS-TO-OUTLIERS(WS-TO-FOUND-IDX)
                END-IF
            END-IF
        END-IF
    END-IF.

APPLY-TOTALOUT-TOKEN-PARA.
    MOVE SPACES TO WS-TOKEN-KEY
    MOVE SPACES TO WS-TOKEN-VALUE
    UNSTRING WS-TOKEN(WS-TOKEN-IDX) DELIMITED BY '='
        INTO WS-TOKEN-KEY WS-TOKEN-VALUE
    END-UNSTRING
    EVALUATE FUNCTION TRIM(WS-TOKEN-KEY)
        WHEN 'RUNDATE'
            MOVE WS-TOKEN-VALUE(1:8) TO WS-TOT-RUNDATE
        WHEN 'SOURCE'
            MOVE WS-TOKEN-VALUE TO WS-TOT-SOURCE
        WHEN 'SUBTOTAL'
            MOVE FUNCTION NUMVAL(WS-TOKEN-VALUE) TO WS-TOT-SUBTOTAL
        WHEN 'OUTLIERS'
            MOVE FUNCTION NUMVAL(WS-TOKEN-VALUE) TO WS-TOT-OUTLIERS
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

FIND-TOTALOUT-PARA.
    MOVE 0 TO WS-TO-FOUND-IDX
    PERFORM VARYING WS-TO-IDX FROM 1 BY 1
        UNTIL WS-TO-IDX > WS-TO-USED OR WS-TO-FOUND-IDX > 0
        IF WS-TO-SOURCE(WS-TO-IDX) = WS-TOT-SOURCE
            AND WS-TO-RUNDATE(WS-TO-IDX) = WS-TOT-RUNDATE
            MOVE WS-TO-IDX TO WS-TO-FOUND-IDX
        END-IF
    END-PERFORM.

*> The master is read once front to back in key order (source / line
*> / run date). All of one source's records are gathered into the
*> date table and compared with the control file's fingerprints for
*> that source; only if something is new or restated is the source
*> browsed a second time, by partial key, to write its line rows.
EXTRACT-ONE-SOURCE-PARA.
    MOVE MST-FILENAME TO WS-CUR-SOURCE
    MOVE 0 TO WS-DT-USED
    PERFORM UNTIL WS-MASTER-EOF = 'Y'
        OR MST-FILENAME NOT = WS-CUR-SOURCE
        OR WS-EXTRACT-OK = 'N'
        PERFORM FINGERPRINT-RECORD-PARA
        PERFORM READ-MASTER-PARA
    END-PERFORM
    IF WS-EXTRACT-OK = 'Y'
        PERFORM MATCH-CONTROL-PARA
        MOVE 'N' TO WS-SOURCE-CHANGED
        PERFORM VARYING WS-DT-IDX FROM 1 BY 1
            UNTIL WS-DT-IDX > WS-DT-USED
            IF WS-DT-ACTION(WS-DT-IDX) NOT = SPACE
                MOVE 'Y' TO WS-SOURCE-CHANGED
            END-IF
            IF WS-DT-DATE(WS-DT-IDX) > WS-NEW-HWM
                MOVE WS-DT-DATE(WS-DT-IDX) TO WS-NEW-HWM
            END-IF
        END-PERFORM
        IF WS-SOURCE-CHANGED = 'Y'
            PERFORM WRITE-SOURCE-LINES-PARA
            PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                UNTIL WS-DT-IDX > WS-DT-USED
                IF WS-DT-ACTION(WS-DT-IDX) NOT = SPACE
                    PERFORM WRITE-SUBTOTAL-ROW-PARA
                END-IF
            END-PERFORM
        END-IF
        *> The fingerprints are built in the control record area, which
        *> still holds the next source's first record; keep it aside.
        MOVE WS-CTL-REC TO WS-CTL-HOLD
        PERFORM VARYING WS-DT-IDX FROM 1 BY 1
            UNTIL WS-DT-IDX > WS-DT-USED
            PERFORM WRITE-FINGERPRINT-PARA
        END-PERFORM
        MOVE WS-CTL-HOLD TO WS-CTL-REC
    END-IF.

FINGERPRINT-RECORD-PARA.
    MOVE MST-RUN-DATE TO WS-SEEK-DATE
    PERFORM FIND-DATE-PARA
    IF WS-DT-FOUND-IDX = 0
        IF WS-DT-USED >= 4000
            MOVE SPACES TO WS-ALERT-TEXT
            STRING 'DAY1WHSE ABEND: MORE THAN 4000 RUN DATES ON '
                DELIMITED BY SIZE
                FUNCTION TRIM(WS-CUR-SOURCE) DELIMITED BY SIZE
                ' - NOTHING EXTRACTED' DELIMITED BY SIZE
                INTO WS-ALERT-TEXT
            MOVE 16 TO WS-ALERT-SEVERITY
            MOVE 'WHSEFULL' TO WS-ALERT-ID
            MOVE WS-CUR-SOURCE TO WS-ALERT-SOURCE
            PERFORM NOTIFY-OPERATIONS-PARA
            MOVE 'N' TO WS-EXTRACT-OK
            IF 16 > RETURN-CODE
                MOVE 16 TO RETURN-CODE
            END-IF
        ELSE
            PERFORM INSERT-DATE-PARA
        END-IF
    END-IF
    IF WS-DT-FOUND-IDX > 0
        ADD 1 TO WS-DT-LINES(WS-DT-FOUND-IDX)
        ADD MST-VALUE TO WS-DT-VALUE-SUM(WS-DT-FOUND-IDX)
        COMPUTE WS-DT-WEIGHT(WS-DT-FOUND-IDX) =
            FUNCTION MOD(WS-DT-WEIGHT(WS-DT-FOUND-IDX)
                + MST-LINE-NUMBER * MST-VALUE, 1000000000000000)
        EVALUATE MST-MALFORMED
            WHEN 'Y'
                ADD 1 TO WS-DT-MALFORMED(WS-DT-FOUND-IDX)
            WHEN 'C'
                ADD 1 TO WS-DT-CORRECTED(WS-DT-FOUND-IDX)
            WHEN 'R'
                ADD 1 TO WS-DT-REVERSED(WS-DT-FOUND-IDX)
                ADD MST-VALUE TO WS-DT-REVERSED-SUM(WS-DT-FOUND-IDX)
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

*> Binary search of the ascending date table for WS-SEEK-DATE. On a
*> miss WS-DT-LO is left at the slot the date belongs in.
FIND-DATE-PARA.
    MOVE 0 TO WS-DT-FOUND-IDX
    MOVE 1 TO WS-DT-LO
    MOVE WS-DT-USED TO WS-DT-HI
    PERFORM UNTIL WS-DT-LO > WS-DT-HI OR WS-DT-FOUND-IDX > 0
        COMPUTE WS-DT-MID = (WS-DT-LO + WS-DT-HI) / 2
        EVALUATE TRUE
            WHEN WS-DT-DATE(WS-DT-MID) = WS-SEEK-DATE
                MOVE WS-DT-MID TO WS-DT-FOUND-IDX
            WHEN WS-DT-DATE(WS-DT-MID) < WS-SEEK-DATE
                COMPUTE WS-DT-LO = WS-DT-MID + 1
            WHEN OTHER
                COMPUTE WS-DT-HI = WS-DT-MID - 1
        END-EVALUATE
    END-PERFORM.

INSERT-DATE-PARA.
    PERFORM VARYING WS-SHIFT-IDX FROM WS-DT-USED BY -1
        UNTIL WS-SHIFT-IDX < WS-DT-LO
        MOVE WS-DT-ENTRY(WS-SHIFT-IDX)
            TO WS-DT-ENTRY(WS-SHIFT-IDX + 1)
    END-PERFORM
    ADD 1 TO WS-DT-USED
    MOVE WS-DT-LO TO WS-DT-FOUND-IDX
    MOVE WS-SEEK-DATE TO WS-DT-DATE(WS-DT-FOUND-IDX)
    MOVE 0 TO WS-DT-LINES(WS-DT-FOUND-IDX)
    MOVE 0 TO WS-DT-VALUE-SUM(WS-DT-FOUND-IDX)
    MOVE 0 TO WS-DT-WEIGHT(WS-DT-FOUND-IDX)
    MOVE 0 TO WS-DT-MALFORMED(WS-DT-FOUND-IDX)
    MOVE 0 TO WS-DT-CORRECTED(WS-DT-FOUND-IDX)
    MOVE 0 TO WS-DT-REVERSED(WS-DT-FOUND-IDX)
    MOVE 0 TO WS-DT-REVERSED-SUM(WS-DT-FOUND-IDX)
    MOVE 'N' TO WS-DT-ACTION(WS-DT-FOUND-IDX).

*> Step the control file's fingerprints alongside the master. A
*> fingerprint for a source ahead of the master's (one purged from
*> the master) is passed over and not carried forward; one for this
*> source decides whether each of its dates is unchanged or must be
*> restated. A date with no fingerprint keeps its N.
MATCH-CONTROL-PARA.
    PERFORM UNTIL WS-CTL-EOF = 'Y'
        OR (CTL-KIND = 'F' AND CTL-SOURCE > WS-CUR-SOURCE)
        IF CTL-KIND = 'F' AND CTL-SOURCE = WS-CUR-SOURCE
            MOVE CTL-RUNDATE TO WS-SEEK-DATE
            PERFORM FIND-DATE-PARA
            IF WS-DT-FOUND-IDX > 0
                IF CTL-LINES = WS-DT-LINES(WS-DT-FOUND-IDX)
                    AND CTL-VALUE-SUM = WS-DT-VALUE-SUM(WS-DT-FOUND-IDX)
                    AND CTL-WEIGHT = WS-DT-WEIGHT(WS-DT-FOUND-IDX)
                    AND CTL-MALFORMED
                        = WS-DT-MALFORMED(WS-DT-FOUND-IDX)
                    AND CTL-CORRECTED
                        = WS-DT-CORRECTED(WS-DT-FOUND-IDX)
                    AND CTL-REVERSED = WS-DT-REVERSED(WS-DT-FOUND-IDX)
                    MOVE SPACE TO WS-DT-ACTION(WS-DT-FOUND-IDX)
                ELSE
                    MOVE 'R' TO WS-DT-ACTION(WS-DT-FOUND-IDX)
                END-IF
            END-IF
        END-IF
        PERFORM READ-CONTROL-PARA
    END-PERFORM.

*> Second, partial-key browse of the source (as DAY1INQ / DAY1DIFF):
*> every record on a new or restated date becomes a line row. The
*> sequential read position is saved in MST-KEY and restored after,
*> so the front-to-back pass resumes at the next source.
WRITE-SOURCE-LINES-PARA.
    MOVE WS-CUR-SOURCE TO MST-FILENAME
    MOVE 0 TO MST-LINE-NUMBER
    MOVE SPACES TO MST-RUN-DATE
    START DAY1MASTER KEY IS >= MST-KEY
        INVALID KEY MOVE 'Y' TO WS-BROWSE-DONE
        NOT INVALID KEY MOVE 'N' TO WS-BROWSE-DONE
    END-START
    PERFORM UNTIL WS-BROWSE-DONE = 'Y'
        READ DAY1MASTER NEXT RECORD
            AT END MOVE 'Y' TO WS-BROWSE-DONE
            NOT AT END
                IF MST-FILENAME NOT = WS-CUR-SOURCE
                    MOVE 'Y' TO WS-BROWSE-DONE
                ELSE
                    MOVE MST-RUN-DATE TO WS-SEEK-DATE
                    PERFORM FIND-DATE-PARA
                    IF WS-DT-FOUND-IDX > 0
                        IF WS-DT-ACTION(WS-DT-FOUND-IDX) NOT = SPACE
                            PERFORM WRITE-LINE-ROW-PARA
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    *> The browse stopped on the first record of the next source (or
    *> the end of the master); that record is the one the outer pass
    *> must see next, and the file is already positioned after it.
    IF WS-BROWSE-DONE = 'Y' AND WS-MASTER-STATUS = '10'
        MOVE 'Y' TO WS-MASTER-EOF
    END-IF.

WRITE-LINE-ROW-PARA.
    MOVE WS-DT-ACTION(WS-DT-FOUND-IDX) TO LR-KIND
    MOVE MST-FILENAME TO LR-SOURCE
    MOVE MST-LINE-NUMBER TO LR-LINE
    MOVE MST-RUN-DATE TO LR-RUNDATE
    MOVE MST-VALUE TO LR-VALUE
    MOVE MST-MALFORMED TO LR-FLAG
    MOVE SPACES TO WHSE-LINE
    WRITE WHSE-LINE FROM WS-LINE-ROW
    ADD 1 TO WS-LINE-ROWS
    ADD 1 TO WS-RECORD-COUNT
    ADD MST-VALUE TO WS-VALUE-HASH
    ADD MST-LINE-NUMBER TO WS-LINE-HASH.

WRITE-SUBTOTAL-ROW-PARA.
    COMPUTE WS-LINES-WORK =
        WS-DT-LINES(WS-DT-IDX) - WS-DT-REVERSED(WS-DT-IDX)
    COMPUTE WS-SUBTOTAL-WORK =
        WS-DT-VALUE-SUM(WS-DT-IDX) - WS-DT-REVERSED-SUM(WS-DT-IDX)
    MOVE WS-DT-ACTION(WS-DT-IDX) TO SR-KIND
    MOVE WS-CUR-SOURCE TO SR-SOURCE
    MOVE WS-DT-DATE(WS-DT-IDX) TO SR-RUNDATE
    MOVE WS-LINES-WORK TO SR-LINES
    MOVE WS-SUBTOTAL-WORK TO SR-SUBTOTAL
    MOVE WS-DT-MALFORMED(WS-DT-IDX) TO SR-MALFORMED
    MOVE WS-DT-CORRECTED(WS-DT-IDX) TO SR-CORRECTED
    MOVE WS-DT-REVERSED(WS-DT-IDX) TO SR-REVERSED
    MOVE WS-CUR-SOURCE TO WS-TOT-SOURCE
    MOVE WS-DT-DATE(WS-DT-IDX) TO WS-TOT-RUNDATE
    PERFORM FIND-TOTALOUT-PARA
    IF WS-TO-FOUND-IDX > 0
        MOVE 'Y' TO SR-IN-TOTALOUT
        MOVE WS-TO-OUTLIERS(WS-TO-FOUND-IDX) TO SR-OUTLIERS
        IF WS-DT-REVERSED(WS-DT-IDX) = 0
            AND WS-TO-SUBTOTAL(WS-TO-FOUND-IDX) NOT = WS-SUBTOTAL-WORK
            PERFORM TIE-BREAK-PARA
        END-IF
    ELSE
        MOVE 'N' TO SR-IN-TOTALOUT
        MOVE 0 TO SR-OUTLIERS
    END-IF
    MOVE SPACES TO WHSE-LINE
    WRITE WHSE-LINE FROM WS-SUB-ROW
    ADD 1 TO WS-SUB-ROWS
    ADD 1 TO WS-RECORD-COUNT
    ADD WS-SUBTOTAL-WORK TO WS-SUBTOTAL-HASH
    IF WS-DT-ACTION(WS-DT-IDX) = 'R'
        ADD 1 TO WS-RESTATED-SETS
    ELSE
        ADD 1 TO WS-NEW-SETS
    END-IF.

TIE-BREAK-PARA.
    ADD 1 TO WS-TIE-BREAKS
    MOVE SPACES TO WS-ALERT-TEXT
    STRING 'DAY1WHSE WARNING: MASTER SUBTOTAL ' DELIMITED BY SIZE
        WS-SUBTOTAL-WORK DELIMITED BY SIZE
        ' FOR ' DELIMITED BY SIZE
        WS-DT-DATE(WS-DT-IDX) DELIMITED BY SIZE
        ' DOES NOT TIE TO TOTALOUT ' DELIMITED BY SIZE
        WS-TO-SUBTOTAL(WS-TO-FOUND-IDX) DELIMITED BY SIZE
        INTO WS-ALERT-TEXT
    MOVE 4 TO WS-ALERT-SEVERITY
    MOVE 'WHSETIE' TO WS-ALERT-ID
    MOVE WS-CUR-SOURCE TO WS-ALERT-SOURCE
    PERFORM NOTIFY-OPERATIONS-PARA
    IF 4 > RETURN-CODE
        MOVE 4 TO RETURN-CODE
    END-IF.

WRITE-FINGERPRINT-PARA.
    MOVE SPACES TO WS-CTL-REC
    MOVE 'F' TO CTL-KIND
    MOVE WS-CUR-SOURCE TO CTL-SOURCE
    MOVE WS-DT-DATE(WS-DT-IDX) TO CTL-RUNDATE
    MOVE WS-DT-LINES(WS-DT-IDX) TO CTL-LINES
    MOVE WS-DT-VALUE-SUM(WS-DT-IDX) TO CTL-VALUE-SUM
    MOVE WS-DT-WEIGHT(WS-DT-IDX) TO CTL-WEIGHT
    MOVE WS-DT-MALFORMED(WS-DT-IDX) TO CTL-MALFORMED
    MOVE WS-DT-CORRECTED(WS-DT-IDX) TO CTL-CORRECTED
    MOVE WS-DT-REVERSED(WS-DT-IDX) TO CTL-REVERSED
    WRITE CTLTMP-LINE FROM WS-CTL-REC.

WRITE-HEADER-ROW-PARA.
    MOVE WS-SEQUENCE TO HR-SEQUENCE
    MOVE WS-EXTRACT-TIMESTAMP TO HR-EXTRACTED
    MOVE WS-OLD-HWM TO HR-SINCE-HWM
    MOVE SPACES TO WHSE-LINE
    WRITE WHSE-LINE FROM WS-HDR-ROW
    ADD 1 TO WS-RECORD-COUNT.

*> The high-water record goes last, after every fingerprint.
WRITE-HWM-RECORD-PARA.
    MOVE SPACES TO WS-CTL-REC
    MOVE 'H' TO CTL-KIND
    MOVE WS-NEW-HWM TO CTL-HWM
    MOVE WS-SEQUENCE TO CTL-SEQUENCE
    MOVE WS-EXTRACT-TIMESTAMP TO CTL-EXTRACTED
    WRITE CTLTMP-LINE FROM WS-CTL-REC.

WRITE-TRAILER-ROW-PARA.
    ADD 1 TO WS-RECORD-COUNT
    MOVE WS-NEW-HWM TO TR-NEW-HWM
    MOVE WS-LINE-ROWS TO TR-LINE-ROWS
    MOVE WS-SUB-ROWS TO TR-SUB-ROWS
    MOVE WS-VALUE-HASH TO TR-VALUE-HASH
    MOVE WS-SUBTOTAL-HASH TO TR-SUBTOTAL-HASH
    MOVE WS-LINE-HASH TO TR-LINE-HASH
    MOVE WS-RECORD-COUNT TO TR-RECORDS
    MOVE SPACES TO WHSE-LINE
    WRITE WHSE-LINE FROM WS-TRL-ROW.

COMMIT-CONTROL-PARA.
    MOVE SPACES TO WS-RENAME-OLD
    MOVE SPACES TO WS-RENAME-NEW
    MOVE WS-CTLTMP-DSNAME TO WS-RENAME-OLD
    MOVE WS-CTL-DSNAME TO WS-RENAME-NEW
    CALL 'CBL_RENAME_FILE' USING WS-RENAME-OLD WS-RENAME-NEW
        RETURNING WS-RENAME-RESULT
    IF WS-RENAME-RESULT NOT = 0
        MOVE SPACES TO WS-ALERT-TEXT
        STRING 'DAY1WHSE ABEND: UNABLE TO RENAME ' DELIMITED BY SIZE
            FUNCTION TRIM(WS-CTLTMP-DSNAME) DELIMITED BY SIZE
            ' OVER THE CONTROL FILE - RERUN RESENDS THIS EXTRACT'
            DELIMITED BY SIZE INTO WS-ALERT-TEXT
        MOVE 16 TO WS-ALERT-SEVERITY
        MOVE 'WHSECTL' TO WS-ALERT-ID
        PERFORM NOTIFY-OPERATIONS-PARA
        IF 16 > RETURN-CODE
            MOVE 16 TO RETURN-CODE
        END-IF
    END-IF.

EXTRACT-FAILURE-PARA.
    MOVE 'N' TO WS-EXTRACT-OK
    MOVE SPACES TO WS-ALERT-TEXT
    STRING 'DAY1WHSE ABEND: UNABLE TO PROCESS ' DELIMITED BY SIZE
        FUNCTION TRIM(WS-ALERT-SOURCE) DELIMITED BY SIZE
        ', FILE STATUS=' DELIMITED BY SIZE
        WS-MASTER-STATUS DELIMITED BY SIZE
        ' - NOTHING EXTRACTED' DELIMITED BY SIZE INTO WS-ALERT-TEXT
    MOVE SPACES TO WS-ALERT-SOURCE
    MOVE 16 TO WS-ALERT-SEVERITY
    MOVE 'WHSEOPEN' TO WS-ALERT-ID
    PERFORM NOTIFY-OPERATIONS-PARA
    IF 16 > RETURN-CODE
        MOVE 16 TO RETURN-CODE
    END-IF.

NOTIFY-OPERATIONS-PARA.
    DISPLAY 'OPERATIONS ALERT: ' WS-ALERT-TEXT UPON CONSOLE
    OPEN EXTEND DAY1NOTIFY
    IF WS-NOTIFY-STATUS NOT = '00'
        OPEN OUTPUT DAY1NOTIFY
    END-IF
    IF WS-ALERT-SOURCE = SPACES
        MOVE '-' TO WS-ALERT-SOURCE
    END-IF
    MOVE SPACES TO NOTIFY-LINE
    STRING
        'SEV=' WS-ALERT-SEVERITY
        ' ID=' WS-ALERT-ID
        ' SOURCE=' FUNCTION TRIM(WS-ALERT-SOURCE)
        ' TEXT=' FUNCTION TRIM(WS-ALERT-TEXT)
        DELIMITED BY SIZE INTO NOTIFY-LINE
    END-STRING
    WRITE NOTIFY-LINE
    CLOSE DAY1NOTIFY
    MOVE 16 TO WS-ALERT-SEVERITY
    MOVE SPACES TO WS-ALERT-ID
    MOVE SPACES TO WS-ALERT-SOURCE.
