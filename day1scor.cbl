IDENTIFICATION DIVISION.
PROGRAM-ID. DAY1SCOR.

*> Monthly supplier delivery-timeliness scorecard for the quarterly
*> service reviews. DAY1MISS pages the night a feed never arrives;
*> this is the month's view of the feeds that do arrive, and how
*> late. It is read entirely from retained data:
*>
*>   DELIVCTL   every delivery DAY1 accepted, with the time the
*>              source dataset became available (AVAIL=), the time
*>              DAY1 picked it up (PICKUP=) and the registry cutoff in
*>              force that night (CUTOFF=), plus the repeat deliveries
*>              the duplicate gate turned away (REFUSED=DUPLICATE)
*>   SRCREGST   (optional) the days each feed is due, whether it sits
*>              out site holidays, and its agreed CUTOFF=
*>   HOLIDAYS   (optional) the site holiday calendar
*>   TRENDHIST  (optional) each night's line and rejected-line counts
*>
*> Each run date of the month is scored per source: ON TIME when the
*> dataset was available by the cutoff on the run date, LATE (with
*> the minutes) when after it, MISSED when the feed was due -- the
*> registry's DAYS= mask, less site holidays the feed observes -- and
*> never delivered. A delivery with no cutoff agreed, or one recorded
*> before availability times were kept, is shown but not scored.
*> ON-TIME PCT is on-time days over on-time, late and missed days; a
*> source below the agreed SCORPARM ONTIME-PCT= is flagged on the
*> report and paged (SCORLOW). REFUSED counts redeliveries the
*> duplicate gate caught; FORCED counts reruns admitted under an
*> approved FORCE-REPROCESS card.
*>
*> For the current month only days before today are scored: tonight's
*> delivery is not in yet.
*>
*> SCORPARM (optional, one card each):
*>     MONTH=YYYYMM      (defaults to the current month)
*>     ONTIME-PCT=95     (agreed on-time percentage, default 95)
*>
*> RC=4 when a source is below the agreed percentage, RC=8 when the
*> month has nothing to score, RC=16 when DELIVCTL cannot be read or
*> SCORPARM is bad.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SCORPARM ASSIGN TO "SCORPARM"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PARM-STATUS.

    SELECT DAY1DELIVCTL ASSIGN TO "DELIVCTL"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-DELIV-STATUS.

    SELECT DAY1REGISTRY ASSIGN TO "SRCREGST"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-REG-STATUS.

    SELECT DAY1HOLIDAYS ASSIGN TO "HOLIDAYS"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-HOL-STATUS.

    SELECT TRENDHIST ASSIGN TO "TRENDHIST"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-HIST-STATUS.

    SELECT SCORRPT ASSIGN TO "SCORRPT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RPT-STATUS.

    SELECT DAY1NOTIFY ASSIGN TO "NOTIFY"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-NOTIFY-STATUS.

DATA DIVISION.
FILE SECTION.
FD SCORPARM.
    01 PARM-REC PIC X(80).

FD DAY1DELIVCTL.
    01 DELIV-REC PIC X(200).

FD DAY1REGISTRY.
    01 REGISTRY-REC PIC X(120).

FD DAY1HOLIDAYS.
    01 HOLIDAY-REC PIC X(80).

FD TRENDHIST.
    01 HIST-REC.
        05 TH-RUN-DATE PIC X(8).
        05 FILLER PIC X(1).
        05 TH-SOURCE PIC X(60).
        05 FILLER PIC X(1).
        05 TH-RECORD-COUNT PIC 9(8).
        05 FILLER PIC X(1).
        05 TH-SUBTOTAL PIC 9(8).
        05 FILLER PIC X(1).
        05 TH-EXCEPT-COUNT PIC 9(8).
        05 FILLER PIC X(1).
        05 TH-OUTLIER-COUNT PIC 9(8).
        05 FILLER PIC X(1).
        05 TH-MIN-VALUE PIC 9(2).
        05 FILLER PIC X(1).
        05 TH-MAX-VALUE PIC 9(2).
        05 FILLER PIC X(1).
        05 TH-ROW-KIND PIC X(8).
            88 TH-ROW-REVERSED VALUE 'REVERSED'.

FD SCORRPT.
    01 RPT-LINE PIC X(132).

FD DAY1NOTIFY.
    01 NOTIFY-LINE PIC X(200).

WORKING-STORAGE SECTION.
77 WS-PARM-STATUS PIC XX.
77 WS-DELIV-STATUS PIC XX.
77 WS-REG-STATUS PIC XX.
77 WS-HOL-STATUS PIC XX.
77 WS-HIST-STATUS PIC XX.
77 WS-RPT-STATUS PIC XX.
77 WS-NOTIFY-STATUS PIC XX.
77 WS-ALERT-TEXT PIC X(120).
77 WS-ALERT-SEVERITY PIC 9(2) VALUE 16.
77 WS-ALERT-ID PIC X(8) VALUE SPACES.
77 WS-ALERT-SOURCE PIC X(60) VALUE SPACES.
77 WS-EOF PIC A(1).
77 WS-PARM-OK PIC A(1) VALUE 'Y'.
77 WS-PARM-LINE PIC X(80).
77 WS-PARM-KEY PIC X(20).
77 WS-PARM-VALUE PIC X(60).
77 WS-REPORT-MONTH PIC X(6).
77 WS-ONTIME-TARGET PIC 9(3) VALUE 95.
77 WS-MONTH-NUMBER PIC 9(2).
77 WS-YEAR-NUMBER PIC 9(4).
77 WS-DAYS-IN-MONTH PIC 9(2).
77 WS-LAST-SCORED-DAY PIC 9(2).
77 WS-TODAY PIC X(8).
77 WS-DAY-IDX PIC 9(2).
77 WS-DAY-DATE PIC X(8).
77 WS-DATE-INTEGER PIC 9(8).
77 WS-DAY-DOW PIC 9(1).
77 WS-SRC-IDX PIC 9(3) COMP.
77 WS-SRC-USED PIC 9(3) COMP VALUE 0.
77 WS-FOUND-IDX PIC 9(3) COMP.
77 WS-WORK-SOURCE PIC X(60).
77 WS-PAGE-NUMBER PIC 9(4) VALUE 0.
77 WS-LINE-COUNT PIC 9(2) VALUE 99.
77 WS-DETAIL-TEXT PIC X(132).
77 WS-REG-PRESENT PIC A(1) VALUE 'N'.
77 WS-HIST-PRESENT PIC A(1) VALUE 'N'.
77 WS-DELIV-ROWS PIC 9(8) VALUE 0.
77 WS-BELOW-COUNT PIC 9(3) VALUE 0.

*> One card of SRCREGST, DELIVCTL or TRENDHIST while it is parsed.
77 WS-REG-LINE PIC X(120).
77 WS-DELIV-LINE PIC X(200).
77 WS-TOKEN-IDX PIC 9(2).
77 WS-TOKEN-KEY PIC X(20).
77 WS-TOKEN-VALUE PIC X(60).
77 WS-RW-NAME PIC X(60).
77 WS-RW-ACTIVE PIC A(1).
77 WS-RW-DAYS PIC X(7).
77 WS-RW-HOLIDAYS PIC A(1).
77 WS-RW-CUTOFF PIC X(4).
77 WS-DW-DATE PIC X(8).
77 WS-DW-SOURCE PIC X(60).
77 WS-DW-AVAIL PIC X(14).
77 WS-DW-PICKUP PIC X(14).
77 WS-DW-CUTOFF PIC X(4).
77 WS-DW-REFUSED PIC X(10).

77 WS-HOL-LINE PIC X(80).
77 WS-HOL-USED PIC 9(3) COMP VALUE 0.
77 WS-HOL-IDX PIC 9(3) COMP.
77 WS-HOL-WORK-DATE PIC X(8).
77 WS-HOL-WORK-DESC PIC X(40).
77 WS-HOL-SCRAP PIC X(80).
77 WS-DAY-IS-HOLIDAY PIC A(1).
77 WS-DAY-HOLIDAY-DESC PIC X(40).

*> Lateness arithmetic, in seconds from the INTEGER-OF-DATE epoch.
77 WS-AVAIL-SECS PIC 9(12).
77 WS-DEADLINE-SECS PIC 9(12).
77 WS-LATE-SECS PIC 9(12).
77 WS-LATE-MIN PIC 9(5).
77 WS-AVG-LATE PIC 9(5).
77 WS-RATE-PCT PIC 9(3)V9(2).
77 WS-RATE-DISP PIC ZZ9.99.
77 WS-PCT-DISP PIC ZZ9.99.
77 WS-TARGET-DISP PIC ZZ9.
77 WS-MIN-DISP PIC ZZZZ9.
77 WS-STATUS-TEXT PIC X(12).
77 WS-FLAG-TEXT PIC X(24).

01 WS-TOKEN-TABLE.
    05 WS-TOKEN PIC X(80) OCCURS 12 TIMES.

01 WS-HOLIDAY-TABLE.
    05 WS-HOL-ENTRY OCCURS 100 TIMES.
        10 WS-HOL-DATE PIC X(8).
        10 WS-HOL-DESC PIC X(40).

*> One entry per source: its registry terms (SRC-REGISTERED = N for a
*> feed that delivered but is not on the registry), a month grid of
*> what DELIVCTL and TRENDHIST recorded, and the month's score.
*> SD-STATUS: O on time, L late, M missed, U unmeasured (no AVAIL=),
*> X no cutoff agreed, space not due and not delivered.
01 WS-SRC-TABLE.
    05 WS-SRC-ENTRY OCCURS 200 TIMES.
        10 WS-SRC-NAME PIC X(60).
        10 WS-SRC-REGISTERED PIC A(1).
        10 WS-SRC-ACTIVE PIC A(1).
        10 WS-SRC-DAYS PIC X(7).
        10 WS-SRC-HOLIDAYS PIC A(1).
        10 WS-SRC-CUTOFF PIC X(4).
        10 WS-SRC-DAY OCCURS 31 TIMES.
            15 WS-SD-ACCEPTED PIC 9(3).
            15 WS-SD-REFUSED PIC 9(3).
            15 WS-SD-AVAIL PIC X(14).
            15 WS-SD-PICKUP PIC X(14).
            15 WS-SD-CUTOFF PIC X(4).
            15 WS-SD-HIST PIC A(1).
            15 WS-SD-COUNT PIC 9(8).
            15 WS-SD-EXCEPTS PIC 9(8).
            15 WS-SD-STATUS PIC X(1).
            15 WS-SD-LATE-MIN PIC 9(5).
        10 WS-SRC-ONTIME PIC 9(2).
        10 WS-SRC-LATE PIC 9(2).
        10 WS-SRC-MISSED PIC 9(2).
        10 WS-SRC-UNSCORED PIC 9(2).
        10 WS-SRC-LATE-TOTAL PIC 9(7).
        10 WS-SRC-WORST PIC 9(5).
        10 WS-SRC-REFUSED PIC 9(4).
        10 WS-SRC-FORCED PIC 9(4).
        10 WS-SRC-LINES PIC 9(10).
        10 WS-SRC-EXCEPTS PIC 9(10).
        10 WS-SRC-PCT PIC 9(3)V9(2).
        10 WS-SRC-SCORED PIC A(1).
        10 WS-SRC-BELOW PIC A(1).

PROCEDURE DIVISION.
MAIN-PARA.
    MOVE 0 TO RETURN-CODE.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
    MOVE WS-TODAY(1:6) TO WS-REPORT-MONTH.
    PERFORM READ-PARM-PARA.
    IF WS-PARM-OK = 'Y'
        PERFORM COMPUTE-DAYS-IN-MONTH-PARA
        PERFORM LOAD-HOLIDAYS-PARA
        PERFORM LOAD-REGISTRY-PARA
        PERFORM LOAD-DELIVERIES-PARA
    END-IF
    IF WS-PARM-OK = 'Y'
        PERFORM LOAD-HISTORY-PARA
        PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
            UNTIL WS-SRC-IDX > WS-SRC-USED
            PERFORM SCORE-SOURCE-PARA
        END-PERFORM
        IF WS-SRC-USED = 0 OR WS-LAST-SCORED-DAY = 0
            MOVE SPACES TO WS-ALERT-TEXT
            STRING 'DAY1SCOR WARNING: NOTHING TO SCORE FOR MONTH '
                DELIMITED BY SIZE
                WS-REPORT-MONTH DELIMITED BY SIZE INTO WS-ALERT-TEXT
            MOVE 8 TO WS-ALERT-SEVERITY
            MOVE 'SCORNONE' TO WS-ALERT-ID
            PERFORM NOTIFY-OPERATIONS-PARA
            IF 8 > RETURN-CODE
                MOVE 8 TO RETURN-CODE
            END-IF
        ELSE
            PERFORM WRITE-REPORT-PARA
        END-IF
    END-IF.
    DISPLAY 'DAY1SCOR: ' WS-SRC-USED ' SOURCES SCORED FOR '
        WS-REPORT-MONTH ', ' WS-BELOW-COUNT ' BELOW '
        WS-ONTIME-TARGET ' PCT ON TIME, ' WS-PAGE-NUMBER ' PAGES'.
    STOP RUN.

READ-PARM-PARA.
    OPEN INPUT SCORPARM.
    IF WS-PARM-STATUS = '00'
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ SCORPARM INTO WS-PARM-LINE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END PERFORM APPLY-PARM-CARD-PARA
            END-READ
        END-PERFORM
        CLOSE SCORPARM
    END-IF
    IF WS-PARM-OK = 'Y'
        DISPLAY 'DAY1SCOR: MONTH=' WS-REPORT-MONTH
            ' ONTIME-PCT=' WS-ONTIME-TARGET
    END-IF.

APPLY-PARM-CARD-PARA.
    IF WS-PARM-LINE = SPACES OR WS-PARM-LINE(1:1) = '*'
        CONTINUE
    ELSE
        MOVE SPACES TO WS-PARM-KEY
        MOVE SPACES TO WS-PARM-VALUE
        UNSTRING WS-PARM-LINE DELIMITED BY '='
            INTO WS-PARM-KEY WS-PARM-VALUE
        END-UNSTRING
        EVALUATE TRUE
            WHEN FUNCTION TRIM(WS-PARM-KEY) = 'MONTH'
                AND WS-PARM-VALUE(1:6) IS NUMERIC
                AND WS-PARM-VALUE(5:2) >= '01'
                AND WS-PARM-VALUE(5:2) <= '12'
                MOVE WS-PARM-VALUE(1:6) TO WS-REPORT-MONTH
            WHEN FUNCTION TRIM(WS-PARM-KEY) = 'ONTIME-PCT'
                AND FUNCTION TRIM(WS-PARM-VALUE) IS NUMERIC
                AND FUNCTION NUMVAL(WS-PARM-VALUE) >= 1
                AND FUNCTION NUMVAL(WS-PARM-VALUE) <= 100
                MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
                    TO WS-ONTIME-TARGET
            WHEN OTHER
                MOVE 'N' TO WS-PARM-OK
                MOVE SPACES TO WS-ALERT-TEXT
                STRING 'DAY1SCOR ABEND: BAD SCORPARM CARD "'
                    DELIMITED BY SIZE
                    FUNCTION TRIM(WS-PARM-LINE) DELIMITED BY SIZE
                    '"' DELIMITED BY SIZE INTO WS-ALERT-TEXT
                MOVE 16 TO WS-ALERT-SEVERITY
                MOVE 'SCORPARM' TO WS-ALERT-ID
                PERFORM NOTIFY-OPERATIONS-PARA
                IF 16 > RETURN-CODE
                    MOVE 16 TO RETURN-CODE
                END-IF
        END-EVALUATE
    END-IF.

*> The last day scored: the whole of a past month, nothing of a future
*> one, and up to yesterday in the current one.
COMPUTE-DAYS-IN-MONTH-PARA.
    MOVE WS-ONTIME-TARGET TO WS-TARGET-DISP
    MOVE WS-REPORT-MONTH(1:4) TO WS-YEAR-NUMBER
    MOVE WS-REPORT-MONTH(5:2) TO WS-MONTH-NUMBER
    EVALUATE WS-MONTH-NUMBER
        WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08 WHEN 10 WHEN 12
            MOVE 31 TO WS-DAYS-IN-MONTH
        WHEN 04 WHEN 06 WHEN 09 WHEN 11
            MOVE 30 TO WS-DAYS-IN-MONTH
        WHEN 02
            IF FUNCTION MOD(WS-YEAR-NUMBER, 4) = 0
                AND (FUNCTION MOD(WS-YEAR-NUMBER, 100) NOT = 0
                    OR FUNCTION MOD(WS-YEAR-NUMBER, 400) = 0)
                MOVE 29 TO WS-DAYS-IN-MONTH
            ELSE
                MOVE 28 TO WS-DAYS-IN-MONTH
            END-IF
    END-EVALUATE
    EVALUATE TRUE
        WHEN WS-REPORT-MONTH < WS-TODAY(1:6)
            MOVE WS-DAYS-IN-MONTH TO WS-LAST-SCORED-DAY
        WHEN WS-REPORT-MONTH = WS-TODAY(1:6)
            COMPUTE WS-LAST-SCORED-DAY =
                FUNCTION NUMVAL(WS-TODAY(7:2)) - 1
        WHEN OTHER
            MOVE 0 TO WS-LAST-SCORED-DAY
    END-EVALUATE.

*> HOLIDAYS is optional and shared with the nightly run; a malformed
*> card here is only skipped (the nightly run already polices the
*> deck hard).
LOAD-HOLIDAYS-PARA.
    OPEN INPUT DAY1HOLIDAYS.
    IF WS-HOL-STATUS = '00'
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ DAY1HOLIDAYS INTO WS-HOL-LINE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END PERFORM LOAD-ONE-HOLIDAY-PARA
            END-READ
        END-PERFORM
        CLOSE DAY1HOLIDAYS
    END-IF.

LOAD-ONE-HOLIDAY-PARA.
    IF WS-HOL-LINE = SPACES OR WS-HOL-LINE(1:1) = '*'
        OR WS-HOL-USED >= 100
        CONTINUE
    ELSE
        MOVE SPACES TO WS-HOL-WORK-DATE
        MOVE SPACES TO WS-HOL-WORK-DESC
        MOVE SPACES TO WS-HOL-SCRAP
        UNSTRING WS-HOL-LINE DELIMITED BY 'DESC='
            INTO WS-HOL-SCRAP WS-HOL-WORK-DESC
        END-UNSTRING
        IF WS-HOL-SCRAP(1:5) = 'DATE='
            AND WS-HOL-SCRAP(6:8) IS NUMERIC
            ADD 1 TO WS-HOL-USED
            MOVE WS-HOL-SCRAP(6:8) TO WS-HOL-DATE(WS-HOL-USED)
            MOVE WS-HOL-WORK-DESC TO WS-HOL-DESC(WS-HOL-USED)
        END-IF
    END-IF.

FIND-DAY-HOLIDAY-PARA.
    MOVE 'N' TO WS-DAY-IS-HOLIDAY
    MOVE SPACES TO WS-DAY-HOLIDAY-DESC
    PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
        UNTIL WS-HOL-IDX > WS-HOL-USED
            OR WS-DAY-IS-HOLIDAY = 'Y'
        IF WS-HOL-DATE(WS-HOL-IDX) = WS-DAY-DATE
            MOVE 'Y' TO WS-DAY-IS-HOLIDAY
            MOVE WS-HOL-DESC(WS-HOL-IDX) TO WS-DAY-HOLIDAY-DESC
        END-IF
    END-PERFORM.

*> SRCREGST is optional: absent, only delivered days can be scored
*> and no day counts as missed. Only the terms scored here are read;
*> like HOLIDAYS, a card the nightly run would reject is skipped.
LOAD-REGISTRY-PARA.
    OPEN INPUT DAY1REGISTRY.
    IF WS-REG-STATUS = '00'
        MOVE 'Y' TO WS-REG-PRESENT
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ DAY1REGISTRY INTO WS-REG-LINE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END PERFORM LOAD-ONE-REGISTRY-CARD-PARA
            END-READ
        END-PERFORM
        CLOSE DAY1REGISTRY
    END-IF.

LOAD-ONE-REGISTRY-CARD-PARA.
    IF WS-REG-LINE = SPACES OR WS-REG-LINE(1:1) = '*'
        CONTINUE
    ELSE
        MOVE SPACES TO WS-RW-NAME
        MOVE 'Y' TO WS-RW-ACTIVE
        MOVE 'YYYYYYY' TO WS-RW-DAYS
        MOVE 'Y' TO WS-RW-HOLIDAYS
        MOVE SPACES TO WS-RW-CUTOFF
        MOVE SPACES TO WS-TOKEN-TABLE
        UNSTRING WS-REG-LINE DELIMITED BY ALL ' '
            INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
                WS-TOKEN(5) WS-TOKEN(6) WS-TOKEN(7) WS-TOKEN(8)
                WS-TOKEN(9) WS-TOKEN(10) WS-TOKEN(11) WS-TOKEN(12)
        END-UNSTRING
        PERFORM VARYING WS-TOKEN-IDX FROM 1 BY 1
            UNTIL WS-TOKEN-IDX > 12
            IF WS-TOKEN(WS-TOKEN-IDX) NOT = SPACES
                PERFORM APPLY-REGISTRY-TOKEN-PARA
            END-IF
        END-PERFORM
        IF WS-RW-NAME NOT = SPACES
            MOVE WS-RW-NAME TO WS-WORK-SOURCE
            PERFORM FIND-SOURCE-PARA
            IF WS-FOUND-IDX > 0
                MOVE 'Y' TO WS-SRC-REGISTERED(WS-FOUND-IDX)
                MOVE WS-RW-ACTIVE TO WS-SRC-ACTIVE(WS-FOUND-IDX)
                MOVE WS-RW-DAYS TO WS-SRC-DAYS(WS-FOUND-IDX)
                MOVE WS-RW-HOLIDAYS TO WS-SRC-HOLIDAYS(WS-FOUND-IDX)
                MOVE WS-RW-CUTOFF TO WS-SRC-CUTOFF(WS-FOUND-IDX)
            END-IF
        END-IF
    END-IF.

APPLY-REGISTRY-TOKEN-PARA.
    MOVE SPACES TO WS-TOKEN-KEY
    MOVE SPACES TO WS-TOKEN-VALUE
    UNSTRING WS-TOKEN(WS-TOKEN-IDX) DELIMITED BY '='
        INTO WS-TOKEN-KEY WS-TOKEN-VALUE
    END-UNSTRING
    EVALUATE FUNCTION TRIM(WS-TOKEN-KEY)
        WHEN 'SOURCE'
            MOVE WS-TOKEN-VALUE TO WS-RW-NAME
        WHEN 'STATUS'
            IF FUNCTION TRIM(WS-TOKEN-VALUE) = 'INACTIVE'
                MOVE 'N' TO WS-RW-ACTIVE
            END-IF
        WHEN 'HOLIDAYS'
            IF FUNCTION TRIM(WS-TOKEN-VALUE) = 'IGNORE'
                MOVE 'N' TO WS-RW-HOLIDAYS
            END-IF
        WHEN 'DAYS'
            IF WS-TOKEN-VALUE(1:7) NOT = SPACES
                MOVE WS-TOKEN-VALUE(1:7) TO WS-RW-DAYS
                INSPECT WS-RW-DAYS REPLACING ALL SPACE BY 'N'
            END-IF
        WHEN 'CUTOFF'
            IF WS-TOKEN-VALUE(1:4) IS NUMERIC
                MOVE WS-TOKEN-VALUE(1:4) TO WS-RW-CUTOFF
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

LOAD-DELIVERIES-PARA.
    OPEN INPUT DAY1DELIVCTL.
    IF WS-DELIV-STATUS NOT = '00'
        MOVE 'N' TO WS-PARM-OK
        MOVE SPACES TO WS-ALERT-TEXT
        STRING 'DAY1SCOR ABEND: UNABLE TO OPEN DELIVCTL, '
            DELIMITED BY SIZE
            'FILE STATUS=' DELIMITED BY SIZE
            WS-DELIV-STATUS DELIMITED BY SIZE INTO WS-ALERT-TEXT
        MOVE 16 TO WS-ALERT-SEVERITY
        MOVE 'SCORDLVR' TO WS-ALERT-ID
        PERFORM NOTIFY-OPERATIONS-PARA
        IF 16 > RETURN-CODE
            MOVE 16 TO RETURN-CODE
        END-IF
    ELSE
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ DAY1DELIVCTL INTO WS-DELIV-LINE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END PERFORM LOAD-ONE-DELIVERY-PARA
            END-READ
        END-PERFORM
        CLOSE DAY1DELIVCTL
    END-IF.

*> DELIVCTL is appended in pickup order, so the first accepted record
*> for a source and date is the delivery that counts; any later one
*> was a rerun admitted by FORCE-REPROCESS. Records from before
*> availability times were kept carry no AVAIL= and score as
*> unmeasured.
LOAD-ONE-DELIVERY-PARA.
    IF WS-DELIV-LINE = SPACES OR WS-DELIV-LINE(1:1) = '*'
        CONTINUE
    ELSE
        MOVE SPACES TO WS-DW-DATE
        MOVE SPACES TO WS-DW-SOURCE
        MOVE 'UNKNOWN' TO WS-DW-AVAIL
        MOVE SPACES TO WS-DW-PICKUP
        MOVE 'NONE' TO WS-DW-CUTOFF
        MOVE SPACES TO WS-DW-REFUSED
        MOVE SPACES TO WS-TOKEN-TABLE
        UNSTRING WS-DELIV-LINE DELIMITED BY ALL ' '
            INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
                WS-TOKEN(5) WS-TOKEN(6) WS-TOKEN(7) WS-TOKEN(8)
                WS-TOKEN(9) WS-TOKEN(10) WS-TOKEN(11) WS-TOKEN(12)
        END-UNSTRING
        PERFORM VARYING WS-TOKEN-IDX FROM 1 BY 1
            UNTIL WS-TOKEN-IDX > 12
            IF WS-TOKEN(WS-TOKEN-IDX) NOT = SPACES
                PERFORM APPLY-DELIVERY-TOKEN-PARA
            END-IF
        END-PERFORM
        IF WS-DW-DATE(1:6) = WS-REPORT-MONTH
            AND WS-DW-DATE(7:2) IS NUMERIC
            AND WS-DW-SOURCE NOT = SPACES
            MOVE WS-DW-SOURCE TO WS-WORK-SOURCE
            PERFORM FIND-SOURCE-PARA
            MOVE WS-DW-DATE(7:2) TO WS-DAY-IDX
            IF WS-FOUND-IDX > 0
                AND WS-DAY-IDX >= 1 AND WS-DAY-IDX <= 31
                ADD 1 TO WS-DELIV-ROWS
                PERFORM NOTE-DELIVERY-PARA
            END-IF
        END-IF
    END-IF.

NOTE-DELIVERY-PARA.
    IF WS-DW-REFUSED NOT = SPACES
        ADD 1 TO WS-SD-REFUSED(WS-FOUND-IDX, WS-DAY-IDX)
    ELSE
        ADD 1 TO WS-SD-ACCEPTED(WS-FOUND-IDX, WS-DAY-IDX)
        IF WS-SD-ACCEPTED(WS-FOUND-IDX, WS-DAY-IDX) = 1
            MOVE WS-DW-AVAIL TO WS-SD-AVAIL(WS-FOUND-IDX, WS-DAY-IDX)
            MOVE WS-DW-PICKUP
                TO WS-SD-PICKUP(WS-FOUND-IDX, WS-DAY-IDX)
            MOVE WS-DW-CUTOFF
                TO WS-SD-CUTOFF(WS-FOUND-IDX, WS-DAY-IDX)
        END-IF
    END-IF.

APPLY-DELIVERY-TOKEN-PARA.
    MOVE SPACES TO WS-TOKEN-KEY
    MOVE SPACES TO WS-TOKEN-VALUE
    UNSTRING WS-TOKEN(WS-TOKEN-IDX) DELIMITED BY '='
        INTO WS-TOKEN-KEY WS-TOKEN-VALUE
    END-UNSTRING
    EVALUATE FUNCTION TRIM(WS-TOKEN-KEY)
        WHEN 'DLVRDATE'
            MOVE WS-TOKEN-VALUE(1:8) TO WS-DW-DATE
        WHEN 'SOURCE'
            MOVE WS-TOKEN-VALUE TO WS-DW-SOURCE
        WHEN 'AVAIL'
            MOVE WS-TOKEN-VALUE(1:14) TO WS-DW-AVAIL
        WHEN 'PICKUP'
            MOVE WS-TOKEN-VALUE(1:14) TO WS-DW-PICKUP
        WHEN 'CUTOFF'
            MOVE WS-TOKEN-VALUE(1:4) TO WS-DW-CUTOFF
        WHEN 'REFUSED'
            MOVE WS-TOKEN-VALUE(1:10) TO WS-DW-REFUSED
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> TRENDHIST supplies the rejected-line rate; the latest row for a
*> source and day wins and a reversed night drops out, as on the
*> month-end report. Only sources already being scored are counted.
LOAD-HISTORY-PARA.
    OPEN INPUT TRENDHIST.
    IF WS-HIST-STATUS = '00'
        MOVE 'Y' TO WS-HIST-PRESENT
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ TRENDHIST
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END PERFORM LOAD-ONE-ROW-PARA
            END-READ
        END-PERFORM
        CLOSE TRENDHIST
    END-IF.

LOAD-ONE-ROW-PARA.
    IF TH-RUN-DATE(1:6) = WS-REPORT-MONTH
        AND TH-RUN-DATE(7:2) IS NUMERIC
        MOVE 0 TO WS-FOUND-IDX
        PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
            UNTIL WS-SRC-IDX > WS-SRC-USED OR WS-FOUND-IDX > 0
            IF WS-SRC-NAME(WS-SRC-IDX) = TH-SOURCE
                MOVE WS-SRC-IDX TO WS-FOUND-IDX
            END-IF
        END-PERFORM
        MOVE TH-RUN-DATE(7:2) TO WS-DAY-IDX
        IF WS-FOUND-IDX > 0
            AND WS-DAY-IDX >= 1 AND WS-DAY-IDX <= 31
            IF TH-ROW-REVERSED
                MOVE 'R' TO WS-SD-HIST(WS-FOUND-IDX, WS-DAY-IDX)
            ELSE
                MOVE 'Y' TO WS-SD-HIST(WS-FOUND-IDX, WS-DAY-IDX)
            END-IF
            MOVE TH-RECORD-COUNT
                TO WS-SD-COUNT(WS-FOUND-IDX, WS-DAY-IDX)
            MOVE TH-EXCEPT-COUNT
                TO WS-SD-EXCEPTS(WS-FOUND-IDX, WS-DAY-IDX)
        END-IF
    END-IF.

FIND-SOURCE-PARA.
    MOVE 0 TO WS-FOUND-IDX
    PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
        UNTIL WS-SRC-IDX > WS-SRC-USED OR WS-FOUND-IDX > 0
        IF WS-SRC-NAME(WS-SRC-IDX) = WS-WORK-SOURCE
            MOVE WS-SRC-IDX TO WS-FOUND-IDX
        END-IF
    END-PERFORM
    IF WS-FOUND-IDX = 0 AND WS-SRC-USED < 200
        ADD 1 TO WS-SRC-USED
        MOVE WS-SRC-USED TO WS-FOUND-IDX
        MOVE WS-WORK-SOURCE TO WS-SRC-NAME(WS-FOUND-IDX)
        MOVE 'N' TO WS-SRC-REGISTERED(WS-FOUND-IDX)
        MOVE 'Y' TO WS-SRC-ACTIVE(WS-FOUND-IDX)
        MOVE 'NNNNNNN' TO WS-SRC-DAYS(WS-FOUND-IDX)
        MOVE 'Y' TO WS-SRC-HOLIDAYS(WS-FOUND-IDX)
        MOVE SPACES TO WS-SRC-CUTOFF(WS-FOUND-IDX)
        PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
            UNTIL WS-DAY-IDX > 31
            MOVE 0 TO WS-SD-ACCEPTED(WS-FOUND-IDX, WS-DAY-IDX)
            MOVE 0 TO WS-SD-REFUSED(WS-FOUND-IDX, WS-DAY-IDX)
            MOVE SPACES TO WS-SD-AVAIL(WS-FOUND-IDX, WS-DAY-IDX)
            MOVE SPACES TO WS-SD-PICKUP(WS-FOUND-IDX, WS-DAY-IDX)
            MOVE SPACES TO WS-SD-CUTOFF(WS-FOUND-IDX, WS-DAY-IDX)
            MOVE 'N' TO WS-SD-HIST(WS-FOUND-IDX, WS-DAY-IDX)
            MOVE 0 TO WS-SD-COUNT(WS-FOUND-IDX, WS-DAY-IDX)
            MOVE 0 TO WS-SD-EXCEPTS(WS-FOUND-IDX, WS-DAY-IDX)
            MOVE SPACE TO WS-SD-STATUS(WS-FOUND-IDX, WS-DAY-IDX)
            MOVE 0 TO WS-SD-LATE-MIN(WS-FOUND-IDX, WS-DAY-IDX)
        END-PERFORM
    END-IF.

*> Score every day of the month up to the last one scored, then the
*> month as a whole. An inactive registered feed is not due; if it
*> delivered anyway, the delivery is still scored.
SCORE-SOURCE-PARA.
    MOVE 0 TO WS-SRC-ONTIME(WS-SRC-IDX)
    MOVE 0 TO WS-SRC-LATE(WS-SRC-IDX)
    MOVE 0 TO WS-SRC-MISSED(WS-SRC-IDX)
    MOVE 0 TO WS-SRC-UNSCORED(WS-SRC-IDX)
    MOVE 0 TO WS-SRC-LATE-TOTAL(WS-SRC-IDX)
    MOVE 0 TO WS-SRC-WORST(WS-SRC-IDX)
    MOVE 0 TO WS-SRC-REFUSED(WS-SRC-IDX)
    MOVE 0 TO WS-SRC-FORCED(WS-SRC-IDX)
    MOVE 0 TO WS-SRC-LINES(WS-SRC-IDX)
    MOVE 0 TO WS-SRC-EXCEPTS(WS-SRC-IDX)
    MOVE 0 TO WS-SRC-PCT(WS-SRC-IDX)
    MOVE 'N' TO WS-SRC-SCORED(WS-SRC-IDX)
    MOVE 'N' TO WS-SRC-BELOW(WS-SRC-IDX)
    PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
        UNTIL WS-DAY-IDX > WS-LAST-SCORED-DAY
        PERFORM SCORE-SOURCE-DAY-PARA
    END-PERFORM
    IF WS-SRC-ONTIME(WS-SRC-IDX) + WS-SRC-LATE(WS-SRC-IDX) > 0
        OR (WS-SRC-CUTOFF(WS-SRC-IDX) NOT = SPACES
            AND WS-SRC-MISSED(WS-SRC-IDX) > 0)
        MOVE 'Y' TO WS-SRC-SCORED(WS-SRC-IDX)
        COMPUTE WS-SRC-PCT(WS-SRC-IDX) ROUNDED =
            WS-SRC-ONTIME(WS-SRC-IDX) * 100
            / (WS-SRC-ONTIME(WS-SRC-IDX) + WS-SRC-LATE(WS-SRC-IDX)
                + WS-SRC-MISSED(WS-SRC-IDX))
        IF WS-SRC-PCT(WS-SRC-IDX) < WS-ONTIME-TARGET
            MOVE 'Y' TO WS-SRC-BELOW(WS-SRC-IDX)
            ADD 1 TO WS-BELOW-COUNT
            PERFORM ALERT-BELOW-TARGET-PARA
        END-IF
    END-IF.

SCORE-SOURCE-DAY-PARA.
    MOVE SPACE TO WS-SD-STATUS(WS-SRC-IDX, WS-DAY-IDX)
    ADD WS-SD-REFUSED(WS-SRC-IDX, WS-DAY-IDX)
        TO WS-SRC-REFUSED(WS-SRC-IDX)
    IF WS-SD-HIST(WS-SRC-IDX, WS-DAY-IDX) = 'Y'
        ADD WS-SD-COUNT(WS-SRC-IDX, WS-DAY-IDX)
            TO WS-SRC-LINES(WS-SRC-IDX)
        ADD WS-SD-EXCEPTS(WS-SRC-IDX, WS-DAY-IDX)
            TO WS-SRC-EXCEPTS(WS-SRC-IDX)
    END-IF
    IF WS-SD-ACCEPTED(WS-SRC-IDX, WS-DAY-IDX) > 0
        COMPUTE WS-SRC-FORCED(WS-SRC-IDX) =
            WS-SRC-FORCED(WS-SRC-IDX)
            + WS-SD-ACCEPTED(WS-SRC-IDX, WS-DAY-IDX) - 1
        EVALUATE TRUE
            WHEN WS-SD-CUTOFF(WS-SRC-IDX, WS-DAY-IDX) IS NOT NUMERIC
                MOVE 'X' TO WS-SD-STATUS(WS-SRC-IDX, WS-DAY-IDX)
                ADD 1 TO WS-SRC-UNSCORED(WS-SRC-IDX)
            WHEN WS-SD-AVAIL(WS-SRC-IDX, WS-DAY-IDX) IS NOT NUMERIC
                MOVE 'U' TO WS-SD-STATUS(WS-SRC-IDX, WS-DAY-IDX)
                ADD 1 TO WS-SRC-UNSCORED(WS-SRC-IDX)
            WHEN OTHER
                PERFORM MEASURE-LATENESS-PARA
        END-EVALUATE
    ELSE
        PERFORM CHECK-DAY-DUE-PARA
    END-IF.

*> Lateness in whole minutes past the cutoff on the run date, any part
*> of a minute counting as a minute.
MEASURE-LATENESS-PARA.
    MOVE WS-SD-AVAIL(WS-SRC-IDX, WS-DAY-IDX)(1:8) TO WS-DATE-INTEGER
    COMPUTE WS-AVAIL-SECS =
        FUNCTION INTEGER-OF-DATE(WS-DATE-INTEGER) * 86400
        + FUNCTION NUMVAL(WS-SD-AVAIL(WS-SRC-IDX, WS-DAY-IDX)(9:2))
            * 3600
        + FUNCTION NUMVAL(WS-SD-AVAIL(WS-SRC-IDX, WS-DAY-IDX)(11:2))
            * 60
        + FUNCTION NUMVAL(WS-SD-AVAIL(WS-SRC-IDX, WS-DAY-IDX)(13:2))
    MOVE SPACES TO WS-DAY-DATE
    STRING WS-REPORT-MONTH WS-DAY-IDX
        DELIMITED BY SIZE INTO WS-DAY-DATE
    END-STRING
    MOVE WS-DAY-DATE TO WS-DATE-INTEGER
    COMPUTE WS-DEADLINE-SECS =
        FUNCTION INTEGER-OF-DATE(WS-DATE-INTEGER) * 86400
        + FUNCTION NUMVAL(WS-SD-CUTOFF(WS-SRC-IDX, WS-DAY-IDX)(1:2))
            * 3600
        + FUNCTION NUMVAL(WS-SD-CUTOFF(WS-SRC-IDX, WS-DAY-IDX)(3:2))
            * 60
    IF WS-AVAIL-SECS > WS-DEADLINE-SECS
        COMPUTE WS-LATE-SECS = WS-AVAIL-SECS - WS-DEADLINE-SECS
        COMPUTE WS-LATE-MIN = (WS-LATE-SECS + 59) / 60
            ON SIZE ERROR MOVE 99999 TO WS-LATE-MIN
        END-COMPUTE
        MOVE 'L' TO WS-SD-STATUS(WS-SRC-IDX, WS-DAY-IDX)
        MOVE WS-LATE-MIN TO WS-SD-LATE-MIN(WS-SRC-IDX, WS-DAY-IDX)
        ADD 1 TO WS-SRC-LATE(WS-SRC-IDX)
        ADD WS-LATE-MIN TO WS-SRC-LATE-TOTAL(WS-SRC-IDX)
        IF WS-LATE-MIN > WS-SRC-WORST(WS-SRC-IDX)
            MOVE WS-LATE-MIN TO WS-SRC-WORST(WS-SRC-IDX)
        END-IF
    ELSE
        MOVE 'O' TO WS-SD-STATUS(WS-SRC-IDX, WS-DAY-IDX)
        ADD 1 TO WS-SRC-ONTIME(WS-SRC-IDX)
    END-IF.

*> The nightly run's DAY1MISS rule: due on the registry's DAYS= day
*> unless it is a site holiday the feed observes.
CHECK-DAY-DUE-PARA.
    IF WS-SRC-REGISTERED(WS-SRC-IDX) = 'Y'
        AND WS-SRC-ACTIVE(WS-SRC-IDX) = 'Y'
        MOVE SPACES TO WS-DAY-DATE
        STRING WS-REPORT-MONTH WS-DAY-IDX
            DELIMITED BY SIZE INTO WS-DAY-DATE
        END-STRING
        MOVE WS-DAY-DATE TO WS-DATE-INTEGER
        COMPUTE WS-DAY-DOW = FUNCTION MOD(
            FUNCTION INTEGER-OF-DATE(WS-DATE-INTEGER), 7)
        IF WS-DAY-DOW = 0
            MOVE 7 TO WS-DAY-DOW
        END-IF
        IF WS-SRC-DAYS(WS-SRC-IDX)(WS-DAY-DOW:1) = 'Y'
            PERFORM FIND-DAY-HOLIDAY-PARA
            IF WS-DAY-IS-HOLIDAY = 'N'
                OR WS-SRC-HOLIDAYS(WS-SRC-IDX) = 'N'
                MOVE 'M' TO WS-SD-STATUS(WS-SRC-IDX, WS-DAY-IDX)
                ADD 1 TO WS-SRC-MISSED(WS-SRC-IDX)
            END-IF
        END-IF
    END-IF.

ALERT-BELOW-TARGET-PARA.
    MOVE WS-SRC-PCT(WS-SRC-IDX) TO WS-PCT-DISP
    MOVE SPACES TO WS-ALERT-TEXT
    STRING 'DAY1SCOR WARNING: ON TIME ' DELIMITED BY SIZE
        FUNCTION TRIM(WS-PCT-DISP) DELIMITED BY SIZE
        ' PCT IN ' DELIMITED BY SIZE
        WS-REPORT-MONTH DELIMITED BY SIZE
        ', BELOW THE AGREED ' DELIMITED BY SIZE
        FUNCTION TRIM(WS-TARGET-DISP) DELIMITED BY SIZE
        ' PCT' DELIMITED BY SIZE
        INTO WS-ALERT-TEXT
    MOVE 4 TO WS-ALERT-SEVERITY
    MOVE 'SCORLOW' TO WS-ALERT-ID
    MOVE WS-SRC-NAME(WS-SRC-IDX) TO WS-ALERT-SOURCE
    PERFORM NOTIFY-OPERATIONS-PARA
    IF 4 > RETURN-CODE
        MOVE 4 TO RETURN-CODE
    END-IF.

*> One section per source, registry order first, then the summary
*> page the service reviews work from.
WRITE-REPORT-PARA.
    OPEN OUTPUT SCORRPT.
    PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
        UNTIL WS-SRC-IDX > WS-SRC-USED
        PERFORM WRITE-SOURCE-SECTION-PARA
    END-PERFORM
    PERFORM WRITE-SUMMARY-SECTION-PARA
    CLOSE SCORRPT.

PAGE-BREAK-PARA.
    ADD 1 TO WS-PAGE-NUMBER
    MOVE SPACES TO RPT-LINE
    STRING
        'DAY1 SUPPLIER DELIVERY TIMELINESS SCORECARD  MONTH='
        WS-REPORT-MONTH
        '  AGREED ON-TIME=' FUNCTION TRIM(WS-TARGET-DISP) ' PCT'
        '  PAGE ' WS-PAGE-NUMBER
        DELIMITED BY SIZE INTO RPT-LINE
    END-STRING
    WRITE RPT-LINE
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    MOVE 2 TO WS-LINE-COUNT.

WRITE-REPORT-LINE-PARA.
    IF WS-LINE-COUNT >= 60
        PERFORM PAGE-BREAK-PARA
    END-IF
    WRITE RPT-LINE FROM WS-DETAIL-TEXT
    ADD 1 TO WS-LINE-COUNT.

WRITE-SOURCE-SECTION-PARA.
    *> Each source opens on a fresh page.
    MOVE 99 TO WS-LINE-COUNT
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING 'SOURCE ' FUNCTION TRIM(WS-SRC-NAME(WS-SRC-IDX))
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE SPACES TO WS-DETAIL-TEXT
    EVALUATE TRUE
        WHEN WS-SRC-REGISTERED(WS-SRC-IDX) = 'N'
            MOVE '  NOT ON THE SOURCE REGISTRY - NO DAYS DUE'
                TO WS-DETAIL-TEXT
        WHEN WS-SRC-CUTOFF(WS-SRC-IDX) = SPACES
            STRING '  DAYS=' WS-SRC-DAYS(WS-SRC-IDX)
                ' CUTOFF=NONE AGREED'
                DELIMITED BY SIZE INTO WS-DETAIL-TEXT
            END-STRING
        WHEN OTHER
            STRING '  DAYS=' WS-SRC-DAYS(WS-SRC-IDX)
                ' CUTOFF=' WS-SRC-CUTOFF(WS-SRC-IDX)
                DELIMITED BY SIZE INTO WS-DETAIL-TEXT
            END-STRING
    END-EVALUATE
    IF WS-SRC-REGISTERED(WS-SRC-IDX) = 'Y'
        AND WS-SRC-ACTIVE(WS-SRC-IDX) = 'N'
        MOVE '  STATUS=INACTIVE - NO DAYS DUE' TO WS-DETAIL-TEXT
    END-IF
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE SPACES TO WS-DETAIL-TEXT
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE '  RUN DATE  STATUS       CUTOFF  AVAILABLE       '
        TO WS-DETAIL-TEXT
    MOVE 'PICKED UP       LATE-MIN  REFUSED  FORCED'
        TO WS-DETAIL-TEXT(50:)
    PERFORM WRITE-REPORT-LINE-PARA
    PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
        UNTIL WS-DAY-IDX > WS-LAST-SCORED-DAY
        IF WS-SD-STATUS(WS-SRC-IDX, WS-DAY-IDX) NOT = SPACE
            OR WS-SD-REFUSED(WS-SRC-IDX, WS-DAY-IDX) > 0
            PERFORM WRITE-SOURCE-DAY-PARA
        END-IF
    END-PERFORM
    PERFORM WRITE-SOURCE-TOTALS-PARA.

WRITE-SOURCE-DAY-PARA.
    EVALUATE WS-SD-STATUS(WS-SRC-IDX, WS-DAY-IDX)
        WHEN 'O' MOVE 'ON TIME' TO WS-STATUS-TEXT
        WHEN 'L' MOVE 'LATE' TO WS-STATUS-TEXT
        WHEN 'M' MOVE '*** MISSED' TO WS-STATUS-TEXT
        WHEN 'U' MOVE 'UNMEASURED' TO WS-STATUS-TEXT
        WHEN 'X' MOVE 'NO CUTOFF' TO WS-STATUS-TEXT
        WHEN OTHER MOVE 'NOT DUE' TO WS-STATUS-TEXT
    END-EVALUATE
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING '  ' WS-REPORT-MONTH WS-DAY-IDX
        '  ' WS-STATUS-TEXT
        ' ' WS-SD-CUTOFF(WS-SRC-IDX, WS-DAY-IDX)
        '    ' WS-SD-AVAIL(WS-SRC-IDX, WS-DAY-IDX)
        '  ' WS-SD-PICKUP(WS-SRC-IDX, WS-DAY-IDX)
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    IF WS-SD-STATUS(WS-SRC-IDX, WS-DAY-IDX) = 'L'
        MOVE WS-SD-LATE-MIN(WS-SRC-IDX, WS-DAY-IDX) TO WS-MIN-DISP
        MOVE WS-MIN-DISP TO WS-DETAIL-TEXT(69:5)
    END-IF
    IF WS-SD-REFUSED(WS-SRC-IDX, WS-DAY-IDX) > 0
        MOVE WS-SD-REFUSED(WS-SRC-IDX, WS-DAY-IDX) TO WS-MIN-DISP
        MOVE WS-MIN-DISP(3:3) TO WS-DETAIL-TEXT(80:3)
    END-IF
    IF WS-SD-ACCEPTED(WS-SRC-IDX, WS-DAY-IDX) > 1
        COMPUTE WS-MIN-DISP =
            WS-SD-ACCEPTED(WS-SRC-IDX, WS-DAY-IDX) - 1
        MOVE WS-MIN-DISP(3:3) TO WS-DETAIL-TEXT(88:3)
    END-IF
    PERFORM WRITE-REPORT-LINE-PARA.

WRITE-SOURCE-TOTALS-PARA.
    MOVE SPACES TO WS-DETAIL-TEXT
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING
        '  ON TIME=' WS-SRC-ONTIME(WS-SRC-IDX)
        ' LATE=' WS-SRC-LATE(WS-SRC-IDX)
        ' MISSED=' WS-SRC-MISSED(WS-SRC-IDX)
        ' NOT SCORED=' WS-SRC-UNSCORED(WS-SRC-IDX)
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA
    PERFORM FORMAT-SOURCE-SCORE-PARA
    MOVE SPACES TO WS-DETAIL-TEXT
    IF WS-SRC-SCORED(WS-SRC-IDX) = 'Y'
        STRING '  ON-TIME PCT=' FUNCTION TRIM(WS-PCT-DISP)
            '  ' WS-FLAG-TEXT
            DELIMITED BY SIZE INTO WS-DETAIL-TEXT
        END-STRING
    ELSE
        MOVE '  ON-TIME PCT=NOT SCORED' TO WS-DETAIL-TEXT
    END-IF
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE SPACES TO WS-DETAIL-TEXT
    MOVE WS-AVG-LATE TO WS-MIN-DISP
    STRING '  LATENESS AVERAGE=' FUNCTION TRIM(WS-MIN-DISP) ' MIN'
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    MOVE WS-SRC-WORST(WS-SRC-IDX) TO WS-MIN-DISP
    MOVE SPACES TO WS-DETAIL-TEXT(40:)
    STRING 'WORST=' FUNCTION TRIM(WS-MIN-DISP) ' MIN'
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT(40:)
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING
        '  REDELIVERIES CAUGHT BY DUPLICATE GATE='
        WS-SRC-REFUSED(WS-SRC-IDX)
        ' FORCED RERUNS=' WS-SRC-FORCED(WS-SRC-IDX)
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE SPACES TO WS-DETAIL-TEXT
    IF WS-HIST-PRESENT = 'N'
        MOVE '  REJECTED LINES=NOT AVAILABLE (NO TRENDHIST)'
            TO WS-DETAIL-TEXT
    ELSE
        STRING
            '  LINES=' WS-SRC-LINES(WS-SRC-IDX)
            ' REJECTED=' WS-SRC-EXCEPTS(WS-SRC-IDX)
            ' RATE=' FUNCTION TRIM(WS-RATE-DISP) ' PCT'
            DELIMITED BY SIZE INTO WS-DETAIL-TEXT
        END-STRING
    END-IF
    PERFORM WRITE-REPORT-LINE-PARA.

*> Shared by the source section and the summary page.
FORMAT-SOURCE-SCORE-PARA.
    MOVE WS-SRC-PCT(WS-SRC-IDX) TO WS-PCT-DISP
    MOVE SPACES TO WS-FLAG-TEXT
    IF WS-SRC-BELOW(WS-SRC-IDX) = 'Y'
        MOVE '*** BELOW AGREED ***' TO WS-FLAG-TEXT
    END-IF
    IF WS-SRC-LATE(WS-SRC-IDX) > 0
        COMPUTE WS-AVG-LATE ROUNDED =
            WS-SRC-LATE-TOTAL(WS-SRC-IDX) / WS-SRC-LATE(WS-SRC-IDX)
    ELSE
        MOVE 0 TO WS-AVG-LATE
    END-IF
    IF WS-SRC-LINES(WS-SRC-IDX) > 0
        COMPUTE WS-RATE-PCT ROUNDED =
            WS-SRC-EXCEPTS(WS-SRC-IDX) * 100 / WS-SRC-LINES(WS-SRC-IDX)
            ON SIZE ERROR MOVE 999.99 TO WS-RATE-PCT
        END-COMPUTE
    ELSE
        MOVE 0 TO WS-RATE-PCT
    END-IF
    MOVE WS-RATE-PCT TO WS-RATE-DISP.

WRITE-SUMMARY-SECTION-PARA.
    MOVE 99 TO WS-LINE-COUNT
    MOVE 'SUMMARY BY SOURCE' TO WS-DETAIL-TEXT
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE SPACES TO WS-DETAIL-TEXT
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE '  SOURCE' TO WS-DETAIL-TEXT
    MOVE 'ONTIME LATE MISS  PCT    AVG-MIN WORST REFUSED REJ-PCT'
        TO WS-DETAIL-TEXT(48:)
    PERFORM WRITE-REPORT-LINE-PARA
    PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
        UNTIL WS-SRC-IDX > WS-SRC-USED
        PERFORM FORMAT-SOURCE-SCORE-PARA
        MOVE SPACES TO WS-DETAIL-TEXT
        MOVE WS-SRC-NAME(WS-SRC-IDX)(1:44) TO WS-DETAIL-TEXT(3:44)
        MOVE WS-SRC-ONTIME(WS-SRC-IDX) TO WS-DETAIL-TEXT(50:2)
        MOVE WS-SRC-LATE(WS-SRC-IDX) TO WS-DETAIL-TEXT(55:2)
        MOVE WS-SRC-MISSED(WS-SRC-IDX) TO WS-DETAIL-TEXT(60:2)
        IF WS-SRC-SCORED(WS-SRC-IDX) = 'Y'
            MOVE WS-PCT-DISP TO WS-DETAIL-TEXT(63:6)
        ELSE
            MOVE '   N/A' TO WS-DETAIL-TEXT(63:6)
        END-IF
        MOVE WS-AVG-LATE TO WS-MIN-DISP
        MOVE WS-MIN-DISP TO WS-DETAIL-TEXT(72:5)
        MOVE WS-SRC-WORST(WS-SRC-IDX) TO WS-MIN-DISP
        MOVE WS-MIN-DISP TO WS-DETAIL-TEXT(78:5)
        MOVE WS-SRC-REFUSED(WS-SRC-IDX) TO WS-DETAIL-TEXT(86:4)
        IF WS-HIST-PRESENT = 'Y'
            MOVE WS-RATE-DISP TO WS-DETAIL-TEXT(92:6)
        ELSE
            MOVE '   N/A' TO WS-DETAIL-TEXT(92:6)
        END-IF
        MOVE WS-FLAG-TEXT TO WS-DETAIL-TEXT(100:24)
        PERFORM WRITE-REPORT-LINE-PARA
    END-PERFORM
    MOVE SPACES TO WS-DETAIL-TEXT
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING '  SOURCES BELOW THE AGREED ' FUNCTION TRIM(WS-TARGET-DISP)
        ' PCT ON TIME=' WS-BELOW-COUNT
        '  DAYS SCORED=' WS-LAST-SCORED-DAY
        '  DELIVCTL RECORDS=' WS-DELIV-ROWS
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA
    IF WS-REG-PRESENT = 'N'
        MOVE '  NO SOURCE REGISTRY - MISSED DAYS NOT COUNTED'
            TO WS-DETAIL-TEXT
        PERFORM WRITE-REPORT-LINE-PARA
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
