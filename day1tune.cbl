IDENTIFICATION DIVISION.
PROGRAM-ID. DAY1TUNE.

*> Registry range-tuning simulator. Setting LOW=/HIGH=/VOLUME= on a
*> SRCREGST card has been a matter of trial and error on the live
*> night: too tight and the STATS outlier section floods, too loose
*> and a real upstream fault slips through. This program takes the
*> proposed registry cards on TUNECARD -- keyed exactly as they would
*> go into SRCREGST -- and replays them against the last N run dates
*> of the keyed calibration master for each proposed source, beside
*> the settings the live registry holds today. Nothing live is
*> touched: MASTER is only browsed, and SRCREGST only read.
*>
*> Every proposed card is checked with the same rules DAY1 applies
*> when it loads the registry; a card DAY1 would abend on is
*> reported as rejected and not replayed. For each accepted card the
*> source's master records are browsed (partial key, as in DAY1DIFF)
*> and, run date by run date, TUNERPT shows the lines delivered, the
*> outliers the current band raised against those the proposed band
*> would have raised, and whether the current and proposed VOLUME=
*> would have alerted (DAY1VOLM: a count under half or over double
*> the registered volume). The replay follows DAY1's own rules:
*>   - LOW=/HIGH= of zero fall back to the global band (TUNEPARM
*>     OUTLIER-LOW=/OUTLIER-HIGH=, kept in step with PARMCARD);
*>   - a source the registry does not know, or one STATUS=INACTIVE,
*>     is skipped by DAY1 and so raises nothing;
*>   - only lines that posted clean (MST-MALFORMED='N') are checked
*>     against the band; rejected and later-corrected lines are
*>     counted in the volume only, a warned blank line (no
*>     calibration text) is counted but never an outlier, and lines
*>     reversed by DAY1REVS ('R') are left out altogether.
*> WARN=, DAYS= and HOLIDAYS= are validated but cannot be replayed:
*> the master keeps the outcome of a record fault, not its reason.
*> CUTOFF= is validated only; DAY1SCOR measures delivery times.
*>
*> Each proposal closes with a suggested band from the observed
*> distribution over the same window: LOW= the p10 and HIGH= the p90
*> of the clean values (the percentile rule DAY1HIST uses) and
*> VOLUME= the average daily line count, so a registry change goes
*> for approval with the evidence beside it.
*>
*> TUNEPARM (optional):
*>   RUN-DATES=nn        1-90, default 30 -- the most recent run
*>                       dates on which the source delivered
*>   OUTLIER-LOW=nn      global band, default 11 (as DAY1)
*>   OUTLIER-HIGH=nn     global band, default 99 (as DAY1)
*>
*> RC=4 when a proposed source has no master history in the window,
*> RC=8 on a rejected proposal card, RC=16 when MASTER or TUNECARD
*> cannot be opened or TUNEPARM is bad.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TUNECARD ASSIGN TO "TUNECARD"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CARD-STATUS.

    SELECT TUNEPARM ASSIGN TO "TUNEPARM"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PARM-STATUS.

    *> The live registry, read for the current settings only.
    SELECT DAY1REGISTRY ASSIGN TO "SRCREGST"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-REG-STATUS.

    SELECT DAY1MASTER ASSIGN TO "MASTER"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS MST-KEY
    FILE STATUS IS WS-MASTER-STATUS.

    SELECT TUNERPT ASSIGN TO "TUNERPT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RPT-STATUS.

    SELECT DAY1NOTIFY ASSIGN TO "NOTIFY"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-NOTIFY-STATUS.

DATA DIVISION.
FILE SECTION.
FD TUNECARD.
    01 CARD-REC PIC X(120).

FD TUNEPARM.
    01 PARM-REC PIC X(80).

FD DAY1REGISTRY.
    01 REG-REC PIC X(120).

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

FD TUNERPT.
    01 RPT-LINE PIC X(132).

FD DAY1NOTIFY.
    01 NOTIFY-LINE PIC X(200).

WORKING-STORAGE SECTION.
77 WS-CARD-STATUS PIC XX.
77 WS-PARM-STATUS PIC XX.
77 WS-REG-STATUS PIC XX.
77 WS-MASTER-STATUS PIC XX.
77 WS-RPT-STATUS PIC XX.
77 WS-NOTIFY-STATUS PIC XX.
77 WS-ALERT-TEXT PIC X(120).
77 WS-ALERT-SEVERITY PIC 9(2) VALUE 16.
77 WS-ALERT-ID PIC X(8) VALUE SPACES.
77 WS-ALERT-SOURCE PIC X(60) VALUE SPACES.
77 WS-EOF PIC A(1).
77 WS-BROWSE-DONE PIC A(1).
77 WS-PARM-OK PIC A(1) VALUE 'Y'.
77 WS-PARSE-LINE PIC X(120).
77 WS-REG-LINE PIC X(120).
77 WS-TOKEN-KEY PIC X(20).
77 WS-TOKEN-VALUE PIC X(60).
77 WS-TOKEN-IDX PIC 9(2).
77 WS-PARM-NUMBER PIC S9(8).
77 WS-RUN-DATES PIC 9(2) VALUE 30.
77 WS-GLOBAL-OUTLIER-LOW PIC 9(2) VALUE 11.
77 WS-GLOBAL-OUTLIER-HIGH PIC 9(2) VALUE 99.
77 WS-REG-PRESENT PIC A(1) VALUE 'N'.
77 WS-REG-CARD-OK PIC A(1).
77 WS-REG-USED PIC 9(3) COMP VALUE 0.
77 WS-REG-IDX PIC 9(3) COMP.
77 WS-REG-FOUND-IDX PIC 9(3) COMP.
77 WS-REG-BAD-COUNT PIC 9(4) VALUE 0.
77 WS-CARD-COUNT PIC 9(6) VALUE 0.
77 WS-REJECT-COUNT PIC 9(6) VALUE 0.
77 WS-REPLAY-COUNT PIC 9(6) VALUE 0.
77 WS-RSN-IDX PIC 9(1).
77 WS-WARN-IDX PIC 9(1).
77 WS-WARN-FOUND PIC A(1).

*> The two settings being compared. SKIPPED='Y' when DAY1 would not
*> process the feed at all under that registry (unknown to a present
*> registry, or STATUS=INACTIVE), so it raises nothing.
77 WS-CUR-SKIPPED PIC A(1).
77 WS-CUR-LOW PIC 9(2).
77 WS-CUR-HIGH PIC 9(2).
77 WS-CUR-VOLUME PIC 9(8).
77 WS-CUR-NOTE PIC X(40).
77 WS-PROP-SKIPPED PIC A(1).
77 WS-PROP-LOW PIC 9(2).
77 WS-PROP-HIGH PIC 9(2).
77 WS-PROP-VOLUME PIC 9(8).
77 WS-PROP-NOTE PIC X(40).
77 WS-TUNE-SOURCE PIC X(60).

77 WS-DAY-USED PIC 9(2) COMP VALUE 0.
77 WS-DAY-IDX PIC 9(2) COMP.
77 WS-DAY-FOUND-IDX PIC 9(2) COMP.
77 WS-SHIFT-IDX PIC 9(2) COMP.
77 WS-SLOT-FOUND PIC A(1).
77 WS-DAYS-DISP PIC 9(2).
77 WS-REG-USED-DISP PIC 9(3).
77 WS-BUCKET-IDX PIC 9(3) COMP.
77 WS-VOLUME-DOUBLED PIC 9(9).
77 WS-CUR-VOL-FLAG PIC A(1).
77 WS-PROP-VOL-FLAG PIC A(1).
77 WS-TOT-LINES PIC 9(10).
77 WS-TOT-CLEAN PIC 9(10).
77 WS-TOT-CUR-OUT PIC 9(8).
77 WS-TOT-PROP-OUT PIC 9(8).
77 WS-TOT-SUGG-OUT PIC 9(8).
77 WS-TOT-CUR-VOL PIC 9(4).
77 WS-TOT-PROP-VOL PIC 9(4).
77 WS-TOT-SUGG-VOL PIC 9(4).
77 WS-CUMULATIVE PIC 9(10).
77 WS-PCT-TARGET PIC 9(10).
77 WS-PCT-WANTED PIC 9(2).
77 WS-PCT-VALUE PIC 9(2).
77 WS-P10-VALUE PIC 9(2).
77 WS-MEDIAN-VALUE PIC 9(2).
77 WS-P90-VALUE PIC 9(2).
77 WS-SUGG-VOLUME PIC 9(8).
77 WS-PAGE-NUMBER PIC 9(4) VALUE 0.
77 WS-LINE-COUNT PIC 9(2) VALUE 99.
77 WS-DETAIL-TEXT PIC X(132).

01 WS-TOKEN-TABLE.
    05 WS-TOKEN PIC X(80) OCCURS 12 TIMES.

*> Work fields for one registry card while it is being parsed --
*> the same fields and defaults DAY1 parses into.
01 WS-REG-WORK.
    05 WS-RW-NAME PIC X(60).
    05 WS-RW-ACTIVE PIC A(1).
    05 WS-RW-LOW PIC 9(2).
    05 WS-RW-HIGH PIC 9(2).
    05 WS-RW-VOLUME PIC 9(8).
    05 WS-RW-DAYS PIC X(7).
    05 WS-RW-HOLIDAYS PIC A(1).
    05 WS-RW-WARN PIC X(5).
    05 WS-RW-CUTOFF PIC X(4).

*> Record-fault codes a WARN= list may name, in DAY1's order.
01 WS-REASON-VALUES.
    05 FILLER PIC X(27) VALUE 'NODIGITNO DIGIT FOUND      '.
    05 FILLER PIC X(27) VALUE 'LONG   RECORD TOO LONG     '.
    05 FILLER PIC X(27) VALUE 'BINARY NON-PRINTABLE DATA  '.
    05 FILLER PIC X(27) VALUE 'TRAILERTRAILER NOT LAST    '.
    05 FILLER PIC X(27) VALUE 'BLANK  BLANK LINE          '.
01 WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
    05 WS-REASON-ENTRY OCCURS 5 TIMES.
        10 WS-REASON-CODE PIC X(7).
        10 WS-REASON-TEXT PIC X(20).
01 WS-WARN-LIST.
    05 WS-WARN-CODE PIC X(20) OCCURS 5 TIMES.

*> The live registry as DAY1 would hold it tonight.
01 WS-REGISTRY-TABLE.
    05 WS-REG-ENTRY OCCURS 200 TIMES.
        10 WS-REG-NAME PIC X(60).
        10 WS-REG-ACTIVE PIC A(1).
        10 WS-REG-LOW PIC 9(2).
        10 WS-REG-HIGH PIC 9(2).
        10 WS-REG-VOLUME PIC 9(8).

*> The replay window for one source: its most recent run dates in
*> ascending order, at most RUN-DATES of them. A newer date found
*> once the window is full pushes the oldest off the front.
01 WS-DAY-TABLE.
    05 WS-DAY-ENTRY OCCURS 90 TIMES.
        10 WS-DY-DATE PIC X(8).
        10 WS-DY-LINES PIC 9(8).
        10 WS-DY-CUR-OUT PIC 9(8).
        10 WS-DY-PROP-OUT PIC 9(8).

*> Clean values observed across the window, one bucket per two-digit
*> value: bucket k holds value k - 1 (00 .. 99), as in DAY1HIST.
01 WS-BUCKET-TABLE.
    05 WS-BUCKET PIC 9(8) OCCURS 100 TIMES.

PROCEDURE DIVISION.
MAIN-PARA.
    MOVE 0 TO RETURN-CODE.
    PERFORM READ-PARM-PARA.
    IF WS-PARM-OK = 'Y'
        PERFORM LOAD-REGISTRY-PARA
        OPEN INPUT DAY1MASTER
        IF WS-MASTER-STATUS NOT = '00'
            MOVE SPACES TO WS-ALERT-TEXT
            STRING 'DAY1TUNE ABEND: UNABLE TO OPEN MASTER, '
                DELIMITED BY SIZE
                'FILE STATUS=' DELIMITED BY SIZE
                WS-MASTER-STATUS DELIMITED BY SIZE INTO WS-ALERT-TEXT
            MOVE 16 TO WS-ALERT-SEVERITY
            MOVE 'TUNEOPEN' TO WS-ALERT-ID
            PERFORM NOTIFY-OPERATIONS-PARA
            MOVE 16 TO RETURN-CODE
        ELSE
            OPEN INPUT TUNECARD
            IF WS-CARD-STATUS NOT = '00'
                MOVE SPACES TO WS-ALERT-TEXT
                STRING 'DAY1TUNE ABEND: UNABLE TO OPEN TUNECARD, '
                    DELIMITED BY SIZE
                    'FILE STATUS=' DELIMITED BY SIZE
                    WS-CARD-STATUS DELIMITED BY SIZE
                    INTO WS-ALERT-TEXT
                MOVE 16 TO WS-ALERT-SEVERITY
                MOVE 'TUNEOPEN' TO WS-ALERT-ID
                PERFORM NOTIFY-OPERATIONS-PARA
                MOVE 16 TO RETURN-CODE
            ELSE
                OPEN OUTPUT TUNERPT
                PERFORM WRITE-RUN-HEADING-PARA
                MOVE 'N' TO WS-EOF
                PERFORM UNTIL WS-EOF = 'Y'
                    READ TUNECARD INTO WS-PARSE-LINE
                        AT END MOVE 'Y' TO WS-EOF
                        NOT AT END PERFORM RUN-ONE-PROPOSAL-PARA
                    END-READ
                END-PERFORM
                CLOSE TUNERPT
                CLOSE TUNECARD
            END-IF
            CLOSE DAY1MASTER
        END-IF
    END-IF.
    DISPLAY 'DAY1TUNE: ' WS-CARD-COUNT ' PROPOSALS, '
        WS-REPLAY-COUNT ' REPLAYED, ' WS-REJECT-COUNT ' REJECTED'.
    STOP RUN.

READ-PARM-PARA.
    OPEN INPUT TUNEPARM.
    IF WS-PARM-STATUS = '00'
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ TUNEPARM INTO WS-PARSE-LINE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END PERFORM APPLY-PARM-CARD-PARA
            END-READ
        END-PERFORM
        CLOSE TUNEPARM
    END-IF
    IF WS-PARM-OK = 'Y'
        AND WS-GLOBAL-OUTLIER-LOW > WS-GLOBAL-OUTLIER-HIGH
        MOVE SPACES TO WS-PARSE-LINE
        STRING 'OUTLIER-LOW=' WS-GLOBAL-OUTLIER-LOW
            ' OUTLIER-HIGH=' WS-GLOBAL-OUTLIER-HIGH
            DELIMITED BY SIZE INTO WS-PARSE-LINE
        END-STRING
        PERFORM BAD-PARM-CARD-PARA
    END-IF
    IF WS-PARM-OK = 'Y'
        DISPLAY 'DAY1TUNE: RUN-DATES=' WS-RUN-DATES
            ' OUTLIER-LOW=' WS-GLOBAL-OUTLIER-LOW
            ' OUTLIER-HIGH=' WS-GLOBAL-OUTLIER-HIGH
    END-IF.

APPLY-PARM-CARD-PARA.
    IF WS-PARSE-LINE = SPACES OR WS-PARSE-LINE(1:1) = '*'
        CONTINUE
    ELSE
        MOVE SPACES TO WS-TOKEN-KEY
        MOVE SPACES TO WS-TOKEN-VALUE
        UNSTRING WS-PARSE-LINE DELIMITED BY '='
            INTO WS-TOKEN-KEY WS-TOKEN-VALUE
        END-UNSTRING
        EVALUATE FUNCTION TRIM(WS-TOKEN-KEY)
            WHEN 'RUN-DATES'
                MOVE FUNCTION NUMVAL(WS-TOKEN-VALUE) TO WS-PARM-NUMBER
                IF WS-PARM-NUMBER >= 1 AND WS-PARM-NUMBER <= 90
                    MOVE WS-PARM-NUMBER TO WS-RUN-DATES
                ELSE
                    PERFORM BAD-PARM-CARD-PARA
                END-IF
            WHEN 'OUTLIER-LOW'
                MOVE FUNCTION NUMVAL(WS-TOKEN-VALUE) TO WS-PARM-NUMBER
                IF WS-PARM-NUMBER >= 1 AND WS-PARM-NUMBER <= 99
                    MOVE WS-PARM-NUMBER TO WS-GLOBAL-OUTLIER-LOW
                ELSE
                    PERFORM BAD-PARM-CARD-PARA
                END-IF
            WHEN 'OUTLIER-HIGH'
                MOVE FUNCTION NUMVAL(WS-TOKEN-VALUE) TO WS-PARM-NUMBER
                IF WS-PARM-NUMBER >= 1 AND WS-PARM-NUMBER <= 99
                    MOVE WS-PARM-NUMBER TO WS-GLOBAL-OUTLIER-HIGH
                ELSE
                    PERFORM BAD-PARM-CARD-PARA
                END-IF
            WHEN OTHER
                PERFORM BAD-PARM-CARD-PARA
        END-EVALUATE
    END-IF.

BAD-PARM-CARD-PARA.
    MOVE 'N' TO WS-PARM-OK
    MOVE SPACES TO WS-ALERT-TEXT
    STRING 'DAY1TUNE ABEND: BAD TUNEPARM CARD "' DELIMITED BY SIZE
        FUNCTION TRIM(WS-PARSE-LINE(1:80)) DELIMITED BY SIZE
        '"' DELIMITED BY SIZE INTO WS-ALERT-TEXT
    MOVE 16 TO WS-ALERT-SEVERITY
    MOVE 'TUNEPARM' TO WS-ALERT-ID
    PERFORM NOTIFY-OPERATIONS-PARA
    IF 16 > RETURN-CODE
        MOVE 16 TO RETURN-CODE
    END-IF.

*> The live registry is optional, as it is to DAY1. A card DAY1 would
*> abend on is left out here and counted on the report heading: the
*> current settings of its source then read as unregistered.
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
        PERFORM PARSE-REGISTRY-CARD-PARA
        IF WS-REG-CARD-OK = 'N' OR WS-REG-USED >= 200
            ADD 1 TO WS-REG-BAD-COUNT
        ELSE
            ADD 1 TO WS-REG-USED
            MOVE WS-RW-NAME TO WS-REG-NAME(WS-REG-USED)
            MOVE WS-RW-ACTIVE TO WS-REG-ACTIVE(WS-REG-USED)
            MOVE WS-RW-LOW TO WS-REG-LOW(WS-REG-USED)
            MOVE WS-RW-HIGH TO WS-REG-HIGH(WS-REG-USED)
            MOVE WS-RW-VOLUME TO WS-REG-VOLUME(WS-REG-USED)
        END-IF
    END-IF.

*> Registry card rules, as DAY1 loads SRCREGST:
*>   SOURCE=PROD.DAY1.INPUT STATUS=ACTIVE LOW=11 HIGH=99
*>       VOLUME=0005000 DAYS=YYYYYNN WARN=TRAILER,BLANK
*> SOURCE= is required, an unknown keyword or value fails the card,
*> and LOW= may not exceed HIGH= when both are given.
PARSE-REGISTRY-CARD-PARA.
    MOVE 'Y' TO WS-REG-CARD-OK
    MOVE SPACES TO WS-RW-NAME
    MOVE 'Y' TO WS-RW-ACTIVE
    MOVE 0 TO WS-RW-LOW
    MOVE 0 TO WS-RW-HIGH
    MOVE 0 TO WS-RW-VOLUME
    MOVE 'YYYYYYY' TO WS-RW-DAYS
    MOVE 'Y' TO WS-RW-HOLIDAYS
    MOVE 'NNNNN' TO WS-RW-WARN
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
    IF WS-RW-NAME = SPACES
        OR (WS-RW-LOW > 0 AND WS-RW-HIGH > 0
            AND WS-RW-LOW > WS-RW-HIGH)
        MOVE 'N' TO WS-REG-CARD-OK
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
            EVALUATE FUNCTION TRIM(WS-TOKEN-VALUE)
                WHEN 'ACTIVE' MOVE 'Y' TO WS-RW-ACTIVE
                WHEN 'INACTIVE' MOVE 'N' TO WS-RW-ACTIVE
                WHEN OTHER MOVE 'N' TO WS-REG-CARD-OK
            END-EVALUATE
        WHEN 'LOW'
            IF WS-TOKEN-VALUE(1:2) IS NUMERIC
                MOVE WS-TOKEN-VALUE(1:2) TO WS-RW-LOW
            ELSE
                MOVE 'N' TO WS-REG-CARD-OK
            END-IF
        WHEN 'HIGH'
            IF WS-TOKEN-VALUE(1:2) IS NUMERIC
                MOVE WS-TOKEN-VALUE(1:2) TO WS-RW-HIGH
            ELSE
                MOVE 'N' TO WS-REG-CARD-OK
            END-IF
        WHEN 'VOLUME'
            MOVE FUNCTION NUMVAL(WS-TOKEN-VALUE) TO WS-RW-VOLUME
        WHEN 'HOLIDAYS'
            EVALUATE FUNCTION TRIM(WS-TOKEN-VALUE)
                WHEN 'OBSERVE' MOVE 'Y' TO WS-RW-HOLIDAYS
                WHEN 'IGNORE' MOVE 'N' TO WS-RW-HOLIDAYS
                WHEN OTHER MOVE 'N' TO WS-REG-CARD-OK
            END-EVALUATE
        WHEN 'DAYS'
            IF WS-TOKEN-VALUE(1:7) = SPACES
                MOVE 'N' TO WS-REG-CARD-OK
            ELSE
                MOVE WS-TOKEN-VALUE(1:7) TO WS-RW-DAYS
                INSPECT WS-RW-DAYS REPLACING ALL SPACE BY 'N'
            END-IF
        WHEN 'WARN'
            PERFORM APPLY-WARN-LIST-PARA
        WHEN 'CUTOFF'
            IF WS-TOKEN-VALUE(1:4) IS NUMERIC
                AND WS-TOKEN-VALUE(5:) = SPACES
                AND WS-TOKEN-VALUE(1:2) < '24'
                AND WS-TOKEN-VALUE(3:2) < '60'
                MOVE WS-TOKEN-VALUE(1:4) TO WS-RW-CUTOFF
            ELSE
                MOVE 'N' TO WS-REG-CARD-OK
            END-IF
        WHEN OTHER
            MOVE 'N' TO WS-REG-CARD-OK
    END-EVALUATE.

APPLY-WARN-LIST-PARA.
    MOVE 'NNNNN' TO WS-RW-WARN
    IF FUNCTION TRIM(WS-TOKEN-VALUE) = 'NONE'
        CONTINUE
    ELSE
        MOVE SPACES TO WS-WARN-LIST
        UNSTRING WS-TOKEN-VALUE DELIMITED BY ','
            INTO WS-WARN-CODE(1) WS-WARN-CODE(2) WS-WARN-CODE(3)
                WS-WARN-CODE(4) WS-WARN-CODE(5)
        END-UNSTRING
        IF WS-WARN-CODE(1) = SPACES
            MOVE 'N' TO WS-REG-CARD-OK
        END-IF
        PERFORM VARYING WS-WARN-IDX FROM 1 BY 1
            UNTIL WS-WARN-IDX > 5
            IF WS-WARN-CODE(WS-WARN-IDX) NOT = SPACES
                MOVE 'N' TO WS-WARN-FOUND
                PERFORM VARYING WS-RSN-IDX FROM 2 BY 1
                    UNTIL WS-RSN-IDX > 5
                    IF WS-WARN-CODE(WS-WARN-IDX)
                        = WS-REASON-CODE(WS-RSN-IDX)
                        MOVE 'Y' TO WS-WARN-FOUND
                        MOVE 'Y' TO WS-RW-WARN(WS-RSN-IDX:1)
                    END-IF
                END-PERFORM
                IF WS-WARN-FOUND = 'N'
                    MOVE 'N' TO WS-REG-CARD-OK
                END-IF
            END-IF
        END-PERFORM
    END-IF.

WRITE-RUN-HEADING-PARA.
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING 'REPLAY WINDOW RUN-DATES=' WS-RUN-DATES
        '  GLOBAL BAND ' WS-GLOBAL-OUTLIER-LOW '-'
        WS-GLOBAL-OUTLIER-HIGH
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE SPACES TO WS-DETAIL-TEXT
    IF WS-REG-PRESENT = 'Y'
        MOVE WS-REG-USED TO WS-REG-USED-DISP
        STRING 'LIVE REGISTRY ' WS-REG-USED-DISP ' CARDS LOADED, '
            WS-REG-BAD-COUNT ' CARDS DAY1 WOULD REJECT'
            DELIMITED BY SIZE INTO WS-DETAIL-TEXT
        END-STRING
    ELSE
        MOVE 'LIVE REGISTRY ABSENT - EVERY FEED RUNS ON THE GLOBAL BAND'
            TO WS-DETAIL-TEXT
    END-IF
    PERFORM WRITE-REPORT-LINE-PARA.

RUN-ONE-PROPOSAL-PARA.
    IF WS-PARSE-LINE = SPACES OR WS-PARSE-LINE(1:1) = '*'
        CONTINUE
    ELSE
        ADD 1 TO WS-CARD-COUNT
        *> Each proposal opens on a fresh page.
        MOVE 99 TO WS-LINE-COUNT
        MOVE SPACES TO WS-DETAIL-TEXT
        STRING 'PROPOSAL ' FUNCTION TRIM(WS-PARSE-LINE)
            DELIMITED BY SIZE INTO WS-DETAIL-TEXT
        END-STRING
        PERFORM WRITE-REPORT-LINE-PARA
        MOVE WS-PARSE-LINE TO WS-REG-LINE
        PERFORM PARSE-REGISTRY-CARD-PARA
        IF WS-REG-CARD-OK = 'N'
            ADD 1 TO WS-REJECT-COUNT
            MOVE '  *** REJECTED - DAY1 WOULD ABEND ON THIS CARD '
                & '(BAD SRCREGST CARD) - NOT REPLAYED ***'
                TO WS-DETAIL-TEXT
            PERFORM WRITE-REPORT-LINE-PARA
            IF 8 > RETURN-CODE
                MOVE 8 TO RETURN-CODE
            END-IF
        ELSE
            ADD 1 TO WS-REPLAY-COUNT
            MOVE WS-RW-NAME TO WS-TUNE-SOURCE
            PERFORM SET-PROPOSED-SETTINGS-PARA
            PERFORM SET-CURRENT-SETTINGS-PARA
            PERFORM WRITE-SETTINGS-LINES-PARA
            PERFORM FIND-WINDOW-PARA
            IF WS-DAY-USED = 0
                MOVE SPACES TO WS-DETAIL-TEXT
                STRING '  *** NO MASTER HISTORY FOR '
                    FUNCTION TRIM(WS-TUNE-SOURCE)
                    ' - NOTHING TO REPLAY ***'
                    DELIMITED BY SIZE INTO WS-DETAIL-TEXT
                END-STRING
                PERFORM WRITE-REPORT-LINE-PARA
                IF 4 > RETURN-CODE
                    MOVE 4 TO RETURN-CODE
                END-IF
            ELSE
                PERFORM REPLAY-WINDOW-PARA
                PERFORM COMPUTE-SUGGESTION-PARA
                PERFORM SCORE-SUGGESTION-PARA
                PERFORM WRITE-DAY-LINES-PARA
                PERFORM WRITE-SUMMARY-PARA
            END-IF
        END-IF
    END-IF.

*> A zero LOW=/HIGH= falls back to the global band, as in DAY1's
*> CHECK-REGISTRY-PARA.
SET-PROPOSED-SETTINGS-PARA.
    MOVE WS-GLOBAL-OUTLIER-LOW TO WS-PROP-LOW
    MOVE WS-GLOBAL-OUTLIER-HIGH TO WS-PROP-HIGH
    IF WS-RW-LOW > 0
        MOVE WS-RW-LOW TO WS-PROP-LOW
    END-IF
    IF WS-RW-HIGH > 0
        MOVE WS-RW-HIGH TO WS-PROP-HIGH
    END-IF
    MOVE WS-RW-VOLUME TO WS-PROP-VOLUME
    IF WS-RW-ACTIVE = 'N'
        MOVE 'Y' TO WS-PROP-SKIPPED
        MOVE 'INACTIVE - FEED SKIPPED' TO WS-PROP-NOTE
    ELSE
        MOVE 'N' TO WS-PROP-SKIPPED
        MOVE SPACES TO WS-PROP-NOTE
    END-IF.

SET-CURRENT-SETTINGS-PARA.
    MOVE WS-GLOBAL-OUTLIER-LOW TO WS-CUR-LOW
    MOVE WS-GLOBAL-OUTLIER-HIGH TO WS-CUR-HIGH
    MOVE 0 TO WS-CUR-VOLUME
    MOVE 'N' TO WS-CUR-SKIPPED
    MOVE SPACES TO WS-CUR-NOTE
    IF WS-REG-PRESENT = 'N'
        MOVE 'NO REGISTRY - GLOBAL BAND' TO WS-CUR-NOTE
    ELSE
        MOVE 0 TO WS-REG-FOUND-IDX
        PERFORM VARYING WS-REG-IDX FROM 1 BY 1
            UNTIL WS-REG-IDX > WS-REG-USED OR WS-REG-FOUND-IDX > 0
            IF WS-REG-NAME(WS-REG-IDX) = WS-TUNE-SOURCE
                MOVE WS-REG-IDX TO WS-REG-FOUND-IDX
            END-IF
        END-PERFORM
        EVALUATE TRUE
            WHEN WS-REG-FOUND-IDX = 0
                MOVE 'Y' TO WS-CUR-SKIPPED
                MOVE 'NOT REGISTERED - FEED SKIPPED' TO WS-CUR-NOTE
            WHEN WS-REG-ACTIVE(WS-REG-FOUND-IDX) = 'N'
                MOVE 'Y' TO WS-CUR-SKIPPED
                MOVE 'INACTIVE - FEED SKIPPED' TO WS-CUR-NOTE
            WHEN OTHER
                IF WS-REG-LOW(WS-REG-FOUND-IDX) > 0
                    MOVE WS-REG-LOW(WS-REG-FOUND-IDX) TO WS-CUR-LOW
                END-IF
                IF WS-REG-HIGH(WS-REG-FOUND-IDX) > 0
                    MOVE WS-REG-HIGH(WS-REG-FOUND-IDX) TO WS-CUR-HIGH
                END-IF
                MOVE WS-REG-VOLUME(WS-REG-FOUND-IDX) TO WS-CUR-VOLUME
        END-EVALUATE
    END-IF.

WRITE-SETTINGS-LINES-PARA.
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING '  CURRENT   LOW=' WS-CUR-LOW ' HIGH=' WS-CUR-HIGH
        ' VOLUME=' WS-CUR-VOLUME '  ' WS-CUR-NOTE
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING '  PROPOSED  LOW=' WS-PROP-LOW ' HIGH=' WS-PROP-HIGH
        ' VOLUME=' WS-PROP-VOLUME '  ' WS-PROP-NOTE
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA.

*> First browse: find the source's most recent run dates. The run
*> date is the low-order key segment, so dates arrive out of order
*> (every night of line 1, then of line 2, ...); each new one is
*> filed in date order and, once the window is full, only a date
*> newer than the oldest held gets in.
FIND-WINDOW-PARA.
    MOVE 0 TO WS-DAY-USED
    MOVE WS-TUNE-SOURCE TO MST-FILENAME
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
                IF MST-FILENAME NOT = WS-TUNE-SOURCE
                    MOVE 'Y' TO WS-BROWSE-DONE
                ELSE
                    IF MST-MALFORMED NOT = 'R'
                        PERFORM NOTE-RUN-DATE-PARA
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

NOTE-RUN-DATE-PARA.
    PERFORM FIND-DAY-PARA
    IF WS-DAY-FOUND-IDX = 0
        IF WS-DAY-USED < WS-RUN-DATES
            ADD 1 TO WS-DAY-USED
            PERFORM FILE-RUN-DATE-PARA
        ELSE
            IF MST-RUN-DATE > WS-DY-DATE(1)
                PERFORM VARYING WS-SHIFT-IDX FROM 1 BY 1
                    UNTIL WS-SHIFT-IDX >= WS-DAY-USED
                    MOVE WS-DAY-ENTRY(WS-SHIFT-IDX + 1)
                        TO WS-DAY-ENTRY(WS-SHIFT-IDX)
                END-PERFORM
                PERFORM FILE-RUN-DATE-PARA
            END-IF
        END-IF
    END-IF.

*> The last slot is free; slide every later date up one and drop the
*> new date into its place.
FILE-RUN-DATE-PARA.
    MOVE WS-DAY-USED TO WS-DAY-IDX
    MOVE 'N' TO WS-SLOT-FOUND
    PERFORM UNTIL WS-SLOT-FOUND = 'Y'
        IF WS-DAY-IDX = 1
            MOVE 'Y' TO WS-SLOT-FOUND
        ELSE
            IF WS-DY-DATE(WS-DAY-IDX - 1) < MST-RUN-DATE
                MOVE 'Y' TO WS-SLOT-FOUND
            ELSE
                MOVE WS-DAY-ENTRY(WS-DAY-IDX - 1)
                    TO WS-DAY-ENTRY(WS-DAY-IDX)
                SUBTRACT 1 FROM WS-DAY-IDX
            END-IF
        END-IF
    END-PERFORM
    MOVE MST-RUN-DATE TO WS-DY-DATE(WS-DAY-IDX)
    MOVE 0 TO WS-DY-LINES(WS-DAY-IDX)
    MOVE 0 TO WS-DY-CUR-OUT(WS-DAY-IDX)
    MOVE 0 TO WS-DY-PROP-OUT(WS-DAY-IDX).

FIND-DAY-PARA.
    MOVE 0 TO WS-DAY-FOUND-IDX
    PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
        UNTIL WS-DAY-IDX > WS-DAY-USED OR WS-DAY-FOUND-IDX > 0
        IF WS-DY-DATE(WS-DAY-IDX) = MST-RUN-DATE
            MOVE WS-DAY-IDX TO WS-DAY-FOUND-IDX
        END-IF
    END-PERFORM.

*> Second browse: replay every record in the window under both
*> settings and gather the clean values for the suggested band.
REPLAY-WINDOW-PARA.
    PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
        UNTIL WS-BUCKET-IDX > 100
        MOVE 0 TO WS-BUCKET(WS-BUCKET-IDX)
    END-PERFORM
    MOVE 0 TO WS-TOT-CLEAN
    MOVE WS-TUNE-SOURCE TO MST-FILENAME
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
                IF MST-FILENAME NOT = WS-TUNE-SOURCE
                    MOVE 'Y' TO WS-BROWSE-DONE
                ELSE
                    IF MST-MALFORMED NOT = 'R'
                        PERFORM REPLAY-RECORD-PARA
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

REPLAY-RECORD-PARA.
    PERFORM FIND-DAY-PARA
    IF WS-DAY-FOUND-IDX > 0
        ADD 1 TO WS-DY-LINES(WS-DAY-FOUND-IDX)
        IF MST-MALFORMED = 'N' AND MST-CALIBRATION NOT = SPACES
            ADD 1 TO WS-TOT-CLEAN
            COMPUTE WS-BUCKET-IDX = MST-VALUE + 1
            ADD 1 TO WS-BUCKET(WS-BUCKET-IDX)
            IF WS-CUR-SKIPPED = 'N'
                AND (MST-VALUE < WS-CUR-LOW OR MST-VALUE > WS-CUR-HIGH)
                ADD 1 TO WS-DY-CUR-OUT(WS-DAY-FOUND-IDX)
            END-IF
            IF WS-PROP-SKIPPED = 'N'
                AND (MST-VALUE < WS-PROP-LOW
                    OR MST-VALUE > WS-PROP-HIGH)
                ADD 1 TO WS-DY-PROP-OUT(WS-DAY-FOUND-IDX)
            END-IF
        END-IF
    END-IF.

*> Percentile p is the smallest value whose cumulative count reaches
*> p percent of the clean values (rounded up) -- DAY1HIST's rule.
*> With no clean values at all the band falls back to the global
*> one. The suggested volume is the average daily line count, which
*> sits in the middle of DAY1's half-to-double tolerance.
COMPUTE-SUGGESTION-PARA.
    IF WS-TOT-CLEAN = 0
        MOVE WS-GLOBAL-OUTLIER-LOW TO WS-P10-VALUE
        MOVE WS-GLOBAL-OUTLIER-HIGH TO WS-P90-VALUE
        MOVE 0 TO WS-MEDIAN-VALUE
    ELSE
        MOVE 10 TO WS-PCT-WANTED
        PERFORM COMPUTE-ONE-PERCENTILE-PARA
        MOVE WS-PCT-VALUE TO WS-P10-VALUE
        MOVE 50 TO WS-PCT-WANTED
        PERFORM COMPUTE-ONE-PERCENTILE-PARA
        MOVE WS-PCT-VALUE TO WS-MEDIAN-VALUE
        MOVE 90 TO WS-PCT-WANTED
        PERFORM COMPUTE-ONE-PERCENTILE-PARA
        MOVE WS-PCT-VALUE TO WS-P90-VALUE
    END-IF
    MOVE 0 TO WS-TOT-LINES
    PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
        UNTIL WS-DAY-IDX > WS-DAY-USED
        ADD WS-DY-LINES(WS-DAY-IDX) TO WS-TOT-LINES
    END-PERFORM
    COMPUTE WS-SUGG-VOLUME ROUNDED = WS-TOT-LINES / WS-DAY-USED.

COMPUTE-ONE-PERCENTILE-PARA.
    COMPUTE WS-PCT-TARGET =
        (WS-TOT-CLEAN * WS-PCT-WANTED + 99) / 100
    IF WS-PCT-TARGET = 0
        MOVE 1 TO WS-PCT-TARGET
    END-IF
    MOVE 0 TO WS-CUMULATIVE
    MOVE 0 TO WS-PCT-VALUE
    PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
        UNTIL WS-BUCKET-IDX > 100
            OR WS-CUMULATIVE >= WS-PCT-TARGET
        ADD WS-BUCKET(WS-BUCKET-IDX) TO WS-CUMULATIVE
        IF WS-CUMULATIVE >= WS-PCT-TARGET
            COMPUTE WS-PCT-VALUE = WS-BUCKET-IDX - 1
        END-IF
    END-PERFORM.

*> The suggested settings are scored over the same window, so the
*> report shows what adopting them would have raised as well; the
*> outlier total comes straight off the value histogram.
SCORE-SUGGESTION-PARA.
    MOVE 0 TO WS-TOT-SUGG-OUT
    PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
        UNTIL WS-BUCKET-IDX > 100
        IF WS-BUCKET-IDX - 1 < WS-P10-VALUE
            OR WS-BUCKET-IDX - 1 > WS-P90-VALUE
            ADD WS-BUCKET(WS-BUCKET-IDX) TO WS-TOT-SUGG-OUT
        END-IF
    END-PERFORM
    MOVE 0 TO WS-TOT-SUGG-VOL
    IF WS-SUGG-VOLUME > 0
        PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
            UNTIL WS-DAY-IDX > WS-DAY-USED
            COMPUTE WS-VOLUME-DOUBLED = WS-SUGG-VOLUME * 2
            IF WS-DY-LINES(WS-DAY-IDX) * 2 < WS-SUGG-VOLUME
                OR WS-DY-LINES(WS-DAY-IDX) > WS-VOLUME-DOUBLED
                ADD 1 TO WS-TOT-SUGG-VOL
            END-IF
        END-PERFORM
    END-IF.

WRITE-DAY-LINES-PARA.
    MOVE SPACES TO WS-DETAIL-TEXT
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE '  RUN DATE        LINES   OUTLIERS CURRENT  PROPOSED'
        & '   VOLUME ALERT CURRENT  PROPOSED' TO WS-DETAIL-TEXT
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE 0 TO WS-TOT-CUR-OUT
    MOVE 0 TO WS-TOT-PROP-OUT
    MOVE 0 TO WS-TOT-CUR-VOL
    MOVE 0 TO WS-TOT-PROP-VOL
    PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
        UNTIL WS-DAY-IDX > WS-DAY-USED
        PERFORM WRITE-ONE-DAY-PARA
    END-PERFORM.

*> DAY1VOLM fires when the night's count is under half or over double
*> the registered volume; VOLUME=0 (or a skipped feed) never fires.
WRITE-ONE-DAY-PARA.
    MOVE 'N' TO WS-CUR-VOL-FLAG
    IF WS-CUR-SKIPPED = 'N' AND WS-CUR-VOLUME > 0
        COMPUTE WS-VOLUME-DOUBLED = WS-CUR-VOLUME * 2
        IF WS-DY-LINES(WS-DAY-IDX) * 2 < WS-CUR-VOLUME
            OR WS-DY-LINES(WS-DAY-IDX) > WS-VOLUME-DOUBLED
            MOVE 'Y' TO WS-CUR-VOL-FLAG
            ADD 1 TO WS-TOT-CUR-VOL
        END-IF
    END-IF
    MOVE 'N' TO WS-PROP-VOL-FLAG
    IF WS-PROP-SKIPPED = 'N' AND WS-PROP-VOLUME > 0
        COMPUTE WS-VOLUME-DOUBLED = WS-PROP-VOLUME * 2
        IF WS-DY-LINES(WS-DAY-IDX) * 2 < WS-PROP-VOLUME
            OR WS-DY-LINES(WS-DAY-IDX) > WS-VOLUME-DOUBLED
            MOVE 'Y' TO WS-PROP-VOL-FLAG
            ADD 1 TO WS-TOT-PROP-VOL
        END-IF
    END-IF
    ADD WS-DY-CUR-OUT(WS-DAY-IDX) TO WS-TOT-CUR-OUT
    ADD WS-DY-PROP-OUT(WS-DAY-IDX) TO WS-TOT-PROP-OUT
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING '  ' WS-DY-DATE(WS-DAY-IDX)
        '   ' WS-DY-LINES(WS-DAY-IDX)
        '            ' WS-DY-CUR-OUT(WS-DAY-IDX)
        '  ' WS-DY-PROP-OUT(WS-DAY-IDX)
        '                      ' WS-CUR-VOL-FLAG
        '         ' WS-PROP-VOL-FLAG
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA.

WRITE-SUMMARY-PARA.
    MOVE SPACES TO WS-DETAIL-TEXT
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE WS-DAY-USED TO WS-DAYS-DISP
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING '  WINDOW ' WS-DY-DATE(1) ' TO ' WS-DY-DATE(WS-DAY-USED)
        ' RUN DATES=' WS-DAYS-DISP ' LINES=' WS-TOT-LINES
        ' CLEAN VALUES=' WS-TOT-CLEAN
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING '  CURRENT   OUTLIERS=' WS-TOT-CUR-OUT
        ' VOLUME ALERTS=' WS-TOT-CUR-VOL
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING '  PROPOSED  OUTLIERS=' WS-TOT-PROP-OUT
        ' VOLUME ALERTS=' WS-TOT-PROP-VOL
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING '  OBSERVED  P10=' WS-P10-VALUE ' MEDIAN=' WS-MEDIAN-VALUE
        ' P90=' WS-P90-VALUE ' AVERAGE DAILY LINES=' WS-SUGG-VOLUME
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING '  SUGGESTED LOW=' WS-P10-VALUE ' HIGH=' WS-P90-VALUE
        ' VOLUME=' WS-SUGG-VOLUME
        ' WOULD HAVE RAISED OUTLIERS=' WS-TOT-SUGG-OUT
        ' VOLUME ALERTS=' WS-TOT-SUGG-VOL
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA
    IF WS-TOT-CLEAN = 0
        MOVE '  *** NO CLEAN VALUES IN THE WINDOW - SUGGESTED BAND IS '
            & 'THE GLOBAL BAND ***' TO WS-DETAIL-TEXT
        PERFORM WRITE-REPORT-LINE-PARA
    END-IF.

PAGE-BREAK-PARA.
    ADD 1 TO WS-PAGE-NUMBER
    MOVE SPACES TO RPT-LINE
    STRING
        'DAY1 REGISTRY RANGE-TUNING REPLAY  PAGE ' WS-PAGE-NUMBER
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
