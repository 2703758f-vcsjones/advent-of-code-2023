IDENTIFICATION DIVISION.
PROGRAM-ID. DAY1DIFF.

*> Line-by-line delivery comparison against the keyed calibration
*> master. DAY1INQ answers one key at a time; when an upstream
*> re-sends a feed, or a source looks to have changed underneath us,
*> the question is which lines differ between two nights' deliveries.
*> Each DIFFCARD card names one source and two run dates; the master
*> records for that MST-FILENAME are browsed once in key order (file /
*> line / run date, so both nights of a line arrive together) and
*> every MST-LINE-NUMBER is classed as:
*>
*>   ADDED     present on the NEW date only
*>   DROPPED   present on the OLD date only
*>   CHANGED   present on both, with a different raw MST-CALIBRATION
*>             text, MST-VALUE or MST-MALFORMED flag
*>
*> DIFFRPT is a paginated, print-ready report in the DAILYRPT page
*> style: one section per card listing every difference with both
*> images of a changed line, then the counts and the net subtotal
*> effect per change type, footed against the two nights' subtotals
*> so the supplier and we argue from the same printed figures.
*> A malformed line carries MST-VALUE 00 on the master, so it adds
*> nothing to a subtotal and its net effect falls out unchanged.
*>
*> Card form, one comparison per card ('*' comments a card out):
*>     FILE=<source filename> OLD=<yyyymmdd> NEW=<yyyymmdd>
*>
*> RC=4 when a card's source has no master records on one of the
*> two dates (nothing to compare against), RC=8 on a bad card.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DIFFCARD ASSIGN TO "DIFFCARD"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CARD-STATUS.

    SELECT DAY1MASTER ASSIGN TO "MASTER"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS MST-KEY
    FILE STATUS IS WS-MASTER-STATUS.

    SELECT DIFFRPT ASSIGN TO "DIFFRPT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RPT-STATUS.

    SELECT DAY1NOTIFY ASSIGN TO "NOTIFY"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-NOTIFY-STATUS.

DATA DIVISION.
FILE SECTION.
FD DIFFCARD.
    01 CARD-REC PIC X(100).

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

FD DIFFRPT.
    01 RPT-LINE PIC X(132).

FD DAY1NOTIFY.
    01 NOTIFY-LINE PIC X(200).

WORKING-STORAGE SECTION.
77 WS-CARD-STATUS PIC XX.
77 WS-MASTER-STATUS PIC XX.
77 WS-RPT-STATUS PIC XX.
77 WS-NOTIFY-STATUS PIC XX.
77 WS-ALERT-TEXT PIC X(120).
77 WS-ALERT-SEVERITY PIC 9(2) VALUE 16.
77 WS-ALERT-ID PIC X(8) VALUE SPACES.
77 WS-ALERT-SOURCE PIC X(60) VALUE SPACES.
77 WS-EOF PIC A(1).
77 WS-BROWSE-DONE PIC A(1).
77 WS-PARSE-LINE PIC X(200).
77 WS-TOKEN-KEY PIC X(20).
77 WS-TOKEN-VALUE PIC X(60).
77 WS-TOKEN-IDX PIC 9(2).
77 WS-CARD-OK PIC A(1).
77 WS-CARD-COUNT PIC 9(8) VALUE 0.
77 WS-DIFF-FILE PIC X(60).
77 WS-OLD-DATE PIC X(8).
77 WS-NEW-DATE PIC X(8).
77 WS-CUR-LINE PIC 9(8).
77 WS-LINE-OPEN PIC A(1).
77 WS-OLD-FOUND PIC A(1).
77 WS-OLD-CALIBRATION PIC X(99).
77 WS-OLD-VALUE PIC 9(2).
77 WS-OLD-MALFORMED PIC A(1).
77 WS-NEW-FOUND PIC A(1).
77 WS-NEW-CALIBRATION PIC X(99).
77 WS-NEW-VALUE PIC 9(2).
77 WS-NEW-MALFORMED PIC A(1).
77 WS-OLD-LINES PIC 9(8).
77 WS-NEW-LINES PIC 9(8).
77 WS-OLD-SUBTOTAL PIC 9(10).
77 WS-NEW-SUBTOTAL PIC 9(10).
77 WS-ADDED-COUNT PIC 9(8).
77 WS-DROPPED-COUNT PIC 9(8).
77 WS-CHANGED-COUNT PIC 9(8).
77 WS-SAME-COUNT PIC 9(8).
77 WS-ADDED-NET PIC S9(10).
77 WS-DROPPED-NET PIC S9(10).
77 WS-CHANGED-NET PIC S9(10).
77 WS-TOTAL-NET PIC S9(10).
77 WS-SUBTOTAL-MOVE PIC S9(10).
77 WS-LINE-NET PIC S9(4).
77 WS-LINE-NET-DISP PIC -9(3).
77 WS-NET-DISP PIC -9(10).
77 WS-PAGE-NUMBER PIC 9(4) VALUE 0.
77 WS-LINE-COUNT PIC 9(2) VALUE 99.
77 WS-DETAIL-TEXT PIC X(132).

01 WS-TOKEN-TABLE.
    05 WS-TOKEN PIC X(80) OCCURS 12 TIMES.

PROCEDURE DIVISION.
MAIN-PARA.
    MOVE 0 TO RETURN-CODE.
    OPEN INPUT DAY1MASTER.
    IF WS-MASTER-STATUS NOT = '00'
        MOVE SPACES TO WS-ALERT-TEXT
        STRING 'DAY1DIFF ABEND: UNABLE TO OPEN MASTER, FILE STATUS='
            DELIMITED BY SIZE
            WS-MASTER-STATUS DELIMITED BY SIZE INTO WS-ALERT-TEXT
        MOVE 16 TO WS-ALERT-SEVERITY
        MOVE 'DIFFOPEN' TO WS-ALERT-ID
        PERFORM NOTIFY-OPERATIONS-PARA
        MOVE 16 TO RETURN-CODE
    ELSE
        OPEN INPUT DIFFCARD
        IF WS-CARD-STATUS NOT = '00'
            MOVE SPACES TO WS-ALERT-TEXT
            STRING 'DAY1DIFF ABEND: UNABLE TO OPEN DIFFCARD, '
                DELIMITED BY SIZE
                'FILE STATUS=' DELIMITED BY SIZE
                WS-CARD-STATUS DELIMITED BY SIZE INTO WS-ALERT-TEXT
            MOVE 16 TO WS-ALERT-SEVERITY
            MOVE 'DIFFOPEN' TO WS-ALERT-ID
            PERFORM NOTIFY-OPERATIONS-PARA
            MOVE 16 TO RETURN-CODE
        ELSE
            OPEN OUTPUT DIFFRPT
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
                READ DIFFCARD INTO WS-PARSE-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM RUN-ONE-COMPARISON-PARA
                END-READ
            END-PERFORM
            CLOSE DIFFRPT
            CLOSE DIFFCARD
        END-IF
        CLOSE DAY1MASTER
    END-IF.
    DISPLAY 'DAY1DIFF: ' WS-CARD-COUNT ' COMPARISONS, '
        WS-PAGE-NUMBER ' PAGES'.
    STOP RUN.

RUN-ONE-COMPARISON-PARA.
    IF WS-PARSE-LINE = SPACES OR WS-PARSE-LINE(1:1) = '*'
        CONTINUE
    ELSE
        ADD 1 TO WS-CARD-COUNT
        PERFORM PARSE-DIFF-CARD-PARA
        *> Each comparison opens on a fresh page.
        MOVE 99 TO WS-LINE-COUNT
        MOVE SPACES TO WS-DETAIL-TEXT
        STRING 'COMPARISON ' FUNCTION TRIM(WS-PARSE-LINE)
            DELIMITED BY SIZE INTO WS-DETAIL-TEXT
        END-STRING
        PERFORM WRITE-REPORT-LINE-PARA
        IF WS-CARD-OK = 'N'
            MOVE '  CARD NEEDS FILE=, OLD=yyyymmdd AND A DIFFERENT '
                & 'NEW=yyyymmdd - COMPARISON SKIPPED'
                TO WS-DETAIL-TEXT
            PERFORM WRITE-REPORT-LINE-PARA
            IF 8 > RETURN-CODE
                MOVE 8 TO RETURN-CODE
            END-IF
        ELSE
            PERFORM COMPARE-DELIVERIES-PARA
            PERFORM WRITE-SUMMARY-PARA
        END-IF
    END-IF.

PARSE-DIFF-CARD-PARA.
    MOVE SPACES TO WS-DIFF-FILE
    MOVE SPACES TO WS-OLD-DATE
    MOVE SPACES TO WS-NEW-DATE
    MOVE SPACES TO WS-TOKEN-TABLE
    UNSTRING WS-PARSE-LINE DELIMITED BY ALL ' '
        INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
            WS-TOKEN(5) WS-TOKEN(6) WS-TOKEN(7) WS-TOKEN(8)
            WS-TOKEN(9) WS-TOKEN(10) WS-TOKEN(11) WS-TOKEN(12)
    END-UNSTRING
    PERFORM VARYING WS-TOKEN-IDX FROM 1 BY 1
        UNTIL WS-TOKEN-IDX > 12
        IF WS-TOKEN(WS-TOKEN-IDX) NOT = SPACES
            PERFORM APPLY-DIFF-TOKEN-PARA
        END-IF
    END-PERFORM
    IF WS-DIFF-FILE = SPACES
        OR WS-OLD-DATE IS NOT NUMERIC
        OR WS-NEW-DATE IS NOT NUMERIC
        OR WS-OLD-DATE = WS-NEW-DATE
        MOVE 'N' TO WS-CARD-OK
    ELSE
        MOVE 'Y' TO WS-CARD-OK
    END-IF.

APPLY-DIFF-TOKEN-PARA.
    MOVE SPACES TO WS-TOKEN-KEY
    MOVE SPACES TO WS-TOKEN-VALUE
    UNSTRING WS-TOKEN(WS-TOKEN-IDX) DELIMITED BY '='
        INTO WS-TOKEN-KEY WS-TOKEN-VALUE
    END-UNSTRING
    EVALUATE FUNCTION TRIM(WS-TOKEN-KEY)
        WHEN 'FILE'
            MOVE WS-TOKEN-VALUE TO WS-DIFF-FILE
        WHEN 'OLD'
            MOVE WS-TOKEN-VALUE(1:8) TO WS-OLD-DATE
        WHEN 'NEW'
            MOVE WS-TOKEN-VALUE(1:8) TO WS-NEW-DATE
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> Partial-key browse as in DAY1INQ: START at the first record of the
*> source, READ NEXT until the filename changes. The run date is the
*> low-order key segment, so every night of one line arrives before
*> the next line starts; a line is judged once its group is complete.
COMPARE-DELIVERIES-PARA.
    MOVE 0 TO WS-OLD-LINES
    MOVE 0 TO WS-NEW-LINES
    MOVE 0 TO WS-OLD-SUBTOTAL
    MOVE 0 TO WS-NEW-SUBTOTAL
    MOVE 0 TO WS-ADDED-COUNT
    MOVE 0 TO WS-DROPPED-COUNT
    MOVE 0 TO WS-CHANGED-COUNT
    MOVE 0 TO WS-SAME-COUNT
    MOVE 0 TO WS-ADDED-NET
    MOVE 0 TO WS-DROPPED-NET
    MOVE 0 TO WS-CHANGED-NET
    MOVE 'N' TO WS-LINE-OPEN
    MOVE '  CHANGE   LINE      OLD VALUE/FLAG  NEW VALUE/FLAG    NET'
        TO WS-DETAIL-TEXT
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE WS-DIFF-FILE TO MST-FILENAME
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
                IF MST-FILENAME NOT = WS-DIFF-FILE
                    MOVE 'Y' TO WS-BROWSE-DONE
                ELSE
                    PERFORM NOTE-MASTER-RECORD-PARA
                END-IF
        END-READ
    END-PERFORM
    IF WS-LINE-OPEN = 'Y'
        PERFORM JUDGE-LINE-PARA
    END-IF.

NOTE-MASTER-RECORD-PARA.
    IF WS-LINE-OPEN = 'Y' AND MST-LINE-NUMBER NOT = WS-CUR-LINE
        PERFORM JUDGE-LINE-PARA
    END-IF
    IF WS-LINE-OPEN = 'N'
        MOVE 'Y' TO WS-LINE-OPEN
        MOVE MST-LINE-NUMBER TO WS-CUR-LINE
        MOVE 'N' TO WS-OLD-FOUND
        MOVE 'N' TO WS-NEW-FOUND
    END-IF
    EVALUATE MST-RUN-DATE
        WHEN WS-OLD-DATE
            MOVE 'Y' TO WS-OLD-FOUND
            MOVE MST-CALIBRATION TO WS-OLD-CALIBRATION
            MOVE MST-VALUE TO WS-OLD-VALUE
            MOVE MST-MALFORMED TO WS-OLD-MALFORMED
            ADD 1 TO WS-OLD-LINES
            ADD MST-VALUE TO WS-OLD-SUBTOTAL
        WHEN WS-NEW-DATE
            MOVE 'Y' TO WS-NEW-FOUND
            MOVE MST-CALIBRATION TO WS-NEW-CALIBRATION
            MOVE MST-VALUE TO WS-NEW-VALUE
            MOVE MST-MALFORMED TO WS-NEW-MALFORMED
            ADD 1 TO WS-NEW-LINES
            ADD MST-VALUE TO WS-NEW-SUBTOTAL
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

JUDGE-LINE-PARA.
    MOVE 'N' TO WS-LINE-OPEN
    EVALUATE TRUE
        WHEN WS-OLD-FOUND = 'N' AND WS-NEW-FOUND = 'N'
            CONTINUE
        WHEN WS-OLD-FOUND = 'N'
            ADD 1 TO WS-ADDED-COUNT
            COMPUTE WS-LINE-NET = WS-NEW-VALUE
            ADD WS-LINE-NET TO WS-ADDED-NET
            PERFORM WRITE-ADDED-LINE-PARA
        WHEN WS-NEW-FOUND = 'N'
            ADD 1 TO WS-DROPPED-COUNT
            COMPUTE WS-LINE-NET = 0 - WS-OLD-VALUE
            ADD WS-LINE-NET TO WS-DROPPED-NET
            PERFORM WRITE-DROPPED-LINE-PARA
        WHEN WS-OLD-CALIBRATION NOT = WS-NEW-CALIBRATION
            OR WS-OLD-VALUE NOT = WS-NEW-VALUE
            OR WS-OLD-MALFORMED NOT = WS-NEW-MALFORMED
            ADD 1 TO WS-CHANGED-COUNT
            COMPUTE WS-LINE-NET = WS-NEW-VALUE - WS-OLD-VALUE
            ADD WS-LINE-NET TO WS-CHANGED-NET
            PERFORM WRITE-CHANGED-LINE-PARA
        WHEN OTHER
            ADD 1 TO WS-SAME-COUNT
    END-EVALUATE.

WRITE-ADDED-LINE-PARA.
    MOVE WS-LINE-NET TO WS-LINE-NET-DISP
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING
        '  ADDED    ' WS-CUR-LINE
        '  --  -         '
        '  ' WS-NEW-VALUE '  ' WS-NEW-MALFORMED
        '            ' WS-LINE-NET-DISP
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING
        '      NEW "' FUNCTION TRIM(WS-NEW-CALIBRATION) '"'
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA.

WRITE-DROPPED-LINE-PARA.
    MOVE WS-LINE-NET TO WS-LINE-NET-DISP
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING
        '  DROPPED  ' WS-CUR-LINE
        '  ' WS-OLD-VALUE '  ' WS-OLD-MALFORMED
        '          --  -           '
        WS-LINE-NET-DISP
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING
        '      OLD "' FUNCTION TRIM(WS-OLD-CALIBRATION) '"'
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA.

*> Both images print, so the reader sees whether the raw text, the
*> derived value or only the malformed/corrected flag moved.
WRITE-CHANGED-LINE-PARA.
    MOVE WS-LINE-NET TO WS-LINE-NET-DISP
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING
        '  CHANGED  ' WS-CUR-LINE
        '  ' WS-OLD-VALUE '  ' WS-OLD-MALFORMED
        '          ' WS-NEW-VALUE '  ' WS-NEW-MALFORMED
        '            ' WS-LINE-NET-DISP
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING
        '      OLD "' FUNCTION TRIM(WS-OLD-CALIBRATION) '"'
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING
        '      NEW "' FUNCTION TRIM(WS-NEW-CALIBRATION) '"'
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA.

*> The per-type net effects must foot to the movement between the two
*> nights' subtotals; a break means the browse missed a record and is
*> flagged on the page rather than left for the reader to add up.
WRITE-SUMMARY-PARA.
    IF WS-ADDED-COUNT = 0 AND WS-DROPPED-COUNT = 0
        AND WS-CHANGED-COUNT = 0
        MOVE '  NO LINE DIFFERENCES' TO WS-DETAIL-TEXT
        PERFORM WRITE-REPORT-LINE-PARA
    END-IF
    MOVE SPACES TO WS-DETAIL-TEXT
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING
        '  OLD ' WS-OLD-DATE ' LINES=' WS-OLD-LINES
        ' SUBTOTAL=' WS-OLD-SUBTOTAL
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING
        '  NEW ' WS-NEW-DATE ' LINES=' WS-NEW-LINES
        ' SUBTOTAL=' WS-NEW-SUBTOTAL
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE WS-ADDED-NET TO WS-NET-DISP
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING
        '  ADDED=' WS-ADDED-COUNT ' NET=' WS-NET-DISP
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE WS-DROPPED-NET TO WS-NET-DISP
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING
        '  DROPPED=' WS-DROPPED-COUNT ' NET=' WS-NET-DISP
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE WS-CHANGED-NET TO WS-NET-DISP
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING
        '  CHANGED=' WS-CHANGED-COUNT ' NET=' WS-NET-DISP
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING
        '  UNCHANGED=' WS-SAME-COUNT
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA
    COMPUTE WS-TOTAL-NET =
        WS-ADDED-NET + WS-DROPPED-NET + WS-CHANGED-NET
    COMPUTE WS-SUBTOTAL-MOVE = WS-NEW-SUBTOTAL - WS-OLD-SUBTOTAL
    MOVE WS-TOTAL-NET TO WS-NET-DISP
    MOVE SPACES TO WS-DETAIL-TEXT
    IF WS-TOTAL-NET = WS-SUBTOTAL-MOVE
        STRING
            '  NET SUBTOTAL EFFECT=' WS-NET-DISP
            ' TIES TO NEW SUBTOTAL LESS OLD SUBTOTAL'
            DELIMITED BY SIZE INTO WS-DETAIL-TEXT
        END-STRING
    ELSE
        STRING
            '  *** NET SUBTOTAL EFFECT=' WS-NET-DISP
            ' DOES NOT TIE TO THE SUBTOTAL MOVEMENT ***'
            DELIMITED BY SIZE INTO WS-DETAIL-TEXT
        END-STRING
    END-IF
    PERFORM WRITE-REPORT-LINE-PARA
    IF WS-OLD-LINES = 0 OR WS-NEW-LINES = 0
        MOVE SPACES TO WS-DETAIL-TEXT
        STRING
            '  *** NO MASTER RECORDS FOR '
            FUNCTION TRIM(WS-DIFF-FILE) ' ON ONE OF THE TWO DATES ***'
            DELIMITED BY SIZE INTO WS-DETAIL-TEXT
        END-STRING
        PERFORM WRITE-REPORT-LINE-PARA
        IF 4 > RETURN-CODE
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.

PAGE-BREAK-PARA.
    ADD 1 TO WS-PAGE-NUMBER
    MOVE SPACES TO RPT-LINE
    STRING
        'DAY1 DELIVERY COMPARISON REPORT  PAGE ' WS-PAGE-NUMBER
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
