*>
*> A rerun appends a second history row for the same source and day;
*> the LATEST row wins here, matching how the night's final TOTALOUT
*> superseded the earlier one. A REVERSED row (DAY1REVS) wins the same
*> way: the day prints as reversed and drops out of the month-to-date
*> figures, and DAY1REVS restates the day's ALL row without it, so the
*> grand total still ties.
*>
*> MNTHPARM: MONTH=YYYYMM (defaults to the current month).

        05 TH-MIN-VALUE PIC 9(2).
        05 FILLER PIC X(1).
        05 TH-MAX-VALUE PIC 9(2).
        05 FILLER PIC X(1).
        05 TH-ROW-KIND PIC X(8).
            88 TH-ROW-REVERSED VALUE 'REVERSED'.

FD DAY1HOLIDAYS.
    01 HOLIDAY-REC PIC X(80).
77 WS-MONTH-MAX PIC 9(2).
77 WS-GRAND-MTD PIC 9(10) VALUE 0.
77 WS-MISSING-DAYS PIC 9(2) VALUE 0.
77 WS-REVERSED-DAYS PIC 9(2) VALUE 0.
77 WS-HOLIDAY-DAYS PIC 9(2) VALUE 0.
77 WS-DETAIL-TEXT PIC X(132).
77 WS-HOL-STATUS PIC XX.
        10 WS-HOL-DESC PIC X(40).

*> Per-source month grid: one slot per calendar day, latest run for
*> the day wins. Slot 0-count days never ran for that source; R marks
*> a day whose figures were reversed.
01 WS-SRC-TABLE.
    05 WS-SRC-ENTRY OCCURS 200 TIMES.
        10 WS-SRC-NAME PIC X(60).
        IF WS-FOUND-IDX > 0
            MOVE TH-RUN-DATE(7:2) TO WS-DAY-IDX
            IF WS-DAY-IDX >= 1 AND WS-DAY-IDX <= 31
                IF TH-ROW-REVERSED
                    MOVE 'R'
                        TO WS-SD-PRESENT(WS-FOUND-IDX, WS-DAY-IDX)
                ELSE
                    MOVE 'Y'
                        TO WS-SD-PRESENT(WS-FOUND-IDX, WS-DAY-IDX)
                END-IF
                MOVE TH-RECORD-COUNT
                    TO WS-SD-COUNT(WS-FOUND-IDX, WS-DAY-IDX)
                MOVE TH-SUBTOTAL
    MOVE 0 TO WS-MONTH-MAX
    PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
        UNTIL WS-DAY-IDX > WS-DAYS-IN-MONTH
        EVALUATE WS-SD-PRESENT(WS-SRC-IDX, WS-DAY-IDX)
            WHEN 'Y'
                PERFORM WRITE-SOURCE-DAY-PARA
            WHEN 'R'
                PERFORM WRITE-REVERSED-DAY-PARA
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-PERFORM
    PERFORM WRITE-SOURCE-TOTALS-PARA.

*> The reversed figures are shown for reference only; they are not in
*> the month-to-date totals.
WRITE-REVERSED-DAY-PARA.
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING
        '   ' WS-DAY-IDX
        '  ' WS-SD-COUNT(WS-SRC-IDX, WS-DAY-IDX)
        '  ' WS-SD-SUBTOTAL(WS-SRC-IDX, WS-DAY-IDX)
        '    REVERSED - NOT IN MONTH-TO-DATE'
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA.

WRITE-SOURCE-DAY-PARA.
    ADD WS-SD-COUNT(WS-SRC-IDX, WS-DAY-IDX) TO WS-MTD-COUNT
    ADD WS-SD-SUBTOTAL(WS-SRC-IDX, WS-DAY-IDX) TO WS-MTD-SUBTOTAL
    PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
        UNTIL WS-DAY-IDX > WS-DAYS-IN-MONTH
        MOVE SPACES TO WS-DETAIL-TEXT
        EVALUATE TRUE
            WHEN WS-FOUND-IDX > 0
                AND WS-SD-PRESENT(WS-FOUND-IDX, WS-DAY-IDX) = 'Y'
                STRING
                    '  ' WS-REPORT-MONTH WS-DAY-IDX
                    '  RUN RECORDED  TOTAL='
                    WS-SD-SUBTOTAL(WS-FOUND-IDX, WS-DAY-IDX)
                    DELIMITED BY SIZE INTO WS-DETAIL-TEXT
                END-STRING
            WHEN WS-FOUND-IDX > 0
                AND WS-SD-PRESENT(WS-FOUND-IDX, WS-DAY-IDX) = 'R'
                ADD 1 TO WS-REVERSED-DAYS
                STRING
                    '  ' WS-REPORT-MONTH WS-DAY-IDX
                    '  RUN RECORDED, WHOLE NIGHT REVERSED'
                    DELIMITED BY SIZE INTO WS-DETAIL-TEXT
                END-STRING
            WHEN OTHER
                PERFORM WRITE-NO-RUN-DAY-PARA
        END-EVALUATE
        PERFORM WRITE-REPORT-LINE-PARA
    END-PERFORM.

WRITE-NO-RUN-DAY-PARA.
    MOVE SPACES TO WS-DAY-DATE
    STRING WS-REPORT-MONTH WS-DAY-IDX
        DELIMITED BY SIZE INTO WS-DAY-DATE
    END-STRING
    PERFORM FIND-DAY-HOLIDAY-PARA
    IF WS-DAY-IS-HOLIDAY = 'Y'
        ADD 1 TO WS-HOLIDAY-DAYS
        STRING
            '  ' WS-REPORT-MONTH WS-DAY-IDX
            '  HOLIDAY - '
            FUNCTION TRIM(WS-DAY-HOLIDAY-DESC)
            DELIMITED BY SIZE INTO WS-DETAIL-TEXT
        END-STRING
    ELSE
        ADD 1 TO WS-MISSING-DAYS
        STRING
            '  ' WS-REPORT-MONTH WS-DAY-IDX
            '  *** NO RUN RECORDED ***'
            DELIMITED BY SIZE INTO WS-DETAIL-TEXT
        END-STRING
    END-IF.

LOCATE-ALL-ROW-PARA.
    MOVE 0 TO WS-FOUND-IDX
    PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
    STRING
        '  DAYS WITH NO RUN=' WS-MISSING-DAYS
        ' HOLIDAYS=' WS-HOLIDAY-DAYS
        ' REVERSED=' WS-REVERSED-DAYS
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA.
