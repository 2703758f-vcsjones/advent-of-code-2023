*> columns; a rejected-lines section the supervisor can action; and
*> a final grand-total page that ties to the SOURCE=ALL line.
*>
*> Rejected lines are listed with the reason DAY1 gave each one, and
*> the per-reason counts from the TOTALOUT REASONS= token (faults a
*> source is registered only to warn about included) are shown per
*> source and for the night.
*>
*> ADJUSTED=Y TOTALOUT rows (a DAY1CORR pass) print beneath their
*> source's original figures rather than replacing them -- the
*> supervisor sees both the before image and the booked adjustment.
*>
*> A source held back from posting by a HOLD= card (HELD=Y on its
*> TOTALOUT row) is flagged in its section, and the grand-total page
*> splits the night's total into what was held and what was released
*> to posting.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
77 WS-ROW-MODE PIC X(13).
77 WS-ROW-RC PIC 9(2).
77 WS-ROW-HAS-RC PIC A(1).
77 WS-ROW-HELD PIC A(1).
77 WS-ROW-HELD-COUNT PIC 9(8).
77 WS-ROW-HELD-TOTAL PIC 9(8).
77 WS-CALIB-TEXT PIC X(60).
77 WS-CALIB-SCRAP PIC X(200).
77 WS-CALIB-REST PIC X(200).
77 WS-ALL-MAX PIC 9(2) VALUE 0.
77 WS-ALL-ADJ-PRESENT PIC A(1) VALUE 'N'.
77 WS-ALL-ADJ-TOTAL PIC 9(8) VALUE 0.
77 WS-ALL-HELD-COUNT PIC 9(8) VALUE 0.
77 WS-ALL-HELD-TOTAL PIC 9(8) VALUE 0.
77 WS-ALL-RELEASED-TOTAL PIC 9(8) VALUE 0.
77 WS-SUM-SUBTOTALS PIC 9(10) VALUE 0.
77 WS-SUM-COUNTS PIC 9(10) VALUE 0.
77 WS-SRC-USED-DISP PIC 9(3).
77 WS-PAGE-NUMBER PIC 9(4) VALUE 0.
77 WS-LINE-COUNT PIC 9(2) VALUE 99.
77 WS-DETAIL-TEXT PIC X(132).
77 WS-RSN-IDX PIC 9(1).
77 WS-RSN-ANY PIC A(1).
77 WS-EXC-FOUND PIC 9(3) COMP.

01 WS-TOKEN-TABLE.
    05 WS-TOKEN PIC X(80) OCCURS 12 TIMES.

*> REASONS=n/n/n/n/n on a TOTALOUT row (older rows zero-pad each
*> count to six digits), in DAY1's reason order:
*> NODIGIT/LONG/BINARY/TRAILER/BLANK.
01 WS-ROW-REASONS.
    05 WS-ROW-RSN PIC 9(6) OCCURS 5 TIMES.
01 WS-ALL-REASONS.
    05 WS-ALL-RSN PIC 9(6) OCCURS 5 TIMES.
01 WS-REASON-TEXT-WORK.
    05 WS-RSN-TEXT PIC X(8) OCCURS 5 TIMES.
01 WS-SHOW-REASONS.
    05 WS-SHOW-RSN PIC 9(6) OCCURS 5 TIMES.

*> Tonight's TOTALOUT figures per source; the adjusted columns fill
*> in when a DAY1CORR pass appended ADJUSTED=Y rows.
01 WS-SRC-TABLE.
        10 WS-SRC-ADJUSTED PIC A(1).
        10 WS-SRC-ADJ-SUBTOTAL PIC 9(8).
        10 WS-SRC-CORRECTIONS PIC 9(3).
        10 WS-SRC-HELD PIC A(1).
        10 WS-SRC-REASONS.
            15 WS-SRC-RSN PIC 9(6) OCCURS 5 TIMES.

01 WS-EXC-TABLE.
    05 WS-EXC-ENTRY OCCURS 500 TIMES.
        10 WS-EXC-FILE PIC X(60).
        10 WS-EXC-LINE PIC 9(8).
        10 WS-EXC-TEXT PIC X(60).
        10 WS-EXC-REASON PIC X(20).

01 WS-OTL-TABLE.
    05 WS-OTL-ENTRY OCCURS 500 TIMES.
                MOVE WS-ROW-OUTLIERS TO WS-ALL-OUTLIERS
                MOVE WS-ROW-MIN TO WS-ALL-MIN
                MOVE WS-ROW-MAX TO WS-ALL-MAX
                MOVE WS-ROW-REASONS TO WS-ALL-REASONS
                MOVE WS-ROW-HELD-COUNT TO WS-ALL-HELD-COUNT
                MOVE WS-ROW-HELD-TOTAL TO WS-ALL-HELD-TOTAL
                MOVE 'Y' TO WS-ALL-PRESENT
            WHEN WS-ROW-IS-ALL = 'Y'
                MOVE WS-ROW-SUBTOTAL TO WS-ALL-ADJ-TOTAL
                        TO WS-SRC-OUTLIERS(WS-FOUND-IDX)
                    MOVE WS-ROW-MIN TO WS-SRC-MIN(WS-FOUND-IDX)
                    MOVE WS-ROW-MAX TO WS-SRC-MAX(WS-FOUND-IDX)
                    MOVE WS-ROW-REASONS
                        TO WS-SRC-REASONS(WS-FOUND-IDX)
                    MOVE WS-ROW-HELD TO WS-SRC-HELD(WS-FOUND-IDX)
                END-IF
            WHEN OTHER
                PERFORM FIND-OR-ADD-SOURCE-PARA
        MOVE 'N' TO WS-SRC-ADJUSTED(WS-FOUND-IDX)
        MOVE 0 TO WS-SRC-ADJ-SUBTOTAL(WS-FOUND-IDX)
        MOVE 0 TO WS-SRC-CORRECTIONS(WS-FOUND-IDX)
        MOVE 'N' TO WS-SRC-HELD(WS-FOUND-IDX)
        INITIALIZE WS-SRC-REASONS(WS-FOUND-IDX)
    END-IF.

*> KEY=value scan shared by every input here; the scan stops at the
    MOVE 0 TO WS-ROW-OUTLIERS
    MOVE 0 TO WS-ROW-MIN
    MOVE 0 TO WS-ROW-MAX
    INITIALIZE WS-ROW-REASONS
    MOVE 0 TO WS-ROW-LINE-NO
    MOVE 0 TO WS-ROW-VALUE
    MOVE 'N' TO WS-ROW-IS-ALL
    MOVE SPACES TO WS-ROW-MODE
    MOVE 0 TO WS-ROW-RC
    MOVE 'N' TO WS-ROW-HAS-RC
    MOVE 'N' TO WS-ROW-HELD
    MOVE 0 TO WS-ROW-HELD-COUNT
    MOVE 0 TO WS-ROW-HELD-TOTAL
    MOVE 'N' TO WS-KEYS-DONE
    MOVE SPACES TO WS-TOKEN-TABLE
    UNSTRING WS-PARSE-LINE DELIMITED BY ALL ' '
            MOVE FUNCTION NUMVAL(WS-TOKEN-VALUE) TO WS-ROW-MIN
        WHEN 'MAX'
            MOVE FUNCTION NUMVAL(WS-TOKEN-VALUE) TO WS-ROW-MAX
        WHEN 'REASONS'
            MOVE SPACES TO WS-REASON-TEXT-WORK
            UNSTRING WS-TOKEN-VALUE DELIMITED BY '/'
                INTO WS-RSN-TEXT(1) WS-RSN-TEXT(2) WS-RSN-TEXT(3)
                    WS-RSN-TEXT(4) WS-RSN-TEXT(5)
            END-UNSTRING
            PERFORM VARYING WS-RSN-IDX FROM 1 BY 1 UNTIL WS-RSN-IDX > 5
                IF WS-RSN-TEXT(WS-RSN-IDX) NOT = SPACES
                    MOVE FUNCTION NUMVAL(WS-RSN-TEXT(WS-RSN-IDX))
                        TO WS-ROW-RSN(WS-RSN-IDX)
                END-IF
            END-PERFORM
        WHEN 'LINE'
            MOVE FUNCTION NUMVAL(WS-TOKEN-VALUE) TO WS-ROW-LINE-NO
        WHEN 'VALUE'
                MOVE WS-TOKEN-VALUE(1:2) TO WS-ROW-RC
                MOVE 'Y' TO WS-ROW-HAS-RC
            END-IF
        WHEN 'HELD'
            IF WS-TOKEN-VALUE = 'Y'
                MOVE 'Y' TO WS-ROW-HELD
            END-IF
        WHEN 'HELD-COUNT'
            MOVE FUNCTION NUMVAL(WS-TOKEN-VALUE) TO WS-ROW-HELD-COUNT
        WHEN 'HELD-TOTAL'
            MOVE FUNCTION NUMVAL(WS-TOKEN-VALUE) TO WS-ROW-HELD-TOTAL
        WHEN 'CALIBRATION'
            MOVE 'Y' TO WS-KEYS-DONE
        WHEN OTHER
                MOVE WS-ROW-SOURCE TO WS-EXC-FILE(WS-EXC-USED)
                MOVE WS-ROW-LINE-NO TO WS-EXC-LINE(WS-EXC-USED)
                MOVE WS-CALIB-TEXT TO WS-EXC-TEXT(WS-EXC-USED)
                *> REASON= is last on the line and its text has
                *> blanks in it, so it is split off whole.
                MOVE SPACES TO WS-CALIB-SCRAP
                MOVE SPACES TO WS-CALIB-REST
                UNSTRING WS-CALIB-TAIL DELIMITED BY 'REASON='
                    INTO WS-CALIB-SCRAP WS-CALIB-REST
                END-UNSTRING
                MOVE WS-CALIB-REST TO WS-EXC-REASON(WS-EXC-USED)
            END-IF
        END-IF
    END-IF.

*> Splits the line at the calibration quotes: the quoted text lands
*> in WS-CALIB-TEXT and whatever follows the closing quote (the
*> VALUE= and REASON= tokens of an outlier line, the REASON= of an
*> exception line) in WS-CALIB-TAIL.
EXTRACT-CALIBRATION-TEXT-PARA.
    MOVE SPACES TO WS-CALIB-TEXT
    MOVE SPACES TO WS-CALIB-SCRAP
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA
    IF WS-SRC-HELD(WS-SRC-IDX) = 'Y'
        MOVE '  HELD - FIGURES QUEUED, NOT RELEASED TO POSTING'
            TO WS-DETAIL-TEXT
        PERFORM WRITE-REPORT-LINE-PARA
    END-IF
    IF WS-SRC-ADJUSTED(WS-SRC-IDX) = 'Y'
        MOVE SPACES TO WS-DETAIL-TEXT
        STRING
        END-STRING
        PERFORM WRITE-REPORT-LINE-PARA
    END-IF
    MOVE WS-SRC-REASONS(WS-SRC-IDX) TO WS-SHOW-REASONS
    PERFORM WRITE-REASON-COUNTS-PARA
    *> A rejected trailer is listed with the lines although it is not
    *> counted in EXCEPTIONS, so look for the source's lines directly.
    MOVE 0 TO WS-EXC-FOUND
    PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
        UNTIL WS-EXC-IDX > WS-EXC-USED
        IF WS-EXC-FILE(WS-EXC-IDX) = WS-SRC-NAME(WS-SRC-IDX)
            ADD 1 TO WS-EXC-FOUND
        END-IF
    END-PERFORM
    IF WS-EXC-FOUND > 0
        PERFORM WRITE-SOURCE-EXCEPTIONS-PARA
    END-IF
    IF WS-SRC-OUTLIERS(WS-SRC-IDX) > 0
WRITE-SOURCE-EXCEPTIONS-PARA.
    MOVE SPACES TO WS-DETAIL-TEXT
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE '  EXCEPTION LINES (REJECTED)' TO WS-DETAIL-TEXT
    PERFORM WRITE-REPORT-LINE-PARA
    PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
        UNTIL WS-EXC-IDX > WS-EXC-USED
            MOVE SPACES TO WS-DETAIL-TEXT
            STRING
                '    LINE ' WS-EXC-LINE(WS-EXC-IDX)
                '  ' WS-EXC-REASON(WS-EXC-IDX)
                '  "' FUNCTION TRIM(WS-EXC-TEXT(WS-EXC-IDX)) '"'
                DELIMITED BY SIZE INTO WS-DETAIL-TEXT
            END-STRING
    MOVE 99 TO WS-LINE-COUNT
    MOVE 'REJECTED LINES FOR ACTION' TO WS-DETAIL-TEXT
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE WS-ALL-REASONS TO WS-SHOW-REASONS
    PERFORM WRITE-REASON-COUNTS-PARA
    IF WS-EXC-USED = 0
        MOVE '  NONE' TO WS-DETAIL-TEXT
        PERFORM WRITE-REPORT-LINE-PARA
            STRING
                '  FILE=' FUNCTION TRIM(WS-EXC-FILE(WS-EXC-IDX))
                ' LINE=' WS-EXC-LINE(WS-EXC-IDX)
                ' REASON=' FUNCTION TRIM(WS-EXC-REASON(WS-EXC-IDX))
                ' "' FUNCTION TRIM(WS-EXC-TEXT(WS-EXC-IDX)) '"'
                DELIMITED BY SIZE INTO WS-DETAIL-TEXT
            END-STRING
        END-IF
    END-IF.

*> One line of per-reason counts from WS-SHOW-REASONS, written only
*> when something was found; the counts include faults the source
*> is registered only to warn about.
WRITE-REASON-COUNTS-PARA.
    MOVE 'N' TO WS-RSN-ANY
    PERFORM VARYING WS-RSN-IDX FROM 1 BY 1 UNTIL WS-RSN-IDX > 5
        IF WS-SHOW-RSN(WS-RSN-IDX) > 0
            MOVE 'Y' TO WS-RSN-ANY
        END-IF
    END-PERFORM
    IF WS-RSN-ANY = 'Y'
        MOVE SPACES TO WS-DETAIL-TEXT
        STRING
            '  REASONS  NO DIGIT=' WS-SHOW-RSN(1)
            ' TOO LONG=' WS-SHOW-RSN(2)
            ' NON-PRINTABLE=' WS-SHOW-RSN(3)
            ' TRAILER=' WS-SHOW-RSN(4)
            ' BLANK=' WS-SHOW-RSN(5)
            DELIMITED BY SIZE INTO WS-DETAIL-TEXT
        END-STRING
        PERFORM WRITE-REPORT-LINE-PARA
    END-IF.

WRITE-GRAND-SECTION-PARA.
    PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
        UNTIL WS-SRC-IDX > WS-SRC-USED
        END-STRING
        PERFORM WRITE-REPORT-LINE-PARA
    END-IF
    IF WS-ALL-HELD-COUNT > 0
        IF WS-ALL-HELD-TOTAL > WS-ALL-TOTAL
            MOVE 0 TO WS-ALL-RELEASED-TOTAL
        ELSE
            COMPUTE WS-ALL-RELEASED-TOTAL =
                WS-ALL-TOTAL - WS-ALL-HELD-TOTAL
        END-IF
        MOVE SPACES TO WS-DETAIL-TEXT
        STRING
            '  HELD FROM POSTING: COUNT=' WS-ALL-HELD-COUNT
            ' TOTAL=' WS-ALL-HELD-TOTAL
            DELIMITED BY SIZE INTO WS-DETAIL-TEXT
        END-STRING
        PERFORM WRITE-REPORT-LINE-PARA
        MOVE SPACES TO WS-DETAIL-TEXT
        STRING
            '  RELEASED TO POSTING: TOTAL=' WS-ALL-RELEASED-TOTAL
            DELIMITED BY SIZE INTO WS-DETAIL-TEXT
        END-STRING
        PERFORM WRITE-REPORT-LINE-PARA
    END-IF
    MOVE SPACES TO WS-DETAIL-TEXT
    IF WS-SUM-SUBTOTALS = WS-ALL-TOTAL
        AND WS-SUM-COUNTS = WS-ALL-COUNT
