*>   AUDIT      the trail line count stamped with tonight's date
*>
*> The record counts must all tie to the SOURCE=ALL COUNT=, and the
*> INTFOUT subtotal sum must tie to the SOURCE=ALL TOTAL=. Figures
*> a HOLD= card kept out of INTFOUT (HELD-COUNT= / HELD-TOTAL= on
*> the SOURCE=ALL row) are shown as a reconciling item and added back
*> to the INTFOUT sums before they are footed. RECONRPT
*> carries every figure and its variance; any break alerts
*> operations and ends RC=16, so a restart that left one report long
*> is caught the same night instead of at month-end sign-off.
77 WS-ROW-TOTAL PIC 9(8).
77 WS-ROW-IS-ALL PIC A(1).
77 WS-ROW-ADJUSTED PIC A(1).
77 WS-ROW-HELD-COUNT PIC 9(8).
77 WS-ROW-HELD-TOTAL PIC 9(8).
77 WS-HELD-COUNT PIC 9(8) VALUE 0.
77 WS-HELD-TOTAL PIC 9(8) VALUE 0.
77 WS-GRAND-PRESENT PIC A(1) VALUE 'N'.
77 WS-GRAND-COUNT PIC 9(8) VALUE 0.
77 WS-GRAND-TOTAL PIC 9(8) VALUE 0.
            MOVE WS-ROW-RUNDATE TO WS-RUN-DATE
            MOVE WS-ROW-COUNT TO WS-GRAND-COUNT
            MOVE WS-ROW-TOTAL TO WS-GRAND-TOTAL
            MOVE WS-ROW-HELD-COUNT TO WS-HELD-COUNT
            MOVE WS-ROW-HELD-TOTAL TO WS-HELD-TOTAL
            MOVE 'Y' TO WS-GRAND-PRESENT
        END-IF
    END-IF.
    MOVE 0 TO WS-ROW-TOTAL
    MOVE 'N' TO WS-ROW-IS-ALL
    MOVE 'N' TO WS-ROW-ADJUSTED
    MOVE 0 TO WS-ROW-HELD-COUNT
    MOVE 0 TO WS-ROW-HELD-TOTAL
    MOVE SPACES TO WS-TOKEN-TABLE
    UNSTRING WS-PARSE-LINE DELIMITED BY ALL ' '
        INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
            IF WS-TOKEN-VALUE = 'Y'
                MOVE 'Y' TO WS-ROW-ADJUSTED
            END-IF
        WHEN 'HELD-COUNT'
            MOVE FUNCTION NUMVAL(WS-TOKEN-VALUE) TO WS-ROW-HELD-COUNT
        WHEN 'HELD-TOTAL'
            MOVE FUNCTION NUMVAL(WS-TOKEN-VALUE) TO WS-ROW-HELD-TOTAL
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    MOVE WS-GRAND-COUNT TO WS-FIGURE-VALUE
    MOVE WS-GRAND-COUNT TO WS-EXPECTED-VALUE
    PERFORM WRITE-FIGURE-LINE-PARA
    IF WS-HELD-COUNT > 0 OR WS-HELD-TOTAL > 0
        MOVE 'HELD FOR RELEASE COUNT' TO WS-FIGURE-LABEL
        MOVE WS-HELD-COUNT TO WS-FIGURE-VALUE
        PERFORM WRITE-RECONCILING-LINE-PARA
        MOVE 'INTFOUT DETAIL COUNTS PLUS HELD' TO WS-FIGURE-LABEL
        COMPUTE WS-FIGURE-VALUE = WS-INTF-COUNT-SUM + WS-HELD-COUNT
    ELSE
        MOVE 'INTFOUT SUM OF DETAIL COUNTS' TO WS-FIGURE-LABEL
        MOVE WS-INTF-COUNT-SUM TO WS-FIGURE-VALUE
    END-IF
    PERFORM WRITE-FIGURE-LINE-PARA
    MOVE 'DETAIL REPORT LINES' TO WS-FIGURE-LABEL
    MOVE WS-DETAIL-LINES TO WS-FIGURE-VALUE
    MOVE WS-GRAND-TOTAL TO WS-FIGURE-VALUE
    MOVE WS-GRAND-TOTAL TO WS-EXPECTED-VALUE
    PERFORM WRITE-FIGURE-LINE-PARA
    IF WS-HELD-COUNT > 0 OR WS-HELD-TOTAL > 0
        MOVE 'HELD FOR RELEASE TOTAL' TO WS-FIGURE-LABEL
        MOVE WS-HELD-TOTAL TO WS-FIGURE-VALUE
        PERFORM WRITE-RECONCILING-LINE-PARA
        MOVE 'INTFOUT DETAIL SUBTOTALS PLUS HELD' TO WS-FIGURE-LABEL
        COMPUTE WS-FIGURE-VALUE =
            WS-INTF-SUBTOTAL-SUM + WS-HELD-TOTAL
    ELSE
        MOVE 'INTFOUT SUM OF DETAIL SUBTOTALS' TO WS-FIGURE-LABEL
        MOVE WS-INTF-SUBTOTAL-SUM TO WS-FIGURE-VALUE
    END-IF
    PERFORM WRITE-FIGURE-LINE-PARA
    MOVE SPACES TO RPT-LINE
    IF WS-RECON-OK = 'Y'
    END-STRING
    WRITE RPT-LINE.

*> A reconciling item is listed for the audit trail but not footed:
*> the figure after it carries it.
WRITE-RECONCILING-LINE-PARA.
    MOVE SPACES TO RPT-LINE
    STRING
        'RECONCILING=' FUNCTION TRIM(WS-FIGURE-LABEL)
        ' VALUE=' WS-FIGURE-VALUE
        DELIMITED BY SIZE INTO RPT-LINE
    END-STRING
    WRITE RPT-LINE.

NOTIFY-OPERATIONS-PARA.
    DISPLAY 'OPERATIONS ALERT: ' WS-ALERT-TEXT UPON CONSOLE
    OPEN EXTEND DAY1NOTIFY
