        05 TH-MIN-VALUE PIC 9(2).
        05 FILLER PIC X(1).
        05 TH-MAX-VALUE PIC 9(2).
        05 FILLER PIC X(1).
        *> REVERSED on a row DAY1REVS appends when it reverses a
        *> source's posted figures for the run date; blank otherwise.
        05 TH-ROW-KIND PIC X(8).
            88 TH-ROW-REVERSED VALUE 'REVERSED'.

FD TRENDRPT.
    01 RPT-LINE PIC X(200).
77 WS-RUN-USED PIC 9(3) COMP VALUE 0.
77 WS-RING-IDX PIC 9(2) COMP.
77 WS-FOUND-IDX PIC 9(3) COMP.
77 WS-RING-FOUND PIC 9(2) COMP.
77 WS-SUM-COUNT PIC 9(10).
77 WS-SUM-SUBTOTAL PIC 9(10).
77 WS-AVG-COUNT PIC 9(8).

*> Trailing history per SOURCE=, most recent last. The ring holds the
*> last WS-HISTORY-DEPTH prior-run figures; inserting into a full ring
*> shifts the oldest entry off the front. Each run date holds one
*> slot: a later row for a date already in the ring (a DAY1CORR
*> adjustment, or the ALL row DAY1REVS restates) replaces it, and a
*> REVERSED row takes the date out of the ring altogether.
01 WS-SOURCE-TABLE.
    05 WS-SRC-ENTRY OCCURS 200 TIMES.
        10 WS-SRC-NAME PIC X(60).
        10 WS-SRC-HIST-USED PIC 9(2) COMP.
        10 WS-SRC-RING OCCURS 10 TIMES.
            15 WS-SRC-H-DATE PIC X(8).
            15 WS-SRC-H-COUNT PIC 9(8).
            15 WS-SRC-H-SUBTOTAL PIC 9(8).

    MOVE TH-SOURCE TO WS-LOOKUP-SOURCE
    PERFORM FIND-SOURCE-PARA
    IF WS-FOUND-IDX > 0
        MOVE 0 TO WS-RING-FOUND
        PERFORM VARYING WS-RING-IDX FROM 1 BY 1
            UNTIL WS-RING-IDX > WS-SRC-HIST-USED(WS-FOUND-IDX)
                OR WS-RING-FOUND > 0
            IF WS-SRC-H-DATE(WS-FOUND-IDX, WS-RING-IDX) = TH-RUN-DATE
                MOVE WS-RING-IDX TO WS-RING-FOUND
            END-IF
        END-PERFORM
        EVALUATE TRUE
            WHEN TH-ROW-REVERSED
                IF WS-RING-FOUND > 0
                    PERFORM DROP-RING-SLOT-PARA
                END-IF
            WHEN WS-RING-FOUND > 0
                MOVE WS-RING-FOUND TO WS-RING-IDX
                PERFORM FILL-RING-SLOT-PARA
            WHEN OTHER
                IF WS-SRC-HIST-USED(WS-FOUND-IDX) < WS-HISTORY-DEPTH
                    ADD 1 TO WS-SRC-HIST-USED(WS-FOUND-IDX)
                ELSE
                    PERFORM VARYING WS-RING-IDX FROM 1 BY 1
                        UNTIL WS-RING-IDX
                            >= WS-SRC-HIST-USED(WS-FOUND-IDX)
                        MOVE WS-SRC-RING(WS-FOUND-IDX, WS-RING-IDX + 1)
                            TO WS-SRC-RING(WS-FOUND-IDX, WS-RING-IDX)
                    END-PERFORM
                END-IF
                MOVE WS-SRC-HIST-USED(WS-FOUND-IDX) TO WS-RING-IDX
                PERFORM FILL-RING-SLOT-PARA
        END-EVALUATE
    END-IF.

FILL-RING-SLOT-PARA.
    MOVE TH-RUN-DATE TO WS-SRC-H-DATE(WS-FOUND-IDX, WS-RING-IDX)
    MOVE TH-RECORD-COUNT
        TO WS-SRC-H-COUNT(WS-FOUND-IDX, WS-RING-IDX)
    MOVE TH-SUBTOTAL
        TO WS-SRC-H-SUBTOTAL(WS-FOUND-IDX, WS-RING-IDX).

*> Close the gap the reversed date leaves, keeping the ring in run
*> order.
DROP-RING-SLOT-PARA.
    PERFORM VARYING WS-RING-IDX FROM WS-RING-FOUND BY 1
        UNTIL WS-RING-IDX >= WS-SRC-HIST-USED(WS-FOUND-IDX)
        MOVE WS-SRC-RING(WS-FOUND-IDX, WS-RING-IDX + 1)
            TO WS-SRC-RING(WS-FOUND-IDX, WS-RING-IDX)
    END-PERFORM
    SUBTRACT 1 FROM WS-SRC-HIST-USED(WS-FOUND-IDX).

FIND-SOURCE-PARA.
    MOVE 0 TO WS-FOUND-IDX
    PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
