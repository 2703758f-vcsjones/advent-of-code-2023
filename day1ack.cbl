*> the latest line wins, matching how the night's final interface
*> supersedes the earlier one (and receipts likewise).
*>
*> Figures a HOLD= card kept back are released later by DAY1RLSE as a
*> supplemental interface for the same run date. Its register line
*> adds KIND=HELD and REF=<interface header timestamp>, and the
*> posting job echoes both on its receipt. A release is therefore
*> keyed by run date, kind and reference: each held release is
*> matched on its own and never supersedes the night's interface,
*> whose kind and reference are blank. A reversal from DAY1REVS is
*> registered and receipted the same way with KIND=REVS.
*>
*> ACKPARM (optional): MAX-AGE-DAYS=n (0-99, default 1).

ENVIRONMENT DIVISION.
77 WS-ROW-COUNT PIC 9(8).
77 WS-ROW-HASH PIC 9(10).
77 WS-ROW-STAMP PIC X(14).
77 WS-ROW-KIND PIC X(4).
77 WS-ROW-REF PIC X(14).
77 WS-COPY-LINE PIC X(200).
77 WS-REL-IDX PIC 9(3) COMP.
77 WS-REL-USED PIC 9(3) COMP VALUE 0.
77 WS-RCPT-IDX PIC 9(3) COMP.
        10 WS-REL-COUNT PIC 9(8).
        10 WS-REL-HASH PIC 9(10).
        10 WS-REL-STAMP PIC X(14).
        10 WS-REL-KIND PIC X(4).
        10 WS-REL-REF PIC X(14).

01 WS-RECEIPT-TABLE.
    05 WS-RCPT-ENTRY OCCURS 200 TIMES.
        10 WS-RCPT-COUNT PIC 9(8).
        10 WS-RCPT-HASH PIC 9(10).
        10 WS-RCPT-STAMP PIC X(14).
        10 WS-RCPT-KIND PIC X(4).
        10 WS-RCPT-REF PIC X(14).

PROCEDURE DIVISION.
MAIN-PARA.
                    MOVE WS-REL-USED TO WS-FOUND-IDX
                    MOVE WS-ROW-RUNDATE
                        TO WS-REL-RUNDATE(WS-FOUND-IDX)
                    MOVE WS-ROW-KIND TO WS-REL-KIND(WS-FOUND-IDX)
                    MOVE WS-ROW-REF TO WS-REL-REF(WS-FOUND-IDX)
                ELSE
                    PERFORM REPORT-TABLE-OVERFLOW-PARA
                END-IF
    PERFORM VARYING WS-REL-IDX FROM 1 BY 1
        UNTIL WS-REL-IDX > WS-REL-USED OR WS-FOUND-IDX > 0
        IF WS-REL-RUNDATE(WS-REL-IDX) = WS-ROW-RUNDATE
            AND WS-REL-KIND(WS-REL-IDX) = WS-ROW-KIND
            AND WS-REL-REF(WS-REL-IDX) = WS-ROW-REF
            MOVE WS-REL-IDX TO WS-FOUND-IDX
        END-IF
    END-PERFORM.
                    MOVE WS-RCPT-USED TO WS-FOUND-IDX
                    MOVE WS-ROW-RUNDATE
                        TO WS-RCPT-RUNDATE(WS-FOUND-IDX)
                    MOVE WS-ROW-KIND TO WS-RCPT-KIND(WS-FOUND-IDX)
                    MOVE WS-ROW-REF TO WS-RCPT-REF(WS-FOUND-IDX)
                ELSE
                    PERFORM REPORT-TABLE-OVERFLOW-PARA
                END-IF
    PERFORM VARYING WS-RCPT-IDX FROM 1 BY 1
        UNTIL WS-RCPT-IDX > WS-RCPT-USED OR WS-FOUND-IDX > 0
        IF WS-RCPT-RUNDATE(WS-RCPT-IDX) = WS-ROW-RUNDATE
            AND WS-RCPT-KIND(WS-RCPT-IDX) = WS-ROW-KIND
            AND WS-RCPT-REF(WS-RCPT-IDX) = WS-ROW-REF
            MOVE WS-RCPT-IDX TO WS-FOUND-IDX
        END-IF
    END-PERFORM.
    MOVE 0 TO WS-ROW-COUNT
    MOVE 0 TO WS-ROW-HASH
    MOVE SPACES TO WS-ROW-STAMP
    MOVE SPACES TO WS-ROW-KIND
    MOVE SPACES TO WS-ROW-REF
    MOVE SPACES TO WS-TOKEN-TABLE
    UNSTRING WS-PARSE-LINE DELIMITED BY ALL ' '
        INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
            MOVE WS-TOKEN-VALUE(1:14) TO WS-ROW-STAMP
        WHEN 'POSTED'
            MOVE WS-TOKEN-VALUE(1:14) TO WS-ROW-STAMP
        WHEN 'KIND'
            MOVE WS-TOKEN-VALUE(1:4) TO WS-ROW-KIND
        WHEN 'REF'
            MOVE WS-TOKEN-VALUE(1:14) TO WS-ROW-REF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

RECONCILE-ONE-RELEASE-PARA.
    MOVE WS-REL-RUNDATE(WS-REL-IDX) TO WS-ROW-RUNDATE
    MOVE WS-REL-KIND(WS-REL-IDX) TO WS-ROW-KIND
    MOVE WS-REL-REF(WS-REL-IDX) TO WS-ROW-REF
    PERFORM FIND-RECEIPT-PARA
    EVALUATE TRUE
        WHEN WS-FOUND-IDX = 0
            ' STATUS=UNACKNOWLEDGED'
            DELIMITED BY SIZE INTO RPT-LINE
        END-STRING
        PERFORM WRITE-ACK-LINE-PARA
        MOVE SPACES TO WS-ALERT-TEXT
        STRING 'DAY1ACK WARNING: INTERFACE RELEASE '
            DELIMITED BY SIZE
            ' STATUS=PENDING'
            DELIMITED BY SIZE INTO RPT-LINE
        END-STRING
        PERFORM WRITE-ACK-LINE-PARA
    END-IF.

REPORT-MISMATCH-PARA.
        ' STATUS=MISMATCH'
        DELIMITED BY SIZE INTO RPT-LINE
    END-STRING
    PERFORM WRITE-ACK-LINE-PARA
    MOVE SPACES TO WS-ALERT-TEXT
    STRING 'DAY1ACK ABEND: POSTING RECEIPT FOR ' DELIMITED BY SIZE
        WS-REL-RUNDATE(WS-REL-IDX) DELIMITED BY SIZE
        ' STATUS=POSTED'
        DELIMITED BY SIZE INTO RPT-LINE
    END-STRING
    PERFORM WRITE-ACK-LINE-PARA.

*> A held-figures release is told apart from the night's interface
*> by its kind and reference, carried on the end of its line.
WRITE-ACK-LINE-PARA.
    IF WS-REL-KIND(WS-REL-IDX) NOT = SPACES
        MOVE SPACES TO WS-COPY-LINE
        STRING
            FUNCTION TRIM(RPT-LINE TRAILING)
            ' KIND=' WS-REL-KIND(WS-REL-IDX)
            ' REF=' WS-REL-REF(WS-REL-IDX)
            DELIMITED BY SIZE INTO WS-COPY-LINE
        END-STRING
        MOVE WS-COPY-LINE TO RPT-LINE
    END-IF
    WRITE RPT-LINE.

NOTIFY-OPERATIONS-PARA.
