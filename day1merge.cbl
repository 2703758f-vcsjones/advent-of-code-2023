    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-INTFREL-STATUS.

    *> Release detail register (see day1.cbl): one line per source
    *> the merged interface releases.
    SELECT DAY1INTFRELD ASSIGN TO "INTFRELD"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-INTFRELD-STATUS.

    SELECT DAY1NOTIFY ASSIGN TO "NOTIFY"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-NOTIFY-STATUS.
FD DAY1INTFREL.
    01 INTFREL-LINE PIC X(100).

FD DAY1INTFRELD.
    01 INTFRELD-LINE PIC X(200).

FD DAY1NOTIFY.
    01 NOTIFY-LINE PIC X(200).

WORKING-STORAGE SECTION.
77 WS-PARM-STATUS PIC XX.
77 WS-INTFREL-STATUS PIC XX.
77 WS-INTFRELD-STATUS PIC XX.
77 WS-RELEASE-STAMP PIC X(14).
77 WS-RUNLOG-STATUS PIC XX.
77 WS-PASS-START-STAMP PIC X(14).
77 WS-PASS-START-SECS PIC 9(8).
77 WS-ROW-IS-ALL PIC A(1).
77 WS-ROW-EXCEPTS PIC 9(8).
77 WS-ROW-OUTLIERS PIC 9(8).
77 WS-ROW-HELD-COUNT PIC 9(8).
77 WS-ROW-HELD-TOTAL PIC 9(8).
77 WS-SUM-HELD-COUNT PIC 9(8) VALUE 0.
77 WS-SUM-HELD-TOTAL PIC 9(8) VALUE 0.
77 WS-SUM-EXCEPTS PIC 9(10) VALUE 0.
77 WS-SUM-OUTLIERS PIC 9(10) VALUE 0.
77 WS-SUM-SUBTOTALS PIC 9(10) VALUE 0.
01 WS-TOKEN-TABLE.
    05 WS-TOKEN PIC X(80) OCCURS 12 TIMES.

*> Per-reason rejection counts (see WS-REASON-TABLE in day1.cbl):
*> NODIGIT/LONG/BINARY/TRAILER/BLANK, in that order, as carried by
*> the TOTALOUT REASONS= token and the STATS SUMMARY line.
77 WS-RSN-IDX PIC 9(1).
01 WS-ROW-REASONS.
    05 WS-ROW-RSN PIC 9(6) OCCURS 5 TIMES.
01 WS-SUM-REASONS.
    05 WS-SUM-RSN PIC 9(8) OCCURS 5 TIMES.
01 WS-SUMMARY-REASONS.
    05 WS-SUMMARY-RSN PIC 9(8) OCCURS 5 TIMES.
01 WS-REASON-TEXT-WORK.
    05 WS-RSN-TEXT PIC X(8) OCCURS 5 TIMES.
*> REASONS=n/n/n/n/n, each count without leading zeros, as DAY1
*> writes it.
77 WS-REASONS-EDIT PIC X(34).
77 WS-RE-COUNT-EDIT PIC Z(5)9.
77 WS-RE-PTR PIC 9(3) COMP.

01 WS-INTF-HEADER.
    05 FILLER PIC X(1) VALUE 'H'.
    05 INTF-HDR-RUN-DATE PIC X(8).
    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-PASS-START-SECS.
    MOVE 0 TO WS-GRAND-TOTAL.
    MOVE 0 TO WS-GRAND-COUNT.
    INITIALIZE WS-SUM-REASONS.
    INITIALIZE WS-SUMMARY-REASONS.
    PERFORM READ-PARM-PARA.
    IF WS-PARM-OK = 'Y'
        PERFORM MERGE-REPORT-SLICES-PARA
    END-IF.

*> Partition summaries look like 'SUMMARY MIN=12 MAX=99' or
*> 'SUMMARY MIN=NONE MAX=NONE (NO VALID RECORDS)', each followed by
*> the partition's per-reason counts (NODIGIT= LONG= BINARY=
*> TRAILER= BLANK=), which are summed across partitions.
ABSORB-SUMMARY-LINE-PARA.
    MOVE SPACES TO WS-TOKEN-TABLE
    UNSTRING WS-PARSE-LINE DELIMITED BY ALL ' '
        INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
            WS-TOKEN(5) WS-TOKEN(6) WS-TOKEN(7) WS-TOKEN(8)
            WS-TOKEN(9) WS-TOKEN(10) WS-TOKEN(11) WS-TOKEN(12)
    END-UNSTRING
    PERFORM VARYING WS-TOKEN-IDX FROM 1 BY 1
        UNTIL WS-TOKEN-IDX > 12
        MOVE SPACES TO WS-TOKEN-KEY
        MOVE SPACES TO WS-TOKEN-VALUE
        UNSTRING WS-TOKEN(WS-TOKEN-IDX) DELIMITED BY '='
            INTO WS-TOKEN-KEY WS-TOKEN-VALUE
        END-UNSTRING
        EVALUATE FUNCTION TRIM(WS-TOKEN-KEY)
            WHEN 'NODIGIT'
                ADD FUNCTION NUMVAL(WS-TOKEN-VALUE) TO WS-SUMMARY-RSN(1)
            WHEN 'LONG'
                ADD FUNCTION NUMVAL(WS-TOKEN-VALUE) TO WS-SUMMARY-RSN(2)
            WHEN 'BINARY'
                ADD FUNCTION NUMVAL(WS-TOKEN-VALUE) TO WS-SUMMARY-RSN(3)
            WHEN 'TRAILER'
                ADD FUNCTION NUMVAL(WS-TOKEN-VALUE) TO WS-SUMMARY-RSN(4)
            WHEN 'BLANK'
                ADD FUNCTION NUMVAL(WS-TOKEN-VALUE) TO WS-SUMMARY-RSN(5)
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-PERFORM
    IF WS-PARSE-LINE(13:4) = 'NONE'
        CONTINUE
    ELSE
    MOVE SPACES TO WS-PARSE-LINE
    IF WS-VALUES-SEEN = 'Y'
        STRING 'SUMMARY MIN=' WS-MIN-VALUE ' MAX=' WS-MAX-VALUE
            ' NODIGIT=' WS-SUMMARY-RSN(1)
            ' LONG=' WS-SUMMARY-RSN(2)
            ' BINARY=' WS-SUMMARY-RSN(3)
            ' TRAILER=' WS-SUMMARY-RSN(4)
            ' BLANK=' WS-SUMMARY-RSN(5)
            DELIMITED BY SIZE INTO WS-PARSE-LINE
        END-STRING
    ELSE
        STRING 'SUMMARY MIN=NONE MAX=NONE (NO VALID RECORDS)'
            ' NODIGIT=' WS-SUMMARY-RSN(1)
            ' LONG=' WS-SUMMARY-RSN(2)
            ' BINARY=' WS-SUMMARY-RSN(3)
            ' TRAILER=' WS-SUMMARY-RSN(4)
            ' BLANK=' WS-SUMMARY-RSN(5)
            DELIMITED BY SIZE INTO WS-PARSE-LINE
        END-STRING
    END-IF
    WRITE MERGE-OUT-LINE FROM WS-PARSE-LINE
    CLOSE MERGEOUT.

*> Per-source lines are copied through; the partition SOURCE=ALL
*> lines are absorbed instead, and the merged grand total is only
*> released once the two sums reconcile. Figures a partition held
*> back from posting (HOLD= cards) are summed from the partition
*> HELD-COUNT= / HELD-TOTAL= onto the merged grand total; their
*> detail is already in HELDQ, never in the interface slices.
MERGE-TOTALOUT-PARA.
    IF WS-MERGE-OK = 'Y'
        MOVE 'TOTALOUT' TO WS-MERGED-DSNAME
        IF WS-ROW-IS-ALL = 'Y'
            ADD WS-ROW-SUBTOTAL TO WS-SUM-PART-TOTALS
            ADD WS-ROW-COUNT TO WS-SUM-PART-COUNTS
            ADD WS-ROW-HELD-COUNT TO WS-SUM-HELD-COUNT
            ADD WS-ROW-HELD-TOTAL TO WS-SUM-HELD-TOTAL
        ELSE
            ADD WS-ROW-SUBTOTAL TO WS-SUM-SUBTOTALS
            ADD WS-ROW-COUNT TO WS-SUM-COUNTS
            ADD WS-ROW-EXCEPTS TO WS-SUM-EXCEPTS
            ADD WS-ROW-OUTLIERS TO WS-SUM-OUTLIERS
            PERFORM VARYING WS-RSN-IDX FROM 1 BY 1 UNTIL WS-RSN-IDX > 5
                ADD WS-ROW-RSN(WS-RSN-IDX) TO WS-SUM-RSN(WS-RSN-IDX)
            END-PERFORM
            WRITE MERGE-OUT-LINE FROM WS-PARSE-LINE
        END-IF
    END-IF.
    MOVE 0 TO WS-ROW-SUBTOTAL
    MOVE 0 TO WS-ROW-EXCEPTS
    MOVE 0 TO WS-ROW-OUTLIERS
    MOVE 0 TO WS-ROW-HELD-COUNT
    MOVE 0 TO WS-ROW-HELD-TOTAL
    INITIALIZE WS-ROW-REASONS
    MOVE 'N' TO WS-ROW-IS-ALL
    MOVE SPACES TO WS-TOKEN-TABLE
    UNSTRING WS-PARSE-LINE DELIMITED BY ALL ' '
            MOVE FUNCTION NUMVAL(WS-TOKEN-VALUE) TO WS-ROW-EXCEPTS
        WHEN 'OUTLIERS'
            MOVE FUNCTION NUMVAL(WS-TOKEN-VALUE) TO WS-ROW-OUTLIERS
        WHEN 'HELD-COUNT'
            MOVE FUNCTION NUMVAL(WS-TOKEN-VALUE) TO WS-ROW-HELD-COUNT
        WHEN 'HELD-TOTAL'
            MOVE FUNCTION NUMVAL(WS-TOKEN-VALUE) TO WS-ROW-HELD-TOTAL
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
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
        END-IF
        MOVE WS-SUM-EXCEPTS TO WS-ROW-EXCEPTS
        MOVE WS-SUM-OUTLIERS TO WS-ROW-OUTLIERS
        MOVE SPACES TO WS-REASONS-EDIT
        MOVE 1 TO WS-RE-PTR
        PERFORM VARYING WS-RSN-IDX FROM 1 BY 1 UNTIL WS-RSN-IDX > 5
            IF WS-SUM-RSN(WS-RSN-IDX) > 999999
                MOVE 999999 TO WS-RE-COUNT-EDIT
            ELSE
                MOVE WS-SUM-RSN(WS-RSN-IDX) TO WS-RE-COUNT-EDIT
            END-IF
            IF WS-RSN-IDX > 1
                STRING '/' DELIMITED BY SIZE
                    INTO WS-REASONS-EDIT WITH POINTER WS-RE-PTR
                END-STRING
            END-IF
            STRING FUNCTION TRIM(WS-RE-COUNT-EDIT) DELIMITED BY SIZE
                INTO WS-REASONS-EDIT WITH POINTER WS-RE-PTR
            END-STRING
        END-PERFORM
        MOVE SPACES TO WS-PARSE-LINE
        STRING
            'RUNDATE=' WS-RUN-DATE
            ' OUTLIERS=' WS-ROW-OUTLIERS
            ' MIN=' WS-MIN-VALUE
            ' MAX=' WS-MAX-VALUE
            ' REASONS=' FUNCTION TRIM(WS-REASONS-EDIT)
            ' HELD-COUNT=' WS-SUM-HELD-COUNT
            ' HELD-TOTAL=' WS-SUM-HELD-TOTAL
            DELIMITED BY SIZE INTO WS-PARSE-LINE
        END-STRING
        WRITE MERGE-OUT-LINE FROM WS-PARSE-LINE
        OPEN OUTPUT DAY1INTFREL
    END-IF
    IF WS-INTFREL-STATUS = '00'
        MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RELEASE-STAMP
        MOVE SPACES TO INTFREL-LINE
        STRING
            'RUNDATE=' WS-RUN-DATE
            ' COUNT=' WS-INTF-DETAIL-COUNT
            ' HASH=' WS-INTF-HASH-TOTAL
            ' RELEASED=' WS-RELEASE-STAMP
            DELIMITED BY SIZE INTO INTFREL-LINE
        END-STRING
        WRITE INTFREL-LINE
        CLOSE DAY1INTFREL
        PERFORM RECORD-RELEASE-DETAIL-PARA
    END-IF.

*> One register line per detail record of the merged interface, under
*> the stamp just registered, read back from the closed INTFOUT.
RECORD-RELEASE-DETAIL-PARA.
    MOVE 'INTFOUT' TO WS-SLICE-DSNAME
    OPEN INPUT MERGEIN
    IF WS-IN-STATUS = '00'
        OPEN EXTEND DAY1INTFRELD
        IF WS-INTFRELD-STATUS NOT = '00'
            OPEN OUTPUT DAY1INTFRELD
        END-IF
    END-IF
    IF WS-IN-STATUS NOT = '00' OR WS-INTFRELD-STATUS NOT = '00'
        MOVE SPACES TO WS-ALERT-TEXT
        IF WS-IN-STATUS NOT = '00'
            STRING 'DAY1MERGE WARNING: RELEASE ' DELIMITED BY SIZE
                WS-RELEASE-STAMP DELIMITED BY SIZE
                ' DETAIL NOT REGISTERED IN INTFRELD - INTFOUT NOT READ,'
                DELIMITED BY SIZE
                ' FILE STATUS=' DELIMITED BY SIZE
                WS-IN-STATUS DELIMITED BY SIZE INTO WS-ALERT-TEXT
        ELSE
            STRING 'DAY1MERGE WARNING: RELEASE ' DELIMITED BY SIZE
                WS-RELEASE-STAMP DELIMITED BY SIZE
                ' DETAIL NOT REGISTERED IN INTFRELD - INTFRELD NOT'
                DELIMITED BY SIZE
                ' OPENED, FILE STATUS=' DELIMITED BY SIZE
                WS-INTFRELD-STATUS DELIMITED BY SIZE INTO WS-ALERT-TEXT
        END-IF
        MOVE 8 TO WS-ALERT-SEVERITY
        MOVE 'MRGEIRLD' TO WS-ALERT-ID
        PERFORM NOTIFY-OPERATIONS-PARA
        IF 8 > RETURN-CODE
            MOVE 8 TO RETURN-CODE
        END-IF
        IF WS-IN-STATUS = '00'
            CLOSE MERGEIN
        END-IF
    ELSE
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ MERGEIN INTO WS-PARSE-LINE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF WS-PARSE-LINE(1:1) = 'D'
                        MOVE SPACES TO INTFRELD-LINE
                        STRING
                            'RUNDATE=' WS-RUN-DATE
                            ' RELEASED=' WS-RELEASE-STAMP
                            ' SOURCE=' FUNCTION TRIM(WS-PARSE-LINE(2:60))
                            ' COUNT=' WS-PARSE-LINE(62:8)
                            ' SUBTOTAL=' WS-PARSE-LINE(70:8)
                            DELIMITED BY SIZE INTO INTFRELD-LINE
                        END-STRING
                        WRITE INTFRELD-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DAY1INTFRELD
        CLOSE MERGEIN
    END-IF.

COPY-ONE-INTERFACE-PARA.
