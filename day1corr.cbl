IDENTIFICATION DIVISION. *> Compile with cobc -std=ibm --free -x day1corr.cbl
PROGRAM-ID. DAY1CORR.

*> Correction cycle for calibration lines DAY1 rejected (REASON=NO
*> DIGIT FOUND, RECORD TOO LONG, NON-PRINTABLE DATA or BLANK LINE).
*> A rejected trailer is not a calibration line and is not
*> correctable here; it is written off in DAY1EXCL. Corrections are
*> keyed into CORRECTIONS as FILE= / LINE= / VALUE= cards carrying
*> the same FILE= and LINE= the exception line carries plus the
*> corrected two-digit value. Each card is validated against the
*> original EXCEPTION and AUDIT entries before it is applied;
*> accepted corrections post an adjusted subtotal per source and an
*> adjusted grand total to TOTALOUT, and CORRRPT carries the
*> before-and-after reconciliation (original total, corrections
*> applied, adjusted total) accounting needs before it will take a
*> manually adjusted figure. A line on a night DAY1REVS reversed is
*> refused (NIGHT REVERSED): correct the redelivery instead.
*>
*> Accepted corrections then flow downstream instead of stopping at
*> TOTALOUT: the matching MASTER record gets the corrected value and
*> and hash trailer, verified by DAY1POST, so the ledger adjustment
*> posts through the same controlled channel as the original
*> figures instead of being keyed by hand.
*>
*> The open-exceptions ledger EXCLEDGR (maintained nightly by
*> DAY1EXCL) ties the cycle off. An open correctable item in the
*> ledger for the corrected run's date vouches for a card just as
*> the EXCEPTION line does, so a line rejected on an earlier night
*> stays correctable after EXCEPTION has been rewritten; and every
*> accepted correction closes its ledger item as CORRECTED with the
*> booked value. The ledger is optional -- absent, both steps are
*> skipped.
*>
*> Every card also names who keyed it and who approved it:
*>     FILE=PROD.DAY1.INPUT LINE=00004821 VALUE=42 OPERATOR=JSMITH
*>         APPROVER=ADOE
*> both checked against the authorized-operators deck OPERAUTH
*> (CORRECTION= role). A card with no operator, an operator without
*> the ENTER role, an approver without the APPROVE role, or the same
*> ID in both is rejected with a CORRAUTH alert. APPROVER= is
*> required for a corrected value above CORRPARM APPROVAL-ABOVE=nn
*> (default 00, so every correction). Each card, accepted or
*> rejected, is written to the retained override log OVRDLOG.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CPARM-STATUS.

    *> Authorized operators and the retained override log (see
    *> LOAD-OPERATORS-PARA and WRITE-OVERRIDE-LOG-PARA).
    SELECT OPERAUTH ASSIGN TO "OPERAUTH"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-OPER-STATUS.

    SELECT OVRDLOG ASSIGN TO "OVRDLOG"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-OVRDLOG-STATUS.

    SELECT DAY1OUT ASSIGN TO "TOTALOUT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-OUT-STATUS.
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-ADJ-STATUS.

    *> The open-exceptions ledger and its rewrite copy.
    SELECT EXCLEDGR ASSIGN DYNAMIC WS-LEDGER-DSNAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-LEDGER-STATUS.

    SELECT EXCLEDGRTMP ASSIGN DYNAMIC WS-LEDGERTMP-DSNAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-LEDGERTMP-STATUS.

    SELECT DAY1NOTIFY ASSIGN TO "NOTIFY"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-NOTIFY-STATUS.
FD CORRPARM.
    01 CPARM-REC PIC X(80).

FD OPERAUTH.
    01 OPER-REC PIC X(80).

FD OVRDLOG.
    01 OVRDLOG-REC PIC X(200).

FD DAY1OUT.
    01 OUT-LINE PIC X(200).

FD ADJINTF.
    01 ADJ-REC PIC X(100).

FD EXCLEDGR.
    01 LEDGER-LINE PIC X(200).

FD EXCLEDGRTMP.
    01 LEDGERTMP-LINE PIC X(200).

FD DAY1NOTIFY.
    01 NOTIFY-LINE PIC X(200).

77 WS-ADJ-MIN PIC 9(2).
77 WS-ADJ-MAX PIC 9(2).
77 WS-ADJ-EXCEPTS PIC 9(8).
77 WS-LEDGER-STATUS PIC XX.
77 WS-LEDGERTMP-STATUS PIC XX.
77 WS-LEDGER-DSNAME PIC X(24) VALUE 'EXCLEDGR'.
77 WS-LEDGERTMP-DSNAME PIC X(24) VALUE 'EXCLEDGR.TMP'.
77 WS-RENAME-OLD PIC X(30).
77 WS-RENAME-NEW PIC X(30).
77 WS-RENAME-RESULT PIC 9(9) COMP-5.
77 WS-LEDGER-CLOSED PIC 9(3) VALUE 0.
77 WS-LEDGER-DONE PIC A(1).
77 WS-PARSE-OPERATOR PIC X(8).
77 WS-PARSE-APPROVER PIC X(8).
77 WS-APPROVAL-ABOVE PIC 9(2) VALUE 0.
77 WS-APPROVER-DISP PIC X(8).
77 WS-OPER-STATUS PIC XX.
77 WS-OVRDLOG-STATUS PIC XX.
77 WS-OPER-LINE PIC X(80).
77 WS-OPER-EOF PIC A(1).
77 WS-OPER-CARD-OK PIC A(1).
77 WS-OPER-WORK-ID PIC X(8).
77 WS-OPER-WORK-ROLE PIC X(7).
77 WS-OPERATORS-LOADED PIC A(1) VALUE 'N'.
77 WS-OP-IDX PIC 9(3) COMP.
77 WS-OP-USED PIC 9(3) COMP VALUE 0.
77 WS-OVRD-TYPE PIC X(10) VALUE 'CORRECTION'.
77 WS-OVRD-OPERATOR PIC X(8).
77 WS-OVRD-APPROVER PIC X(8).
77 WS-OVRD-NEEDS-APPROVAL PIC A(1).
77 WS-OVRD-REASON PIC X(30).
77 WS-OVRD-RESULT PIC X(8).
77 WS-OVRD-DETAIL PIC X(100).
77 WS-OVRD-ENTER-ROLE PIC X(7).
    88 OVRD-MAY-ENTER VALUE 'ENTER' 'BOTH'.
77 WS-OVRD-APPROVE-ROLE PIC X(7).
    88 OVRD-MAY-APPROVE VALUE 'APPROVE' 'BOTH'.
77 WS-OVRDLOG-ALERTED PIC A(1) VALUE 'N'.

*> Adjustment interface layouts: the same shape as the nightly
*> posting interface (see day1.cbl / day1post.cbl) with record type
01 WS-TOKEN-TABLE.
    05 WS-TOKEN PIC X(80) OCCURS 12 TIMES.

*> Operators authorized for this program's kind of override, with
*> the role each holds for it.
01 WS-OPERATOR-TABLE.
    05 WS-OP-ENTRY OCCURS 200 TIMES.
        10 WS-OP-ID PIC X(8).
        10 WS-OP-ROLE PIC X(7).

*> One override log line. DAY1, DAY1CORR, DAY1PAGE, DAY1EXCL,
*> DAY1RLSE and DAY1REVS all write this layout to OVRDLOG.
01 WS-OVRD-LOG-REC.
    05 OL-LOGGED PIC X(14).
    05 FILLER PIC X(1).
    05 OL-PROGRAM PIC X(8).
    05 FILLER PIC X(1).
    05 OL-TYPE PIC X(10).
    05 FILLER PIC X(1).
    05 OL-RESULT PIC X(8).
    05 FILLER PIC X(1).
    05 OL-OPERATOR PIC X(8).
    05 FILLER PIC X(1).
    05 OL-APPROVER PIC X(8).
    05 FILLER PIC X(1).
    05 OL-REASON PIC X(30).
    05 FILLER PIC X(1).
    05 OL-DETAIL PIC X(100).
    05 FILLER PIC X(7).

*> One open-exceptions ledger item (see day1excl.cbl, which carries
*> the same layout).
01 WS-LEDGER-ITEM.
    05 LG-RUN-DATE PIC X(8).
    05 FILLER PIC X(1).
    05 LG-SOURCE PIC X(60).
    05 FILLER PIC X(1).
    05 LG-LINE PIC 9(8).
    05 FILLER PIC X(1).
    05 LG-STATUS PIC X(6).
        88 LG-OPEN VALUE 'OPEN'.
        88 LG-CLOSED VALUE 'CLOSED'.
    05 FILLER PIC X(1).
    05 LG-REASON PIC X(20).
        88 LG-CORRECTABLE VALUE 'NO DIGIT FOUND' 'RECORD TOO LONG'
            'NON-PRINTABLE DATA' 'BLANK LINE'.
    05 FILLER PIC X(1).
    05 LG-OPENED PIC X(8).
    05 FILLER PIC X(1).
    05 LG-CLOSED-DATE PIC X(8).
    05 FILLER PIC X(1).
    05 LG-CLOSED-HOW PIC X(9).
    05 FILLER PIC X(1).
    05 LG-CLOSED-BY PIC X(8).
    05 FILLER PIC X(1).
    05 LG-CORR-VALUE PIC X(2).
    05 FILLER PIC X(1).
    05 LG-NOTE PIC X(40).
    05 FILLER PIC X(13).

*> Keyed corrections, one entry per card. The exception and audit
*> trails are each read once, front to back, marking every entry they
*> vouch for -- AUDIT in particular is far too large to rescan per
        10 WS-CO-VALUE PIC 9(2).
        10 WS-CO-EXC-FOUND PIC A(1).
        10 WS-CO-AUD-FOUND PIC A(1).
        10 WS-CO-REVERSED PIC A(1).
        10 WS-CO-STATUS PIC X(1).
            88 CO-PENDING VALUE 'P'.
            88 CO-ACCEPTED VALUE 'A'.
            88 CO-REJECTED VALUE 'R'.
        10 WS-CO-REJECT-REASON PIC X(30).
        10 WS-CO-SRC-IDX PIC 9(3) COMP.
        10 WS-CO-OPERATOR PIC X(8).
        10 WS-CO-APPROVER PIC X(8).

*> Tonight's TOTALOUT subtotals per source, carried forward into the
*> adjusted figures.
        PERFORM RESOLVE-AUDIT-GEN-PARA
    END-IF.
    IF WS-CORR-USED > 0 AND RETURN-CODE < 16
        PERFORM AUTHORIZE-CORRECTIONS-PARA
        PERFORM MARK-FROM-EXCEPTION-PARA
        PERFORM MARK-FROM-AUDIT-PARA
        PERFORM LOAD-TOTALOUT-PARA
        PERFORM MARK-FROM-LEDGER-PARA
        PERFORM ADJUDICATE-PARA
        PERFORM WRITE-RECONCILIATION-PARA
        PERFORM POST-ADJUSTED-TOTALS-PARA
            PERFORM UPDATE-MASTER-RECORDS-PARA
            PERFORM POST-TREND-ADJUSTMENTS-PARA
            PERFORM WRITE-ADJUSTMENT-INTERFACE-PARA
            PERFORM CLOSE-LEDGER-ITEMS-PARA
        END-IF
    END-IF.
    IF WS-REJECT-COUNT > 0
            MOVE WS-PARSE-LINE-NO TO WS-CO-LINE(WS-CORR-IDX)
            MOVE 'N' TO WS-CO-EXC-FOUND(WS-CORR-IDX)
            MOVE 'N' TO WS-CO-AUD-FOUND(WS-CORR-IDX)
            MOVE 'N' TO WS-CO-REVERSED(WS-CORR-IDX)
            MOVE 'P' TO WS-CO-STATUS(WS-CORR-IDX)
            MOVE SPACES TO WS-CO-REJECT-REASON(WS-CORR-IDX)
            MOVE 0 TO WS-CO-SRC-IDX(WS-CORR-IDX)
            MOVE WS-PARSE-OPERATOR TO WS-CO-OPERATOR(WS-CORR-IDX)
            MOVE WS-PARSE-APPROVER TO WS-CO-APPROVER(WS-CORR-IDX)
            IF WS-PARSE-VALUE < 1 OR WS-PARSE-VALUE > 99
                MOVE 0 TO WS-CO-VALUE(WS-CORR-IDX)
                MOVE 'R' TO WS-CO-STATUS(WS-CORR-IDX)
    MOVE 0 TO WS-PARSE-MAX
    MOVE 'N' TO WS-PARSE-IS-ALL
    MOVE 'N' TO WS-PARSE-ADJUSTED
    MOVE SPACES TO WS-PARSE-OPERATOR
    MOVE SPACES TO WS-PARSE-APPROVER
    MOVE 'N' TO WS-KEYS-DONE
    MOVE SPACES TO WS-TOKEN-TABLE
    UNSTRING WS-PARSE-LINE DELIMITED BY ALL ' '
            IF WS-TOKEN-VALUE = 'Y'
                MOVE 'Y' TO WS-PARSE-ADJUSTED
            END-IF
        WHEN 'OPERATOR'
            MOVE WS-TOKEN-VALUE(1:8) TO WS-PARSE-OPERATOR
        WHEN 'APPROVER'
            MOVE WS-TOKEN-VALUE(1:8) TO WS-PARSE-APPROVER
        WHEN 'CALIBRATION'
            MOVE 'Y' TO WS-KEYS-DONE
        WHEN OTHER
        UNSTRING WS-PARSE-LINE DELIMITED BY '='
            INTO WS-TOKEN-KEY WS-TOKEN-VALUE
        END-UNSTRING
        EVALUATE TRUE
            WHEN FUNCTION TRIM(WS-TOKEN-KEY) = 'AUDIT-GEN'
                AND WS-TOKEN-VALUE NOT = SPACES
                MOVE WS-TOKEN-VALUE(1:30) TO WS-AUDIT-DSNAME
            *> Corrections to a value above this need an approver;
            *> at or below it the operator's own authority will do.
            WHEN FUNCTION TRIM(WS-TOKEN-KEY) = 'APPROVAL-ABOVE'
                AND WS-TOKEN-VALUE(1:2) IS NUMERIC
                AND WS-TOKEN-VALUE(3:) = SPACES
                MOVE WS-TOKEN-VALUE(1:2) TO WS-APPROVAL-ABOVE
            WHEN OTHER
                MOVE SPACES TO WS-ALERT-TEXT
                STRING 'DAY1CORR ABEND: BAD CORRPARM CARD "'
                    DELIMITED BY SIZE
                    FUNCTION TRIM(WS-PARSE-LINE(1:80)) DELIMITED BY SIZE
                    '"' DELIMITED BY SIZE INTO WS-ALERT-TEXT
                MOVE 16 TO WS-ALERT-SEVERITY
                MOVE 'CORRPARM' TO WS-ALERT-ID
                PERFORM NOTIFY-OPERATIONS-PARA
                IF 16 > RETURN-CODE
                    MOVE 16 TO RETURN-CODE
                END-IF
        END-EVALUATE
    END-IF.

*> Generation names carry their sequence number in columns 8-11
        END-IF
    END-IF.

*> A correction changes a booked figure, so each card must carry
*> OPERATOR= (who keyed it) and, when its value is above CORRPARM
*> APPROVAL-ABOVE= (default 00: every correction), APPROVER= (who
*> approved it). A card failing CHECK-OVERRIDE-PARA is rejected
*> before it is validated any further and never reaches MASTER,
*> TRENDHIST or ADJINTF.
AUTHORIZE-CORRECTIONS-PARA.
    PERFORM VARYING WS-CORR-IDX FROM 1 BY 1
        UNTIL WS-CORR-IDX > WS-CORR-USED
        IF CO-PENDING(WS-CORR-IDX)
            MOVE WS-CO-OPERATOR(WS-CORR-IDX) TO WS-OVRD-OPERATOR
            MOVE WS-CO-APPROVER(WS-CORR-IDX) TO WS-OVRD-APPROVER
            IF WS-CO-VALUE(WS-CORR-IDX) > WS-APPROVAL-ABOVE
                MOVE 'Y' TO WS-OVRD-NEEDS-APPROVAL
            ELSE
                MOVE 'N' TO WS-OVRD-NEEDS-APPROVAL
            END-IF
            PERFORM CHECK-OVERRIDE-PARA
            IF WS-OVRD-REASON NOT = SPACES
                MOVE 'R' TO WS-CO-STATUS(WS-CORR-IDX)
                MOVE WS-OVRD-REASON TO WS-CO-REJECT-REASON(WS-CORR-IDX)
                MOVE SPACES TO WS-ALERT-TEXT
                STRING 'DAY1CORR WARNING: CORRECTION REFUSED - '
                    DELIMITED BY SIZE
                    FUNCTION TRIM(WS-OVRD-REASON) DELIMITED BY SIZE
                    ': LINE=' DELIMITED BY SIZE
                    WS-CO-LINE(WS-CORR-IDX) DELIMITED BY SIZE
                    ' OPERATOR=' DELIMITED BY SIZE
                    WS-CO-OPERATOR(WS-CORR-IDX) DELIMITED BY SPACE
                    ' APPROVER=' DELIMITED BY SIZE
                    WS-CO-APPROVER(WS-CORR-IDX) DELIMITED BY SPACE
                    INTO WS-ALERT-TEXT
                MOVE 8 TO WS-ALERT-SEVERITY
                MOVE 'CORRAUTH' TO WS-ALERT-ID
                MOVE WS-CO-FILE(WS-CORR-IDX) TO WS-ALERT-SOURCE
                PERFORM NOTIFY-OPERATIONS-PARA
                IF 8 > RETURN-CODE
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF
        END-IF
    END-PERFORM.

MARK-FROM-EXCEPTION-PARA.
    OPEN INPUT DAY1EXCEPT.
    IF WS-EXCEPT-STATUS NOT = '00'
        CLOSE DAY1EXCEPT
    END-IF.

*> Only rejected calibration lines are correctable: those lines went
*> into the subtotal as zero, so adding the keyed value adjusts
*> cleanly. Trailer faults (EXTRA TRAILER / TRAILER NOT LAST) are not.
MARK-ONE-EXCEPTION-PARA.
    MOVE 0 TO WS-REASON-TALLY
    INSPECT WS-PARSE-LINE TALLYING WS-REASON-TALLY
        FOR ALL 'REASON=NO DIGIT FOUND'
            ALL 'REASON=RECORD TOO LONG'
            ALL 'REASON=NON-PRINTABLE DATA'
            ALL 'REASON=BLANK LINE'
    IF WS-REASON-TALLY > 0
        PERFORM PARSE-KEY-TOKENS-PARA
        PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
        END-IF
    END-IF.

*> An open ledger item vouches for a card the way an EXCEPTION line
*> does, provided it was rejected on the run being corrected (the
*> source's TOTALOUT RUNDATE=) -- the same line number on another
*> night is a different line. An item DAY1REVS closed as REVERSED
*> marks the card's night as reversed.
MARK-FROM-LEDGER-PARA.
    OPEN INPUT EXCLEDGR.
    IF WS-LEDGER-STATUS = '00'
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ EXCLEDGR INTO WS-LEDGER-ITEM
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF LG-OPEN AND LG-CORRECTABLE
                        PERFORM MARK-ONE-LEDGER-ITEM-PARA
                    END-IF
                    IF LG-CLOSED AND LG-CLOSED-HOW = 'REVERSED'
                        PERFORM MARK-REVERSED-ITEM-PARA
                    END-IF
            END-READ
        END-PERFORM
        CLOSE EXCLEDGR
    END-IF.

MARK-REVERSED-ITEM-PARA.
    PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
        UNTIL WS-SCAN-IDX > WS-CORR-USED
        IF WS-CO-FILE(WS-SCAN-IDX) = LG-SOURCE
            AND WS-CO-LINE(WS-SCAN-IDX) = LG-LINE
            PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                UNTIL WS-SRC-IDX > WS-SRC-USED
                IF WS-SR-NAME(WS-SRC-IDX) = LG-SOURCE
                    AND WS-SR-RUNDATE(WS-SRC-IDX) = LG-RUN-DATE
                    MOVE 'Y' TO WS-CO-REVERSED(WS-SCAN-IDX)
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.

MARK-ONE-LEDGER-ITEM-PARA.
    PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
        UNTIL WS-SCAN-IDX > WS-CORR-USED
        IF WS-CO-FILE(WS-SCAN-IDX) = LG-SOURCE
            AND WS-CO-LINE(WS-SCAN-IDX) = LG-LINE
            PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                UNTIL WS-SRC-IDX > WS-SRC-USED
                IF WS-SR-NAME(WS-SRC-IDX) = LG-SOURCE
                    AND WS-SR-RUNDATE(WS-SRC-IDX) = LG-RUN-DATE
                    MOVE 'Y' TO WS-CO-EXC-FOUND(WS-SCAN-IDX)
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.

*> A night DAY1REVS reversed has had its figures taken back out of
*> posting and its master lines marked 'R': correcting one of its
*> lines would post adjusted TOTALOUT and TRENDHIST rows that bring
*> the reversed night back, so the card is refused. The master is
*> read here, before anything is posted; where it cannot be opened
*> the ledger's REVERSED items still catch the night.
ADJUDICATE-PARA.
    OPEN INPUT DAY1MASTER
    IF WS-MASTER-STATUS = '00'
        MOVE 'Y' TO WS-MASTER-OPEN
    ELSE
        MOVE 'N' TO WS-MASTER-OPEN
    END-IF
    PERFORM VARYING WS-CORR-IDX FROM 1 BY 1
        UNTIL WS-CORR-IDX > WS-CORR-USED
        IF CO-PENDING(WS-CORR-IDX)
            PERFORM ADJUDICATE-ONE-PARA
        END-IF
    END-PERFORM
    IF WS-MASTER-OPEN = 'Y'
        CLOSE DAY1MASTER
        MOVE 'N' TO WS-MASTER-OPEN
    END-IF.

CHECK-REVERSED-PARA.
    MOVE WS-CO-FILE(WS-CORR-IDX) TO MST-FILENAME
    MOVE WS-CO-LINE(WS-CORR-IDX) TO MST-LINE-NUMBER
    MOVE WS-SR-RUNDATE(WS-FOUND-IDX) TO MST-RUN-DATE
    READ DAY1MASTER
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF MST-MALFORMED = 'R'
                MOVE 'Y' TO WS-CO-REVERSED(WS-CORR-IDX)
            END-IF
    END-READ.

ADJUDICATE-ONE-PARA.
    MOVE 0 TO WS-FOUND-IDX
            MOVE WS-SRC-IDX TO WS-FOUND-IDX
        END-IF
    END-PERFORM
    IF WS-FOUND-IDX > 0 AND WS-MASTER-OPEN = 'Y'
        PERFORM CHECK-REVERSED-PARA
    END-IF
    EVALUATE TRUE
        WHEN WS-CO-EXC-FOUND(WS-CORR-IDX) = 'N'
            MOVE 'R' TO WS-CO-STATUS(WS-CORR-IDX)
            MOVE 'R' TO WS-CO-STATUS(WS-CORR-IDX)
            MOVE 'SOURCE NOT IN TOTALOUT'
                TO WS-CO-REJECT-REASON(WS-CORR-IDX)
        WHEN WS-CO-REVERSED(WS-CORR-IDX) = 'Y'
            MOVE 'R' TO WS-CO-STATUS(WS-CORR-IDX)
            MOVE 'NIGHT REVERSED'
                TO WS-CO-REJECT-REASON(WS-CORR-IDX)
        WHEN OTHER
            MOVE 'A' TO WS-CO-STATUS(WS-CORR-IDX)
            MOVE WS-FOUND-IDX TO WS-CO-SRC-IDX(WS-CORR-IDX)
            ADD 1 TO WS-REJECT-COUNT
            PERFORM WRITE-REJECT-LINE-PARA
        END-IF
        PERFORM LOG-CORRECTION-PARA
    END-PERFORM
    PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
        UNTIL WS-SRC-IDX > WS-SRC-USED
    CLOSE CORRRPT.

WRITE-ACCEPT-LINE-PARA.
    IF WS-CO-APPROVER(WS-CORR-IDX) = SPACES
        MOVE 'NONE' TO WS-APPROVER-DISP
    ELSE
        MOVE WS-CO-APPROVER(WS-CORR-IDX) TO WS-APPROVER-DISP
    END-IF
    MOVE SPACES TO RPT-LINE
    STRING
        'ACCEPTED FILE=' FUNCTION TRIM(WS-CO-FILE(WS-CORR-IDX))
        ' LINE=' WS-CO-LINE(WS-CORR-IDX)
        ' OLDVALUE=00 NEWVALUE=' WS-CO-VALUE(WS-CORR-IDX)
        ' OPERATOR=' FUNCTION TRIM(WS-CO-OPERATOR(WS-CORR-IDX))
        ' APPROVER=' FUNCTION TRIM(WS-APPROVER-DISP)
        DELIMITED BY SIZE INTO RPT-LINE
    END-STRING
    WRITE RPT-LINE.

*> Every card keyed goes to the override log, accepted or not.
LOG-CORRECTION-PARA.
    MOVE WS-CO-OPERATOR(WS-CORR-IDX) TO WS-OVRD-OPERATOR
    MOVE WS-CO-APPROVER(WS-CORR-IDX) TO WS-OVRD-APPROVER
    IF CO-ACCEPTED(WS-CORR-IDX)
        MOVE 'ACCEPTED' TO WS-OVRD-RESULT
        MOVE SPACES TO WS-OVRD-REASON
    ELSE
        MOVE 'REJECTED' TO WS-OVRD-RESULT
        MOVE WS-CO-REJECT-REASON(WS-CORR-IDX) TO WS-OVRD-REASON
    END-IF
    MOVE SPACES TO WS-OVRD-DETAIL
    STRING 'FILE=' FUNCTION TRIM(WS-CO-FILE(WS-CORR-IDX))
        ' LINE=' WS-CO-LINE(WS-CORR-IDX)
        ' VALUE=' WS-CO-VALUE(WS-CORR-IDX)
        DELIMITED BY SIZE INTO WS-OVRD-DETAIL
    END-STRING
    PERFORM WRITE-OVERRIDE-LOG-PARA.

WRITE-REJECT-LINE-PARA.
    MOVE SPACES TO RPT-LINE
    STRING
            MOVE WS-CO-FILE(WS-CORR-IDX) TO WS-ALERT-SOURCE
            PERFORM NOTIFY-OPERATIONS-PARA
        NOT INVALID KEY
            IF MST-MALFORMED NOT = 'R'
                MOVE WS-CO-VALUE(WS-CORR-IDX) TO MST-VALUE
                MOVE 'C' TO MST-MALFORMED
                REWRITE MASTER-REC
            END-IF
    END-READ.

*> One adjustment row per corrected source plus a corrected ALL row,
    ADD 1 TO WS-ADJ-COUNT
    ADD WS-SR-APPLIED(WS-SRC-IDX) TO WS-ADJ-HASH.

*> Close the ledger item behind every accepted correction: the
*> ledger is copied to EXCLEDGR.TMP with the matching open items
*> marked CORRECTED and the booked value, then renamed over the live
*> ledger. A failure leaves the items open for DAY1EXCL to keep
*> ageing -- the correction itself has already been booked.
CLOSE-LEDGER-ITEMS-PARA.
    OPEN INPUT EXCLEDGR.
    IF WS-LEDGER-STATUS = '00'
        OPEN OUTPUT EXCLEDGRTMP
        IF WS-LEDGERTMP-STATUS NOT = '00'
            CLOSE EXCLEDGR
            PERFORM LEDGER-NOT-CLOSED-PARA
        ELSE
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
                READ EXCLEDGR INTO WS-LEDGER-ITEM
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF LG-OPEN AND LG-CORRECTABLE
                            PERFORM CLOSE-ONE-LEDGER-ITEM-PARA
                        END-IF
                        WRITE LEDGERTMP-LINE FROM WS-LEDGER-ITEM
                END-READ
            END-PERFORM
            CLOSE EXCLEDGRTMP
            CLOSE EXCLEDGR
            MOVE SPACES TO WS-RENAME-OLD
            MOVE SPACES TO WS-RENAME-NEW
            MOVE WS-LEDGERTMP-DSNAME TO WS-RENAME-OLD
            MOVE WS-LEDGER-DSNAME TO WS-RENAME-NEW
            CALL 'CBL_RENAME_FILE' USING WS-RENAME-OLD WS-RENAME-NEW
                RETURNING WS-RENAME-RESULT
            IF WS-RENAME-RESULT NOT = 0
                PERFORM LEDGER-NOT-CLOSED-PARA
            ELSE
                DISPLAY 'DAY1CORR: ' WS-LEDGER-CLOSED
                    ' LEDGER ITEMS CLOSED'
            END-IF
        END-IF
    END-IF.

CLOSE-ONE-LEDGER-ITEM-PARA.
    MOVE 'N' TO WS-LEDGER-DONE
    PERFORM VARYING WS-CORR-IDX FROM 1 BY 1
        UNTIL WS-CORR-IDX > WS-CORR-USED OR WS-LEDGER-DONE = 'Y'
        IF CO-ACCEPTED(WS-CORR-IDX)
            AND WS-CO-FILE(WS-CORR-IDX) = LG-SOURCE
            AND WS-CO-LINE(WS-CORR-IDX) = LG-LINE
            IF WS-SR-RUNDATE(WS-CO-SRC-IDX(WS-CORR-IDX))
                = LG-RUN-DATE
                MOVE 'Y' TO WS-LEDGER-DONE
                MOVE 'CLOSED' TO LG-STATUS
                MOVE FUNCTION CURRENT-DATE(1:8) TO LG-CLOSED-DATE
                MOVE 'CORRECTED' TO LG-CLOSED-HOW
                MOVE 'DAY1CORR' TO LG-CLOSED-BY
                MOVE WS-CO-VALUE(WS-CORR-IDX) TO LG-CORR-VALUE
                MOVE SPACES TO LG-NOTE
                ADD 1 TO WS-LEDGER-CLOSED
            END-IF
        END-IF
    END-PERFORM.

LEDGER-NOT-CLOSED-PARA.
    MOVE SPACES TO WS-ALERT-TEXT
    STRING 'DAY1CORR WARNING: UNABLE TO REWRITE EXCLEDGR'
        DELIMITED BY SIZE
        ' - CORRECTED ITEMS LEFT OPEN IN THE LEDGER' DELIMITED BY SIZE
        INTO WS-ALERT-TEXT
    MOVE 8 TO WS-ALERT-SEVERITY
    MOVE 'CORRLEDG' TO WS-ALERT-ID
    PERFORM NOTIFY-OPERATIONS-PARA
    IF 8 > RETURN-CODE
        MOVE 8 TO RETURN-CODE
    END-IF.

*> OPERAUTH names who may key and who may approve each kind of
*> override, one card per operator ('*' comments a card out):
*>   OPERATOR=JSMITH CORRECTION=ENTER FORCE=APPROVE ACK=BOTH
*> (kinds CORRECTION, FORCE, ACK, WRITEOFF, RELEASE and REVERSE).
*> ENTER may key an override card, APPROVE may approve one keyed by
*> someone else, BOTH may do either; a kind not named on the card
*> gives that operator no authority for it. Only this program's kind
*> (WS-OVRD-TYPE) is tabled. A malformed card is ignored with an
*> alert, and without the deck no override can be authorized.
LOAD-OPERATORS-PARA.
    MOVE 'Y' TO WS-OPERATORS-LOADED
    OPEN INPUT OPERAUTH
    IF WS-OPER-STATUS NOT = '00'
        MOVE SPACES TO WS-ALERT-TEXT
        STRING 'DAY1CORR WARNING: OPERAUTH UNAVAILABLE, FILE STATUS='
            DELIMITED BY SIZE
            WS-OPER-STATUS DELIMITED BY SIZE
            ' - NO OVERRIDE CAN BE AUTHORIZED' DELIMITED BY SIZE
            INTO WS-ALERT-TEXT
        MOVE 8 TO WS-ALERT-SEVERITY
        MOVE 'CORRAUTH' TO WS-ALERT-ID
        PERFORM NOTIFY-OPERATIONS-PARA
        IF 8 > RETURN-CODE
            MOVE 8 TO RETURN-CODE
        END-IF
    ELSE
        MOVE 'N' TO WS-OPER-EOF
        PERFORM UNTIL WS-OPER-EOF = 'Y'
            READ OPERAUTH INTO WS-OPER-LINE
                AT END MOVE 'Y' TO WS-OPER-EOF
                NOT AT END PERFORM LOAD-ONE-OPERATOR-PARA
            END-READ
        END-PERFORM
        CLOSE OPERAUTH
    END-IF.

LOAD-ONE-OPERATOR-PARA.
    IF WS-OPER-LINE = SPACES OR WS-OPER-LINE(1:1) = '*'
        CONTINUE
    ELSE
        MOVE 'Y' TO WS-OPER-CARD-OK
        MOVE SPACES TO WS-OPER-WORK-ID
        MOVE SPACES TO WS-OPER-WORK-ROLE
        MOVE SPACES TO WS-TOKEN-TABLE
        UNSTRING WS-OPER-LINE DELIMITED BY ALL ' '
            INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
                WS-TOKEN(5) WS-TOKEN(6) WS-TOKEN(7) WS-TOKEN(8)
                WS-TOKEN(9) WS-TOKEN(10) WS-TOKEN(11) WS-TOKEN(12)
        END-UNSTRING
        PERFORM VARYING WS-TOKEN-IDX FROM 1 BY 1
            UNTIL WS-TOKEN-IDX > 12
            IF WS-TOKEN(WS-TOKEN-IDX) NOT = SPACES
                PERFORM APPLY-OPERATOR-TOKEN-PARA
            END-IF
        END-PERFORM
        IF WS-OPER-WORK-ID = SPACES
            MOVE 'N' TO WS-OPER-CARD-OK
        END-IF
        EVALUATE TRUE
            WHEN WS-OPER-CARD-OK = 'N'
                MOVE SPACES TO WS-ALERT-TEXT
                STRING 'DAY1CORR WARNING: BAD OPERAUTH CARD IGNORED "'
                    DELIMITED BY SIZE
                    FUNCTION TRIM(WS-OPER-LINE) DELIMITED BY SIZE
                    '"' DELIMITED BY SIZE INTO WS-ALERT-TEXT
                MOVE 8 TO WS-ALERT-SEVERITY
                MOVE 'CORRAUTH' TO WS-ALERT-ID
                PERFORM NOTIFY-OPERATIONS-PARA
                IF 8 > RETURN-CODE
                    MOVE 8 TO RETURN-CODE
                END-IF
            WHEN WS-OPER-WORK-ROLE = SPACES
                CONTINUE
            WHEN WS-OP-USED >= 200
                MOVE SPACES TO WS-ALERT-TEXT
                STRING 'DAY1CORR WARNING: MORE THAN 200 OPERATORS - '
                    DELIMITED BY SIZE
                    FUNCTION TRIM(WS-OPER-WORK-ID) DELIMITED BY SIZE
                    ' NOT AUTHORIZED' DELIMITED BY SIZE
                    INTO WS-ALERT-TEXT
                MOVE 8 TO WS-ALERT-SEVERITY
                MOVE 'CORRAUTH' TO WS-ALERT-ID
                PERFORM NOTIFY-OPERATIONS-PARA
                IF 8 > RETURN-CODE
                    MOVE 8 TO RETURN-CODE
                END-IF
            WHEN OTHER
                ADD 1 TO WS-OP-USED
                MOVE WS-OPER-WORK-ID TO WS-OP-ID(WS-OP-USED)
                MOVE WS-OPER-WORK-ROLE TO WS-OP-ROLE(WS-OP-USED)
        END-EVALUATE
    END-IF.

APPLY-OPERATOR-TOKEN-PARA.
    MOVE SPACES TO WS-TOKEN-KEY
    MOVE SPACES TO WS-TOKEN-VALUE
    UNSTRING WS-TOKEN(WS-TOKEN-IDX) DELIMITED BY '='
        INTO WS-TOKEN-KEY WS-TOKEN-VALUE
    END-UNSTRING
    EVALUATE FUNCTION TRIM(WS-TOKEN-KEY)
        WHEN 'OPERATOR'
            IF WS-TOKEN-VALUE(9:) NOT = SPACES
                MOVE 'N' TO WS-OPER-CARD-OK
            ELSE
                MOVE WS-TOKEN-VALUE(1:8) TO WS-OPER-WORK-ID
            END-IF
        WHEN 'CORRECTION'
        WHEN 'FORCE'
        WHEN 'ACK'
        WHEN 'WRITEOFF'
        WHEN 'RELEASE'
        WHEN 'REVERSE'
            IF WS-TOKEN-VALUE NOT = 'ENTER'
                AND WS-TOKEN-VALUE NOT = 'APPROVE'
                AND WS-TOKEN-VALUE NOT = 'BOTH'
                MOVE 'N' TO WS-OPER-CARD-OK
            ELSE
                IF FUNCTION TRIM(WS-TOKEN-KEY) = WS-OVRD-TYPE
                    MOVE WS-TOKEN-VALUE(1:7) TO WS-OPER-WORK-ROLE
                END-IF
            END-IF
        WHEN OTHER
            MOVE 'N' TO WS-OPER-CARD-OK
    END-EVALUATE.

*> An override stands only if a tabled operator with authority to key
*> it entered it and, where approval is required or offered, a second
*> operator with authority to approve it approved it. WS-OVRD-REASON
*> comes back blank when it stands.
CHECK-OVERRIDE-PARA.
    IF WS-OPERATORS-LOADED = 'N'
        PERFORM LOAD-OPERATORS-PARA
    END-IF
    MOVE SPACES TO WS-OVRD-REASON
    MOVE SPACES TO WS-OVRD-ENTER-ROLE
    MOVE SPACES TO WS-OVRD-APPROVE-ROLE
    PERFORM VARYING WS-OP-IDX FROM 1 BY 1
        UNTIL WS-OP-IDX > WS-OP-USED
        IF WS-OVRD-OPERATOR NOT = SPACES
            AND WS-OP-ID(WS-OP-IDX) = WS-OVRD-OPERATOR
            MOVE WS-OP-ROLE(WS-OP-IDX) TO WS-OVRD-ENTER-ROLE
        END-IF
        IF WS-OVRD-APPROVER NOT = SPACES
            AND WS-OP-ID(WS-OP-IDX) = WS-OVRD-APPROVER
            MOVE WS-OP-ROLE(WS-OP-IDX) TO WS-OVRD-APPROVE-ROLE
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN WS-OVRD-OPERATOR = SPACES
            MOVE 'NO OPERATOR ID' TO WS-OVRD-REASON
        WHEN WS-OVRD-APPROVER = SPACES
            AND WS-OVRD-NEEDS-APPROVAL = 'Y'
            MOVE 'NO APPROVER ID' TO WS-OVRD-REASON
        WHEN WS-OVRD-APPROVER = WS-OVRD-OPERATOR
            MOVE 'SAME OPERATOR AND APPROVER' TO WS-OVRD-REASON
        WHEN NOT OVRD-MAY-ENTER
            MOVE 'OPERATOR NOT AUTHORIZED' TO WS-OVRD-REASON
        WHEN WS-OVRD-APPROVER NOT = SPACES
            AND NOT OVRD-MAY-APPROVE
            MOVE 'APPROVER NOT AUTHORIZED' TO WS-OVRD-REASON
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> OVRDLOG is retained: every override, accepted or refused, is
*> logged with who keyed it and who approved it. A log that cannot
*> be written alerts once; the override itself is not held up.
WRITE-OVERRIDE-LOG-PARA.
    OPEN EXTEND OVRDLOG
    IF WS-OVRDLOG-STATUS NOT = '00'
        OPEN OUTPUT OVRDLOG
    END-IF
    IF WS-OVRDLOG-STATUS = '00'
        MOVE SPACES TO WS-OVRD-LOG-REC
        MOVE FUNCTION CURRENT-DATE(1:14) TO OL-LOGGED
        MOVE 'DAY1CORR' TO OL-PROGRAM
        MOVE WS-OVRD-TYPE TO OL-TYPE
        MOVE WS-OVRD-RESULT TO OL-RESULT
        MOVE WS-OVRD-OPERATOR TO OL-OPERATOR
        MOVE WS-OVRD-APPROVER TO OL-APPROVER
        MOVE WS-OVRD-REASON TO OL-REASON
        MOVE WS-OVRD-DETAIL TO OL-DETAIL
        WRITE OVRDLOG-REC FROM WS-OVRD-LOG-REC
        CLOSE OVRDLOG
    ELSE
        IF WS-OVRDLOG-ALERTED = 'N'
            MOVE 'Y' TO WS-OVRDLOG-ALERTED
            MOVE SPACES TO WS-ALERT-TEXT
            STRING 'DAY1CORR WARNING: UNABLE TO WRITE OVRDLOG, FILE STATUS='
                DELIMITED BY SIZE
                WS-OVRDLOG-STATUS DELIMITED BY SIZE
                ' - OVERRIDES NOT LOGGED' DELIMITED BY SIZE
                INTO WS-ALERT-TEXT
            MOVE 8 TO WS-ALERT-SEVERITY
            MOVE 'CORRAUTH' TO WS-ALERT-ID
            PERFORM NOTIFY-OPERATIONS-PARA
            IF 8 > RETURN-CODE
                MOVE 8 TO RETURN-CODE
            END-IF
        END-IF
    END-IF.

NOTIFY-OPERATIONS-PARA.
    DISPLAY 'OPERATIONS ALERT: ' WS-ALERT-TEXT UPON CONSOLE
    OPEN EXTEND DAY1NOTIFY
