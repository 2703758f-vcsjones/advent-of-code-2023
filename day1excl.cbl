IDENTIFICATION DIVISION.
PROGRAM-ID. DAY1EXCL.

*> Open-exceptions ledger, run after the nightly extract. EXCEPTION
*> is rewritten every night, so a rejected line nobody corrected
*> used to drop out of sight the following night. This program
*> carries every rejected FILE= / LINE= / run date forward in the
*> retained EXCLEDGR ledger until it is resolved, one of three ways:
*>
*>   CORRECTED  DAY1CORR accepted a correction for the line (DAY1CORR
*>              closes the item itself when it books the correction)
*>   WRITEOFF   an operator wrote the line off with a reason on a
*>              WRITEOFF card, applied here
*>   REVERSED   DAY1REVS reversed the source's night, and closed the
*>              item with it
*>
*> Each night it adds tonight's EXCEPTION lines not already in the
*> ledger, applies the write-off cards, ages every open item in
*> business days (Saturdays, Sundays and HOLIDAYS dates excluded)
*> from the night it was rejected to tonight's run date, and prints
*> EXCLRPT: tonight's ledger activity, open items by source and age
*> bucket, the aged items itemised, and a resolution proof that every
*> line ever rejected is either still open, corrected or written off.
*>
*> A source with open items at or past the thresholds raises one
*> NOTIFY alert at the highest level reached:
*>   EXCLWARN  SEV=04  open WARN-DAYS business days or more
*>   EXCLESCL  SEV=08  open ESCALATE-DAYS business days or more
*>   EXCLCRIT  SEV=16  open CRITICAL-DAYS business days or more
*> An aged item is an escalation, not a processing failure, so the
*> step ends RC=4 or RC=8 on aging alone; RC=16 is kept for a bad
*> parameter or holiday card or a ledger that could not be rolled.
*>
*> The run date defaults to the SOURCE=ALL RUNDATE= row in TOTALOUT
*> (as the trend step derives it), so a BUSINESS-DATE= recovery
*> night ledgers its rejects under the night they belong to.
*>
*> EXCLPARM (optional):
*>   WARN-DAYS=nn       1-99, default 3
*>   ESCALATE-DAYS=nn   1-99, default 5
*>   CRITICAL-DAYS=nn   1-99, default 10 (the three must ascend)
*>   RUN-DATE=yyyymmdd  explicit override of the derived run date
*>
*> WRITEOFF (optional), one card per item; REASON= is last on the
*> card and carries free text:
*>   RUNDATE=20260817 FILE=PROD.DAY1.INPUT LINE=00004821
*>       OPERATOR=OPS014 APPROVER=OPS020
*>       REASON=SUPPLIER CONFIRMED LINE VOID
*> OPERATOR= (BY= on older cards) is who keyed the card and
*> APPROVER= a second operator who approved it; both are checked
*> against OPERAUTH (WRITEOFF= role). A card with no operator or
*> approver, an operator without the ENTER role, an approver without
*> the APPROVE role, or the same ID in both is refused with an
*> EXCLAUTH alert (RC=8) and its item left open. Every card, applied
*> or refused, is written to the retained override log OVRDLOG.
*> FAULT=NODIGIT/LONG/BINARY/TRAILER/BLANK names which of the line's
*> faults is written off. It is needed only where one line has two
*> open items -- a rejected trailer carries the line number of the
*> data line before it -- and a card without it that matches more
*> than one open item is refused rather than closing the wrong one.
*> A card naming no open ledger item, or missing REASON=, is
*> rejected and listed on the report (EXCLWOFF, RC=8).
*>
*> The ledger is rewritten through EXCLEDGR.TMP and renamed over the
*> live dataset only once the whole roll has been written, so a
*> failed run leaves last night's ledger intact.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DAY1EXCEPT ASSIGN TO "EXCEPTION"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-EXCEPT-STATUS.

    SELECT DAY1OUT ASSIGN TO "TOTALOUT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-OUT-STATUS.

    SELECT DAY1HOLIDAYS ASSIGN TO "HOLIDAYS"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-HOL-STATUS.

    SELECT EXCLPARM ASSIGN TO "EXCLPARM"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PARM-STATUS.

    SELECT WRITEOFF ASSIGN TO "WRITEOFF"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-WOFF-STATUS.

    *> The retained ledger and its rewrite copy.
    SELECT EXCLEDGR ASSIGN DYNAMIC WS-LEDGER-DSNAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-LEDGER-STATUS.

    SELECT EXCLEDGRTMP ASSIGN DYNAMIC WS-LEDGERTMP-DSNAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-LEDGERTMP-STATUS.

    SELECT EXCLRPT ASSIGN TO "EXCLRPT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RPT-STATUS.

    *> Authorized operators and the retained override log (see
    *> LOAD-OPERATORS-PARA and WRITE-OVERRIDE-LOG-PARA).
    SELECT OPERAUTH ASSIGN TO "OPERAUTH"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-OPER-STATUS.

    SELECT OVRDLOG ASSIGN TO "OVRDLOG"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-OVRDLOG-STATUS.

    SELECT DAY1NOTIFY ASSIGN TO "NOTIFY"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-NOTIFY-STATUS.

DATA DIVISION.
FILE SECTION.
FD DAY1EXCEPT.
    01 EXCEPTION-LINE PIC X(200).

FD DAY1OUT.
    01 OUT-LINE PIC X(200).

FD DAY1HOLIDAYS.
    01 HOLIDAY-REC PIC X(80).

FD EXCLPARM.
    01 PARM-REC PIC X(80).

FD WRITEOFF.
    01 WOFF-REC PIC X(120).

FD EXCLEDGR.
    01 LEDGER-LINE PIC X(200).

FD EXCLEDGRTMP.
    01 LEDGERTMP-LINE PIC X(200).

FD EXCLRPT.
    01 RPT-LINE PIC X(132).

FD OPERAUTH.
    01 OPER-REC PIC X(80).

FD OVRDLOG.
    01 OVRDLOG-REC PIC X(200).

FD DAY1NOTIFY.
    01 NOTIFY-LINE PIC X(200).

WORKING-STORAGE SECTION.
77 WS-EXCEPT-STATUS PIC XX.
77 WS-OUT-STATUS PIC XX.
77 WS-HOL-STATUS PIC XX.
77 WS-PARM-STATUS PIC XX.
77 WS-WOFF-STATUS PIC XX.
77 WS-LEDGER-STATUS PIC XX.
77 WS-LEDGERTMP-STATUS PIC XX.
77 WS-RPT-STATUS PIC XX.
77 WS-NOTIFY-STATUS PIC XX.
77 WS-LEDGER-DSNAME PIC X(24) VALUE 'EXCLEDGR'.
77 WS-LEDGERTMP-DSNAME PIC X(24) VALUE 'EXCLEDGR.TMP'.
77 WS-RENAME-OLD PIC X(30).
77 WS-RENAME-NEW PIC X(30).
77 WS-RENAME-RESULT PIC 9(9) COMP-5.
77 WS-ALERT-TEXT PIC X(120).
77 WS-ALERT-SEVERITY PIC 9(2) VALUE 16.
77 WS-ALERT-ID PIC X(8) VALUE SPACES.
77 WS-ALERT-SOURCE PIC X(60) VALUE SPACES.
77 WS-EOF PIC A(1).
77 WS-PARM-OK PIC A(1) VALUE 'Y'.
77 WS-HOL-OK PIC A(1) VALUE 'Y'.
77 WS-EXC-OK PIC A(1) VALUE 'Y'.
77 WS-LEDGER-OK PIC A(1) VALUE 'Y'.
77 WS-WARN-DAYS PIC 9(2) VALUE 3.
77 WS-ESCALATE-DAYS PIC 9(2) VALUE 5.
77 WS-CRITICAL-DAYS PIC 9(2) VALUE 10.
77 WS-RUN-DATE PIC X(8).
77 WS-RUN-DATE-GIVEN PIC A(1) VALUE 'N'.
77 WS-TODAY PIC X(8).
77 WS-TOT-RUNDATE PIC X(8).
77 WS-TOT-IS-ALL PIC A(1).
77 WS-TOT-ADJUSTED PIC A(1).
77 WS-PARSE-LINE PIC X(200).
77 WS-TOKEN-KEY PIC X(20).
77 WS-TOKEN-VALUE PIC X(60).
77 WS-TOKEN-IDX PIC 9(2).
77 WS-PARM-NUMBER PIC S9(8).
77 WS-HOL-LINE PIC X(80).
77 WS-HOL-USED PIC 9(3) COMP VALUE 0.
77 WS-HOL-IDX PIC 9(3) COMP.
77 WS-HOL-WORK-DATE PIC X(8).
77 WS-HOL-WORK-DESC PIC X(40).
77 WS-HOL-SCRAP PIC X(80).
77 WS-IS-HOLIDAY PIC A(1).
77 WS-WOFF-LINE PIC X(120).
77 WS-WOFF-SCRAP PIC X(120).
77 WS-WOFF-REASON PIC X(60).
77 WS-WO-IDX PIC 9(3) COMP.
77 WS-WO-USED PIC 9(3) COMP VALUE 0.
77 WS-WO-FOUND PIC A(1).
77 WS-WO-MATCH PIC A(1).
77 WS-FAULT-TEXT PIC X(20).
77 WS-ITEM-FAULT PIC X(7).
77 WS-EXC-IDX PIC 9(4) COMP.
77 WS-EXC-USED PIC 9(4) COMP VALUE 0.
77 WS-EXC-FILE PIC X(60).
77 WS-EXC-LINE-NO PIC 9(8).
77 WS-EXC-REASON PIC X(20).
77 WS-EXC-SCRAP PIC X(200).
77 WS-SRC-IDX PIC 9(3) COMP.
77 WS-SRC-USED PIC 9(3) COMP VALUE 0.
77 WS-FOUND-IDX PIC 9(3) COMP.
77 WS-SRC-OVERFLOW PIC A(1) VALUE 'N'.
77 WS-DATE-NUM PIC 9(8).
77 WS-ASOF-INT PIC 9(8) COMP.
77 WS-FROM-INT PIC 9(8) COMP.
77 WS-DAY-INT PIC 9(8) COMP.
77 WS-WEEKDAY PIC 9(1).
77 WS-AGE-DAYS PIC 9(4) COMP.
77 WS-AGE-CACHE-DATE PIC X(8) VALUE SPACES.
77 WS-AGE-CACHE-DAYS PIC 9(4) COMP VALUE 0.
77 WS-BUCKET-IDX PIC 9(1) COMP.
77 WS-AGE-LEVEL PIC X(8).
77 WS-LEDGER-READ PIC 9(8) VALUE 0.
77 WS-ADDED-COUNT PIC 9(8) VALUE 0.
77 WS-WRITEOFF-COUNT PIC 9(8) VALUE 0.
77 WS-WO-REJECTS PIC 9(3) VALUE 0.
77 WS-CORRECTED-TODAY PIC 9(8) VALUE 0.
77 WS-TOTAL-ITEMS PIC 9(8) VALUE 0.
77 WS-OPEN-ITEMS PIC 9(8) VALUE 0.
77 WS-CORRECTED-ITEMS PIC 9(8) VALUE 0.
77 WS-WRITTEN-OFF-ITEMS PIC 9(8) VALUE 0.
77 WS-REVERSED-ITEMS PIC 9(8) VALUE 0.
77 WS-OTHER-ITEMS PIC 9(8) VALUE 0.
77 WS-RESOLVED-SUM PIC 9(8).
77 WS-AGED-LISTED PIC 9(8) VALUE 0.
77 WS-PAGE-NUMBER PIC 9(4) VALUE 0.
77 WS-LINE-COUNT PIC 9(3) VALUE 99.
77 WS-DETAIL-TEXT PIC X(132).
77 WS-COUNT-DISP PIC ZZZZZZZ9.
77 WS-AGE-DISP PIC ZZZ9.
77 WS-ESCALATIONS PIC 9(3) VALUE 0.
77 WS-GR-OLDEST PIC 9(4) VALUE 0.
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
77 WS-OVRD-TYPE PIC X(10) VALUE 'WRITEOFF'.
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

01 WS-TOKEN-TABLE.
    05 WS-TOKEN PIC X(80) OCCURS 12 TIMES.

*> One ledger item. The ledger is fixed-layout text so it can be
*> browsed and sorted as it stands; DAY1CORR carries the same layout
*> to close the items it corrects.
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

01 WS-HOL-TABLE.
    05 WS-HOL-ENTRY OCCURS 100 TIMES.
        10 WS-HOL-DATE PIC X(8).
        10 WS-HOL-INT PIC 9(8) COMP.

*> Write-off cards as keyed, checked against the ledger as it rolls.
01 WS-WO-TABLE.
    05 WS-WO-ENTRY OCCURS 500 TIMES.
        10 WS-WO-RUNDATE PIC X(8).
        10 WS-WO-FILE PIC X(60).
        10 WS-WO-LINE PIC 9(8).
        10 WS-WO-BY PIC X(8).
        10 WS-WO-APPROVER PIC X(8).
        10 WS-WO-FAULT PIC X(7).
        10 WS-WO-MATCHES PIC 9(4) COMP.
        10 WS-WO-REASON PIC X(40).
        10 WS-WO-STATUS PIC X(1).
            88 WO-PENDING VALUE 'P'.
            88 WO-APPLIED VALUE 'A'.
            88 WO-REJECTED VALUE 'R'.
        10 WS-WO-REJECT-REASON PIC X(30).
        10 WS-WO-CARD PIC X(100).

*> Tonight's EXCEPTION lines. WS-EX-LEDGERED is set when the ledger
*> already holds the item (a rerun of the same night), so it is not
*> added twice.
01 WS-EXC-TABLE.
    05 WS-EXC-ENTRY OCCURS 5000 TIMES.
        10 WS-EX-FILE PIC X(60).
        10 WS-EX-LINE PIC 9(8).
        10 WS-EX-REASON PIC X(20).
        10 WS-EX-LEDGERED PIC A(1).

*> Open items per source: age buckets 0-2, 3-5, 6-10, 11-20 and over
*> 20 business days, plus the counts past each alert threshold.
01 WS-SRC-TABLE.
    05 WS-SRC-ENTRY OCCURS 200 TIMES.
        10 WS-SX-NAME PIC X(60).
        10 WS-SX-OPEN PIC 9(8).
        10 WS-SX-BUCKET PIC 9(8) OCCURS 5 TIMES.
        10 WS-SX-WARN PIC 9(8).
        10 WS-SX-ESCALATE PIC 9(8).
        10 WS-SX-CRITICAL PIC 9(8).
        10 WS-SX-OLDEST PIC 9(4).

01 WS-GRAND-BUCKETS.
    05 WS-GR-BUCKET PIC 9(8) OCCURS 5 TIMES.

01 WS-AGING-LINE.
    05 FILLER PIC X(2) VALUE SPACES.
    05 AG-SOURCE PIC X(40).
    05 AG-BUCKET PIC ZZZZZZ9 OCCURS 5 TIMES.
    05 AG-OPEN PIC ZZZZZZZ9.
    05 FILLER PIC X(2) VALUE SPACES.
    05 AG-OLDEST PIC ZZZZZ9.
    05 FILLER PIC X(39) VALUE SPACES.

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

PROCEDURE DIVISION.
MAIN-PARA.
    MOVE 0 TO RETURN-CODE.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
    PERFORM READ-PARM-PARA.
    IF WS-PARM-OK = 'Y'
        IF WS-RUN-DATE-GIVEN = 'N'
            PERFORM DERIVE-RUN-DATE-PARA
        END-IF
        DISPLAY 'DAY1EXCL: RUN-DATE=' WS-RUN-DATE
        PERFORM LOAD-HOLIDAYS-PARA
    END-IF.
    IF WS-PARM-OK = 'Y' AND WS-HOL-OK = 'Y'
        PERFORM LOAD-WRITEOFFS-PARA
        PERFORM AUTHORIZE-WRITEOFFS-PARA
        PERFORM LOAD-EXCEPTIONS-PARA
        IF WS-EXC-OK = 'Y'
            IF WS-WO-USED > 0
                PERFORM PRESCAN-WRITEOFFS-PARA
            END-IF
            PERFORM ROLL-LEDGER-PARA
        END-IF
        IF WS-EXC-OK = 'Y' AND WS-LEDGER-OK = 'Y'
            PERFORM REJECT-UNMATCHED-WRITEOFFS-PARA
            PERFORM VARYING WS-WO-IDX FROM 1 BY 1
                UNTIL WS-WO-IDX > WS-WO-USED
                PERFORM LOG-WRITEOFF-PARA
            END-PERFORM
            OPEN OUTPUT EXCLRPT
            PERFORM WRITE-ACTIVITY-SECTION-PARA
            PERFORM WRITE-AGING-SECTION-PARA
            PERFORM WRITE-AGED-ITEMS-SECTION-PARA
            PERFORM WRITE-PROOF-SECTION-PARA
            CLOSE EXCLRPT
            PERFORM RAISE-ESCALATIONS-PARA
        END-IF
    END-IF.
    DISPLAY 'DAY1EXCL: ' WS-ADDED-COUNT ' ADDED, '
        WS-WRITEOFF-COUNT ' WRITTEN OFF, '
        WS-OPEN-ITEMS ' OPEN'.
    STOP RUN.

READ-PARM-PARA.
    OPEN INPUT EXCLPARM.
    IF WS-PARM-STATUS = '00'
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ EXCLPARM INTO WS-PARSE-LINE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END PERFORM APPLY-PARM-CARD-PARA
            END-READ
        END-PERFORM
        CLOSE EXCLPARM
    END-IF
    IF WS-PARM-OK = 'Y'
        IF WS-WARN-DAYS >= WS-ESCALATE-DAYS
            OR WS-ESCALATE-DAYS >= WS-CRITICAL-DAYS
            MOVE SPACES TO WS-PARSE-LINE
            STRING 'WARN-DAYS=' WS-WARN-DAYS
                ' ESCALATE-DAYS=' WS-ESCALATE-DAYS
                ' CRITICAL-DAYS=' WS-CRITICAL-DAYS
                ' (MUST ASCEND)'
                DELIMITED BY SIZE INTO WS-PARSE-LINE
            END-STRING
            PERFORM BAD-PARM-CARD-PARA
        ELSE
            DISPLAY 'DAY1EXCL: WARN-DAYS=' WS-WARN-DAYS
                ' ESCALATE-DAYS=' WS-ESCALATE-DAYS
                ' CRITICAL-DAYS=' WS-CRITICAL-DAYS
        END-IF
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
            WHEN 'WARN-DAYS'
                MOVE FUNCTION NUMVAL(WS-TOKEN-VALUE) TO WS-PARM-NUMBER
                IF WS-PARM-NUMBER >= 1 AND WS-PARM-NUMBER <= 99
                    MOVE WS-PARM-NUMBER TO WS-WARN-DAYS
                ELSE
                    PERFORM BAD-PARM-CARD-PARA
                END-IF
            WHEN 'ESCALATE-DAYS'
                MOVE FUNCTION NUMVAL(WS-TOKEN-VALUE) TO WS-PARM-NUMBER
                IF WS-PARM-NUMBER >= 1 AND WS-PARM-NUMBER <= 99
                    MOVE WS-PARM-NUMBER TO WS-ESCALATE-DAYS
                ELSE
                    PERFORM BAD-PARM-CARD-PARA
                END-IF
            WHEN 'CRITICAL-DAYS'
                MOVE FUNCTION NUMVAL(WS-TOKEN-VALUE) TO WS-PARM-NUMBER
                IF WS-PARM-NUMBER >= 1 AND WS-PARM-NUMBER <= 99
                    MOVE WS-PARM-NUMBER TO WS-CRITICAL-DAYS
                ELSE
                    PERFORM BAD-PARM-CARD-PARA
                END-IF
            WHEN 'RUN-DATE'
                IF WS-TOKEN-VALUE(1:8) IS NUMERIC
                    MOVE WS-TOKEN-VALUE(1:8) TO WS-RUN-DATE
                    MOVE 'Y' TO WS-RUN-DATE-GIVEN
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
    STRING 'DAY1EXCL ABEND: BAD EXCLPARM CARD "' DELIMITED BY SIZE
        FUNCTION TRIM(WS-PARSE-LINE(1:80)) DELIMITED BY SIZE
        '"' DELIMITED BY SIZE INTO WS-ALERT-TEXT
    MOVE 16 TO WS-ALERT-SEVERITY
    MOVE 'EXCLPARM' TO WS-ALERT-ID
    PERFORM NOTIFY-OPERATIONS-PARA
    IF 16 > RETURN-CODE
        MOVE 16 TO RETURN-CODE
    END-IF.

*> Same derivation as the trend and distribution steps: the latest
*> unadjusted SOURCE=ALL row's RUNDATE= is the night being ledgered.
DERIVE-RUN-DATE-PARA.
    OPEN INPUT DAY1OUT.
    IF WS-OUT-STATUS = '00'
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ DAY1OUT INTO WS-PARSE-LINE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END PERFORM NOTE-TOTALOUT-LINE-PARA
            END-READ
        END-PERFORM
        CLOSE DAY1OUT
    END-IF.

NOTE-TOTALOUT-LINE-PARA.
    IF WS-PARSE-LINE = SPACES
        CONTINUE
    ELSE
        MOVE SPACES TO WS-TOT-RUNDATE
        MOVE 'N' TO WS-TOT-IS-ALL
        MOVE 'N' TO WS-TOT-ADJUSTED
        MOVE SPACES TO WS-TOKEN-TABLE
        UNSTRING WS-PARSE-LINE DELIMITED BY ALL ' '
            INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
                WS-TOKEN(5) WS-TOKEN(6) WS-TOKEN(7) WS-TOKEN(8)
                WS-TOKEN(9) WS-TOKEN(10) WS-TOKEN(11) WS-TOKEN(12)
        END-UNSTRING
        PERFORM VARYING WS-TOKEN-IDX FROM 1 BY 1
            UNTIL WS-TOKEN-IDX > 12
            IF WS-TOKEN(WS-TOKEN-IDX) NOT = SPACES
                PERFORM APPLY-TOTALOUT-TOKEN-PARA
            END-IF
        END-PERFORM
        IF WS-TOT-IS-ALL = 'Y' AND WS-TOT-ADJUSTED = 'N'
            AND WS-TOT-RUNDATE NOT = SPACES
            MOVE WS-TOT-RUNDATE TO WS-RUN-DATE
        END-IF
    END-IF.

APPLY-TOTALOUT-TOKEN-PARA.
    MOVE SPACES TO WS-TOKEN-KEY
    MOVE SPACES TO WS-TOKEN-VALUE
    UNSTRING WS-TOKEN(WS-TOKEN-IDX) DELIMITED BY '='
        INTO WS-TOKEN-KEY WS-TOKEN-VALUE
    END-UNSTRING
    EVALUATE FUNCTION TRIM(WS-TOKEN-KEY)
        WHEN 'RUNDATE'
            MOVE WS-TOKEN-VALUE(1:8) TO WS-TOT-RUNDATE
        WHEN 'SOURCE'
            IF WS-TOKEN-VALUE = 'ALL'
                MOVE 'Y' TO WS-TOT-IS-ALL
            END-IF
        WHEN 'ADJUSTED'
            IF WS-TOKEN-VALUE = 'Y'
                MOVE 'Y' TO WS-TOT-ADJUSTED
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> The same HOLIDAYS deck and card rules DAY1 loads; a card DAY1
*> would abend on abends the ledger step too rather than age items
*> against a calendar the night did not run with.
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
        CONTINUE
    ELSE
        PERFORM PARSE-HOLIDAY-CARD-PARA
        IF WS-HOL-WORK-DATE = SPACES OR WS-HOL-USED >= 100
            MOVE 'N' TO WS-HOL-OK
            MOVE SPACES TO WS-ALERT-TEXT
            STRING 'DAY1EXCL ABEND: BAD HOLIDAYS CARD "'
                DELIMITED BY SIZE
                FUNCTION TRIM(WS-HOL-LINE) DELIMITED BY SIZE
                '"' DELIMITED BY SIZE INTO WS-ALERT-TEXT
            MOVE 16 TO WS-ALERT-SEVERITY
            MOVE 'EXCLHOLB' TO WS-ALERT-ID
            PERFORM NOTIFY-OPERATIONS-PARA
            IF 16 > RETURN-CODE
                MOVE 16 TO RETURN-CODE
            END-IF
        ELSE
            ADD 1 TO WS-HOL-USED
            MOVE WS-HOL-WORK-DATE TO WS-HOL-DATE(WS-HOL-USED)
            MOVE WS-HOL-WORK-DATE TO WS-DATE-NUM
            COMPUTE WS-HOL-INT(WS-HOL-USED) =
                FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
        END-IF
    END-IF.

PARSE-HOLIDAY-CARD-PARA.
    MOVE SPACES TO WS-HOL-WORK-DATE
    MOVE SPACES TO WS-HOL-WORK-DESC
    MOVE SPACES TO WS-HOL-SCRAP
    UNSTRING WS-HOL-LINE DELIMITED BY 'DESC='
        INTO WS-HOL-SCRAP WS-HOL-WORK-DESC
    END-UNSTRING
    IF WS-HOL-SCRAP(1:5) = 'DATE='
        AND WS-HOL-SCRAP(6:8) IS NUMERIC
        AND WS-HOL-SCRAP(10:2) >= '01'
        AND WS-HOL-SCRAP(10:2) <= '12'
        AND WS-HOL-SCRAP(12:2) >= '01'
        AND WS-HOL-SCRAP(12:2) <= '31'
        MOVE WS-HOL-SCRAP(6:8) TO WS-HOL-WORK-DATE
    END-IF.

LOAD-WRITEOFFS-PARA.
    OPEN INPUT WRITEOFF.
    IF WS-WOFF-STATUS = '00'
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ WRITEOFF INTO WS-WOFF-LINE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END PERFORM LOAD-ONE-WRITEOFF-PARA
            END-READ
        END-PERFORM
        CLOSE WRITEOFF
    END-IF.

*> REASON= is split off whole first (it carries blanks, like DESC= on
*> a holiday card); the keys ahead of it are tokenised as usual.
LOAD-ONE-WRITEOFF-PARA.
    IF WS-WOFF-LINE = SPACES OR WS-WOFF-LINE(1:1) = '*'
        CONTINUE
    ELSE
        IF WS-WO-USED >= 500
            MOVE SPACES TO WS-ALERT-TEXT
            STRING 'DAY1EXCL WARNING: MORE THAN 500 WRITEOFF CARDS'
                ' - CARD IGNORED: ' FUNCTION TRIM(WS-WOFF-LINE)
                DELIMITED BY SIZE INTO WS-ALERT-TEXT
            END-STRING
            MOVE 8 TO WS-ALERT-SEVERITY
            MOVE 'EXCLWOFF' TO WS-ALERT-ID
            PERFORM NOTIFY-OPERATIONS-PARA
            IF 8 > RETURN-CODE
                MOVE 8 TO RETURN-CODE
            END-IF
        ELSE
            ADD 1 TO WS-WO-USED
            MOVE WS-WO-USED TO WS-WO-IDX
            MOVE SPACES TO WS-WO-ENTRY(WS-WO-IDX)
            MOVE 0 TO WS-WO-LINE(WS-WO-IDX)
            MOVE 0 TO WS-WO-MATCHES(WS-WO-IDX)
            MOVE WS-WOFF-LINE TO WS-WO-CARD(WS-WO-IDX)
            MOVE 'P' TO WS-WO-STATUS(WS-WO-IDX)
            MOVE SPACES TO WS-WOFF-SCRAP
            MOVE SPACES TO WS-WOFF-REASON
            UNSTRING WS-WOFF-LINE DELIMITED BY 'REASON='
                INTO WS-WOFF-SCRAP WS-WOFF-REASON
            END-UNSTRING
            MOVE FUNCTION TRIM(WS-WOFF-REASON)
                TO WS-WO-REASON(WS-WO-IDX)
            MOVE SPACES TO WS-TOKEN-TABLE
            UNSTRING WS-WOFF-SCRAP DELIMITED BY ALL ' '
                INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
                    WS-TOKEN(5) WS-TOKEN(6) WS-TOKEN(7) WS-TOKEN(8)
                    WS-TOKEN(9) WS-TOKEN(10) WS-TOKEN(11) WS-TOKEN(12)
            END-UNSTRING
            PERFORM VARYING WS-TOKEN-IDX FROM 1 BY 1
                UNTIL WS-TOKEN-IDX > 12
                IF WS-TOKEN(WS-TOKEN-IDX) NOT = SPACES
                    PERFORM APPLY-WRITEOFF-TOKEN-PARA
                END-IF
            END-PERFORM
            IF WS-WO-RUNDATE(WS-WO-IDX) = SPACES
                OR WS-WO-FILE(WS-WO-IDX) = SPACES
                OR WS-WO-LINE(WS-WO-IDX) = 0
                OR WS-WO-REASON(WS-WO-IDX) = SPACES
                MOVE 'R' TO WS-WO-STATUS(WS-WO-IDX)
                MOVE 'INCOMPLETE CARD'
                    TO WS-WO-REJECT-REASON(WS-WO-IDX)
            END-IF
        END-IF
    END-IF.

APPLY-WRITEOFF-TOKEN-PARA.
    MOVE SPACES TO WS-TOKEN-KEY
    MOVE SPACES TO WS-TOKEN-VALUE
    UNSTRING WS-TOKEN(WS-TOKEN-IDX) DELIMITED BY '='
        INTO WS-TOKEN-KEY WS-TOKEN-VALUE
    END-UNSTRING
    EVALUATE FUNCTION TRIM(WS-TOKEN-KEY)
        WHEN 'RUNDATE'
            IF WS-TOKEN-VALUE(1:8) IS NUMERIC
                MOVE WS-TOKEN-VALUE(1:8) TO WS-WO-RUNDATE(WS-WO-IDX)
            END-IF
        WHEN 'FILE'
            MOVE WS-TOKEN-VALUE TO WS-WO-FILE(WS-WO-IDX)
        WHEN 'LINE'
            IF FUNCTION TRIM(WS-TOKEN-VALUE) IS NUMERIC
                MOVE FUNCTION NUMVAL(WS-TOKEN-VALUE)
                    TO WS-WO-LINE(WS-WO-IDX)
            END-IF
        WHEN 'OPERATOR'
        WHEN 'BY'
            MOVE WS-TOKEN-VALUE(1:8) TO WS-WO-BY(WS-WO-IDX)
        WHEN 'APPROVER'
            MOVE WS-TOKEN-VALUE(1:8) TO WS-WO-APPROVER(WS-WO-IDX)
        WHEN 'FAULT'
            EVALUATE WS-TOKEN-VALUE
                WHEN 'NODIGIT'
                WHEN 'LONG'
                WHEN 'BINARY'
                WHEN 'TRAILER'
                WHEN 'BLANK'
                    MOVE WS-TOKEN-VALUE(1:7) TO WS-WO-FAULT(WS-WO-IDX)
                WHEN OTHER
                    MOVE 'R' TO WS-WO-STATUS(WS-WO-IDX)
                    MOVE 'UNKNOWN FAULT'
                        TO WS-WO-REJECT-REASON(WS-WO-IDX)
            END-EVALUATE
        WHEN OTHER
            MOVE 'R' TO WS-WO-STATUS(WS-WO-IDX)
            MOVE 'UNKNOWN KEYWORD'
                TO WS-WO-REJECT-REASON(WS-WO-IDX)
    END-EVALUATE.

*> A write-off closes an audit item, so each card must carry
*> OPERATOR= (who keyed it; BY= is still taken for it) and
*> APPROVER= (a second operator who approved it), both checked
*> against OPERAUTH's WRITEOFF= role. A card failing
*> CHECK-OVERRIDE-PARA is rejected before the ledger is read and its
*> item stays open.
AUTHORIZE-WRITEOFFS-PARA.
    PERFORM VARYING WS-WO-IDX FROM 1 BY 1
        UNTIL WS-WO-IDX > WS-WO-USED
        IF WO-PENDING(WS-WO-IDX)
            MOVE WS-WO-BY(WS-WO-IDX) TO WS-OVRD-OPERATOR
            MOVE WS-WO-APPROVER(WS-WO-IDX) TO WS-OVRD-APPROVER
            MOVE 'Y' TO WS-OVRD-NEEDS-APPROVAL
            PERFORM CHECK-OVERRIDE-PARA
            IF WS-OVRD-REASON NOT = SPACES
                MOVE 'R' TO WS-WO-STATUS(WS-WO-IDX)
                MOVE WS-OVRD-REASON TO WS-WO-REJECT-REASON(WS-WO-IDX)
                MOVE SPACES TO WS-ALERT-TEXT
                STRING 'DAY1EXCL WARNING: WRITEOFF REFUSED - '
                    DELIMITED BY SIZE
                    FUNCTION TRIM(WS-OVRD-REASON) DELIMITED BY SIZE
                    ': LINE=' DELIMITED BY SIZE
                    WS-WO-LINE(WS-WO-IDX) DELIMITED BY SIZE
                    ' OPERATOR=' DELIMITED BY SIZE
                    WS-WO-BY(WS-WO-IDX) DELIMITED BY SPACE
                    ' APPROVER=' DELIMITED BY SIZE
                    WS-WO-APPROVER(WS-WO-IDX) DELIMITED BY SPACE
                    INTO WS-ALERT-TEXT
                MOVE 8 TO WS-ALERT-SEVERITY
                MOVE 'EXCLAUTH' TO WS-ALERT-ID
                MOVE WS-WO-FILE(WS-WO-IDX) TO WS-ALERT-SOURCE
                PERFORM NOTIFY-OPERATIONS-PARA
                IF 8 > RETURN-CODE
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF
        END-IF
    END-PERFORM.

*> Every card keyed goes to the override log, applied or not.
LOG-WRITEOFF-PARA.
    MOVE WS-WO-BY(WS-WO-IDX) TO WS-OVRD-OPERATOR
    MOVE WS-WO-APPROVER(WS-WO-IDX) TO WS-OVRD-APPROVER
    IF WO-APPLIED(WS-WO-IDX)
        MOVE 'ACCEPTED' TO WS-OVRD-RESULT
        MOVE SPACES TO WS-OVRD-REASON
    ELSE
        MOVE 'REJECTED' TO WS-OVRD-RESULT
        MOVE WS-WO-REJECT-REASON(WS-WO-IDX) TO WS-OVRD-REASON
    END-IF
    MOVE SPACES TO WS-OVRD-DETAIL
    STRING 'RUNDATE=' WS-WO-RUNDATE(WS-WO-IDX)
        ' FILE=' FUNCTION TRIM(WS-WO-FILE(WS-WO-IDX))
        ' LINE=' WS-WO-LINE(WS-WO-IDX)
        ' FAULT=' WS-WO-FAULT(WS-WO-IDX)
        DELIMITED BY SIZE INTO WS-OVRD-DETAIL
    END-STRING
    PERFORM WRITE-OVERRIDE-LOG-PARA.

LOAD-EXCEPTIONS-PARA.
    OPEN INPUT DAY1EXCEPT.
    IF WS-EXCEPT-STATUS NOT = '00'
        MOVE 'N' TO WS-EXC-OK
        MOVE SPACES TO WS-ALERT-TEXT
        STRING 'DAY1EXCL ABEND: UNABLE TO OPEN EXCEPTION, '
            DELIMITED BY SIZE
            'FILE STATUS=' DELIMITED BY SIZE
            WS-EXCEPT-STATUS DELIMITED BY SIZE INTO WS-ALERT-TEXT
        MOVE 16 TO WS-ALERT-SEVERITY
        MOVE 'EXCLOPEN' TO WS-ALERT-ID
        PERFORM NOTIFY-OPERATIONS-PARA
        IF 16 > RETURN-CODE
            MOVE 16 TO RETURN-CODE
        END-IF
    ELSE
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y' OR WS-EXC-OK = 'N'
            READ DAY1EXCEPT INTO WS-PARSE-LINE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END PERFORM LOAD-ONE-EXCEPTION-PARA
            END-READ
        END-PERFORM
        CLOSE DAY1EXCEPT
    END-IF.

*> FILE= and LINE= lead the exception line; REASON= is its last
*> keyword and may carry blanks. A night with more rejects than the
*> table holds is not ledgered at all -- a partial roll would leave
*> lines unaccounted for, which is the one thing the ledger exists
*> to prevent.
LOAD-ONE-EXCEPTION-PARA.
    IF WS-PARSE-LINE = SPACES
        CONTINUE
    ELSE
        PERFORM PARSE-EXCEPTION-LINE-PARA
        IF WS-EXC-FILE NOT = SPACES
            IF WS-EXC-USED >= 5000
                MOVE 'N' TO WS-EXC-OK
                MOVE SPACES TO WS-ALERT-TEXT
                STRING 'DAY1EXCL ABEND: MORE THAN 5000 EXCEPTION'
                    ' LINES - LEDGER NOT ROLLED'
                    DELIMITED BY SIZE INTO WS-ALERT-TEXT
                END-STRING
                MOVE 16 TO WS-ALERT-SEVERITY
                MOVE 'EXCLOVFL' TO WS-ALERT-ID
                PERFORM NOTIFY-OPERATIONS-PARA
                IF 16 > RETURN-CODE
                    MOVE 16 TO RETURN-CODE
                END-IF
            ELSE
                ADD 1 TO WS-EXC-USED
                MOVE WS-EXC-FILE TO WS-EX-FILE(WS-EXC-USED)
                MOVE WS-EXC-LINE-NO TO WS-EX-LINE(WS-EXC-USED)
                MOVE WS-EXC-REASON TO WS-EX-REASON(WS-EXC-USED)
                MOVE 'N' TO WS-EX-LEDGERED(WS-EXC-USED)
            END-IF
        END-IF
    END-IF.

PARSE-EXCEPTION-LINE-PARA.
    MOVE SPACES TO WS-EXC-FILE
    MOVE 0 TO WS-EXC-LINE-NO
    MOVE SPACES TO WS-EXC-REASON
    MOVE SPACES TO WS-TOKEN-TABLE
    UNSTRING WS-PARSE-LINE DELIMITED BY ALL ' '
        INTO WS-TOKEN(1) WS-TOKEN(2)
    END-UNSTRING
    IF WS-TOKEN(1)(1:5) = 'FILE='
        MOVE WS-TOKEN(1)(6:60) TO WS-EXC-FILE
    END-IF
    IF WS-TOKEN(2)(1:5) = 'LINE='
        AND WS-TOKEN(2)(6:8) IS NUMERIC
        MOVE WS-TOKEN(2)(6:8) TO WS-EXC-LINE-NO
    END-IF
    MOVE SPACES TO WS-EXC-SCRAP
    UNSTRING WS-PARSE-LINE DELIMITED BY ' REASON='
        INTO WS-EXC-SCRAP WS-EXC-REASON
    END-UNSTRING.

*> Copy the ledger forward into EXCLEDGR.TMP, closing write-offs and
*> ageing open items as they pass, append tonight's new items, then
*> rename the copy over the live ledger. A missing ledger (status 35)
*> is the first night and starts an empty one.
ROLL-LEDGER-PARA.
    INITIALIZE WS-GRAND-BUCKETS
    MOVE WS-RUN-DATE TO WS-DATE-NUM
    COMPUTE WS-ASOF-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
    OPEN OUTPUT EXCLEDGRTMP
    IF WS-LEDGERTMP-STATUS NOT = '00'
        MOVE WS-LEDGERTMP-STATUS TO WS-LEDGER-STATUS
        PERFORM LEDGER-FAILURE-PARA
    ELSE
        OPEN INPUT EXCLEDGR
        EVALUATE WS-LEDGER-STATUS
            WHEN '00'
                MOVE 'N' TO WS-EOF
                PERFORM UNTIL WS-EOF = 'Y'
                    READ EXCLEDGR INTO WS-LEDGER-ITEM
                        AT END MOVE 'Y' TO WS-EOF
                        NOT AT END PERFORM ROLL-ONE-ITEM-PARA
                    END-READ
                END-PERFORM
                CLOSE EXCLEDGR
            WHEN '35'
                DISPLAY 'DAY1EXCL: NO LEDGER YET - STARTING ONE'
            WHEN OTHER
                PERFORM LEDGER-FAILURE-PARA
        END-EVALUATE
        IF WS-LEDGER-OK = 'Y'
            PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                UNTIL WS-EXC-IDX > WS-EXC-USED
                IF WS-EX-LEDGERED(WS-EXC-IDX) = 'N'
                    PERFORM ADD-NEW-ITEM-PARA
                END-IF
            END-PERFORM
        END-IF
        CLOSE EXCLEDGRTMP
        IF WS-LEDGER-OK = 'Y'
            MOVE SPACES TO WS-RENAME-OLD
            MOVE SPACES TO WS-RENAME-NEW
            MOVE WS-LEDGERTMP-DSNAME TO WS-RENAME-OLD
            MOVE WS-LEDGER-DSNAME TO WS-RENAME-NEW
            CALL 'CBL_RENAME_FILE' USING WS-RENAME-OLD WS-RENAME-NEW
                RETURNING WS-RENAME-RESULT
            IF WS-RENAME-RESULT NOT = 0
                MOVE 'N' TO WS-LEDGER-OK
                MOVE SPACES TO WS-ALERT-TEXT
                STRING 'DAY1EXCL ABEND: UNABLE TO RENAME '
                    DELIMITED BY SIZE
                    FUNCTION TRIM(WS-LEDGERTMP-DSNAME) DELIMITED BY SIZE
                    ' OVER THE LEDGER' DELIMITED BY SIZE
                    INTO WS-ALERT-TEXT
                MOVE 16 TO WS-ALERT-SEVERITY
                MOVE 'EXCLLEDG' TO WS-ALERT-ID
                PERFORM NOTIFY-OPERATIONS-PARA
                IF 16 > RETURN-CODE
                    MOVE 16 TO RETURN-CODE
                END-IF
            END-IF
        END-IF
    END-IF.

LEDGER-FAILURE-PARA.
    MOVE 'N' TO WS-LEDGER-OK
    MOVE SPACES TO WS-ALERT-TEXT
    STRING 'DAY1EXCL ABEND: UNABLE TO ROLL EXCLEDGR, '
        DELIMITED BY SIZE
        'FILE STATUS=' DELIMITED BY SIZE
        WS-LEDGER-STATUS DELIMITED BY SIZE INTO WS-ALERT-TEXT
    MOVE 16 TO WS-ALERT-SEVERITY
    MOVE 'EXCLLEDG' TO WS-ALERT-ID
    PERFORM NOTIFY-OPERATIONS-PARA
    IF 16 > RETURN-CODE
        MOVE 16 TO RETURN-CODE
    END-IF.

ROLL-ONE-ITEM-PARA.
    ADD 1 TO WS-LEDGER-READ
    IF LG-RUN-DATE = WS-RUN-DATE
        PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
            UNTIL WS-EXC-IDX > WS-EXC-USED
            *> The reason is part of the match: a rejected trailer
            *> carries the line number of the data line before it.
            IF WS-EX-FILE(WS-EXC-IDX) = LG-SOURCE
                AND WS-EX-LINE(WS-EXC-IDX) = LG-LINE
                AND WS-EX-REASON(WS-EXC-IDX) = LG-REASON
                MOVE 'Y' TO WS-EX-LEDGERED(WS-EXC-IDX)
            END-IF
        END-PERFORM
    END-IF
    IF LG-OPEN
        PERFORM MATCH-WRITEOFF-PARA
    END-IF
    PERFORM TALLY-ITEM-PARA
    WRITE LEDGERTMP-LINE FROM WS-LEDGER-ITEM.

ADD-NEW-ITEM-PARA.
    MOVE SPACES TO WS-LEDGER-ITEM
    MOVE WS-RUN-DATE TO LG-RUN-DATE
    MOVE WS-EX-FILE(WS-EXC-IDX) TO LG-SOURCE
    MOVE WS-EX-LINE(WS-EXC-IDX) TO LG-LINE
    MOVE 'OPEN' TO LG-STATUS
    MOVE WS-EX-REASON(WS-EXC-IDX) TO LG-REASON
    MOVE WS-TODAY TO LG-OPENED
    MOVE 'Y' TO WS-EX-LEDGERED(WS-EXC-IDX)
    ADD 1 TO WS-ADDED-COUNT
    PERFORM MATCH-WRITEOFF-PARA
    PERFORM TALLY-ITEM-PARA
    WRITE LEDGERTMP-LINE FROM WS-LEDGER-ITEM.

MATCH-WRITEOFF-PARA.
    MOVE 'N' TO WS-WO-FOUND
    MOVE LG-REASON TO WS-FAULT-TEXT
    PERFORM FAULT-CODE-PARA
    PERFORM VARYING WS-WO-IDX FROM 1 BY 1
        UNTIL WS-WO-IDX > WS-WO-USED OR WS-WO-FOUND = 'Y'
        PERFORM TEST-WRITEOFF-MATCH-PARA
        IF WS-WO-MATCH = 'Y'
            MOVE 'Y' TO WS-WO-FOUND
            MOVE 'A' TO WS-WO-STATUS(WS-WO-IDX)
            MOVE 'CLOSED' TO LG-STATUS
            MOVE WS-TODAY TO LG-CLOSED-DATE
            MOVE 'WRITEOFF' TO LG-CLOSED-HOW
            MOVE WS-WO-BY(WS-WO-IDX) TO LG-CLOSED-BY
            MOVE SPACES TO LG-CORR-VALUE
            MOVE WS-WO-REASON(WS-WO-IDX) TO LG-NOTE
            ADD 1 TO WS-WRITEOFF-COUNT
        END-IF
    END-PERFORM.

*> Does pending card WS-WO-IDX name the ledger item in hand? FAULT=,
*> where given, must agree with the item's reason.
TEST-WRITEOFF-MATCH-PARA.
    MOVE 'N' TO WS-WO-MATCH
    IF WO-PENDING(WS-WO-IDX)
        AND WS-WO-RUNDATE(WS-WO-IDX) = LG-RUN-DATE
        AND WS-WO-FILE(WS-WO-IDX) = LG-SOURCE
        AND WS-WO-LINE(WS-WO-IDX) = LG-LINE
        IF WS-WO-FAULT(WS-WO-IDX) = SPACES
            OR WS-WO-FAULT(WS-WO-IDX) = WS-ITEM-FAULT
            MOVE 'Y' TO WS-WO-MATCH
        END-IF
    END-IF.

*> The FAULT= code for a ledger reason (DAY1's reason texts).
FAULT-CODE-PARA.
    EVALUATE WS-FAULT-TEXT
        WHEN 'NO DIGIT FOUND'
            MOVE 'NODIGIT' TO WS-ITEM-FAULT
        WHEN 'RECORD TOO LONG'
            MOVE 'LONG' TO WS-ITEM-FAULT
        WHEN 'NON-PRINTABLE DATA'
            MOVE 'BINARY' TO WS-ITEM-FAULT
        WHEN 'TRAILER NOT LAST'
        WHEN 'EXTRA TRAILER'
            MOVE 'TRAILER' TO WS-ITEM-FAULT
        WHEN 'BLANK LINE'
            MOVE 'BLANK' TO WS-ITEM-FAULT
        WHEN OTHER
            MOVE SPACES TO WS-ITEM-FAULT
    END-EVALUATE.

*> Before anything is closed, count the open items each card without
*> FAULT= would match -- those already in the ledger and tonight's
*> new ones -- and refuse a card that matches more than one. A
*> ledger that cannot be read here is left to the roll to report.
PRESCAN-WRITEOFFS-PARA.
    OPEN INPUT EXCLEDGR
    IF WS-LEDGER-STATUS = '00'
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ EXCLEDGR INTO WS-LEDGER-ITEM
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END PERFORM PRESCAN-ONE-ITEM-PARA
            END-READ
        END-PERFORM
        CLOSE EXCLEDGR
    END-IF
    PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
        UNTIL WS-EXC-IDX > WS-EXC-USED
        IF WS-EX-LEDGERED(WS-EXC-IDX) = 'N'
            MOVE SPACES TO WS-LEDGER-ITEM
            MOVE WS-RUN-DATE TO LG-RUN-DATE
            MOVE WS-EX-FILE(WS-EXC-IDX) TO LG-SOURCE
            MOVE WS-EX-LINE(WS-EXC-IDX) TO LG-LINE
            MOVE 'OPEN' TO LG-STATUS
            MOVE WS-EX-REASON(WS-EXC-IDX) TO LG-REASON
            PERFORM COUNT-WRITEOFF-MATCHES-PARA
        END-IF
    END-PERFORM
    PERFORM VARYING WS-WO-IDX FROM 1 BY 1
        UNTIL WS-WO-IDX > WS-WO-USED
        IF WO-PENDING(WS-WO-IDX)
            AND WS-WO-FAULT(WS-WO-IDX) = SPACES
            AND WS-WO-MATCHES(WS-WO-IDX) > 1
            MOVE 'R' TO WS-WO-STATUS(WS-WO-IDX)
            MOVE 'SEVERAL ITEMS - FAULT= NEEDED'
                TO WS-WO-REJECT-REASON(WS-WO-IDX)
        END-IF
    END-PERFORM.

PRESCAN-ONE-ITEM-PARA.
    IF LG-RUN-DATE = WS-RUN-DATE
        PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
            UNTIL WS-EXC-IDX > WS-EXC-USED
            IF WS-EX-FILE(WS-EXC-IDX) = LG-SOURCE
                AND WS-EX-LINE(WS-EXC-IDX) = LG-LINE
                AND WS-EX-REASON(WS-EXC-IDX) = LG-REASON
                MOVE 'Y' TO WS-EX-LEDGERED(WS-EXC-IDX)
            END-IF
        END-PERFORM
    END-IF
    IF LG-OPEN
        PERFORM COUNT-WRITEOFF-MATCHES-PARA
    END-IF.

COUNT-WRITEOFF-MATCHES-PARA.
    MOVE LG-REASON TO WS-FAULT-TEXT
    PERFORM FAULT-CODE-PARA
    PERFORM VARYING WS-WO-IDX FROM 1 BY 1
        UNTIL WS-WO-IDX > WS-WO-USED
        PERFORM TEST-WRITEOFF-MATCH-PARA
        IF WS-WO-MATCH = 'Y'
            ADD 1 TO WS-WO-MATCHES(WS-WO-IDX)
        END-IF
    END-PERFORM.

TALLY-ITEM-PARA.
    ADD 1 TO WS-TOTAL-ITEMS
    EVALUATE TRUE
        WHEN LG-OPEN
            ADD 1 TO WS-OPEN-ITEMS
            PERFORM COMPUTE-AGE-PARA
            PERFORM TALLY-OPEN-ITEM-PARA
        WHEN LG-CLOSED AND LG-CLOSED-HOW = 'CORRECTED'
            ADD 1 TO WS-CORRECTED-ITEMS
            IF LG-CLOSED-DATE = WS-TODAY
                ADD 1 TO WS-CORRECTED-TODAY
            END-IF
        WHEN LG-CLOSED AND LG-CLOSED-HOW = 'WRITEOFF'
            ADD 1 TO WS-WRITTEN-OFF-ITEMS
        WHEN LG-CLOSED AND LG-CLOSED-HOW = 'REVERSED'
            ADD 1 TO WS-REVERSED-ITEMS
        WHEN OTHER
            ADD 1 TO WS-OTHER-ITEMS
    END-EVALUATE.

TALLY-OPEN-ITEM-PARA.
    EVALUATE TRUE
        WHEN WS-AGE-DAYS <= 2
            MOVE 1 TO WS-BUCKET-IDX
        WHEN WS-AGE-DAYS <= 5
            MOVE 2 TO WS-BUCKET-IDX
        WHEN WS-AGE-DAYS <= 10
            MOVE 3 TO WS-BUCKET-IDX
        WHEN WS-AGE-DAYS <= 20
            MOVE 4 TO WS-BUCKET-IDX
        WHEN OTHER
            MOVE 5 TO WS-BUCKET-IDX
    END-EVALUATE
    ADD 1 TO WS-GR-BUCKET(WS-BUCKET-IDX)
    IF WS-AGE-DAYS > WS-GR-OLDEST
        MOVE WS-AGE-DAYS TO WS-GR-OLDEST
    END-IF
    MOVE 0 TO WS-FOUND-IDX
    PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
        UNTIL WS-SRC-IDX > WS-SRC-USED OR WS-FOUND-IDX > 0
        IF WS-SX-NAME(WS-SRC-IDX) = LG-SOURCE
            MOVE WS-SRC-IDX TO WS-FOUND-IDX
        END-IF
    END-PERFORM
    IF WS-FOUND-IDX = 0
        IF WS-SRC-USED < 200
            ADD 1 TO WS-SRC-USED
            MOVE WS-SRC-USED TO WS-FOUND-IDX
            INITIALIZE WS-SRC-ENTRY(WS-FOUND-IDX)
            MOVE LG-SOURCE TO WS-SX-NAME(WS-FOUND-IDX)
        ELSE
            IF WS-SRC-OVERFLOW = 'N'
                MOVE 'Y' TO WS-SRC-OVERFLOW
                MOVE SPACES TO WS-ALERT-TEXT
                STRING 'DAY1EXCL WARNING: MORE THAN 200 SOURCES WITH'
                    ' OPEN ITEMS - LATER SOURCES IN GRAND TOTAL ONLY'
                    DELIMITED BY SIZE INTO WS-ALERT-TEXT
                END-STRING
                MOVE 8 TO WS-ALERT-SEVERITY
                MOVE 'EXCLOVFL' TO WS-ALERT-ID
                PERFORM NOTIFY-OPERATIONS-PARA
                IF 8 > RETURN-CODE
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF
        END-IF
    END-IF
    IF WS-FOUND-IDX > 0
        ADD 1 TO WS-SX-OPEN(WS-FOUND-IDX)
        ADD 1 TO WS-SX-BUCKET(WS-FOUND-IDX, WS-BUCKET-IDX)
        IF WS-AGE-DAYS >= WS-WARN-DAYS
            ADD 1 TO WS-SX-WARN(WS-FOUND-IDX)
        END-IF
        IF WS-AGE-DAYS >= WS-ESCALATE-DAYS
            ADD 1 TO WS-SX-ESCALATE(WS-FOUND-IDX)
        END-IF
        IF WS-AGE-DAYS >= WS-CRITICAL-DAYS
            ADD 1 TO WS-SX-CRITICAL(WS-FOUND-IDX)
        END-IF
        IF WS-AGE-DAYS > WS-SX-OLDEST(WS-FOUND-IDX)
            MOVE WS-AGE-DAYS TO WS-SX-OLDEST(WS-FOUND-IDX)
        END-IF
    END-IF.

*> Business days from the night the line was rejected to tonight's
*> run date: the reject night itself is day 0, and every later
*> Monday-Friday not on the HOLIDAYS deck counts one. Integer dates
*> run Monday=1 .. Saturday=6, Sunday=0 modulo 7. The ledger is in
*> run-date order, so the last date's answer is kept for the next.
COMPUTE-AGE-PARA.
    IF LG-RUN-DATE = WS-AGE-CACHE-DATE
        MOVE WS-AGE-CACHE-DAYS TO WS-AGE-DAYS
    ELSE
        MOVE 0 TO WS-AGE-DAYS
        MOVE 0 TO WS-FROM-INT
        IF LG-RUN-DATE IS NUMERIC
            MOVE LG-RUN-DATE TO WS-DATE-NUM
            COMPUTE WS-FROM-INT =
                FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
        END-IF
        IF WS-FROM-INT > 0
            ADD 1 TO WS-FROM-INT
            PERFORM VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
                UNTIL WS-DAY-INT > WS-ASOF-INT
                    OR WS-AGE-DAYS >= 9999
                COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-INT, 7)
                IF WS-WEEKDAY >= 1 AND WS-WEEKDAY <= 5
                    MOVE 'N' TO WS-IS-HOLIDAY
                    PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                        UNTIL WS-HOL-IDX > WS-HOL-USED
                            OR WS-IS-HOLIDAY = 'Y'
                        IF WS-HOL-INT(WS-HOL-IDX) = WS-DAY-INT
                            MOVE 'Y' TO WS-IS-HOLIDAY
                        END-IF
                    END-PERFORM
                    IF WS-IS-HOLIDAY = 'N'
                        ADD 1 TO WS-AGE-DAYS
                    END-IF
                END-IF
            END-PERFORM
        END-IF
        MOVE LG-RUN-DATE TO WS-AGE-CACHE-DATE
        MOVE WS-AGE-DAYS TO WS-AGE-CACHE-DAYS
    END-IF.

REJECT-UNMATCHED-WRITEOFFS-PARA.
    PERFORM VARYING WS-WO-IDX FROM 1 BY 1
        UNTIL WS-WO-IDX > WS-WO-USED
        IF WO-PENDING(WS-WO-IDX)
            MOVE 'R' TO WS-WO-STATUS(WS-WO-IDX)
            MOVE 'NO OPEN LEDGER ITEM'
                TO WS-WO-REJECT-REASON(WS-WO-IDX)
        END-IF
        IF WO-REJECTED(WS-WO-IDX)
            ADD 1 TO WS-WO-REJECTS
        END-IF
    END-PERFORM
    IF WS-WO-REJECTS > 0
        MOVE SPACES TO WS-ALERT-TEXT
        STRING 'DAY1EXCL WARNING: ' DELIMITED BY SIZE
            WS-WO-REJECTS DELIMITED BY SIZE
            ' WRITEOFF CARDS REJECTED - SEE EXCLRPT' DELIMITED BY SIZE
            INTO WS-ALERT-TEXT
        MOVE 8 TO WS-ALERT-SEVERITY
        MOVE 'EXCLWOFF' TO WS-ALERT-ID
        PERFORM NOTIFY-OPERATIONS-PARA
        IF 8 > RETURN-CODE
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF.

PAGE-BREAK-PARA.
    ADD 1 TO WS-PAGE-NUMBER
    MOVE SPACES TO RPT-LINE
    STRING
        'DAY1 OPEN EXCEPTIONS LEDGER  RUNDATE=' WS-RUN-DATE
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

WRITE-ACTIVITY-SECTION-PARA.
    MOVE 99 TO WS-LINE-COUNT
    MOVE 'LEDGER ACTIVITY' TO WS-DETAIL-TEXT
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE WS-ADDED-COUNT TO WS-COUNT-DISP
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING '  REJECTED LINES ADDED          ' WS-COUNT-DISP
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE WS-CORRECTED-TODAY TO WS-COUNT-DISP
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING '  CLOSED BY CORRECTION TODAY    ' WS-COUNT-DISP
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE WS-WRITEOFF-COUNT TO WS-COUNT-DISP
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING '  WRITTEN OFF TONIGHT           ' WS-COUNT-DISP
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE WS-WO-REJECTS TO WS-COUNT-DISP
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING '  WRITEOFF CARDS REJECTED       ' WS-COUNT-DISP
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA
    IF WS-WO-REJECTS > 0
        MOVE SPACES TO WS-DETAIL-TEXT
        PERFORM WRITE-REPORT-LINE-PARA
        MOVE '  REJECTED WRITEOFF CARDS' TO WS-DETAIL-TEXT
        PERFORM WRITE-REPORT-LINE-PARA
        PERFORM VARYING WS-WO-IDX FROM 1 BY 1
            UNTIL WS-WO-IDX > WS-WO-USED
            IF WO-REJECTED(WS-WO-IDX)
                MOVE SPACES TO WS-DETAIL-TEXT
                STRING '    ' WS-WO-REJECT-REASON(WS-WO-IDX)
                    ' ' WS-WO-CARD(WS-WO-IDX)
                    DELIMITED BY SIZE INTO WS-DETAIL-TEXT
                END-STRING
                PERFORM WRITE-REPORT-LINE-PARA
            END-IF
        END-PERFORM
    END-IF.

WRITE-AGING-SECTION-PARA.
    MOVE 99 TO WS-LINE-COUNT
    MOVE 'OPEN ITEMS BY SOURCE AND AGE (BUSINESS DAYS)'
        TO WS-DETAIL-TEXT
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING '  SOURCE' '                                  '
        '    0-2    3-5   6-10  11-20    21+    OPEN  OLDEST'
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA
    IF WS-SRC-USED = 0
        MOVE '  NO OPEN ITEMS' TO WS-DETAIL-TEXT
        PERFORM WRITE-REPORT-LINE-PARA
    ELSE
        PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
            UNTIL WS-SRC-IDX > WS-SRC-USED
            MOVE WS-SX-NAME(WS-SRC-IDX) TO AG-SOURCE
            PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                UNTIL WS-BUCKET-IDX > 5
                MOVE WS-SX-BUCKET(WS-SRC-IDX, WS-BUCKET-IDX)
                    TO AG-BUCKET(WS-BUCKET-IDX)
            END-PERFORM
            MOVE WS-SX-OPEN(WS-SRC-IDX) TO AG-OPEN
            MOVE WS-SX-OLDEST(WS-SRC-IDX) TO AG-OLDEST
            MOVE WS-AGING-LINE TO WS-DETAIL-TEXT
            PERFORM WRITE-REPORT-LINE-PARA
        END-PERFORM
        MOVE 'ALL SOURCES' TO AG-SOURCE
        PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
            UNTIL WS-BUCKET-IDX > 5
            MOVE WS-GR-BUCKET(WS-BUCKET-IDX)
                TO AG-BUCKET(WS-BUCKET-IDX)
        END-PERFORM
        MOVE WS-OPEN-ITEMS TO AG-OPEN
        MOVE WS-GR-OLDEST TO AG-OLDEST
        MOVE SPACES TO WS-DETAIL-TEXT
        PERFORM WRITE-REPORT-LINE-PARA
        MOVE WS-AGING-LINE TO WS-DETAIL-TEXT
        PERFORM WRITE-REPORT-LINE-PARA
    END-IF.

*> Second read of the rolled ledger, itemising every open item at or
*> past WARN-DAYS so the supervisor has the lines to chase.
WRITE-AGED-ITEMS-SECTION-PARA.
    MOVE 99 TO WS-LINE-COUNT
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING 'OPEN ITEMS AT OR PAST WARN-DAYS=' WS-WARN-DAYS
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE '  RUNDATE   LINE       AGE  LEVEL     SOURCE / REASON'
        TO WS-DETAIL-TEXT
    PERFORM WRITE-REPORT-LINE-PARA
    OPEN INPUT EXCLEDGR
    IF WS-LEDGER-STATUS = '00'
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ EXCLEDGR INTO WS-LEDGER-ITEM
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF LG-OPEN
                        PERFORM WRITE-AGED-ITEM-PARA
                    END-IF
            END-READ
        END-PERFORM
        CLOSE EXCLEDGR
    END-IF
    IF WS-AGED-LISTED = 0
        MOVE '  NONE' TO WS-DETAIL-TEXT
        PERFORM WRITE-REPORT-LINE-PARA
    END-IF.

WRITE-AGED-ITEM-PARA.
    PERFORM COMPUTE-AGE-PARA
    IF WS-AGE-DAYS >= WS-WARN-DAYS
        EVALUATE TRUE
            WHEN WS-AGE-DAYS >= WS-CRITICAL-DAYS
                MOVE 'CRITICAL' TO WS-AGE-LEVEL
            WHEN WS-AGE-DAYS >= WS-ESCALATE-DAYS
                MOVE 'ESCALATE' TO WS-AGE-LEVEL
            WHEN OTHER
                MOVE 'WARN' TO WS-AGE-LEVEL
        END-EVALUATE
        MOVE WS-AGE-DAYS TO WS-AGE-DISP
        MOVE SPACES TO WS-DETAIL-TEXT
        STRING '  ' LG-RUN-DATE
            '  ' LG-LINE
            '  ' WS-AGE-DISP
            '  ' WS-AGE-LEVEL
            '  ' FUNCTION TRIM(LG-SOURCE)
            ' ' FUNCTION TRIM(LG-REASON)
            DELIMITED BY SIZE INTO WS-DETAIL-TEXT
        END-STRING
        PERFORM WRITE-REPORT-LINE-PARA
        ADD 1 TO WS-AGED-LISTED
    END-IF.

*> Every line ever rejected is open, corrected, written off or closed
*> with its night by DAY1REVS; the proof foots the four against the
*> ledger's item count.
WRITE-PROOF-SECTION-PARA.
    MOVE 99 TO WS-LINE-COUNT
    MOVE 'RESOLUTION PROOF' TO WS-DETAIL-TEXT
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE WS-TOTAL-ITEMS TO WS-COUNT-DISP
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING '  REJECTED LINES LEDGERED       ' WS-COUNT-DISP
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE WS-CORRECTED-ITEMS TO WS-COUNT-DISP
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING '  CLOSED - CORRECTED            ' WS-COUNT-DISP
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE WS-WRITTEN-OFF-ITEMS TO WS-COUNT-DISP
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING '  CLOSED - WRITTEN OFF          ' WS-COUNT-DISP
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE WS-REVERSED-ITEMS TO WS-COUNT-DISP
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING '  CLOSED - NIGHT REVERSED       ' WS-COUNT-DISP
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE WS-OPEN-ITEMS TO WS-COUNT-DISP
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING '  STILL OPEN                    ' WS-COUNT-DISP
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA
    COMPUTE WS-RESOLVED-SUM = WS-CORRECTED-ITEMS
        + WS-WRITTEN-OFF-ITEMS + WS-REVERSED-ITEMS + WS-OPEN-ITEMS
    MOVE SPACES TO WS-DETAIL-TEXT
    IF WS-RESOLVED-SUM = WS-TOTAL-ITEMS
        MOVE '  EVERY LEDGERED LINE IS OPEN, CORRECTED, WRITTEN OFF '
            & 'OR REVERSED' TO WS-DETAIL-TEXT
    ELSE
        MOVE WS-OTHER-ITEMS TO WS-COUNT-DISP
        STRING '  *** ' WS-COUNT-DISP
            ' LEDGER ITEMS IN NO KNOWN STATE - INVESTIGATE ***'
            DELIMITED BY SIZE INTO WS-DETAIL-TEXT
        END-STRING
    END-IF
    PERFORM WRITE-REPORT-LINE-PARA.

*> One alert per source at the highest threshold its oldest items
*> have reached. RC stops at 8: aged items are for the supervisor to
*> chase, not a failed step.
RAISE-ESCALATIONS-PARA.
    PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
        UNTIL WS-SRC-IDX > WS-SRC-USED
        IF WS-SX-WARN(WS-SRC-IDX) > 0
            ADD 1 TO WS-ESCALATIONS
            MOVE WS-SX-OLDEST(WS-SRC-IDX) TO WS-AGE-DISP
            MOVE SPACES TO WS-ALERT-TEXT
            EVALUATE TRUE
                WHEN WS-SX-CRITICAL(WS-SRC-IDX) > 0
                    MOVE WS-SX-CRITICAL(WS-SRC-IDX) TO WS-COUNT-DISP
                    STRING 'DAY1EXCL: ' FUNCTION TRIM(WS-COUNT-DISP)
                        ' REJECTED LINES OPEN ' WS-CRITICAL-DAYS
                        '+ BUSINESS DAYS, OLDEST '
                        FUNCTION TRIM(WS-AGE-DISP)
                        DELIMITED BY SIZE INTO WS-ALERT-TEXT
                    END-STRING
                    MOVE 16 TO WS-ALERT-SEVERITY
                    MOVE 'EXCLCRIT' TO WS-ALERT-ID
                    IF 8 > RETURN-CODE
                        MOVE 8 TO RETURN-CODE
                    END-IF
                WHEN WS-SX-ESCALATE(WS-SRC-IDX) > 0
                    MOVE WS-SX-ESCALATE(WS-SRC-IDX) TO WS-COUNT-DISP
                    STRING 'DAY1EXCL: ' FUNCTION TRIM(WS-COUNT-DISP)
                        ' REJECTED LINES OPEN ' WS-ESCALATE-DAYS
                        '+ BUSINESS DAYS, OLDEST '
                        FUNCTION TRIM(WS-AGE-DISP)
                        DELIMITED BY SIZE INTO WS-ALERT-TEXT
                    END-STRING
                    MOVE 8 TO WS-ALERT-SEVERITY
                    MOVE 'EXCLESCL' TO WS-ALERT-ID
                    IF 8 > RETURN-CODE
                        MOVE 8 TO RETURN-CODE
                    END-IF
                WHEN OTHER
                    MOVE WS-SX-WARN(WS-SRC-IDX) TO WS-COUNT-DISP
                    STRING 'DAY1EXCL: ' FUNCTION TRIM(WS-COUNT-DISP)
                        ' REJECTED LINES OPEN ' WS-WARN-DAYS
                        '+ BUSINESS DAYS, OLDEST '
                        FUNCTION TRIM(WS-AGE-DISP)
                        DELIMITED BY SIZE INTO WS-ALERT-TEXT
                    END-STRING
                    MOVE 4 TO WS-ALERT-SEVERITY
                    MOVE 'EXCLWARN' TO WS-ALERT-ID
                    IF 4 > RETURN-CODE
                        MOVE 4 TO RETURN-CODE
                    END-IF
            END-EVALUATE
            MOVE WS-SX-NAME(WS-SRC-IDX) TO WS-ALERT-SOURCE
            PERFORM NOTIFY-OPERATIONS-PARA
        END-IF
    END-PERFORM.

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
        STRING 'DAY1EXCL WARNING: OPERAUTH UNAVAILABLE, FILE STATUS='
            DELIMITED BY SIZE
            WS-OPER-STATUS DELIMITED BY SIZE
            ' - NO OVERRIDE CAN BE AUTHORIZED' DELIMITED BY SIZE
            INTO WS-ALERT-TEXT
        MOVE 8 TO WS-ALERT-SEVERITY
        MOVE 'EXCLAUTH' TO WS-ALERT-ID
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
                STRING 'DAY1EXCL WARNING: BAD OPERAUTH CARD IGNORED "'
                    DELIMITED BY SIZE
                    FUNCTION TRIM(WS-OPER-LINE) DELIMITED BY SIZE
                    '"' DELIMITED BY SIZE INTO WS-ALERT-TEXT
                MOVE 8 TO WS-ALERT-SEVERITY
                MOVE 'EXCLAUTH' TO WS-ALERT-ID
                PERFORM NOTIFY-OPERATIONS-PARA
                IF 8 > RETURN-CODE
                    MOVE 8 TO RETURN-CODE
                END-IF
            WHEN WS-OPER-WORK-ROLE = SPACES
                CONTINUE
            WHEN WS-OP-USED >= 200
                MOVE SPACES TO WS-ALERT-TEXT
                STRING 'DAY1EXCL WARNING: MORE THAN 200 OPERATORS - '
                    DELIMITED BY SIZE
                    FUNCTION TRIM(WS-OPER-WORK-ID) DELIMITED BY SIZE
                    ' NOT AUTHORIZED' DELIMITED BY SIZE
                    INTO WS-ALERT-TEXT
                MOVE 8 TO WS-ALERT-SEVERITY
                MOVE 'EXCLAUTH' TO WS-ALERT-ID
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
        MOVE 'DAY1EXCL' TO OL-PROGRAM
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
            STRING 'DAY1EXCL WARNING: UNABLE TO WRITE OVRDLOG, FILE STATUS='
                DELIMITED BY SIZE
                WS-OVRDLOG-STATUS DELIMITED BY SIZE
                ' - OVERRIDES NOT LOGGED' DELIMITED BY SIZE
                INTO WS-ALERT-TEXT
            MOVE 8 TO WS-ALERT-SEVERITY
            MOVE 'EXCLAUTH' TO WS-ALERT-ID
            PERFORM NOTIFY-OPERATIONS-PARA
            IF 8 > RETURN-CODE
                MOVE 8 TO RETURN-CODE
            END-IF
        END-IF
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
