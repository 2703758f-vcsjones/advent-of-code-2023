    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PARM-STATUS.

    *> Authorized operators and the retained override log (see
    *> LOAD-OPERATORS-PARA and WRITE-OVERRIDE-LOG-PARA).
    SELECT OPERAUTH ASSIGN TO "OPERAUTH"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-OPER-STATUS.

    SELECT OVRDLOG ASSIGN TO "OVRDLOG"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-OVRDLOG-STATUS.

    *> Optional source registry: one card per known feed carrying its
    *> active flag, expected value range, approximate volume, and
    *> arrival days. Present, every manifest entry must match an
    *> figure as a fingerprint. A manifest entry already recorded
    *> here is a repeat delivery: it is skipped with an alert instead
    *> of doubling that source's figures in the ledger, unless a
    *> FORCE-REPROCESS= card, keyed and approved by two authorized
    *> operators, names it for a deliberate rerun. Each record also
    *> carries when the source dataset became available and when
    *> this run picked it up, against the source's registry CUTOFF=,
    *> for the supplier timeliness scorecard (DAY1SCOR); a repeat
    *> delivery the gate turns away is recorded REFUSED=DUPLICATE.
    SELECT DAY1DELIVCTL ASSIGN TO "DELIVCTL"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-DELIV-STATUS.
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-INTFREL-STATUS.

    *> Release detail register: one line per source released, under
    *> the same run date and release stamp as its INTFREL line,
    *>     RUNDATE=yyyymmdd RELEASED=yyyymmddhhmmss SOURCE=<name>
    *>         COUNT=nnnnnnnn SUBTOTAL=nnnnnnnn
    *> so DAY1REVS can reverse exactly what a release carried for a
    *> source. Written from the closed INTFOUT, so a restarted pass
    *> records the detail the failed pass appended as well.
    SELECT DAY1INTFRELD ASSIGN TO "INTFRELD"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-INTFRELD-STATUS.

    *> Retained held-figures queue. A source named on a HOLD= card is
    *> processed and reported as usual, but its interface detail is
    *> queued here instead of going out in INTFOUT; DAY1RLSE releases
    *> it later as a supplemental interface once business confirms
    *> the figures. Not sliced on a split run -- every partition
    *> appends its own held sources, as every partition alerts into
    *> the one NOTIFY.
    SELECT DAY1HELDQ ASSIGN TO "HELDQ"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-HELDQ-STATUS.

    SELECT DAY1STATS ASSIGN DYNAMIC WS-STATS-DSNAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-STATS-STATUS.

DATA DIVISION.
FILE SECTION.
*> The feed record is read wider than the 99-byte calibration field
*> so that a longer line is seen (RECORD TOO LONG) instead of being
*> truncated without a word.
FD DAY1DATA.
    01 CALIBRATION PIC X(256).

FD DAY1FILELIST.
    01 FILELIST-REC PIC X(60).
FD DAY1PARM.
    01 PARM-REC PIC X(80).

FD OPERAUTH.
    01 OPER-REC PIC X(80).

FD OVRDLOG.
    01 OVRDLOG-REC PIC X(200).

FD DAY1REGISTRY.
    01 REGISTRY-REC PIC X(120).

    01 HOLIDAY-REC PIC X(80).

FD DAY1DELIVCTL.
    01 DELIV-REC PIC X(200).

FD DAY1DETAIL.
    01 DETAIL-LINE PIC X(200).
        05 RS-FILE-MIN-VALUE PIC 9(2).
        05 RS-FILE-MAX-VALUE PIC 9(2).
        05 RS-COMPLETED-FILES PIC 9(8).
        05 RS-EXCEPT-LINES PIC 9(8).
        05 RS-STATS-LINES PIC 9(8).
        05 RS-REASON-COUNTS.
            10 RS-RSN-COUNT PIC 9(8) OCCURS 5 TIMES.
        05 RS-FILE-REASON-COUNTS.
            10 RS-FILE-RSN-COUNT PIC 9(8) OCCURS 5 TIMES.
        05 RS-HELD-COUNT PIC 9(8).
        05 RS-HELD-TOTAL PIC 9(8).

FD DAY1EXCEPT.
    01 EXCEPTION-LINE PIC X(200).
FD DAY1INTFREL.
    01 INTFREL-LINE PIC X(100).

FD DAY1INTFRELD.
    01 INTFRELD-LINE PIC X(200).

FD DAY1HELDQ.
    01 HELDQ-REC PIC X(200).

FD DAY1STATS.
    01 STATS-LINE PIC X(200).

    01 INTFTMP-LINE PIC X(100).

WORKING-STORAGE SECTION.
01 WS-RAW-RECORD PIC X(256).
01 WS-CALIBRATION PIC X(99).
01 WS-NUM.
    05 WS-FIRST PIC X(1).
77 WS-DELIV-STATUS PIC XX.
77 WS-DELIVERY-OK PIC A(1) VALUE 'Y'.
77 WS-FORCE-REPROCESS PIC X(60) VALUE SPACES.
77 WS-FORCE-OPERATOR PIC X(8) VALUE SPACES.
77 WS-FORCE-APPROVER PIC X(8) VALUE SPACES.
77 WS-FORCE-WORK-NAME PIC X(60).
77 WS-FORCE-CARD-OK PIC A(1).
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
77 WS-OVRD-TYPE PIC X(10) VALUE 'FORCE'.
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
77 WS-DELIV-LINE PIC X(200).
77 WS-DLV-WORK-REFUSED PIC X(10).
77 WS-DLV-AVAIL PIC X(14).
77 WS-DLV-PICKUP PIC X(14).
77 WS-DLV-CUTOFF PIC X(4).
77 WS-DFI-RESULT PIC 9(9) COMP-5.
77 WS-DLV-USED PIC 9(3) COMP VALUE 0.
77 WS-DLV-IDX PIC 9(3) COMP.
77 WS-DLV-FOUND-IDX PIC 9(3) COMP.
        10 WS-DLV-SOURCE PIC X(60).
        10 WS-DLV-COUNT PIC 9(8).
        10 WS-DLV-SUBTOTAL PIC 9(8).

*> Catalog details of the source dataset about to be read, as the
*> file-details block CBL_CHECK_FILE_EXIST returns them (each part of
*> the date and time is an unsigned binary byte, the year two), and
*> the last-updated time rebuilt from it as yyyymmddhhmmss.
01 WS-DATA-FILE-INFO.
    05 WS-DFI-SIZE PIC X(8).
    05 WS-DFI-DAY PIC X(1).
    05 WS-DFI-MONTH PIC X(1).
    05 WS-DFI-YEAR PIC X(2).
    05 WS-DFI-HOURS PIC X(1).
    05 WS-DFI-MINUTES PIC X(1).
    05 WS-DFI-SECONDS PIC X(1).
    05 WS-DFI-HUNDREDTHS PIC X(1).
01 WS-DLV-AVAIL-STAMP.
    05 WS-DAS-YEAR PIC 9(4).
    05 WS-DAS-MONTH PIC 9(2).
    05 WS-DAS-DAY PIC 9(2).
    05 WS-DAS-HOURS PIC 9(2).
    05 WS-DAS-MINUTES PIC 9(2).
    05 WS-DAS-SECONDS PIC 9(2).
77 WS-MANIFEST-EXISTS PIC A(1) VALUE 'N'.
77 WS-ALL-FILES-DONE PIC A(1) VALUE 'N'.
77 WS-DEFAULT-SERVED PIC A(1) VALUE 'N'.
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

*> Work fields for one registry card while it is being parsed.
01 WS-REG-WORK.
    05 WS-RW-NAME PIC X(60).
    05 WS-RW-VOLUME PIC 9(8).
    05 WS-RW-DAYS PIC X(7).
    05 WS-RW-HOLIDAYS PIC A(1).
    05 WS-RW-WARN PIC X(5).
    05 WS-RW-CUTOFF PIC X(4).

77 WS-HOL-STATUS PIC XX.
77 WS-HOL-OK PIC A(1) VALUE 'Y'.
*> Registered feeds: active flag, expected calibration range (zero =
*> fall back to the global band), approximate nightly volume (zero =
*> no volume check), and the days the feed is due (MON..SUN mask of
*> Y/N). REG-CUTOFF is the agreed hhmm on the run date by which the
*> supplier makes the dataset available (spaces = none agreed).
*> REG-SEEN tracks whether tonight's manifest delivered it.
01 WS-REGISTRY-TABLE.
    05 WS-REG-ENTRY OCCURS 200 TIMES.
        10 WS-REG-NAME PIC X(60).
        10 WS-REG-VOLUME PIC 9(8).
        10 WS-REG-DAYS PIC X(7).
        10 WS-REG-HOLIDAYS PIC A(1).
        10 WS-REG-WARN PIC X(5).
        10 WS-REG-CUTOFF PIC X(4).
        10 WS-REG-SEEN PIC A(1).
*> Record-level rejection reasons, in the fixed order every
*> per-reason count is carried in: the REASONS= token on TOTALOUT,
*> the reason counts on the INTFOUT detail, the STATS summary and
*> the registry WARN= mask. NODIGIT always rejects; each of the
*> others rejects unless the source's registry card lists it on
*> WARN=, in which case the record is processed as before and a
*> WARNING line goes to STATS instead. A TRAILER fault is reported
*> as EXTRA TRAILER or TRAILER NOT LAST.
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
77 WS-LINE-REASON PIC 9(1) VALUE 0.
    88 RSN-NONE VALUE 0.
    88 RSN-NODIGIT VALUE 1.
    88 RSN-LONG VALUE 2.
    88 RSN-BINARY VALUE 3.
    88 RSN-TRAILER VALUE 4.
    88 RSN-BLANK VALUE 5.
77 WS-RSN-IDX PIC 9(1).
77 WS-CURRENT-WARN PIC X(5) VALUE 'NNNNN'.
77 WS-WARN-IDX PIC 9(1).
77 WS-WARN-FOUND PIC A(1).
01 WS-WARN-LIST.
    05 WS-WARN-CODE PIC X(20) OCCURS 5 TIMES.

*> Per-reason counts: every record found with the fault, whether
*> the source rejects or only warns it (EXCEPTIONS= remains the
*> rejected-line count).
01 WS-FILE-REASON-COUNTS.
    05 WS-FILE-RSN-COUNT PIC 9(8) OCCURS 5 TIMES.
01 WS-RESTART-FILE-REASONS.
    05 WS-RESTART-FILE-RSN PIC 9(8) OCCURS 5 TIMES.
01 WS-REASON-COUNTS.
    05 WS-RSN-COUNT PIC 9(8) OCCURS 5 TIMES.
01 WS-REASON-WORK.
    05 WS-RSN-WORK PIC 9(8) OCCURS 5 TIMES.
*> REASONS=n/n/n/n/n as written to TOTALOUT: each count without its
*> leading zeros (every reader takes them with NUMVAL), so a source
*> line keeps room for the longest dataset name.
77 WS-REASONS-EDIT PIC X(34).
77 WS-RE-COUNT-EDIT PIC Z(5)9.
77 WS-RE-PTR PIC 9(3) COMP.
77 WS-OUT-PTR PIC 9(3) COMP.
77 WS-OUT-OVERFLOW PIC X(1).

*> Printable-character check: converting every printable character
*> to a space leaves only the non-printable bytes of a record
*> standing, whatever the code page.
01 WS-PRINTABLE-VALUES.
    05 FILLER PIC X(26) VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
    05 FILLER PIC X(26) VALUE 'abcdefghijklmnopqrstuvwxyz'.
    05 FILLER PIC X(10) VALUE '0123456789'.
    05 FILLER PIC X(33) VALUE ' !"#$%&''()*+,-./:;<=>?@[\]^_`{|}~'.
01 WS-PRINTABLE-CHARS REDEFINES WS-PRINTABLE-VALUES PIC X(95).
77 WS-PRINTABLE-BLANKS PIC X(95) VALUE SPACES.
77 WS-PRINT-CHECK PIC X(256).

*> Trailer placement within the current file.
77 WS-TRAILER-SEEN PIC A(1) VALUE 'N'.
77 WS-TRAILER-LATE PIC A(1) VALUE 'N'.
77 WS-TRAILER-VOID PIC A(1) VALUE 'N'.
77 WS-TRAILER-AT-LINE PIC 9(8) VALUE 0.
77 WS-TRAILER-TEXT PIC X(99) VALUE SPACES.
77 WS-WARNED-BLANK PIC A(1) VALUE 'N'.
*> One rejected or warned record as written to EXCEPTION / STATS.
77 WS-RJ-LINE PIC 9(8).
77 WS-RJ-TEXT PIC X(99).
77 WS-RJ-REASON PIC X(20).
*> Lines written to EXCEPTION and STATS so far, for the restart
*> roll-back (they are no longer one-for-one with EXCEPTIONS= and
*> OUTLIERS=).
77 WS-EXCEPT-LINES PIC 9(8) VALUE 0.
77 WS-STATS-LINES PIC 9(8) VALUE 0.
77 WS-RESTART-EXCEPT-LINES PIC 9(8) VALUE 0.
77 WS-RESTART-STATS-LINES PIC 9(8) VALUE 0.

77 WS-INTF-STATUS PIC XX.
77 WS-INTFREL-STATUS PIC XX.
77 WS-INTFRELD-STATUS PIC XX.
77 WS-RELEASE-STAMP PIC X(14).
77 WS-INTF-RELEASED PIC A(1) VALUE 'N'.
77 WS-HELDQ-STATUS PIC XX.
77 WS-HOLD-USED PIC 9(2) COMP VALUE 0.
77 WS-HOLD-IDX PIC 9(2) COMP.
77 WS-HOLD-FOUND-IDX PIC 9(2) COMP.
77 WS-HOLD-WORK-NAME PIC X(60).
77 WS-SOURCE-HELD PIC A(1) VALUE 'N'.
*> Records and subtotal of the sources held out of tonight's
*> interface -- the reconciling item between the SOURCE=ALL figures
*> and what INTFOUT actually released.
77 WS-HELD-COUNT PIC 9(8) VALUE 0.
77 WS-HELD-TOTAL PIC 9(8) VALUE 0.

*> Sources named on HOLD= parm cards, one card per source. HOLD-SEEN
*> marks the ones tonight's manifest actually delivered.
01 WS-HOLD-TABLE.
    05 WS-HOLD-ENTRY OCCURS 50 TIMES.
        10 WS-HOLD-NAME PIC X(60).
        10 WS-HOLD-SEEN PIC A(1).

*> One held-figures queue entry (see day1rlse.cbl, which carries the
*> same layout): the run date the figures belong to, the queue
*> status, the date the figures were held and released, the release
*> reference (the supplemental interface's header timestamp), and
*> the interface detail record exactly as it would have gone out.
01 WS-HELD-ITEM.
    05 HQ-RUN-DATE PIC X(8).
    05 FILLER PIC X(1).
    05 HQ-STATUS PIC X(8).
    05 FILLER PIC X(1).
    05 HQ-HELD-ON PIC X(8).
    05 FILLER PIC X(1).
    05 HQ-RELEASED-ON PIC X(8).
    05 FILLER PIC X(1).
    05 HQ-RELEASE-REF PIC X(14).
    05 FILLER PIC X(1).
    05 HQ-DETAIL PIC X(100).
    05 FILLER PIC X(49).
77 WS-FILE-EXCEPT-COUNT PIC 9(8) VALUE 0.
77 WS-RESTART-FILE-EXCEPT PIC 9(8) VALUE 0.
77 WS-FILE-OUTLIER-COUNT PIC 9(8) VALUE 0.

*> Posting interface record layouts (see also day1post.cbl, which
*> carries the same pictures on the reading side).
*> INTF-HDR-KIND is blank on the nightly interface; DAY1RLSE's
*> supplemental release of held figures carries HELD.
01 WS-INTF-HEADER.
    05 FILLER PIC X(1) VALUE 'H'.
    05 INTF-HDR-RUN-DATE PIC X(8).
    05 INTF-HDR-TIMESTAMP PIC X(14).
    05 INTF-HDR-KIND PIC X(4) VALUE SPACES.
    05 FILLER PIC X(73) VALUE SPACES.
01 WS-INTF-DETAIL.
    05 FILLER PIC X(1) VALUE 'D'.
    05 INTF-DTL-FILENAME PIC X(60).
    05 INTF-DTL-COUNT PIC 9(8).
    05 INTF-DTL-SUBTOTAL PIC 9(8).
    05 INTF-DTL-EXCEPT PIC 9(8).
    05 INTF-DTL-REASONS.
        10 INTF-DTL-RSN-COUNT PIC 9(3) OCCURS 5 TIMES.
01 WS-INTF-TRAILER.
    05 FILLER PIC X(1) VALUE 'T'.
    05 INTF-TRL-COUNT PIC 9(8).
            PERFORM CHECK-MISSING-FEEDS-PARA
        END-IF

        *> A HOLD= card naming nothing tonight delivered is most
        *> likely a mistyped name, and the source it meant is going
        *> out to posting. Each partition and catch-up pass sees only
        *> part of the holds' sources, so only a single whole pass
        *> can tell.
        IF RUN-MODE-NORMAL
            AND WS-PARTITION-COUNT = 0
            AND WS-CATCHUP-MODE = 'N'
            PERFORM CHECK-UNUSED-HOLDS-PARA
        END-IF

        PERFORM WRITE-GRAND-TOTAL-PARA
        PERFORM WRITE-STATS-SUMMARY-PARA
        IF NOT RUN-MODE-VALIDATE
    END-IF.
    IF RUN-MODE-NORMAL
        CLOSE DAY1INTF
        IF WS-INTF-RELEASED = 'Y'
            PERFORM RECORD-RELEASE-DETAIL-PARA
        END-IF
    END-IF.
    CLOSE DAY1STATS.
    CLOSE DAY1AUDIT.
        IF WS-FORCE-REPROCESS NOT = SPACES
            DISPLAY 'DAY1: FORCE-REPROCESS='
                FUNCTION TRIM(WS-FORCE-REPROCESS)
                ' OPERATOR=' FUNCTION TRIM(WS-FORCE-OPERATOR)
                ' APPROVER=' FUNCTION TRIM(WS-FORCE-APPROVER)
        END-IF
        PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
            UNTIL WS-HOLD-IDX > WS-HOLD-USED
            DISPLAY 'DAY1: HOLD='
                FUNCTION TRIM(WS-HOLD-NAME(WS-HOLD-IDX))
        END-PERFORM
        IF WS-HOLD-USED > 0 AND NOT RUN-MODE-NORMAL
            DISPLAY 'DAY1: HOLD CARDS IGNORED - NO INTERFACE IS '
                'RELEASED ON A ' FUNCTION TRIM(WS-RUN-MODE) ' RUN'
        END-IF
    END-IF.

                    PERFORM BAD-PARM-CARD-PARA
                END-IF
            WHEN 'FORCE-REPROCESS'
                PERFORM APPLY-FORCE-CARD-PARA
            *> One card per source whose figures must not post
            *> tonight; a repeated name is kept once.
            WHEN 'HOLD'
                IF WS-PARM-VALUE = SPACES
                    PERFORM BAD-PARM-CARD-PARA
                ELSE
                    MOVE WS-PARM-VALUE TO WS-HOLD-WORK-NAME
                    PERFORM FIND-HOLD-PARA
                    IF WS-HOLD-FOUND-IDX = 0
                        IF WS-HOLD-USED < 50
                            ADD 1 TO WS-HOLD-USED
                            MOVE WS-PARM-VALUE
                                TO WS-HOLD-NAME(WS-HOLD-USED)
                            MOVE 'N' TO WS-HOLD-SEEN(WS-HOLD-USED)
                        ELSE
                            PERFORM BAD-PARM-CARD-PARA
                        END-IF
                    END-IF
                END-IF
            WHEN 'BUSINESS-DATE'
                IF WS-PARM-VALUE(1:8) IS NUMERIC
        MOVE 16 TO RETURN-CODE
    END-IF.

*> FORCE-REPROCESS=<source|ALL> OPERATOR=<id> APPROVER=<id>. Opening
*> the duplicate gate is an override, so the card names who keyed it
*> and the second person who approved it, checked against OPERAUTH
*> (FORCE= role). A card failing the check is refused with a DAY1AUTH
*> alert and the gate stays shut; the night itself runs on. Accepted
*> or refused, the card goes to the override log.
APPLY-FORCE-CARD-PARA.
    MOVE SPACES TO WS-FORCE-WORK-NAME
    MOVE SPACES TO WS-OVRD-OPERATOR
    MOVE SPACES TO WS-OVRD-APPROVER
    MOVE 'Y' TO WS-FORCE-CARD-OK
    MOVE SPACES TO WS-TOKEN-TABLE
    UNSTRING WS-PARM-LINE DELIMITED BY ALL ' '
        INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
            WS-TOKEN(5) WS-TOKEN(6) WS-TOKEN(7) WS-TOKEN(8)
            WS-TOKEN(9) WS-TOKEN(10) WS-TOKEN(11) WS-TOKEN(12)
    END-UNSTRING
    PERFORM VARYING WS-TOKEN-IDX FROM 1 BY 1
        UNTIL WS-TOKEN-IDX > 12
        IF WS-TOKEN(WS-TOKEN-IDX) NOT = SPACES
            PERFORM APPLY-FORCE-TOKEN-PARA
        END-IF
    END-PERFORM
    IF WS-FORCE-CARD-OK = 'N' OR WS-FORCE-WORK-NAME = SPACES
        PERFORM BAD-PARM-CARD-PARA
    ELSE
        MOVE 'Y' TO WS-OVRD-NEEDS-APPROVAL
        PERFORM CHECK-OVERRIDE-PARA
        MOVE SPACES TO WS-OVRD-DETAIL
        STRING 'FORCE-REPROCESS=' FUNCTION TRIM(WS-FORCE-WORK-NAME)
            DELIMITED BY SIZE INTO WS-OVRD-DETAIL
        END-STRING
        IF WS-OVRD-REASON = SPACES
            MOVE WS-FORCE-WORK-NAME TO WS-FORCE-REPROCESS
            MOVE WS-OVRD-OPERATOR TO WS-FORCE-OPERATOR
            MOVE WS-OVRD-APPROVER TO WS-FORCE-APPROVER
            MOVE 'ACCEPTED' TO WS-OVRD-RESULT
        ELSE
            MOVE 'REJECTED' TO WS-OVRD-RESULT
            MOVE SPACES TO WS-ALERT-TEXT
            STRING 'DAY1 WARNING: FORCE-REPROCESS REFUSED - '
                DELIMITED BY SIZE
                FUNCTION TRIM(WS-OVRD-REASON) DELIMITED BY SIZE
                ' - REPEAT DELIVERIES STAY BLOCKED: ' DELIMITED BY SIZE
                FUNCTION TRIM(WS-PARM-LINE) DELIMITED BY SIZE
                INTO WS-ALERT-TEXT
            MOVE 8 TO WS-ALERT-SEVERITY
            MOVE 'DAY1AUTH' TO WS-ALERT-ID
            PERFORM NOTIFY-OPERATIONS-PARA
            IF 8 > RETURN-CODE
                MOVE 8 TO RETURN-CODE
            END-IF
        END-IF
        PERFORM WRITE-OVERRIDE-LOG-PARA
    END-IF.

APPLY-FORCE-TOKEN-PARA.
    MOVE SPACES TO WS-TOKEN-KEY
    MOVE SPACES TO WS-TOKEN-VALUE
    UNSTRING WS-TOKEN(WS-TOKEN-IDX) DELIMITED BY '='
        INTO WS-TOKEN-KEY WS-TOKEN-VALUE
    END-UNSTRING
    EVALUATE FUNCTION TRIM(WS-TOKEN-KEY)
        WHEN 'FORCE-REPROCESS'
            MOVE WS-TOKEN-VALUE TO WS-FORCE-WORK-NAME
        WHEN 'OPERATOR'
            MOVE WS-TOKEN-VALUE(1:8) TO WS-OVRD-OPERATOR
        WHEN 'APPROVER'
            MOVE WS-TOKEN-VALUE(1:8) TO WS-OVRD-APPROVER
        WHEN OTHER
            MOVE 'N' TO WS-FORCE-CARD-OK
    END-EVALUATE.

FIND-HOLD-PARA.
    MOVE 0 TO WS-HOLD-FOUND-IDX
    PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
        UNTIL WS-HOLD-IDX > WS-HOLD-USED OR WS-HOLD-FOUND-IDX > 0
        IF WS-HOLD-NAME(WS-HOLD-IDX) = WS-HOLD-WORK-NAME
            MOVE WS-HOLD-IDX TO WS-HOLD-FOUND-IDX
        END-IF
    END-PERFORM.

*> Registry cards are KEY=value tokens, e.g.
*>   SOURCE=PROD.DAY1.INPUT STATUS=ACTIVE LOW=11 HIGH=99
*>       VOLUME=0005000 DAYS=YYYYYNN WARN=TRAILER,BLANK CUTOFF=0130
*> DAYS= is a MON..SUN mask; WARN= names the record faults that only
*> warn for this feed instead of rejecting the line. A control file
*> this run gates on must itself be clean, so any malformed card
*> abends the run outright.
LOAD-REGISTRY-PARA.
    OPEN INPUT DAY1REGISTRY.
    IF WS-REG-STATUS = '00'
            MOVE WS-RW-VOLUME TO WS-REG-VOLUME(WS-REG-USED)
            MOVE WS-RW-DAYS TO WS-REG-DAYS(WS-REG-USED)
            MOVE WS-RW-HOLIDAYS TO WS-REG-HOLIDAYS(WS-REG-USED)
            MOVE WS-RW-WARN TO WS-REG-WARN(WS-REG-USED)
            MOVE WS-RW-CUTOFF TO WS-REG-CUTOFF(WS-REG-USED)
            MOVE 'N' TO WS-REG-SEEN(WS-REG-USED)
        END-IF
    END-IF.
    MOVE 0 TO WS-RW-VOLUME
    MOVE 'YYYYYYY' TO WS-RW-DAYS
    MOVE 'Y' TO WS-RW-HOLIDAYS
    MOVE 'NNNNN' TO WS-RW-WARN
    MOVE SPACES TO WS-RW-CUTOFF
    MOVE SPACES TO WS-TOKEN-TABLE
    UNSTRING WS-REG-LINE DELIMITED BY ALL ' '
        INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
                MOVE WS-TOKEN-VALUE(1:7) TO WS-RW-DAYS
                INSPECT WS-RW-DAYS REPLACING ALL SPACE BY 'N'
            END-IF
        *> WARN=LONG,BINARY,TRAILER,BLANK (any of them) or WARN=NONE:
        *> the record faults this feed is only warned about.
        WHEN 'WARN'
            PERFORM APPLY-WARN-LIST-PARA
        *> CUTOFF=hhmm, a 24-hour clock time on the run date.
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

*> NO DIGIT FOUND is not on the list a card may name: a line with no
*> value in it can only be rejected.
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

*> HOLIDAYS is optional: absent, every registered due day is expected
*> as before. Cards are
*>     DATE=YYYYMMDD DESC=<free text to end of card>
    MOVE 'N' TO WS-VALUES-SEEN
    MOVE 0 TO WS-EXCEPT-COUNT
    MOVE 0 TO WS-OUTLIER-COUNT
    MOVE 0 TO WS-EXCEPT-LINES
    MOVE 0 TO WS-STATS-LINES
    INITIALIZE WS-REASON-COUNTS
    MOVE 0 TO WS-HELD-COUNT
    MOVE 0 TO WS-HELD-TOTAL
    MOVE 0 TO WS-INTF-DETAIL-COUNT
    MOVE 0 TO WS-INTF-HASH-TOTAL
    MOVE 0 TO WS-COMPLETED-FILES
*> pre-control behaviour). Present, each record is one processed
*> delivery,
*>     DLVRDATE=yyyymmdd SOURCE=<name> COUNT=nnnnnnnn
*>         SUBTOTAL=nnnnnnnn AVAIL=yyyymmddhhmmss
*>         PICKUP=yyyymmddhhmmss CUTOFF=hhmm
*> (AVAIL=UNKNOWN when the dataset's catalog time could not be read,
*> CUTOFF=NONE when the registry agrees none), or one repeat delivery
*> turned away, with no COUNT= or SUBTOTAL= and REFUSED=DUPLICATE.
*> Only the processed records for the date(s) this run can post are
*> kept in the table. A table overflow abends: this control guards what
*> reaches the ledger, so running half-policed is worse than not
*> running.
LOAD-DELIVERIES-PARA.
    ELSE
        PERFORM PARSE-DELIVERY-LINE-PARA
        PERFORM CHECK-DELIVERY-DATE-PARA
        IF WS-DLV-WORK-REFUSED NOT = SPACES
            MOVE 'N' TO WS-DLV-RELEVANT
        END-IF
        IF WS-DLV-RELEVANT = 'Y'
            IF WS-DLV-USED >= 200
                MOVE 'N' TO WS-DLV-OK
    MOVE SPACES TO WS-DLV-WORK-SOURCE
    MOVE 0 TO WS-DLV-WORK-COUNT
    MOVE 0 TO WS-DLV-WORK-SUBTOTAL
    MOVE SPACES TO WS-DLV-WORK-REFUSED
    MOVE SPACES TO WS-TOKEN-TABLE
    UNSTRING WS-DELIV-LINE DELIMITED BY ALL ' '
        INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
        WHEN 'SUBTOTAL'
            MOVE FUNCTION NUMVAL(WS-TOKEN-VALUE)
                TO WS-DLV-WORK-SUBTOTAL
        WHEN 'REFUSED'
            MOVE WS-TOKEN-VALUE(1:10) TO WS-DLV-WORK-REFUSED
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
*> true re-delivery (same count and figure) from an upstream recut.
CHECK-DELIVERY-PARA.
    MOVE 'Y' TO WS-DELIVERY-OK
    PERFORM NOTE-DELIVERY-TIMES-PARA
    IF NOT RUN-MODE-NORMAL
        CONTINUE
    ELSE
                OR WS-FORCE-REPROCESS = WS-DATA-FILENAME
                DISPLAY 'DAY1: FORCED REPROCESS OF '
                    FUNCTION TRIM(WS-DATA-FILENAME)
                MOVE WS-FORCE-OPERATOR TO WS-OVRD-OPERATOR
                MOVE WS-FORCE-APPROVER TO WS-OVRD-APPROVER
                MOVE 'APPLIED' TO WS-OVRD-RESULT
                MOVE SPACES TO WS-OVRD-REASON
                MOVE SPACES TO WS-OVRD-DETAIL
                STRING 'REPEAT DELIVERY ADMITTED: '
                    FUNCTION TRIM(WS-DATA-FILENAME)
                    DELIMITED BY SIZE INTO WS-OVRD-DETAIL
                END-STRING
                PERFORM WRITE-OVERRIDE-LOG-PARA
            ELSE
                MOVE 'N' TO WS-DELIVERY-OK
                MOVE SPACES TO WS-ALERT-TEXT
                IF 8 > RETURN-CODE
                    MOVE 8 TO RETURN-CODE
                END-IF
                PERFORM RECORD-REFUSED-DELIVERY-PARA
            END-IF
        END-IF
    END-IF.

*> The delivery's timeline: picked up now, made available when the
*> source dataset was last written, against the cutoff its registry
*> card agrees. Only recorded -- lateness is measured by DAY1SCOR.
NOTE-DELIVERY-TIMES-PARA.
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DLV-PICKUP
    MOVE 'UNKNOWN' TO WS-DLV-AVAIL
    CALL 'CBL_CHECK_FILE_EXIST' USING WS-DATA-FILENAME
        WS-DATA-FILE-INFO
        RETURNING WS-DFI-RESULT
    IF WS-DFI-RESULT = 0
        COMPUTE WS-DAS-YEAR =
            (FUNCTION ORD(WS-DFI-YEAR(1:1)) - 1) * 256
            + FUNCTION ORD(WS-DFI-YEAR(2:1)) - 1
        COMPUTE WS-DAS-MONTH = FUNCTION ORD(WS-DFI-MONTH) - 1
        COMPUTE WS-DAS-DAY = FUNCTION ORD(WS-DFI-DAY) - 1
        COMPUTE WS-DAS-HOURS = FUNCTION ORD(WS-DFI-HOURS) - 1
        COMPUTE WS-DAS-MINUTES = FUNCTION ORD(WS-DFI-MINUTES) - 1
        COMPUTE WS-DAS-SECONDS = FUNCTION ORD(WS-DFI-SECONDS) - 1
        MOVE WS-DLV-AVAIL-STAMP TO WS-DLV-AVAIL
    END-IF
    MOVE 'NONE' TO WS-DLV-CUTOFF
    IF WS-CURRENT-REG-IDX > 0
        IF WS-REG-CUTOFF(WS-CURRENT-REG-IDX) NOT = SPACES
            MOVE WS-REG-CUTOFF(WS-CURRENT-REG-IDX) TO WS-DLV-CUTOFF
        END-IF
    END-IF.

*> A turned-away repeat delivery is recorded for the scorecard only;
*> the load above never tables it, so it cannot stand in for the
*> processed delivery at the gate.
RECORD-REFUSED-DELIVERY-PARA.
    OPEN EXTEND DAY1DELIVCTL
    IF WS-DELIV-STATUS NOT = '00'
        OPEN OUTPUT DAY1DELIVCTL
    END-IF
    IF WS-DELIV-STATUS = '00'
        MOVE SPACES TO DELIV-REC
        STRING
            'DLVRDATE=' WS-RUN-TIMESTAMP(1:8)
            ' SOURCE=' FUNCTION TRIM(WS-DATA-FILENAME)
            ' AVAIL=' FUNCTION TRIM(WS-DLV-AVAIL)
            ' PICKUP=' WS-DLV-PICKUP
            ' CUTOFF=' FUNCTION TRIM(WS-DLV-CUTOFF)
            ' REFUSED=DUPLICATE'
            DELIMITED BY SIZE INTO DELIV-REC
        END-STRING
        WRITE DELIV-REC
        CLOSE DAY1DELIVCTL
    END-IF.

*> Record the completed file both on disk and in the table, so a
*> manifest that lists the same dataset twice trips the gate on its
*> second appearance within the same pass.
            ' SOURCE=' FUNCTION TRIM(WS-DATA-FILENAME)
            ' COUNT=' WS-FILE-COUNT
            ' SUBTOTAL=' WS-FILE-SUBTOTAL
            ' AVAIL=' FUNCTION TRIM(WS-DLV-AVAIL)
            ' PICKUP=' WS-DLV-PICKUP
            ' CUTOFF=' FUNCTION TRIM(WS-DLV-CUTOFF)
            DELIMITED BY SIZE INTO DELIV-REC
        END-STRING
        WRITE DELIV-REC
CHECK-REGISTRY-PARA.
    MOVE 'Y' TO WS-SOURCE-OK
    MOVE 0 TO WS-CURRENT-REG-IDX
    MOVE 'NNNNN' TO WS-CURRENT-WARN
    MOVE WS-GLOBAL-OUTLIER-LOW TO WS-OUTLIER-LOW
    MOVE WS-GLOBAL-OUTLIER-HIGH TO WS-OUTLIER-HIGH
    IF WS-REG-PRESENT = 'Y'
                END-IF
            WHEN OTHER
                MOVE WS-REG-FOUND-IDX TO WS-CURRENT-REG-IDX
                MOVE WS-REG-WARN(WS-REG-FOUND-IDX) TO WS-CURRENT-WARN
                MOVE 'Y' TO WS-REG-SEEN(WS-REG-FOUND-IDX)
                IF WS-REG-LOW(WS-REG-FOUND-IDX) > 0
                    MOVE WS-REG-LOW(WS-REG-FOUND-IDX)

PROCESS-ONE-FILE-PARA.
    MOVE 0 TO WS-EXPECTED-COUNT.
    MOVE 'N' TO WS-TRAILER-SEEN.
    MOVE 'N' TO WS-TRAILER-LATE.
    MOVE 'N' TO WS-TRAILER-VOID.
    MOVE 0 TO WS-TRAILER-AT-LINE.
    MOVE 'N' TO WS-EOF.
    MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO WS-FILE-START-SECS.

        MOVE WS-RESTART-FILE-OUTLIER TO WS-FILE-OUTLIER-COUNT
        MOVE WS-RESTART-FILE-MIN TO WS-FILE-MIN-VALUE
        MOVE WS-RESTART-FILE-MAX TO WS-FILE-MAX-VALUE
        MOVE WS-RESTART-FILE-REASONS TO WS-FILE-REASON-COUNTS
        DISPLAY 'RESTART: RESUMING ' FUNCTION TRIM(WS-DATA-FILENAME)
            ' AFTER RECORD ' WS-RESTART-RECORD-COUNT
    ELSE
        MOVE 0 TO WS-FILE-OUTLIER-COUNT
        MOVE 99 TO WS-FILE-MIN-VALUE
        MOVE 0 TO WS-FILE-MAX-VALUE
        INITIALIZE WS-FILE-REASON-COUNTS
    END-IF.

    OPEN INPUT DAY1DATA.
        PERFORM SKIP-CHECKPOINTED-RECORDS-PARA
        MOVE 0 TO WS-SKIP-COUNT
        PERFORM UNTIL WS-EOF = 'Y'
            READ DAY1DATA INTO WS-RAW-RECORD
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                MOVE WS-RAW-RECORD(1:99) TO WS-CALIBRATION
                IF WS-CALIBRATION(1:7) = WS-TRAILER-ID
                    PERFORM NOTE-TRAILER-RECORD-PARA
                ELSE
                    IF WS-TRAILER-SEEN = 'Y' AND WS-TRAILER-LATE = 'N'
                        PERFORM TRAILER-NOT-LAST-PARA
                    END-IF
                    ADD 1 TO WS-FILE-COUNT
                    PERFORM CHECK-RECORD-STRUCTURE-PARA
                    IF RSN-NONE AND WS-WARNED-BLANK = 'N'
                        PERFORM READ-CALIBRATION-PARA
                    END-IF
                    PERFORM WRITE-DETAIL-LINE-PARA
                    PERFORM WRITE-AUDIT-LINE-PARA
                    IF WS-MASTER-OPEN = 'Y'
                        PERFORM WRITE-MASTER-RECORD-PARA
                    END-IF
                    EVALUATE TRUE
                        WHEN WS-MALFORMED = 'Y'
                            PERFORM WRITE-EXCEPTION-LINE-PARA
                        *> A blank line the feed is only warned about
                        *> is carried as a zero line: counted, but kept
                        *> out of the min/max and the outlier check.
                        WHEN WS-WARNED-BLANK = 'Y'
                            CONTINUE
                        WHEN OTHER
                            ADD WS-CALIBRATION-VALUE TO WS-FILE-SUBTOTAL
                            PERFORM TRACK-MIN-MAX-PARA
                            IF WS-CALIBRATION-VALUE < WS-OUTLIER-LOW
                                OR WS-CALIBRATION-VALUE > WS-OUTLIER-HIGH
                                PERFORM WRITE-OUTLIER-LINE-PARA
                            END-IF
                    END-EVALUATE
                    PERFORM CHECKPOINT-IF-DUE-PARA
                END-IF
            END-READ
        END-PERFORM
        CLOSE DAY1DATA
        PERFORM ALERT-RECORD-FAULTS-PARA
        PERFORM VALIDATE-RECORD-COUNT-PARA
        PERFORM CHECK-VOLUME-PARA
        PERFORM WRITE-SUBTOTAL-PARA
        CLOSE DAY1RUNLOG
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
        STRING 'DAY1 WARNING: OPERAUTH UNAVAILABLE, FILE STATUS='
            DELIMITED BY SIZE
            WS-OPER-STATUS DELIMITED BY SIZE
            ' - NO OVERRIDE CAN BE AUTHORIZED' DELIMITED BY SIZE
            INTO WS-ALERT-TEXT
        MOVE 8 TO WS-ALERT-SEVERITY
        MOVE 'DAY1AUTH' TO WS-ALERT-ID
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
                STRING 'DAY1 WARNING: BAD OPERAUTH CARD IGNORED "'
                    DELIMITED BY SIZE
                    FUNCTION TRIM(WS-OPER-LINE) DELIMITED BY SIZE
                    '"' DELIMITED BY SIZE INTO WS-ALERT-TEXT
                MOVE 8 TO WS-ALERT-SEVERITY
                MOVE 'DAY1AUTH' TO WS-ALERT-ID
                PERFORM NOTIFY-OPERATIONS-PARA
                IF 8 > RETURN-CODE
                    MOVE 8 TO RETURN-CODE
                END-IF
            WHEN WS-OPER-WORK-ROLE = SPACES
                CONTINUE
            WHEN WS-OP-USED >= 200
                MOVE SPACES TO WS-ALERT-TEXT
                STRING 'DAY1 WARNING: MORE THAN 200 OPERATORS - '
                    DELIMITED BY SIZE
                    FUNCTION TRIM(WS-OPER-WORK-ID) DELIMITED BY SIZE
                    ' NOT AUTHORIZED' DELIMITED BY SIZE
                    INTO WS-ALERT-TEXT
                MOVE 8 TO WS-ALERT-SEVERITY
                MOVE 'DAY1AUTH' TO WS-ALERT-ID
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
        MOVE 'DAY1' TO OL-PROGRAM
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
            STRING 'DAY1 WARNING: UNABLE TO WRITE OVRDLOG, FILE STATUS='
                DELIMITED BY SIZE
                WS-OVRDLOG-STATUS DELIMITED BY SIZE
                ' - OVERRIDES NOT LOGGED' DELIMITED BY SIZE
                INTO WS-ALERT-TEXT
            MOVE 8 TO WS-ALERT-SEVERITY
            MOVE 'DAY1AUTH' TO WS-ALERT-ID
            PERFORM NOTIFY-OPERATIONS-PARA
            IF 8 > RETURN-CODE
                MOVE 8 TO RETURN-CODE
            END-IF
        END-IF
    END-IF.

NOTIFY-OPERATIONS-PARA.
    DISPLAY 'OPERATIONS ALERT: ' WS-ALERT-TEXT UPON CONSOLE
    OPEN EXTEND DAY1NOTIFY
            MOVE 0 TO WS-FILE-MIN-VALUE
            MOVE 0 TO WS-FILE-MAX-VALUE
        END-IF
        MOVE WS-FILE-REASON-COUNTS TO WS-REASON-WORK
        PERFORM EDIT-REASON-COUNTS-PARA
        *> A hold only means something on a run that releases an
        *> interface to hold the figures out of.
        MOVE 'N' TO WS-SOURCE-HELD
        IF RUN-MODE-NORMAL
            MOVE WS-DATA-FILENAME TO WS-HOLD-WORK-NAME
            PERFORM FIND-HOLD-PARA
            IF WS-HOLD-FOUND-IDX > 0
                MOVE 'Y' TO WS-SOURCE-HELD
                MOVE 'Y' TO WS-HOLD-SEEN(WS-HOLD-FOUND-IDX)
            END-IF
        END-IF
        *> The fixed-width figures go first and the name last, so
        *> the readers' tokens can never be cut off by a long name.
        *> A line that still will not fit is not written: a
        *> truncated one would pass for a complete row.
        MOVE 1 TO WS-OUT-PTR
        MOVE 'N' TO WS-OUT-OVERFLOW
        STRING
            'RUNDATE=' WS-RUN-DATE
            ' COUNT=' WS-FILE-COUNT
            ' SUBTOTAL=' WS-FILE-SUBTOTAL
            ' EXCEPTIONS=' WS-FILE-EXCEPT-COUNT
            ' OUTLIERS=' WS-FILE-OUTLIER-COUNT
            ' MIN=' WS-FILE-MIN-VALUE
            ' MAX=' WS-FILE-MAX-VALUE
            ' REASONS=' FUNCTION TRIM(WS-REASONS-EDIT)
            DELIMITED BY SIZE INTO OUT-LINE WITH POINTER WS-OUT-PTR
        END-STRING
        IF WS-SOURCE-HELD = 'Y'
            STRING ' HELD=Y' DELIMITED BY SIZE
                INTO OUT-LINE WITH POINTER WS-OUT-PTR
            END-STRING
        END-IF
        STRING ' SOURCE=' FUNCTION TRIM(WS-DATA-FILENAME)
            DELIMITED BY SIZE INTO OUT-LINE WITH POINTER WS-OUT-PTR
            ON OVERFLOW
                MOVE 'Y' TO WS-OUT-OVERFLOW
        END-STRING
        IF WS-OUT-OVERFLOW = 'Y'
            MOVE SPACES TO WS-ALERT-TEXT
            STRING 'DAY1 WARNING: SOURCE NAME TOO LONG FOR THE TOTALOUT'
                DELIMITED BY SIZE
                ' LINE - SUBTOTAL NOT WRITTEN TO TOTALOUT'
                DELIMITED BY SIZE
                INTO WS-ALERT-TEXT
            MOVE 8 TO WS-ALERT-SEVERITY
            MOVE 'DAY1TOTL' TO WS-ALERT-ID
            MOVE WS-DATA-FILENAME TO WS-ALERT-SOURCE
            PERFORM NOTIFY-OPERATIONS-PARA
            IF 8 > RETURN-CODE
                MOVE 8 TO RETURN-CODE
            END-IF
        ELSE
            WRITE OUT-LINE
            ADD 1 TO WS-COMPLETED-FILES
        END-IF
    END-IF
    IF RUN-MODE-NORMAL
        PERFORM WRITE-INTERFACE-DETAIL-PARA
    MOVE WS-FILE-COUNT TO INTF-DTL-COUNT
    MOVE WS-FILE-SUBTOTAL TO INTF-DTL-SUBTOTAL
    MOVE WS-FILE-EXCEPT-COUNT TO INTF-DTL-EXCEPT
    *> Three digits per reason on the interface; a count past 999
    *> shows as 999 (TOTALOUT carries the full figure).
    PERFORM VARYING WS-RSN-IDX FROM 1 BY 1 UNTIL WS-RSN-IDX > 5
        IF WS-FILE-RSN-COUNT(WS-RSN-IDX) > 999
            MOVE 999 TO INTF-DTL-RSN-COUNT(WS-RSN-IDX)
        ELSE
            MOVE WS-FILE-RSN-COUNT(WS-RSN-IDX)
                TO INTF-DTL-RSN-COUNT(WS-RSN-IDX)
        END-IF
    END-PERFORM
    IF WS-SOURCE-HELD = 'Y'
        PERFORM QUEUE-HELD-DETAIL-PARA
    ELSE
        WRITE INTF-REC FROM WS-INTF-DETAIL
        ADD 1 TO WS-INTF-DETAIL-COUNT
        ADD WS-FILE-SUBTOTAL TO WS-INTF-HASH-TOTAL
    END-IF.

*> A held source's detail goes to the retained queue instead, outside
*> the trailer count and hash. Rerunning a held source queues it
*> again; DAY1RLSE keeps only the latest entry per run date and
*> source. A queue that cannot be written leaves the figures neither
*> released nor queued, which must stop the night.
QUEUE-HELD-DETAIL-PARA.
    OPEN EXTEND DAY1HELDQ
    IF WS-HELDQ-STATUS NOT = '00'
        OPEN OUTPUT DAY1HELDQ
    END-IF
    IF WS-HELDQ-STATUS = '00'
        MOVE SPACES TO WS-HELD-ITEM
        MOVE WS-RUN-TIMESTAMP(1:8) TO HQ-RUN-DATE
        MOVE 'HELD' TO HQ-STATUS
        MOVE FUNCTION CURRENT-DATE(1:8) TO HQ-HELD-ON
        MOVE WS-INTF-DETAIL TO HQ-DETAIL
        WRITE HELDQ-REC FROM WS-HELD-ITEM
        CLOSE DAY1HELDQ
        ADD WS-FILE-COUNT TO WS-HELD-COUNT
        ADD WS-FILE-SUBTOTAL TO WS-HELD-TOTAL
        MOVE SPACES TO WS-ALERT-TEXT
        STRING 'DAY1 NOTICE: FIGURES FOR ' DELIMITED BY SIZE
            FUNCTION TRIM(WS-DATA-FILENAME) DELIMITED BY SIZE
            ' HELD FROM POSTING, SUBTOTAL ' DELIMITED BY SIZE
            WS-FILE-SUBTOTAL DELIMITED BY SIZE
            ' QUEUED FOR RELEASE' DELIMITED BY SIZE
            INTO WS-ALERT-TEXT
        MOVE 4 TO WS-ALERT-SEVERITY
        MOVE 'DAY1HELD' TO WS-ALERT-ID
        MOVE WS-DATA-FILENAME TO WS-ALERT-SOURCE
        PERFORM NOTIFY-OPERATIONS-PARA
    ELSE
        MOVE SPACES TO WS-ALERT-TEXT
        STRING 'DAY1 ABEND: UNABLE TO OPEN HELDQ, FILE STATUS='
            DELIMITED BY SIZE
            WS-HELDQ-STATUS DELIMITED BY SIZE
            ' - HELD FIGURES FOR ' DELIMITED BY SIZE
            FUNCTION TRIM(WS-DATA-FILENAME) DELIMITED BY SIZE
            ' NOT QUEUED' DELIMITED BY SIZE INTO WS-ALERT-TEXT
        MOVE 16 TO WS-ALERT-SEVERITY
        MOVE 'DAY1HLDQ' TO WS-ALERT-ID
        MOVE WS-DATA-FILENAME TO WS-ALERT-SOURCE
        PERFORM NOTIFY-OPERATIONS-PARA
        IF 16 > RETURN-CODE
            MOVE 16 TO RETURN-CODE
        END-IF
    END-IF.

WRITE-INTERFACE-TRAILER-PARA.
    MOVE WS-INTF-DETAIL-COUNT TO INTF-TRL-COUNT
    END-IF.

RECORD-INTERFACE-RELEASE-PARA.
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RELEASE-STAMP
    OPEN EXTEND DAY1INTFREL
    IF WS-INTFREL-STATUS NOT = '00'
        OPEN OUTPUT DAY1INTFREL
            'RUNDATE=' WS-RUN-TIMESTAMP(1:8)
            ' COUNT=' WS-INTF-DETAIL-COUNT
            ' HASH=' WS-INTF-HASH-TOTAL
            ' RELEASED=' WS-RELEASE-STAMP
            DELIMITED BY SIZE INTO INTFREL-LINE
        END-STRING
        WRITE INTFREL-LINE
        CLOSE DAY1INTFREL
        MOVE 'Y' TO WS-INTF-RELEASED
    END-IF.

*> INTFOUT is closed by now; read it back and register each detail
*> record under the release just recorded. A source missing here
*> cannot be reversed by DAY1REVS, so a register that cannot be
*> written is flagged for operations to repair by hand.
RECORD-RELEASE-DETAIL-PARA.
    MOVE 'N' TO WS-INTF-RELEASED
    OPEN INPUT DAY1INTF
    IF WS-INTF-STATUS = '00'
        OPEN EXTEND DAY1INTFRELD
        IF WS-INTFRELD-STATUS NOT = '00'
            OPEN OUTPUT DAY1INTFRELD
        END-IF
    END-IF
    IF WS-INTF-STATUS NOT = '00' OR WS-INTFRELD-STATUS NOT = '00'
        MOVE SPACES TO WS-ALERT-TEXT
        IF WS-INTF-STATUS NOT = '00'
            STRING 'DAY1 WARNING: RELEASE ' DELIMITED BY SIZE
                WS-RELEASE-STAMP DELIMITED BY SIZE
                ' DETAIL NOT REGISTERED IN INTFRELD - INTFOUT NOT READ,'
                DELIMITED BY SIZE
                ' FILE STATUS=' DELIMITED BY SIZE
                WS-INTF-STATUS DELIMITED BY SIZE INTO WS-ALERT-TEXT
        ELSE
            STRING 'DAY1 WARNING: RELEASE ' DELIMITED BY SIZE
                WS-RELEASE-STAMP DELIMITED BY SIZE
                ' DETAIL NOT REGISTERED IN INTFRELD - INTFRELD NOT'
                DELIMITED BY SIZE
                ' OPENED, FILE STATUS=' DELIMITED BY SIZE
                WS-INTFRELD-STATUS DELIMITED BY SIZE INTO WS-ALERT-TEXT
        END-IF
        MOVE 8 TO WS-ALERT-SEVERITY
        MOVE 'DAY1IRLD' TO WS-ALERT-ID
        PERFORM NOTIFY-OPERATIONS-PARA
        IF 8 > RETURN-CODE
            MOVE 8 TO RETURN-CODE
        END-IF
        IF WS-INTF-STATUS = '00'
            CLOSE DAY1INTF
        END-IF
    ELSE
        MOVE 'N' TO WS-COPY-EOF
        PERFORM UNTIL WS-COPY-EOF = 'Y'
            READ DAY1INTF INTO WS-COPY-LINE
                AT END MOVE 'Y' TO WS-COPY-EOF
                NOT AT END
                    IF WS-COPY-LINE(1:1) = 'D'
                        PERFORM WRITE-RELEASE-DETAIL-PARA
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DAY1INTFRELD
        CLOSE DAY1INTF
    END-IF.

*> WS-COPY-LINE holds a D record in the WS-INTF-DETAIL layout:
*> filename at 2, count at 62, subtotal at 70.
WRITE-RELEASE-DETAIL-PARA.
    MOVE SPACES TO INTFRELD-LINE
    STRING
        'RUNDATE=' WS-RUN-TIMESTAMP(1:8)
        ' RELEASED=' WS-RELEASE-STAMP
        ' SOURCE=' FUNCTION TRIM(WS-COPY-LINE(2:60))
        ' COUNT=' WS-COPY-LINE(62:8)
        ' SUBTOTAL=' WS-COPY-LINE(70:8)
        DELIMITED BY SIZE INTO INTFRELD-LINE
    END-STRING
    WRITE INTFRELD-LINE.

WRITE-GRAND-TOTAL-PARA.
    IF RUN-MODE-VALIDATE
        CONTINUE
            MOVE 0 TO WS-MIN-VALUE
            MOVE 0 TO WS-MAX-VALUE
        END-IF
        MOVE WS-REASON-COUNTS TO WS-REASON-WORK
        PERFORM EDIT-REASON-COUNTS-PARA
        STRING
            'RUNDATE=' WS-RUN-DATE
            ' SOURCE=ALL'
            ' OUTLIERS=' WS-OUTLIER-COUNT
            ' MIN=' WS-MIN-VALUE
            ' MAX=' WS-MAX-VALUE
            ' REASONS=' FUNCTION TRIM(WS-REASONS-EDIT)
            ' HELD-COUNT=' WS-HELD-COUNT
            ' HELD-TOTAL=' WS-HELD-TOTAL
            DELIMITED BY SIZE INTO OUT-LINE
        END-STRING
        WRITE OUT-LINE
        PERFORM WRITE-INTERFACE-TRAILER-PARA
    END-IF.

CHECK-UNUSED-HOLDS-PARA.
    PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
        UNTIL WS-HOLD-IDX > WS-HOLD-USED
        IF WS-HOLD-SEEN(WS-HOLD-IDX) = 'N'
            MOVE SPACES TO WS-ALERT-TEXT
            STRING 'DAY1 WARNING: HOLD CARD FOR ' DELIMITED BY SIZE
                FUNCTION TRIM(WS-HOLD-NAME(WS-HOLD-IDX))
                DELIMITED BY SIZE
                ' MATCHED NO SOURCE PROCESSED TONIGHT'
                DELIMITED BY SIZE INTO WS-ALERT-TEXT
            MOVE 8 TO WS-ALERT-SEVERITY
            MOVE 'DAY1HLDX' TO WS-ALERT-ID
            MOVE WS-HOLD-NAME(WS-HOLD-IDX) TO WS-ALERT-SOURCE
            PERFORM NOTIFY-OPERATIONS-PARA
            IF 8 > RETURN-CODE
                MOVE 8 TO RETURN-CODE
            END-IF
        END-IF
    END-PERFORM.

*> Up to six digits per reason on TOTALOUT, in WS-REASON-TABLE order;
*> a count past 999999 shows as 999999.
EDIT-REASON-COUNTS-PARA.
    MOVE SPACES TO WS-REASONS-EDIT
    MOVE 1 TO WS-RE-PTR
    PERFORM VARYING WS-RSN-IDX FROM 1 BY 1 UNTIL WS-RSN-IDX > 5
        IF WS-RSN-WORK(WS-RSN-IDX) > 999999
            MOVE 999999 TO WS-RE-COUNT-EDIT
        ELSE
            MOVE WS-RSN-WORK(WS-RSN-IDX) TO WS-RE-COUNT-EDIT
        END-IF
        IF WS-RSN-IDX > 1
            STRING '/' DELIMITED BY SIZE
                INTO WS-REASONS-EDIT WITH POINTER WS-RE-PTR
            END-STRING
        END-IF
        STRING FUNCTION TRIM(WS-RE-COUNT-EDIT) DELIMITED BY SIZE
            INTO WS-REASONS-EDIT WITH POINTER WS-RE-PTR
        END-STRING
    END-PERFORM.

TRACK-MIN-MAX-PARA.
    MOVE 'Y' TO WS-VALUES-SEEN
    IF WS-CALIBRATION-VALUE < WS-MIN-VALUE
        DELIMITED BY SIZE INTO STATS-LINE
    END-STRING
    WRITE STATS-LINE
    ADD 1 TO WS-STATS-LINES
    ADD 1 TO WS-OUTLIER-COUNT
    ADD 1 TO WS-FILE-OUTLIER-COUNT.

        STRING
            'SUMMARY MIN=' WS-MIN-VALUE
            ' MAX=' WS-MAX-VALUE
            ' NODIGIT=' WS-RSN-COUNT(1)
            ' LONG=' WS-RSN-COUNT(2)
            ' BINARY=' WS-RSN-COUNT(3)
            ' TRAILER=' WS-RSN-COUNT(4)
            ' BLANK=' WS-RSN-COUNT(5)
            DELIMITED BY SIZE INTO STATS-LINE
    ELSE
        STRING
            'SUMMARY MIN=NONE MAX=NONE (NO VALID RECORDS)'
            ' NODIGIT=' WS-RSN-COUNT(1)
            ' LONG=' WS-RSN-COUNT(2)
            ' BINARY=' WS-RSN-COUNT(3)
            ' TRAILER=' WS-RSN-COUNT(4)
            ' BLANK=' WS-RSN-COUNT(5)
            DELIMITED BY SIZE INTO STATS-LINE
    END-IF
    WRITE STATS-LINE.

*> A trailer the feed was rejected for (EXTRA TRAILER / TRAILER NOT
*> LAST) cannot be trusted to carry the file's count, so the count
*> check is not made against it; the operator is told instead.
VALIDATE-RECORD-COUNT-PARA.
    EVALUATE TRUE
        WHEN WS-TRAILER-VOID = 'Y'
            MOVE SPACES TO WS-ALERT-TEXT
            STRING 'DAY1 WARNING: MISPLACED TRAILER ON '
                DELIMITED BY SIZE
                FUNCTION TRIM(WS-DATA-FILENAME) DELIMITED BY SIZE
                ' - TRAILER COUNT NOT CHECKED, READ ' DELIMITED BY SIZE
                WS-FILE-COUNT DELIMITED BY SIZE INTO WS-ALERT-TEXT
            MOVE 8 TO WS-ALERT-SEVERITY
            MOVE 'DAY1TRLP' TO WS-ALERT-ID
            MOVE WS-DATA-FILENAME TO WS-ALERT-SOURCE
            PERFORM NOTIFY-OPERATIONS-PARA
            IF 8 > RETURN-CODE
                MOVE 8 TO RETURN-CODE
            END-IF
        WHEN WS-EXPECTED-COUNT NOT = 0
            AND WS-EXPECTED-COUNT NOT = WS-FILE-COUNT
            DISPLAY 'ERROR: EXPECTED ' WS-EXPECTED-COUNT ' RECORDS BUT READ '
                WS-FILE-COUNT ' FROM ' FUNCTION TRIM(WS-DATA-FILENAME)
            MOVE SPACES TO WS-ALERT-TEXT
            STRING 'DAY1 WARNING: TRAILER COUNT MISMATCH ON '
                FUNCTION TRIM(WS-DATA-FILENAME) DELIMITED BY SIZE
                ' - EXPECTED ' DELIMITED BY SIZE
                WS-EXPECTED-COUNT DELIMITED BY SIZE
                ' READ ' DELIMITED BY SIZE
                WS-FILE-COUNT DELIMITED BY SIZE INTO WS-ALERT-TEXT
            MOVE 8 TO WS-ALERT-SEVERITY
            MOVE 'DAY1TRLR' TO WS-ALERT-ID
            MOVE WS-DATA-FILENAME TO WS-ALERT-SOURCE
            PERFORM NOTIFY-OPERATIONS-PARA
            IF 8 > RETURN-CODE
                MOVE 8 TO RETURN-CODE
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

RESTART-CHECK-PARA.
    OPEN INPUT DAY1RESTART.
                MOVE RS-FILE-MIN-VALUE TO WS-RESTART-FILE-MIN
                MOVE RS-FILE-MAX-VALUE TO WS-RESTART-FILE-MAX
                MOVE RS-COMPLETED-FILES TO WS-COMPLETED-FILES
                *> A checkpoint written before the reason counts
                *> existed carries none: its EXCEPTION and STATS
                *> lines were one per exception and per outlier.
                IF RS-EXCEPT-LINES IS NUMERIC
                    MOVE RS-EXCEPT-LINES TO WS-EXCEPT-LINES
                    MOVE RS-STATS-LINES TO WS-STATS-LINES
                    MOVE RS-REASON-COUNTS TO WS-REASON-COUNTS
                    MOVE RS-FILE-REASON-COUNTS
                        TO WS-RESTART-FILE-REASONS
                ELSE
                    MOVE RS-EXCEPT-COUNT TO WS-EXCEPT-LINES
                    MOVE RS-OUTLIER-COUNT TO WS-STATS-LINES
                    INITIALIZE WS-REASON-COUNTS
                    INITIALIZE WS-RESTART-FILE-REASONS
                END-IF
                *> Likewise the held figures, which a checkpoint
                *> from before source holds could not carry.
                IF RS-HELD-COUNT IS NUMERIC
                    AND RS-HELD-TOTAL IS NUMERIC
                    MOVE RS-HELD-COUNT TO WS-HELD-COUNT
                    MOVE RS-HELD-TOTAL TO WS-HELD-TOTAL
                ELSE
                    MOVE 0 TO WS-HELD-COUNT
                    MOVE 0 TO WS-HELD-TOTAL
                END-IF
                MOVE WS-EXCEPT-LINES TO WS-RESTART-EXCEPT-LINES
                MOVE WS-STATS-LINES TO WS-RESTART-STATS-LINES
                MOVE 'Y' TO WS-RESTART-PENDING
                DISPLAY 'RESTART: RESUMING ' FUNCTION TRIM(RS-FILENAME)
                    ' AFTER RECORD ' RS-RECORD-COUNT
    MOVE WS-FILE-MIN-VALUE TO RS-FILE-MIN-VALUE
    MOVE WS-FILE-MAX-VALUE TO RS-FILE-MAX-VALUE
    MOVE WS-COMPLETED-FILES TO RS-COMPLETED-FILES
    MOVE WS-EXCEPT-LINES TO RS-EXCEPT-LINES
    MOVE WS-STATS-LINES TO RS-STATS-LINES
    MOVE WS-REASON-COUNTS TO RS-REASON-COUNTS
    MOVE WS-FILE-REASON-COUNTS TO RS-FILE-REASON-COUNTS
    MOVE WS-HELD-COUNT TO RS-HELD-COUNT
    MOVE WS-HELD-TOTAL TO RS-HELD-TOTAL
    WRITE RESTART-REC
    CLOSE DAY1RESTART.

    END-IF.

TRUNCATE-EXCEPTION-PARA.
    MOVE WS-RESTART-EXCEPT-LINES TO WS-COPY-TARGET
    OPEN INPUT DAY1EXCEPT
    IF WS-EXCEPT-STATUS = '00'
        OPEN OUTPUT DAY1EXCEPTTMP
    END-IF.

TRUNCATE-STATS-PARA.
    MOVE WS-RESTART-STATS-LINES TO WS-COPY-TARGET
    OPEN INPUT DAY1STATS
    IF WS-STATS-STATUS = '00'
        OPEN OUTPUT DAY1STATSTMP
    IF WS-FIRST = 'X'
        MOVE 'Y' TO WS-MALFORMED
        MOVE 0 TO WS-CALIBRATION-VALUE
        SET RSN-NODIGIT TO TRUE
        ADD 1 TO WS-FILE-RSN-COUNT(1)
        ADD 1 TO WS-RSN-COUNT(1)
    ELSE
        MOVE WS-NUM TO WS-CALIBRATION-VALUE
    END-IF.
    WRITE AUDIT-LINE.

WRITE-EXCEPTION-LINE-PARA.
    MOVE WS-FILE-COUNT TO WS-RJ-LINE
    MOVE WS-CALIBRATION TO WS-RJ-TEXT
    MOVE WS-REASON-TEXT(WS-LINE-REASON) TO WS-RJ-REASON
    PERFORM WRITE-REJECT-LINE-PARA
    ADD 1 TO WS-EXCEPT-COUNT
    ADD 1 TO WS-FILE-EXCEPT-COUNT.

*> One EXCEPTION line from the WS-RJ- fields. A rejected trailer is
*> written here too, numbered with the data lines read before it;
*> it is not a calibration line, so it stays out of EXCEPTIONS=.
WRITE-REJECT-LINE-PARA.
    MOVE SPACES TO EXCEPTION-LINE
    STRING
        'FILE=' FUNCTION TRIM(WS-DATA-FILENAME)
        ' LINE=' WS-RJ-LINE
        ' CALIBRATION="' FUNCTION TRIM(WS-RJ-TEXT) '"'
        ' REASON=' FUNCTION TRIM(WS-RJ-REASON)
        DELIMITED BY SIZE INTO EXCEPTION-LINE
    END-STRING
    WRITE EXCEPTION-LINE
    ADD 1 TO WS-EXCEPT-LINES.

*> A fault the source's registry card only warns about: the record
*> is processed as before, and STATS carries a WARNING line (which
*> the outlier readers skip, as they skip SUMMARY).
WRITE-WARNING-LINE-PARA.
    MOVE SPACES TO STATS-LINE
    STRING
        'WARNING FILE=' FUNCTION TRIM(WS-DATA-FILENAME)
        ' LINE=' WS-RJ-LINE
        ' CALIBRATION="' FUNCTION TRIM(WS-RJ-TEXT) '"'
        ' REASON=' FUNCTION TRIM(WS-RJ-REASON)
        DELIMITED BY SIZE INTO STATS-LINE
    END-STRING
    WRITE STATS-LINE
    ADD 1 TO WS-STATS-LINES.

*> Structural checks made before the digit scan, in reason order: a
*> blank line; data past column 99 (which the calibration field
*> would otherwise drop, last digit and all); bytes outside the
*> printable set. The first fault the source rejects decides the
*> record's reason; non-printable bytes are shown as '?' in every
*> report line written for the record.
CHECK-RECORD-STRUCTURE-PARA.
    MOVE 0 TO WS-LINE-REASON
    MOVE 'N' TO WS-WARNED-BLANK
    MOVE 'N' TO WS-MALFORMED
    MOVE 'XX' TO WS-NUM
    MOVE 0 TO WS-CALIBRATION-VALUE
    IF WS-RAW-RECORD = SPACES
        MOVE 5 TO WS-RSN-IDX
        PERFORM NOTE-RECORD-FAULT-PARA
        IF RSN-NONE
            MOVE 'Y' TO WS-WARNED-BLANK
            MOVE '00' TO WS-NUM
        END-IF
    ELSE
        IF WS-RAW-RECORD(100:157) NOT = SPACES
            MOVE 2 TO WS-RSN-IDX
            PERFORM NOTE-RECORD-FAULT-PARA
        END-IF
        IF RSN-NONE
            MOVE WS-RAW-RECORD TO WS-PRINT-CHECK
            INSPECT WS-PRINT-CHECK CONVERTING WS-PRINTABLE-CHARS
                TO WS-PRINTABLE-BLANKS
            IF WS-PRINT-CHECK NOT = SPACES
                PERFORM VARYING WS-LINE-POS FROM 1 BY 1
                    UNTIL WS-LINE-POS > LENGTH OF WS-CALIBRATION
                    IF WS-PRINT-CHECK(WS-LINE-POS:1) NOT = SPACE
                        MOVE '?' TO WS-CALIBRATION(WS-LINE-POS:1)
                    END-IF
                END-PERFORM
                MOVE 3 TO WS-RSN-IDX
                PERFORM NOTE-RECORD-FAULT-PARA
            END-IF
        END-IF
    END-IF.

NOTE-RECORD-FAULT-PARA.
    ADD 1 TO WS-FILE-RSN-COUNT(WS-RSN-IDX)
    ADD 1 TO WS-RSN-COUNT(WS-RSN-IDX)
    IF WS-CURRENT-WARN(WS-RSN-IDX:1) = 'Y'
        MOVE WS-FILE-COUNT TO WS-RJ-LINE
        MOVE WS-CALIBRATION TO WS-RJ-TEXT
        MOVE WS-REASON-TEXT(WS-RSN-IDX) TO WS-RJ-REASON
        PERFORM WRITE-WARNING-LINE-PARA
    ELSE
        MOVE WS-RSN-IDX TO WS-LINE-REASON
        MOVE 'Y' TO WS-MALFORMED
    END-IF.

*> The first trailer sets the expected count as it always has. A
*> second one is an EXTRA TRAILER: warned, its count replaces the
*> first (the old behaviour); rejected, neither count is trusted.
NOTE-TRAILER-RECORD-PARA.
    IF WS-TRAILER-SEEN = 'N'
        MOVE 'Y' TO WS-TRAILER-SEEN
        MOVE WS-FILE-COUNT TO WS-TRAILER-AT-LINE
        MOVE WS-CALIBRATION TO WS-TRAILER-TEXT
        MOVE FUNCTION NUMVAL(WS-CALIBRATION(8:8)) TO WS-EXPECTED-COUNT
    ELSE
        ADD 1 TO WS-FILE-RSN-COUNT(4)
        ADD 1 TO WS-RSN-COUNT(4)
        MOVE WS-FILE-COUNT TO WS-RJ-LINE
        MOVE WS-CALIBRATION TO WS-RJ-TEXT
        MOVE 'EXTRA TRAILER' TO WS-RJ-REASON
        IF WS-CURRENT-WARN(4:1) = 'Y'
            PERFORM WRITE-WARNING-LINE-PARA
            MOVE FUNCTION NUMVAL(WS-CALIBRATION(8:8))
                TO WS-EXPECTED-COUNT
        ELSE
            PERFORM WRITE-REJECT-LINE-PARA
            MOVE 'Y' TO WS-TRAILER-VOID
        END-IF
    END-IF.

*> A data record after the trailer: reported once per file, against
*> the trailer's own position and text.
TRAILER-NOT-LAST-PARA.
    MOVE 'Y' TO WS-TRAILER-LATE
    ADD 1 TO WS-FILE-RSN-COUNT(4)
    ADD 1 TO WS-RSN-COUNT(4)
    MOVE WS-TRAILER-AT-LINE TO WS-RJ-LINE
    MOVE WS-TRAILER-TEXT TO WS-RJ-TEXT
    MOVE WS-REASON-TEXT(4) TO WS-RJ-REASON
    IF WS-CURRENT-WARN(4:1) = 'Y'
        PERFORM WRITE-WARNING-LINE-PARA
    ELSE
        PERFORM WRITE-REJECT-LINE-PARA
        MOVE 'Y' TO WS-TRAILER-VOID
    END-IF.

*> Over-long and non-printable records point at a broken extract on
*> the supplier's side rather than a bad reading: one informational
*> alert per file, for the supplier conversation.
ALERT-RECORD-FAULTS-PARA.
    IF WS-FILE-RSN-COUNT(2) > 0 OR WS-FILE-RSN-COUNT(3) > 0
        MOVE SPACES TO WS-ALERT-TEXT
        STRING 'DAY1 WARNING: ' DELIMITED BY SIZE
            FUNCTION TRIM(WS-DATA-FILENAME) DELIMITED BY SIZE
            ' HAS ' DELIMITED BY SIZE
            WS-FILE-RSN-COUNT(2) DELIMITED BY SIZE
            ' RECORDS TOO LONG, ' DELIMITED BY SIZE
            WS-FILE-RSN-COUNT(3) DELIMITED BY SIZE
            ' WITH NON-PRINTABLE DATA' DELIMITED BY SIZE
            INTO WS-ALERT-TEXT
        MOVE 4 TO WS-ALERT-SEVERITY
        MOVE 'DAY1RECF' TO WS-ALERT-ID
        MOVE WS-DATA-FILENAME TO WS-ALERT-SOURCE
        PERFORM NOTIFY-OPERATIONS-PARA
    END-IF.
