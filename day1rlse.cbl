IDENTIFICATION DIVISION.
PROGRAM-ID. DAY1RLSE.

*> Release and aging of held figures. A source named on a HOLD= card
*> in DAY1's PARMCARD is processed and reported as usual, but its
*> interface detail is kept out of INTFOUT and appended to the
*> retained HELDQ queue instead. Once business has confirmed the
*> figures, this program releases them to posting as a supplemental
*> interface, HELDINTF:
*>
*>   H  run date the figures belong to, release timestamp, kind HELD
*>   D  the queued detail records, exactly as DAY1 built them
*>   T  detail count and hash total of the released subtotals
*>
*> the same layout as INTFOUT, so DAY1POST verifies it unchanged
*> (point its INTFOUT DD at HELDINTF). The release is registered in
*> INTFREL with KIND=HELD and REF=<header timestamp>; the posting
*> job echoes both on its POSTACK receipt and DAY1ACK matches the
*> release like any other. Each released source is also recorded in
*> INTFRELD with its count and subtotal, for DAY1REVS.
*>
*> RLSECARD (optional), one card per source to release, or ALL:
*>   RUNDATE=20260831 SOURCE=PROD.DAY1.INPUT OPERATOR=JSMITH
*>       APPROVER=ADOE
*>   RUNDATE=20260831 SOURCE=ALL OPERATOR=JSMITH APPROVER=ADOE
*> OPERATOR= is who keyed the card and APPROVER= a second operator
*> who approved it; both are checked against OPERAUTH (RELEASE=
*> role). A card with no operator or approver, an operator without
*> the ENTER role, an approver without the APPROVE role, or the same
*> ID in both is refused with a HOLDAUTH alert (RC=8) and releases
*> nothing. Every card is written to the retained override log
*> OVRDLOG.
*> One release carries one run date, as every interface does: a card
*> for another run date than the first card's, or one naming nothing
*> still held, is rejected and listed on HOLDRPT (HOLDCARD, RC=8).
*> Cards that between them release nothing end RC=16 (HOLDNONE), so
*> the verify step behind this one is not run on an empty release.
*> Without RLSECARD nothing is released; the nightly step runs that
*> way to age the queue.
*>
*> A held item still unreleased more than MAX-HELD-DAYS calendar
*> days after DAY1 held it raises HOLDAGED (SEV=08) and ends RC=8.
*>
*> A source held again for the same run date (a rerun, or a restart
*> that re-completed the file) queues a second entry; only the
*> latest is kept HELD and the earlier ones are marked REPLACED, so a
*> release never sends one night's figures twice. Released entries
*> stay in the queue marked RELEASED with the release date and
*> reference, for the audit trail. The queue is rewritten through
*> HELDQ.TMP and renamed over the live dataset only after the
*> release interface has been written.
*>
*> RLSEPARM (optional): MAX-HELD-DAYS=n (1-99, default 2).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> The retained queue and its rewrite copy.
    SELECT HELDQ ASSIGN DYNAMIC WS-QUEUE-DSNAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-QUEUE-STATUS.

    SELECT HELDQTMP ASSIGN DYNAMIC WS-QUEUETMP-DSNAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-QUEUETMP-STATUS.

    SELECT RLSEPARM ASSIGN TO "RLSEPARM"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PARM-STATUS.

    SELECT RLSECARD ASSIGN TO "RLSECARD"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CARD-STATUS.

    SELECT HELDINTF ASSIGN TO "HELDINTF"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-INTF-STATUS.

    SELECT DAY1INTFREL ASSIGN TO "INTFREL"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-INTFREL-STATUS.

    *> Release detail register (see day1.cbl): one line per source
    *> this release carries, so DAY1REVS can reverse it.
    SELECT DAY1INTFRELD ASSIGN TO "INTFRELD"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-INTFRELD-STATUS.

    SELECT HOLDRPT ASSIGN TO "HOLDRPT"
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
FD HELDQ.
    01 HELDQ-REC PIC X(200).

FD HELDQTMP.
    01 HELDQTMP-REC PIC X(200).

FD RLSEPARM.
    01 PARM-REC PIC X(80).

FD RLSECARD.
    01 CARD-REC PIC X(120).

FD HELDINTF.
    01 INTF-REC PIC X(100).

FD DAY1INTFREL.
    01 INTFREL-LINE PIC X(100).

FD DAY1INTFRELD.
    01 INTFRELD-LINE PIC X(200).

FD HOLDRPT.
    01 RPT-LINE PIC X(132).

FD OPERAUTH.
    01 OPER-REC PIC X(80).

FD OVRDLOG.
    01 OVRDLOG-REC PIC X(200).

FD DAY1NOTIFY.
    01 NOTIFY-LINE PIC X(200).

WORKING-STORAGE SECTION.
77 WS-QUEUE-STATUS PIC XX.
77 WS-QUEUETMP-STATUS PIC XX.
77 WS-PARM-STATUS PIC XX.
77 WS-CARD-STATUS PIC XX.
77 WS-INTF-STATUS PIC XX.
77 WS-INTFREL-STATUS PIC XX.
77 WS-INTFRELD-STATUS PIC XX.
77 WS-RPT-STATUS PIC XX.
77 WS-NOTIFY-STATUS PIC XX.
77 WS-QUEUE-DSNAME PIC X(24) VALUE 'HELDQ'.
77 WS-QUEUETMP-DSNAME PIC X(24) VALUE 'HELDQ.TMP'.
77 WS-RENAME-OLD PIC X(30).
77 WS-RENAME-NEW PIC X(30).
77 WS-RENAME-RESULT PIC 9(9) COMP-5.
77 WS-ALERT-TEXT PIC X(120).
77 WS-ALERT-SEVERITY PIC 9(2) VALUE 16.
77 WS-ALERT-ID PIC X(8) VALUE SPACES.
77 WS-ALERT-SOURCE PIC X(60) VALUE SPACES.
77 WS-EOF PIC A(1).
77 WS-PARM-OK PIC A(1) VALUE 'Y'.
77 WS-QUEUE-OK PIC A(1) VALUE 'Y'.
77 WS-RELEASE-OK PIC A(1) VALUE 'N'.
77 WS-QUEUE-UPDATED PIC A(1) VALUE 'N'.
77 WS-MAX-HELD-DAYS PIC 9(2) VALUE 2.
77 WS-TODAY PIC X(8).
77 WS-RELEASE-STAMP PIC X(14).
77 WS-RELEASE-DATE PIC X(8) VALUE SPACES.
77 WS-PARSE-LINE PIC X(200).
77 WS-TOKEN-KEY PIC X(20).
77 WS-TOKEN-VALUE PIC X(60).
77 WS-TOKEN-IDX PIC 9(2).
77 WS-PARM-NUMBER PIC S9(8).
77 WS-HT-IDX PIC 9(3) COMP.
77 WS-HT-USED PIC 9(3) COMP VALUE 0.
77 WS-FOUND-IDX PIC 9(3) COMP.
77 WS-RL-IDX PIC 9(2) COMP.
77 WS-RL-USED PIC 9(2) COMP VALUE 0.
77 WS-QUEUE-ORDINAL PIC 9(8) VALUE 0.
77 WS-QUEUE-READ PIC 9(8) VALUE 0.
77 WS-REPLACED-COUNT PIC 9(8) VALUE 0.
77 WS-RELEASE-COUNT PIC 9(8) VALUE 0.
77 WS-RELEASE-HASH PIC 9(10) VALUE 0.
77 WS-CARD-REJECTS PIC 9(3) VALUE 0.
77 WS-STILL-HELD PIC 9(8) VALUE 0.
77 WS-STILL-HELD-TOTAL PIC 9(10) VALUE 0.
77 WS-AGED-COUNT PIC 9(8) VALUE 0.
77 WS-DATE-NUM PIC 9(8).
77 WS-TODAY-INT PIC 9(8) COMP.
77 WS-AGE-DAYS PIC S9(5) COMP.
77 WS-PAGE-NUMBER PIC 9(4) VALUE 0.
77 WS-LINE-COUNT PIC 9(3) VALUE 99.
77 WS-DETAIL-TEXT PIC X(132).
77 WS-COUNT-DISP PIC ZZZZZZZ9.
77 WS-TOTAL-DISP PIC ZZZZZZZZZ9.
77 WS-AGE-DISP PIC ZZZ9.
77 WS-AGED-FLAG PIC X(6).
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
77 WS-OVRD-TYPE PIC X(10) VALUE 'RELEASE'.
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

*> One held-figures queue entry (see day1.cbl, which writes the same
*> layout when it holds a source).
01 WS-HELD-ITEM.
    05 HQ-RUN-DATE PIC X(8).
    05 FILLER PIC X(1).
    05 HQ-STATUS PIC X(8).
        88 HQ-HELD VALUE 'HELD'.
        88 HQ-RELEASED VALUE 'RELEASED'.
        88 HQ-REPLACED VALUE 'REPLACED'.
    05 FILLER PIC X(1).
    05 HQ-HELD-ON PIC X(8).
    05 FILLER PIC X(1).
    05 HQ-RELEASED-ON PIC X(8).
    05 FILLER PIC X(1).
    05 HQ-RELEASE-REF PIC X(14).
    05 FILLER PIC X(1).
    05 HQ-DETAIL PIC X(100).
    05 FILLER PIC X(49).

*> The queued interface detail, as laid out in day1.cbl.
01 WS-QUEUED-DETAIL PIC X(100).
01 WS-QUEUED-DETAIL-VIEW REDEFINES WS-QUEUED-DETAIL.
    05 FILLER PIC X(1).
    05 QD-FILENAME PIC X(60).
    05 QD-COUNT PIC 9(8).
    05 QD-SUBTOTAL PIC 9(8).
    05 FILLER PIC X(23).

*> Entries still HELD in the queue, by their position in it. The
*> action is what this run does to the entry: keep it held, mark it
*> REPLACED by a later entry for the same run date and source, or
*> release it.
01 WS-HELD-TABLE.
    05 WS-HT-ENTRY OCCURS 200 TIMES.
        10 WS-HT-ORDINAL PIC 9(8).
        10 WS-HT-RUN-DATE PIC X(8).
        10 WS-HT-HELD-ON PIC X(8).
        10 WS-HT-ACTION PIC X(1).
            88 HT-KEEP VALUE 'H'.
            88 HT-REPLACE VALUE 'X'.
            88 HT-RELEASE VALUE 'R'.
        10 WS-HT-AGE PIC 9(4).
        10 WS-HT-DETAIL PIC X(100).
        10 WS-HT-DETAIL-VIEW REDEFINES WS-HT-DETAIL.
            15 FILLER PIC X(1).
            15 WS-HT-SOURCE PIC X(60).
            15 WS-HT-COUNT PIC 9(8).
            15 WS-HT-SUBTOTAL PIC 9(8).
            15 FILLER PIC X(23).

*> Release cards as keyed, with what became of each.
01 WS-RELEASE-CARDS.
    05 WS-RL-ENTRY OCCURS 50 TIMES.
        10 WS-RL-CARD PIC X(120).
        10 WS-RL-RUNDATE PIC X(8).
        10 WS-RL-SOURCE PIC X(60).
        10 WS-RL-OPERATOR PIC X(8).
        10 WS-RL-APPROVER PIC X(8).
        10 WS-RL-STATUS PIC X(1).
            88 RL-PENDING VALUE 'P'.
            88 RL-ACCEPTED VALUE 'A'.
            88 RL-REJECTED VALUE 'R'.
        10 WS-RL-REASON PIC X(30).
        10 WS-RL-MATCHED PIC 9(3).

*> Supplemental interface layouts: the same shape as INTFOUT (see
*> day1.cbl / day1post.cbl), kind HELD on the header.
01 WS-INTF-HEADER.
    05 FILLER PIC X(1) VALUE 'H'.
    05 INTF-HDR-RUN-DATE PIC X(8).
    05 INTF-HDR-TIMESTAMP PIC X(14).
    05 INTF-HDR-KIND PIC X(4) VALUE 'HELD'.
    05 FILLER PIC X(73) VALUE SPACES.
01 WS-INTF-TRAILER.
    05 FILLER PIC X(1) VALUE 'T'.
    05 INTF-TRL-COUNT PIC 9(8).
    05 INTF-TRL-HASH PIC 9(10).
    05 FILLER PIC X(81) VALUE SPACES.

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
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RELEASE-STAMP.
    PERFORM READ-PARM-PARA.
    IF WS-PARM-OK = 'Y'
        PERFORM LOAD-QUEUE-PARA
    END-IF.
    IF WS-PARM-OK = 'Y' AND WS-QUEUE-OK = 'Y'
        PERFORM LOAD-RELEASE-CARDS-PARA
        PERFORM VARYING WS-RL-IDX FROM 1 BY 1
            UNTIL WS-RL-IDX > WS-RL-USED
            IF RL-PENDING(WS-RL-IDX)
                PERFORM APPLY-RELEASE-CARD-PARA
            END-IF
        END-PERFORM
        IF WS-RL-USED > 0 AND WS-RELEASE-COUNT = 0
            PERFORM NOTHING-RELEASED-PARA
        END-IF
        IF WS-RELEASE-COUNT > 0 OR WS-REPLACED-COUNT > 0
            PERFORM UPDATE-QUEUE-PARA
        END-IF
        PERFORM VARYING WS-RL-IDX FROM 1 BY 1
            UNTIL WS-RL-IDX > WS-RL-USED
            PERFORM LOG-RELEASE-CARD-PARA
        END-PERFORM
        PERFORM AGE-HELD-ITEMS-PARA
        OPEN OUTPUT HOLDRPT
        PERFORM WRITE-RELEASE-SECTION-PARA
        PERFORM WRITE-HELD-SECTION-PARA
        CLOSE HOLDRPT
    END-IF.
    DISPLAY 'DAY1RLSE: ' WS-RELEASE-COUNT ' RELEASED, '
        WS-STILL-HELD ' STILL HELD, '
        WS-AGED-COUNT ' AGED'.
    STOP RUN.

READ-PARM-PARA.
    OPEN INPUT RLSEPARM.
    IF WS-PARM-STATUS = '00'
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ RLSEPARM INTO WS-PARSE-LINE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END PERFORM APPLY-PARM-CARD-PARA
            END-READ
        END-PERFORM
        CLOSE RLSEPARM
    END-IF
    IF WS-PARM-OK = 'Y'
        DISPLAY 'DAY1RLSE: MAX-HELD-DAYS=' WS-MAX-HELD-DAYS
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
            WHEN 'MAX-HELD-DAYS'
                MOVE FUNCTION NUMVAL(WS-TOKEN-VALUE) TO WS-PARM-NUMBER
                IF WS-PARM-NUMBER >= 1 AND WS-PARM-NUMBER <= 99
                    MOVE WS-PARM-NUMBER TO WS-MAX-HELD-DAYS
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
    STRING 'DAY1RLSE ABEND: BAD RLSEPARM CARD "' DELIMITED BY SIZE
        FUNCTION TRIM(WS-PARSE-LINE(1:80)) DELIMITED BY SIZE
        '"' DELIMITED BY SIZE INTO WS-ALERT-TEXT
    MOVE 16 TO WS-ALERT-SEVERITY
    MOVE 'HOLDPARM' TO WS-ALERT-ID
    PERFORM NOTIFY-OPERATIONS-PARA
    IF 16 > RETURN-CODE
        MOVE 16 TO RETURN-CODE
    END-IF.

*> Only the entries still HELD are tabled; RELEASED and REPLACED
*> entries are history and are copied through untouched.
LOAD-QUEUE-PARA.
    OPEN INPUT HELDQ.
    EVALUATE WS-QUEUE-STATUS
        WHEN '00'
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y' OR WS-QUEUE-OK = 'N'
                READ HELDQ INTO WS-HELD-ITEM
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-QUEUE-READ
                        IF HQ-HELD
                            PERFORM TABLE-HELD-ITEM-PARA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE HELDQ
        WHEN '35'
            DISPLAY 'DAY1RLSE: NO HELD-FIGURES QUEUE - NOTHING HELD'
        WHEN OTHER
            MOVE 'N' TO WS-QUEUE-OK
            MOVE SPACES TO WS-ALERT-TEXT
            STRING 'DAY1RLSE ABEND: UNABLE TO OPEN HELDQ, FILE STATUS='
                DELIMITED BY SIZE
                WS-QUEUE-STATUS DELIMITED BY SIZE INTO WS-ALERT-TEXT
            MOVE 16 TO WS-ALERT-SEVERITY
            MOVE 'HOLDQUEU' TO WS-ALERT-ID
            PERFORM NOTIFY-OPERATIONS-PARA
            IF 16 > RETURN-CODE
                MOVE 16 TO RETURN-CODE
            END-IF
    END-EVALUATE.

*> A later HELD entry for the same run date and source supersedes
*> the one already tabled. A queue holding more than the table can
*> carry abends before anything is released: releasing from a
*> partial view could send a superseded entry.
TABLE-HELD-ITEM-PARA.
    MOVE HQ-DETAIL TO WS-QUEUED-DETAIL
    PERFORM VARYING WS-HT-IDX FROM 1 BY 1
        UNTIL WS-HT-IDX > WS-HT-USED
        IF HT-KEEP(WS-HT-IDX)
            AND WS-HT-RUN-DATE(WS-HT-IDX) = HQ-RUN-DATE
            AND WS-HT-SOURCE(WS-HT-IDX) = QD-FILENAME
            MOVE 'X' TO WS-HT-ACTION(WS-HT-IDX)
            ADD 1 TO WS-REPLACED-COUNT
        END-IF
    END-PERFORM
    IF WS-HT-USED < 200
        ADD 1 TO WS-HT-USED
        MOVE WS-QUEUE-READ TO WS-HT-ORDINAL(WS-HT-USED)
        MOVE HQ-RUN-DATE TO WS-HT-RUN-DATE(WS-HT-USED)
        MOVE HQ-HELD-ON TO WS-HT-HELD-ON(WS-HT-USED)
        MOVE 'H' TO WS-HT-ACTION(WS-HT-USED)
        MOVE 0 TO WS-HT-AGE(WS-HT-USED)
        MOVE HQ-DETAIL TO WS-HT-DETAIL(WS-HT-USED)
    ELSE
        MOVE 'N' TO WS-QUEUE-OK
        MOVE SPACES TO WS-ALERT-TEXT
        STRING 'DAY1RLSE ABEND: MORE THAN 200 HELD ITEMS IN HELDQ'
            ' - RELEASE OR REVIEW THE QUEUE'
            DELIMITED BY SIZE INTO WS-ALERT-TEXT
        MOVE 16 TO WS-ALERT-SEVERITY
        MOVE 'HOLDOVFL' TO WS-ALERT-ID
        PERFORM NOTIFY-OPERATIONS-PARA
        IF 16 > RETURN-CODE
            MOVE 16 TO RETURN-CODE
        END-IF
    END-IF.

LOAD-RELEASE-CARDS-PARA.
    OPEN INPUT RLSECARD.
    IF WS-CARD-STATUS = '00'
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ RLSECARD INTO WS-PARSE-LINE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END PERFORM LOAD-ONE-CARD-PARA
            END-READ
        END-PERFORM
        CLOSE RLSECARD
    END-IF.

LOAD-ONE-CARD-PARA.
    IF WS-PARSE-LINE = SPACES OR WS-PARSE-LINE(1:1) = '*'
        CONTINUE
    ELSE
        IF WS-RL-USED >= 50
            MOVE SPACES TO WS-ALERT-TEXT
            STRING 'DAY1RLSE WARNING: MORE THAN 50 RLSECARD CARDS'
                ' - CARD IGNORED: ' FUNCTION TRIM(WS-PARSE-LINE(1:120))
                DELIMITED BY SIZE INTO WS-ALERT-TEXT
            END-STRING
            MOVE 8 TO WS-ALERT-SEVERITY
            MOVE 'HOLDCARD' TO WS-ALERT-ID
            PERFORM NOTIFY-OPERATIONS-PARA
            IF 8 > RETURN-CODE
                MOVE 8 TO RETURN-CODE
            END-IF
        ELSE
            ADD 1 TO WS-RL-USED
            MOVE WS-RL-USED TO WS-RL-IDX
            MOVE SPACES TO WS-RL-ENTRY(WS-RL-IDX)
            MOVE WS-PARSE-LINE(1:120) TO WS-RL-CARD(WS-RL-IDX)
            MOVE 'P' TO WS-RL-STATUS(WS-RL-IDX)
            MOVE 0 TO WS-RL-MATCHED(WS-RL-IDX)
            MOVE SPACES TO WS-TOKEN-TABLE
            UNSTRING WS-PARSE-LINE DELIMITED BY ALL ' '
                INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
                    WS-TOKEN(5) WS-TOKEN(6) WS-TOKEN(7) WS-TOKEN(8)
                    WS-TOKEN(9) WS-TOKEN(10) WS-TOKEN(11) WS-TOKEN(12)
            END-UNSTRING
            PERFORM VARYING WS-TOKEN-IDX FROM 1 BY 1
                UNTIL WS-TOKEN-IDX > 12
                IF WS-TOKEN(WS-TOKEN-IDX) NOT = SPACES
                    PERFORM APPLY-CARD-TOKEN-PARA
                END-IF
            END-PERFORM
            IF RL-PENDING(WS-RL-IDX)
                AND (WS-RL-RUNDATE(WS-RL-IDX) = SPACES
                    OR WS-RL-SOURCE(WS-RL-IDX) = SPACES)
                MOVE 'INCOMPLETE CARD' TO WS-RL-REASON(WS-RL-IDX)
                PERFORM REJECT-CARD-PARA
            END-IF
            IF RL-PENDING(WS-RL-IDX)
                PERFORM AUTHORIZE-CARD-PARA
            END-IF
        END-IF
    END-IF.

APPLY-CARD-TOKEN-PARA.
    MOVE SPACES TO WS-TOKEN-KEY
    MOVE SPACES TO WS-TOKEN-VALUE
    UNSTRING WS-TOKEN(WS-TOKEN-IDX) DELIMITED BY '='
        INTO WS-TOKEN-KEY WS-TOKEN-VALUE
    END-UNSTRING
    EVALUATE FUNCTION TRIM(WS-TOKEN-KEY)
        WHEN 'RUNDATE'
            IF WS-TOKEN-VALUE(1:8) IS NUMERIC
                MOVE WS-TOKEN-VALUE(1:8) TO WS-RL-RUNDATE(WS-RL-IDX)
            END-IF
        WHEN 'SOURCE'
            MOVE WS-TOKEN-VALUE TO WS-RL-SOURCE(WS-RL-IDX)
        WHEN 'OPERATOR'
            MOVE WS-TOKEN-VALUE(1:8) TO WS-RL-OPERATOR(WS-RL-IDX)
        WHEN 'APPROVER'
            MOVE WS-TOKEN-VALUE(1:8) TO WS-RL-APPROVER(WS-RL-IDX)
        WHEN OTHER
            IF RL-PENDING(WS-RL-IDX)
                MOVE 'UNKNOWN KEYWORD' TO WS-RL-REASON(WS-RL-IDX)
                PERFORM REJECT-CARD-PARA
            END-IF
    END-EVALUATE.

*> Releasing held figures sends them to posting, so each card must
*> carry OPERATOR= (who keyed it) and APPROVER= (a second operator
*> who approved it), both checked against OPERAUTH's RELEASE= role.
*> A card failing CHECK-OVERRIDE-PARA is refused here, before it can
*> release anything or reach INTFREL.
AUTHORIZE-CARD-PARA.
    MOVE WS-RL-OPERATOR(WS-RL-IDX) TO WS-OVRD-OPERATOR
    MOVE WS-RL-APPROVER(WS-RL-IDX) TO WS-OVRD-APPROVER
    MOVE 'Y' TO WS-OVRD-NEEDS-APPROVAL
    PERFORM CHECK-OVERRIDE-PARA
    IF WS-OVRD-REASON NOT = SPACES
        MOVE 'R' TO WS-RL-STATUS(WS-RL-IDX)
        MOVE WS-OVRD-REASON TO WS-RL-REASON(WS-RL-IDX)
        ADD 1 TO WS-CARD-REJECTS
        MOVE SPACES TO WS-ALERT-TEXT
        STRING 'DAY1RLSE WARNING: RELEASE REFUSED - ' DELIMITED BY SIZE
            FUNCTION TRIM(WS-OVRD-REASON) DELIMITED BY SIZE
            ': RUNDATE=' DELIMITED BY SIZE
            WS-RL-RUNDATE(WS-RL-IDX) DELIMITED BY SIZE
            ' OPERATOR=' DELIMITED BY SIZE
            WS-RL-OPERATOR(WS-RL-IDX) DELIMITED BY SPACE
            ' APPROVER=' DELIMITED BY SIZE
            WS-RL-APPROVER(WS-RL-IDX) DELIMITED BY SPACE
            INTO WS-ALERT-TEXT
        MOVE 8 TO WS-ALERT-SEVERITY
        MOVE 'HOLDAUTH' TO WS-ALERT-ID
        MOVE WS-RL-SOURCE(WS-RL-IDX) TO WS-ALERT-SOURCE
        PERFORM NOTIFY-OPERATIONS-PARA
        IF 8 > RETURN-CODE
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF.

*> Every card keyed goes to the override log once the outcome is
*> known: an accepted card whose release was not written is logged
*> FAILED, as nothing went to posting.
LOG-RELEASE-CARD-PARA.
    MOVE WS-RL-OPERATOR(WS-RL-IDX) TO WS-OVRD-OPERATOR
    MOVE WS-RL-APPROVER(WS-RL-IDX) TO WS-OVRD-APPROVER
    EVALUATE TRUE
        WHEN RL-ACCEPTED(WS-RL-IDX) AND WS-RELEASE-OK = 'Y'
            MOVE 'ACCEPTED' TO WS-OVRD-RESULT
            MOVE SPACES TO WS-OVRD-REASON
        WHEN RL-ACCEPTED(WS-RL-IDX)
            MOVE 'FAILED' TO WS-OVRD-RESULT
            MOVE 'RELEASE NOT WRITTEN' TO WS-OVRD-REASON
        WHEN OTHER
            MOVE 'REJECTED' TO WS-OVRD-RESULT
            MOVE WS-RL-REASON(WS-RL-IDX) TO WS-OVRD-REASON
    END-EVALUATE
    MOVE SPACES TO WS-OVRD-DETAIL
    STRING 'RUNDATE=' WS-RL-RUNDATE(WS-RL-IDX)
        ' SOURCE=' FUNCTION TRIM(WS-RL-SOURCE(WS-RL-IDX))
        DELIMITED BY SIZE INTO WS-OVRD-DETAIL
    END-STRING
    IF WS-OVRD-RESULT = 'ACCEPTED'
        STRING FUNCTION TRIM(WS-OVRD-DETAIL) ' REF=' WS-RELEASE-STAMP
            DELIMITED BY SIZE INTO WS-OVRD-DETAIL
        END-STRING
    END-IF
    PERFORM WRITE-OVERRIDE-LOG-PARA.

*> The first card that names anything sets the release's run date;
*> ALL releases every item still held for it.
APPLY-RELEASE-CARD-PARA.
    IF WS-RELEASE-DATE NOT = SPACES
        AND WS-RL-RUNDATE(WS-RL-IDX) NOT = WS-RELEASE-DATE
        MOVE 'OTHER RUN DATE - RELEASE APART'
            TO WS-RL-REASON(WS-RL-IDX)
        PERFORM REJECT-CARD-PARA
    ELSE
        PERFORM VARYING WS-HT-IDX FROM 1 BY 1
            UNTIL WS-HT-IDX > WS-HT-USED
            IF (HT-KEEP(WS-HT-IDX) OR HT-RELEASE(WS-HT-IDX))
                AND WS-HT-RUN-DATE(WS-HT-IDX) = WS-RL-RUNDATE(WS-RL-IDX)
                AND (WS-RL-SOURCE(WS-RL-IDX) = 'ALL'
                    OR WS-HT-SOURCE(WS-HT-IDX) = WS-RL-SOURCE(WS-RL-IDX))
                ADD 1 TO WS-RL-MATCHED(WS-RL-IDX)
                IF HT-KEEP(WS-HT-IDX)
                    MOVE 'R' TO WS-HT-ACTION(WS-HT-IDX)
                    ADD 1 TO WS-RELEASE-COUNT
                    ADD WS-HT-SUBTOTAL(WS-HT-IDX) TO WS-RELEASE-HASH
                END-IF
            END-IF
        END-PERFORM
        IF WS-RL-MATCHED(WS-RL-IDX) = 0
            MOVE 'NOTHING HELD FOR IT' TO WS-RL-REASON(WS-RL-IDX)
            PERFORM REJECT-CARD-PARA
        ELSE
            MOVE 'A' TO WS-RL-STATUS(WS-RL-IDX)
            MOVE WS-RL-RUNDATE(WS-RL-IDX) TO WS-RELEASE-DATE
        END-IF
    END-IF.

REJECT-CARD-PARA.
    MOVE 'R' TO WS-RL-STATUS(WS-RL-IDX)
    ADD 1 TO WS-CARD-REJECTS
    MOVE SPACES TO WS-ALERT-TEXT
    STRING 'DAY1RLSE WARNING: RLSECARD REJECTED - ' DELIMITED BY SIZE
        FUNCTION TRIM(WS-RL-REASON(WS-RL-IDX)) DELIMITED BY SIZE
        ': ' DELIMITED BY SIZE
        FUNCTION TRIM(WS-RL-CARD(WS-RL-IDX)) DELIMITED BY SIZE
        INTO WS-ALERT-TEXT
    MOVE 8 TO WS-ALERT-SEVERITY
    MOVE 'HOLDCARD' TO WS-ALERT-ID
    PERFORM NOTIFY-OPERATIONS-PARA
    IF 8 > RETURN-CODE
        MOVE 8 TO RETURN-CODE
    END-IF.

NOTHING-RELEASED-PARA.
    MOVE SPACES TO WS-ALERT-TEXT
    STRING 'DAY1RLSE ABEND: NO RLSECARD CARD RELEASED ANYTHING'
        ' - NO SUPPLEMENTAL INTERFACE WRITTEN'
        DELIMITED BY SIZE INTO WS-ALERT-TEXT
    MOVE 16 TO WS-ALERT-SEVERITY
    MOVE 'HOLDNONE' TO WS-ALERT-ID
    PERFORM NOTIFY-OPERATIONS-PARA
    IF 16 > RETURN-CODE
        MOVE 16 TO RETURN-CODE
    END-IF.

*> The updated queue is written to HELDQ.TMP first and the release
*> interface after it; only once both are written is the copy renamed
*> over the live queue and the release registered. A failure before
*> that point leaves every item held and nothing registered.
UPDATE-QUEUE-PARA.
    OPEN OUTPUT HELDQTMP
    IF WS-QUEUETMP-STATUS NOT = '00'
        MOVE WS-QUEUETMP-STATUS TO WS-QUEUE-STATUS
        PERFORM QUEUE-FAILURE-PARA
    ELSE
        OPEN INPUT HELDQ
        IF WS-QUEUE-STATUS NOT = '00'
            CLOSE HELDQTMP
            PERFORM QUEUE-FAILURE-PARA
        ELSE
            MOVE 0 TO WS-QUEUE-ORDINAL
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
                READ HELDQ INTO WS-HELD-ITEM
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM COPY-QUEUE-ITEM-PARA
                END-READ
            END-PERFORM
            CLOSE HELDQ
            CLOSE HELDQTMP
            IF WS-RELEASE-COUNT > 0
                PERFORM WRITE-RELEASE-INTERFACE-PARA
            END-IF
            IF WS-RELEASE-COUNT = 0 OR WS-RELEASE-OK = 'Y'
                PERFORM RENAME-QUEUE-PARA
            END-IF
            IF WS-RELEASE-OK = 'Y'
                PERFORM REGISTER-RELEASE-PARA
            END-IF
        END-IF
    END-IF
    *> Whatever was not actually sent stays held for the aging check
    *> and the report.
    IF WS-RELEASE-OK = 'N'
        PERFORM VARYING WS-HT-IDX FROM 1 BY 1
            UNTIL WS-HT-IDX > WS-HT-USED
            IF HT-RELEASE(WS-HT-IDX)
                MOVE 'H' TO WS-HT-ACTION(WS-HT-IDX)
            END-IF
        END-PERFORM
        MOVE 0 TO WS-RELEASE-COUNT
        MOVE 0 TO WS-RELEASE-HASH
    END-IF.

COPY-QUEUE-ITEM-PARA.
    ADD 1 TO WS-QUEUE-ORDINAL
    IF HQ-HELD
        MOVE 0 TO WS-FOUND-IDX
        PERFORM VARYING WS-HT-IDX FROM 1 BY 1
            UNTIL WS-HT-IDX > WS-HT-USED OR WS-FOUND-IDX > 0
            IF WS-HT-ORDINAL(WS-HT-IDX) = WS-QUEUE-ORDINAL
                MOVE WS-HT-IDX TO WS-FOUND-IDX
            END-IF
        END-PERFORM
        IF WS-FOUND-IDX > 0
            EVALUATE TRUE
                WHEN HT-REPLACE(WS-FOUND-IDX)
                    MOVE 'REPLACED' TO HQ-STATUS
                WHEN HT-RELEASE(WS-FOUND-IDX)
                    MOVE 'RELEASED' TO HQ-STATUS
                    MOVE WS-TODAY TO HQ-RELEASED-ON
                    MOVE WS-RELEASE-STAMP TO HQ-RELEASE-REF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF
    END-IF
    WRITE HELDQTMP-REC FROM WS-HELD-ITEM.

QUEUE-FAILURE-PARA.
    MOVE SPACES TO WS-ALERT-TEXT
    STRING 'DAY1RLSE ABEND: UNABLE TO REWRITE HELDQ, FILE STATUS='
        DELIMITED BY SIZE
        WS-QUEUE-STATUS DELIMITED BY SIZE
        ' - NOTHING RELEASED' DELIMITED BY SIZE INTO WS-ALERT-TEXT
    MOVE 16 TO WS-ALERT-SEVERITY
    MOVE 'HOLDQUEU' TO WS-ALERT-ID
    PERFORM NOTIFY-OPERATIONS-PARA
    IF 16 > RETURN-CODE
        MOVE 16 TO RETURN-CODE
    END-IF.

WRITE-RELEASE-INTERFACE-PARA.
    OPEN OUTPUT HELDINTF
    IF WS-INTF-STATUS NOT = '00'
        MOVE SPACES TO WS-ALERT-TEXT
        STRING 'DAY1RLSE ABEND: UNABLE TO OPEN HELDINTF, '
            DELIMITED BY SIZE
            'FILE STATUS=' DELIMITED BY SIZE
            WS-INTF-STATUS DELIMITED BY SIZE
            ' - NOTHING RELEASED' DELIMITED BY SIZE
            INTO WS-ALERT-TEXT
        MOVE 16 TO WS-ALERT-SEVERITY
        MOVE 'HOLDINTF' TO WS-ALERT-ID
        PERFORM NOTIFY-OPERATIONS-PARA
        IF 16 > RETURN-CODE
            MOVE 16 TO RETURN-CODE
        END-IF
    ELSE
        MOVE WS-RELEASE-DATE TO INTF-HDR-RUN-DATE
        MOVE WS-RELEASE-STAMP TO INTF-HDR-TIMESTAMP
        WRITE INTF-REC FROM WS-INTF-HEADER
        PERFORM VARYING WS-HT-IDX FROM 1 BY 1
            UNTIL WS-HT-IDX > WS-HT-USED
            IF HT-RELEASE(WS-HT-IDX)
                WRITE INTF-REC FROM WS-HT-DETAIL(WS-HT-IDX)
            END-IF
        END-PERFORM
        MOVE WS-RELEASE-COUNT TO INTF-TRL-COUNT
        MOVE WS-RELEASE-HASH TO INTF-TRL-HASH
        WRITE INTF-REC FROM WS-INTF-TRAILER
        CLOSE HELDINTF
        MOVE 'Y' TO WS-RELEASE-OK
        DISPLAY 'DAY1RLSE: HELD FIGURES FOR ' WS-RELEASE-DATE
            ' RELEASED - ' WS-RELEASE-COUNT ' SOURCES, HASH '
            WS-RELEASE-HASH ', REF ' WS-RELEASE-STAMP
    END-IF.

*> The interface is already out by now: a queue that cannot be
*> renamed still shows the released items HELD, and releasing them
*> again would post them twice.
RENAME-QUEUE-PARA.
    MOVE SPACES TO WS-RENAME-OLD
    MOVE SPACES TO WS-RENAME-NEW
    MOVE WS-QUEUETMP-DSNAME TO WS-RENAME-OLD
    MOVE WS-QUEUE-DSNAME TO WS-RENAME-NEW
    CALL 'CBL_RENAME_FILE' USING WS-RENAME-OLD WS-RENAME-NEW
        RETURNING WS-RENAME-RESULT
    IF WS-RENAME-RESULT = 0
        MOVE 'Y' TO WS-QUEUE-UPDATED
    ELSE
        MOVE SPACES TO WS-ALERT-TEXT
        IF WS-RELEASE-OK = 'Y'
            STRING 'DAY1RLSE ABEND: HELDQ NOT UPDATED AFTER RELEASE '
                DELIMITED BY SIZE
                WS-RELEASE-STAMP DELIMITED BY SIZE
                ' - ITEMS STILL SHOW HELD, DO NOT RELEASE AGAIN'
                DELIMITED BY SIZE INTO WS-ALERT-TEXT
        ELSE
            STRING 'DAY1RLSE ABEND: UNABLE TO RENAME '
                DELIMITED BY SIZE
                FUNCTION TRIM(WS-QUEUETMP-DSNAME) DELIMITED BY SIZE
                ' OVER HELDQ' DELIMITED BY SIZE INTO WS-ALERT-TEXT
        END-IF
        MOVE 16 TO WS-ALERT-SEVERITY
        MOVE 'HOLDQUEU' TO WS-ALERT-ID
        PERFORM NOTIFY-OPERATIONS-PARA
        IF 16 > RETURN-CODE
            MOVE 16 TO RETURN-CODE
        END-IF
    END-IF.

*> Registered like the nightly release, plus the kind and the header
*> timestamp as its reference, which the posting job echoes on its
*> receipt so DAY1ACK can tell this release from the night's own.
REGISTER-RELEASE-PARA.
    OPEN EXTEND DAY1INTFREL
    IF WS-INTFREL-STATUS NOT = '00'
        OPEN OUTPUT DAY1INTFREL
    END-IF
    IF WS-INTFREL-STATUS = '00'
        MOVE SPACES TO INTFREL-LINE
        STRING
            'RUNDATE=' WS-RELEASE-DATE
            ' COUNT=' WS-RELEASE-COUNT
            ' HASH=' WS-RELEASE-HASH
            ' RELEASED=' WS-RELEASE-STAMP
            ' KIND=HELD'
            ' REF=' WS-RELEASE-STAMP
            DELIMITED BY SIZE INTO INTFREL-LINE
        END-STRING
        WRITE INTFREL-LINE
        CLOSE DAY1INTFREL
        PERFORM REGISTER-RELEASE-DETAIL-PARA
    ELSE
        MOVE SPACES TO WS-ALERT-TEXT
        STRING 'DAY1RLSE ABEND: RELEASE ' DELIMITED BY SIZE
            WS-RELEASE-STAMP DELIMITED BY SIZE
            ' NOT REGISTERED IN INTFREL, FILE STATUS='
            DELIMITED BY SIZE
            WS-INTFREL-STATUS DELIMITED BY SIZE INTO WS-ALERT-TEXT
        MOVE 16 TO WS-ALERT-SEVERITY
        MOVE 'HOLDIREL' TO WS-ALERT-ID
        PERFORM NOTIFY-OPERATIONS-PARA
        IF 16 > RETURN-CODE
            MOVE 16 TO RETURN-CODE
        END-IF
    END-IF.

REGISTER-RELEASE-DETAIL-PARA.
    OPEN EXTEND DAY1INTFRELD
    IF WS-INTFRELD-STATUS NOT = '00'
        OPEN OUTPUT DAY1INTFRELD
    END-IF
    IF WS-INTFRELD-STATUS = '00'
        PERFORM VARYING WS-HT-IDX FROM 1 BY 1
            UNTIL WS-HT-IDX > WS-HT-USED
            IF HT-RELEASE(WS-HT-IDX)
                MOVE SPACES TO INTFRELD-LINE
                STRING
                    'RUNDATE=' WS-RELEASE-DATE
                    ' RELEASED=' WS-RELEASE-STAMP
                    ' KIND=HELD'
                    ' REF=' WS-RELEASE-STAMP
                    ' SOURCE=' FUNCTION TRIM(WS-HT-SOURCE(WS-HT-IDX))
                    ' COUNT=' WS-HT-COUNT(WS-HT-IDX)
                    ' SUBTOTAL=' WS-HT-SUBTOTAL(WS-HT-IDX)
                    DELIMITED BY SIZE INTO INTFRELD-LINE
                END-STRING
                WRITE INTFRELD-LINE
            END-IF
        END-PERFORM
        CLOSE DAY1INTFRELD
    ELSE
        MOVE SPACES TO WS-ALERT-TEXT
        STRING 'DAY1RLSE WARNING: RELEASE ' DELIMITED BY SIZE
            WS-RELEASE-STAMP DELIMITED BY SIZE
            ' DETAIL NOT REGISTERED IN INTFRELD, FILE STATUS='
            DELIMITED BY SIZE
            WS-INTFRELD-STATUS DELIMITED BY SIZE INTO WS-ALERT-TEXT
        MOVE 8 TO WS-ALERT-SEVERITY
        MOVE 'HOLDIRLD' TO WS-ALERT-ID
        PERFORM NOTIFY-OPERATIONS-PARA
        IF 8 > RETURN-CODE
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF.

*> Age in calendar days from the night DAY1 held the figures (the
*> run date stands in for an entry with no held date).
AGE-HELD-ITEMS-PARA.
    MOVE WS-TODAY TO WS-DATE-NUM
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
    PERFORM VARYING WS-HT-IDX FROM 1 BY 1
        UNTIL WS-HT-IDX > WS-HT-USED
        IF HT-KEEP(WS-HT-IDX)
            IF WS-HT-HELD-ON(WS-HT-IDX) IS NUMERIC
                MOVE WS-HT-HELD-ON(WS-HT-IDX) TO WS-DATE-NUM
            ELSE
                MOVE WS-HT-RUN-DATE(WS-HT-IDX) TO WS-DATE-NUM
            END-IF
            COMPUTE WS-AGE-DAYS =
                WS-TODAY-INT - FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
            IF WS-AGE-DAYS < 0
                MOVE 0 TO WS-AGE-DAYS
            END-IF
            MOVE WS-AGE-DAYS TO WS-HT-AGE(WS-HT-IDX)
            ADD 1 TO WS-STILL-HELD
            ADD WS-HT-SUBTOTAL(WS-HT-IDX) TO WS-STILL-HELD-TOTAL
            IF WS-AGE-DAYS > WS-MAX-HELD-DAYS
                PERFORM ALERT-AGED-ITEM-PARA
            END-IF
        END-IF
    END-PERFORM.

ALERT-AGED-ITEM-PARA.
    ADD 1 TO WS-AGED-COUNT
    MOVE WS-AGE-DAYS TO WS-AGE-DISP
    MOVE SPACES TO WS-ALERT-TEXT
    STRING 'DAY1RLSE WARNING: FIGURES FOR RUN DATE ' DELIMITED BY SIZE
        WS-HT-RUN-DATE(WS-HT-IDX) DELIMITED BY SIZE
        ' HELD ' DELIMITED BY SIZE
        FUNCTION TRIM(WS-AGE-DISP) DELIMITED BY SIZE
        ' DAYS, NOT RELEASED TO POSTING' DELIMITED BY SIZE
        INTO WS-ALERT-TEXT
    MOVE 8 TO WS-ALERT-SEVERITY
    MOVE 'HOLDAGED' TO WS-ALERT-ID
    MOVE WS-HT-SOURCE(WS-HT-IDX) TO WS-ALERT-SOURCE
    PERFORM NOTIFY-OPERATIONS-PARA
    IF 8 > RETURN-CODE
        MOVE 8 TO RETURN-CODE
    END-IF.

PAGE-BREAK-PARA.
    ADD 1 TO WS-PAGE-NUMBER
    MOVE SPACES TO RPT-LINE
    STRING
        'DAY1 HELD FIGURES  DATE=' WS-TODAY
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

WRITE-RELEASE-SECTION-PARA.
    MOVE 99 TO WS-LINE-COUNT
    MOVE 'RELEASE TO POSTING' TO WS-DETAIL-TEXT
    PERFORM WRITE-REPORT-LINE-PARA
    IF WS-RL-USED = 0
        MOVE '  NO RLSECARD CARDS - QUEUE AGED ONLY' TO WS-DETAIL-TEXT
        PERFORM WRITE-REPORT-LINE-PARA
    ELSE
        PERFORM VARYING WS-RL-IDX FROM 1 BY 1
            UNTIL WS-RL-IDX > WS-RL-USED
            MOVE SPACES TO WS-DETAIL-TEXT
            IF RL-ACCEPTED(WS-RL-IDX)
                STRING '  ACCEPTED                        '
                    FUNCTION TRIM(WS-RL-CARD(WS-RL-IDX))
                    DELIMITED BY SIZE INTO WS-DETAIL-TEXT
                END-STRING
            ELSE
                STRING '  REJECTED ' WS-RL-REASON(WS-RL-IDX)
                    ' ' FUNCTION TRIM(WS-RL-CARD(WS-RL-IDX))
                    DELIMITED BY SIZE INTO WS-DETAIL-TEXT
                END-STRING
            END-IF
            PERFORM WRITE-REPORT-LINE-PARA
        END-PERFORM
        MOVE SPACES TO WS-DETAIL-TEXT
        PERFORM WRITE-REPORT-LINE-PARA
        IF WS-RELEASE-OK = 'Y'
            MOVE SPACES TO WS-DETAIL-TEXT
            STRING '  RELEASED FOR RUN DATE ' WS-RELEASE-DATE
                '  KIND=HELD  REF=' WS-RELEASE-STAMP
                DELIMITED BY SIZE INTO WS-DETAIL-TEXT
            END-STRING
            PERFORM WRITE-REPORT-LINE-PARA
            PERFORM WRITE-ITEM-HEADING-PARA
            PERFORM VARYING WS-HT-IDX FROM 1 BY 1
                UNTIL WS-HT-IDX > WS-HT-USED
                IF HT-RELEASE(WS-HT-IDX)
                    MOVE SPACES TO WS-AGED-FLAG
                    PERFORM WRITE-ITEM-LINE-PARA
                END-IF
            END-PERFORM
            MOVE WS-RELEASE-COUNT TO WS-COUNT-DISP
            MOVE WS-RELEASE-HASH TO WS-TOTAL-DISP
            MOVE SPACES TO WS-DETAIL-TEXT
            STRING '  INTERFACE DETAILS ' WS-COUNT-DISP
                '   HASH TOTAL ' WS-TOTAL-DISP
                DELIMITED BY SIZE INTO WS-DETAIL-TEXT
            END-STRING
            PERFORM WRITE-REPORT-LINE-PARA
        ELSE
            MOVE '  NOTHING RELEASED - ITEMS REMAIN HELD'
                TO WS-DETAIL-TEXT
            PERFORM WRITE-REPORT-LINE-PARA
        END-IF
    END-IF
    IF WS-QUEUE-UPDATED = 'Y' AND WS-REPLACED-COUNT > 0
        MOVE WS-REPLACED-COUNT TO WS-COUNT-DISP
        MOVE SPACES TO WS-DETAIL-TEXT
        STRING '  SUPERSEDED QUEUE ENTRIES MARKED REPLACED '
            WS-COUNT-DISP
            DELIMITED BY SIZE INTO WS-DETAIL-TEXT
        END-STRING
        PERFORM WRITE-REPORT-LINE-PARA
    END-IF.

WRITE-HELD-SECTION-PARA.
    MOVE 99 TO WS-LINE-COUNT
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING 'STILL HELD (AGED = HELD MORE THAN ' WS-MAX-HELD-DAYS
        ' DAYS)'
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA
    IF WS-STILL-HELD = 0
        MOVE '  NOTHING HELD' TO WS-DETAIL-TEXT
        PERFORM WRITE-REPORT-LINE-PARA
    ELSE
        PERFORM WRITE-ITEM-HEADING-PARA
        PERFORM VARYING WS-HT-IDX FROM 1 BY 1
            UNTIL WS-HT-IDX > WS-HT-USED
            IF HT-KEEP(WS-HT-IDX)
                IF WS-HT-AGE(WS-HT-IDX) > WS-MAX-HELD-DAYS
                    MOVE 'AGED' TO WS-AGED-FLAG
                ELSE
                    MOVE SPACES TO WS-AGED-FLAG
                END-IF
                PERFORM WRITE-ITEM-LINE-PARA
            END-IF
        END-PERFORM
    END-IF
    MOVE SPACES TO WS-DETAIL-TEXT
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE WS-STILL-HELD TO WS-COUNT-DISP
    MOVE WS-STILL-HELD-TOTAL TO WS-TOTAL-DISP
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING '  ITEMS STILL HELD  ' WS-COUNT-DISP
        '   SUBTOTAL   ' WS-TOTAL-DISP
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE WS-AGED-COUNT TO WS-COUNT-DISP
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING '  AGED              ' WS-COUNT-DISP
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA.

WRITE-ITEM-HEADING-PARA.
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING '  RUN DATE  SOURCE' '                                      '
        '     COUNT  SUBTOTAL  HELD ON    AGE'
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA.

WRITE-ITEM-LINE-PARA.
    MOVE WS-HT-COUNT(WS-HT-IDX) TO WS-COUNT-DISP
    MOVE WS-HT-SUBTOTAL(WS-HT-IDX) TO WS-TOTAL-DISP
    MOVE WS-HT-AGE(WS-HT-IDX) TO WS-AGE-DISP
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING '  ' WS-HT-RUN-DATE(WS-HT-IDX)
        '  ' WS-HT-SOURCE(WS-HT-IDX)(1:44)
        ' ' WS-COUNT-DISP
        WS-TOTAL-DISP
        '  ' WS-HT-HELD-ON(WS-HT-IDX)
        ' ' WS-AGE-DISP
        '  ' WS-AGED-FLAG
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA.

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
        STRING 'DAY1RLSE WARNING: OPERAUTH UNAVAILABLE, FILE STATUS='
            DELIMITED BY SIZE
            WS-OPER-STATUS DELIMITED BY SIZE
            ' - NO OVERRIDE CAN BE AUTHORIZED' DELIMITED BY SIZE
            INTO WS-ALERT-TEXT
        MOVE 8 TO WS-ALERT-SEVERITY
        MOVE 'HOLDAUTH' TO WS-ALERT-ID
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
                STRING 'DAY1RLSE WARNING: BAD OPERAUTH CARD IGNORED "'
                    DELIMITED BY SIZE
                    FUNCTION TRIM(WS-OPER-LINE) DELIMITED BY SIZE
                    '"' DELIMITED BY SIZE INTO WS-ALERT-TEXT
                MOVE 8 TO WS-ALERT-SEVERITY
                MOVE 'HOLDAUTH' TO WS-ALERT-ID
                PERFORM NOTIFY-OPERATIONS-PARA
                IF 8 > RETURN-CODE
                    MOVE 8 TO RETURN-CODE
                END-IF
            WHEN WS-OPER-WORK-ROLE = SPACES
                CONTINUE
            WHEN WS-OP-USED >= 200
                MOVE SPACES TO WS-ALERT-TEXT
                STRING 'DAY1RLSE WARNING: MORE THAN 200 OPERATORS - '
                    DELIMITED BY SIZE
                    FUNCTION TRIM(WS-OPER-WORK-ID) DELIMITED BY SIZE
                    ' NOT AUTHORIZED' DELIMITED BY SIZE
                    INTO WS-ALERT-TEXT
                MOVE 8 TO WS-ALERT-SEVERITY
                MOVE 'HOLDAUTH' TO WS-ALERT-ID
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
        MOVE 'DAY1RLSE' TO OL-PROGRAM
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
            STRING 'DAY1RLSE WARNING: UNABLE TO WRITE OVRDLOG, FILE STATUS='
                DELIMITED BY SIZE
                WS-OVRDLOG-STATUS DELIMITED BY SIZE
                ' - OVERRIDES NOT LOGGED' DELIMITED BY SIZE
                INTO WS-ALERT-TEXT
            MOVE 8 TO WS-ALERT-SEVERITY
            MOVE 'HOLDAUTH' TO WS-ALERT-ID
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
