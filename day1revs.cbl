IDENTIFICATION DIVISION.
PROGRAM-ID. DAY1REVS.

*> Reversal of figures already released to posting, for one source or
*> for a whole night, so the source can be corrected and redelivered
*> without the ledger carrying the bad figures alongside the good.
*> Each REVSCARD card names a run date and a source, or ALL, and who
*> keyed and who approved it:
*>   RUNDATE=20260831 SOURCE=PROD.DAY1.INPUT OPERATOR=JSMITH APPROVER=ADOE
*>   RUNDATE=20260831 SOURCE=ALL OPERATOR=JSMITH APPROVER=ADOE
*> Both IDs are checked against OPERAUTH (REVERSE= role). A card with
*> no operator or approver, an operator without the ENTER role, an
*> approver without the APPROVE role, or the same ID in both is
*> refused with a REVSAUTH alert (RC=8) and reverses nothing. Every
*> card is written to the retained override log OVRDLOG.
*>
*> What a release carried for a source is taken from the release
*> detail register INTFRELD (one line per source per release, written
*> alongside each INTFREL line by DAY1, DAY1MERGE and DAY1RLSE). The
*> releases that stand for the run date are the night's latest
*> interface and every held-figures release for it -- the same ones
*> DAY1ACK matches. A source is reversed only when every release it
*> appears in has a POSTACK receipt agreeing with INTFREL: figures
*> that never posted have nothing to reverse, and reversing a release
*> the ledger booked differently would post a wrong contra. Such a
*> card is refused, as is one for a source already reversed.
*>
*> The reversal goes to posting as REVSINTF, in the INTFOUT layout:
*>   H  run date reversed, reversal timestamp, kind REVS
*>   D  each reversed source with the count and subtotal released
*>   T  detail count and hash total of those subtotals
*> The D figures are the released figures unchanged; kind REVS tells
*> posting to book them as contra entries. DAY1POST verifies it like
*> any interface, and it is registered in INTFREL with KIND=REVS
*> REF=<header timestamp> for DAY1ACK, and in INTFRELD with ORIG=<the
*> release reversed> so it is never reversed twice. Then:
*>   MASTER     the source's records for the run date are marked
*>              MST-MALFORMED='R' (reversed)
*>   TRENDHIST  a REVERSED row per source, and the day's ALL row
*>              restated without it, so DAY1MNTH and DAY1TREND stop
*>              counting the reversed figures
*>   DELIVCTL   the source's delivery records for the run date are
*>              removed, so the corrected redelivery passes DAY1's
*>              duplicate gate without FORCE-REPROCESS
*>   EXCLEDGR   the source's open exception items for the run date
*>              are closed REVERSED, so DAY1EXCL stops ageing lines
*>              whose figures no longer stand
*> REVSRPT gives accounting the night before and after the reversal,
*> source by source. Adjustments DAY1CORR posted through ADJINTF are
*> not registered in INTFREL and are not part of the reversal;
*> REVSRPT counts the corrected lines so they can be backed out.
*>
*> One reversal carries one run date, as every interface does.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REVSCARD ASSIGN TO "REVSCARD"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CARD-STATUS.

    SELECT DAY1INTFREL ASSIGN TO "INTFREL"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-INTFREL-STATUS.

    SELECT DAY1INTFRELD ASSIGN TO "INTFRELD"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-INTFRELD-STATUS.

    SELECT POSTACK ASSIGN TO "POSTACK"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-ACK-STATUS.

    SELECT REVSINTF ASSIGN TO "REVSINTF"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-INTF-STATUS.

    SELECT DAY1MASTER ASSIGN TO "MASTER"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS MST-KEY
    FILE STATUS IS WS-MASTER-STATUS.

    SELECT TRENDHIST ASSIGN TO "TRENDHIST"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-THIST-STATUS.

    SELECT DAY1DELIVCTL ASSIGN DYNAMIC WS-DELIV-DSNAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-DELIV-STATUS.

    SELECT DAY1DELIVTMP ASSIGN DYNAMIC WS-DELIVTMP-DSNAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-DELIVTMP-STATUS.

    *> The open-exceptions ledger and its rewrite copy.
    SELECT EXCLEDGR ASSIGN DYNAMIC WS-LEDGER-DSNAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-LEDGER-STATUS.

    SELECT EXCLEDGRTMP ASSIGN DYNAMIC WS-LEDGERTMP-DSNAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-LEDGERTMP-STATUS.

    SELECT REVSRPT ASSIGN TO "REVSRPT"
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
FD REVSCARD.
    01 CARD-REC PIC X(120).

FD DAY1INTFREL.
    01 INTFREL-LINE PIC X(100).

FD DAY1INTFRELD.
    01 INTFRELD-LINE PIC X(200).

FD POSTACK.
    01 POSTACK-LINE PIC X(100).

FD REVSINTF.
    01 INTF-REC PIC X(100).

FD DAY1MASTER.
    01 MASTER-REC.
        05 MST-KEY.
            10 MST-FILENAME PIC X(60).
            10 MST-LINE-NUMBER PIC 9(8).
            10 MST-RUN-DATE PIC X(8).
        05 MST-CALIBRATION PIC X(99).
        05 MST-FIRST PIC X(1).
        05 MST-LAST PIC X(1).
        05 MST-VALUE PIC 9(2).
        05 MST-MALFORMED PIC A(1).

FD TRENDHIST.
    01 HIST-REC.
        05 TH-RUN-DATE PIC X(8).
        05 FILLER PIC X(1).
        05 TH-SOURCE PIC X(60).
        05 FILLER PIC X(1).
        05 TH-RECORD-COUNT PIC 9(8).
        05 FILLER PIC X(1).
        05 TH-SUBTOTAL PIC 9(8).
        05 FILLER PIC X(1).
        05 TH-EXCEPT-COUNT PIC 9(8).
        05 FILLER PIC X(1).
        05 TH-OUTLIER-COUNT PIC 9(8).
        05 FILLER PIC X(1).
        05 TH-MIN-VALUE PIC 9(2).
        05 FILLER PIC X(1).
        05 TH-MAX-VALUE PIC 9(2).
        05 FILLER PIC X(1).
        05 TH-ROW-KIND PIC X(8).
            88 TH-ROW-REVERSED VALUE 'REVERSED'.

FD DAY1DELIVCTL.
    01 DELIV-REC PIC X(200).

FD DAY1DELIVTMP.
    01 DELIVTMP-REC PIC X(200).

FD EXCLEDGR.
    01 LEDGER-LINE PIC X(200).

FD EXCLEDGRTMP.
    01 LEDGERTMP-LINE PIC X(200).

FD REVSRPT.
    01 RPT-LINE PIC X(132).

FD OPERAUTH.
    01 OPER-REC PIC X(80).

FD OVRDLOG.
    01 OVRDLOG-REC PIC X(200).

FD DAY1NOTIFY.
    01 NOTIFY-LINE PIC X(200).

WORKING-STORAGE SECTION.
77 WS-CARD-STATUS PIC XX.
77 WS-INTFREL-STATUS PIC XX.
77 WS-INTFRELD-STATUS PIC XX.
77 WS-ACK-STATUS PIC XX.
77 WS-INTF-STATUS PIC XX.
77 WS-MASTER-STATUS PIC XX.
77 WS-THIST-STATUS PIC XX.
77 WS-DELIV-STATUS PIC XX.
77 WS-DELIVTMP-STATUS PIC XX.
77 WS-RPT-STATUS PIC XX.
77 WS-NOTIFY-STATUS PIC XX.
77 WS-DELIV-DSNAME PIC X(24) VALUE 'DELIVCTL'.
77 WS-DELIVTMP-DSNAME PIC X(24) VALUE 'DELIVCTL.TMP'.
77 WS-LEDGER-STATUS PIC XX.
77 WS-LEDGERTMP-STATUS PIC XX.
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
77 WS-BROWSE-DONE PIC A(1).
77 WS-REGISTERS-OK PIC A(1) VALUE 'Y'.
77 WS-REVERSE-OK PIC A(1) VALUE 'N'.
77 WS-REGISTERED PIC A(1) VALUE 'N'.
77 WS-MASTER-DONE PIC A(1) VALUE 'N'.
77 WS-TREND-DONE PIC A(1) VALUE 'N'.
77 WS-DELIV-DONE PIC X(1) VALUE 'N'.
    88 DELIV-NOT-IN-USE VALUE 'X'.
77 WS-LEDGER-DONE PIC X(1) VALUE 'N'.
    88 LEDGER-NOT-IN-USE VALUE 'X'.
77 WS-TODAY PIC X(8).
77 WS-REVERSE-STAMP PIC X(14).
77 WS-REVERSE-DATE PIC X(8) VALUE SPACES.
77 WS-PARSE-LINE PIC X(200).
77 WS-TOKEN-KEY PIC X(20).
77 WS-TOKEN-VALUE PIC X(60).
77 WS-TOKEN-IDX PIC 9(2).
77 WS-ROW-RUNDATE PIC X(8).
77 WS-ROW-STAMP PIC X(14).
77 WS-ROW-KIND PIC X(4).
77 WS-ROW-REF PIC X(14).
77 WS-ROW-ORIG PIC X(14).
77 WS-ROW-SOURCE PIC X(60).
77 WS-ROW-COUNT PIC 9(8).
77 WS-ROW-SUBTOTAL PIC 9(8).
77 WS-ROW-HASH PIC 9(10).
77 WS-RT-IDX PIC 9(3) COMP.
77 WS-RT-USED PIC 9(3) COMP VALUE 0.
77 WS-IT-IDX PIC 9(3) COMP.
77 WS-IT-USED PIC 9(3) COMP VALUE 0.
77 WS-IT-SCAN PIC 9(3) COMP.
77 WS-RV-IDX PIC 9(2) COMP.
77 WS-RV-USED PIC 9(2) COMP VALUE 0.
77 WS-FOUND-IDX PIC 9(3) COMP.
77 WS-CARD-MATCHED PIC 9(3).
77 WS-CARD-OPEN PIC 9(3).
77 WS-CARD-NEW PIC 9(3).
77 WS-CARD-BLOCKED PIC X(1).
77 WS-CARD-REJECTS PIC 9(3) VALUE 0.
77 WS-REVERSE-COUNT PIC 9(8) VALUE 0.
77 WS-REVERSE-HASH PIC 9(10) VALUE 0.
77 WS-NIGHT-BEFORE PIC 9(10) VALUE 0.
77 WS-NIGHT-AFTER PIC 9(10) VALUE 0.
77 WS-MARKED-TOTAL PIC 9(8) VALUE 0.
77 WS-CORRECTED-TOTAL PIC 9(8) VALUE 0.
77 WS-DELIV-REMOVED PIC 9(4) VALUE 0.
77 WS-LEDGER-CLOSED PIC 9(6) VALUE 0.
77 WS-ALL-FOUND PIC A(1) VALUE 'N'.
77 WS-ALL-ROW PIC X(120).
77 WS-TREND-COUNT PIC 9(8) VALUE 0.
77 WS-TREND-SUBTOTAL PIC 9(8) VALUE 0.
77 WS-TREND-EXCEPTS PIC 9(8) VALUE 0.
77 WS-TREND-OUTLIERS PIC 9(8) VALUE 0.
77 WS-PAGE-NUMBER PIC 9(4) VALUE 0.
77 WS-LINE-COUNT PIC 9(3) VALUE 99.
77 WS-DETAIL-TEXT PIC X(132).
77 WS-COUNT-DISP PIC ZZZZZZZ9.
77 WS-TOTAL-DISP PIC ZZZZZZZZZ9.
77 WS-BEFORE-DISP PIC -(9)9.
77 WS-REVERSED-DISP PIC -(9)9.
77 WS-AFTER-DISP PIC -(9)9.
77 WS-SIGNED-AMOUNT PIC S9(10).
77 WS-KIND-TEXT PIC X(7).
77 WS-RCPT-TEXT PIC X(17).
77 WS-TREND-TEXT PIC X(40).
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
77 WS-OVRD-TYPE PIC X(10) VALUE 'REVERSE'.
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

*> Releases standing for the run date: the night's latest interface
*> (kind blank -- a later INTFREL line replaces the earlier, as in
*> DAY1ACK) and each held-figures release, with what POSTACK says of
*> it.
01 WS-RELEASE-TABLE.
    05 WS-RT-ENTRY OCCURS 50 TIMES.
        10 WS-RT-STAMP PIC X(14).
        10 WS-RT-KIND PIC X(4).
        10 WS-RT-REF PIC X(14).
        10 WS-RT-COUNT PIC 9(8).
        10 WS-RT-HASH PIC 9(10).
        10 WS-RT-RECEIPT PIC X(1).
            88 RT-POSTED VALUE 'Y'.
            88 RT-DISAGREES VALUE 'M'.
            88 RT-UNACKNOWLEDGED VALUE 'N'.

*> One entry per source per standing release, from INTFRELD. The
*> action is what this run does with it: leave it standing, reverse
*> it, or note it was reversed by an earlier run. The first entry
*> reversed for a source carries the MASTER, TRENDHIST, DELIVCTL and
*> EXCLEDGR work for that source.
01 WS-ITEM-TABLE.
    05 WS-IT-ENTRY OCCURS 200 TIMES.
        10 WS-IT-REL-IDX PIC 9(3) COMP.
        10 WS-IT-SOURCE PIC X(60).
        10 WS-IT-COUNT PIC 9(8).
        10 WS-IT-SUBTOTAL PIC 9(8).
        10 WS-IT-ACTION PIC X(1).
            88 IT-STANDING VALUE 'O'.
            88 IT-REVERSE VALUE 'S'.
            88 IT-REVERSED-EARLIER VALUE 'D'.
        10 WS-IT-FIRST PIC A(1).
        10 WS-IT-MARKED PIC 9(8).
        10 WS-IT-CORRECTED PIC 9(8).
        10 WS-IT-DLV-REMOVED PIC 9(4).
        10 WS-IT-LDG-CLOSED PIC 9(6).
        10 WS-IT-TREND PIC X(1).
            88 IT-TREND-NONE VALUE 'N'.
            88 IT-TREND-FOUND VALUE 'F'.
            88 IT-TREND-ALREADY VALUE 'A'.
            88 IT-TREND-WRITTEN VALUE 'W'.
        10 WS-IT-TREND-ROW PIC X(120).

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

*> Reversal cards as keyed, with what became of each.
01 WS-REVERSAL-CARDS.
    05 WS-RV-ENTRY OCCURS 50 TIMES.
        10 WS-RV-CARD PIC X(120).
        10 WS-RV-RUNDATE PIC X(8).
        10 WS-RV-SOURCE PIC X(60).
        10 WS-RV-OPERATOR PIC X(8).
        10 WS-RV-APPROVER PIC X(8).
        10 WS-RV-STATUS PIC X(1).
            88 RV-PENDING VALUE 'P'.
            88 RV-ACCEPTED VALUE 'A'.
            88 RV-REJECTED VALUE 'R'.
        10 WS-RV-REASON PIC X(30).

*> Reversal interface layouts: the same shape as INTFOUT (see
*> day1.cbl / day1post.cbl), kind REVS on the header.
01 WS-INTF-HEADER.
    05 FILLER PIC X(1) VALUE 'H'.
    05 INTF-HDR-RUN-DATE PIC X(8).
    05 INTF-HDR-TIMESTAMP PIC X(14).
    05 INTF-HDR-KIND PIC X(4) VALUE 'REVS'.
    05 FILLER PIC X(73) VALUE SPACES.
01 WS-INTF-DETAIL.
    05 FILLER PIC X(1) VALUE 'D'.
    05 INTF-DTL-FILENAME PIC X(60).
    05 INTF-DTL-COUNT PIC 9(8).
    05 INTF-DTL-SUBTOTAL PIC 9(8).
    05 INTF-DTL-EXCEPT PIC 9(8) VALUE 0.
    05 INTF-DTL-REASONS PIC 9(15) VALUE 0.
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
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-REVERSE-STAMP.
    PERFORM LOAD-REVERSAL-CARDS-PARA.
    IF WS-RV-USED = 0
        MOVE SPACES TO WS-ALERT-TEXT
        STRING 'DAY1REVS ABEND: NO REVSCARD CARDS - NOTHING REVERSED'
            DELIMITED BY SIZE INTO WS-ALERT-TEXT
        MOVE 16 TO WS-ALERT-SEVERITY
        MOVE 'REVSNONE' TO WS-ALERT-ID
        PERFORM NOTIFY-OPERATIONS-PARA
        IF 16 > RETURN-CODE
            MOVE 16 TO RETURN-CODE
        END-IF
    ELSE
        PERFORM FIX-REVERSAL-DATE-PARA
        IF WS-REVERSE-DATE NOT = SPACES
            PERFORM LOAD-RELEASES-PARA
        END-IF
        IF WS-REVERSE-DATE NOT = SPACES AND WS-REGISTERS-OK = 'Y'
            PERFORM LOAD-RECEIPTS-PARA
            PERFORM LOAD-RELEASE-DETAIL-PARA
        END-IF
        IF WS-REGISTERS-OK = 'Y'
            PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                UNTIL WS-RV-IDX > WS-RV-USED
                IF RV-PENDING(WS-RV-IDX)
                    PERFORM APPLY-REVERSAL-CARD-PARA
                END-IF
            END-PERFORM
        END-IF
        IF WS-REVERSE-COUNT = 0
            PERFORM NOTHING-REVERSED-PARA
        ELSE
            PERFORM MARK-FIRST-ITEMS-PARA
            PERFORM WRITE-REVERSAL-INTERFACE-PARA
        END-IF
        IF WS-REVERSE-OK = 'Y'
            PERFORM REGISTER-REVERSAL-PARA
        END-IF
        IF WS-REGISTERED = 'Y'
            PERFORM MARK-MASTER-PARA
            PERFORM POST-TREND-REVERSALS-PARA
            PERFORM REMOVE-DELIVERIES-PARA
            PERFORM CLOSE-LEDGER-ITEMS-PARA
        END-IF
        PERFORM VARYING WS-RV-IDX FROM 1 BY 1
            UNTIL WS-RV-IDX > WS-RV-USED
            PERFORM LOG-REVERSAL-CARD-PARA
        END-PERFORM
        OPEN OUTPUT REVSRPT
        PERFORM WRITE-CARD-SECTION-PARA
        PERFORM WRITE-RELEASE-SECTION-PARA
        PERFORM WRITE-SOURCE-SECTION-PARA
        CLOSE REVSRPT
    END-IF.
    DISPLAY 'DAY1REVS: ' WS-REVERSE-COUNT ' SOURCES REVERSED FOR '
        WS-REVERSE-DATE ', HASH ' WS-REVERSE-HASH.
    STOP RUN.

LOAD-REVERSAL-CARDS-PARA.
    OPEN INPUT REVSCARD.
    IF WS-CARD-STATUS = '00'
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ REVSCARD INTO WS-PARSE-LINE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END PERFORM LOAD-ONE-CARD-PARA
            END-READ
        END-PERFORM
        CLOSE REVSCARD
    END-IF.

LOAD-ONE-CARD-PARA.
    IF WS-PARSE-LINE = SPACES OR WS-PARSE-LINE(1:1) = '*'
        CONTINUE
    ELSE
        IF WS-RV-USED >= 50
            MOVE SPACES TO WS-ALERT-TEXT
            STRING 'DAY1REVS WARNING: MORE THAN 50 REVSCARD CARDS'
                ' - CARD IGNORED: ' FUNCTION TRIM(WS-PARSE-LINE(1:120))
                DELIMITED BY SIZE INTO WS-ALERT-TEXT
            END-STRING
            MOVE 8 TO WS-ALERT-SEVERITY
            MOVE 'REVSCARD' TO WS-ALERT-ID
            PERFORM NOTIFY-OPERATIONS-PARA
            IF 8 > RETURN-CODE
                MOVE 8 TO RETURN-CODE
            END-IF
        ELSE
            ADD 1 TO WS-RV-USED
            MOVE WS-RV-USED TO WS-RV-IDX
            MOVE SPACES TO WS-RV-ENTRY(WS-RV-IDX)
            MOVE WS-PARSE-LINE(1:120) TO WS-RV-CARD(WS-RV-IDX)
            MOVE 'P' TO WS-RV-STATUS(WS-RV-IDX)
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
            IF RV-PENDING(WS-RV-IDX)
                AND (WS-RV-RUNDATE(WS-RV-IDX) = SPACES
                    OR WS-RV-SOURCE(WS-RV-IDX) = SPACES)
                MOVE 'INCOMPLETE CARD' TO WS-RV-REASON(WS-RV-IDX)
                PERFORM REJECT-CARD-PARA
            END-IF
            IF RV-PENDING(WS-RV-IDX)
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
                MOVE WS-TOKEN-VALUE(1:8) TO WS-RV-RUNDATE(WS-RV-IDX)
            END-IF
        WHEN 'SOURCE'
            MOVE WS-TOKEN-VALUE TO WS-RV-SOURCE(WS-RV-IDX)
        WHEN 'OPERATOR'
            MOVE WS-TOKEN-VALUE(1:8) TO WS-RV-OPERATOR(WS-RV-IDX)
        WHEN 'APPROVER'
            MOVE WS-TOKEN-VALUE(1:8) TO WS-RV-APPROVER(WS-RV-IDX)
        WHEN OTHER
            IF RV-PENDING(WS-RV-IDX)
                MOVE 'UNKNOWN KEYWORD' TO WS-RV-REASON(WS-RV-IDX)
                PERFORM REJECT-CARD-PARA
            END-IF
    END-EVALUATE.

*> A reversal backs out figures already posted, so each card must
*> carry OPERATOR= (who keyed it) and APPROVER= (a second operator
*> who approved it), both checked against OPERAUTH's REVERSE= role.
*> A card failing CHECK-OVERRIDE-PARA is refused here, before it can
*> set the run date or reverse anything.
AUTHORIZE-CARD-PARA.
    MOVE WS-RV-OPERATOR(WS-RV-IDX) TO WS-OVRD-OPERATOR
    MOVE WS-RV-APPROVER(WS-RV-IDX) TO WS-OVRD-APPROVER
    MOVE 'Y' TO WS-OVRD-NEEDS-APPROVAL
    PERFORM CHECK-OVERRIDE-PARA
    IF WS-OVRD-REASON NOT = SPACES
        MOVE 'R' TO WS-RV-STATUS(WS-RV-IDX)
        MOVE WS-OVRD-REASON TO WS-RV-REASON(WS-RV-IDX)
        ADD 1 TO WS-CARD-REJECTS
        MOVE SPACES TO WS-ALERT-TEXT
        STRING 'DAY1REVS WARNING: REVERSAL REFUSED - ' DELIMITED BY SIZE
            FUNCTION TRIM(WS-OVRD-REASON) DELIMITED BY SIZE
            ': RUNDATE=' DELIMITED BY SIZE
            WS-RV-RUNDATE(WS-RV-IDX) DELIMITED BY SIZE
            ' OPERATOR=' DELIMITED BY SIZE
            WS-RV-OPERATOR(WS-RV-IDX) DELIMITED BY SPACE
            ' APPROVER=' DELIMITED BY SIZE
            WS-RV-APPROVER(WS-RV-IDX) DELIMITED BY SPACE
            INTO WS-ALERT-TEXT
        MOVE 8 TO WS-ALERT-SEVERITY
        MOVE 'REVSAUTH' TO WS-ALERT-ID
        MOVE WS-RV-SOURCE(WS-RV-IDX) TO WS-ALERT-SOURCE
        PERFORM NOTIFY-OPERATIONS-PARA
        IF 8 > RETURN-CODE
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF.

*> Every card keyed goes to the override log once the outcome is
*> known: an accepted card whose reversal was not registered is
*> logged FAILED, as REVSINTF must not post.
LOG-REVERSAL-CARD-PARA.
    MOVE WS-RV-OPERATOR(WS-RV-IDX) TO WS-OVRD-OPERATOR
    MOVE WS-RV-APPROVER(WS-RV-IDX) TO WS-OVRD-APPROVER
    EVALUATE TRUE
        WHEN RV-ACCEPTED(WS-RV-IDX) AND WS-REGISTERED = 'Y'
            MOVE 'ACCEPTED' TO WS-OVRD-RESULT
            MOVE SPACES TO WS-OVRD-REASON
        WHEN RV-ACCEPTED(WS-RV-IDX)
            MOVE 'FAILED' TO WS-OVRD-RESULT
            MOVE 'REVERSAL NOT REGISTERED' TO WS-OVRD-REASON
        WHEN OTHER
            MOVE 'REJECTED' TO WS-OVRD-RESULT
            MOVE WS-RV-REASON(WS-RV-IDX) TO WS-OVRD-REASON
    END-EVALUATE
    MOVE SPACES TO WS-OVRD-DETAIL
    STRING 'RUNDATE=' WS-RV-RUNDATE(WS-RV-IDX)
        ' SOURCE=' FUNCTION TRIM(WS-RV-SOURCE(WS-RV-IDX))
        DELIMITED BY SIZE INTO WS-OVRD-DETAIL
    END-STRING
    IF WS-OVRD-RESULT = 'ACCEPTED'
        STRING FUNCTION TRIM(WS-OVRD-DETAIL) ' REF=' WS-REVERSE-STAMP
            DELIMITED BY SIZE INTO WS-OVRD-DETAIL
        END-STRING
    END-IF
    PERFORM WRITE-OVERRIDE-LOG-PARA.

*> The first complete card sets the run date; a card for any other
*> date is refused here, before the registers are read for it.
FIX-REVERSAL-DATE-PARA.
    PERFORM VARYING WS-RV-IDX FROM 1 BY 1
        UNTIL WS-RV-IDX > WS-RV-USED
        IF RV-PENDING(WS-RV-IDX)
            IF WS-REVERSE-DATE = SPACES
                MOVE WS-RV-RUNDATE(WS-RV-IDX) TO WS-REVERSE-DATE
            ELSE
                IF WS-RV-RUNDATE(WS-RV-IDX) NOT = WS-REVERSE-DATE
                    MOVE 'OTHER RUN DATE - REVERSE APART'
                        TO WS-RV-REASON(WS-RV-IDX)
                    PERFORM REJECT-CARD-PARA
                END-IF
            END-IF
        END-IF
    END-PERFORM.

*> INTFREL, INTFRELD and POSTACK lines are all KEY=value tokens
*> separated by blanks; one parser serves the three.
PARSE-ROW-PARA.
    MOVE SPACES TO WS-ROW-RUNDATE
    MOVE SPACES TO WS-ROW-STAMP
    MOVE SPACES TO WS-ROW-KIND
    MOVE SPACES TO WS-ROW-REF
    MOVE SPACES TO WS-ROW-ORIG
    MOVE SPACES TO WS-ROW-SOURCE
    MOVE 0 TO WS-ROW-COUNT
    MOVE 0 TO WS-ROW-SUBTOTAL
    MOVE 0 TO WS-ROW-HASH
    MOVE SPACES TO WS-TOKEN-TABLE
    UNSTRING WS-PARSE-LINE DELIMITED BY ALL ' '
        INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
            WS-TOKEN(5) WS-TOKEN(6) WS-TOKEN(7) WS-TOKEN(8)
            WS-TOKEN(9) WS-TOKEN(10) WS-TOKEN(11) WS-TOKEN(12)
    END-UNSTRING
    PERFORM VARYING WS-TOKEN-IDX FROM 1 BY 1
        UNTIL WS-TOKEN-IDX > 12
        IF WS-TOKEN(WS-TOKEN-IDX) NOT = SPACES
            PERFORM APPLY-ROW-TOKEN-PARA
        END-IF
    END-PERFORM.

*> RELEASED= and POSTED= both land in the one stamp field, as in
*> DAY1ACK; DLVRDATE= stands in for RUNDATE= on DELIVCTL.
APPLY-ROW-TOKEN-PARA.
    MOVE SPACES TO WS-TOKEN-KEY
    MOVE SPACES TO WS-TOKEN-VALUE
    UNSTRING WS-TOKEN(WS-TOKEN-IDX) DELIMITED BY '='
        INTO WS-TOKEN-KEY WS-TOKEN-VALUE
    END-UNSTRING
    EVALUATE FUNCTION TRIM(WS-TOKEN-KEY)
        WHEN 'RUNDATE'
        WHEN 'DLVRDATE'
            MOVE WS-TOKEN-VALUE(1:8) TO WS-ROW-RUNDATE
        WHEN 'RELEASED'
        WHEN 'POSTED'
            MOVE WS-TOKEN-VALUE(1:14) TO WS-ROW-STAMP
        WHEN 'KIND'
            MOVE WS-TOKEN-VALUE(1:4) TO WS-ROW-KIND
        WHEN 'REF'
            MOVE WS-TOKEN-VALUE(1:14) TO WS-ROW-REF
        WHEN 'ORIG'
            MOVE WS-TOKEN-VALUE(1:14) TO WS-ROW-ORIG
        WHEN 'SOURCE'
            MOVE WS-TOKEN-VALUE TO WS-ROW-SOURCE
        WHEN 'COUNT'
            MOVE FUNCTION NUMVAL(WS-TOKEN-VALUE) TO WS-ROW-COUNT
        WHEN 'SUBTOTAL'
            MOVE FUNCTION NUMVAL(WS-TOKEN-VALUE) TO WS-ROW-SUBTOTAL
        WHEN 'HASH'
            MOVE FUNCTION NUMVAL(WS-TOKEN-VALUE) TO WS-ROW-HASH
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> Without INTFREL there is no record of anything released, so
*> nothing can be reversed; an earlier reversal (kind REVS) is not
*> itself a release that stands.
LOAD-RELEASES-PARA.
    OPEN INPUT DAY1INTFREL.
    IF WS-INTFREL-STATUS NOT = '00'
        MOVE 'N' TO WS-REGISTERS-OK
        MOVE SPACES TO WS-ALERT-TEXT
        STRING 'DAY1REVS ABEND: UNABLE TO OPEN INTFREL, FILE STATUS='
            DELIMITED BY SIZE
            WS-INTFREL-STATUS DELIMITED BY SIZE
            ' - NOTHING REVERSED' DELIMITED BY SIZE
            INTO WS-ALERT-TEXT
        MOVE 16 TO WS-ALERT-SEVERITY
        MOVE 'REVSIREL' TO WS-ALERT-ID
        PERFORM NOTIFY-OPERATIONS-PARA
        IF 16 > RETURN-CODE
            MOVE 16 TO RETURN-CODE
        END-IF
    ELSE
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ DAY1INTFREL INTO WS-PARSE-LINE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    PERFORM PARSE-ROW-PARA
                    IF WS-ROW-RUNDATE = WS-REVERSE-DATE
                        AND WS-ROW-KIND NOT = 'REVS'
                        PERFORM TABLE-RELEASE-PARA
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DAY1INTFREL
    END-IF.

TABLE-RELEASE-PARA.
    MOVE 0 TO WS-FOUND-IDX
    IF WS-ROW-KIND = SPACES
        PERFORM VARYING WS-RT-IDX FROM 1 BY 1
            UNTIL WS-RT-IDX > WS-RT-USED OR WS-FOUND-IDX > 0
            IF WS-RT-KIND(WS-RT-IDX) = SPACES
                MOVE WS-RT-IDX TO WS-FOUND-IDX
            END-IF
        END-PERFORM
    END-IF
    IF WS-FOUND-IDX = 0 AND WS-RT-USED < 50
        ADD 1 TO WS-RT-USED
        MOVE WS-RT-USED TO WS-FOUND-IDX
    END-IF
    IF WS-FOUND-IDX > 0
        MOVE WS-ROW-STAMP TO WS-RT-STAMP(WS-FOUND-IDX)
        MOVE WS-ROW-KIND TO WS-RT-KIND(WS-FOUND-IDX)
        MOVE WS-ROW-REF TO WS-RT-REF(WS-FOUND-IDX)
        MOVE WS-ROW-COUNT TO WS-RT-COUNT(WS-FOUND-IDX)
        MOVE WS-ROW-HASH TO WS-RT-HASH(WS-FOUND-IDX)
        MOVE 'N' TO WS-RT-RECEIPT(WS-FOUND-IDX)
    END-IF.

*> A receipt agreeing on count and hash makes the release POSTED; a
*> disagreeing one counts only if no agreeing receipt turns up.
*> POSTACK absent simply means nothing has been acknowledged.
LOAD-RECEIPTS-PARA.
    OPEN INPUT POSTACK.
    IF WS-ACK-STATUS = '00'
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ POSTACK INTO WS-PARSE-LINE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    PERFORM PARSE-ROW-PARA
                    IF WS-ROW-RUNDATE = WS-REVERSE-DATE
                        PERFORM MATCH-RECEIPT-PARA
                    END-IF
            END-READ
        END-PERFORM
        CLOSE POSTACK
    END-IF.

MATCH-RECEIPT-PARA.
    PERFORM VARYING WS-RT-IDX FROM 1 BY 1
        UNTIL WS-RT-IDX > WS-RT-USED
        IF WS-RT-KIND(WS-RT-IDX) = WS-ROW-KIND
            AND WS-RT-REF(WS-RT-IDX) = WS-ROW-REF
            IF WS-RT-COUNT(WS-RT-IDX) = WS-ROW-COUNT
                AND WS-RT-HASH(WS-RT-IDX) = WS-ROW-HASH
                MOVE 'Y' TO WS-RT-RECEIPT(WS-RT-IDX)
            ELSE
                IF NOT RT-POSTED(WS-RT-IDX)
                    MOVE 'M' TO WS-RT-RECEIPT(WS-RT-IDX)
                END-IF
            END-IF
        END-IF
    END-PERFORM.

*> Detail lines of a superseded nightly interface match no standing
*> release and are passed over. A REVS line always follows the lines
*> it reversed, so one pass can mark them.
LOAD-RELEASE-DETAIL-PARA.
    OPEN INPUT DAY1INTFRELD.
    IF WS-INTFRELD-STATUS NOT = '00'
        MOVE 'N' TO WS-REGISTERS-OK
        MOVE SPACES TO WS-ALERT-TEXT
        STRING 'DAY1REVS ABEND: UNABLE TO OPEN INTFRELD, FILE STATUS='
            DELIMITED BY SIZE
            WS-INTFRELD-STATUS DELIMITED BY SIZE
            ' - NOTHING REVERSED' DELIMITED BY SIZE
            INTO WS-ALERT-TEXT
        MOVE 16 TO WS-ALERT-SEVERITY
        MOVE 'REVSIREL' TO WS-ALERT-ID
        PERFORM NOTIFY-OPERATIONS-PARA
        IF 16 > RETURN-CODE
            MOVE 16 TO RETURN-CODE
        END-IF
    ELSE
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y' OR WS-REGISTERS-OK = 'N'
            READ DAY1INTFRELD INTO WS-PARSE-LINE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    PERFORM PARSE-ROW-PARA
                    IF WS-ROW-RUNDATE = WS-REVERSE-DATE
                        PERFORM TABLE-DETAIL-LINE-PARA
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DAY1INTFRELD
    END-IF.

TABLE-DETAIL-LINE-PARA.
    IF WS-ROW-KIND = 'REVS'
        PERFORM VARYING WS-IT-IDX FROM 1 BY 1
            UNTIL WS-IT-IDX > WS-IT-USED
            IF WS-RT-STAMP(WS-IT-REL-IDX(WS-IT-IDX)) = WS-ROW-ORIG
                AND WS-IT-SOURCE(WS-IT-IDX) = WS-ROW-SOURCE
                MOVE 'D' TO WS-IT-ACTION(WS-IT-IDX)
            END-IF
        END-PERFORM
    ELSE
        MOVE 0 TO WS-FOUND-IDX
        PERFORM VARYING WS-RT-IDX FROM 1 BY 1
            UNTIL WS-RT-IDX > WS-RT-USED OR WS-FOUND-IDX > 0
            IF WS-RT-STAMP(WS-RT-IDX) = WS-ROW-STAMP
                AND WS-RT-KIND(WS-RT-IDX) = WS-ROW-KIND
                MOVE WS-RT-IDX TO WS-FOUND-IDX
            END-IF
        END-PERFORM
        IF WS-FOUND-IDX > 0
            IF WS-IT-USED < 200
                ADD 1 TO WS-IT-USED
                MOVE WS-IT-USED TO WS-IT-IDX
                MOVE SPACES TO WS-IT-ENTRY(WS-IT-IDX)
                MOVE WS-FOUND-IDX TO WS-IT-REL-IDX(WS-IT-IDX)
                MOVE WS-ROW-SOURCE TO WS-IT-SOURCE(WS-IT-IDX)
                MOVE WS-ROW-COUNT TO WS-IT-COUNT(WS-IT-IDX)
                MOVE WS-ROW-SUBTOTAL TO WS-IT-SUBTOTAL(WS-IT-IDX)
                MOVE 'O' TO WS-IT-ACTION(WS-IT-IDX)
                MOVE 'N' TO WS-IT-FIRST(WS-IT-IDX)
                MOVE 0 TO WS-IT-MARKED(WS-IT-IDX)
                MOVE 0 TO WS-IT-CORRECTED(WS-IT-IDX)
                MOVE 0 TO WS-IT-DLV-REMOVED(WS-IT-IDX)
                MOVE 0 TO WS-IT-LDG-CLOSED(WS-IT-IDX)
                MOVE 'N' TO WS-IT-TREND(WS-IT-IDX)
            ELSE
                MOVE 'N' TO WS-REGISTERS-OK
                MOVE SPACES TO WS-ALERT-TEXT
                STRING 'DAY1REVS ABEND: MORE THAN 200 RELEASED SOURCES'
                    ' FOR THE RUN DATE - NOTHING REVERSED'
                    DELIMITED BY SIZE INTO WS-ALERT-TEXT
                MOVE 16 TO WS-ALERT-SEVERITY
                MOVE 'REVSOVFL' TO WS-ALERT-ID
                PERFORM NOTIFY-OPERATIONS-PARA
                IF 16 > RETURN-CODE
                    MOVE 16 TO RETURN-CODE
                END-IF
            END-IF
        END-IF
    END-IF.

*> A card reverses every standing entry it names, or none of them:
*> one entry from a release without an agreeing receipt refuses the
*> whole card.
APPLY-REVERSAL-CARD-PARA.
    MOVE 0 TO WS-CARD-MATCHED
    MOVE 0 TO WS-CARD-OPEN
    MOVE 0 TO WS-CARD-NEW
    MOVE SPACES TO WS-CARD-BLOCKED
    PERFORM VARYING WS-IT-IDX FROM 1 BY 1
        UNTIL WS-IT-IDX > WS-IT-USED
        IF WS-RV-SOURCE(WS-RV-IDX) = 'ALL'
            OR WS-IT-SOURCE(WS-IT-IDX) = WS-RV-SOURCE(WS-RV-IDX)
            ADD 1 TO WS-CARD-MATCHED
            IF IT-STANDING(WS-IT-IDX)
                ADD 1 TO WS-CARD-NEW
                MOVE WS-IT-REL-IDX(WS-IT-IDX) TO WS-RT-IDX
                IF RT-DISAGREES(WS-RT-IDX)
                    MOVE 'M' TO WS-CARD-BLOCKED
                END-IF
                IF RT-UNACKNOWLEDGED(WS-RT-IDX)
                    AND WS-CARD-BLOCKED = SPACES
                    MOVE 'N' TO WS-CARD-BLOCKED
                END-IF
            END-IF
            IF IT-REVERSE(WS-IT-IDX)
                ADD 1 TO WS-CARD-OPEN
            END-IF
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN WS-CARD-MATCHED = 0
            MOVE 'NOTHING RELEASED FOR IT' TO WS-RV-REASON(WS-RV-IDX)
            PERFORM REJECT-CARD-PARA
        WHEN WS-CARD-BLOCKED = 'M'
            MOVE 'RECEIPT DISAGREES WITH RELEASE'
                TO WS-RV-REASON(WS-RV-IDX)
            PERFORM REJECT-CARD-PARA
        WHEN WS-CARD-BLOCKED = 'N'
            MOVE 'NOT POSTED - NO RECEIPT' TO WS-RV-REASON(WS-RV-IDX)
            PERFORM REJECT-CARD-PARA
        WHEN WS-CARD-NEW = 0 AND WS-CARD-OPEN > 0
            MOVE 'ALREADY ON AN EARLIER CARD' TO WS-RV-REASON(WS-RV-IDX)
            PERFORM REJECT-CARD-PARA
        WHEN WS-CARD-NEW = 0
            MOVE 'ALREADY REVERSED' TO WS-RV-REASON(WS-RV-IDX)
            PERFORM REJECT-CARD-PARA
        WHEN OTHER
            MOVE 'A' TO WS-RV-STATUS(WS-RV-IDX)
            PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                UNTIL WS-IT-IDX > WS-IT-USED
                IF IT-STANDING(WS-IT-IDX)
                    AND (WS-RV-SOURCE(WS-RV-IDX) = 'ALL'
                        OR WS-IT-SOURCE(WS-IT-IDX)
                            = WS-RV-SOURCE(WS-RV-IDX))
                    MOVE 'S' TO WS-IT-ACTION(WS-IT-IDX)
                    ADD 1 TO WS-REVERSE-COUNT
                    ADD WS-IT-SUBTOTAL(WS-IT-IDX) TO WS-REVERSE-HASH
                END-IF
            END-PERFORM
    END-EVALUATE.

REJECT-CARD-PARA.
    MOVE 'R' TO WS-RV-STATUS(WS-RV-IDX)
    ADD 1 TO WS-CARD-REJECTS
    MOVE SPACES TO WS-ALERT-TEXT
    STRING 'DAY1REVS WARNING: REVSCARD REJECTED - ' DELIMITED BY SIZE
        FUNCTION TRIM(WS-RV-REASON(WS-RV-IDX)) DELIMITED BY SIZE
        ': ' DELIMITED BY SIZE
        FUNCTION TRIM(WS-RV-CARD(WS-RV-IDX)) DELIMITED BY SIZE
        INTO WS-ALERT-TEXT
    MOVE 8 TO WS-ALERT-SEVERITY
    MOVE 'REVSCARD' TO WS-ALERT-ID
    PERFORM NOTIFY-OPERATIONS-PARA
    IF 8 > RETURN-CODE
        MOVE 8 TO RETURN-CODE
    END-IF.

NOTHING-REVERSED-PARA.
    MOVE SPACES TO WS-ALERT-TEXT
    STRING 'DAY1REVS ABEND: NO REVSCARD CARD REVERSED ANYTHING'
        ' - NO REVERSAL INTERFACE WRITTEN'
        DELIMITED BY SIZE INTO WS-ALERT-TEXT
    MOVE 16 TO WS-ALERT-SEVERITY
    MOVE 'REVSNONE' TO WS-ALERT-ID
    PERFORM NOTIFY-OPERATIONS-PARA
    IF 16 > RETURN-CODE
        MOVE 16 TO RETURN-CODE
    END-IF.

*> A source released twice for the run date (in the night's interface
*> and a held release) is reversed twice on the interface, but its
*> MASTER, TRENDHIST and DELIVCTL work is done once.
MARK-FIRST-ITEMS-PARA.
    PERFORM VARYING WS-IT-IDX FROM 1 BY 1
        UNTIL WS-IT-IDX > WS-IT-USED
        IF IT-REVERSE(WS-IT-IDX)
            MOVE 'Y' TO WS-IT-FIRST(WS-IT-IDX)
            PERFORM VARYING WS-IT-SCAN FROM 1 BY 1
                UNTIL WS-IT-SCAN >= WS-IT-IDX
                IF IT-REVERSE(WS-IT-SCAN)
                    AND WS-IT-SOURCE(WS-IT-SCAN)
                        = WS-IT-SOURCE(WS-IT-IDX)
                    MOVE 'N' TO WS-IT-FIRST(WS-IT-IDX)
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.

WRITE-REVERSAL-INTERFACE-PARA.
    OPEN OUTPUT REVSINTF
    IF WS-INTF-STATUS NOT = '00'
        MOVE SPACES TO WS-ALERT-TEXT
        STRING 'DAY1REVS ABEND: UNABLE TO OPEN REVSINTF, '
            DELIMITED BY SIZE
            'FILE STATUS=' DELIMITED BY SIZE
            WS-INTF-STATUS DELIMITED BY SIZE
            ' - NOTHING REVERSED' DELIMITED BY SIZE
            INTO WS-ALERT-TEXT
        MOVE 16 TO WS-ALERT-SEVERITY
        MOVE 'REVSINTF' TO WS-ALERT-ID
        PERFORM NOTIFY-OPERATIONS-PARA
        IF 16 > RETURN-CODE
            MOVE 16 TO RETURN-CODE
        END-IF
    ELSE
        MOVE WS-REVERSE-DATE TO INTF-HDR-RUN-DATE
        MOVE WS-REVERSE-STAMP TO INTF-HDR-TIMESTAMP
        WRITE INTF-REC FROM WS-INTF-HEADER
        PERFORM VARYING WS-IT-IDX FROM 1 BY 1
            UNTIL WS-IT-IDX > WS-IT-USED
            IF IT-REVERSE(WS-IT-IDX)
                MOVE WS-IT-SOURCE(WS-IT-IDX) TO INTF-DTL-FILENAME
                MOVE WS-IT-COUNT(WS-IT-IDX) TO INTF-DTL-COUNT
                MOVE WS-IT-SUBTOTAL(WS-IT-IDX) TO INTF-DTL-SUBTOTAL
                WRITE INTF-REC FROM WS-INTF-DETAIL
            END-IF
        END-PERFORM
        MOVE WS-REVERSE-COUNT TO INTF-TRL-COUNT
        MOVE WS-REVERSE-HASH TO INTF-TRL-HASH
        WRITE INTF-REC FROM WS-INTF-TRAILER
        CLOSE REVSINTF
        MOVE 'Y' TO WS-REVERSE-OK
        DISPLAY 'DAY1REVS: REVERSAL FOR ' WS-REVERSE-DATE
            ' WRITTEN - ' WS-REVERSE-COUNT ' SOURCES, HASH '
            WS-REVERSE-HASH ', REF ' WS-REVERSE-STAMP
    END-IF.

*> Registered like a held release, with kind REVS. Until both
*> registers carry it nothing else is touched: an unregistered
*> reversal must not post (the JCL holds posting on RC=16), and the
*> MASTER, TRENDHIST and DELIVCTL updates would then describe a
*> reversal that never happened.
REGISTER-REVERSAL-PARA.
    OPEN EXTEND DAY1INTFREL
    IF WS-INTFREL-STATUS NOT = '00'
        OPEN OUTPUT DAY1INTFREL
    END-IF
    IF WS-INTFREL-STATUS = '00'
        OPEN EXTEND DAY1INTFRELD
        IF WS-INTFRELD-STATUS NOT = '00'
            OPEN OUTPUT DAY1INTFRELD
        END-IF
        IF WS-INTFRELD-STATUS NOT = '00'
            CLOSE DAY1INTFREL
        END-IF
    END-IF
    IF WS-INTFREL-STATUS NOT = '00' OR WS-INTFRELD-STATUS NOT = '00'
        MOVE SPACES TO WS-ALERT-TEXT
        STRING 'DAY1REVS ABEND: REVERSAL ' DELIMITED BY SIZE
            WS-REVERSE-STAMP DELIMITED BY SIZE
            ' NOT REGISTERED, FILE STATUS=' DELIMITED BY SIZE
            WS-INTFREL-STATUS DELIMITED BY SIZE
            '/' DELIMITED BY SIZE
            WS-INTFRELD-STATUS DELIMITED BY SIZE
            ' - REVSINTF MUST NOT POST' DELIMITED BY SIZE
            INTO WS-ALERT-TEXT
        MOVE 16 TO WS-ALERT-SEVERITY
        MOVE 'REVSIREL' TO WS-ALERT-ID
        PERFORM NOTIFY-OPERATIONS-PARA
        IF 16 > RETURN-CODE
            MOVE 16 TO RETURN-CODE
        END-IF
    ELSE
        MOVE SPACES TO INTFREL-LINE
        STRING
            'RUNDATE=' WS-REVERSE-DATE
            ' COUNT=' WS-REVERSE-COUNT
            ' HASH=' WS-REVERSE-HASH
            ' RELEASED=' WS-REVERSE-STAMP
            ' KIND=REVS'
            ' REF=' WS-REVERSE-STAMP
            DELIMITED BY SIZE INTO INTFREL-LINE
        END-STRING
        WRITE INTFREL-LINE
        PERFORM VARYING WS-IT-IDX FROM 1 BY 1
            UNTIL WS-IT-IDX > WS-IT-USED
            IF IT-REVERSE(WS-IT-IDX)
                MOVE SPACES TO INTFRELD-LINE
                STRING
                    'RUNDATE=' WS-REVERSE-DATE
                    ' RELEASED=' WS-REVERSE-STAMP
                    ' KIND=REVS'
                    ' REF=' WS-REVERSE-STAMP
                    ' ORIG=' WS-RT-STAMP(WS-IT-REL-IDX(WS-IT-IDX))
                    ' SOURCE=' FUNCTION TRIM(WS-IT-SOURCE(WS-IT-IDX))
                    ' COUNT=' WS-IT-COUNT(WS-IT-IDX)
                    ' SUBTOTAL=' WS-IT-SUBTOTAL(WS-IT-IDX)
                    DELIMITED BY SIZE INTO INTFRELD-LINE
                END-STRING
                WRITE INTFRELD-LINE
            END-IF
        END-PERFORM
        CLOSE DAY1INTFRELD
        CLOSE DAY1INTFREL
        MOVE 'Y' TO WS-REGISTERED
    END-IF.

*> The reversal has posted by the time anyone reads MASTER, so a
*> master that cannot be updated is a warning: REVSRPT shows the
*> records left unmarked.
MARK-MASTER-PARA.
    OPEN I-O DAY1MASTER.
    IF WS-MASTER-STATUS NOT = '00'
        MOVE SPACES TO WS-ALERT-TEXT
        STRING 'DAY1REVS WARNING: UNABLE TO OPEN MASTER, FILE STATUS='
            DELIMITED BY SIZE
            WS-MASTER-STATUS DELIMITED BY SIZE
            ' - RECORDS NOT MARKED REVERSED' DELIMITED BY SIZE
            INTO WS-ALERT-TEXT
        MOVE 8 TO WS-ALERT-SEVERITY
        MOVE 'REVSMSTR' TO WS-ALERT-ID
        PERFORM NOTIFY-OPERATIONS-PARA
        IF 8 > RETURN-CODE
            MOVE 8 TO RETURN-CODE
        END-IF
    ELSE
        PERFORM VARYING WS-IT-IDX FROM 1 BY 1
            UNTIL WS-IT-IDX > WS-IT-USED
            IF IT-REVERSE(WS-IT-IDX) AND WS-IT-FIRST(WS-IT-IDX) = 'Y'
                PERFORM MARK-SOURCE-MASTER-PARA
            END-IF
        END-PERFORM
        CLOSE DAY1MASTER
        MOVE 'Y' TO WS-MASTER-DONE
    END-IF.

*> The run date is the low-order key segment, so the source's lines
*> for every date are browsed and only the reversed date's marked.
MARK-SOURCE-MASTER-PARA.
    MOVE WS-IT-SOURCE(WS-IT-IDX) TO MST-FILENAME
    MOVE 0 TO MST-LINE-NUMBER
    MOVE SPACES TO MST-RUN-DATE
    START DAY1MASTER KEY IS >= MST-KEY
        INVALID KEY MOVE 'Y' TO WS-BROWSE-DONE
        NOT INVALID KEY MOVE 'N' TO WS-BROWSE-DONE
    END-START
    PERFORM UNTIL WS-BROWSE-DONE = 'Y'
        READ DAY1MASTER NEXT RECORD
            AT END MOVE 'Y' TO WS-BROWSE-DONE
            NOT AT END
                IF MST-FILENAME NOT = WS-IT-SOURCE(WS-IT-IDX)
                    MOVE 'Y' TO WS-BROWSE-DONE
                ELSE
                    IF MST-RUN-DATE = WS-REVERSE-DATE
                        AND MST-MALFORMED NOT = 'R'
                        IF MST-MALFORMED = 'C'
                            ADD 1 TO WS-IT-CORRECTED(WS-IT-IDX)
                            ADD 1 TO WS-CORRECTED-TOTAL
                        END-IF
                        MOVE 'R' TO MST-MALFORMED
                        REWRITE MASTER-REC
                        ADD 1 TO WS-IT-MARKED(WS-IT-IDX)
                        ADD 1 TO WS-MARKED-TOTAL
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

*> The latest history row for the date stands for each source and
*> for ALL (see day1mnth.cbl). Each reversed source gets its latest
*> row again marked REVERSED; the ALL row is restated less those
*> rows, or itself marked REVERSED when nothing is left of the night.
*> Min and max cannot be recomputed from history and are carried.
POST-TREND-REVERSALS-PARA.
    OPEN INPUT TRENDHIST
    IF WS-THIST-STATUS = '00'
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ TRENDHIST
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF TH-RUN-DATE = WS-REVERSE-DATE
                        PERFORM NOTE-TREND-ROW-PARA
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TRENDHIST
        OPEN EXTEND TRENDHIST
    END-IF
    IF WS-THIST-STATUS NOT = '00'
        MOVE SPACES TO WS-ALERT-TEXT
        STRING 'DAY1REVS WARNING: TRENDHIST UNAVAILABLE, '
            DELIMITED BY SIZE
            'FILE STATUS=' DELIMITED BY SIZE
            WS-THIST-STATUS DELIMITED BY SIZE
            ' - REVERSAL ROWS NOT POSTED' DELIMITED BY SIZE
            INTO WS-ALERT-TEXT
        MOVE 8 TO WS-ALERT-SEVERITY
        MOVE 'REVSHIST' TO WS-ALERT-ID
        PERFORM NOTIFY-OPERATIONS-PARA
        IF 8 > RETURN-CODE
            MOVE 8 TO RETURN-CODE
        END-IF
    ELSE
        PERFORM VARYING WS-IT-IDX FROM 1 BY 1
            UNTIL WS-IT-IDX > WS-IT-USED
            IF IT-REVERSE(WS-IT-IDX) AND IT-TREND-FOUND(WS-IT-IDX)
                MOVE WS-IT-TREND-ROW(WS-IT-IDX) TO HIST-REC
                ADD TH-RECORD-COUNT TO WS-TREND-COUNT
                ADD TH-SUBTOTAL TO WS-TREND-SUBTOTAL
                ADD TH-EXCEPT-COUNT TO WS-TREND-EXCEPTS
                ADD TH-OUTLIER-COUNT TO WS-TREND-OUTLIERS
                MOVE 'REVERSED' TO TH-ROW-KIND
                WRITE HIST-REC
                MOVE 'W' TO WS-IT-TREND(WS-IT-IDX)
            END-IF
        END-PERFORM
        IF WS-ALL-FOUND = 'Y'
            AND (WS-TREND-COUNT > 0 OR WS-TREND-SUBTOTAL > 0)
            PERFORM RESTATE-ALL-ROW-PARA
        END-IF
        CLOSE TRENDHIST
        MOVE 'Y' TO WS-TREND-DONE
    END-IF.

NOTE-TREND-ROW-PARA.
    IF TH-SOURCE = 'ALL'
        MOVE 'Y' TO WS-ALL-FOUND
        MOVE HIST-REC TO WS-ALL-ROW
    ELSE
        PERFORM VARYING WS-IT-IDX FROM 1 BY 1
            UNTIL WS-IT-IDX > WS-IT-USED
            IF IT-REVERSE(WS-IT-IDX) AND WS-IT-FIRST(WS-IT-IDX) = 'Y'
                AND WS-IT-SOURCE(WS-IT-IDX) = TH-SOURCE
                MOVE HIST-REC TO WS-IT-TREND-ROW(WS-IT-IDX)
                IF TH-ROW-REVERSED
                    MOVE 'A' TO WS-IT-TREND(WS-IT-IDX)
                ELSE
                    MOVE 'F' TO WS-IT-TREND(WS-IT-IDX)
                END-IF
            END-IF
        END-PERFORM
    END-IF.

RESTATE-ALL-ROW-PARA.
    MOVE WS-ALL-ROW TO HIST-REC
    IF TH-RECORD-COUNT <= WS-TREND-COUNT
        AND TH-SUBTOTAL <= WS-TREND-SUBTOTAL
        MOVE 'REVERSED' TO TH-ROW-KIND
    ELSE
        IF TH-RECORD-COUNT > WS-TREND-COUNT
            SUBTRACT WS-TREND-COUNT FROM TH-RECORD-COUNT
        ELSE
            MOVE 0 TO TH-RECORD-COUNT
        END-IF
        IF TH-SUBTOTAL > WS-TREND-SUBTOTAL
            SUBTRACT WS-TREND-SUBTOTAL FROM TH-SUBTOTAL
        ELSE
            MOVE 0 TO TH-SUBTOTAL
        END-IF
        IF TH-EXCEPT-COUNT > WS-TREND-EXCEPTS
            SUBTRACT WS-TREND-EXCEPTS FROM TH-EXCEPT-COUNT
        ELSE
            MOVE 0 TO TH-EXCEPT-COUNT
        END-IF
        IF TH-OUTLIER-COUNT > WS-TREND-OUTLIERS
            SUBTRACT WS-TREND-OUTLIERS FROM TH-OUTLIER-COUNT
        ELSE
            MOVE 0 TO TH-OUTLIER-COUNT
        END-IF
        MOVE SPACES TO TH-ROW-KIND
    END-IF
    WRITE HIST-REC.

*> DELIVCTL is rewritten whole through DELIVCTL.TMP without the
*> reversed sources' records for the run date. Absent, DAY1 is not
*> policing deliveries and there is nothing to remove.
REMOVE-DELIVERIES-PARA.
    OPEN INPUT DAY1DELIVCTL.
    EVALUATE WS-DELIV-STATUS
        WHEN '00'
            OPEN OUTPUT DAY1DELIVTMP
            IF WS-DELIVTMP-STATUS NOT = '00'
                CLOSE DAY1DELIVCTL
                MOVE WS-DELIVTMP-STATUS TO WS-DELIV-STATUS
                PERFORM DELIVERY-FAILURE-PARA
            ELSE
                MOVE 'N' TO WS-EOF
                PERFORM UNTIL WS-EOF = 'Y'
                    READ DAY1DELIVCTL INTO WS-PARSE-LINE
                        AT END MOVE 'Y' TO WS-EOF
                        NOT AT END PERFORM COPY-DELIVERY-PARA
                    END-READ
                END-PERFORM
                CLOSE DAY1DELIVCTL
                CLOSE DAY1DELIVTMP
                MOVE SPACES TO WS-RENAME-OLD
                MOVE SPACES TO WS-RENAME-NEW
                MOVE WS-DELIVTMP-DSNAME TO WS-RENAME-OLD
                MOVE WS-DELIV-DSNAME TO WS-RENAME-NEW
                CALL 'CBL_RENAME_FILE' USING WS-RENAME-OLD WS-RENAME-NEW
                    RETURNING WS-RENAME-RESULT
                IF WS-RENAME-RESULT = 0
                    MOVE 'Y' TO WS-DELIV-DONE
                ELSE
                    MOVE 'RN' TO WS-DELIV-STATUS
                    PERFORM DELIVERY-FAILURE-PARA
                END-IF
            END-IF
        WHEN '35'
            MOVE 'X' TO WS-DELIV-DONE
        WHEN OTHER
            PERFORM DELIVERY-FAILURE-PARA
    END-EVALUATE.

COPY-DELIVERY-PARA.
    MOVE 0 TO WS-FOUND-IDX
    IF WS-PARSE-LINE NOT = SPACES AND WS-PARSE-LINE(1:1) NOT = '*'
        PERFORM PARSE-ROW-PARA
        IF WS-ROW-RUNDATE = WS-REVERSE-DATE
            PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                UNTIL WS-IT-IDX > WS-IT-USED OR WS-FOUND-IDX > 0
                IF IT-REVERSE(WS-IT-IDX)
                    AND WS-IT-FIRST(WS-IT-IDX) = 'Y'
                    AND WS-IT-SOURCE(WS-IT-IDX) = WS-ROW-SOURCE
                    MOVE WS-IT-IDX TO WS-FOUND-IDX
                END-IF
            END-PERFORM
        END-IF
    END-IF
    IF WS-FOUND-IDX > 0
        ADD 1 TO WS-IT-DLV-REMOVED(WS-FOUND-IDX)
        ADD 1 TO WS-DELIV-REMOVED
    ELSE
        WRITE DELIVTMP-REC FROM WS-PARSE-LINE(1:200)
    END-IF.

DELIVERY-FAILURE-PARA.
    MOVE SPACES TO WS-ALERT-TEXT
    STRING 'DAY1REVS WARNING: DELIVCTL NOT UPDATED, FILE STATUS='
        DELIMITED BY SIZE
        WS-DELIV-STATUS DELIMITED BY SIZE
        ' - REDELIVERY NEEDS FORCE-REPROCESS' DELIMITED BY SIZE
        INTO WS-ALERT-TEXT
    MOVE 8 TO WS-ALERT-SEVERITY
    MOVE 'REVSDLVR' TO WS-ALERT-ID
    PERFORM NOTIFY-OPERATIONS-PARA
    IF 8 > RETURN-CODE
        MOVE 8 TO RETURN-CODE
    END-IF.

*> Close the reversed sources' open ledger items for the run date:
*> the ledger is copied to EXCLEDGR.TMP with those items marked
*> REVERSED, then renamed over the live ledger, as DAY1CORR does for
*> a correction. No ledger means DAY1EXCL is not in use here.
CLOSE-LEDGER-ITEMS-PARA.
    OPEN INPUT EXCLEDGR.
    EVALUATE WS-LEDGER-STATUS
        WHEN '00'
            OPEN OUTPUT EXCLEDGRTMP
            IF WS-LEDGERTMP-STATUS NOT = '00'
                CLOSE EXCLEDGR
                MOVE WS-LEDGERTMP-STATUS TO WS-LEDGER-STATUS
                PERFORM LEDGER-FAILURE-PARA
            ELSE
                MOVE 'N' TO WS-EOF
                PERFORM UNTIL WS-EOF = 'Y'
                    READ EXCLEDGR INTO WS-LEDGER-ITEM
                        AT END MOVE 'Y' TO WS-EOF
                        NOT AT END
                            IF LG-OPEN AND LG-RUN-DATE = WS-REVERSE-DATE
                                PERFORM CLOSE-ONE-LEDGER-ITEM-PARA
                            END-IF
                            WRITE LEDGERTMP-LINE FROM WS-LEDGER-ITEM
                    END-READ
                END-PERFORM
                CLOSE EXCLEDGR
                CLOSE EXCLEDGRTMP
                MOVE SPACES TO WS-RENAME-OLD
                MOVE SPACES TO WS-RENAME-NEW
                MOVE WS-LEDGERTMP-DSNAME TO WS-RENAME-OLD
                MOVE WS-LEDGER-DSNAME TO WS-RENAME-NEW
                CALL 'CBL_RENAME_FILE' USING WS-RENAME-OLD WS-RENAME-NEW
                    RETURNING WS-RENAME-RESULT
                IF WS-RENAME-RESULT = 0
                    MOVE 'Y' TO WS-LEDGER-DONE
                ELSE
                    MOVE 'RN' TO WS-LEDGER-STATUS
                    PERFORM LEDGER-FAILURE-PARA
                END-IF
            END-IF
        WHEN '35'
            MOVE 'X' TO WS-LEDGER-DONE
        WHEN OTHER
            PERFORM LEDGER-FAILURE-PARA
    END-EVALUATE.

CLOSE-ONE-LEDGER-ITEM-PARA.
    MOVE 0 TO WS-FOUND-IDX
    PERFORM VARYING WS-IT-IDX FROM 1 BY 1
        UNTIL WS-IT-IDX > WS-IT-USED OR WS-FOUND-IDX > 0
        IF IT-REVERSE(WS-IT-IDX)
            AND WS-IT-FIRST(WS-IT-IDX) = 'Y'
            AND WS-IT-SOURCE(WS-IT-IDX) = LG-SOURCE
            MOVE WS-IT-IDX TO WS-FOUND-IDX
        END-IF
    END-PERFORM
    IF WS-FOUND-IDX > 0
        MOVE 'CLOSED' TO LG-STATUS
        MOVE WS-TODAY TO LG-CLOSED-DATE
        MOVE 'REVERSED' TO LG-CLOSED-HOW
        MOVE 'DAY1REVS' TO LG-CLOSED-BY
        MOVE SPACES TO LG-CORR-VALUE
        MOVE 'NIGHT REVERSED' TO LG-NOTE
        ADD 1 TO WS-IT-LDG-CLOSED(WS-FOUND-IDX)
        ADD 1 TO WS-LEDGER-CLOSED
    END-IF.

LEDGER-FAILURE-PARA.
    MOVE SPACES TO WS-ALERT-TEXT
    STRING 'DAY1REVS WARNING: EXCLEDGR NOT UPDATED, FILE STATUS='
        DELIMITED BY SIZE
        WS-LEDGER-STATUS DELIMITED BY SIZE
        ' - CLOSE THE REVERSED ITEMS BY WRITEOFF' DELIMITED BY SIZE
        INTO WS-ALERT-TEXT
    MOVE 8 TO WS-ALERT-SEVERITY
    MOVE 'REVSLEDG' TO WS-ALERT-ID
    PERFORM NOTIFY-OPERATIONS-PARA
    IF 8 > RETURN-CODE
        MOVE 8 TO RETURN-CODE
    END-IF.

PAGE-BREAK-PARA.
    ADD 1 TO WS-PAGE-NUMBER
    MOVE SPACES TO RPT-LINE
    STRING
        'DAY1 REVERSAL OF POSTED FIGURES  RUN DATE=' WS-REVERSE-DATE
        '  DATE=' WS-TODAY
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

WRITE-CARD-SECTION-PARA.
    MOVE 99 TO WS-LINE-COUNT
    MOVE 'REVERSAL CARDS' TO WS-DETAIL-TEXT
    PERFORM WRITE-REPORT-LINE-PARA
    PERFORM VARYING WS-RV-IDX FROM 1 BY 1
        UNTIL WS-RV-IDX > WS-RV-USED
        MOVE SPACES TO WS-DETAIL-TEXT
        IF RV-ACCEPTED(WS-RV-IDX)
            STRING '  ACCEPTED                        '
                FUNCTION TRIM(WS-RV-CARD(WS-RV-IDX))
                DELIMITED BY SIZE INTO WS-DETAIL-TEXT
            END-STRING
        ELSE
            STRING '  REJECTED ' WS-RV-REASON(WS-RV-IDX)
                ' ' FUNCTION TRIM(WS-RV-CARD(WS-RV-IDX))
                DELIMITED BY SIZE INTO WS-DETAIL-TEXT
            END-STRING
        END-IF
        PERFORM WRITE-REPORT-LINE-PARA
    END-PERFORM
    MOVE SPACES TO WS-DETAIL-TEXT
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE SPACES TO WS-DETAIL-TEXT
    IF WS-REGISTERED = 'Y'
        MOVE WS-REVERSE-COUNT TO WS-COUNT-DISP
        MOVE WS-REVERSE-HASH TO WS-TOTAL-DISP
        STRING '  REVERSAL INTERFACE  KIND=REVS  REF='
            WS-REVERSE-STAMP
            '  DETAILS ' WS-COUNT-DISP
            '  HASH TOTAL ' WS-TOTAL-DISP
            DELIMITED BY SIZE INTO WS-DETAIL-TEXT
        END-STRING
    ELSE
        IF WS-REVERSE-OK = 'Y'
            MOVE '  REVERSAL INTERFACE WRITTEN BUT NOT REGISTERED '
                & '- NOT TO BE POSTED' TO WS-DETAIL-TEXT
        ELSE
            MOVE '  NOTHING REVERSED' TO WS-DETAIL-TEXT
        END-IF
    END-IF
    PERFORM WRITE-REPORT-LINE-PARA.

WRITE-RELEASE-SECTION-PARA.
    MOVE SPACES TO WS-DETAIL-TEXT
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING 'RELEASES STANDING FOR RUN DATE ' WS-REVERSE-DATE
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA
    IF WS-RT-USED = 0
        MOVE '  NONE REGISTERED IN INTFREL' TO WS-DETAIL-TEXT
        PERFORM WRITE-REPORT-LINE-PARA
    ELSE
        MOVE '  RELEASED        KIND        COUNT  HASH TOTAL  RECEIPT'
            TO WS-DETAIL-TEXT
        PERFORM WRITE-REPORT-LINE-PARA
        PERFORM VARYING WS-RT-IDX FROM 1 BY 1
            UNTIL WS-RT-IDX > WS-RT-USED
            PERFORM DESCRIBE-RELEASE-PARA
            MOVE WS-RT-COUNT(WS-RT-IDX) TO WS-COUNT-DISP
            MOVE WS-RT-HASH(WS-RT-IDX) TO WS-TOTAL-DISP
            MOVE SPACES TO WS-DETAIL-TEXT
            STRING '  ' WS-RT-STAMP(WS-RT-IDX)
                '  ' WS-KIND-TEXT
                ' ' WS-COUNT-DISP
                '  ' WS-TOTAL-DISP
                '  ' WS-RCPT-TEXT
                DELIMITED BY SIZE INTO WS-DETAIL-TEXT
            END-STRING
            PERFORM WRITE-REPORT-LINE-PARA
        END-PERFORM
    END-IF.

DESCRIBE-RELEASE-PARA.
    IF WS-RT-KIND(WS-RT-IDX) = SPACES
        MOVE 'NIGHTLY' TO WS-KIND-TEXT
    ELSE
        MOVE WS-RT-KIND(WS-RT-IDX) TO WS-KIND-TEXT
    END-IF
    EVALUATE TRUE
        WHEN RT-POSTED(WS-RT-IDX)
            MOVE 'POSTED' TO WS-RCPT-TEXT
        WHEN RT-DISAGREES(WS-RT-IDX)
            MOVE 'RECEIPT DISAGREES' TO WS-RCPT-TEXT
        WHEN OTHER
            MOVE 'NO RECEIPT' TO WS-RCPT-TEXT
    END-EVALUATE.

*> Before is what stood released for the source before this run; after
*> is what stands once the reversal posts. An entry reversed by an
*> earlier run stood at nothing already.
WRITE-SOURCE-SECTION-PARA.
    MOVE 99 TO WS-LINE-COUNT
    MOVE 'BEFORE AND AFTER BY SOURCE' TO WS-DETAIL-TEXT
    PERFORM WRITE-REPORT-LINE-PARA
    IF WS-IT-USED = 0
        MOVE '  NO RELEASED SOURCES ON RECORD FOR THE RUN DATE'
            TO WS-DETAIL-TEXT
        PERFORM WRITE-REPORT-LINE-PARA
    ELSE
        MOVE SPACES TO WS-DETAIL-TEXT
        STRING '  SOURCE' '                                      '
            '     COUNT      BEFORE    REVERSED       AFTER  RELEASE'
            DELIMITED BY SIZE INTO WS-DETAIL-TEXT
        END-STRING
        PERFORM WRITE-REPORT-LINE-PARA
        PERFORM VARYING WS-IT-IDX FROM 1 BY 1
            UNTIL WS-IT-IDX > WS-IT-USED
            PERFORM WRITE-SOURCE-LINE-PARA
        END-PERFORM
    END-IF
    MOVE SPACES TO WS-DETAIL-TEXT
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE WS-NIGHT-BEFORE TO WS-BEFORE-DISP
    COMPUTE WS-SIGNED-AMOUNT = 0 - WS-REVERSE-HASH
    IF WS-REGISTERED = 'N'
        MOVE 0 TO WS-SIGNED-AMOUNT
    END-IF
    MOVE WS-SIGNED-AMOUNT TO WS-REVERSED-DISP
    MOVE WS-NIGHT-AFTER TO WS-AFTER-DISP
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING '  NIGHT RELEASED BEFORE ' WS-BEFORE-DISP
        '   REVERSED ' WS-REVERSED-DISP
        '   NIGHT RELEASED AFTER ' WS-AFTER-DISP
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA
    IF WS-REGISTERED = 'Y'
        PERFORM WRITE-FOLLOW-UP-PARA
    END-IF.

WRITE-SOURCE-LINE-PARA.
    MOVE 0 TO WS-SIGNED-AMOUNT
    EVALUATE TRUE
        WHEN IT-REVERSE(WS-IT-IDX) AND WS-REGISTERED = 'Y'
            MOVE WS-IT-SUBTOTAL(WS-IT-IDX) TO WS-BEFORE-DISP
            COMPUTE WS-SIGNED-AMOUNT = 0 - WS-IT-SUBTOTAL(WS-IT-IDX)
            MOVE 0 TO WS-AFTER-DISP
            ADD WS-IT-SUBTOTAL(WS-IT-IDX) TO WS-NIGHT-BEFORE
        WHEN IT-REVERSED-EARLIER(WS-IT-IDX)
            MOVE 0 TO WS-BEFORE-DISP
            MOVE 0 TO WS-AFTER-DISP
        WHEN OTHER
            MOVE WS-IT-SUBTOTAL(WS-IT-IDX) TO WS-BEFORE-DISP
            MOVE WS-IT-SUBTOTAL(WS-IT-IDX) TO WS-AFTER-DISP
            ADD WS-IT-SUBTOTAL(WS-IT-IDX) TO WS-NIGHT-BEFORE
            ADD WS-IT-SUBTOTAL(WS-IT-IDX) TO WS-NIGHT-AFTER
    END-EVALUATE
    MOVE WS-SIGNED-AMOUNT TO WS-REVERSED-DISP
    MOVE WS-IT-COUNT(WS-IT-IDX) TO WS-COUNT-DISP
    MOVE WS-IT-REL-IDX(WS-IT-IDX) TO WS-RT-IDX
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING '  ' WS-IT-SOURCE(WS-IT-IDX)(1:44)
        ' ' WS-COUNT-DISP
        '  ' WS-BEFORE-DISP
        '  ' WS-REVERSED-DISP
        '  ' WS-AFTER-DISP
        '  ' WS-RT-STAMP(WS-RT-IDX)
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA
    IF IT-REVERSED-EARLIER(WS-IT-IDX)
        MOVE '      REVERSED BY AN EARLIER RUN' TO WS-DETAIL-TEXT
        PERFORM WRITE-REPORT-LINE-PARA
    END-IF.

*> What else the reversal touched, source by source, for the
*> redelivery and month-end follow-up.
WRITE-FOLLOW-UP-PARA.
    MOVE SPACES TO WS-DETAIL-TEXT
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE 'FOLLOW-UP BY REVERSED SOURCE' TO WS-DETAIL-TEXT
    PERFORM WRITE-REPORT-LINE-PARA
    PERFORM VARYING WS-IT-IDX FROM 1 BY 1
        UNTIL WS-IT-IDX > WS-IT-USED
        IF IT-REVERSE(WS-IT-IDX) AND WS-IT-FIRST(WS-IT-IDX) = 'Y'
            PERFORM WRITE-ONE-FOLLOW-UP-PARA
        END-IF
    END-PERFORM
    IF WS-CORRECTED-TOTAL > 0
        MOVE SPACES TO WS-DETAIL-TEXT
        PERFORM WRITE-REPORT-LINE-PARA
        MOVE WS-CORRECTED-TOTAL TO WS-COUNT-DISP
        MOVE SPACES TO WS-DETAIL-TEXT
        STRING '  ' WS-COUNT-DISP
            ' CORRECTED LINES WERE ADJUSTED THROUGH ADJINTF -'
            ' THOSE ADJUSTMENTS ARE NOT IN THIS REVERSAL'
            DELIMITED BY SIZE INTO WS-DETAIL-TEXT
        END-STRING
        PERFORM WRITE-REPORT-LINE-PARA
    END-IF.

WRITE-ONE-FOLLOW-UP-PARA.
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING '  ' FUNCTION TRIM(WS-IT-SOURCE(WS-IT-IDX))
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE SPACES TO WS-DETAIL-TEXT
    IF WS-MASTER-DONE = 'Y'
        MOVE WS-IT-MARKED(WS-IT-IDX) TO WS-COUNT-DISP
        STRING '    MASTER RECORDS MARKED REVERSED ' WS-COUNT-DISP
            DELIMITED BY SIZE INTO WS-DETAIL-TEXT
        END-STRING
        IF WS-IT-CORRECTED(WS-IT-IDX) > 0
            MOVE WS-IT-CORRECTED(WS-IT-IDX) TO WS-COUNT-DISP
            STRING FUNCTION TRIM(WS-DETAIL-TEXT) ', OF WHICH CORRECTED '
                WS-COUNT-DISP
                DELIMITED BY SIZE INTO WS-DETAIL-TEXT
            END-STRING
        END-IF
    ELSE
        MOVE '    MASTER NOT UPDATED - RECORDS NOT MARKED REVERSED'
            TO WS-DETAIL-TEXT
    END-IF
    PERFORM WRITE-REPORT-LINE-PARA
    EVALUATE TRUE
        WHEN WS-TREND-DONE = 'N'
            MOVE 'TRENDHIST NOT UPDATED' TO WS-TREND-TEXT
        WHEN IT-TREND-WRITTEN(WS-IT-IDX)
            MOVE 'TRENDHIST ROW MARKED REVERSED' TO WS-TREND-TEXT
        WHEN IT-TREND-ALREADY(WS-IT-IDX)
            MOVE 'TRENDHIST ROW ALREADY REVERSED' TO WS-TREND-TEXT
        WHEN OTHER
            MOVE 'NO TRENDHIST ROW FOR THE RUN DATE' TO WS-TREND-TEXT
    END-EVALUATE
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING '    ' WS-TREND-TEXT
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE SPACES TO WS-DETAIL-TEXT
    EVALUATE TRUE
        WHEN DELIV-NOT-IN-USE
            MOVE '    DELIVCTL NOT IN USE - NOTHING TO REMOVE'
                TO WS-DETAIL-TEXT
        WHEN WS-DELIV-DONE = 'Y'
            MOVE WS-IT-DLV-REMOVED(WS-IT-IDX) TO WS-COUNT-DISP
            STRING '    DELIVCTL RECORDS REMOVED ' WS-COUNT-DISP
                ' - REDELIVERY WILL BE ACCEPTED'
                DELIMITED BY SIZE INTO WS-DETAIL-TEXT
            END-STRING
        WHEN OTHER
            MOVE '    DELIVCTL NOT UPDATED - REDELIVERY NEEDS FORCE-REPROCESS'
                TO WS-DETAIL-TEXT
    END-EVALUATE
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE SPACES TO WS-DETAIL-TEXT
    EVALUATE TRUE
        WHEN LEDGER-NOT-IN-USE
            MOVE '    EXCLEDGR NOT IN USE - NO LEDGER ITEMS TO CLOSE'
                TO WS-DETAIL-TEXT
        WHEN WS-LEDGER-DONE = 'Y'
            MOVE WS-IT-LDG-CLOSED(WS-IT-IDX) TO WS-COUNT-DISP
            STRING '    EXCLEDGR ITEMS CLOSED REVERSED ' WS-COUNT-DISP
                DELIMITED BY SIZE INTO WS-DETAIL-TEXT
            END-STRING
        WHEN OTHER
            MOVE '    EXCLEDGR NOT UPDATED - OPEN ITEMS NEED WRITEOFF'
                TO WS-DETAIL-TEXT
    END-EVALUATE
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
        STRING 'DAY1REVS WARNING: OPERAUTH UNAVAILABLE, FILE STATUS='
            DELIMITED BY SIZE
            WS-OPER-STATUS DELIMITED BY SIZE
            ' - NO OVERRIDE CAN BE AUTHORIZED' DELIMITED BY SIZE
            INTO WS-ALERT-TEXT
        MOVE 8 TO WS-ALERT-SEVERITY
        MOVE 'REVSAUTH' TO WS-ALERT-ID
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
                STRING 'DAY1REVS WARNING: BAD OPERAUTH CARD IGNORED "'
                    DELIMITED BY SIZE
                    FUNCTION TRIM(WS-OPER-LINE) DELIMITED BY SIZE
                    '"' DELIMITED BY SIZE INTO WS-ALERT-TEXT
                MOVE 8 TO WS-ALERT-SEVERITY
                MOVE 'REVSAUTH' TO WS-ALERT-ID
                PERFORM NOTIFY-OPERATIONS-PARA
                IF 8 > RETURN-CODE
                    MOVE 8 TO RETURN-CODE
                END-IF
            WHEN WS-OPER-WORK-ROLE = SPACES
                CONTINUE
            WHEN WS-OP-USED >= 200
                MOVE SPACES TO WS-ALERT-TEXT
                STRING 'DAY1REVS WARNING: MORE THAN 200 OPERATORS - '
                    DELIMITED BY SIZE
                    FUNCTION TRIM(WS-OPER-WORK-ID) DELIMITED BY SIZE
                    ' NOT AUTHORIZED' DELIMITED BY SIZE
                    INTO WS-ALERT-TEXT
                MOVE 8 TO WS-ALERT-SEVERITY
                MOVE 'REVSAUTH' TO WS-ALERT-ID
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
        MOVE 'DAY1REVS' TO OL-PROGRAM
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
            STRING 'DAY1REVS WARNING: UNABLE TO WRITE OVRDLOG, FILE STATUS='
                DELIMITED BY SIZE
                WS-OVRDLOG-STATUS DELIMITED BY SIZE
                ' - OVERRIDES NOT LOGGED' DELIMITED BY SIZE
                INTO WS-ALERT-TEXT
            MOVE 8 TO WS-ALERT-SEVERITY
            MOVE 'REVSAUTH' TO WS-ALERT-ID
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
