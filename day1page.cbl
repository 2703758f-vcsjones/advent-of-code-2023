*> low-severity noise.
*>
*> ACKFILE cards ('*' comments a card out):
*>     ID=DAY1TRLR OPERATOR=JSMITH APPROVER=ADOE
*>                                  acknowledge wherever it fires
*>     ID=DAY1TRLR SOURCE=FEED.X OPERATOR=JSMITH APPROVER=ADOE
*>                                  acknowledge for one feed only
*> An acknowledgment silences pages, so it is an override like any
*> other: OPERATOR= is who keyed it and APPROVER= a second person who
*> approved it, both checked against the authorized-operators deck
*> OPERAUTH (ACK= role). A card failing the check is not honoured --
*> the alert it names keeps paging -- and is itself paged as a
*> PAGEAUTH alert. Every acknowledgment card is written to the
*> retained override log OVRDLOG, the honoured ones with the number
*> of alerts they suppressed on this run.
*>
*> A NOTIFY line without the SEV= prefix (an alert from before this
*> format, or a foreign writer) is paged unconditionally -- an
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-ACK-STATUS.

    *> Authorized operators and the retained override log (see
    *> LOAD-OPERATORS-PARA and WRITE-OVERRIDE-LOG-PARA).
    SELECT OPERAUTH ASSIGN TO "OPERAUTH"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-OPER-STATUS.

    SELECT OVRDLOG ASSIGN TO "OVRDLOG"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-OVRDLOG-STATUS.

    SELECT PAGEPARM ASSIGN TO "PAGEPARM"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PARM-STATUS.
FD ACKFILE.
    01 ACK-REC PIC X(80).

FD OPERAUTH.
    01 OPER-REC PIC X(80).

FD OVRDLOG.
    01 OVRDLOG-REC PIC X(200).

FD PAGEPARM.
    01 PARM-REC PIC X(80).

77 WS-ACK-MATCHED PIC A(1).
77 WS-PAGED-COUNT PIC 9(8) VALUE 0.
77 WS-SUPPRESSED-COUNT PIC 9(8) VALUE 0.
77 WS-CARD-OPERATOR PIC X(8).
77 WS-CARD-APPROVER PIC X(8).
77 WS-OVRD-ALERT-TEXT PIC X(120).
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
77 WS-OVRD-TYPE PIC X(10) VALUE 'ACK'.
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
    05 WS-ACK-ENTRY OCCURS 200 TIMES.
        10 WS-ACK-ID PIC X(8).
        10 WS-ACK-SOURCE PIC X(60).
        10 WS-ACK-OPERATOR PIC X(8).
        10 WS-ACK-APPROVER PIC X(8).
        10 WS-ACK-SUPPRESSED PIC 9(6).

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
    PERFORM READ-PARM-PARA.
    IF WS-PARM-OK = 'Y'
        OPEN OUTPUT PAGEOUT
        OPEN OUTPUT PAGELOG
        PERFORM LOAD-ACKS-PARA
        OPEN INPUT DAY1NOTIFY
        IF WS-NOTIFY-STATUS = '00'
            MOVE 'N' TO WS-EOF
            MOVE 'NO NOTIFY DATASET - NOTHING TO PAGE' TO LOG-LINE
            WRITE LOG-LINE
        END-IF
        PERFORM LOG-ACK-OVERRIDES-PARA
        CLOSE PAGEOUT
        CLOSE PAGELOG
    END-IF.
    ELSE
        PERFORM PARSE-ALERT-TOKENS-PARA
        IF WS-ALERT-ID NOT = SPACES
            MOVE WS-CARD-OPERATOR TO WS-OVRD-OPERATOR
            MOVE WS-CARD-APPROVER TO WS-OVRD-APPROVER
            MOVE 'Y' TO WS-OVRD-NEEDS-APPROVAL
            PERFORM CHECK-OVERRIDE-PARA
            IF WS-OVRD-REASON = SPACES
                ADD 1 TO WS-ACK-USED
                MOVE WS-ALERT-ID TO WS-ACK-ID(WS-ACK-USED)
                MOVE WS-ALERT-SOURCE TO WS-ACK-SOURCE(WS-ACK-USED)
                MOVE WS-CARD-OPERATOR TO WS-ACK-OPERATOR(WS-ACK-USED)
                MOVE WS-CARD-APPROVER TO WS-ACK-APPROVER(WS-ACK-USED)
                MOVE 0 TO WS-ACK-SUPPRESSED(WS-ACK-USED)
            ELSE
                PERFORM REFUSE-ACK-PARA
            END-IF
        END-IF
    END-IF.

REFUSE-ACK-PARA.
    MOVE SPACES TO WS-OVRD-ALERT-TEXT
    STRING 'DAY1PAGE WARNING: ACKFILE CARD REFUSED - ' DELIMITED BY SIZE
        FUNCTION TRIM(WS-OVRD-REASON) DELIMITED BY SIZE
        ' - ' DELIMITED BY SIZE
        WS-ALERT-ID DELIMITED BY SPACE
        ' STILL PAGES: ' DELIMITED BY SIZE
        FUNCTION TRIM(WS-PARSE-LINE(1:80)) DELIMITED BY SIZE
        INTO WS-OVRD-ALERT-TEXT
    PERFORM PAGE-OVERRIDE-ALERT-PARA
    MOVE 'REJECTED' TO WS-OVRD-RESULT
    MOVE WS-PARSE-LINE(1:80) TO WS-OVRD-DETAIL
    PERFORM WRITE-OVERRIDE-LOG-PARA.

*> One log line per honoured acknowledgment with what it silenced on
*> this run.
LOG-ACK-OVERRIDES-PARA.
    PERFORM VARYING WS-ACK-IDX FROM 1 BY 1
        UNTIL WS-ACK-IDX > WS-ACK-USED
        MOVE WS-ACK-OPERATOR(WS-ACK-IDX) TO WS-OVRD-OPERATOR
        MOVE WS-ACK-APPROVER(WS-ACK-IDX) TO WS-OVRD-APPROVER
        MOVE 'ACCEPTED' TO WS-OVRD-RESULT
        MOVE SPACES TO WS-OVRD-REASON
        MOVE SPACES TO WS-OVRD-DETAIL
        IF WS-ACK-SOURCE(WS-ACK-IDX) = SPACES
            STRING 'ID=' WS-ACK-ID(WS-ACK-IDX)
                ' SUPPRESSED=' WS-ACK-SUPPRESSED(WS-ACK-IDX)
                DELIMITED BY SIZE INTO WS-OVRD-DETAIL
            END-STRING
        ELSE
            STRING 'ID=' WS-ACK-ID(WS-ACK-IDX)
                ' SOURCE=' FUNCTION TRIM(WS-ACK-SOURCE(WS-ACK-IDX))
                ' SUPPRESSED=' WS-ACK-SUPPRESSED(WS-ACK-IDX)
                DELIMITED BY SIZE INTO WS-OVRD-DETAIL
            END-STRING
        END-IF
        PERFORM WRITE-OVERRIDE-LOG-PARA
    END-PERFORM.

*> Pull SEV= / ID= / SOURCE= out of an alert or acknowledgment line.
*> The scan stops at the TEXT= token: everything after it is free
*> text, and alert texts routinely carry bare words like SOURCE
    MOVE SPACES TO WS-ALERT-SOURCE
    MOVE 'N' TO WS-ALERT-STRUCTURED
    MOVE 'N' TO WS-TEXT-SEEN
    MOVE SPACES TO WS-CARD-OPERATOR
    MOVE SPACES TO WS-CARD-APPROVER
    MOVE SPACES TO WS-TOKEN-TABLE
    UNSTRING WS-PARSE-LINE DELIMITED BY ALL ' '
        INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
            MOVE WS-TOKEN-VALUE(1:8) TO WS-ALERT-ID
        WHEN 'SOURCE'
            MOVE WS-TOKEN-VALUE TO WS-ALERT-SOURCE
        WHEN 'OPERATOR'
            MOVE WS-TOKEN-VALUE(1:8) TO WS-CARD-OPERATOR
        WHEN 'APPROVER'
            MOVE WS-TOKEN-VALUE(1:8) TO WS-CARD-APPROVER
        WHEN 'TEXT'
            MOVE 'Y' TO WS-TEXT-SEEN
        WHEN OTHER
                OR WS-ACK-SOURCE(WS-ACK-IDX) = '-'
                OR WS-ACK-SOURCE(WS-ACK-IDX) = WS-ALERT-SOURCE)
            MOVE 'Y' TO WS-ACK-MATCHED
            ADD 1 TO WS-ACK-SUPPRESSED(WS-ACK-IDX)
        END-IF
    END-PERFORM.

        INTO LOG-LINE(31:)
    END-STRING
    WRITE LOG-LINE.

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
        MOVE SPACES TO WS-OVRD-ALERT-TEXT
        STRING 'DAY1PAGE WARNING: OPERAUTH UNAVAILABLE, FILE STATUS='
            DELIMITED BY SIZE
            WS-OPER-STATUS DELIMITED BY SIZE
            ' - NO OVERRIDE CAN BE AUTHORIZED' DELIMITED BY SIZE
            INTO WS-OVRD-ALERT-TEXT
        PERFORM PAGE-OVERRIDE-ALERT-PARA
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
                MOVE SPACES TO WS-OVRD-ALERT-TEXT
                STRING 'DAY1PAGE WARNING: BAD OPERAUTH CARD IGNORED "'
                    DELIMITED BY SIZE
                    FUNCTION TRIM(WS-OPER-LINE) DELIMITED BY SIZE
                    '"' DELIMITED BY SIZE INTO WS-OVRD-ALERT-TEXT
                PERFORM PAGE-OVERRIDE-ALERT-PARA
            WHEN WS-OPER-WORK-ROLE = SPACES
                CONTINUE
            WHEN WS-OP-USED >= 200
                MOVE SPACES TO WS-OVRD-ALERT-TEXT
                STRING 'DAY1PAGE WARNING: MORE THAN 200 OPERATORS - '
                    DELIMITED BY SIZE
                    FUNCTION TRIM(WS-OPER-WORK-ID) DELIMITED BY SIZE
                    ' NOT AUTHORIZED' DELIMITED BY SIZE
                    INTO WS-OVRD-ALERT-TEXT
                PERFORM PAGE-OVERRIDE-ALERT-PARA
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
        MOVE 'DAY1PAGE' TO OL-PROGRAM
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
            MOVE SPACES TO WS-OVRD-ALERT-TEXT
            STRING 'DAY1PAGE WARNING: UNABLE TO WRITE OVRDLOG, FILE STATUS='
                DELIMITED BY SIZE
                WS-OVRDLOG-STATUS DELIMITED BY SIZE
                ' - OVERRIDES NOT LOGGED' DELIMITED BY SIZE
                INTO WS-OVRD-ALERT-TEXT
            PERFORM PAGE-OVERRIDE-ALERT-PARA
        END-IF
    END-IF.

*> DAY1PAGE is the last reader of NOTIFY, so its own alerts are paged
*> straight to PAGEOUT, in the NOTIFY line format.
PAGE-OVERRIDE-ALERT-PARA.
    DISPLAY 'OPERATIONS ALERT: ' WS-OVRD-ALERT-TEXT UPON CONSOLE
    MOVE SPACES TO PAGE-LINE
    STRING 'SEV=08 ID=PAGEAUTH SOURCE=- TEXT='
        FUNCTION TRIM(WS-OVRD-ALERT-TEXT)
        DELIMITED BY SIZE INTO PAGE-LINE
    END-STRING
    WRITE PAGE-LINE
    ADD 1 TO WS-PAGED-COUNT
    MOVE SPACES TO LOG-LINE
    STRING 'PAGED: ' FUNCTION TRIM(PAGE-LINE)
        DELIMITED BY SIZE INTO LOG-LINE
    END-STRING
    WRITE LOG-LINE.
