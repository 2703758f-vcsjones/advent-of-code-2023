IDENTIFICATION DIVISION.
PROGRAM-ID. DAY1REGM.

*> Change maintenance for the two hand-kept control decks DAY1 gates
*> on, the source registry SRCREGST and the holiday calendar
*> HOLIDAYS. Instead of the decks being edited directly, changes are
*> keyed into REGMTRAN as transactions, one card each:
*>
*>   REGISTRY=ADD SOURCE=PROD.DAY1.NEWFEED LOW=15 HIGH=85 DAYS=YYYYYNN
*>       CUTOFF=0130 EFFECTIVE=20261101 OPERATOR=JSMITH
*>   REGISTRY=CHANGE SOURCE=PROD.DAY1.INPUT HIGH=90 EFFECTIVE=20261015
*>       OPERATOR=JSMITH
*>   REGISTRY=RETIRE SOURCE=PROD.DAY1.OLDFEED EFFECTIVE=20261031
*>       OPERATOR=JSMITH
*>   HOLIDAY=ADD DATE=20261225 EFFECTIVE=20261015 OPERATOR=JSMITH
*>       DESC=CHRISTMAS DAY
*>   HOLIDAY=DELETE DATE=20261226 EFFECTIVE=20261015 OPERATOR=JSMITH
*>
*> An ADD carries the registry keywords exactly as the SRCREGST card
*> takes them; a CHANGE carries only the keywords that change, the
*> rest of the card being kept (CUTOFF=NONE removes an agreed cutoff);
*> a RETIRE takes the card out of the deck. DESC= must come last on a
*> holiday card, as on the deck itself. EFFECTIVE= and OPERATOR= are
*> required on every card.
*>
*> Every transaction is checked with the rules DAY1 applies when it
*> loads the decks (the registry parse below is DAY1's own), and the
*> card it would produce is parsed again before it is accepted, so a
*> regenerated deck cannot abend the night. A transaction that fails
*> -- or that adds a source or date already there, changes or retires
*> one that is not, or would overflow DAY1's tables -- is rejected
*> and reported; the rest still go through. A transaction effective
*> after the business date is held in the retained pending file
*> REGMPEND and applied by the first run on or after its date (and
*> checked against the deck again then). Held transactions are
*> applied before new ones, each in the order keyed.
*>
*> The live decks are checked first with the same rules. A card DAY1
*> would abend on is reported and alerted (REGMDECK) and nothing is
*> written until it is fixed by hand.
*>
*> REGMPARM (optional):
*>     RUN-MODE=UPDATE          (default) regenerate the decks
*>     RUN-MODE=VALIDATE-ONLY   check and report only -- the daytime
*>                              run; nothing is written or consumed
*>     BUSINESS-DATE=YYYYMMDD   apply what is effective by this date
*>                              (default today)
*>
*> An UPDATE run rewrites SRCREGST and HOLIDAYS through .TMP copies
*> (only when a change was applied) and REGMPEND likewise, appends
*> the before and after image of every change to the retained change
*> history REGMHIST with the operator and effective date, and then
*> empties REGMTRAN so nothing is applied twice. REGMRPT lists every
*> transaction with its result, the reason for each rejection, and
*> the before/after images.
*>
*> RC=8 when a transaction is rejected (REGMREJ); RC=16 when a live
*> deck fails DAY1's rules, REGMPARM is bad, or a deck cannot be
*> rewritten (REGMFILE).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REGMPARM ASSIGN TO "REGMPARM"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PARM-STATUS.

    SELECT REGMTRAN ASSIGN TO "REGMTRAN"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-TRAN-STATUS.

    *> The decks and the pending file are rewritten whole through a
    *> .TMP copy renamed over the original, as DAY1REVS does DELIVCTL.
    SELECT REGMPEND ASSIGN DYNAMIC WS-PEND-DSNAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PEND-STATUS.

    SELECT REGMPENDTMP ASSIGN DYNAMIC WS-PENDTMP-DSNAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PENDTMP-STATUS.

    SELECT DAY1REGISTRY ASSIGN DYNAMIC WS-REG-DSNAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-REG-STATUS.

    SELECT DAY1REGTMP ASSIGN DYNAMIC WS-REGTMP-DSNAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-REGTMP-STATUS.

    SELECT DAY1HOLIDAYS ASSIGN DYNAMIC WS-HOL-DSNAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-HOL-STATUS.

    SELECT DAY1HOLTMP ASSIGN DYNAMIC WS-HOLTMP-DSNAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-HOLTMP-STATUS.

    SELECT REGMHIST ASSIGN TO "REGMHIST"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-HIST-STATUS.

    SELECT REGMRPT ASSIGN TO "REGMRPT"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RPT-STATUS.

    SELECT DAY1NOTIFY ASSIGN TO "NOTIFY"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-NOTIFY-STATUS.

DATA DIVISION.
FILE SECTION.
FD REGMPARM.
    01 PARM-REC PIC X(80).

FD REGMTRAN.
    01 TRAN-REC PIC X(160).

FD REGMPEND.
    01 PEND-REC PIC X(160).

FD REGMPENDTMP.
    01 PENDTMP-REC PIC X(160).

FD DAY1REGISTRY.
    01 REGISTRY-REC PIC X(120).

FD DAY1REGTMP.
    01 REGTMP-REC PIC X(120).

FD DAY1HOLIDAYS.
    01 HOLIDAY-REC PIC X(80).

FD DAY1HOLTMP.
    01 HOLTMP-REC PIC X(80).

*> Change history: a BEFORE and an AFTER image per change applied.
*> An added card has a blank BEFORE image, a retired or deleted one
*> a blank AFTER image.
FD REGMHIST.
    01 HIST-REC.
        05 RH-LOGGED PIC X(14).
        05 FILLER PIC X(1).
        05 RH-BUSINESS-DATE PIC X(8).
        05 FILLER PIC X(1).
        05 RH-ACTION PIC X(15).
        05 FILLER PIC X(1).
        05 RH-OPERATOR PIC X(8).
        05 FILLER PIC X(1).
        05 RH-EFFECTIVE PIC X(8).
        05 FILLER PIC X(1).
        05 RH-IMAGE PIC X(6).
        05 FILLER PIC X(1).
        05 RH-CARD PIC X(120).
        05 FILLER PIC X(15).

FD REGMRPT.
    01 RPT-LINE PIC X(132).

FD DAY1NOTIFY.
    01 NOTIFY-LINE PIC X(200).

WORKING-STORAGE SECTION.
77 WS-PARM-STATUS PIC XX.
77 WS-TRAN-STATUS PIC XX.
77 WS-PEND-STATUS PIC XX.
77 WS-PENDTMP-STATUS PIC XX.
77 WS-REG-STATUS PIC XX.
77 WS-REGTMP-STATUS PIC XX.
77 WS-HOL-STATUS PIC XX.
77 WS-HOLTMP-STATUS PIC XX.
77 WS-HIST-STATUS PIC XX.
77 WS-RPT-STATUS PIC XX.
77 WS-NOTIFY-STATUS PIC XX.
77 WS-PEND-DSNAME PIC X(24) VALUE 'REGMPEND'.
77 WS-PENDTMP-DSNAME PIC X(24) VALUE 'REGMPEND.TMP'.
77 WS-REG-DSNAME PIC X(24) VALUE 'SRCREGST'.
77 WS-REGTMP-DSNAME PIC X(24) VALUE 'SRCREGST.TMP'.
77 WS-HOL-DSNAME PIC X(24) VALUE 'HOLIDAYS'.
77 WS-HOLTMP-DSNAME PIC X(24) VALUE 'HOLIDAYS.TMP'.
77 WS-RENAME-OLD PIC X(30).
77 WS-RENAME-NEW PIC X(30).
77 WS-RENAME-RESULT PIC 9(9) COMP-5.
77 WS-ALERT-TEXT PIC X(120).
77 WS-ALERT-SEVERITY PIC 9(2) VALUE 16.
77 WS-ALERT-ID PIC X(8) VALUE SPACES.
77 WS-ALERT-SOURCE PIC X(60) VALUE SPACES.
77 WS-EOF PIC A(1).
77 WS-PARM-OK PIC A(1) VALUE 'Y'.
77 WS-DECK-OK PIC A(1) VALUE 'Y'.
77 WS-FILE-OK PIC A(1) VALUE 'Y'.
77 WS-PARM-LINE PIC X(80).
77 WS-PARM-KEY PIC X(20).
77 WS-PARM-VALUE PIC X(60).
77 WS-RUN-MODE PIC X(13) VALUE 'UPDATE'.
    88 MODE-UPDATE VALUE 'UPDATE'.
    88 MODE-VALIDATE-ONLY VALUE 'VALIDATE-ONLY'.
77 WS-BUSINESS-DATE PIC X(8).
77 WS-RUN-TIMESTAMP PIC X(14).
77 WS-PAGE-NUMBER PIC 9(4) VALUE 0.
77 WS-LINE-COUNT PIC 9(2) VALUE 99.
77 WS-DETAIL-TEXT PIC X(132).
77 WS-REG-PRESENT PIC A(1) VALUE 'N'.
77 WS-HOL-PRESENT PIC A(1) VALUE 'N'.
77 WS-REG-CHANGED PIC A(1) VALUE 'N'.
77 WS-HOL-CHANGED PIC A(1) VALUE 'N'.

*> Run counts for the summary and SYSOUT.
77 WS-TRAN-READ PIC 9(5) VALUE 0.
77 WS-TRAN-APPLIED PIC 9(5) VALUE 0.
77 WS-TRAN-HELD PIC 9(5) VALUE 0.
77 WS-TRAN-REJECTED PIC 9(5) VALUE 0.
77 WS-DECK-ERRORS PIC 9(5) VALUE 0.
77 WS-TRAN-SEQ PIC 9(5) VALUE 0.

*> DAY1's registry parse, carried over unchanged: the work fields,
*> token table and WARN= reason codes it runs on.
77 WS-REG-LINE PIC X(120).
77 WS-REG-CARD-OK PIC A(1).
77 WS-TOKEN-IDX PIC 9(2).
77 WS-TOKEN-KEY PIC X(20).
77 WS-TOKEN-VALUE PIC X(60).
77 WS-WARN-IDX PIC 9(1).
77 WS-WARN-FOUND PIC A(1).
77 WS-RSN-IDX PIC 9(1).

01 WS-TOKEN-TABLE.
    05 WS-TOKEN PIC X(80) OCCURS 12 TIMES.

01 WS-WARN-LIST.
    05 WS-WARN-CODE PIC X(8) OCCURS 5 TIMES.

01 WS-REG-WORK.
    05 WS-RW-NAME PIC X(60).
    05 WS-RW-ACTIVE PIC A(1).
    05 WS-RW-LOW PIC 9(2).
    05 WS-RW-HIGH PIC 9(2).
    05 WS-RW-VOLUME PIC 9(8).
    05 WS-RW-DAYS PIC X(7).
    05 WS-RW-HOLIDAYS PIC A(1).
    05 WS-RW-WARN PIC X(5).
    05 WS-RW-CUTOFF PIC X(4).

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

*> DAY1's holiday parse work fields.
77 WS-HOL-LINE PIC X(80).
77 WS-HOL-WORK-DATE PIC X(8).
77 WS-HOL-WORK-DESC PIC X(40).
77 WS-HOL-SCRAP PIC X(80).

*> The registry deck as loaded, line for line. RD-KIND: C a card, *
*> a comment or blank line (copied through as it stands), B a card
*> DAY1 would reject, X a card retired this run. DAY1 holds at most
*> 200 cards.
77 WS-RD-USED PIC 9(3) COMP VALUE 0.
77 WS-RD-IDX PIC 9(3) COMP.
77 WS-RD-CARDS PIC 9(3) COMP VALUE 0.
77 WS-RD-FOUND PIC 9(3) COMP.
01 WS-REG-DECK.
    05 WS-RD-ENTRY OCCURS 300 TIMES.
        10 WS-RD-KIND PIC X(1).
        10 WS-RD-NAME PIC X(60).
        10 WS-RD-LINE PIC X(120).

*> The holiday deck the same way; DAY1 holds at most 100 dates.
77 WS-HD-USED PIC 9(3) COMP VALUE 0.
77 WS-HD-IDX PIC 9(3) COMP.
77 WS-HD-CARDS PIC 9(3) COMP VALUE 0.
77 WS-HD-FOUND PIC 9(3) COMP.
01 WS-HOL-DECK.
    05 WS-HD-ENTRY OCCURS 200 TIMES.
        10 WS-HD-KIND PIC X(1).
        10 WS-HD-DATE PIC X(8).
        10 WS-HD-LINE PIC X(80).

*> Transactions still to come into effect, written back to REGMPEND.
77 WS-PO-USED PIC 9(3) COMP VALUE 0.
77 WS-PO-IDX PIC 9(3) COMP.
01 WS-PENDING-OUT.
    05 WS-PO-LINE PIC X(160) OCCURS 500 TIMES.

*> Changes that passed this run, for the report and REGMHIST.
77 WS-CH-USED PIC 9(3) COMP VALUE 0.
77 WS-CH-IDX PIC 9(3) COMP.
01 WS-CHANGE-TABLE.
    05 WS-CH-ENTRY OCCURS 500 TIMES.
        10 WS-CH-ACTION PIC X(15).
        10 WS-CH-KEY PIC X(60).
        10 WS-CH-OPERATOR PIC X(8).
        10 WS-CH-EFFECTIVE PIC X(8).
        10 WS-CH-BEFORE PIC X(120).
        10 WS-CH-AFTER PIC X(120).

*> One transaction while it is checked. TR-DECK is R (registry) or
*> H (holiday); TR-REG-KEYWORDS counts the registry keywords on the
*> card besides SOURCE=.
77 WS-TR-LINE PIC X(160).
77 WS-TR-ORIGIN PIC X(7).
77 WS-TR-HEAD PIC X(160).
77 WS-TR-DESC PIC X(80).
77 WS-TR-OK PIC A(1).
77 WS-TR-REASON PIC X(40).
77 WS-REJECT-TEXT PIC X(60).
77 WS-COUNT-DISP PIC 9(3).
77 WS-TR-RESULT PIC X(8).
77 WS-TR-DECK PIC X(1).
77 WS-TR-ACTION PIC X(15).
77 WS-TR-VERB PIC X(10).
77 WS-TR-EFFECTIVE PIC X(8).
77 WS-TR-EFF-SCRAP PIC X(60).
77 WS-TR-OPERATOR PIC X(60).
77 WS-TR-SOURCE PIC X(60).
77 WS-TR-DATE PIC X(60).
77 WS-TR-KEY PIC X(60).
77 WS-TR-IDX PIC 9(2).
77 WS-TR-REG-KEYWORDS PIC 9(2).
77 WS-TR-OVERFLOW PIC A(1).
77 WS-NEW-CARD PIC X(200).
77 WS-CARD-PTR PIC 9(3).
77 WS-WARN-SEP PIC X(1).
77 WS-BEFORE-CARD PIC X(120).

01 WS-TR-TOKEN-TABLE.
    05 WS-TR-TOKEN PIC X(80) OCCURS 14 TIMES.

PROCEDURE DIVISION.
MAIN-PARA.
    MOVE 0 TO RETURN-CODE.
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP.
    MOVE WS-RUN-TIMESTAMP(1:8) TO WS-BUSINESS-DATE.
    PERFORM READ-PARM-PARA.
    IF WS-PARM-OK = 'Y'
        OPEN OUTPUT REGMRPT
        MOVE 'LIVE DECK CHECK' TO WS-DETAIL-TEXT
        PERFORM WRITE-REPORT-LINE-PARA
        PERFORM LOAD-REGISTRY-DECK-PARA
        PERFORM LOAD-HOLIDAY-DECK-PARA
        PERFORM WRITE-DECK-CHECK-PARA
        MOVE SPACES TO WS-DETAIL-TEXT
        PERFORM WRITE-REPORT-LINE-PARA
        MOVE 'TRANSACTIONS' TO WS-DETAIL-TEXT
        PERFORM WRITE-REPORT-LINE-PARA
        MOVE '   SEQ ORIGIN  ACTION          KEY' TO WS-DETAIL-TEXT
        MOVE 'EFFECTIVE OPERATOR RESULT   REASON'
            TO WS-DETAIL-TEXT(73:)
        PERFORM WRITE-REPORT-LINE-PARA
        PERFORM READ-PENDING-PARA
        PERFORM READ-TRANSACTIONS-PARA
        PERFORM WRITE-CHANGE-HISTORY-PARA
        IF MODE-UPDATE AND WS-DECK-OK = 'Y'
            PERFORM COMMIT-CHANGES-PARA
        END-IF
        PERFORM WRITE-SUMMARY-PARA
        CLOSE REGMRPT
    END-IF.
    DISPLAY 'DAY1REGM: ' FUNCTION TRIM(WS-RUN-MODE) ' BUSINESS-DATE='
        WS-BUSINESS-DATE ' ' WS-TRAN-READ ' TRANSACTIONS, '
        WS-TRAN-APPLIED ' APPLIED, ' WS-TRAN-HELD ' HELD, '
        WS-TRAN-REJECTED ' REJECTED, ' WS-DECK-ERRORS
        ' LIVE DECK ERRORS'.
    STOP RUN.

READ-PARM-PARA.
    OPEN INPUT REGMPARM.
    IF WS-PARM-STATUS = '00'
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ REGMPARM INTO WS-PARM-LINE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END PERFORM APPLY-PARM-CARD-PARA
            END-READ
        END-PERFORM
        CLOSE REGMPARM
    END-IF
    IF WS-PARM-OK = 'Y'
        DISPLAY 'DAY1REGM: RUN-MODE=' FUNCTION TRIM(WS-RUN-MODE)
            ' BUSINESS-DATE=' WS-BUSINESS-DATE
    END-IF.

APPLY-PARM-CARD-PARA.
    IF WS-PARM-LINE = SPACES OR WS-PARM-LINE(1:1) = '*'
        CONTINUE
    ELSE
        MOVE SPACES TO WS-PARM-KEY
        MOVE SPACES TO WS-PARM-VALUE
        UNSTRING WS-PARM-LINE DELIMITED BY '='
            INTO WS-PARM-KEY WS-PARM-VALUE
        END-UNSTRING
        EVALUATE TRUE
            WHEN FUNCTION TRIM(WS-PARM-KEY) = 'RUN-MODE'
                AND (FUNCTION TRIM(WS-PARM-VALUE) = 'UPDATE'
                    OR FUNCTION TRIM(WS-PARM-VALUE) = 'VALIDATE-ONLY')
                MOVE WS-PARM-VALUE TO WS-RUN-MODE
            WHEN FUNCTION TRIM(WS-PARM-KEY) = 'BUSINESS-DATE'
                AND WS-PARM-VALUE(1:8) IS NUMERIC
                AND WS-PARM-VALUE(9:) = SPACES
                AND WS-PARM-VALUE(5:2) >= '01'
                AND WS-PARM-VALUE(5:2) <= '12'
                AND WS-PARM-VALUE(7:2) >= '01'
                AND WS-PARM-VALUE(7:2) <= '31'
                MOVE WS-PARM-VALUE(1:8) TO WS-BUSINESS-DATE
            WHEN OTHER
                MOVE 'N' TO WS-PARM-OK
                MOVE SPACES TO WS-ALERT-TEXT
                STRING 'DAY1REGM ABEND: BAD REGMPARM CARD "'
                    DELIMITED BY SIZE
                    FUNCTION TRIM(WS-PARM-LINE) DELIMITED BY SIZE
                    '"' DELIMITED BY SIZE INTO WS-ALERT-TEXT
                MOVE 16 TO WS-ALERT-SEVERITY
                MOVE 'REGMPARM' TO WS-ALERT-ID
                PERFORM NOTIFY-OPERATIONS-PARA
                IF 16 > RETURN-CODE
                    MOVE 16 TO RETURN-CODE
                END-IF
        END-EVALUATE
    END-IF.

*> SRCREGST is optional to DAY1; absent, the deck starts empty and
*> the first REGISTRY=ADD creates it.
LOAD-REGISTRY-DECK-PARA.
    OPEN INPUT DAY1REGISTRY.
    IF WS-REG-STATUS = '00'
        MOVE 'Y' TO WS-REG-PRESENT
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ DAY1REGISTRY INTO WS-REG-LINE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END PERFORM LOAD-ONE-REGISTRY-LINE-PARA
            END-READ
        END-PERFORM
        CLOSE DAY1REGISTRY
    END-IF.

LOAD-ONE-REGISTRY-LINE-PARA.
    IF WS-RD-USED >= 300
        MOVE 'SRCREGST HAS MORE LINES THAN CAN BE MAINTAINED'
            TO WS-REJECT-TEXT
        PERFORM DECK-ERROR-PARA
    ELSE
        ADD 1 TO WS-RD-USED
        MOVE WS-REG-LINE TO WS-RD-LINE(WS-RD-USED)
        MOVE SPACES TO WS-RD-NAME(WS-RD-USED)
        IF WS-REG-LINE = SPACES OR WS-REG-LINE(1:1) = '*'
            MOVE '*' TO WS-RD-KIND(WS-RD-USED)
        ELSE
            PERFORM PARSE-REGISTRY-CARD-PARA
            IF WS-REG-CARD-OK = 'N' OR WS-RD-CARDS >= 200
                MOVE 'B' TO WS-RD-KIND(WS-RD-USED)
                MOVE 'SRCREGST CARD FAILS DAY1 LOAD RULES'
                    TO WS-REJECT-TEXT
                PERFORM DECK-ERROR-PARA
            ELSE
                MOVE 'C' TO WS-RD-KIND(WS-RD-USED)
                MOVE WS-RW-NAME TO WS-RD-NAME(WS-RD-USED)
                ADD 1 TO WS-RD-CARDS
            END-IF
        END-IF
    END-IF.

LOAD-HOLIDAY-DECK-PARA.
    OPEN INPUT DAY1HOLIDAYS.
    IF WS-HOL-STATUS = '00'
        MOVE 'Y' TO WS-HOL-PRESENT
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ DAY1HOLIDAYS INTO WS-HOL-LINE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END PERFORM LOAD-ONE-HOLIDAY-LINE-PARA
            END-READ
        END-PERFORM
        CLOSE DAY1HOLIDAYS
    END-IF.

LOAD-ONE-HOLIDAY-LINE-PARA.
    IF WS-HD-USED >= 200
        MOVE 'HOLIDAYS HAS MORE LINES THAN CAN BE MAINTAINED'
            TO WS-REJECT-TEXT
        MOVE WS-HOL-LINE TO WS-REG-LINE
        PERFORM DECK-ERROR-PARA
    ELSE
        ADD 1 TO WS-HD-USED
        MOVE WS-HOL-LINE TO WS-HD-LINE(WS-HD-USED)
        MOVE SPACES TO WS-HD-DATE(WS-HD-USED)
        IF WS-HOL-LINE = SPACES OR WS-HOL-LINE(1:1) = '*'
            MOVE '*' TO WS-HD-KIND(WS-HD-USED)
        ELSE
            PERFORM PARSE-HOLIDAY-CARD-PARA
            IF WS-HOL-WORK-DATE = SPACES OR WS-HD-CARDS >= 100
                MOVE 'B' TO WS-HD-KIND(WS-HD-USED)
                MOVE 'HOLIDAYS CARD FAILS DAY1 LOAD RULES'
                    TO WS-REJECT-TEXT
                MOVE WS-HOL-LINE TO WS-REG-LINE
                PERFORM DECK-ERROR-PARA
            ELSE
                MOVE 'C' TO WS-HD-KIND(WS-HD-USED)
                MOVE WS-HOL-WORK-DATE TO WS-HD-DATE(WS-HD-USED)
                ADD 1 TO WS-HD-CARDS
            END-IF
        END-IF
    END-IF.

*> A live card DAY1 would abend on: the night would fail at load, so
*> nothing is written until the deck is fixed by hand. The card is
*> in WS-REG-LINE.
DECK-ERROR-PARA.
    MOVE 'N' TO WS-DECK-OK
    ADD 1 TO WS-DECK-ERRORS
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING '  *** ' FUNCTION TRIM(WS-REJECT-TEXT) ': '
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE SPACES TO WS-DETAIL-TEXT
    MOVE WS-REG-LINE TO WS-DETAIL-TEXT(7:120)
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE SPACES TO WS-ALERT-TEXT
    STRING 'DAY1REGM ABEND: ' FUNCTION TRIM(WS-REJECT-TEXT) ' "'
        FUNCTION TRIM(WS-REG-LINE(1:60)) '"'
        DELIMITED BY SIZE INTO WS-ALERT-TEXT
    END-STRING
    MOVE 16 TO WS-ALERT-SEVERITY
    MOVE 'REGMDECK' TO WS-ALERT-ID
    PERFORM NOTIFY-OPERATIONS-PARA
    IF 16 > RETURN-CODE
        MOVE 16 TO RETURN-CODE
    END-IF.

WRITE-DECK-CHECK-PARA.
    MOVE SPACES TO WS-DETAIL-TEXT
    IF WS-REG-PRESENT = 'Y'
        MOVE WS-RD-CARDS TO WS-COUNT-DISP
        STRING 'LIVE SRCREGST: ' WS-COUNT-DISP ' CARDS LOADED'
            DELIMITED BY SIZE INTO WS-DETAIL-TEXT
        END-STRING
    ELSE
        MOVE 'LIVE SRCREGST: NOT PRESENT - A REGISTRY=ADD CREATES IT'
            TO WS-DETAIL-TEXT
    END-IF
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE SPACES TO WS-DETAIL-TEXT
    IF WS-HOL-PRESENT = 'Y'
        MOVE WS-HD-CARDS TO WS-COUNT-DISP
        STRING 'LIVE HOLIDAYS: ' WS-COUNT-DISP ' DATES LOADED'
            DELIMITED BY SIZE INTO WS-DETAIL-TEXT
        END-STRING
    ELSE
        MOVE 'LIVE HOLIDAYS: NOT PRESENT - A HOLIDAY=ADD CREATES IT'
            TO WS-DETAIL-TEXT
    END-IF
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE SPACES TO WS-DETAIL-TEXT
    IF WS-DECK-OK = 'Y'
        MOVE 'LIVE DECKS PASS DAY1 LOAD RULES' TO WS-DETAIL-TEXT
    ELSE
        STRING '*** ' WS-DECK-ERRORS
            ' LIVE CARDS FAIL DAY1 LOAD RULES - FIX BY HAND;'
            ' NOTHING WILL BE WRITTEN'
            DELIMITED BY SIZE INTO WS-DETAIL-TEXT
        END-STRING
    END-IF
    PERFORM WRITE-REPORT-LINE-PARA.

*> Held transactions come first, in the order they were keyed.
READ-PENDING-PARA.
    OPEN INPUT REGMPEND.
    IF WS-PEND-STATUS = '00'
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ REGMPEND INTO WS-TR-LINE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    MOVE 'PENDING' TO WS-TR-ORIGIN
                    PERFORM PROCESS-TRANSACTION-PARA
            END-READ
        END-PERFORM
        CLOSE REGMPEND
    END-IF.

READ-TRANSACTIONS-PARA.
    OPEN INPUT REGMTRAN.
    IF WS-TRAN-STATUS = '00'
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ REGMTRAN INTO WS-TR-LINE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    MOVE 'NEW' TO WS-TR-ORIGIN
                    PERFORM PROCESS-TRANSACTION-PARA
            END-READ
        END-PERFORM
        CLOSE REGMTRAN
    END-IF.

PROCESS-TRANSACTION-PARA.
    IF WS-TR-LINE = SPACES OR WS-TR-LINE(1:1) = '*'
        CONTINUE
    ELSE
        ADD 1 TO WS-TRAN-READ
        ADD 1 TO WS-TRAN-SEQ
        PERFORM PARSE-TRANSACTION-PARA
        PERFORM VALIDATE-TRANSACTION-PARA
        EVALUATE TRUE
            WHEN WS-TR-OK = 'N'
                MOVE 'REJECTED' TO WS-TR-RESULT
            WHEN WS-TR-EFFECTIVE > WS-BUSINESS-DATE
                PERFORM HOLD-TRANSACTION-PARA
            WHEN WS-TR-DECK = 'R'
                PERFORM APPLY-REGISTRY-CHANGE-PARA
            WHEN OTHER
                PERFORM APPLY-HOLIDAY-CHANGE-PARA
        END-EVALUATE
        IF WS-TR-OK = 'N'
            MOVE 'REJECTED' TO WS-TR-RESULT
            ADD 1 TO WS-TRAN-REJECTED
        END-IF
        PERFORM WRITE-TRANSACTION-LINE-PARA
        IF WS-TR-OK = 'N'
            PERFORM ALERT-REJECTED-PARA
        END-IF
    END-IF.

*> DESC= is split off whole first, as DAY1 does on the holiday card;
*> the rest is KEY=value tokens.
PARSE-TRANSACTION-PARA.
    MOVE 'Y' TO WS-TR-OK
    MOVE SPACES TO WS-TR-REASON
    MOVE SPACES TO WS-TR-RESULT
    MOVE SPACES TO WS-TR-DECK
    MOVE SPACES TO WS-TR-ACTION
    MOVE SPACES TO WS-TR-VERB
    MOVE SPACES TO WS-TR-EFFECTIVE
    MOVE SPACES TO WS-TR-EFF-SCRAP
    MOVE SPACES TO WS-TR-OPERATOR
    MOVE SPACES TO WS-TR-SOURCE
    MOVE SPACES TO WS-TR-DATE
    MOVE SPACES TO WS-TR-KEY
    MOVE 0 TO WS-TR-REG-KEYWORDS
    MOVE SPACES TO WS-TR-HEAD
    MOVE SPACES TO WS-TR-DESC
    UNSTRING WS-TR-LINE DELIMITED BY 'DESC='
        INTO WS-TR-HEAD WS-TR-DESC
    END-UNSTRING
    MOVE 'N' TO WS-TR-OVERFLOW
    MOVE SPACES TO WS-TR-TOKEN-TABLE
    UNSTRING WS-TR-HEAD DELIMITED BY ALL ' '
        INTO WS-TR-TOKEN(1) WS-TR-TOKEN(2) WS-TR-TOKEN(3)
            WS-TR-TOKEN(4) WS-TR-TOKEN(5) WS-TR-TOKEN(6)
            WS-TR-TOKEN(7) WS-TR-TOKEN(8) WS-TR-TOKEN(9)
            WS-TR-TOKEN(10) WS-TR-TOKEN(11) WS-TR-TOKEN(12)
            WS-TR-TOKEN(13) WS-TR-TOKEN(14)
        ON OVERFLOW MOVE 'Y' TO WS-TR-OVERFLOW
    END-UNSTRING
    PERFORM VARYING WS-TR-IDX FROM 1 BY 1 UNTIL WS-TR-IDX > 14
        IF WS-TR-TOKEN(WS-TR-IDX) NOT = SPACES
            PERFORM CLASSIFY-TRAN-TOKEN-PARA
        END-IF
    END-PERFORM
    IF WS-TR-DECK = 'R'
        MOVE WS-TR-SOURCE TO WS-TR-KEY
    ELSE
        MOVE WS-TR-DATE TO WS-TR-KEY
    END-IF.

CLASSIFY-TRAN-TOKEN-PARA.
    MOVE SPACES TO WS-TOKEN-KEY
    MOVE SPACES TO WS-TOKEN-VALUE
    UNSTRING WS-TR-TOKEN(WS-TR-IDX) DELIMITED BY '='
        INTO WS-TOKEN-KEY WS-TOKEN-VALUE
    END-UNSTRING
    EVALUATE FUNCTION TRIM(WS-TOKEN-KEY)
        WHEN 'REGISTRY'
        WHEN 'HOLIDAY'
            IF WS-TR-DECK NOT = SPACES
                MOVE 'MORE THAN ONE REGISTRY=/HOLIDAY= ACTION'
                    TO WS-REJECT-TEXT
                PERFORM REJECT-TRANSACTION-PARA
            END-IF
            MOVE WS-TOKEN-KEY(1:1) TO WS-TR-DECK
            MOVE WS-TOKEN-VALUE TO WS-TR-VERB
            MOVE SPACES TO WS-TR-ACTION
            STRING FUNCTION TRIM(WS-TOKEN-KEY) '-'
                FUNCTION TRIM(WS-TOKEN-VALUE)
                DELIMITED BY SIZE INTO WS-TR-ACTION
            END-STRING
        WHEN 'EFFECTIVE'
            MOVE WS-TOKEN-VALUE TO WS-TR-EFF-SCRAP
        WHEN 'OPERATOR'
            MOVE WS-TOKEN-VALUE TO WS-TR-OPERATOR
        WHEN 'SOURCE'
            MOVE WS-TOKEN-VALUE TO WS-TR-SOURCE
        WHEN 'DATE'
            MOVE WS-TOKEN-VALUE TO WS-TR-DATE
        WHEN OTHER
            ADD 1 TO WS-TR-REG-KEYWORDS
    END-EVALUATE.

*> Everything that can be checked without the deck: the card's own
*> shape, and for a registry ADD or CHANGE every keyword through
*> DAY1's registry parse. State checks (already there / not there /
*> table full) wait until the transaction is applied.
VALIDATE-TRANSACTION-PARA.
    IF WS-TR-OVERFLOW = 'Y'
        MOVE 'TOO MANY KEYWORDS ON THE CARD' TO WS-REJECT-TEXT
        PERFORM REJECT-TRANSACTION-PARA
    END-IF
    IF WS-TR-DECK = SPACES
        MOVE 'NO REGISTRY= OR HOLIDAY= ACTION' TO WS-REJECT-TEXT
        PERFORM REJECT-TRANSACTION-PARA
    END-IF
    IF WS-TR-OPERATOR = SPACES OR WS-TR-OPERATOR(9:) NOT = SPACES
        MOVE 'OPERATOR= MISSING OR OVER 8 CHARACTERS' TO WS-REJECT-TEXT
        PERFORM REJECT-TRANSACTION-PARA
    END-IF
    IF WS-TR-EFF-SCRAP(1:8) IS NUMERIC
        AND WS-TR-EFF-SCRAP(9:) = SPACES
        AND WS-TR-EFF-SCRAP(5:2) >= '01'
        AND WS-TR-EFF-SCRAP(5:2) <= '12'
        AND WS-TR-EFF-SCRAP(7:2) >= '01'
        AND WS-TR-EFF-SCRAP(7:2) <= '31'
        MOVE WS-TR-EFF-SCRAP(1:8) TO WS-TR-EFFECTIVE
    ELSE
        MOVE 'EFFECTIVE= MISSING OR NOT YYYYMMDD' TO WS-REJECT-TEXT
        PERFORM REJECT-TRANSACTION-PARA
    END-IF
    EVALUATE WS-TR-DECK
        WHEN 'R'
            PERFORM VALIDATE-REGISTRY-TRAN-PARA
        WHEN 'H'
            PERFORM VALIDATE-HOLIDAY-TRAN-PARA
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

VALIDATE-REGISTRY-TRAN-PARA.
    IF WS-TR-SOURCE = SPACES
        MOVE 'SOURCE= MISSING' TO WS-REJECT-TEXT
        PERFORM REJECT-TRANSACTION-PARA
    END-IF
    IF WS-TR-DATE NOT = SPACES OR WS-TR-DESC NOT = SPACES
        MOVE 'DATE=/DESC= NOT VALID ON A REGISTRY CARD'
            TO WS-REJECT-TEXT
        PERFORM REJECT-TRANSACTION-PARA
    END-IF
    EVALUATE FUNCTION TRIM(WS-TR-VERB)
        WHEN 'ADD'
            CONTINUE
        WHEN 'CHANGE'
            IF WS-TR-REG-KEYWORDS = 0
                MOVE 'CHANGE NAMES NOTHING TO CHANGE' TO WS-REJECT-TEXT
                PERFORM REJECT-TRANSACTION-PARA
            END-IF
        WHEN 'RETIRE'
            IF WS-TR-REG-KEYWORDS > 0
                MOVE 'RETIRE TAKES SOURCE= ONLY' TO WS-REJECT-TEXT
                PERFORM REJECT-TRANSACTION-PARA
            END-IF
        WHEN OTHER
            MOVE 'REGISTRY= MUST BE ADD, CHANGE OR RETIRE'
                TO WS-REJECT-TEXT
            PERFORM REJECT-TRANSACTION-PARA
    END-EVALUATE
    IF WS-TR-OK = 'Y' AND FUNCTION TRIM(WS-TR-VERB) NOT = 'RETIRE'
        *> Keywords alone, against a bare card for the source.
        MOVE SPACES TO WS-REG-LINE
        STRING 'SOURCE=' FUNCTION TRIM(WS-TR-SOURCE)
            DELIMITED BY SIZE INTO WS-REG-LINE
        END-STRING
        PERFORM MERGE-REGISTRY-TOKENS-PARA
    END-IF.

VALIDATE-HOLIDAY-TRAN-PARA.
    IF WS-TR-SOURCE NOT = SPACES OR WS-TR-REG-KEYWORDS > 0
        MOVE 'ONLY DATE= AND DESC= ON A HOLIDAY CARD' TO WS-REJECT-TEXT
        PERFORM REJECT-TRANSACTION-PARA
    END-IF
    IF FUNCTION TRIM(WS-TR-VERB) NOT = 'ADD'
        AND FUNCTION TRIM(WS-TR-VERB) NOT = 'DELETE'
        MOVE 'HOLIDAY= MUST BE ADD OR DELETE' TO WS-REJECT-TEXT
        PERFORM REJECT-TRANSACTION-PARA
    END-IF
    IF WS-TR-DESC(41:) NOT = SPACES
        MOVE 'DESC= OVER 40 CHARACTERS' TO WS-REJECT-TEXT
        PERFORM REJECT-TRANSACTION-PARA
    END-IF
    PERFORM BUILD-HOLIDAY-CARD-PARA
    MOVE WS-NEW-CARD(1:80) TO WS-HOL-LINE
    PERFORM PARSE-HOLIDAY-CARD-PARA
    IF WS-HOL-WORK-DATE = SPACES OR WS-TR-DATE(9:) NOT = SPACES
        MOVE 'DATE= MISSING OR NOT A VALID YYYYMMDD' TO WS-REJECT-TEXT
        PERFORM REJECT-TRANSACTION-PARA
    END-IF.

*> WS-REG-LINE holds the card the transaction starts from: the
*> current card for a CHANGE, a bare SOURCE= card otherwise. Each
*> registry keyword on the transaction is applied over it with
*> DAY1's own token rules, then the card to be written is built and
*> parsed once more, whole, exactly as DAY1 will load it.
MERGE-REGISTRY-TOKENS-PARA.
    PERFORM PARSE-REGISTRY-CARD-PARA
    PERFORM VARYING WS-TR-IDX FROM 1 BY 1 UNTIL WS-TR-IDX > 14
        IF WS-TR-TOKEN(WS-TR-IDX) NOT = SPACES
            PERFORM MERGE-ONE-TOKEN-PARA
        END-IF
    END-PERFORM
    IF WS-TR-OK = 'Y'
        AND WS-RW-LOW > 0 AND WS-RW-HIGH > 0
        AND WS-RW-LOW > WS-RW-HIGH
        MOVE 'LOW= ABOVE HIGH=' TO WS-REJECT-TEXT
        PERFORM REJECT-TRANSACTION-PARA
    END-IF
    IF WS-TR-OK = 'Y'
        PERFORM BUILD-REGISTRY-CARD-PARA
        IF WS-CARD-PTR > 121
            MOVE 'CARD WOULD EXCEED 120 CHARACTERS' TO WS-REJECT-TEXT
            PERFORM REJECT-TRANSACTION-PARA
        ELSE
            MOVE WS-NEW-CARD(1:120) TO WS-REG-LINE
            PERFORM PARSE-REGISTRY-CARD-PARA
            IF WS-REG-CARD-OK = 'N'
                MOVE 'CARD FAILS DAY1 LOAD RULES' TO WS-REJECT-TEXT
                PERFORM REJECT-TRANSACTION-PARA
            END-IF
        END-IF
    END-IF.

MERGE-ONE-TOKEN-PARA.
    MOVE SPACES TO WS-TOKEN-KEY
    MOVE SPACES TO WS-TOKEN-VALUE
    UNSTRING WS-TR-TOKEN(WS-TR-IDX) DELIMITED BY '='
        INTO WS-TOKEN-KEY WS-TOKEN-VALUE
    END-UNSTRING
    EVALUATE TRUE
        WHEN FUNCTION TRIM(WS-TOKEN-KEY) = 'REGISTRY'
            OR FUNCTION TRIM(WS-TOKEN-KEY) = 'EFFECTIVE'
            OR FUNCTION TRIM(WS-TOKEN-KEY) = 'OPERATOR'
            OR FUNCTION TRIM(WS-TOKEN-KEY) = 'SOURCE'
            CONTINUE
        WHEN FUNCTION TRIM(WS-TOKEN-KEY) = 'CUTOFF'
            AND FUNCTION TRIM(WS-TOKEN-VALUE) = 'NONE'
            IF FUNCTION TRIM(WS-TR-VERB) = 'CHANGE'
                MOVE SPACES TO WS-RW-CUTOFF
            ELSE
                MOVE 'CUTOFF=NONE ONLY ON A CHANGE' TO WS-REJECT-TEXT
                PERFORM REJECT-TRANSACTION-PARA
            END-IF
        WHEN OTHER
            MOVE 'Y' TO WS-REG-CARD-OK
            MOVE SPACES TO WS-TOKEN-TABLE
            MOVE WS-TR-TOKEN(WS-TR-IDX) TO WS-TOKEN(1)
            MOVE 1 TO WS-TOKEN-IDX
            PERFORM APPLY-REGISTRY-TOKEN-PARA
            IF WS-REG-CARD-OK = 'N'
                MOVE SPACES TO WS-REJECT-TEXT
                STRING 'INVALID ' WS-TR-TOKEN(WS-TR-IDX)
                    DELIMITED BY SIZE INTO WS-REJECT-TEXT
                END-STRING
                PERFORM REJECT-TRANSACTION-PARA
            END-IF
    END-EVALUATE.

*> The card is written with only the keywords that differ from
*> DAY1's defaults, in a fixed order.
BUILD-REGISTRY-CARD-PARA.
    MOVE SPACES TO WS-NEW-CARD
    MOVE 1 TO WS-CARD-PTR
    STRING 'SOURCE=' FUNCTION TRIM(WS-RW-NAME)
        DELIMITED BY SIZE INTO WS-NEW-CARD WITH POINTER WS-CARD-PTR
    END-STRING
    IF WS-RW-ACTIVE = 'N'
        STRING ' STATUS=INACTIVE'
            DELIMITED BY SIZE INTO WS-NEW-CARD WITH POINTER WS-CARD-PTR
        END-STRING
    END-IF
    IF WS-RW-LOW > 0
        STRING ' LOW=' WS-RW-LOW
            DELIMITED BY SIZE INTO WS-NEW-CARD WITH POINTER WS-CARD-PTR
        END-STRING
    END-IF
    IF WS-RW-HIGH > 0
        STRING ' HIGH=' WS-RW-HIGH
            DELIMITED BY SIZE INTO WS-NEW-CARD WITH POINTER WS-CARD-PTR
        END-STRING
    END-IF
    IF WS-RW-VOLUME > 0
        STRING ' VOLUME=' WS-RW-VOLUME
            DELIMITED BY SIZE INTO WS-NEW-CARD WITH POINTER WS-CARD-PTR
        END-STRING
    END-IF
    IF WS-RW-DAYS NOT = 'YYYYYYY'
        STRING ' DAYS=' WS-RW-DAYS
            DELIMITED BY SIZE INTO WS-NEW-CARD WITH POINTER WS-CARD-PTR
        END-STRING
    END-IF
    IF WS-RW-HOLIDAYS = 'N'
        STRING ' HOLIDAYS=IGNORE'
            DELIMITED BY SIZE INTO WS-NEW-CARD WITH POINTER WS-CARD-PTR
        END-STRING
    END-IF
    IF WS-RW-WARN NOT = 'NNNNN'
        MOVE '=' TO WS-WARN-SEP
        STRING ' WARN'
            DELIMITED BY SIZE INTO WS-NEW-CARD WITH POINTER WS-CARD-PTR
        END-STRING
        PERFORM VARYING WS-RSN-IDX FROM 2 BY 1 UNTIL WS-RSN-IDX > 5
            IF WS-RW-WARN(WS-RSN-IDX:1) = 'Y'
                STRING WS-WARN-SEP
                    FUNCTION TRIM(WS-REASON-CODE(WS-RSN-IDX))
                    DELIMITED BY SIZE
                    INTO WS-NEW-CARD WITH POINTER WS-CARD-PTR
                END-STRING
                MOVE ',' TO WS-WARN-SEP
            END-IF
        END-PERFORM
    END-IF
    IF WS-RW-CUTOFF NOT = SPACES
        STRING ' CUTOFF=' WS-RW-CUTOFF
            DELIMITED BY SIZE INTO WS-NEW-CARD WITH POINTER WS-CARD-PTR
        END-STRING
    END-IF.

BUILD-HOLIDAY-CARD-PARA.
    MOVE SPACES TO WS-NEW-CARD
    IF WS-TR-DESC = SPACES
        STRING 'DATE=' WS-TR-DATE(1:8)
            DELIMITED BY SIZE INTO WS-NEW-CARD
        END-STRING
    ELSE
        STRING 'DATE=' WS-TR-DATE(1:8) ' DESC='
            FUNCTION TRIM(WS-TR-DESC)
            DELIMITED BY SIZE INTO WS-NEW-CARD
        END-STRING
    END-IF.

*> The first fault found is the one reported.
REJECT-TRANSACTION-PARA.
    IF WS-TR-OK = 'Y'
        MOVE 'N' TO WS-TR-OK
        MOVE WS-REJECT-TEXT TO WS-TR-REASON
    END-IF.

HOLD-TRANSACTION-PARA.
    IF WS-PO-USED >= 500
        MOVE 'PENDING FILE FULL (500 HELD)' TO WS-REJECT-TEXT
        PERFORM REJECT-TRANSACTION-PARA
    ELSE
        ADD 1 TO WS-PO-USED
        MOVE WS-TR-LINE TO WS-PO-LINE(WS-PO-USED)
        MOVE 'HELD' TO WS-TR-RESULT
        MOVE 'UNTIL EFFECTIVE DATE' TO WS-TR-REASON
        ADD 1 TO WS-TRAN-HELD
    END-IF.

APPLY-REGISTRY-CHANGE-PARA.
    MOVE 0 TO WS-RD-FOUND
    PERFORM VARYING WS-RD-IDX FROM 1 BY 1
        UNTIL WS-RD-IDX > WS-RD-USED OR WS-RD-FOUND > 0
        IF WS-RD-KIND(WS-RD-IDX) = 'C'
            AND WS-RD-NAME(WS-RD-IDX) = WS-TR-SOURCE
            MOVE WS-RD-IDX TO WS-RD-FOUND
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN FUNCTION TRIM(WS-TR-VERB) = 'ADD' AND WS-RD-FOUND > 0
            MOVE 'SOURCE ALREADY REGISTERED' TO WS-REJECT-TEXT
            PERFORM REJECT-TRANSACTION-PARA
        WHEN FUNCTION TRIM(WS-TR-VERB) NOT = 'ADD' AND WS-RD-FOUND = 0
            MOVE 'SOURCE NOT REGISTERED' TO WS-REJECT-TEXT
            PERFORM REJECT-TRANSACTION-PARA
        WHEN FUNCTION TRIM(WS-TR-VERB) = 'ADD'
            AND (WS-RD-CARDS >= 200 OR WS-RD-USED >= 300)
            MOVE 'REGISTRY FULL (200 SOURCES)' TO WS-REJECT-TEXT
            PERFORM REJECT-TRANSACTION-PARA
        WHEN FUNCTION TRIM(WS-TR-VERB) = 'ADD'
            MOVE SPACES TO WS-BEFORE-CARD
            MOVE SPACES TO WS-REG-LINE
            STRING 'SOURCE=' FUNCTION TRIM(WS-TR-SOURCE)
                DELIMITED BY SIZE INTO WS-REG-LINE
            END-STRING
            PERFORM MERGE-REGISTRY-TOKENS-PARA
            IF WS-TR-OK = 'Y'
                ADD 1 TO WS-RD-USED
                ADD 1 TO WS-RD-CARDS
                MOVE 'C' TO WS-RD-KIND(WS-RD-USED)
                MOVE WS-RW-NAME TO WS-RD-NAME(WS-RD-USED)
                MOVE WS-NEW-CARD(1:120) TO WS-RD-LINE(WS-RD-USED)
                MOVE WS-NEW-CARD(1:120) TO WS-REG-LINE
                PERFORM RECORD-CHANGE-PARA
                MOVE 'Y' TO WS-REG-CHANGED
            END-IF
        WHEN FUNCTION TRIM(WS-TR-VERB) = 'CHANGE'
            MOVE WS-RD-LINE(WS-RD-FOUND) TO WS-BEFORE-CARD
            MOVE WS-RD-LINE(WS-RD-FOUND) TO WS-REG-LINE
            PERFORM MERGE-REGISTRY-TOKENS-PARA
            IF WS-TR-OK = 'Y'
                MOVE WS-NEW-CARD(1:120) TO WS-RD-LINE(WS-RD-FOUND)
                MOVE WS-NEW-CARD(1:120) TO WS-REG-LINE
                PERFORM RECORD-CHANGE-PARA
                MOVE 'Y' TO WS-REG-CHANGED
            END-IF
        WHEN OTHER
            MOVE WS-RD-LINE(WS-RD-FOUND) TO WS-BEFORE-CARD
            MOVE 'X' TO WS-RD-KIND(WS-RD-FOUND)
            SUBTRACT 1 FROM WS-RD-CARDS
            MOVE SPACES TO WS-REG-LINE
            PERFORM RECORD-CHANGE-PARA
            MOVE 'Y' TO WS-REG-CHANGED
    END-EVALUATE.

APPLY-HOLIDAY-CHANGE-PARA.
    MOVE 0 TO WS-HD-FOUND
    PERFORM VARYING WS-HD-IDX FROM 1 BY 1
        UNTIL WS-HD-IDX > WS-HD-USED OR WS-HD-FOUND > 0
        IF WS-HD-KIND(WS-HD-IDX) = 'C'
            AND WS-HD-DATE(WS-HD-IDX) = WS-TR-DATE(1:8)
            MOVE WS-HD-IDX TO WS-HD-FOUND
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN FUNCTION TRIM(WS-TR-VERB) = 'ADD' AND WS-HD-FOUND > 0
            MOVE 'DATE ALREADY A HOLIDAY' TO WS-REJECT-TEXT
            PERFORM REJECT-TRANSACTION-PARA
        WHEN FUNCTION TRIM(WS-TR-VERB) = 'DELETE' AND WS-HD-FOUND = 0
            MOVE 'DATE NOT A HOLIDAY' TO WS-REJECT-TEXT
            PERFORM REJECT-TRANSACTION-PARA
        WHEN FUNCTION TRIM(WS-TR-VERB) = 'ADD'
            AND (WS-HD-CARDS >= 100 OR WS-HD-USED >= 200)
            MOVE 'CALENDAR FULL (100 DATES)' TO WS-REJECT-TEXT
            PERFORM REJECT-TRANSACTION-PARA
        WHEN FUNCTION TRIM(WS-TR-VERB) = 'ADD'
            MOVE SPACES TO WS-BEFORE-CARD
            PERFORM BUILD-HOLIDAY-CARD-PARA
            ADD 1 TO WS-HD-USED
            ADD 1 TO WS-HD-CARDS
            MOVE 'C' TO WS-HD-KIND(WS-HD-USED)
            MOVE WS-TR-DATE(1:8) TO WS-HD-DATE(WS-HD-USED)
            MOVE WS-NEW-CARD(1:80) TO WS-HD-LINE(WS-HD-USED)
            MOVE WS-NEW-CARD(1:80) TO WS-REG-LINE
            PERFORM RECORD-CHANGE-PARA
            MOVE 'Y' TO WS-HOL-CHANGED
        WHEN OTHER
            MOVE WS-HD-LINE(WS-HD-FOUND) TO WS-BEFORE-CARD
            MOVE 'X' TO WS-HD-KIND(WS-HD-FOUND)
            SUBTRACT 1 FROM WS-HD-CARDS
            MOVE SPACES TO WS-REG-LINE
            PERFORM RECORD-CHANGE-PARA
            MOVE 'Y' TO WS-HOL-CHANGED
    END-EVALUATE.

*> Before image in WS-BEFORE-CARD, after image in WS-REG-LINE.
*> A VALIDATE-ONLY run, or one stopped by a bad live deck, reports
*> the change as PASSED: it would apply but nothing is written.
RECORD-CHANGE-PARA.
    IF MODE-UPDATE AND WS-DECK-OK = 'Y'
        MOVE 'APPLIED' TO WS-TR-RESULT
    ELSE
        MOVE 'PASSED' TO WS-TR-RESULT
    END-IF
    ADD 1 TO WS-TRAN-APPLIED
    IF WS-CH-USED < 500
        ADD 1 TO WS-CH-USED
        MOVE WS-TR-ACTION TO WS-CH-ACTION(WS-CH-USED)
        MOVE WS-TR-KEY TO WS-CH-KEY(WS-CH-USED)
        MOVE WS-TR-OPERATOR TO WS-CH-OPERATOR(WS-CH-USED)
        MOVE WS-TR-EFFECTIVE TO WS-CH-EFFECTIVE(WS-CH-USED)
        MOVE WS-BEFORE-CARD TO WS-CH-BEFORE(WS-CH-USED)
        MOVE WS-REG-LINE TO WS-CH-AFTER(WS-CH-USED)
    END-IF.

ALERT-REJECTED-PARA.
    MOVE SPACES TO WS-ALERT-TEXT
    STRING 'DAY1REGM WARNING: ' FUNCTION TRIM(WS-TR-ACTION)
        ' REJECTED - ' FUNCTION TRIM(WS-TR-REASON)
        DELIMITED BY SIZE INTO WS-ALERT-TEXT
    END-STRING
    MOVE 8 TO WS-ALERT-SEVERITY
    MOVE 'REGMREJ' TO WS-ALERT-ID
    MOVE WS-TR-KEY TO WS-ALERT-SOURCE
    PERFORM NOTIFY-OPERATIONS-PARA
    IF 8 > RETURN-CODE
        MOVE 8 TO RETURN-CODE
    END-IF.

WRITE-TRANSACTION-LINE-PARA.
    MOVE SPACES TO WS-DETAIL-TEXT
    MOVE WS-TRAN-SEQ TO WS-DETAIL-TEXT(2:5)
    MOVE WS-TR-ORIGIN TO WS-DETAIL-TEXT(8:7)
    MOVE WS-TR-ACTION TO WS-DETAIL-TEXT(16:15)
    MOVE WS-TR-KEY(1:40) TO WS-DETAIL-TEXT(32:40)
    MOVE WS-TR-EFFECTIVE TO WS-DETAIL-TEXT(73:8)
    MOVE WS-TR-OPERATOR(1:8) TO WS-DETAIL-TEXT(83:8)
    MOVE WS-TR-RESULT TO WS-DETAIL-TEXT(92:8)
    MOVE WS-TR-REASON TO WS-DETAIL-TEXT(101:32)
    PERFORM WRITE-REPORT-LINE-PARA
    IF WS-TR-OK = 'N'
        MOVE SPACES TO WS-DETAIL-TEXT
        MOVE WS-TR-LINE(1:120) TO WS-DETAIL-TEXT(8:120)
        PERFORM WRITE-REPORT-LINE-PARA
        IF WS-TR-REASON(33:) NOT = SPACES
            MOVE SPACES TO WS-DETAIL-TEXT
            STRING '       REASON: ' WS-TR-REASON
                DELIMITED BY SIZE INTO WS-DETAIL-TEXT
            END-STRING
            PERFORM WRITE-REPORT-LINE-PARA
        END-IF
    END-IF.

WRITE-CHANGE-HISTORY-PARA.
    MOVE SPACES TO WS-DETAIL-TEXT
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE 'CHANGES (BEFORE / AFTER)' TO WS-DETAIL-TEXT
    PERFORM WRITE-REPORT-LINE-PARA
    IF WS-CH-USED = 0
        MOVE '  NONE' TO WS-DETAIL-TEXT
        PERFORM WRITE-REPORT-LINE-PARA
    END-IF
    PERFORM VARYING WS-CH-IDX FROM 1 BY 1 UNTIL WS-CH-IDX > WS-CH-USED
        MOVE SPACES TO WS-DETAIL-TEXT
        STRING '  ' WS-CH-ACTION(WS-CH-IDX) ' '
            FUNCTION TRIM(WS-CH-KEY(WS-CH-IDX))
            '  EFFECTIVE=' WS-CH-EFFECTIVE(WS-CH-IDX)
            ' OPERATOR=' WS-CH-OPERATOR(WS-CH-IDX)
            DELIMITED BY SIZE INTO WS-DETAIL-TEXT
        END-STRING
        PERFORM WRITE-REPORT-LINE-PARA
        MOVE SPACES TO WS-DETAIL-TEXT
        MOVE '    BEFORE:' TO WS-DETAIL-TEXT
        IF WS-CH-BEFORE(WS-CH-IDX) = SPACES
            MOVE '(NONE)' TO WS-DETAIL-TEXT(13:)
        ELSE
            MOVE WS-CH-BEFORE(WS-CH-IDX) TO WS-DETAIL-TEXT(13:120)
        END-IF
        PERFORM WRITE-REPORT-LINE-PARA
        MOVE SPACES TO WS-DETAIL-TEXT
        MOVE '    AFTER:' TO WS-DETAIL-TEXT
        IF WS-CH-AFTER(WS-CH-IDX) = SPACES
            MOVE '(REMOVED)' TO WS-DETAIL-TEXT(13:)
        ELSE
            MOVE WS-CH-AFTER(WS-CH-IDX) TO WS-DETAIL-TEXT(13:120)
        END-IF
        PERFORM WRITE-REPORT-LINE-PARA
    END-PERFORM.

*> UPDATE with clean live decks: decks first, then the pending file,
*> then the history; REGMTRAN is emptied last, and only when all of
*> that went through, so a failed run is simply run again.
COMMIT-CHANGES-PARA.
    IF WS-REG-CHANGED = 'Y'
        PERFORM REWRITE-REGISTRY-PARA
    END-IF
    IF WS-HOL-CHANGED = 'Y' AND WS-FILE-OK = 'Y'
        PERFORM REWRITE-HOLIDAYS-PARA
    END-IF
    IF WS-FILE-OK = 'Y'
        PERFORM REWRITE-PENDING-PARA
    END-IF
    IF WS-FILE-OK = 'Y'
        PERFORM WRITE-HISTORY-PARA
        OPEN OUTPUT REGMTRAN
        CLOSE REGMTRAN
    END-IF.

REWRITE-REGISTRY-PARA.
    OPEN OUTPUT DAY1REGTMP
    IF WS-REGTMP-STATUS NOT = '00'
        MOVE WS-REG-DSNAME TO WS-ALERT-SOURCE
        MOVE WS-REGTMP-STATUS TO WS-REG-STATUS
        PERFORM FILE-FAILURE-PARA
    ELSE
        PERFORM VARYING WS-RD-IDX FROM 1 BY 1
            UNTIL WS-RD-IDX > WS-RD-USED
            IF WS-RD-KIND(WS-RD-IDX) NOT = 'X'
                WRITE REGTMP-REC FROM WS-RD-LINE(WS-RD-IDX)
            END-IF
        END-PERFORM
        CLOSE DAY1REGTMP
        MOVE SPACES TO WS-RENAME-OLD
        MOVE SPACES TO WS-RENAME-NEW
        MOVE WS-REGTMP-DSNAME TO WS-RENAME-OLD
        MOVE WS-REG-DSNAME TO WS-RENAME-NEW
        CALL 'CBL_RENAME_FILE' USING WS-RENAME-OLD WS-RENAME-NEW
            RETURNING WS-RENAME-RESULT
        IF WS-RENAME-RESULT NOT = 0
            MOVE WS-REG-DSNAME TO WS-ALERT-SOURCE
            MOVE 'RN' TO WS-REG-STATUS
            PERFORM FILE-FAILURE-PARA
        END-IF
    END-IF.

REWRITE-HOLIDAYS-PARA.
    OPEN OUTPUT DAY1HOLTMP
    IF WS-HOLTMP-STATUS NOT = '00'
        MOVE WS-HOL-DSNAME TO WS-ALERT-SOURCE
        MOVE WS-HOLTMP-STATUS TO WS-REG-STATUS
        PERFORM FILE-FAILURE-PARA
    ELSE
        PERFORM VARYING WS-HD-IDX FROM 1 BY 1
            UNTIL WS-HD-IDX > WS-HD-USED
            IF WS-HD-KIND(WS-HD-IDX) NOT = 'X'
                WRITE HOLTMP-REC FROM WS-HD-LINE(WS-HD-IDX)
            END-IF
        END-PERFORM
        CLOSE DAY1HOLTMP
        MOVE SPACES TO WS-RENAME-OLD
        MOVE SPACES TO WS-RENAME-NEW
        MOVE WS-HOLTMP-DSNAME TO WS-RENAME-OLD
        MOVE WS-HOL-DSNAME TO WS-RENAME-NEW
        CALL 'CBL_RENAME_FILE' USING WS-RENAME-OLD WS-RENAME-NEW
            RETURNING WS-RENAME-RESULT
        IF WS-RENAME-RESULT NOT = 0
            MOVE WS-HOL-DSNAME TO WS-ALERT-SOURCE
            MOVE 'RN' TO WS-REG-STATUS
            PERFORM FILE-FAILURE-PARA
        END-IF
    END-IF.

REWRITE-PENDING-PARA.
    OPEN OUTPUT REGMPENDTMP
    IF WS-PENDTMP-STATUS NOT = '00'
        MOVE WS-PEND-DSNAME TO WS-ALERT-SOURCE
        MOVE WS-PENDTMP-STATUS TO WS-REG-STATUS
        PERFORM FILE-FAILURE-PARA
    ELSE
        PERFORM VARYING WS-PO-IDX FROM 1 BY 1
            UNTIL WS-PO-IDX > WS-PO-USED
            WRITE PENDTMP-REC FROM WS-PO-LINE(WS-PO-IDX)
        END-PERFORM
        CLOSE REGMPENDTMP
        MOVE SPACES TO WS-RENAME-OLD
        MOVE SPACES TO WS-RENAME-NEW
        MOVE WS-PENDTMP-DSNAME TO WS-RENAME-OLD
        MOVE WS-PEND-DSNAME TO WS-RENAME-NEW
        CALL 'CBL_RENAME_FILE' USING WS-RENAME-OLD WS-RENAME-NEW
            RETURNING WS-RENAME-RESULT
        IF WS-RENAME-RESULT NOT = 0
            MOVE WS-PEND-DSNAME TO WS-ALERT-SOURCE
            MOVE 'RN' TO WS-REG-STATUS
            PERFORM FILE-FAILURE-PARA
        END-IF
    END-IF.

WRITE-HISTORY-PARA.
    IF WS-CH-USED > 0
        OPEN EXTEND REGMHIST
        IF WS-HIST-STATUS NOT = '00'
            OPEN OUTPUT REGMHIST
        END-IF
        PERFORM VARYING WS-CH-IDX FROM 1 BY 1
            UNTIL WS-CH-IDX > WS-CH-USED
            MOVE SPACES TO HIST-REC
            MOVE WS-RUN-TIMESTAMP TO RH-LOGGED
            MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE
            MOVE WS-CH-ACTION(WS-CH-IDX) TO RH-ACTION
            MOVE WS-CH-OPERATOR(WS-CH-IDX) TO RH-OPERATOR
            MOVE WS-CH-EFFECTIVE(WS-CH-IDX) TO RH-EFFECTIVE
            MOVE 'BEFORE' TO RH-IMAGE
            MOVE WS-CH-BEFORE(WS-CH-IDX) TO RH-CARD
            WRITE HIST-REC
            MOVE 'AFTER' TO RH-IMAGE
            MOVE WS-CH-AFTER(WS-CH-IDX) TO RH-CARD
            WRITE HIST-REC
        END-PERFORM
        CLOSE REGMHIST
    END-IF.

FILE-FAILURE-PARA.
    MOVE 'N' TO WS-FILE-OK
    MOVE SPACES TO WS-ALERT-TEXT
    STRING 'DAY1REGM ABEND: UNABLE TO REWRITE, FILE STATUS='
        WS-REG-STATUS ' - TRANSACTIONS LEFT IN PLACE, RERUN'
        DELIMITED BY SIZE INTO WS-ALERT-TEXT
    END-STRING
    MOVE 16 TO WS-ALERT-SEVERITY
    MOVE 'REGMFILE' TO WS-ALERT-ID
    PERFORM NOTIFY-OPERATIONS-PARA
    IF 16 > RETURN-CODE
        MOVE 16 TO RETURN-CODE
    END-IF.

WRITE-SUMMARY-PARA.
    MOVE SPACES TO WS-DETAIL-TEXT
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE SPACES TO WS-DETAIL-TEXT
    STRING 'TRANSACTIONS=' WS-TRAN-READ
        ' APPLIED=' WS-TRAN-APPLIED
        ' HELD=' WS-TRAN-HELD
        ' REJECTED=' WS-TRAN-REJECTED
        ' LIVE DECK ERRORS=' WS-DECK-ERRORS
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
    END-STRING
    PERFORM WRITE-REPORT-LINE-PARA
    MOVE SPACES TO WS-DETAIL-TEXT
    EVALUATE TRUE
        WHEN MODE-VALIDATE-ONLY
            MOVE 'VALIDATE-ONLY: NO DECK, PENDING OR HISTORY WRITTEN'
                TO WS-DETAIL-TEXT
        WHEN WS-DECK-OK = 'N'
            MOVE 'LIVE DECK FAILS DAY1 LOAD RULES: NOTHING WRITTEN'
                TO WS-DETAIL-TEXT
        WHEN WS-FILE-OK = 'N'
            MOVE '*** REWRITE FAILED: REGMTRAN LEFT IN PLACE - RERUN'
                TO WS-DETAIL-TEXT
        WHEN OTHER
            MOVE WS-PO-USED TO WS-COUNT-DISP
            STRING 'SRCREGST REWRITTEN=' WS-REG-CHANGED
                ' HOLIDAYS REWRITTEN=' WS-HOL-CHANGED
                ' HELD IN REGMPEND=' WS-COUNT-DISP
                ' REGMTRAN EMPTIED'
                DELIMITED BY SIZE INTO WS-DETAIL-TEXT
            END-STRING
    END-EVALUATE
    PERFORM WRITE-REPORT-LINE-PARA.

PAGE-BREAK-PARA.
    ADD 1 TO WS-PAGE-NUMBER
    MOVE SPACES TO RPT-LINE
    STRING
        'DAY1 REGISTRY AND HOLIDAY MAINTENANCE  BUSINESS DATE='
        WS-BUSINESS-DATE
        '  RUN-MODE=' WS-RUN-MODE
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

*> Registry cards are KEY=value tokens, e.g.
*>   SOURCE=PROD.DAY1.INPUT STATUS=ACTIVE LOW=11 HIGH=99
*>       VOLUME=0005000 DAYS=YYYYYNN WARN=TRAILER,BLANK CUTOFF=0130
*> These three paragraphs are DAY1's load-time rules and must be kept
*> in step with day1.cbl.
PARSE-REGISTRY-CARD-PARA.
    MOVE 'Y' TO WS-REG-CARD-OK
    MOVE SPACES TO WS-RW-NAME
    MOVE 'Y' TO WS-RW-ACTIVE
    MOVE 0 TO WS-RW-LOW
    MOVE 0 TO WS-RW-HIGH
    MOVE 0 TO WS-RW-VOLUME
    MOVE 'YYYYYYY' TO WS-RW-DAYS
    MOVE 'Y' TO WS-RW-HOLIDAYS
    MOVE 'NNNNN' TO WS-RW-WARN
    MOVE SPACES TO WS-RW-CUTOFF
    MOVE SPACES TO WS-TOKEN-TABLE
    UNSTRING WS-REG-LINE DELIMITED BY ALL ' '
        INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
            WS-TOKEN(5) WS-TOKEN(6) WS-TOKEN(7) WS-TOKEN(8)
            WS-TOKEN(9) WS-TOKEN(10) WS-TOKEN(11) WS-TOKEN(12)
    END-UNSTRING
    PERFORM VARYING WS-TOKEN-IDX FROM 1 BY 1
        UNTIL WS-TOKEN-IDX > 12
        IF WS-TOKEN(WS-TOKEN-IDX) NOT = SPACES
            PERFORM APPLY-REGISTRY-TOKEN-PARA
        END-IF
    END-PERFORM
    IF WS-RW-NAME = SPACES
        OR (WS-RW-LOW > 0 AND WS-RW-HIGH > 0
            AND WS-RW-LOW > WS-RW-HIGH)
        MOVE 'N' TO WS-REG-CARD-OK
    END-IF.

APPLY-REGISTRY-TOKEN-PARA.
    MOVE SPACES TO WS-TOKEN-KEY
    MOVE SPACES TO WS-TOKEN-VALUE
    UNSTRING WS-TOKEN(WS-TOKEN-IDX) DELIMITED BY '='
        INTO WS-TOKEN-KEY WS-TOKEN-VALUE
    END-UNSTRING
    EVALUATE FUNCTION TRIM(WS-TOKEN-KEY)
        WHEN 'SOURCE'
            MOVE WS-TOKEN-VALUE TO WS-RW-NAME
        WHEN 'STATUS'
            EVALUATE FUNCTION TRIM(WS-TOKEN-VALUE)
                WHEN 'ACTIVE' MOVE 'Y' TO WS-RW-ACTIVE
                WHEN 'INACTIVE' MOVE 'N' TO WS-RW-ACTIVE
                WHEN OTHER MOVE 'N' TO WS-REG-CARD-OK
            END-EVALUATE
        WHEN 'LOW'
            IF WS-TOKEN-VALUE(1:2) IS NUMERIC
                MOVE WS-TOKEN-VALUE(1:2) TO WS-RW-LOW
            ELSE
                MOVE 'N' TO WS-REG-CARD-OK
            END-IF
        WHEN 'HIGH'
            IF WS-TOKEN-VALUE(1:2) IS NUMERIC
                MOVE WS-TOKEN-VALUE(1:2) TO WS-RW-HIGH
            ELSE
                MOVE 'N' TO WS-REG-CARD-OK
            END-IF
        WHEN 'VOLUME'
            MOVE FUNCTION NUMVAL(WS-TOKEN-VALUE) TO WS-RW-VOLUME
        WHEN 'HOLIDAYS'
            EVALUATE FUNCTION TRIM(WS-TOKEN-VALUE)
                WHEN 'OBSERVE' MOVE 'Y' TO WS-RW-HOLIDAYS
                WHEN 'IGNORE' MOVE 'N' TO WS-RW-HOLIDAYS
                WHEN OTHER MOVE 'N' TO WS-REG-CARD-OK
            END-EVALUATE
        WHEN 'DAYS'
            IF WS-TOKEN-VALUE(1:7) = SPACES
                MOVE 'N' TO WS-REG-CARD-OK
            ELSE
                MOVE WS-TOKEN-VALUE(1:7) TO WS-RW-DAYS
                INSPECT WS-RW-DAYS REPLACING ALL SPACE BY 'N'
            END-IF
        WHEN 'WARN'
            PERFORM APPLY-WARN-LIST-PARA
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

*> DAY1's holiday card rule: DATE=YYYYMMDD, DESC= to end of card.
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
