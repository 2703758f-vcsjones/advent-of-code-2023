*> releases (point the INTFOUT DD at ADJINTF): its A records carry
*> the applied adjustment amount in the same positions a D record
*> carries its subtotal, so the count and hash rules below apply to
*> both record types unchanged. So does the supplemental interface
*> DAY1RLSE releases for figures a HOLD= card kept back (HELDINTF):
*> its header carries kind HELD, where the nightly interface's kind
*> is blank, and its D records are the nightly layout. The reversal
*> DAY1REVS writes (REVSINTF) is the same again with kind REVS: its
*> D records repeat the released figures, to be booked as contra
*> entries. Any break
*> ends RC=16 with an operations alert, so a drifted or truncated
*> handoff is caught at the interface instead of in the posted
*> figures.
77 WS-DETAIL-COUNT PIC 9(8) VALUE 0.
77 WS-HASH-TOTAL PIC 9(10) VALUE 0.
77 WS-FAIL-REASON PIC X(80).
77 WS-HDR-KIND PIC X(4) VALUE SPACES.
77 WS-HDR-TIMESTAMP PIC X(14) VALUE SPACES.

01 WS-INTF-RECORD PIC X(100).
01 WS-INTF-HEADER REDEFINES WS-INTF-RECORD.
    05 FILLER PIC X(1).
    05 INTF-HDR-RUN-DATE PIC X(8).
    05 INTF-HDR-TIMESTAMP PIC X(14).
    *> Blank on the nightly interface, HELD on a held-figures release,
    *> REVS on a reversal.
    *> The posting receipt echoes it (KIND=) with the timestamp (REF=).
    05 INTF-HDR-KIND PIC X(4).
    05 FILLER PIC X(73).
01 WS-INTF-DETAIL REDEFINES WS-INTF-RECORD.
    05 FILLER PIC X(1).
    05 INTF-DTL-FILENAME PIC X(60).
    05 INTF-DTL-COUNT PIC 9(8).
    05 INTF-DTL-SUBTOTAL PIC 9(8).
    05 INTF-DTL-EXCEPT PIC 9(8).
    *> Per-reason rejection counts (NODIGIT/LONG/BINARY/TRAILER/BLANK);
    *> informational, outside the count and hash rules. Spaces on an
    *> A record.
    05 INTF-DTL-REASONS PIC X(15).
01 WS-INTF-TRAILER REDEFINES WS-INTF-RECORD.
    05 FILLER PIC X(1).
    05 INTF-TRL-COUNT PIC 9(8).
    IF WS-VERIFY-OK = 'Y'
        DISPLAY 'DAY1POST: INTERFACE VERIFIED - ' WS-DETAIL-COUNT
            ' DETAIL RECORDS, HASH ' WS-HASH-TOTAL
        IF WS-HDR-KIND NOT = SPACES
            DISPLAY 'DAY1POST: SUPPLEMENTAL INTERFACE KIND='
                WS-HDR-KIND ' REF=' WS-HDR-TIMESTAMP
        END-IF
    END-IF.
    STOP RUN.

                    PERFORM VERIFY-FAILED-PARA
                ELSE
                    MOVE 'Y' TO WS-HEADER-SEEN
                    MOVE INTF-HDR-KIND TO WS-HDR-KIND
                    MOVE INTF-HDR-TIMESTAMP TO WS-HDR-TIMESTAMP
                END-IF
            END-IF
        WHEN 'D'
