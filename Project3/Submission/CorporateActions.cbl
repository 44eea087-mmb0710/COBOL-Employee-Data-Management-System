*>****************************************************************
*> Authors: Aditya Hirpara, Meet Maheta & Patel Meet
*> Date: 15/10/2026
*> Purpose: Apply corporate actions - stock splits, reverse splits,
*>          and symbol changes - from the corporate actions file to
*>          every book record that carries the symbol: each
*>          account's holding, its open tax lots, and any queued
*>          pending transaction. Total cost basis is carried over
*>          unchanged and lot acquisition dates are kept, so the
*>          FIFO statement and holding periods are not disturbed.
*>          The share movement each action causes is logged for
*>          PositionRecon, and the price adjustment is handed to
*>          StockFeedValidate so tomorrow's day-over-day check
*>          expects the adjusted price instead of failing the feed.
*>          A before/after report shows every position touched.
*>          Runs ahead of StockFeedValidate in the nightly stream.
*> Tectonics: cobc
*> Modification History:
*>   15/10/2026 MM  Initial version.
*>   15/10/2026 MM  Watchlist entries for the symbol are restated
*>                  too: stop and target prices by the inverse of
*>                  the ratio, and moved to the new symbol on a
*>                  symbol change, so a split does not set off a
*>                  false stop alert.
*>****************************************************************
IDENTIFICATION DIVISION.
       PROGRAM-ID. CorporateActions.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> The actions to apply, keyed by the operations desk from the
    *> broker's corporate actions notice. Numeric fields are read as
    *> raw characters so a bad ratio or date is caught, not loaded.
    SELECT ACTIONS-FILE ASSIGN TO 'CORPACTIONS.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACTIONS-STATUS.
    *> Every action already applied, with the date it was applied;
    *> an action on this file is never applied a second time, so the
    *> actions file can be left in place and the program re-run.
    SELECT APPLIED-FILE ASSIGN TO 'CORPACT-APPLIED.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APPLIED-STATUS.
    *> The live holdings, opened dynamic: scanned in key order for
    *> the affected symbol, then restated by key.
    SELECT PORTFOLIO-FILE ASSIGN TO 'INVESTMENTFILE.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PORT-RECORD-KEY
        FILE STATUS IS WS-FILE-STATUS.
    *> Open tax lots, restated through a work file with the same
    *> two-pass rewrite PortfolioMaintenance uses after a sell.
    SELECT LOTS-FILE ASSIGN TO 'LOTS.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOTS-STATUS.
    SELECT LOTS-WORK-FILE ASSIGN TO 'LOTS.wrk'
        ORGANIZATION IS LINE SEQUENTIAL.
    *> Transactions waiting for a second operator's release; a
    *> queued buy or sell of the affected symbol is restated so it
    *> is released in post-action shares and price.
    SELECT PENDING-FILE ASSIGN TO 'PENDING-TRANS.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PENDING-STATUS.
    SELECT PENDING-WORK-FILE ASSIGN TO 'PENDING-TRANS.wrk'
        ORGANIZATION IS LINE SEQUENTIAL.
    *> Share movement caused by each action, one line per account
    *> and symbol, which PositionRecon adds to the baseline and the
    *> period's buys and sells. MonthEndClose archives and resets it.
    SELECT MOVES-FILE ASSIGN TO 'CORPACT-MOVES.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MOVES-STATUS.
    *> The price adjustments StockFeedValidate applies to the
    *> prior-day prices before its day-over-day check; cleared by
    *> StockFeedValidate once a feed passes.
    SELECT FEED-ADJ-FILE ASSIGN TO 'CORPACT-FEED.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEED-ADJ-STATUS.
    *> The price-alert watchlist PortfolioMaintenance keeps; its
    *> stop and target prices are restated with the holding.
    SELECT WATCH-FILE ASSIGN TO 'WATCHLIST.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS WATCH-KEY
        FILE STATUS IS WS-WATCH-STATUS.
    *> The before/after report of every position touched.
    SELECT REPORT-FILE ASSIGN TO 'CORPACT-REPORT.txt'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ACTIONS-FILE.
    *> One action: the symbol affected, the action type (SPL split,
    *> RSP reverse split, SYM symbol change), the ratio as new
    *> shares for old shares (e.g. 002 001 for a 2-for-1 split,
    *> 001 010 for a 1-for-10 reverse split; ignored on SYM), the
    *> new symbol (SYM only), and the effective date
    01 ACTION-RECORD.
        05 CA-STOCK-SYMBOL     PIC X(7).
        05 CA-ACTION-TYPE      PIC X(3).
        05 CA-RATIO-NEW        PIC X(3).
        05 CA-RATIO-OLD        PIC X(3).
        05 CA-NEW-SYMBOL       PIC X(7).
        05 CA-EFF-DATE         PIC X(8).

FD APPLIED-FILE.
    *> The action as applied, and the run date that applied it
    01 APPLIED-RECORD.
        05 AP-STOCK-SYMBOL     PIC X(7).
        05 AP-ACTION-TYPE      PIC X(3).
        05 AP-RATIO-NEW        PIC 9(3).
        05 AP-RATIO-OLD        PIC 9(3).
        05 AP-NEW-SYMBOL       PIC X(7).
        05 AP-EFF-DATE         PIC 9(8).
        05 AP-APPLIED-DATE     PIC 9(8).

FD PORTFOLIO-FILE.
    *> Layout must match PortfolioMaintenance's PORTFOLIO-RECORD
    01 PORTFOLIO-RECORD.
        05 PORT-RECORD-KEY.
            10 PORT-ACCOUNT-ID    PIC X(8).
            10 PORT-STOCK-SYMBOL  PIC X(7).
        05 NUMBER-OF-SHARES   PIC 9(5).
        05 AVG-COST           PIC 9(6)V99.
        05 PORT-CURRENCY      PIC X(3).
        05 PORT-BASE-COST     PIC 9(6)V99.

FD LOTS-FILE.
    *> Layout must match PortfolioMaintenance's LOT-RECORD
    01 LOT-RECORD.
        05 LOT-ACCOUNT-ID     PIC X(8).
        05 LOT-STOCK-SYMBOL   PIC X(7).
        05 LOT-DATE           PIC 9(8).
        05 LOT-SHARES         PIC 9(5).
        05 LOT-COST           PIC 9(6)V99.

FD LOTS-WORK-FILE.
    *> Same layout as LOT-RECORD
    01 LOT-WORK-RECORD        PIC X(36).

FD PENDING-FILE.
    *> Layout must match PortfolioMaintenance's PENDING-RECORD
    01 PENDING-RECORD.
        05 PT-SEQ             PIC 9(5).
        05 PT-DATE            PIC 9(8).
        05 PT-MAKER           PIC X(8).
        05 PT-ACTION          PIC X(1).
        05 PT-ACCOUNT-ID      PIC X(8).
        05 PT-STOCK-SYMBOL    PIC X(7).
        05 PT-SHARES          PIC 9(5).
        05 PT-PRICE           PIC 9(6)V99.
        05 PT-CURRENCY        PIC X(3).

FD PENDING-WORK-FILE.
    *> Same layout as PENDING-RECORD
    01 PENDING-WORK-RECORD    PIC X(53).

FD MOVES-FILE.
    *> Layout must match PositionRecon's CORPACT-MOVE-RECORD: signed
    *> share movement for one account and symbol
    01 CORPACT-MOVE-RECORD.
        05 MV-ACCOUNT-ID       PIC X(8).
        05 MV-STOCK-SYMBOL     PIC X(7).
        05 MV-DATE             PIC 9(8).
        05 MV-ACTION-TYPE      PIC X(3).
        05 MV-SHARES           PIC S9(7) SIGN LEADING SEPARATE.

FD FEED-ADJ-FILE.
    *> Layout must match StockFeedValidate's FEED-ADJ-RECORD
    01 FEED-ADJ-RECORD.
        05 FA-OLD-SYMBOL       PIC X(7).
        05 FA-NEW-SYMBOL       PIC X(7).
        05 FA-RATIO-NEW        PIC 9(3).
        05 FA-RATIO-OLD        PIC 9(3).
        05 FA-EFF-DATE         PIC 9(8).

FD WATCH-FILE.
    *> Layout must match PortfolioMaintenance's WATCH-RECORD
    01 WATCH-RECORD.
        05 WATCH-KEY.
            10 WATCH-ACCOUNT-ID     PIC X(8).
            10 WATCH-STOCK-SYMBOL   PIC X(7).
        05 WATCH-STOP-PRICE     PIC 9(6)V99.
        05 WATCH-TARGET-PRICE   PIC 9(6)V99.
        05 WATCH-MAX-DRAWDOWN   PIC 9(3)V99.
        05 WATCH-SET-BY         PIC X(8).
        05 WATCH-SET-DATE       PIC 9(8).
        05 WATCH-STOP-RAISED    PIC 9(8).
        05 WATCH-TARGET-RAISED  PIC 9(8).
        05 WATCH-DRAWDOWN-RAISED PIC 9(8).

FD REPORT-FILE.
    01 REPORT-RECORD.
        05 REPORT-LINE         PIC X(110).

WORKING-STORAGE SECTION.
01 WS-ACTIONS-STATUS   PIC XX.
01 WS-APPLIED-STATUS   PIC XX.
01 WS-FILE-STATUS      PIC XX.
01 WS-LOTS-STATUS      PIC XX.
01 WS-PENDING-STATUS   PIC XX.
01 WS-MOVES-STATUS     PIC XX.
01 WS-FEED-ADJ-STATUS  PIC XX.
01 WS-WATCH-STATUS     PIC XX.
01 EOF-ACTIONS         PIC X VALUE 'N'.
01 EOF-APPLIED         PIC X VALUE 'N'.
01 EOF-PORT            PIC X VALUE 'N'.
01 EOF-LOTS            PIC X VALUE 'N'.
01 EOF-LOTWORK         PIC X VALUE 'N'.
01 EOF-PENDING         PIC X VALUE 'N'.
01 EOF-PENDWORK        PIC X VALUE 'N'.
01 EOF-WATCH           PIC X VALUE 'N'.

01 WS-RUN-DATE         PIC 9(8).
01 WS-HAVE-PORTFOLIO   PIC X VALUE 'N'.
    88 HAVE-PORTFOLIO VALUE 'Y'.

*> The action being applied, once validated. A symbol change is
*> carried as a 1-for-1 ratio so one restatement path serves all
*> three action types.
01 WS-FROM-SYMBOL      PIC X(7).
01 WS-TO-SYMBOL        PIC X(7).
01 WS-ACTION-TYPE      PIC X(3).
    88 ACTION-SPLIT VALUE 'SPL'.
    88 ACTION-REVERSE-SPLIT VALUE 'RSP'.
    88 ACTION-SYMBOL-CHANGE VALUE 'SYM'.
01 WS-RATIO-IN         PIC X(3).
01 WS-RATIO-IN-9 REDEFINES WS-RATIO-IN PIC 9(3).
01 WS-RATIO-NEW        PIC 9(3).
01 WS-RATIO-OLD        PIC 9(3).
01 WS-DATE-IN          PIC X(8).
01 WS-DATE-IN-9 REDEFINES WS-DATE-IN PIC 9(8).
01 WS-EFF-DATE         PIC 9(8).
01 WS-ACTION-OK        PIC X.
    88 ACTION-OK VALUE 'Y'.
01 WS-REJECT-REASON    PIC X(60).

*> Actions already applied, loaded from the applied log so a
*> re-run skips them; same table-with-cap style as the rest.
01 WS-APPLIED-TABLE-MAX PIC 9(3) VALUE 500.
01 WS-APPLIED-COUNT    PIC 9(3) VALUE 0.
01 WS-APPLIED-TABLE.
    05 WS-APPLIED-ENTRY OCCURS 500 TIMES INDEXED BY WS-APPLIED-IDX.
        10 WS-APPLIED-SYMBOL   PIC X(7).
        10 WS-APPLIED-TYPE     PIC X(3).
        10 WS-APPLIED-EFF-DATE PIC 9(8).
01 WS-APPLIED-OVERFLOW PIC X VALUE 'N'.
    88 APPLIED-OVERFLOW VALUE 'Y'.

*> The holdings of the affected symbol across all accounts, with
*> the restated figures worked out before anything is written, so
*> an action that cannot be applied cleanly to every holding is
*> applied to none of them.
01 WS-HOLD-TABLE-MAX   PIC 9(3) VALUE 500.
01 WS-HOLD-COUNT       PIC 9(3) VALUE 0.
01 WS-HOLD-TABLE.
    05 WS-HOLD-ENTRY OCCURS 500 TIMES INDEXED BY WS-HOLD-IDX.
        10 WS-HOLD-ACCOUNT     PIC X(8).
        10 WS-HOLD-SHARES      PIC 9(5).
        10 WS-HOLD-AVG-COST    PIC 9(6)V99.
        10 WS-HOLD-CURRENCY    PIC X(3).
        10 WS-HOLD-BASE-COST   PIC 9(6)V99.
        10 WS-HOLD-NEW-SHARES  PIC 9(9).
        10 WS-HOLD-NEW-AVG     PIC 9(9)V99.
        10 WS-HOLD-NEW-BASE    PIC 9(9)V99.
        10 WS-HOLD-FRACTION    PIC X.
            88 HOLD-FRACTION VALUE 'Y'.
01 WS-HOLD-OVERFLOW    PIC X VALUE 'N'.
    88 HOLD-OVERFLOW VALUE 'Y'.

01 WS-SCAN             PIC 9(3).
01 WS-HOLD-SCAN        PIC 9(3).
01 WS-NEW-SHARES       PIC 9(9).
01 WS-NEW-PRICE        PIC 9(9)V99.
01 WS-CHECK-PRODUCT    PIC 9(9).
01 WS-TOTAL-COST       PIC 9(11)V99.
01 WS-BASE-TOTAL       PIC 9(11)V99.
01 WS-COST-AFTER       PIC 9(11)V99.

*> Per-action control totals: cost basis before and after, in the
*> holding's own currency and in base currency. They differ only
*> by the rounding of the restated per-share cost to the cent.
01 WS-COST-BEFORE-TOTAL PIC S9(11)V99.
01 WS-COST-AFTER-TOTAL  PIC S9(11)V99.
01 WS-BASE-BEFORE-TOTAL PIC S9(11)V99.
01 WS-BASE-AFTER-TOTAL  PIC S9(11)V99.
01 WS-COST-DIFFERENCE   PIC S9(11)V99.
01 WS-LOTS-RESTATED     PIC 9(5).
01 WS-LOTS-EMPTIED      PIC 9(5).
01 WS-PENDING-RESTATED  PIC 9(5).
01 WS-WATCH-RESTATED    PIC 9(5).

*> Watchlist entries on the affected symbol, held as record images
*> so a symbol change can delete the old key before writing the
*> new one without disturbing the scan.
01 WS-WCH-TABLE-MAX    PIC 9(3) VALUE 200.
01 WS-WCH-COUNT        PIC 9(3) VALUE 0.
01 WS-WCH-TABLE.
    05 WS-WCH-ENTRY OCCURS 200 TIMES INDEXED BY WS-WCH-IDX.
        10 WS-WCH-IMAGE        PIC X(76).
01 WS-WCH-OVERFLOW     PIC X VALUE 'N'.
    88 WCH-OVERFLOW VALUE 'Y'.
01 WS-WCH-SCAN         PIC 9(3).

01 WS-ACTIONS-READ     PIC 9(5) VALUE 0.
01 WS-ACTIONS-APPLIED  PIC 9(5) VALUE 0.
01 WS-ACTIONS-SKIPPED  PIC 9(5) VALUE 0.
01 WS-ACTIONS-DEFERRED PIC 9(5) VALUE 0.
01 WS-ACTIONS-REJECTED PIC 9(5) VALUE 0.
01 WS-POSITIONS-TOUCHED PIC 9(5) VALUE 0.

01 WS-EDITED-COUNT     PIC Z(4)9.
01 WS-EDITED-SHARES    PIC Z(4)9.
01 WS-EDITED-NEW-SHARES PIC Z(4)9.
01 WS-EDITED-AVG       PIC Z(5)9.99.
01 WS-EDITED-NEW-AVG   PIC Z(5)9.99.
01 WS-EDITED-COST      PIC $$$,$$$,$$$,$$9.99-.
01 WS-EDITED-NEW-COST  PIC $$$,$$$,$$$,$$9.99-.
01 WS-EDITED-RATIO-NEW PIC ZZ9.
01 WS-EDITED-RATIO-OLD PIC ZZ9.

01 WS-REPORT-LINE      PIC X(110).

PROCEDURE DIVISION.
0000-MAIN-PARA.
    *> Main procedure to control the program flow
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM 1000-INITIALIZATION.
    PERFORM 2000-PROCESS-ACTIONS.
    PERFORM 3000-FINALIZATION.
    STOP RUN.

1000-INITIALIZATION.
    *> No actions file is the normal case on most nights: there is
    *> nothing to apply and the stream carries on.
    OPEN INPUT ACTIONS-FILE
    EVALUATE WS-ACTIONS-STATUS
        WHEN '35'
            DISPLAY "No corporate actions file; nothing to apply."
            STOP RUN
        WHEN '00'
            CONTINUE
        WHEN OTHER
            DISPLAY "Error opening corporate actions file, status: "
                WS-ACTIONS-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    OPEN I-O PORTFOLIO-FILE
    EVALUATE WS-FILE-STATUS
        WHEN '35'
            MOVE 'N' TO WS-HAVE-PORTFOLIO
        WHEN '00'
            SET HAVE-PORTFOLIO TO TRUE
        WHEN OTHER
            DISPLAY "Error opening portfolio file, status: "
                WS-FILE-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "CORPORATE ACTIONS - RUN OF " DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    PERFORM 1100-LOAD-APPLIED-TABLE.

1100-LOAD-APPLIED-TABLE.
    *> The applied log from earlier runs; none on the first run.
    OPEN INPUT APPLIED-FILE
    EVALUATE WS-APPLIED-STATUS
        WHEN '35'
            CONTINUE
        WHEN '00'
            PERFORM UNTIL EOF-APPLIED = 'Y'
                READ APPLIED-FILE
                AT END
                    MOVE 'Y' TO EOF-APPLIED
                NOT AT END
                    IF APPLIED-RECORD NOT = SPACES
                        PERFORM 1110-TABLE-APPLIED-ACTION
                    END-IF
            END-PERFORM
            CLOSE APPLIED-FILE
        WHEN OTHER
            DISPLAY "Error opening applied-actions log, status: "
                WS-APPLIED-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

1110-TABLE-APPLIED-ACTION.
    *> One applied action per entry: symbol, type, and effective
    *> date identify it.
    IF WS-APPLIED-COUNT < WS-APPLIED-TABLE-MAX
        ADD 1 TO WS-APPLIED-COUNT
        MOVE AP-STOCK-SYMBOL TO WS-APPLIED-SYMBOL (WS-APPLIED-COUNT)
        MOVE AP-ACTION-TYPE TO WS-APPLIED-TYPE (WS-APPLIED-COUNT)
        MOVE AP-EFF-DATE TO WS-APPLIED-EFF-DATE (WS-APPLIED-COUNT)
    ELSE
        IF NOT APPLIED-OVERFLOW
            DISPLAY "*** WARNING: more than " WS-APPLIED-TABLE-MAX
                " applied actions on the log; archive the log before"
                " the next run. ***"
            SET APPLIED-OVERFLOW TO TRUE
        END-IF
    END-IF.

2000-PROCESS-ACTIONS.
    *> One pass over the actions file, in the order keyed: a symbol
    *> changed and then split on a later line is restated in turn.
    PERFORM UNTIL EOF-ACTIONS = 'Y'
        READ ACTIONS-FILE
        AT END
            MOVE 'Y' TO EOF-ACTIONS
        NOT AT END
            IF ACTION-RECORD NOT = SPACES
                ADD 1 TO WS-ACTIONS-READ
                PERFORM 2100-PROCESS-ONE-ACTION
            END-IF
    END-PERFORM
    CLOSE ACTIONS-FILE.

2100-PROCESS-ONE-ACTION.
    *> Validate, then hold back future-dated and already-applied
    *> actions, then work out every restated holding before writing
    *> any of them.
    PERFORM 2200-VALIDATE-ACTION
    MOVE SPACES TO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    PERFORM 2150-WRITE-ACTION-HEADER
    IF NOT ACTION-OK
        ADD 1 TO WS-ACTIONS-REJECTED
        MOVE 8 TO RETURN-CODE
        MOVE SPACES TO WS-REPORT-LINE
        STRING "  REJECTED: " DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               INTO WS-REPORT-LINE
        PERFORM 9000-WRITE-REPORT-LINE
    ELSE
        IF WS-EFF-DATE > WS-RUN-DATE
            ADD 1 TO WS-ACTIONS-DEFERRED
            MOVE "  Not yet effective; left for a later run."
                TO WS-REPORT-LINE
            PERFORM 9000-WRITE-REPORT-LINE
        ELSE
            PERFORM 2250-CHECK-ALREADY-APPLIED
            IF NOT ACTION-OK
                ADD 1 TO WS-ACTIONS-SKIPPED
                MOVE "  Already applied on an earlier run; skipped."
                    TO WS-REPORT-LINE
                PERFORM 9000-WRITE-REPORT-LINE
            ELSE
                PERFORM 2300-LOAD-HOLDINGS
                PERFORM 2400-PRECHECK-ACTION
                IF NOT ACTION-OK
                    ADD 1 TO WS-ACTIONS-REJECTED
                    MOVE 8 TO RETURN-CODE
                    MOVE SPACES TO WS-REPORT-LINE
                    STRING "  REJECTED, NOTHING CHANGED: "
                           DELIMITED BY SIZE
                           WS-REJECT-REASON DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                    PERFORM 9000-WRITE-REPORT-LINE
                ELSE
                    PERFORM 2500-APPLY-ACTION
                END-IF
            END-IF
        END-IF
    END-IF.

2150-WRITE-ACTION-HEADER.
    *> Names the action as keyed, so a rejected line can be found
    *> on the actions file.
    MOVE SPACES TO WS-REPORT-LINE
    EVALUATE CA-ACTION-TYPE
        WHEN 'SYM'
            STRING "SYMBOL CHANGE " DELIMITED BY SIZE
                   CA-STOCK-SYMBOL DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   CA-NEW-SYMBOL DELIMITED BY SIZE
                   "  EFFECTIVE " DELIMITED BY SIZE
                   CA-EFF-DATE DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
        WHEN 'RSP'
            STRING "REVERSE SPLIT " DELIMITED BY SIZE
                   CA-STOCK-SYMBOL DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   CA-RATIO-NEW DELIMITED BY SIZE
                   " FOR " DELIMITED BY SIZE
                   CA-RATIO-OLD DELIMITED BY SIZE
                   "  EFFECTIVE " DELIMITED BY SIZE
                   CA-EFF-DATE DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
        WHEN OTHER
            STRING "SPLIT " DELIMITED BY SIZE
                   CA-STOCK-SYMBOL DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   CA-RATIO-NEW DELIMITED BY SIZE
                   " FOR " DELIMITED BY SIZE
                   CA-RATIO-OLD DELIMITED BY SIZE
                   "  EFFECTIVE " DELIMITED BY SIZE
                   CA-EFF-DATE DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
    END-EVALUATE
    PERFORM 9000-WRITE-REPORT-LINE.

2200-VALIDATE-ACTION.
    *> Field-level checks on one action record. A symbol change is
    *> carried forward as a 1-for-1 ratio.
    MOVE 'Y' TO WS-ACTION-OK
    MOVE SPACES TO WS-REJECT-REASON
    MOVE CA-STOCK-SYMBOL TO WS-FROM-SYMBOL
    MOVE CA-STOCK-SYMBOL TO WS-TO-SYMBOL
    MOVE CA-ACTION-TYPE TO WS-ACTION-TYPE
    MOVE 1 TO WS-RATIO-NEW
    MOVE 1 TO WS-RATIO-OLD
    MOVE 0 TO WS-EFF-DATE
    IF CA-STOCK-SYMBOL = SPACES
        MOVE 'N' TO WS-ACTION-OK
        MOVE "blank stock symbol" TO WS-REJECT-REASON
    END-IF
    IF ACTION-OK
        MOVE CA-EFF-DATE TO WS-DATE-IN
        IF CA-EFF-DATE IS NOT NUMERIC OR WS-DATE-IN-9 = 0
            MOVE 'N' TO WS-ACTION-OK
            MOVE "effective date not a valid YYYYMMDD date"
                TO WS-REJECT-REASON
        ELSE
            MOVE WS-DATE-IN-9 TO WS-EFF-DATE
        END-IF
    END-IF
    IF ACTION-OK
        EVALUATE TRUE
            WHEN ACTION-SYMBOL-CHANGE
                IF CA-NEW-SYMBOL = SPACES
                    OR CA-NEW-SYMBOL = CA-STOCK-SYMBOL
                    MOVE 'N' TO WS-ACTION-OK
                    MOVE "new symbol blank or same as old symbol"
                        TO WS-REJECT-REASON
                ELSE
                    MOVE CA-NEW-SYMBOL TO WS-TO-SYMBOL
                END-IF
            WHEN ACTION-SPLIT
            WHEN ACTION-REVERSE-SPLIT
                PERFORM 2210-VALIDATE-RATIO
            WHEN OTHER
                MOVE 'N' TO WS-ACTION-OK
                MOVE "action type must be SPL, RSP, or SYM"
                    TO WS-REJECT-REASON
        END-EVALUATE
    END-IF.

2210-VALIDATE-RATIO.
    *> Both halves of the ratio must be numeric and non-zero, and
    *> must point the right way for the action: a split increases
    *> the share count, a reverse split reduces it.
    MOVE CA-RATIO-NEW TO WS-RATIO-IN
    IF CA-RATIO-NEW IS NOT NUMERIC OR WS-RATIO-IN-9 = 0
        MOVE 'N' TO WS-ACTION-OK
    ELSE
        MOVE WS-RATIO-IN-9 TO WS-RATIO-NEW
    END-IF
    MOVE CA-RATIO-OLD TO WS-RATIO-IN
    IF CA-RATIO-OLD IS NOT NUMERIC OR WS-RATIO-IN-9 = 0
        MOVE 'N' TO WS-ACTION-OK
    ELSE
        MOVE WS-RATIO-IN-9 TO WS-RATIO-OLD
    END-IF
    IF NOT ACTION-OK
        MOVE "ratio must be two non-zero 3-digit numbers"
            TO WS-REJECT-REASON
    ELSE
        IF ACTION-SPLIT AND WS-RATIO-NEW <= WS-RATIO-OLD
            MOVE 'N' TO WS-ACTION-OK
            MOVE "split ratio must increase the share count"
                TO WS-REJECT-REASON
        END-IF
        IF ACTION-REVERSE-SPLIT AND WS-RATIO-NEW >= WS-RATIO-OLD
            MOVE 'N' TO WS-ACTION-OK
            MOVE "reverse split ratio must reduce the share count"
                TO WS-REJECT-REASON
        END-IF
    END-IF.

2250-CHECK-ALREADY-APPLIED.
    *> Same symbol, type, and effective date on the applied log
    *> means this action has already been through the books.
    PERFORM VARYING WS-SCAN FROM 1 BY 1
            UNTIL WS-SCAN > WS-APPLIED-COUNT
        IF WS-APPLIED-SYMBOL (WS-SCAN) = WS-FROM-SYMBOL
            AND WS-APPLIED-TYPE (WS-SCAN) = WS-ACTION-TYPE
            AND WS-APPLIED-EFF-DATE (WS-SCAN) = WS-EFF-DATE
            MOVE 'N' TO WS-ACTION-OK
            EXIT PERFORM
        END-IF
    END-PERFORM.

2300-LOAD-HOLDINGS.
    *> Every account's holding of the affected symbol goes into the
    *> table. The symbol is the minor part of the key, so the whole
    *> file is scanned from the start.
    MOVE 0 TO WS-HOLD-COUNT
    MOVE 'N' TO WS-HOLD-OVERFLOW
    IF HAVE-PORTFOLIO
        MOVE 'N' TO EOF-PORT
        MOVE LOW-VALUES TO PORT-RECORD-KEY
        START PORTFOLIO-FILE KEY IS NOT LESS THAN PORT-RECORD-KEY
            INVALID KEY
                MOVE 'Y' TO EOF-PORT
        END-START
        PERFORM UNTIL EOF-PORT = 'Y'
            READ PORTFOLIO-FILE NEXT RECORD
            AT END
                MOVE 'Y' TO EOF-PORT
            NOT AT END
                IF PORT-STOCK-SYMBOL = WS-FROM-SYMBOL
                    PERFORM 2310-TABLE-ONE-HOLDING
                END-IF
        END-PERFORM
    END-IF.

2310-TABLE-ONE-HOLDING.
    *> One affected holding as it stands before the action.
    IF WS-HOLD-COUNT < WS-HOLD-TABLE-MAX
        ADD 1 TO WS-HOLD-COUNT
        MOVE PORT-ACCOUNT-ID TO WS-HOLD-ACCOUNT (WS-HOLD-COUNT)
        MOVE NUMBER-OF-SHARES TO WS-HOLD-SHARES (WS-HOLD-COUNT)
        MOVE AVG-COST TO WS-HOLD-AVG-COST (WS-HOLD-COUNT)
        MOVE PORT-CURRENCY TO WS-HOLD-CURRENCY (WS-HOLD-COUNT)
        MOVE PORT-BASE-COST TO WS-HOLD-BASE-COST (WS-HOLD-COUNT)
    ELSE
        SET HOLD-OVERFLOW TO TRUE
    END-IF.

2400-PRECHECK-ACTION.
    *> Works out each holding's restated shares and per-share costs
    *> and refuses the whole action if any one of them cannot be
    *> carried: a reverse split that leaves a holding with no whole
    *> share, a share count or per-share cost too wide for the
    *> record, a new symbol the account already holds, or more
    *> holdings than the table. The open lots and the queue are
    *> checked the same way.
    IF HOLD-OVERFLOW
        MOVE 'N' TO WS-ACTION-OK
        MOVE SPACES TO WS-REJECT-REASON
        STRING "more than " DELIMITED BY SIZE
               WS-HOLD-TABLE-MAX DELIMITED BY SIZE
               " holdings of the symbol" DELIMITED BY SIZE
               INTO WS-REJECT-REASON
    END-IF
    PERFORM VARYING WS-HOLD-SCAN FROM 1 BY 1
            UNTIL WS-HOLD-SCAN > WS-HOLD-COUNT OR NOT ACTION-OK
        PERFORM 2410-PRECHECK-ONE-HOLDING
    END-PERFORM
    IF ACTION-OK
        PERFORM 2420-PRECHECK-LOTS
    END-IF
    IF ACTION-OK
        PERFORM 2430-PRECHECK-PENDING
    END-IF.

2410-PRECHECK-ONE-HOLDING.
    *> The restated share count is truncated to whole shares; the
    *> per-share costs are re-derived from the unchanged total cost
    *> over the new share count, rounded to the cent.
    COMPUTE WS-NEW-SHARES =
        (WS-HOLD-SHARES (WS-HOLD-SCAN) * WS-RATIO-NEW) / WS-RATIO-OLD
    MOVE WS-NEW-SHARES TO WS-HOLD-NEW-SHARES (WS-HOLD-SCAN)
    COMPUTE WS-CHECK-PRODUCT = WS-NEW-SHARES * WS-RATIO-OLD
    IF WS-CHECK-PRODUCT NOT =
        WS-HOLD-SHARES (WS-HOLD-SCAN) * WS-RATIO-NEW
        MOVE 'Y' TO WS-HOLD-FRACTION (WS-HOLD-SCAN)
    ELSE
        MOVE 'N' TO WS-HOLD-FRACTION (WS-HOLD-SCAN)
    END-IF
    IF WS-NEW-SHARES = 0 OR WS-NEW-SHARES > 99999
        MOVE 'N' TO WS-ACTION-OK
        MOVE SPACES TO WS-REJECT-REASON
        STRING "account " DELIMITED BY SIZE
               WS-HOLD-ACCOUNT (WS-HOLD-SCAN) DELIMITED BY SIZE
               " would hold no whole share or over 99999"
               DELIMITED BY SIZE
               INTO WS-REJECT-REASON
    ELSE
        COMPUTE WS-HOLD-NEW-AVG (WS-HOLD-SCAN) ROUNDED =
            (WS-HOLD-SHARES (WS-HOLD-SCAN)
                * WS-HOLD-AVG-COST (WS-HOLD-SCAN)) / WS-NEW-SHARES
        COMPUTE WS-HOLD-NEW-BASE (WS-HOLD-SCAN) ROUNDED =
            (WS-HOLD-SHARES (WS-HOLD-SCAN)
                * WS-HOLD-BASE-COST (WS-HOLD-SCAN)) / WS-NEW-SHARES
        IF WS-HOLD-NEW-AVG (WS-HOLD-SCAN) > 999999.99
            OR WS-HOLD-NEW-BASE (WS-HOLD-SCAN) > 999999.99
            MOVE 'N' TO WS-ACTION-OK
            MOVE SPACES TO WS-REJECT-REASON
            STRING "account " DELIMITED BY SIZE
                   WS-HOLD-ACCOUNT (WS-HOLD-SCAN) DELIMITED BY SIZE
                   " restated cost per share over 999999.99"
                   DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
        END-IF
    END-IF
    IF ACTION-OK AND ACTION-SYMBOL-CHANGE
        MOVE WS-HOLD-ACCOUNT (WS-HOLD-SCAN) TO PORT-ACCOUNT-ID
        MOVE WS-TO-SYMBOL TO PORT-STOCK-SYMBOL
        READ PORTFOLIO-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'N' TO WS-ACTION-OK
                MOVE SPACES TO WS-REJECT-REASON
                STRING "account " DELIMITED BY SIZE
                       WS-HOLD-ACCOUNT (WS-HOLD-SCAN) DELIMITED BY SIZE
                       " already holds the new symbol"
                       DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
        END-READ
    END-IF.

2420-PRECHECK-LOTS.
    *> An open lot whose restated per-share cost would not fit the
    *> lot record stops the action before anything is written.
    MOVE 'N' TO EOF-LOTS
    OPEN INPUT LOTS-FILE
    IF WS-LOTS-STATUS = '35'
        MOVE 'Y' TO EOF-LOTS
    END-IF
    PERFORM UNTIL EOF-LOTS = 'Y' OR NOT ACTION-OK
        READ LOTS-FILE
        AT END
            MOVE 'Y' TO EOF-LOTS
        NOT AT END
            IF LOT-RECORD NOT = SPACES
                AND LOT-STOCK-SYMBOL = WS-FROM-SYMBOL
                COMPUTE WS-NEW-SHARES =
                    (LOT-SHARES * WS-RATIO-NEW) / WS-RATIO-OLD
                IF WS-NEW-SHARES > 99999
                    MOVE 'N' TO WS-ACTION-OK
                ELSE
                    IF WS-NEW-SHARES > 0
                        COMPUTE WS-NEW-PRICE ROUNDED =
                            (LOT-SHARES * LOT-COST) / WS-NEW-SHARES
                        IF WS-NEW-PRICE > 999999.99
                            MOVE 'N' TO WS-ACTION-OK
                        END-IF
                    END-IF
                END-IF
                IF NOT ACTION-OK
                    MOVE SPACES TO WS-REJECT-REASON
                    STRING "open lot of account " DELIMITED BY SIZE
                           LOT-ACCOUNT-ID DELIMITED BY SIZE
                           " dated " DELIMITED BY SIZE
                           LOT-DATE DELIMITED BY SIZE
                           " cannot be restated" DELIMITED BY SIZE
                           INTO WS-REJECT-REASON
                END-IF
            END-IF
    END-PERFORM
    IF WS-LOTS-STATUS NOT = '35'
        CLOSE LOTS-FILE
    END-IF.

2430-PRECHECK-PENDING.
    *> Same check on the queued transactions: the restated shares
    *> and price must fit the pending record.
    MOVE 'N' TO EOF-PENDING
    OPEN INPUT PENDING-FILE
    IF WS-PENDING-STATUS = '35'
        MOVE 'Y' TO EOF-PENDING
    END-IF
    PERFORM UNTIL EOF-PENDING = 'Y' OR NOT ACTION-OK
        READ PENDING-FILE
        AT END
            MOVE 'Y' TO EOF-PENDING
        NOT AT END
            IF PENDING-RECORD NOT = SPACES
                AND PT-STOCK-SYMBOL = WS-FROM-SYMBOL
                COMPUTE WS-NEW-SHARES =
                    (PT-SHARES * WS-RATIO-NEW) / WS-RATIO-OLD
                COMPUTE WS-NEW-PRICE ROUNDED =
                    (PT-PRICE * WS-RATIO-OLD) / WS-RATIO-NEW
                IF WS-NEW-SHARES = 0 OR WS-NEW-SHARES > 99999
                    OR WS-NEW-PRICE > 999999.99
                    MOVE 'N' TO WS-ACTION-OK
                    MOVE SPACES TO WS-REJECT-REASON
                    STRING "pending item " DELIMITED BY SIZE
                           PT-SEQ DELIMITED BY SIZE
                           " cannot be restated; release or reject"
                           DELIMITED BY SIZE
                           " it first" DELIMITED BY SIZE
                           INTO WS-REJECT-REASON
                END-IF
            END-IF
    END-PERFORM
    IF WS-PENDING-STATUS NOT = '35'
        CLOSE PENDING-FILE
    END-IF.

2500-APPLY-ACTION.
    *> Holdings first, then the open lots and the queue, then the
    *> hand-offs to the reconciliation and the feed check, and last
    *> the applied log - so an action is only marked applied once
    *> every file carries it.
    MOVE 0 TO WS-COST-BEFORE-TOTAL
    MOVE 0 TO WS-COST-AFTER-TOTAL
    MOVE 0 TO WS-BASE-BEFORE-TOTAL
    MOVE 0 TO WS-BASE-AFTER-TOTAL
    MOVE "  Account   Symbol   Shrs  Avg Cost         Total Cost  -> Symbol   Shrs  Avg Cost         Total Cost"
        TO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    MOVE "  ---------------------------------------------------------------------------------------------------"
        TO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    OPEN EXTEND MOVES-FILE
    IF WS-MOVES-STATUS = '35'
        OPEN OUTPUT MOVES-FILE
    END-IF
    PERFORM 2510-RESTATE-ONE-HOLDING
        VARYING WS-HOLD-SCAN FROM 1 BY 1
        UNTIL WS-HOLD-SCAN > WS-HOLD-COUNT
    CLOSE MOVES-FILE
    IF WS-HOLD-COUNT = 0
        MOVE "  No account holds the symbol." TO WS-REPORT-LINE
        PERFORM 9000-WRITE-REPORT-LINE
    END-IF
    PERFORM 2600-RESTATE-LOTS
    PERFORM 2700-RESTATE-PENDING
    PERFORM 2760-RESTATE-WATCHLIST
    PERFORM 2800-WRITE-FEED-ADJUSTMENT
    PERFORM 2900-LOG-APPLIED-ACTION
    PERFORM 2950-WRITE-ACTION-TOTALS
    ADD 1 TO WS-ACTIONS-APPLIED.

2510-RESTATE-ONE-HOLDING.
    *> Rewrites one holding with its restated figures - under the
    *> same key for a split, under the new symbol's key for a
    *> symbol change - logs the share movement for the
    *> reconciliation, and prints the before/after line.
    COMPUTE WS-TOTAL-COST =
        WS-HOLD-SHARES (WS-HOLD-SCAN) * WS-HOLD-AVG-COST (WS-HOLD-SCAN)
    COMPUTE WS-BASE-TOTAL =
        WS-HOLD-SHARES (WS-HOLD-SCAN)
            * WS-HOLD-BASE-COST (WS-HOLD-SCAN)
    ADD WS-TOTAL-COST TO WS-COST-BEFORE-TOTAL
    ADD WS-BASE-TOTAL TO WS-BASE-BEFORE-TOTAL
    MOVE WS-HOLD-ACCOUNT (WS-HOLD-SCAN) TO PORT-ACCOUNT-ID
    MOVE WS-FROM-SYMBOL TO PORT-STOCK-SYMBOL
    READ PORTFOLIO-FILE
        INVALID KEY
            DISPLAY "Holding no longer on file: "
                WS-HOLD-ACCOUNT (WS-HOLD-SCAN) " " WS-FROM-SYMBOL
            MOVE 8 TO RETURN-CODE
        NOT INVALID KEY
            PERFORM 2515-REPLACE-HOLDING
    END-READ.

2515-REPLACE-HOLDING.
    *> The holding record just read takes its restated figures.
    MOVE WS-HOLD-NEW-SHARES (WS-HOLD-SCAN) TO NUMBER-OF-SHARES
    MOVE WS-HOLD-NEW-AVG (WS-HOLD-SCAN) TO AVG-COST
    MOVE WS-HOLD-NEW-BASE (WS-HOLD-SCAN) TO PORT-BASE-COST
    IF ACTION-SYMBOL-CHANGE
        DELETE PORTFOLIO-FILE RECORD
            INVALID KEY
                DISPLAY "Unable to remove old-symbol holding for "
                    WS-HOLD-ACCOUNT (WS-HOLD-SCAN)
                MOVE 8 TO RETURN-CODE
        END-DELETE
        MOVE WS-TO-SYMBOL TO PORT-STOCK-SYMBOL
        WRITE PORTFOLIO-RECORD
            INVALID KEY
                DISPLAY "Unable to write new-symbol holding for "
                    WS-HOLD-ACCOUNT (WS-HOLD-SCAN)
                MOVE 8 TO RETURN-CODE
        END-WRITE
    ELSE
        REWRITE PORTFOLIO-RECORD
            INVALID KEY
                DISPLAY "Unable to restate holding for "
                    WS-HOLD-ACCOUNT (WS-HOLD-SCAN)
                MOVE 8 TO RETURN-CODE
        END-REWRITE
    END-IF
    ADD 1 TO WS-POSITIONS-TOUCHED
    COMPUTE WS-COST-AFTER =
        WS-HOLD-NEW-SHARES (WS-HOLD-SCAN)
            * WS-HOLD-NEW-AVG (WS-HOLD-SCAN)
    ADD WS-COST-AFTER TO WS-COST-AFTER-TOTAL
    COMPUTE WS-BASE-AFTER-TOTAL = WS-BASE-AFTER-TOTAL
        + (WS-HOLD-NEW-SHARES (WS-HOLD-SCAN)
            * WS-HOLD-NEW-BASE (WS-HOLD-SCAN))
    PERFORM 2520-LOG-SHARE-MOVEMENT
    PERFORM 2530-WRITE-POSITION-LINE.

2520-LOG-SHARE-MOVEMENT.
    *> A split moves the difference in shares on the same symbol; a
    *> symbol change moves the whole holding out of the old symbol
    *> and into the new one.
    MOVE WS-HOLD-ACCOUNT (WS-HOLD-SCAN) TO MV-ACCOUNT-ID
    MOVE WS-EFF-DATE TO MV-DATE
    MOVE WS-ACTION-TYPE TO MV-ACTION-TYPE
    IF ACTION-SYMBOL-CHANGE
        MOVE WS-FROM-SYMBOL TO MV-STOCK-SYMBOL
        COMPUTE MV-SHARES = 0 - WS-HOLD-SHARES (WS-HOLD-SCAN)
        WRITE CORPACT-MOVE-RECORD
        MOVE WS-TO-SYMBOL TO MV-STOCK-SYMBOL
        MOVE WS-HOLD-NEW-SHARES (WS-HOLD-SCAN) TO MV-SHARES
        WRITE CORPACT-MOVE-RECORD
    ELSE
        MOVE WS-FROM-SYMBOL TO MV-STOCK-SYMBOL
        COMPUTE MV-SHARES = WS-HOLD-NEW-SHARES (WS-HOLD-SCAN)
            - WS-HOLD-SHARES (WS-HOLD-SCAN)
        WRITE CORPACT-MOVE-RECORD
    END-IF.

2530-WRITE-POSITION-LINE.
    *> One before/after line per position touched, with a note
    *> under it where a fractional share was dropped.
    MOVE WS-HOLD-SHARES (WS-HOLD-SCAN) TO WS-EDITED-SHARES
    MOVE WS-HOLD-AVG-COST (WS-HOLD-SCAN) TO WS-EDITED-AVG
    MOVE WS-TOTAL-COST TO WS-EDITED-COST
    MOVE WS-HOLD-NEW-SHARES (WS-HOLD-SCAN) TO WS-EDITED-NEW-SHARES
    MOVE WS-HOLD-NEW-AVG (WS-HOLD-SCAN) TO WS-EDITED-NEW-AVG
    MOVE WS-COST-AFTER TO WS-EDITED-NEW-COST
    MOVE SPACES TO WS-REPORT-LINE
    STRING "  " DELIMITED BY SIZE
           WS-HOLD-ACCOUNT (WS-HOLD-SCAN) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-FROM-SYMBOL DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-EDITED-SHARES DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-EDITED-AVG DELIMITED BY SIZE
           WS-EDITED-COST DELIMITED BY SIZE
           "  -> " DELIMITED BY SIZE
           WS-TO-SYMBOL DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-EDITED-NEW-SHARES DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-EDITED-NEW-AVG DELIMITED BY SIZE
           WS-EDITED-NEW-COST DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    IF HOLD-FRACTION (WS-HOLD-SCAN)
        MOVE "      Fractional share dropped; cash in lieu is booked through C)ash when the broker pays it."
            TO WS-REPORT-LINE
        PERFORM 9000-WRITE-REPORT-LINE
    END-IF.

2600-RESTATE-LOTS.
    *> Every open lot of the symbol, in every account, is restated
    *> in place in the file order - which is acquisition order -
    *> keeping its acquisition date: shares by the ratio, cost per
    *> share re-derived from the lot's unchanged total cost. A lot
    *> that a reverse split leaves with no whole share is dropped
    *> and reported; its shares are relieved at average cost when
    *> sold, as pre-lot shares are.
    MOVE 0 TO WS-LOTS-RESTATED
    MOVE 0 TO WS-LOTS-EMPTIED
    OPEN OUTPUT LOTS-WORK-FILE
    MOVE 'N' TO EOF-LOTS
    OPEN INPUT LOTS-FILE
    IF WS-LOTS-STATUS = '35'
        MOVE 'Y' TO EOF-LOTS
    END-IF
    PERFORM UNTIL EOF-LOTS = 'Y'
        READ LOTS-FILE
        AT END
            MOVE 'Y' TO EOF-LOTS
        NOT AT END
            IF LOT-RECORD NOT = SPACES
                IF LOT-STOCK-SYMBOL = WS-FROM-SYMBOL
                    PERFORM 2610-RESTATE-ONE-LOT
                ELSE
                    MOVE LOT-RECORD TO LOT-WORK-RECORD
                    WRITE LOT-WORK-RECORD
                END-IF
            END-IF
    END-PERFORM
    IF WS-LOTS-STATUS NOT = '35'
        CLOSE LOTS-FILE
    END-IF
    CLOSE LOTS-WORK-FILE
    PERFORM 2650-REBUILD-LOTS-FILE.

2610-RESTATE-ONE-LOT.
    *> One lot restated, or dropped with a report line if nothing
    *> whole is left of it.
    COMPUTE WS-NEW-SHARES =
        (LOT-SHARES * WS-RATIO-NEW) / WS-RATIO-OLD
    IF WS-NEW-SHARES = 0
        ADD 1 TO WS-LOTS-EMPTIED
        MOVE LOT-SHARES TO WS-EDITED-SHARES
        MOVE SPACES TO WS-REPORT-LINE
        STRING "      Lot of account " DELIMITED BY SIZE
               LOT-ACCOUNT-ID DELIMITED BY SIZE
               " dated " DELIMITED BY SIZE
               LOT-DATE DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-EDITED-SHARES DELIMITED BY SIZE
               " sh) holds no whole share after the action; dropped"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
        PERFORM 9000-WRITE-REPORT-LINE
    ELSE
        COMPUTE WS-NEW-PRICE ROUNDED =
            (LOT-SHARES * LOT-COST) / WS-NEW-SHARES
        MOVE WS-NEW-SHARES TO LOT-SHARES
        MOVE WS-NEW-PRICE TO LOT-COST
        MOVE WS-TO-SYMBOL TO LOT-STOCK-SYMBOL
        MOVE LOT-RECORD TO LOT-WORK-RECORD
        WRITE LOT-WORK-RECORD
        ADD 1 TO WS-LOTS-RESTATED
    END-IF.

2650-REBUILD-LOTS-FILE.
    *> Second pass: the lots file is rebuilt from the work file.
    OPEN INPUT LOTS-WORK-FILE
    OPEN OUTPUT LOTS-FILE
    MOVE 'N' TO EOF-LOTWORK
    PERFORM UNTIL EOF-LOTWORK = 'Y'
        READ LOTS-WORK-FILE
        AT END
            MOVE 'Y' TO EOF-LOTWORK
        NOT AT END
            IF LOT-WORK-RECORD NOT = SPACES
                MOVE LOT-WORK-RECORD TO LOT-RECORD
                WRITE LOT-RECORD
            END-IF
    END-PERFORM
    CLOSE LOTS-WORK-FILE
    CLOSE LOTS-FILE.

2700-RESTATE-PENDING.
    *> Queued buys and sells of the symbol are restated so the
    *> second operator releases them in post-action terms: shares
    *> by the ratio, price by its inverse, symbol renamed. The
    *> maker, date, and sequence number are untouched.
    MOVE 0 TO WS-PENDING-RESTATED
    MOVE 'N' TO EOF-PENDING
    OPEN INPUT PENDING-FILE
    IF WS-PENDING-STATUS = '35'
        MOVE 'Y' TO EOF-PENDING
    ELSE
        OPEN OUTPUT PENDING-WORK-FILE
    END-IF
    PERFORM UNTIL EOF-PENDING = 'Y'
        READ PENDING-FILE
        AT END
            MOVE 'Y' TO EOF-PENDING
        NOT AT END
            IF PENDING-RECORD NOT = SPACES
                IF PT-STOCK-SYMBOL = WS-FROM-SYMBOL
                    COMPUTE WS-NEW-SHARES =
                        (PT-SHARES * WS-RATIO-NEW) / WS-RATIO-OLD
                    COMPUTE WS-NEW-PRICE ROUNDED =
                        (PT-PRICE * WS-RATIO-OLD) / WS-RATIO-NEW
                    MOVE WS-NEW-SHARES TO PT-SHARES
                    MOVE WS-NEW-PRICE TO PT-PRICE
                    MOVE WS-TO-SYMBOL TO PT-STOCK-SYMBOL
                    ADD 1 TO WS-PENDING-RESTATED
                END-IF
                MOVE PENDING-RECORD TO PENDING-WORK-RECORD
                WRITE PENDING-WORK-RECORD
            END-IF
    END-PERFORM
    IF WS-PENDING-STATUS NOT = '35'
        CLOSE PENDING-FILE
        CLOSE PENDING-WORK-FILE
        PERFORM 2750-REBUILD-PENDING-FILE
    END-IF.

2750-REBUILD-PENDING-FILE.
    *> Second pass: the queue is rebuilt from the work file.
    OPEN INPUT PENDING-WORK-FILE
    OPEN OUTPUT PENDING-FILE
    MOVE 'N' TO EOF-PENDWORK
    PERFORM UNTIL EOF-PENDWORK = 'Y'
        READ PENDING-WORK-FILE
        AT END
            MOVE 'Y' TO EOF-PENDWORK
        NOT AT END
            IF PENDING-WORK-RECORD NOT = SPACES
                MOVE PENDING-WORK-RECORD TO PENDING-RECORD
                WRITE PENDING-RECORD
            END-IF
    END-PERFORM
    CLOSE PENDING-WORK-FILE
    CLOSE PENDING-FILE.

2760-RESTATE-WATCHLIST.
    *> Watchlist entries on the symbol are restated like a queued
    *> price: stop and target by the inverse of the ratio, moved to
    *> the new symbol on a symbol change. The drawdown percent and
    *> the raised dates carry over, since the cost it is measured
    *> from is restated in step. No watchlist is the normal case.
    MOVE 0 TO WS-WATCH-RESTATED
    MOVE 0 TO WS-WCH-COUNT
    MOVE 'N' TO WS-WCH-OVERFLOW
    OPEN I-O WATCH-FILE
    IF WS-WATCH-STATUS = '00'
        MOVE 'N' TO EOF-WATCH
        MOVE LOW-VALUES TO WATCH-KEY
        START WATCH-FILE KEY IS NOT LESS THAN WATCH-KEY
            INVALID KEY
                MOVE 'Y' TO EOF-WATCH
        END-START
        PERFORM UNTIL EOF-WATCH = 'Y'
            READ WATCH-FILE NEXT RECORD
            AT END
                MOVE 'Y' TO EOF-WATCH
            NOT AT END
                IF WATCH-STOCK-SYMBOL = WS-FROM-SYMBOL
                    IF WS-WCH-COUNT < WS-WCH-TABLE-MAX
                        ADD 1 TO WS-WCH-COUNT
                        MOVE WATCH-RECORD
                            TO WS-WCH-IMAGE (WS-WCH-COUNT)
                    ELSE
                        IF NOT WCH-OVERFLOW
                            MOVE "  *** WARNING: more watchlist entries than the table; the rest were NOT restated. ***"
                                TO WS-REPORT-LINE
                            PERFORM 9000-WRITE-REPORT-LINE
                            SET WCH-OVERFLOW TO TRUE
                        END-IF
                    END-IF
                END-IF
        END-PERFORM
        PERFORM 2770-RESTATE-ONE-WATCH
            VARYING WS-WCH-SCAN FROM 1 BY 1
            UNTIL WS-WCH-SCAN > WS-WCH-COUNT
        CLOSE WATCH-FILE
    END-IF.

2770-RESTATE-ONE-WATCH.
    *> One entry. A restated price too wide for the record is
    *> cleared and reported, to be reset by hand. Under a symbol
    *> change the old key is deleted and the new one written; an
    *> account already watching the new symbol keeps its own entry.
    MOVE WS-WCH-IMAGE (WS-WCH-SCAN) TO WATCH-RECORD
    IF WATCH-STOP-PRICE > 0
        COMPUTE WS-NEW-PRICE ROUNDED =
            (WATCH-STOP-PRICE * WS-RATIO-OLD) / WS-RATIO-NEW
        IF WS-NEW-PRICE > 999999.99
            MOVE 0 TO WATCH-STOP-PRICE
            MOVE 0 TO WATCH-STOP-RAISED
            MOVE SPACES TO WS-REPORT-LINE
            STRING "  Watchlist " DELIMITED BY SIZE
                   WATCH-ACCOUNT-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-FROM-SYMBOL DELIMITED BY SIZE
                   ": restated stop price too large; cleared."
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            PERFORM 9000-WRITE-REPORT-LINE
        ELSE
            MOVE WS-NEW-PRICE TO WATCH-STOP-PRICE
        END-IF
    END-IF
    IF WATCH-TARGET-PRICE > 0
        COMPUTE WS-NEW-PRICE ROUNDED =
            (WATCH-TARGET-PRICE * WS-RATIO-OLD) / WS-RATIO-NEW
        IF WS-NEW-PRICE > 999999.99
            MOVE 0 TO WATCH-TARGET-PRICE
            MOVE 0 TO WATCH-TARGET-RAISED
            MOVE SPACES TO WS-REPORT-LINE
            STRING "  Watchlist " DELIMITED BY SIZE
                   WATCH-ACCOUNT-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-FROM-SYMBOL DELIMITED BY SIZE
                   ": restated target price too large; cleared."
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            PERFORM 9000-WRITE-REPORT-LINE
        ELSE
            MOVE WS-NEW-PRICE TO WATCH-TARGET-PRICE
        END-IF
    END-IF
    IF ACTION-SYMBOL-CHANGE
        DELETE WATCH-FILE
            INVALID KEY
                CONTINUE
        END-DELETE
        MOVE WS-TO-SYMBOL TO WATCH-STOCK-SYMBOL
        WRITE WATCH-RECORD
            INVALID KEY
                MOVE SPACES TO WS-REPORT-LINE
                STRING "  Watchlist " DELIMITED BY SIZE
                       WATCH-ACCOUNT-ID DELIMITED BY SIZE
                       " already watches " DELIMITED BY SIZE
                       WS-TO-SYMBOL DELIMITED BY SIZE
                       "; its " DELIMITED BY SIZE
                       WS-FROM-SYMBOL DELIMITED BY SIZE
                       " entry was dropped." DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                PERFORM 9000-WRITE-REPORT-LINE
            NOT INVALID KEY
                ADD 1 TO WS-WATCH-RESTATED
        END-WRITE
    ELSE
        REWRITE WATCH-RECORD
            INVALID KEY
                DISPLAY "Watchlist rewrite failed for "
                    WATCH-ACCOUNT-ID " " WATCH-STOCK-SYMBOL
                    ", status: " WS-WATCH-STATUS
                MOVE 8 TO RETURN-CODE
            NOT INVALID KEY
                ADD 1 TO WS-WATCH-RESTATED
        END-REWRITE
    END-IF.

2800-WRITE-FEED-ADJUSTMENT.
    *> Tells tomorrow's feed check what to expect: the prior-day
    *> price of the old symbol, restated by the ratio and carried
    *> under the new symbol.
    OPEN EXTEND FEED-ADJ-FILE
    IF WS-FEED-ADJ-STATUS = '35'
        OPEN OUTPUT FEED-ADJ-FILE
    END-IF
    MOVE WS-FROM-SYMBOL TO FA-OLD-SYMBOL
    MOVE WS-TO-SYMBOL TO FA-NEW-SYMBOL
    MOVE WS-RATIO-NEW TO FA-RATIO-NEW
    MOVE WS-RATIO-OLD TO FA-RATIO-OLD
    MOVE WS-EFF-DATE TO FA-EFF-DATE
    WRITE FEED-ADJ-RECORD
    CLOSE FEED-ADJ-FILE.

2900-LOG-APPLIED-ACTION.
    *> The action goes on the applied log, and into the table so a
    *> duplicate line further down the same file is skipped too.
    OPEN EXTEND APPLIED-FILE
    IF WS-APPLIED-STATUS = '35'
        OPEN OUTPUT APPLIED-FILE
    END-IF
    MOVE WS-FROM-SYMBOL TO AP-STOCK-SYMBOL
    MOVE WS-ACTION-TYPE TO AP-ACTION-TYPE
    MOVE WS-RATIO-NEW TO AP-RATIO-NEW
    MOVE WS-RATIO-OLD TO AP-RATIO-OLD
    MOVE WS-TO-SYMBOL TO AP-NEW-SYMBOL
    MOVE WS-EFF-DATE TO AP-EFF-DATE
    MOVE WS-RUN-DATE TO AP-APPLIED-DATE
    WRITE APPLIED-RECORD
    CLOSE APPLIED-FILE
    PERFORM 1110-TABLE-APPLIED-ACTION.

2950-WRITE-ACTION-TOTALS.
    *> The control figures for the action: cost basis before and
    *> after in local and base currency. A difference is only ever
    *> the rounding of the per-share cost to the cent, and is shown
    *> so it can be seen to be that.
    MOVE "  ---------------------------------------------------------------------------------------------------"
        TO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    MOVE WS-COST-BEFORE-TOTAL TO WS-EDITED-COST
    MOVE WS-COST-AFTER-TOTAL TO WS-EDITED-NEW-COST
    MOVE SPACES TO WS-REPORT-LINE
    STRING "  Cost basis, local currency: before " DELIMITED BY SIZE
           WS-EDITED-COST DELIMITED BY SIZE
           "  after " DELIMITED BY SIZE
           WS-EDITED-NEW-COST DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    MOVE WS-BASE-BEFORE-TOTAL TO WS-EDITED-COST
    MOVE WS-BASE-AFTER-TOTAL TO WS-EDITED-NEW-COST
    MOVE SPACES TO WS-REPORT-LINE
    STRING "  Cost basis, base currency:  before " DELIMITED BY SIZE
           WS-EDITED-COST DELIMITED BY SIZE
           "  after " DELIMITED BY SIZE
           WS-EDITED-NEW-COST DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    COMPUTE WS-COST-DIFFERENCE =
        WS-COST-AFTER-TOTAL - WS-COST-BEFORE-TOTAL
    IF WS-COST-DIFFERENCE NOT = 0
        MOVE WS-COST-DIFFERENCE TO WS-EDITED-COST
        MOVE SPACES TO WS-REPORT-LINE
        STRING "  Rounding of cost per share to the cent: "
               DELIMITED BY SIZE
               WS-EDITED-COST DELIMITED BY SIZE
               INTO WS-REPORT-LINE
        PERFORM 9000-WRITE-REPORT-LINE
    END-IF
    MOVE WS-LOTS-RESTATED TO WS-EDITED-COUNT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "  Open lots restated:      " DELIMITED BY SIZE
           WS-EDITED-COUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    IF WS-LOTS-EMPTIED > 0
        MOVE WS-LOTS-EMPTIED TO WS-EDITED-COUNT
        MOVE SPACES TO WS-REPORT-LINE
        STRING "  Open lots dropped:       " DELIMITED BY SIZE
               WS-EDITED-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
        PERFORM 9000-WRITE-REPORT-LINE
    END-IF
    MOVE WS-PENDING-RESTATED TO WS-EDITED-COUNT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "  Pending items restated:  " DELIMITED BY SIZE
           WS-EDITED-COUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    MOVE WS-WATCH-RESTATED TO WS-EDITED-COUNT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "  Watch entries restated:  " DELIMITED BY SIZE
           WS-EDITED-COUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE.

3000-FINALIZATION.
    *> Run totals; a rejected action leaves a nonzero return code so
    *> the stream holds until the actions file is corrected.
    IF HAVE-PORTFOLIO
        CLOSE PORTFOLIO-FILE
    END-IF
    MOVE SPACES TO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    MOVE WS-ACTIONS-READ TO WS-EDITED-COUNT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Actions read:        " DELIMITED BY SIZE
           WS-EDITED-COUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    MOVE WS-ACTIONS-APPLIED TO WS-EDITED-COUNT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Actions applied:     " DELIMITED BY SIZE
           WS-EDITED-COUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    MOVE WS-POSITIONS-TOUCHED TO WS-EDITED-COUNT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Positions restated:  " DELIMITED BY SIZE
           WS-EDITED-COUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    MOVE WS-ACTIONS-SKIPPED TO WS-EDITED-COUNT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Already applied:     " DELIMITED BY SIZE
           WS-EDITED-COUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    MOVE WS-ACTIONS-DEFERRED TO WS-EDITED-COUNT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Not yet effective:   " DELIMITED BY SIZE
           WS-EDITED-COUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    MOVE WS-ACTIONS-REJECTED TO WS-EDITED-COUNT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Rejected:            " DELIMITED BY SIZE
           WS-EDITED-COUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    CLOSE REPORT-FILE.

9000-WRITE-REPORT-LINE.
    *> Each report line goes to the file and the console.
    WRITE REPORT-RECORD FROM WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE.
