*>****************************************************************
*> Authors: Aditya Hirpara, Meet Maheta & Patel Meet
*> Date: 15/10/2026
*> Purpose: Nightly price-alert check. Every watchlist entry kept
*>          in PortfolioMaintenance (stop price, target price, and
*>          maximum drawdown from cost, per account and symbol) is
*>          checked against tonight's accepted STOCKS.txt and the
*>          account's holding on INVESTMENTFILE.dat. Each breach
*>          goes on WATCH-ALERTS.txt with the current price, the
*>          threshold crossed, the base-currency value of the
*>          position at risk, and whether the alert is new tonight
*>          or was first raised on a prior night. Runs after
*>          StockFeedValidate in the nightly stream.
*> Tectonics: cobc
*> Modification History:
*>   15/10/2026 MM  Initial version.
*>****************************************************************
IDENTIFICATION DIVISION.
       PROGRAM-ID. WatchlistAlert.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> The watchlist, read in key order and rewritten in place to
    *> carry the date each alert was first raised.
    SELECT WATCH-FILE ASSIGN TO 'WATCHLIST.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS WATCH-KEY
        FILE STATUS IS WS-WATCH-STATUS.
    *> The live holdings, read by key for each watchlist entry.
    SELECT PORTFOLIO-FILE ASSIGN TO 'INVESTMENTFILE.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PORT-RECORD-KEY
        FILE STATUS IS WS-FILE-STATUS.
    *> Tonight's accepted price feed.
    SELECT STOCKS-FILE ASSIGN TO 'STOCKS.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STOCKS-STATUS.
    *> Tonight's FX rates, to put the position at risk in base
    *> currency.
    SELECT FX-FILE ASSIGN TO 'FXRATES.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FX-STATUS.
    *> The account master AccountMaintenance keeps, for the account
    *> name on each alert line; read-only here.
    SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNTMASTER.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS ACCT-ACCOUNT-ID
        FILE STATUS IS WS-ACCOUNT-STATUS.
    *> The alert report, rebuilt each night.
    SELECT ALERT-FILE ASSIGN TO 'WATCH-ALERTS.txt'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
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

FD STOCKS-FILE.
    *> Same columns as InvestmentReport's STOCKS-RECORD
    01 STOCKS-RECORD.
        05 STOCK-SYMBOL    PIC X(7).
        05 STOCK-NAME      PIC X(25).
        05 CLOSING-PRICE   PIC 9(6)V99.
        05 STOCK-CURRENCY  PIC X(3).
        05 STOCK-SECTOR    PIC X(4).

FD FX-FILE.
    *> Layout must match StockFeedValidate's FX-RECORD
    01 FX-RECORD.
        05 FX-CURRENCY        PIC X(3).
        05 FX-DATE            PIC 9(8).
        05 FX-RATE            PIC 9(4)V9(6).

FD ACCOUNT-FILE.
    *> Layout must match AccountMaintenance's ACCOUNT-RECORD
    01 ACCOUNT-RECORD.
        05 ACCT-ACCOUNT-ID    PIC X(8).
        05 ACCT-NAME          PIC X(30).
        05 ACCT-TYPE          PIC X(10).
        05 ACCT-OWNER         PIC X(30).
        05 ACCT-OPENED-DATE   PIC 9(8).
        05 ACCT-STATUS        PIC X(1).
            88 ACCT-OPEN      VALUE 'O'.
            88 ACCT-CLOSED    VALUE 'C'.
        05 ACCT-CLOSED-DATE   PIC 9(8).

FD ALERT-FILE.
    01 ALERT-RECORD.
        05 ALERT-LINE          PIC X(120).

WORKING-STORAGE SECTION.
COPY 'STOCK-TABLE.CPY.txt'.

01 WS-WATCH-STATUS     PIC XX.
01 WS-FILE-STATUS      PIC XX.
01 WS-STOCKS-STATUS    PIC XX.
01 WS-FX-STATUS        PIC XX.
01 WS-ACCOUNT-STATUS   PIC XX.
01 WS-HAVE-ACCOUNT-MASTER PIC X VALUE 'N'.
    88 HAVE-ACCOUNT-MASTER VALUE 'Y'.
01 WS-HAVE-PORTFOLIO   PIC X VALUE 'N'.
    88 HAVE-PORTFOLIO VALUE 'Y'.
*> Cut to 20 characters so an alert line stays inside its width.
01 WS-ACCOUNT-NAME     PIC X(20).
01 WS-LOOKUP-ACCOUNT   PIC X(8).
01 EOF-WATCH           PIC X VALUE 'N'.
01 EOF-FX              PIC X VALUE 'N'.
01 WS-STOCK-LOAD-IDX   PIC 9(3).
01 WS-STOCKS-EOF       PIC X VALUE 'N'.
01 WS-SCAN             PIC 9(3).
01 WS-RUN-DATE         PIC 9(8).

*> Tonight's FX rates, same table-with-cap style as
*> PortfolioMaintenance's.
01 WS-BASE-CURRENCY    PIC X(3) VALUE 'USD'.
01 WS-FXT-TABLE-MAX    PIC 9(3) VALUE 100.
01 WS-FXT-COUNT        PIC 9(3) VALUE 0.
01 WS-FXT-TABLE.
    05 WS-FXT-ENTRY OCCURS 100 TIMES INDEXED BY WS-FXT-IDX.
        10 WS-FXT-CCY      PIC X(3).
        10 WS-FXT-RATE     PIC 9(4)V9(6).
01 WS-FXT-OVERFLOW     PIC X VALUE 'N'.
    88 FXT-OVERFLOW VALUE 'Y'.
01 WS-FX-RATE-FOUND    PIC X.
    88 FX-RATE-FOUND VALUE 'Y'.
01 WS-FX-WORK-RATE     PIC 9(4)V9(6).
01 WS-LOOKUP-CCY       PIC X(3).

*> The entry being checked: tonight's price, the holding behind
*> it, and what it is worth in base currency.
01 WS-PRICE-FOUND      PIC X.
    88 PRICE-FOUND VALUE 'Y'.
01 WS-CURRENT-PRICE    PIC 9(6)V99.
01 WS-PRICE-CCY        PIC X(3).
01 WS-HOLDING-FOUND    PIC X.
    88 HOLDING-FOUND VALUE 'Y'.
01 WS-HELD-SHARES      PIC 9(5).
01 WS-HELD-COST        PIC 9(6)V99.
01 WS-VALUE-AT-RISK    PIC 9(11)V99.
01 WS-FLOOR-PRICE      PIC 9(6)V99.
01 WS-WATCH-CHANGED    PIC X.
    88 WATCH-CHANGED VALUE 'Y'.
01 WS-ENTRY-ALERTED    PIC X.
    88 ENTRY-ALERTED VALUE 'Y'.

*> One alert line's variable parts, filled by the threshold check
*> and written by 2400-WRITE-ALERT-LINE.
01 WS-ALERT-THRESHOLD  PIC X(8).
01 WS-ALERT-LIMIT      PIC 9(6)V99.
01 WS-ALERT-RAISED     PIC 9(8).
01 WS-ALERT-STATUS     PIC X(15).

01 WS-ENTRIES-READ     PIC 9(5) VALUE 0.
01 WS-NOT-HELD-COUNT   PIC 9(5) VALUE 0.
01 WS-NO-PRICE-COUNT   PIC 9(5) VALUE 0.
01 WS-NO-RATE-COUNT    PIC 9(5) VALUE 0.
01 WS-NEW-ALERTS       PIC 9(5) VALUE 0.
01 WS-REPEAT-ALERTS    PIC 9(5) VALUE 0.
01 WS-TOTAL-AT-RISK    PIC 9(13)V99 VALUE 0.
01 WS-EDITED-COUNT     PIC Z(4)9.
01 WS-EDITED-LIMIT     PIC ZZZ,ZZ9.99.
01 WS-EDITED-PRICE     PIC ZZZ,ZZ9.99.
01 WS-EDITED-RISK      PIC $$$,$$$,$$$,$$9.99.
01 WS-EDITED-TOTAL     PIC $$,$$$,$$$,$$$,$$9.99.

01 WS-REPORT-LINE      PIC X(120).

PROCEDURE DIVISION.
0000-MAIN-PARA.
    *> Main procedure to control the program flow
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM 1000-INITIALIZATION.
    PERFORM 2000-CHECK-WATCHLIST.
    PERFORM 3000-FINALIZATION.
    STOP RUN.

1000-INITIALIZATION.
    *> Opens the report and the files the check reads. Without a
    *> price feed there is nothing to check against, and the step
    *> fails so the stream holds; without a watchlist there is
    *> simply nothing to check.
    OPEN OUTPUT ALERT-FILE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "WATCHLIST PRICE ALERTS - RUN " DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    MOVE "------------------------------------------------------------------------------------------------------------------"
        TO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    OPEN INPUT ACCOUNT-FILE
    EVALUATE WS-ACCOUNT-STATUS
        WHEN '35'
            DISPLAY "No account master; account names left blank."
        WHEN '00'
            SET HAVE-ACCOUNT-MASTER TO TRUE
        WHEN OTHER
            DISPLAY "Error opening account master, status: "
                WS-ACCOUNT-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    OPEN INPUT PORTFOLIO-FILE
    EVALUATE WS-FILE-STATUS
        WHEN '35'
            MOVE "No portfolio file on hand; drawdown and value at"
                TO WS-REPORT-LINE
            PERFORM 9000-WRITE-REPORT-LINE
            MOVE "risk cannot be checked." TO WS-REPORT-LINE
            PERFORM 9000-WRITE-REPORT-LINE
        WHEN '00'
            SET HAVE-PORTFOLIO TO TRUE
        WHEN OTHER
            DISPLAY "Error opening portfolio file, status: "
                WS-FILE-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    PERFORM 1100-LOAD-STOCK-TABLE
    PERFORM 1200-LOAD-FX-TABLE.

1100-LOAD-STOCK-TABLE.
    *> Tonight's accepted feed, loaded into the shared stock table.
    OPEN INPUT STOCKS-FILE
    EVALUATE WS-STOCKS-STATUS
        WHEN '35'
            MOVE "No price feed on hand; watchlist not checked."
                TO WS-REPORT-LINE
            PERFORM 9000-WRITE-REPORT-LINE
            CLOSE ALERT-FILE
            MOVE 8 TO RETURN-CODE
            STOP RUN
        WHEN '00'
            PERFORM VARYING WS-STOCK-LOAD-IDX FROM 1 BY 1
                    UNTIL WS-STOCK-LOAD-IDX > WS-STOCK-TABLE-MAX
                    OR WS-STOCKS-EOF = 'Y'
                READ STOCKS-FILE INTO STOCKS-RECORD
                AT END
                    MOVE ' '
                        TO WS-STOCK-SYMBOL (WS-STOCK-LOAD-IDX)
                    MOVE 'Y' TO WS-STOCKS-EOF
                NOT AT END
                    MOVE STOCK-SYMBOL
                        TO WS-STOCK-SYMBOL (WS-STOCK-LOAD-IDX)
                    MOVE STOCK-NAME
                        TO WS-STOCK-NAME (WS-STOCK-LOAD-IDX)
                    MOVE CLOSING-PRICE
                        TO WS-CLOSING-PRICE (WS-STOCK-LOAD-IDX)
                    MOVE STOCK-CURRENCY
                        TO WS-STOCK-CURRENCY (WS-STOCK-LOAD-IDX)
                    MOVE STOCK-SECTOR
                        TO WS-STOCK-SECTOR (WS-STOCK-LOAD-IDX)
            END-PERFORM
            CLOSE STOCKS-FILE
        WHEN OTHER
            DISPLAY "Error opening stocks file, status: "
                WS-STOCKS-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

1200-LOAD-FX-TABLE.
    *> Tonight's FX rates. Without the file only base-currency
    *> positions can be valued; an alert on any other is still
    *> reported, with no value at risk.
    OPEN INPUT FX-FILE
    EVALUATE WS-FX-STATUS
        WHEN '35'
            MOVE "No FX rates file; only USD positions are valued."
                TO WS-REPORT-LINE
            PERFORM 9000-WRITE-REPORT-LINE
        WHEN '00'
            PERFORM UNTIL EOF-FX = 'Y'
                READ FX-FILE
                AT END
                    MOVE 'Y' TO EOF-FX
                NOT AT END
                    IF FX-RECORD NOT = SPACES
                        IF WS-FXT-COUNT < WS-FXT-TABLE-MAX
                            ADD 1 TO WS-FXT-COUNT
                            MOVE FX-CURRENCY
                                TO WS-FXT-CCY (WS-FXT-COUNT)
                            MOVE FX-RATE
                                TO WS-FXT-RATE (WS-FXT-COUNT)
                        ELSE
                            IF NOT FXT-OVERFLOW
                                DISPLAY "*** WARNING: more than "
                                    WS-FXT-TABLE-MAX " FX rates;"
                                    " entries beyond the table limit"
                                    " were NOT loaded. ***"
                                SET FXT-OVERFLOW TO TRUE
                            END-IF
                        END-IF
                    END-IF
            END-PERFORM
            CLOSE FX-FILE
        WHEN OTHER
            DISPLAY "Error opening FX rates file, status: "
                WS-FX-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

2000-CHECK-WATCHLIST.
    *> One pass over the watchlist in account and symbol order.
    MOVE "Account   Name                  Symbol   Threshold      Limit       Price  Base Value at Risk  Status"
        TO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    MOVE "------------------------------------------------------------------------------------------------------------------"
        TO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    OPEN I-O WATCH-FILE
    EVALUATE WS-WATCH-STATUS
        WHEN '35'
            MOVE "No watchlist on file; nothing to check."
                TO WS-REPORT-LINE
            PERFORM 9000-WRITE-REPORT-LINE
        WHEN '00'
            PERFORM UNTIL EOF-WATCH = 'Y'
                READ WATCH-FILE NEXT RECORD
                AT END
                    MOVE 'Y' TO EOF-WATCH
                NOT AT END
                    ADD 1 TO WS-ENTRIES-READ
                    PERFORM 2100-CHECK-ONE-ENTRY
            END-PERFORM
            CLOSE WATCH-FILE
        WHEN OTHER
            DISPLAY "Error opening watchlist file, status: "
                WS-WATCH-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

2100-CHECK-ONE-ENTRY.
    *> Prices the entry, finds the holding behind it, and checks
    *> each threshold that is set. An entry with no price tonight is
    *> left as it was: its alerts are neither raised nor cleared.
    MOVE 'N' TO WS-WATCH-CHANGED
    MOVE 'N' TO WS-ENTRY-ALERTED
    MOVE WATCH-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT
    PERFORM 2600-LOOKUP-ACCOUNT-NAME
    PERFORM 2150-FIND-PRICE
    IF NOT PRICE-FOUND
        ADD 1 TO WS-NO-PRICE-COUNT
        MOVE SPACES TO WS-REPORT-LINE
        STRING WATCH-ACCOUNT-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ACCOUNT-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WATCH-STOCK-SYMBOL DELIMITED BY SIZE
               "  (no price in tonight's feed; not checked)"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
        PERFORM 9000-WRITE-REPORT-LINE
    ELSE
        PERFORM 2200-FIND-HOLDING
        PERFORM 2300-CHECK-STOP
        PERFORM 2310-CHECK-TARGET
        PERFORM 2320-CHECK-DRAWDOWN
        IF ENTRY-ALERTED
            ADD WS-VALUE-AT-RISK TO WS-TOTAL-AT-RISK
        END-IF
        IF WATCH-CHANGED
            REWRITE WATCH-RECORD
                INVALID KEY
                    DISPLAY "Watchlist rewrite failed for "
                        WATCH-ACCOUNT-ID " " WATCH-STOCK-SYMBOL
                        ", status: " WS-WATCH-STATUS
                    MOVE 8 TO RETURN-CODE
            END-REWRITE
        END-IF
    END-IF.

2150-FIND-PRICE.
    *> Tonight's close for the watched symbol.
    MOVE 'N' TO WS-PRICE-FOUND
    MOVE SPACES TO WS-PRICE-CCY
    PERFORM VARYING WS-SCAN FROM 1 BY 1
            UNTIL WS-SCAN > WS-STOCK-TABLE-MAX
        IF WS-STOCK-SYMBOL (WS-SCAN) = WATCH-STOCK-SYMBOL
            MOVE WS-CLOSING-PRICE (WS-SCAN) TO WS-CURRENT-PRICE
            MOVE WS-STOCK-CURRENCY (WS-SCAN) TO WS-PRICE-CCY
            SET PRICE-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-PRICE-CCY = SPACES
        MOVE WS-BASE-CURRENCY TO WS-PRICE-CCY
    END-IF.

2200-FIND-HOLDING.
    *> The account's holding in the symbol and its value tonight in
    *> base currency. A symbol watched but not held has nothing at
    *> risk and no cost to measure a drawdown from; its stop and
    *> target are still checked.
    MOVE 'N' TO WS-HOLDING-FOUND
    MOVE 0 TO WS-HELD-SHARES WS-HELD-COST WS-VALUE-AT-RISK
    IF HAVE-PORTFOLIO
        MOVE WATCH-ACCOUNT-ID TO PORT-ACCOUNT-ID
        MOVE WATCH-STOCK-SYMBOL TO PORT-STOCK-SYMBOL
        READ PORTFOLIO-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF NUMBER-OF-SHARES > 0
                    SET HOLDING-FOUND TO TRUE
                    MOVE NUMBER-OF-SHARES TO WS-HELD-SHARES
                    MOVE AVG-COST TO WS-HELD-COST
                END-IF
        END-READ
    END-IF
    IF HOLDING-FOUND
        MOVE WS-PRICE-CCY TO WS-LOOKUP-CCY
        PERFORM 8000-FIND-FX-RATE
        IF FX-RATE-FOUND
            COMPUTE WS-VALUE-AT-RISK ROUNDED =
                WS-HELD-SHARES * WS-CURRENT-PRICE * WS-FX-WORK-RATE
        ELSE
            ADD 1 TO WS-NO-RATE-COUNT
        END-IF
    ELSE
        ADD 1 TO WS-NOT-HELD-COUNT
    END-IF.

2300-CHECK-STOP.
    *> Stop: tonight's close at or below the stop price.
    IF WATCH-STOP-PRICE > 0
        IF WS-CURRENT-PRICE <= WATCH-STOP-PRICE
            MOVE "STOP" TO WS-ALERT-THRESHOLD
            MOVE WATCH-STOP-PRICE TO WS-ALERT-LIMIT
            MOVE WATCH-STOP-RAISED TO WS-ALERT-RAISED
            PERFORM 2400-WRITE-ALERT-LINE
            IF WS-ALERT-RAISED NOT = WATCH-STOP-RAISED
                MOVE WS-ALERT-RAISED TO WATCH-STOP-RAISED
                SET WATCH-CHANGED TO TRUE
            END-IF
        ELSE
            IF WATCH-STOP-RAISED NOT = 0
                MOVE 0 TO WATCH-STOP-RAISED
                SET WATCH-CHANGED TO TRUE
            END-IF
        END-IF
    END-IF.

2310-CHECK-TARGET.
    *> Target: tonight's close at or above the target price.
    IF WATCH-TARGET-PRICE > 0
        IF WS-CURRENT-PRICE >= WATCH-TARGET-PRICE
            MOVE "TARGET" TO WS-ALERT-THRESHOLD
            MOVE WATCH-TARGET-PRICE TO WS-ALERT-LIMIT
            MOVE WATCH-TARGET-RAISED TO WS-ALERT-RAISED
            PERFORM 2400-WRITE-ALERT-LINE
            IF WS-ALERT-RAISED NOT = WATCH-TARGET-RAISED
                MOVE WS-ALERT-RAISED TO WATCH-TARGET-RAISED
                SET WATCH-CHANGED TO TRUE
            END-IF
        ELSE
            IF WATCH-TARGET-RAISED NOT = 0
                MOVE 0 TO WATCH-TARGET-RAISED
                SET WATCH-CHANGED TO TRUE
            END-IF
        END-IF
    END-IF.

2320-CHECK-DRAWDOWN.
    *> Drawdown: tonight's close at or below the holding's average
    *> cost less the maximum percent. Both are in the trading
    *> currency, so FX moves do not trip it. The limit shown is
    *> that floor price.
    IF WATCH-MAX-DRAWDOWN > 0 AND HOLDING-FOUND AND WS-HELD-COST > 0
        COMPUTE WS-FLOOR-PRICE ROUNDED =
            WS-HELD-COST * (100 - WATCH-MAX-DRAWDOWN) / 100
        IF WS-CURRENT-PRICE <= WS-FLOOR-PRICE
            MOVE "DRAWDOWN" TO WS-ALERT-THRESHOLD
            MOVE WS-FLOOR-PRICE TO WS-ALERT-LIMIT
            MOVE WATCH-DRAWDOWN-RAISED TO WS-ALERT-RAISED
            PERFORM 2400-WRITE-ALERT-LINE
            IF WS-ALERT-RAISED NOT = WATCH-DRAWDOWN-RAISED
                MOVE WS-ALERT-RAISED TO WATCH-DRAWDOWN-RAISED
                SET WATCH-CHANGED TO TRUE
            END-IF
        ELSE
            IF WATCH-DRAWDOWN-RAISED NOT = 0
                MOVE 0 TO WATCH-DRAWDOWN-RAISED
                SET WATCH-CHANGED TO TRUE
            END-IF
        END-IF
    END-IF.

2400-WRITE-ALERT-LINE.
    *> One breach. An alert first raised tonight (or on an earlier
    *> run tonight) is NEW; one raised on a prior night shows the
    *> date it was first raised. WS-ALERT-RAISED comes back as the
    *> raised date to keep on the watchlist.
    SET ENTRY-ALERTED TO TRUE
    IF WS-ALERT-RAISED = 0 OR WS-ALERT-RAISED = WS-RUN-DATE
        MOVE WS-RUN-DATE TO WS-ALERT-RAISED
        MOVE "NEW" TO WS-ALERT-STATUS
        ADD 1 TO WS-NEW-ALERTS
    ELSE
        MOVE SPACES TO WS-ALERT-STATUS
        STRING "SINCE " DELIMITED BY SIZE
               WS-ALERT-RAISED DELIMITED BY SIZE
               INTO WS-ALERT-STATUS
        ADD 1 TO WS-REPEAT-ALERTS
    END-IF
    MOVE WS-ALERT-LIMIT TO WS-EDITED-LIMIT
    MOVE WS-CURRENT-PRICE TO WS-EDITED-PRICE
    MOVE WS-VALUE-AT-RISK TO WS-EDITED-RISK
    MOVE SPACES TO WS-REPORT-LINE
    STRING WATCH-ACCOUNT-ID DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-ACCOUNT-NAME DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WATCH-STOCK-SYMBOL DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-ALERT-THRESHOLD DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-EDITED-LIMIT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-EDITED-PRICE DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-EDITED-RISK DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-ALERT-STATUS DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    IF HOLDING-FOUND AND NOT FX-RATE-FOUND
        MOVE SPACES TO WS-REPORT-LINE
        STRING "          (no FX rate for " DELIMITED BY SIZE
               WS-PRICE-CCY DELIMITED BY SIZE
               "; value at risk not computed)" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
        PERFORM 9000-WRITE-REPORT-LINE
    END-IF
    IF NOT HOLDING-FOUND
        MOVE "          (not held in this account; nothing at risk)"
            TO WS-REPORT-LINE
        PERFORM 9000-WRITE-REPORT-LINE
    END-IF.

2600-LOOKUP-ACCOUNT-NAME.
    *> Fetches WS-LOOKUP-ACCOUNT's name from the account master; an
    *> ID the master does not know is flagged rather than skipped.
    MOVE SPACES TO WS-ACCOUNT-NAME
    IF HAVE-ACCOUNT-MASTER
        MOVE WS-LOOKUP-ACCOUNT TO ACCT-ACCOUNT-ID
        READ ACCOUNT-FILE
            INVALID KEY
                MOVE "** NOT ON MASTER **" TO WS-ACCOUNT-NAME
            NOT INVALID KEY
                MOVE ACCT-NAME TO WS-ACCOUNT-NAME
        END-READ
    END-IF.

3000-FINALIZATION.
    *> Counts and the total at risk. Alerts are the report's
    *> purpose, not a failure, so they leave the return code alone
    *> and the stream carries on; only a file error fails the step.
    MOVE "------------------------------------------------------------------------------------------------------------------"
        TO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    MOVE WS-ENTRIES-READ TO WS-EDITED-COUNT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Watchlist entries checked:   " DELIMITED BY SIZE
           WS-EDITED-COUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    MOVE WS-NOT-HELD-COUNT TO WS-EDITED-COUNT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Entries not currently held:  " DELIMITED BY SIZE
           WS-EDITED-COUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    MOVE WS-NO-PRICE-COUNT TO WS-EDITED-COUNT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Entries with no price:       " DELIMITED BY SIZE
           WS-EDITED-COUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    MOVE WS-NO-RATE-COUNT TO WS-EDITED-COUNT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Holdings with no FX rate:    " DELIMITED BY SIZE
           WS-EDITED-COUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    MOVE WS-NEW-ALERTS TO WS-EDITED-COUNT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "New alerts tonight:          " DELIMITED BY SIZE
           WS-EDITED-COUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    MOVE WS-REPEAT-ALERTS TO WS-EDITED-COUNT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Alerts from prior nights:    " DELIMITED BY SIZE
           WS-EDITED-COUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    MOVE WS-TOTAL-AT-RISK TO WS-EDITED-TOTAL
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Base value of positions on alert: " DELIMITED BY SIZE
           WS-EDITED-TOTAL DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    IF WS-NEW-ALERTS = 0 AND WS-REPEAT-ALERTS = 0
        MOVE "NO ALERTS - EVERY WATCHED POSITION INSIDE ITS LIMITS"
            TO WS-REPORT-LINE
        PERFORM 9000-WRITE-REPORT-LINE
    END-IF
    CLOSE ALERT-FILE
    IF HAVE-PORTFOLIO
        CLOSE PORTFOLIO-FILE
    END-IF
    IF HAVE-ACCOUNT-MASTER
        CLOSE ACCOUNT-FILE
    END-IF.

8000-FIND-FX-RATE.
    *> Resolves WS-LOOKUP-CCY to tonight's base-per-local rate. The
    *> base currency itself is always rate 1.
    MOVE 'N' TO WS-FX-RATE-FOUND
    IF WS-LOOKUP-CCY = WS-BASE-CURRENCY
        MOVE 1 TO WS-FX-WORK-RATE
        SET FX-RATE-FOUND TO TRUE
    ELSE
        PERFORM VARYING WS-SCAN FROM 1 BY 1
                UNTIL WS-SCAN > WS-FXT-COUNT
            IF WS-FXT-CCY (WS-SCAN) = WS-LOOKUP-CCY
                MOVE WS-FXT-RATE (WS-SCAN) TO WS-FX-WORK-RATE
                SET FX-RATE-FOUND TO TRUE
                EXIT PERFORM
            END-IF
        END-PERFORM
    END-IF.

9000-WRITE-REPORT-LINE.
    *> Each report line goes to the file and the console.
    WRITE ALERT-RECORD FROM WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE.
