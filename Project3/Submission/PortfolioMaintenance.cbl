*>                  overdraw warns before it is applied, and every
*>                  movement goes on the cash journal - so settlement
*>                  cash comes out of the notebook.
*>   15/10/2026 MM  Every action keyed against an account - add,
*>                  update, buy, sell, dividend, cash, and the
*>                  release of a pending item - now checks the
*>                  account against the account master kept by
*>                  AccountMaintenance and refuses one that is not on
*>                  file or is closed, so a mistyped ID no longer
*>                  opens a new account by accident.
*>   15/10/2026 MM  Added a W)atchlist option to keep a stop price,
*>                  target price, and maximum drawdown from cost per
*>                  account and symbol; WatchlistAlert checks them
*>                  against tonight's prices in the nightly run.
*>   15/10/2026 MM  A good sign-on stamps the last sign-on date on
*>                  the operator record, and an ID disabled for lack
*>                  of use is refused.
*>****************************************************************
IDENTIFICATION DIVISION.
       PROGRAM-ID. PortfolioMaintenance.
    SELECT CASHJRNL-FILE ASSIGN TO 'CASHJOURNAL.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CASHJRNL-STATUS.
    *> The account master AccountMaintenance keeps; every account
    *> keyed here must be on it and open.
    SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNTMASTER.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS ACCT-ACCOUNT-ID
        FILE STATUS IS WS-ACCOUNT-STATUS.
    *> Price-alert thresholds per account and symbol, checked each
    *> night by WatchlistAlert; dynamic so one account's entries can
    *> be listed in key order.
    SELECT WATCH-FILE ASSIGN TO 'WATCHLIST.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS WATCH-KEY
        FILE STATUS IS WS-WATCH-STATUS.

DATA DIVISION.
FILE SECTION.
        05 OPER-PW-EXPIRY     PIC 9(8).
        05 OPER-FAIL-COUNT    PIC 9(1).
        05 OPER-LOCK-FLAG     PIC X(1).
        05 OPER-LAST-SIGNON   PIC 9(8).
        05 OPER-PW-SET-DATE   PIC 9(8).
        05 OPER-STATUS-DATE   PIC 9(8).

FD LIMIT-FILE.
    01 LIMIT-RECORD           PIC X(11).
        05 SL-COST            PIC 9(6)V99.
        05 SL-PRICE           PIC 9(6)V99.

FD ACCOUNT-FILE.
    *> Layout must match AccountMaintenance's ACCOUNT-RECORD
    01 ACCOUNT-RECORD.
        05 ACCT-ACCOUNT-ID    PIC X(8).
        05 ACCT-NAME          PIC X(30).
        05 ACCT-TYPE          PIC X(10).
        05 ACCT-OWNER         PIC X(30).
        05 ACCT-OPENED-DATE   PIC 9(8).
        05 ACCT-STATUS        PIC X(1).
            88 ACCT-OPEN   VALUE 'O'.
            88 ACCT-CLOSED VALUE 'C'.
        05 ACCT-CLOSED-DATE   PIC 9(8).

FD WATCH-FILE.
    *> Layout must match WatchlistAlert's WATCH-RECORD. A zero
    *> threshold is not checked. The raised dates are kept by the
    *> nightly check: the date each alert was first raised, zero
    *> while the threshold is not breached.
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

WORKING-STORAGE SECTION.
01 WS-FILE-STATUS      PIC XX.
01 WS-SALES-STATUS     PIC XX.
01 WS-OPER-STATUS      PIC XX.
01 WS-LIMIT-STATUS     PIC XX.
01 WS-PENDING-STATUS   PIC XX.
01 WS-ACCOUNT-STATUS   PIC XX.
01 WS-WATCH-STATUS     PIC XX.

*> Account check: the account being keyed against, and whether the
*> master says it may be used.
01 WS-CHECK-ACCOUNT    PIC X(8).
01 WS-ACCOUNT-OK       PIC X.
    88 ACCOUNT-OK VALUE 'Y'.

*> Sign-on state: every action is keyed under a verified operator
*> ID, which is also what the second-pair-of-eyes check compares
01 WS-DONE             PIC X(1) VALUE 'N'.
    88 DONE-MAINTAINING VALUE 'Y'.

*> Watchlist working fields: the thresholds as keyed, checked
*> before they replace what is on file.
01 WS-WATCH-CHOICE     PIC X(1).
01 WS-WATCH-ACCOUNT    PIC X(8).
01 WS-WATCH-FOUND      PIC X.
    88 WATCH-FOUND VALUE 'Y'.
01 WS-WATCH-VALID      PIC X.
    88 WATCH-VALID VALUE 'Y'.
01 WS-EOF-WATCH        PIC X.
01 WS-WATCH-LISTED     PIC 9(3).
01 WS-NEW-STOP         PIC 9(6)V99.
01 WS-NEW-TARGET       PIC 9(6)V99.
01 WS-NEW-DRAWDOWN     PIC 9(3)V99.
01 WS-EDITED-STOP      PIC ZZZ,ZZ9.99.
01 WS-EDITED-TARGET    PIC ZZZ,ZZ9.99.
01 WS-EDITED-DRAWDOWN  PIC ZZ9.99.

*> Buy-side working fields: the weighted-average cost is recomputed
*> here instead of on a desk calculator.
01 WS-BUY-SHARES       PIC 9(5).
        DISPLAY "Sign-on failed; run ended."
        CLOSE PORTFOLIO-FILE SALES-FILE PURCHASES-FILE
            DIVIDENDS-FILE SALELOTS-FILE CASHJRNL-FILE OPER-FILE
            ACCOUNT-FILE WATCH-FILE
        STOP RUN
    END-IF
    PERFORM UNTIL DONE-MAINTAINING
        DISPLAY 'A)dd  U)pdate  D)elete  B)uy  S)ell  V)dividend  C)ash  P)ending  W)atchlist  X)exit - Choice: '
        ACCEPT WS-CHOICE
        EVALUATE WS-CHOICE
            WHEN 'A'
            WHEN 'P'
            WHEN 'p'
                PERFORM 8500-APPROVAL-MODE
            WHEN 'W'
            WHEN 'w'
                PERFORM 7800-WATCHLIST-MODE
            WHEN 'U'
            WHEN 'u'
                PERFORM 3000-UPDATE-HOLDING
    CLOSE SALELOTS-FILE.
    CLOSE CASHJRNL-FILE.
    CLOSE OPER-FILE.
    CLOSE ACCOUNT-FILE.
    CLOSE WATCH-FILE.
    STOP RUN.

0100-SIGN-ON.
    *> employee side maintains, with the same persistent failure
    *> count and lockout: a locked ID is refused until a supervisor
    *> unlocks it in OperMaintenance, and an expired password still
    *> signs on here but is told to change it there. An ID disabled
    *> for lack of use is refused until a supervisor re-enables it,
    *> and a good sign-on stamps the last sign-on date.
    PERFORM UNTIL SIGNED-ON OR WS-SIGNON-TRIES >= 3
        DISPLAY "Enter your Operator ID: "
        ACCEPT WS-OPERATOR-ID
                ADD 1 TO WS-SIGNON-TRIES
                DISPLAY "Operator ID or password not accepted."
            NOT INVALID KEY
                EVALUATE OPER-LOCK-FLAG
                    WHEN 'L'
                        ADD 1 TO WS-SIGNON-TRIES
                        DISPLAY "That ID is locked; see a supervisor"
                            " to unlock it."
                    WHEN 'D'
                        ADD 1 TO WS-SIGNON-TRIES
                        DISPLAY "That ID was disabled for lack of use;"
                            " see a supervisor to re-enable it."
                    WHEN OTHER
                        IF OPER-PASSWORD = WS-ENTERED-PASSWORD
                            SET SIGNED-ON TO TRUE
                            MOVE 0 TO OPER-FAIL-COUNT
                            MOVE WS-CURRENT-DATE TO OPER-LAST-SIGNON
                            REWRITE OPER-RECORD
                            IF OPER-PW-EXPIRY <= WS-CURRENT-DATE
                                DISPLAY "Your password has expired;"
                                    " change it in OperMaintenance."
                            END-IF
                        ELSE
                            IF OPER-FAIL-COUNT < 9
                                ADD 1 TO OPER-FAIL-COUNT
                            END-IF
                            IF OPER-FAIL-COUNT >= 3
                                MOVE 'L' TO OPER-LOCK-FLAG
                                DISPLAY "Too many failed attempts; this"
                                    " ID is now locked."
                            END-IF
                            REWRITE OPER-RECORD
                            ADD 1 TO WS-SIGNON-TRIES
                            DISPLAY "Operator ID or password not"
                                " accepted."
                        END-IF
                END-EVALUATE
        END-READ
    END-PERFORM.

            WS-OPER-STATUS
        STOP RUN
    END-IF
    OPEN INPUT ACCOUNT-FILE
    IF WS-ACCOUNT-STATUS = '35'
        DISPLAY "No account master on hand; run AccountMaintenance"
            " to set up accounts first."
        STOP RUN
    END-IF
    IF WS-ACCOUNT-STATUS NOT = '00'
        DISPLAY "Error opening account master, status: "
            WS-ACCOUNT-STATUS
        STOP RUN
    END-IF
    OPEN I-O WATCH-FILE
    IF WS-WATCH-STATUS = '35'
        OPEN OUTPUT WATCH-FILE
        CLOSE WATCH-FILE
        OPEN I-O WATCH-FILE
    END-IF
    IF WS-WATCH-STATUS NOT = '00'
        DISPLAY "Error opening watchlist file, status: "
            WS-WATCH-STATUS
        STOP RUN
    END-IF
    PERFORM 1100-LOAD-FX-TABLE
    PERFORM 1300-LOAD-CASH-TABLE
    PERFORM 1400-LOAD-APPROVAL-LIMIT
    *> account, and a balance display on the way in.
    DISPLAY "Enter Account ID (max 8 chars): "
    ACCEPT WS-POST-ACCOUNT
    MOVE WS-POST-ACCOUNT TO WS-CHECK-ACCOUNT
    PERFORM 8700-CHECK-ACCOUNT
    IF ACCOUNT-OK
        PERFORM 9200-FIND-CASH-BALANCE
        MOVE WS-CASH-BAL-WORK TO WS-EDITED-CASH
        DISPLAY "Current cash balance: " WS-EDITED-CASH
        DISPLAY "D)eposit  W)ithdraw  X)cancel - Choice: "
        ACCEPT WS-CASH-CHOICE
        EVALUATE WS-CASH-CHOICE
            WHEN 'D'
            WHEN 'd'
                DISPLAY "Enter Deposit Amount: "
                ACCEPT WS-CASH-AMOUNT-IN
                MOVE WS-CASH-AMOUNT-IN TO WS-CASH-MOVEMENT
                MOVE 'DEP' TO WS-CASH-TYPE
                PERFORM 9000-POST-CASH
            WHEN 'W'
            WHEN 'w'
                DISPLAY "Enter Withdrawal Amount: "
                ACCEPT WS-CASH-AMOUNT-IN
                COMPUTE WS-CASH-MOVEMENT = 0 - WS-CASH-AMOUNT-IN
                IF WS-CASH-BAL-WORK + WS-CASH-MOVEMENT < 0
                    DISPLAY "*** WARNING: this withdrawal overdraws"
                        " the account's cash. ***"
                END-IF
                MOVE 'WDR' TO WS-CASH-TYPE
                PERFORM 9000-POST-CASH
            WHEN 'X'
            WHEN 'x'
                CONTINUE
            WHEN OTHER
                DISPLAY "Invalid choice, please try again."
        END-EVALUATE
    END-IF.

7800-WATCHLIST-MODE.
    *> Keeps the price-alert thresholds for one account: set (add or
    *> change), delete, or list. The thresholds are in the holding's
    *> own trading currency, the same as the feed's closing price.
    DISPLAY "Enter Account ID (max 8 chars): "
    ACCEPT WS-WATCH-ACCOUNT
    MOVE WS-WATCH-ACCOUNT TO WS-CHECK-ACCOUNT
    PERFORM 8700-CHECK-ACCOUNT
    IF ACCOUNT-OK
        DISPLAY "S)et  D)elete  L)ist  X)cancel - Choice: "
        ACCEPT WS-WATCH-CHOICE
        EVALUATE WS-WATCH-CHOICE
            WHEN 'S'
            WHEN 's'
                PERFORM 7810-SET-WATCH
            WHEN 'D'
            WHEN 'd'
                PERFORM 7820-DELETE-WATCH
            WHEN 'L'
            WHEN 'l'
                PERFORM 7830-LIST-WATCH
            WHEN 'X'
            WHEN 'x'
                CONTINUE
            WHEN OTHER
                DISPLAY "Invalid choice, please try again."
        END-EVALUATE
    END-IF.

7810-SET-WATCH.
    *> Adds or changes one symbol's thresholds. A symbol not held
    *> yet may still be watched (nothing is at risk until it is
    *> bought). Changing a threshold clears its raised date, so the
    *> next breach of the new level reports as a new alert.
    MOVE WS-WATCH-ACCOUNT TO WATCH-ACCOUNT-ID
    DISPLAY "Enter Stock Symbol (max 7 chars): "
    ACCEPT WATCH-STOCK-SYMBOL
    MOVE WATCH-ACCOUNT-ID TO PORT-ACCOUNT-ID
    MOVE WATCH-STOCK-SYMBOL TO PORT-STOCK-SYMBOL
    READ PORTFOLIO-FILE
        INVALID KEY
            DISPLAY "Note: " WATCH-STOCK-SYMBOL " is not held in"
                " this account yet."
    END-READ
    MOVE 'N' TO WS-WATCH-FOUND
    READ WATCH-FILE
        INVALID KEY
            MOVE 0 TO WATCH-STOP-PRICE WATCH-TARGET-PRICE
                WATCH-MAX-DRAWDOWN WATCH-STOP-RAISED
                WATCH-TARGET-RAISED WATCH-DRAWDOWN-RAISED
        NOT INVALID KEY
            SET WATCH-FOUND TO TRUE
            MOVE WATCH-STOP-PRICE TO WS-EDITED-STOP
            MOVE WATCH-TARGET-PRICE TO WS-EDITED-TARGET
            MOVE WATCH-MAX-DRAWDOWN TO WS-EDITED-DRAWDOWN
            DISPLAY "Current: stop " WS-EDITED-STOP "  target "
                WS-EDITED-TARGET "  max drawdown "
                WS-EDITED-DRAWDOWN "%  set by " WATCH-SET-BY
                " on " WATCH-SET-DATE
    END-READ
    DISPLAY "Enter Stop Price (0 for none): "
    ACCEPT WS-NEW-STOP
    DISPLAY "Enter Target Price (0 for none): "
    ACCEPT WS-NEW-TARGET
    DISPLAY "Enter Max Drawdown % below cost (0 for none): "
    ACCEPT WS-NEW-DRAWDOWN
    SET WATCH-VALID TO TRUE
    IF WS-NEW-STOP = 0 AND WS-NEW-TARGET = 0
            AND WS-NEW-DRAWDOWN = 0
        MOVE 'N' TO WS-WATCH-VALID
        DISPLAY "No threshold entered; use D)elete to stop"
            " watching a symbol."
    END-IF
    IF WS-NEW-STOP > 0 AND WS-NEW-TARGET > 0
            AND WS-NEW-STOP >= WS-NEW-TARGET
        MOVE 'N' TO WS-WATCH-VALID
        DISPLAY "Stop price must be below the target price."
    END-IF
    IF WS-NEW-DRAWDOWN > 100
        MOVE 'N' TO WS-WATCH-VALID
        DISPLAY "Max drawdown cannot be more than 100%."
    END-IF
    IF WATCH-VALID
        IF WS-NEW-STOP NOT = WATCH-STOP-PRICE
            MOVE 0 TO WATCH-STOP-RAISED
        END-IF
        IF WS-NEW-TARGET NOT = WATCH-TARGET-PRICE
            MOVE 0 TO WATCH-TARGET-RAISED
        END-IF
        IF WS-NEW-DRAWDOWN NOT = WATCH-MAX-DRAWDOWN
            MOVE 0 TO WATCH-DRAWDOWN-RAISED
        END-IF
        MOVE WS-NEW-STOP TO WATCH-STOP-PRICE
        MOVE WS-NEW-TARGET TO WATCH-TARGET-PRICE
        MOVE WS-NEW-DRAWDOWN TO WATCH-MAX-DRAWDOWN
        MOVE WS-OPERATOR-ID TO WATCH-SET-BY
        MOVE WS-CURRENT-DATE TO WATCH-SET-DATE
        IF WATCH-FOUND
            REWRITE WATCH-RECORD
                INVALID KEY
                    DISPLAY "Watchlist update failed, status: "
                        WS-WATCH-STATUS
                NOT INVALID KEY
                    DISPLAY "Watchlist entry updated."
            END-REWRITE
        ELSE
            WRITE WATCH-RECORD
                INVALID KEY
                    DISPLAY "Watchlist add failed, status: "
                        WS-WATCH-STATUS
                NOT INVALID KEY
                    DISPLAY "Watchlist entry added."
            END-WRITE
        END-IF
    END-IF.

7820-DELETE-WATCH.
    *> Stops watching one symbol in the account.
    MOVE WS-WATCH-ACCOUNT TO WATCH-ACCOUNT-ID
    DISPLAY "Enter Stock Symbol to stop watching (max 7 chars): "
    ACCEPT WATCH-STOCK-SYMBOL
    READ WATCH-FILE
        INVALID KEY
            DISPLAY "That symbol is not on this account's watchlist."
        NOT INVALID KEY
            DELETE WATCH-FILE
                INVALID KEY
                    DISPLAY "Delete failed, status: " WS-WATCH-STATUS
                NOT INVALID KEY
                    DISPLAY "Watchlist entry deleted."
            END-DELETE
    END-READ.

7830-LIST-WATCH.
    *> Lists the account's watchlist in symbol order, with the date
    *> each alert was first raised (zero = not raised).
    MOVE WS-WATCH-ACCOUNT TO WATCH-ACCOUNT-ID
    MOVE LOW-VALUES TO WATCH-STOCK-SYMBOL
    MOVE 'N' TO WS-EOF-WATCH
    MOVE 0 TO WS-WATCH-LISTED
    START WATCH-FILE KEY IS NOT LESS THAN WATCH-KEY
        INVALID KEY
            MOVE 'Y' TO WS-EOF-WATCH
    END-START
    DISPLAY "Symbol        Stop     Target  Drawdown  Set by    Set on    Stop Rsd  Tgt Rsd   DD Rsd"
    DISPLAY "------------------------------------------------------------------------------------------"
    PERFORM UNTIL WS-EOF-WATCH = 'Y'
        READ WATCH-FILE NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-WATCH
            NOT AT END
                IF WATCH-ACCOUNT-ID NOT = WS-WATCH-ACCOUNT
                    MOVE 'Y' TO WS-EOF-WATCH
                ELSE
                    ADD 1 TO WS-WATCH-LISTED
                    MOVE WATCH-STOP-PRICE TO WS-EDITED-STOP
                    MOVE WATCH-TARGET-PRICE TO WS-EDITED-TARGET
                    MOVE WATCH-MAX-DRAWDOWN TO WS-EDITED-DRAWDOWN
                    DISPLAY WATCH-STOCK-SYMBOL " " WS-EDITED-STOP
                        " " WS-EDITED-TARGET "  " WS-EDITED-DRAWDOWN
                        "%  " WATCH-SET-BY "  " WATCH-SET-DATE
                        "  " WATCH-STOP-RAISED "  "
                        WATCH-TARGET-RAISED "  "
                        WATCH-DRAWDOWN-RAISED
                END-IF
        END-READ
    END-PERFORM
    DISPLAY "------------------------------------------------------------------------------------------"
    IF WS-WATCH-LISTED = 0
        DISPLAY "No watchlist entries for this account."
    END-IF.

1100-LOAD-FX-TABLE.
    *> Loads tonight's FX rates once; without the file only
    *> the base-currency cost is carried at tonight's rate.
    DISPLAY "Enter Account ID (max 8 chars): "
    ACCEPT PORT-ACCOUNT-ID
    MOVE PORT-ACCOUNT-ID TO WS-CHECK-ACCOUNT
    PERFORM 8700-CHECK-ACCOUNT
    IF ACCOUNT-OK
        DISPLAY "Enter Stock Symbol (max 7 chars): "
        ACCEPT PORT-STOCK-SYMBOL
        DISPLAY "Enter Number of Shares (5 digits): "
        ACCEPT NUMBER-OF-SHARES
        DISPLAY "Enter Average Cost per Share (local currency): "
        ACCEPT AVG-COST
        PERFORM 2100-COLLECT-CURRENCY
        IF FX-RATE-FOUND
            MOVE WS-LOOKUP-CCY TO PORT-CURRENCY
            COMPUTE PORT-BASE-COST ROUNDED =
                AVG-COST * WS-FX-WORK-RATE
            WRITE PORTFOLIO-RECORD
                INVALID KEY
                    DISPLAY "Holding not added: already held as "
                        PORT-ACCOUNT-ID " " PORT-STOCK-SYMBOL
                NOT INVALID KEY
                    DISPLAY "Holding added successfully."
            END-WRITE
        END-IF
    END-IF.

2100-COLLECT-CURRENCY.
    *> e.g. after a buy changes NUMBER-OF-SHARES or AVG-COST.
    DISPLAY "Enter Account ID (max 8 chars): "
    ACCEPT PORT-ACCOUNT-ID
    MOVE PORT-ACCOUNT-ID TO WS-CHECK-ACCOUNT
    PERFORM 8700-CHECK-ACCOUNT
    IF ACCOUNT-OK
        DISPLAY "Enter Stock Symbol to update (max 7 chars): "
        ACCEPT PORT-STOCK-SYMBOL
        READ PORTFOLIO-FILE
            INVALID KEY
                DISPLAY "No holding found for that account and"
                    " symbol."
            NOT INVALID KEY
                DISPLAY "Enter new Number of Shares (5 digits): "
                ACCEPT NUMBER-OF-SHARES
                DISPLAY "Enter new Average Cost per Share"
                    " (local currency): "
                ACCEPT AVG-COST
                MOVE PORT-CURRENCY TO WS-LOOKUP-CCY
                PERFORM 8000-FIND-FX-RATE
                IF FX-RATE-FOUND
                    COMPUTE PORT-BASE-COST ROUNDED =
                        AVG-COST * WS-FX-WORK-RATE
                    REWRITE PORTFOLIO-RECORD
                        INVALID KEY
                            DISPLAY "Update failed, status: "
                                WS-FILE-STATUS
                        NOT INVALID KEY
                            DISPLAY "Holding updated successfully."
                    END-REWRITE
                END-IF
        END-READ
    END-IF.

4000-DELETE-HOLDING.
    *> Looks up a stock symbol and removes that one holding, e.g. once a
    *> position is closed out. The account is deliberately not checked
    *> against the account master here, so a holding keyed under a
    *> mistyped ID before the master existed can still be removed.
    DISPLAY "Enter Account ID (max 8 chars): "
    ACCEPT PORT-ACCOUNT-ID
    DISPLAY "Enter Stock Symbol to delete (max 7 chars): "
    *> the rate on tonight's FX file carries the base-currency side.
    DISPLAY "Enter Account ID (max 8 chars): "
    ACCEPT PORT-ACCOUNT-ID
    MOVE PORT-ACCOUNT-ID TO WS-CHECK-ACCOUNT
    PERFORM 8700-CHECK-ACCOUNT
    IF ACCOUNT-OK
        DISPLAY "Enter Stock Symbol to buy (max 7 chars): "
        ACCEPT PORT-STOCK-SYMBOL
        DISPLAY "Enter Number of Shares Bought (5 digits): "
        ACCEPT WS-BUY-SHARES
        IF WS-BUY-SHARES = 0
            DISPLAY "Shares bought must be more than zero."
        ELSE
            DISPLAY "Enter Price Paid per Share (local currency): "
            ACCEPT WS-BUY-PRICE
            PERFORM 6400-RESOLVE-BUY-CURRENCY
            IF FX-RATE-FOUND
                COMPUTE WS-TRANS-AMOUNT ROUNDED =
                    WS-BUY-SHARES * WS-BUY-PRICE * WS-FX-WORK-RATE
                IF WS-TRANS-AMOUNT > WS-APPROVAL-LIMIT
                    MOVE 'B' TO PT-ACTION
                    PERFORM 8400-CAPTURE-PENDING
                ELSE
                    PERFORM 6500-APPLY-BUY
                END-IF
            END-IF
        END-IF
    END-IF.
    *> rate are keyed, and the amount received is computed here.
    DISPLAY "Enter Account ID (max 8 chars): "
    ACCEPT PORT-ACCOUNT-ID
    MOVE PORT-ACCOUNT-ID TO WS-CHECK-ACCOUNT
    PERFORM 8700-CHECK-ACCOUNT
    IF ACCOUNT-OK
        DISPLAY "Enter Stock Symbol (max 7 chars): "
        ACCEPT PORT-STOCK-SYMBOL
        READ PORTFOLIO-FILE
            INVALID KEY
                DISPLAY "No holding found for that account and"
                    " symbol."
            NOT INVALID KEY
                DISPLAY "Enter Payment Date (YYYYMMDD): "
                ACCEPT DIV-DATE
                DISPLAY "Enter Dividend per Share (e.g. 0.2875): "
                ACCEPT DIV-RATE
                MOVE PORT-ACCOUNT-ID TO DIV-ACCOUNT-ID
                MOVE PORT-STOCK-SYMBOL TO DIV-STOCK-SYMBOL
                MOVE NUMBER-OF-SHARES TO DIV-SHARES
                COMPUTE DIV-AMOUNT ROUNDED =
                    NUMBER-OF-SHARES * DIV-RATE
                WRITE DIVIDEND-RECORD
                DISPLAY "Dividend recorded on " NUMBER-OF-SHARES
                    " shares; amount " DIV-AMOUNT
                PERFORM 7100-POST-DIVIDEND-CASH
        END-READ
    END-IF.

7100-POST-DIVIDEND-CASH.
    *> Credits the account with the dividend, translated to base
    *> for a second operator to release.
    DISPLAY "Enter Account ID (max 8 chars): "
    ACCEPT PORT-ACCOUNT-ID
    MOVE PORT-ACCOUNT-ID TO WS-CHECK-ACCOUNT
    PERFORM 8700-CHECK-ACCOUNT
    IF ACCOUNT-OK
        DISPLAY "Enter Stock Symbol to sell (max 7 chars): "
        ACCEPT PORT-STOCK-SYMBOL
        READ PORTFOLIO-FILE
            INVALID KEY
                DISPLAY "No holding found for that account and"
                    " symbol."
            NOT INVALID KEY
                DISPLAY "Enter Number of Shares Sold (5 digits): "
                ACCEPT SALE-SHARES
                IF SALE-SHARES > NUMBER-OF-SHARES
                    DISPLAY "Cannot sell more shares than are held."
                ELSE
                    DISPLAY "Enter Sale Price per Share: "
                    ACCEPT SALE-PRICE
                    MOVE PORT-CURRENCY TO WS-LOOKUP-CCY
                    PERFORM 8000-FIND-FX-RATE
                    IF FX-RATE-FOUND
                        COMPUTE WS-TRANS-AMOUNT ROUNDED =
                            SALE-SHARES * SALE-PRICE
                                * WS-FX-WORK-RATE
                        IF WS-TRANS-AMOUNT > WS-APPROVAL-LIMIT
                            MOVE 'S' TO PT-ACTION
                            MOVE SALE-SHARES TO WS-BUY-SHARES
                            MOVE SALE-PRICE TO WS-BUY-PRICE
                            MOVE PORT-CURRENCY TO WS-APPLY-CCY
                            PERFORM 8400-CAPTURE-PENDING
                        ELSE
                            PERFORM 5700-APPLY-SELL
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-IF.

5700-APPLY-SELL.
    *> Applies a sized-and-cleared sale to the holding already read:
    *> Applies the reviewed item through the same apply paragraphs
    *> an in-limit transaction takes, so a released trade behaves
    *> exactly like a keyed one.
    *> The account is re-checked first: it may have been closed while
    *> the item sat in the queue, and such an item stays queued for
    *> the reviewer to reject.
    MOVE WS-PEND-ACCOUNT (WS-PEND-IDX) TO PORT-ACCOUNT-ID
    MOVE WS-PEND-SYMBOL (WS-PEND-IDX) TO PORT-STOCK-SYMBOL
    MOVE WS-PEND-ACCOUNT (WS-PEND-IDX) TO WS-CHECK-ACCOUNT
    PERFORM 8700-CHECK-ACCOUNT
    IF NOT ACCOUNT-OK
        DISPLAY "Item " WS-PEND-SEQ (WS-PEND-IDX)
            " kept in the queue."
    ELSE
        EVALUATE WS-PEND-ACTION (WS-PEND-IDX)
            WHEN 'B'
                MOVE WS-PEND-SHARES (WS-PEND-IDX) TO WS-BUY-SHARES
                MOVE WS-PEND-PRICE (WS-PEND-IDX) TO WS-BUY-PRICE
                MOVE WS-PEND-CCY (WS-PEND-IDX) TO WS-APPLY-CCY
                PERFORM 6500-APPLY-BUY
                MOVE 'N' TO WS-PEND-KEEP (WS-PEND-IDX)
                DISPLAY "Item " WS-PEND-SEQ (WS-PEND-IDX)
                    " released."
            WHEN 'S'
                PERFORM 8540-RELEASE-SELL
            WHEN OTHER
                DISPLAY "Unknown action on item "
                    WS-PEND-SEQ (WS-PEND-IDX) "; kept in the queue."
        END-EVALUATE
    END-IF.

8540-RELEASE-SELL.
    *> A released sell is re-checked against the live holding: the
            END-IF
    END-READ.

8700-CHECK-ACCOUNT.
    *> Checks WS-CHECK-ACCOUNT against the account master: it must be
    *> on file and open. Sets ACCOUNT-OK and shows the account name,
    *> so the operator sees whose account the action is going to.
    MOVE 'N' TO WS-ACCOUNT-OK
    MOVE WS-CHECK-ACCOUNT TO ACCT-ACCOUNT-ID
    READ ACCOUNT-FILE
        INVALID KEY
            DISPLAY "Account " WS-CHECK-ACCOUNT " is not on the"
                " account master; action refused."
        NOT INVALID KEY
            IF ACCT-CLOSED
                DISPLAY "Account " WS-CHECK-ACCOUNT " (" ACCT-NAME
                    ") was closed " ACCT-CLOSED-DATE
                    "; action refused."
            ELSE
                SET ACCOUNT-OK TO TRUE
                DISPLAY "Account " WS-CHECK-ACCOUNT ": " ACCT-NAME
            END-IF
    END-READ.

8560-REWRITE-PENDING-FILE.
    *> The queue is rebuilt with only the kept items, same
    *> rewrite-the-survivors pattern as the lots file.
