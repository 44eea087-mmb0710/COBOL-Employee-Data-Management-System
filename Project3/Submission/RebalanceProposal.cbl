*>****************************************************************
*> Authors: Aditya Hirpara, Meet Maheta & Patel Meet
*> Date: 15/10/2026
*> Purpose: Rebalancing proposal per account. The allocation
*>          section of InvestmentReport shows which sectors are
*>          over or under the committee's target on the sector
*>          master; this works out the trades to fix it - share
*>          quantities to sell out of each over-weight sector and
*>          to buy into each under-weight one, spread over the
*>          account's holdings in that sector by their value - at
*>          tonight's prices and FX rates, keeping the buys within
*>          the account's cash plus the sale proceeds. The proposal
*>          prints for the committee, and on approval the trades go
*>          on PENDING-TRANS.txt under the proposing operator, so a
*>          different operator releases them through P)ending in
*>          PortfolioMaintenance like any other queued item.
*> Tectonics: cobc
*> Modification History:
*>   15/10/2026 MM  Initial version.
*>   15/10/2026 MM  A good sign-on stamps the last sign-on date on
*>                  the operator record, and an ID disabled for lack
*>                  of use is refused.
*>****************************************************************
IDENTIFICATION DIVISION.
       PROGRAM-ID. RebalanceProposal.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Operator security file maintained by OperMaintenance; the
    *> proposing operator signs on so the queued trades carry a
    *> maker the release can be checked against.
    SELECT OPER-FILE ASSIGN TO 'OperatorSecurity.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS OPER-OPERATOR-ID
        FILE STATUS IS WS-OPER-STATUS.
    *> The account master; a proposal is only made for an open
    *> account.
    SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNTMASTER.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS ACCT-ACCOUNT-ID
        FILE STATUS IS WS-ACCOUNT-STATUS.
    *> The live holdings, read forward from the account's first key.
    SELECT PORTFOLIO-FILE ASSIGN TO 'INVESTMENTFILE.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PORT-RECORD-KEY
        FILE STATUS IS WS-FILE-STATUS.
    *> The committee's sector targets per account.
    SELECT SECTOR-FILE ASSIGN TO 'SECTORMASTER.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SECT-KEY
        FILE STATUS IS WS-SECTOR-STATUS.
    *> Tonight's accepted price feed, for price and sector.
    SELECT STOCKS-FILE ASSIGN TO 'STOCKS.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STOCKS-STATUS.
    *> Tonight's FX rates, to weigh every holding in base currency.
    SELECT FX-FILE ASSIGN TO 'FXRATES.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FX-STATUS.
    *> Each account's cash balance, which the buys must fit inside.
    SELECT CASH-FILE ASSIGN TO 'CASHBALANCE.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CASH-STATUS.
    *> The maker-checker queue PortfolioMaintenance releases from.
    SELECT PENDING-FILE ASSIGN TO 'PENDING-TRANS.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PENDING-STATUS.
    *> The printed proposal, one section per account proposed.
    SELECT PROPOSAL-FILE ASSIGN TO 'REBALANCE-PROPOSAL.txt'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD OPER-FILE.
    *> Layout must match OperMaintenance's OperRecord
    01 OPER-RECORD.
        05 OPER-OPERATOR-ID   PIC X(8).
        05 OPER-PASSWORD      PIC X(8).
        05 OPER-AUTH-LEVEL    PIC 9(1).
        05 OPER-PW-EXPIRY     PIC 9(8).
        05 OPER-FAIL-COUNT    PIC 9(1).
        05 OPER-LOCK-FLAG     PIC X(1).
        05 OPER-LAST-SIGNON   PIC 9(8).
        05 OPER-PW-SET-DATE   PIC 9(8).
        05 OPER-STATUS-DATE   PIC 9(8).

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

FD SECTOR-FILE.
    *> Layout must match SectorMaintenance's SECTOR-RECORD
    01 SECTOR-RECORD.
        05 SECT-KEY.
            10 SECT-ACCOUNT-ID    PIC X(8).
            10 SECT-CODE          PIC X(4).
        05 SECT-NAME          PIC X(20).
        05 SECT-TARGET-PCT    PIC 9(3)V99.

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

FD CASH-FILE.
    *> Layout must match PortfolioMaintenance's CASH-RECORD
    01 CASH-RECORD.
        05 CASH-ACCOUNT-ID    PIC X(8).
        05 CASH-BALANCE       PIC S9(11)V99 SIGN LEADING SEPARATE.

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

FD PROPOSAL-FILE.
    01 PROPOSAL-RECORD.
        05 PROPOSAL-LINE       PIC X(132).

WORKING-STORAGE SECTION.
COPY 'STOCK-TABLE.CPY.txt'.

01 WS-OPER-STATUS      PIC XX.
01 WS-ACCOUNT-STATUS   PIC XX.
01 WS-FILE-STATUS      PIC XX.
01 WS-SECTOR-STATUS    PIC XX.
01 WS-STOCKS-STATUS    PIC XX.
01 WS-FX-STATUS        PIC XX.
01 WS-CASH-STATUS      PIC XX.
01 WS-PENDING-STATUS   PIC XX.
01 WS-HAVE-SECTORS     PIC X VALUE 'N'.
    88 HAVE-SECTORS VALUE 'Y'.
01 WS-HAVE-PORTFOLIO   PIC X VALUE 'N'.
    88 HAVE-PORTFOLIO VALUE 'Y'.
01 EOF-FX              PIC X VALUE 'N'.
01 EOF-CASH            PIC X VALUE 'N'.
01 EOF-PORT            PIC X.
01 EOF-SECT-SCAN       PIC X.
01 EOF-PENDING         PIC X.
01 WS-STOCK-LOAD-IDX   PIC 9(3).
01 WS-STOCKS-EOF       PIC X VALUE 'N'.
01 WS-SCAN             PIC 9(3).
01 WS-RUN-DATE         PIC 9(8).

*> Sign-on state, same lockout handling as PortfolioMaintenance.
01 WS-OPERATOR-ID      PIC X(8).
01 WS-ENTERED-PASSWORD PIC X(8).
01 WS-SIGNED-ON        PIC X VALUE 'N'.
    88 SIGNED-ON VALUE 'Y'.
01 WS-SIGNON-TRIES     PIC 9(1) VALUE 0.

01 WS-PROPOSE-ACCOUNT  PIC X(8).
01 WS-ACCOUNT-OK       PIC X.
    88 ACCOUNT-OK VALUE 'Y'.
01 WS-DONE             PIC X VALUE 'N'.
    88 DONE-PROPOSING VALUE 'Y'.
01 WS-APPROVE-CHOICE   PIC X(1).

*> Tolerance either side of target before a sector is traded; the
*> same figure InvestmentReport flags OVER and UNDER at.
01 WS-ALLOC-TOLERANCE  PIC 9(3)V99 VALUE 5.00.

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

*> Cash balances per account, loaded once.
01 WS-CASH-TABLE-MAX   PIC 9(3) VALUE 100.
01 WS-CASH-COUNT       PIC 9(3) VALUE 0.
01 WS-CASH-TABLE.
    05 WS-CASH-ENTRY OCCURS 100 TIMES INDEXED BY WS-CASH-IDX.
        10 WS-CASH-ACCT    PIC X(8).
        10 WS-CASH-BAL     PIC S9(11)V99.
01 WS-CASH-OVERFLOW    PIC X VALUE 'N'.
    88 CASH-OVERFLOW VALUE 'Y'.
01 WS-CASH-BAL-WORK    PIC S9(11)V99.

*> The account's holdings, priced tonight in base currency, with
*> the trade proposed against each.
01 WS-HLD-TABLE-MAX    PIC 9(3) VALUE 200.
01 WS-HLD-COUNT        PIC 9(3) VALUE 0.
01 WS-HLD-TABLE.
    05 WS-HLD-ENTRY OCCURS 200 TIMES INDEXED BY WS-HLD-IDX.
        10 WS-HLD-SYMBOL       PIC X(7).
        10 WS-HLD-SHARES       PIC 9(5).
        10 WS-HLD-PRICE        PIC 9(6)V99.
        10 WS-HLD-CCY          PIC X(3).
        10 WS-HLD-SECTOR       PIC X(4).
        10 WS-HLD-BASE-PRICE   PIC 9(8)V9(4).
        10 WS-HLD-BASE-MV      PIC 9(11)V99.
        10 WS-HLD-PRICED       PIC X.
            88 HLD-PRICED VALUE 'Y'.
        10 WS-HLD-ACTION       PIC X.
        10 WS-HLD-TRADE        PIC 9(5).
01 WS-HLD-OVERFLOW     PIC X VALUE 'N'.
    88 HLD-OVERFLOW VALUE 'Y'.
01 WS-HLD-SCAN         PIC 9(3).

*> The account's sectors: the committee's target, tonight's
*> weighting, and the base-currency change needed to reach target.
01 WS-SEC-TABLE-MAX    PIC 9(2) VALUE 50.
01 WS-SEC-COUNT        PIC 9(2) VALUE 0.
01 WS-SEC-TABLE.
    05 WS-SEC-ENTRY OCCURS 50 TIMES INDEXED BY WS-SEC-IDX.
        10 WS-SEC-CODE         PIC X(4).
        10 WS-SEC-NAME         PIC X(20).
        10 WS-SEC-TARGET       PIC 9(3)V99.
        10 WS-SEC-TARGETED     PIC X.
            88 SEC-TARGETED VALUE 'Y'.
        10 WS-SEC-MV           PIC 9(11)V99.
        10 WS-SEC-ACTUAL       PIC 9(3)V99.
        10 WS-SEC-VARIANCE     PIC S9(3)V99.
        10 WS-SEC-FLAG         PIC X(9).
        10 WS-SEC-CHANGE       PIC S9(11)V99.
01 WS-SEC-OVERFLOW     PIC X VALUE 'N'.
    88 SEC-OVERFLOW VALUE 'Y'.
01 WS-SEC-SCAN         PIC 9(2).
01 WS-SEC-MATCH        PIC 9(2).

01 WS-ACCT-MARKET-VALUE PIC 9(11)V99.
01 WS-TRADE-VALUE      PIC 9(11)V99.
01 WS-TRADE-SHARES     PIC 9(9).
01 WS-TRADE-AMOUNT     PIC 9(11)V99.
01 WS-SELL-PROCEEDS    PIC 9(11)V99.
01 WS-BUY-COST         PIC 9(11)V99.
01 WS-CASH-AVAILABLE   PIC S9(11)V99.
01 WS-CASH-AFTER       PIC S9(11)V99.
01 WS-BUY-SCALE        PIC 9V9(6).
01 WS-BUYS-SCALED      PIC X.
    88 BUYS-SCALED VALUE 'Y'.
01 WS-TRADE-COUNT      PIC 9(3).
01 WS-UNPRICED-COUNT   PIC 9(3).
01 WS-NEXT-PENDING-SEQ PIC 9(5).
01 WS-FIRST-QUEUED     PIC 9(5).
01 WS-ACCOUNTS-PROPOSED PIC 9(3) VALUE 0.
01 WS-ACCOUNTS-QUEUED  PIC 9(3) VALUE 0.
01 WS-ITEMS-QUEUED     PIC 9(5) VALUE 0.

01 WS-EDITED-COUNT     PIC Z(4)9.
01 WS-EDITED-ACTUAL    PIC ZZ9.99.
01 WS-EDITED-TARGET    PIC ZZ9.99.
01 WS-EDITED-VARIANCE  PIC --9.99.
01 WS-EDITED-CHANGE    PIC $$$,$$$,$$$,$$9.99-.
01 WS-EDITED-SHARES    PIC Z(4)9.
01 WS-EDITED-PRICE     PIC Z(5)9.99.
01 WS-EDITED-AMOUNT    PIC $$$,$$$,$$$,$$9.99.
01 WS-EDITED-CASH      PIC $$$,$$$,$$$,$$9.99-.
01 WS-EDITED-SCALE     PIC ZZ9.99.
01 WS-SCALE-PCT        PIC 9(3)V99.
01 WS-ACTION-WORD      PIC X(4).

01 WS-REPORT-LINE      PIC X(132).

PROCEDURE DIVISION.
0000-MAIN-PARA.
    *> Main procedure to control the program flow
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM 1000-INITIALIZATION.
    PERFORM 0100-SIGN-ON.
    IF NOT SIGNED-ON
        DISPLAY "Sign-on failed; run ended."
        PERFORM 3000-FINALIZATION
        STOP RUN
    END-IF
    PERFORM UNTIL DONE-PROPOSING
        PERFORM 2000-PROPOSE-ACCOUNT
    END-PERFORM.
    PERFORM 3000-FINALIZATION.
    STOP RUN.

0100-SIGN-ON.
    *> Verifies the operator against the security file with the
    *> same persistent failure count and lockout as
    *> PortfolioMaintenance's sign-on.
    PERFORM UNTIL SIGNED-ON OR WS-SIGNON-TRIES >= 3
        DISPLAY "Enter your Operator ID: "
        ACCEPT WS-OPERATOR-ID
        DISPLAY "Enter your Password: "
        ACCEPT WS-ENTERED-PASSWORD
        MOVE WS-OPERATOR-ID TO OPER-OPERATOR-ID
        READ OPER-FILE
            INVALID KEY
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
                            MOVE WS-RUN-DATE TO OPER-LAST-SIGNON
                            REWRITE OPER-RECORD
                            IF OPER-PW-EXPIRY <= WS-RUN-DATE
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

1000-INITIALIZATION.
    *> Opens the masters and loads tonight's prices, rates, and
    *> cash. Without the operator file or account master there is
    *> no one to propose under and nothing to propose for; without
    *> tonight's feed there is nothing to price the trades at.
    OPEN I-O OPER-FILE
    IF WS-OPER-STATUS = '35'
        DISPLAY "No operator security file on hand; run"
            " OperMaintenance to set up operators first."
        STOP RUN
    END-IF
    IF WS-OPER-STATUS NOT = '00'
        DISPLAY "Error opening operator security file, status: "
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
    OPEN INPUT PORTFOLIO-FILE
    EVALUATE WS-FILE-STATUS
        WHEN '35'
            DISPLAY "No portfolio file on hand; no holdings to"
                " rebalance."
        WHEN '00'
            SET HAVE-PORTFOLIO TO TRUE
        WHEN OTHER
            DISPLAY "Error opening portfolio file, status: "
                WS-FILE-STATUS
            STOP RUN
    END-EVALUATE
    OPEN INPUT SECTOR-FILE
    EVALUATE WS-SECTOR-STATUS
        WHEN '35'
            DISPLAY "No sector master; no targets to rebalance to."
        WHEN '00'
            SET HAVE-SECTORS TO TRUE
        WHEN OTHER
            DISPLAY "Error opening sector master, status: "
                WS-SECTOR-STATUS
            STOP RUN
    END-EVALUATE
    PERFORM 1100-LOAD-STOCK-TABLE
    PERFORM 1200-LOAD-FX-TABLE
    PERFORM 1300-LOAD-CASH-TABLE
    OPEN OUTPUT PROPOSAL-FILE.

1100-LOAD-STOCK-TABLE.
    *> Tonight's accepted feed, loaded into the shared stock table.
    OPEN INPUT STOCKS-FILE
    EVALUATE WS-STOCKS-STATUS
        WHEN '35'
            DISPLAY "No price feed on hand; nothing to price a"
                " proposal at."
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
            STOP RUN
    END-EVALUATE.

1200-LOAD-FX-TABLE.
    *> Tonight's FX rates; without the file only base-currency
    *> holdings can be weighed and traded.
    OPEN INPUT FX-FILE
    EVALUATE WS-FX-STATUS
        WHEN '35'
            DISPLAY "No FX rates file; only USD holdings are"
                " weighed this run."
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
            STOP RUN
    END-EVALUATE.

1300-LOAD-CASH-TABLE.
    *> Each account's cash balance; an account with no cash record
    *> has nothing to buy with beyond its own sale proceeds.
    OPEN INPUT CASH-FILE
    EVALUATE WS-CASH-STATUS
        WHEN '35'
            CONTINUE
        WHEN '00'
            PERFORM UNTIL EOF-CASH = 'Y'
                READ CASH-FILE
                AT END
                    MOVE 'Y' TO EOF-CASH
                NOT AT END
                    IF CASH-RECORD NOT = SPACES
                        IF WS-CASH-COUNT < WS-CASH-TABLE-MAX
                            ADD 1 TO WS-CASH-COUNT
                            MOVE CASH-ACCOUNT-ID
                                TO WS-CASH-ACCT (WS-CASH-COUNT)
                            MOVE CASH-BALANCE
                                TO WS-CASH-BAL (WS-CASH-COUNT)
                        ELSE
                            IF NOT CASH-OVERFLOW
                                DISPLAY "*** WARNING: more than "
                                    WS-CASH-TABLE-MAX " cash"
                                    " accounts; entries beyond the"
                                    " table limit were NOT"
                                    " loaded. ***"
                                SET CASH-OVERFLOW TO TRUE
                            END-IF
                        END-IF
                    END-IF
            END-PERFORM
            CLOSE CASH-FILE
        WHEN OTHER
            DISPLAY "Error opening cash balance file, status: "
                WS-CASH-STATUS
            STOP RUN
    END-EVALUATE.

2000-PROPOSE-ACCOUNT.
    *> One account: weigh it, size the trades, fit them to the cash,
    *> print the proposal, and queue it if the committee approves.
    DISPLAY "Enter Account ID to rebalance (blank to finish): "
    ACCEPT WS-PROPOSE-ACCOUNT
    IF WS-PROPOSE-ACCOUNT = SPACES
        SET DONE-PROPOSING TO TRUE
    ELSE
        PERFORM 8700-CHECK-ACCOUNT
        IF ACCOUNT-OK
            ADD 1 TO WS-ACCOUNTS-PROPOSED
            PERFORM 2100-LOAD-HOLDINGS
            PERFORM 2200-LOAD-TARGETS
            PERFORM 2300-WEIGH-SECTORS
            PERFORM 2400-SIZE-TRADES
            PERFORM 2500-FIT-TO-CASH
            PERFORM 2600-PRINT-PROPOSAL
            IF WS-TRADE-COUNT > 0
                PERFORM 2700-ASK-APPROVAL
            END-IF
        END-IF
    END-IF.

2100-LOAD-HOLDINGS.
    *> The account's holdings, each priced at tonight's close and
    *> translated to base currency. A holding with no price or no
    *> rate tonight cannot be weighed or traded and is listed as
    *> such on the proposal.
    MOVE 0 TO WS-HLD-COUNT
    MOVE 'N' TO WS-HLD-OVERFLOW
    MOVE 0 TO WS-UNPRICED-COUNT
    MOVE 'N' TO EOF-PORT
    IF NOT HAVE-PORTFOLIO
        MOVE 'Y' TO EOF-PORT
    ELSE
        MOVE WS-PROPOSE-ACCOUNT TO PORT-ACCOUNT-ID
        MOVE LOW-VALUES TO PORT-STOCK-SYMBOL
        START PORTFOLIO-FILE KEY IS NOT LESS THAN PORT-RECORD-KEY
            INVALID KEY
                MOVE 'Y' TO EOF-PORT
        END-START
    END-IF
    PERFORM UNTIL EOF-PORT = 'Y'
        READ PORTFOLIO-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO EOF-PORT
        NOT AT END
            IF PORT-ACCOUNT-ID NOT = WS-PROPOSE-ACCOUNT
                MOVE 'Y' TO EOF-PORT
            ELSE
                IF NUMBER-OF-SHARES > 0
                    PERFORM 2110-TABLE-ONE-HOLDING
                END-IF
            END-IF
    END-PERFORM.

2110-TABLE-ONE-HOLDING.
    *> One holding into the table, priced if tonight allows.
    IF WS-HLD-COUNT < WS-HLD-TABLE-MAX
        ADD 1 TO WS-HLD-COUNT
        MOVE PORT-STOCK-SYMBOL TO WS-HLD-SYMBOL (WS-HLD-COUNT)
        MOVE NUMBER-OF-SHARES TO WS-HLD-SHARES (WS-HLD-COUNT)
        MOVE PORT-CURRENCY TO WS-HLD-CCY (WS-HLD-COUNT)
        MOVE 0 TO WS-HLD-PRICE (WS-HLD-COUNT)
        MOVE 0 TO WS-HLD-BASE-PRICE (WS-HLD-COUNT)
        MOVE 0 TO WS-HLD-BASE-MV (WS-HLD-COUNT)
        MOVE SPACES TO WS-HLD-SECTOR (WS-HLD-COUNT)
        MOVE 'N' TO WS-HLD-PRICED (WS-HLD-COUNT)
        MOVE SPACE TO WS-HLD-ACTION (WS-HLD-COUNT)
        MOVE 0 TO WS-HLD-TRADE (WS-HLD-COUNT)
        PERFORM VARYING WS-SCAN FROM 1 BY 1
                UNTIL WS-SCAN > WS-STOCK-TABLE-MAX
            IF WS-STOCK-SYMBOL (WS-SCAN) = PORT-STOCK-SYMBOL
                MOVE WS-CLOSING-PRICE (WS-SCAN)
                    TO WS-HLD-PRICE (WS-HLD-COUNT)
                MOVE WS-STOCK-SECTOR (WS-SCAN)
                    TO WS-HLD-SECTOR (WS-HLD-COUNT)
                EXIT PERFORM
            END-IF
        END-PERFORM
        MOVE PORT-CURRENCY TO WS-LOOKUP-CCY
        IF WS-LOOKUP-CCY = SPACES
            MOVE WS-BASE-CURRENCY TO WS-LOOKUP-CCY
            MOVE WS-BASE-CURRENCY TO WS-HLD-CCY (WS-HLD-COUNT)
        END-IF
        PERFORM 8000-FIND-FX-RATE
        IF WS-HLD-PRICE (WS-HLD-COUNT) > 0 AND FX-RATE-FOUND
            SET HLD-PRICED (WS-HLD-COUNT) TO TRUE
            COMPUTE WS-HLD-BASE-PRICE (WS-HLD-COUNT) ROUNDED =
                WS-HLD-PRICE (WS-HLD-COUNT) * WS-FX-WORK-RATE
            COMPUTE WS-HLD-BASE-MV (WS-HLD-COUNT) ROUNDED =
                WS-HLD-SHARES (WS-HLD-COUNT)
                    * WS-HLD-BASE-PRICE (WS-HLD-COUNT)
        ELSE
            ADD 1 TO WS-UNPRICED-COUNT
        END-IF
    ELSE
        IF NOT HLD-OVERFLOW
            DISPLAY "*** WARNING: more than " WS-HLD-TABLE-MAX
                " holdings in one account; the proposal is"
                " incomplete beyond the table limit. ***"
            SET HLD-OVERFLOW TO TRUE
        END-IF
    END-IF.

2200-LOAD-TARGETS.
    *> The committee's targets for the account seed the sector
    *> table; sectors held without a target are added as they are
    *> weighed and never traded.
    MOVE 0 TO WS-SEC-COUNT
    MOVE 'N' TO WS-SEC-OVERFLOW
    MOVE 'N' TO EOF-SECT-SCAN
    IF NOT HAVE-SECTORS
        MOVE 'Y' TO EOF-SECT-SCAN
    ELSE
        MOVE WS-PROPOSE-ACCOUNT TO SECT-ACCOUNT-ID
        MOVE LOW-VALUES TO SECT-CODE
        START SECTOR-FILE KEY IS NOT LESS THAN SECT-KEY
            INVALID KEY
                MOVE 'Y' TO EOF-SECT-SCAN
        END-START
    END-IF
    PERFORM UNTIL EOF-SECT-SCAN = 'Y'
        READ SECTOR-FILE NEXT RECORD
            AT END
                MOVE 'Y' TO EOF-SECT-SCAN
            NOT AT END
                IF SECT-ACCOUNT-ID NOT = WS-PROPOSE-ACCOUNT
                    MOVE 'Y' TO EOF-SECT-SCAN
                ELSE
                    PERFORM 2210-ADD-SECTOR-ENTRY
                    IF WS-SEC-MATCH > 0
                        MOVE SECT-NAME TO WS-SEC-NAME (WS-SEC-MATCH)
                        MOVE SECT-TARGET-PCT
                            TO WS-SEC-TARGET (WS-SEC-MATCH)
                        SET SEC-TARGETED (WS-SEC-MATCH) TO TRUE
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

2210-ADD-SECTOR-ENTRY.
    *> Finds SECT-CODE in the sector table, adding it if new;
    *> WS-SEC-MATCH is zero only when the table is full.
    MOVE 0 TO WS-SEC-MATCH
    PERFORM VARYING WS-SEC-SCAN FROM 1 BY 1
            UNTIL WS-SEC-SCAN > WS-SEC-COUNT
        IF WS-SEC-CODE (WS-SEC-SCAN) = SECT-CODE
            MOVE WS-SEC-SCAN TO WS-SEC-MATCH
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-SEC-MATCH = 0
        IF WS-SEC-COUNT < WS-SEC-TABLE-MAX
            ADD 1 TO WS-SEC-COUNT
            MOVE WS-SEC-COUNT TO WS-SEC-MATCH
            MOVE SECT-CODE TO WS-SEC-CODE (WS-SEC-MATCH)
            MOVE "(no target set)" TO WS-SEC-NAME (WS-SEC-MATCH)
            MOVE 0 TO WS-SEC-TARGET (WS-SEC-MATCH)
            MOVE 'N' TO WS-SEC-TARGETED (WS-SEC-MATCH)
            MOVE 0 TO WS-SEC-MV (WS-SEC-MATCH)
            MOVE 0 TO WS-SEC-ACTUAL (WS-SEC-MATCH)
            MOVE 0 TO WS-SEC-VARIANCE (WS-SEC-MATCH)
            MOVE SPACES TO WS-SEC-FLAG (WS-SEC-MATCH)
            MOVE 0 TO WS-SEC-CHANGE (WS-SEC-MATCH)
        ELSE
            IF NOT SEC-OVERFLOW
                DISPLAY "*** WARNING: more than " WS-SEC-TABLE-MAX
                    " sectors in one account; the proposal is"
                    " incomplete beyond the table limit. ***"
                SET SEC-OVERFLOW TO TRUE
            END-IF
        END-IF
    END-IF.

2300-WEIGH-SECTORS.
    *> Rolls the priced holdings up by sector and works out each
    *> targeted sector's weighting of the account's market value,
    *> flagged OVER or UNDER on the same rule as InvestmentReport.
    *> The change is what it would take, in base currency, to bring
    *> the sector exactly back to target.
    MOVE 0 TO WS-ACCT-MARKET-VALUE
    PERFORM VARYING WS-HLD-SCAN FROM 1 BY 1
            UNTIL WS-HLD-SCAN > WS-HLD-COUNT
        IF HLD-PRICED (WS-HLD-SCAN)
            ADD WS-HLD-BASE-MV (WS-HLD-SCAN) TO WS-ACCT-MARKET-VALUE
            MOVE WS-HLD-SECTOR (WS-HLD-SCAN) TO SECT-CODE
            PERFORM 2210-ADD-SECTOR-ENTRY
            IF WS-SEC-MATCH > 0
                ADD WS-HLD-BASE-MV (WS-HLD-SCAN)
                    TO WS-SEC-MV (WS-SEC-MATCH)
            END-IF
        END-IF
    END-PERFORM
    PERFORM VARYING WS-SEC-SCAN FROM 1 BY 1
            UNTIL WS-SEC-SCAN > WS-SEC-COUNT
        IF WS-ACCT-MARKET-VALUE > 0
            COMPUTE WS-SEC-ACTUAL (WS-SEC-SCAN) ROUNDED =
                (WS-SEC-MV (WS-SEC-SCAN) / WS-ACCT-MARKET-VALUE) * 100
        END-IF
        IF SEC-TARGETED (WS-SEC-SCAN)
            COMPUTE WS-SEC-VARIANCE (WS-SEC-SCAN) =
                WS-SEC-ACTUAL (WS-SEC-SCAN) - WS-SEC-TARGET (WS-SEC-SCAN)
            IF WS-SEC-VARIANCE (WS-SEC-SCAN) > WS-ALLOC-TOLERANCE
                MOVE "OVER" TO WS-SEC-FLAG (WS-SEC-SCAN)
            END-IF
            IF WS-SEC-VARIANCE (WS-SEC-SCAN) < 0
                AND 0 - WS-SEC-VARIANCE (WS-SEC-SCAN)
                    > WS-ALLOC-TOLERANCE
                MOVE "UNDER" TO WS-SEC-FLAG (WS-SEC-SCAN)
            END-IF
            IF WS-SEC-FLAG (WS-SEC-SCAN) NOT = SPACES
                COMPUTE WS-SEC-CHANGE (WS-SEC-SCAN) ROUNDED =
                    (WS-ACCT-MARKET-VALUE * WS-SEC-TARGET (WS-SEC-SCAN)
                        / 100) - WS-SEC-MV (WS-SEC-SCAN)
            END-IF
        ELSE
            MOVE "NO TARGET" TO WS-SEC-FLAG (WS-SEC-SCAN)
        END-IF
    END-PERFORM.

2400-SIZE-TRADES.
    *> Spreads each flagged sector's change over the account's
    *> holdings in that sector by their share of the sector's value,
    *> in whole shares rounded down, so the sells never exceed what
    *> is held and the buys never overshoot the target.
    MOVE 0 TO WS-SELL-PROCEEDS
    MOVE 0 TO WS-BUY-COST
    PERFORM VARYING WS-HLD-SCAN FROM 1 BY 1
            UNTIL WS-HLD-SCAN > WS-HLD-COUNT
        IF HLD-PRICED (WS-HLD-SCAN)
            MOVE WS-HLD-SECTOR (WS-HLD-SCAN) TO SECT-CODE
            PERFORM 2210-ADD-SECTOR-ENTRY
            IF WS-SEC-MATCH > 0
                IF WS-SEC-FLAG (WS-SEC-MATCH) = "OVER"
                    OR WS-SEC-FLAG (WS-SEC-MATCH) = "UNDER"
                    PERFORM 2410-SIZE-ONE-TRADE
                END-IF
            END-IF
        END-IF
    END-PERFORM.

2410-SIZE-ONE-TRADE.
    *> One holding's share of its sector's change.
    IF WS-SEC-CHANGE (WS-SEC-MATCH) < 0
        COMPUTE WS-TRADE-VALUE =
            (0 - WS-SEC-CHANGE (WS-SEC-MATCH))
                * WS-HLD-BASE-MV (WS-HLD-SCAN) / WS-SEC-MV (WS-SEC-MATCH)
    ELSE
        COMPUTE WS-TRADE-VALUE =
            WS-SEC-CHANGE (WS-SEC-MATCH)
                * WS-HLD-BASE-MV (WS-HLD-SCAN) / WS-SEC-MV (WS-SEC-MATCH)
    END-IF
    COMPUTE WS-TRADE-SHARES =
        WS-TRADE-VALUE / WS-HLD-BASE-PRICE (WS-HLD-SCAN)
    IF WS-SEC-CHANGE (WS-SEC-MATCH) < 0
        IF WS-TRADE-SHARES > WS-HLD-SHARES (WS-HLD-SCAN)
            MOVE WS-HLD-SHARES (WS-HLD-SCAN) TO WS-TRADE-SHARES
        END-IF
        IF WS-TRADE-SHARES > 0
            MOVE 'S' TO WS-HLD-ACTION (WS-HLD-SCAN)
            MOVE WS-TRADE-SHARES TO WS-HLD-TRADE (WS-HLD-SCAN)
            COMPUTE WS-TRADE-AMOUNT ROUNDED =
                WS-TRADE-SHARES * WS-HLD-BASE-PRICE (WS-HLD-SCAN)
            ADD WS-TRADE-AMOUNT TO WS-SELL-PROCEEDS
        END-IF
    ELSE
        IF WS-TRADE-SHARES + WS-HLD-SHARES (WS-HLD-SCAN) > 99999
            COMPUTE WS-TRADE-SHARES =
                99999 - WS-HLD-SHARES (WS-HLD-SCAN)
        END-IF
        IF WS-TRADE-SHARES > 0
            MOVE 'B' TO WS-HLD-ACTION (WS-HLD-SCAN)
            MOVE WS-TRADE-SHARES TO WS-HLD-TRADE (WS-HLD-SCAN)
            COMPUTE WS-TRADE-AMOUNT ROUNDED =
                WS-TRADE-SHARES * WS-HLD-BASE-PRICE (WS-HLD-SCAN)
            ADD WS-TRADE-AMOUNT TO WS-BUY-COST
        END-IF
    END-IF.

2500-FIT-TO-CASH.
    *> The buys are paid for out of the account's cash plus the
    *> proposal's own sale proceeds. If they come to more, every buy
    *> is cut back by the same proportion (whole shares, rounded
    *> down) so the account is not overdrawn; an account already
    *> overdrawn past its proceeds gets no buys at all.
    MOVE 'N' TO WS-BUYS-SCALED
    MOVE WS-PROPOSE-ACCOUNT TO CASH-ACCOUNT-ID
    PERFORM 9200-FIND-CASH-BALANCE
    COMPUTE WS-CASH-AVAILABLE = WS-CASH-BAL-WORK + WS-SELL-PROCEEDS
    IF WS-BUY-COST > 0 AND WS-BUY-COST > WS-CASH-AVAILABLE
        SET BUYS-SCALED TO TRUE
        IF WS-CASH-AVAILABLE > 0
            COMPUTE WS-BUY-SCALE = WS-CASH-AVAILABLE / WS-BUY-COST
        ELSE
            MOVE 0 TO WS-BUY-SCALE
        END-IF
        MOVE 0 TO WS-BUY-COST
        PERFORM VARYING WS-HLD-SCAN FROM 1 BY 1
                UNTIL WS-HLD-SCAN > WS-HLD-COUNT
            IF WS-HLD-ACTION (WS-HLD-SCAN) = 'B'
                COMPUTE WS-TRADE-SHARES =
                    WS-HLD-TRADE (WS-HLD-SCAN) * WS-BUY-SCALE
                MOVE WS-TRADE-SHARES TO WS-HLD-TRADE (WS-HLD-SCAN)
                IF WS-TRADE-SHARES = 0
                    MOVE SPACE TO WS-HLD-ACTION (WS-HLD-SCAN)
                ELSE
                    COMPUTE WS-TRADE-AMOUNT ROUNDED =
                        WS-TRADE-SHARES
                            * WS-HLD-BASE-PRICE (WS-HLD-SCAN)
                    ADD WS-TRADE-AMOUNT TO WS-BUY-COST
                END-IF
            END-IF
        END-PERFORM
    END-IF
    COMPUTE WS-CASH-AFTER = WS-CASH-AVAILABLE - WS-BUY-COST
    MOVE 0 TO WS-TRADE-COUNT
    PERFORM VARYING WS-HLD-SCAN FROM 1 BY 1
            UNTIL WS-HLD-SCAN > WS-HLD-COUNT
        IF WS-HLD-ACTION (WS-HLD-SCAN) NOT = SPACE
            ADD 1 TO WS-TRADE-COUNT
        END-IF
    END-PERFORM.

2600-PRINT-PROPOSAL.
    *> The committee's copy: the sector weighting, the trades, and
    *> the cash they leave.
    MOVE SPACES TO WS-REPORT-LINE
    STRING "REBALANCING PROPOSAL - ACCOUNT " DELIMITED BY SIZE
           WS-PROPOSE-ACCOUNT DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           ACCT-NAME DELIMITED BY SIZE
           ") - PRICES OF " DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
           " - PROPOSED BY " DELIMITED BY SIZE
           WS-OPERATOR-ID DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    MOVE "Sector  SectorName            Actual%  Target%  Variance  Flag            Change to Target"
        TO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    MOVE "-----------------------------------------------------------------------------------------"
        TO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    PERFORM VARYING WS-SEC-SCAN FROM 1 BY 1
            UNTIL WS-SEC-SCAN > WS-SEC-COUNT
        PERFORM 2610-PRINT-SECTOR-LINE
    END-PERFORM
    MOVE SPACES TO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    IF WS-TRADE-COUNT = 0
        MOVE "No trades proposed: every targeted sector is within tolerance or cannot be traded."
            TO WS-REPORT-LINE
        PERFORM 9000-WRITE-REPORT-LINE
    ELSE
        MOVE "Action  Symbol   Sector   Shares      Price  CCY        Base Amount"
            TO WS-REPORT-LINE
        PERFORM 9000-WRITE-REPORT-LINE
        MOVE "-----------------------------------------------------------------------------------------"
            TO WS-REPORT-LINE
        PERFORM 9000-WRITE-REPORT-LINE
        PERFORM VARYING WS-HLD-SCAN FROM 1 BY 1
                UNTIL WS-HLD-SCAN > WS-HLD-COUNT
            IF WS-HLD-ACTION (WS-HLD-SCAN) = 'S'
                PERFORM 2620-PRINT-TRADE-LINE
            END-IF
        END-PERFORM
        PERFORM VARYING WS-HLD-SCAN FROM 1 BY 1
                UNTIL WS-HLD-SCAN > WS-HLD-COUNT
            IF WS-HLD-ACTION (WS-HLD-SCAN) = 'B'
                PERFORM 2620-PRINT-TRADE-LINE
            END-IF
        END-PERFORM
    END-IF
    PERFORM 2630-PRINT-UNPRICED
    MOVE "-----------------------------------------------------------------------------------------"
        TO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    MOVE WS-CASH-BAL-WORK TO WS-EDITED-CASH
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Cash on hand:          " DELIMITED BY SIZE
           WS-EDITED-CASH DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    MOVE WS-SELL-PROCEEDS TO WS-EDITED-CASH
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Plus sale proceeds:    " DELIMITED BY SIZE
           WS-EDITED-CASH DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    MOVE WS-BUY-COST TO WS-EDITED-CASH
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Less purchase cost:    " DELIMITED BY SIZE
           WS-EDITED-CASH DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    MOVE WS-CASH-AFTER TO WS-EDITED-CASH
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Cash after trades:     " DELIMITED BY SIZE
           WS-EDITED-CASH DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    IF BUYS-SCALED
        COMPUTE WS-SCALE-PCT = WS-BUY-SCALE * 100
        MOVE WS-SCALE-PCT TO WS-EDITED-SCALE
        MOVE SPACES TO WS-REPORT-LINE
        STRING "*** Buys cut back to " DELIMITED BY SIZE
               WS-EDITED-SCALE DELIMITED BY SIZE
               "% of the amount needed to stay within the"
               DELIMITED BY SIZE
               " account's cash. ***" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
        PERFORM 9000-WRITE-REPORT-LINE
    END-IF.

2610-PRINT-SECTOR-LINE.
    *> One sector's weighting against target; the change is shown
    *> only for a sector flagged for trading. An under-weight sector
    *> the account holds nothing in cannot be bought into here - the
    *> committee has to name the security.
    MOVE WS-SEC-ACTUAL (WS-SEC-SCAN) TO WS-EDITED-ACTUAL
    MOVE WS-SEC-TARGET (WS-SEC-SCAN) TO WS-EDITED-TARGET
    MOVE WS-SEC-VARIANCE (WS-SEC-SCAN) TO WS-EDITED-VARIANCE
    MOVE WS-SEC-CHANGE (WS-SEC-SCAN) TO WS-EDITED-CHANGE
    MOVE SPACES TO WS-REPORT-LINE
    IF WS-SEC-FLAG (WS-SEC-SCAN) = "OVER"
        OR WS-SEC-FLAG (WS-SEC-SCAN) = "UNDER"
        STRING WS-SEC-CODE (WS-SEC-SCAN) DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-SEC-NAME (WS-SEC-SCAN) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDITED-ACTUAL DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-EDITED-TARGET DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-EDITED-VARIANCE DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-SEC-FLAG (WS-SEC-SCAN) DELIMITED BY SIZE
               WS-EDITED-CHANGE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
    ELSE
        STRING WS-SEC-CODE (WS-SEC-SCAN) DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-SEC-NAME (WS-SEC-SCAN) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDITED-ACTUAL DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-EDITED-TARGET DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-EDITED-VARIANCE DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-SEC-FLAG (WS-SEC-SCAN) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
    END-IF
    PERFORM 9000-WRITE-REPORT-LINE
    IF WS-SEC-FLAG (WS-SEC-SCAN) = "UNDER"
        AND WS-SEC-MV (WS-SEC-SCAN) = 0
        MOVE "        (nothing held in this sector to buy into; the committee must name a security)"
            TO WS-REPORT-LINE
        PERFORM 9000-WRITE-REPORT-LINE
    END-IF.

2620-PRINT-TRADE-LINE.
    *> One proposed trade at tonight's close in its own currency,
    *> with the base-currency amount it moves.
    IF WS-HLD-ACTION (WS-HLD-SCAN) = 'S'
        MOVE "SELL" TO WS-ACTION-WORD
    ELSE
        MOVE "BUY " TO WS-ACTION-WORD
    END-IF
    COMPUTE WS-TRADE-AMOUNT ROUNDED =
        WS-HLD-TRADE (WS-HLD-SCAN) * WS-HLD-BASE-PRICE (WS-HLD-SCAN)
    MOVE WS-HLD-TRADE (WS-HLD-SCAN) TO WS-EDITED-SHARES
    MOVE WS-HLD-PRICE (WS-HLD-SCAN) TO WS-EDITED-PRICE
    MOVE WS-TRADE-AMOUNT TO WS-EDITED-AMOUNT
    MOVE SPACES TO WS-REPORT-LINE
    STRING WS-ACTION-WORD DELIMITED BY SIZE
           "    " DELIMITED BY SIZE
           WS-HLD-SYMBOL (WS-HLD-SCAN) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-HLD-SECTOR (WS-HLD-SCAN) DELIMITED BY SIZE
           "     " DELIMITED BY SIZE
           WS-EDITED-SHARES DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-EDITED-PRICE DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-HLD-CCY (WS-HLD-SCAN) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-EDITED-AMOUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE.

2630-PRINT-UNPRICED.
    *> Holdings left out of the weighting because tonight has no
    *> price or no rate for them.
    IF WS-UNPRICED-COUNT > 0
        PERFORM VARYING WS-HLD-SCAN FROM 1 BY 1
                UNTIL WS-HLD-SCAN > WS-HLD-COUNT
            IF NOT HLD-PRICED (WS-HLD-SCAN)
                MOVE SPACES TO WS-REPORT-LINE
                STRING "(" DELIMITED BY SIZE
                       WS-HLD-SYMBOL (WS-HLD-SCAN) DELIMITED BY SIZE
                       " has no price or FX rate tonight; left out"
                       DELIMITED BY SIZE
                       " of the weighting and not traded)"
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                PERFORM 9000-WRITE-REPORT-LINE
            END-IF
        END-PERFORM
    END-IF.

2700-ASK-APPROVAL.
    *> The committee's decision, keyed by the proposing operator.
    *> Approved trades are queued, not applied: another operator
    *> still has to release each one.
    DISPLAY "A)pprove and queue these trades  D)iscard - Choice: "
    ACCEPT WS-APPROVE-CHOICE
    EVALUATE WS-APPROVE-CHOICE
        WHEN 'A'
        WHEN 'a'
            PERFORM 2800-QUEUE-TRADES
        WHEN OTHER
            MOVE "Proposal not approved; nothing queued."
                TO WS-REPORT-LINE
            PERFORM 9000-WRITE-REPORT-LINE
    END-EVALUATE
    MOVE SPACES TO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE.

2800-QUEUE-TRADES.
    *> Sells ahead of buys, so a reviewer releasing in queue order
    *> raises the cash before spending it. Numbers carry on from the
    *> highest already on the queue.
    PERFORM 2810-FIND-NEXT-PENDING-SEQ
    MOVE WS-NEXT-PENDING-SEQ TO WS-FIRST-QUEUED
    OPEN EXTEND PENDING-FILE
    IF WS-PENDING-STATUS = '35'
        OPEN OUTPUT PENDING-FILE
    END-IF
    PERFORM VARYING WS-HLD-SCAN FROM 1 BY 1
            UNTIL WS-HLD-SCAN > WS-HLD-COUNT
        IF WS-HLD-ACTION (WS-HLD-SCAN) = 'S'
            PERFORM 2820-QUEUE-ONE-TRADE
        END-IF
    END-PERFORM
    PERFORM VARYING WS-HLD-SCAN FROM 1 BY 1
            UNTIL WS-HLD-SCAN > WS-HLD-COUNT
        IF WS-HLD-ACTION (WS-HLD-SCAN) = 'B'
            PERFORM 2820-QUEUE-ONE-TRADE
        END-IF
    END-PERFORM
    CLOSE PENDING-FILE
    ADD 1 TO WS-ACCOUNTS-QUEUED
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Approved: queued as pending items " DELIMITED BY SIZE
           WS-FIRST-QUEUED DELIMITED BY SIZE
           " to " DELIMITED BY SIZE
           PT-SEQ DELIMITED BY SIZE
           " under operator " DELIMITED BY SIZE
           WS-OPERATOR-ID DELIMITED BY SIZE
           "; release them through P)ending in PortfolioMaintenance."
           DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE.

2810-FIND-NEXT-PENDING-SEQ.
    *> Same numbering rule as PortfolioMaintenance: one past the
    *> highest sequence already on the queue.
    MOVE 1 TO WS-NEXT-PENDING-SEQ
    MOVE 'N' TO EOF-PENDING
    OPEN INPUT PENDING-FILE
    IF WS-PENDING-STATUS = '35'
        MOVE 'Y' TO EOF-PENDING
    END-IF
    PERFORM UNTIL EOF-PENDING = 'Y'
        READ PENDING-FILE
        AT END
            MOVE 'Y' TO EOF-PENDING
        NOT AT END
            IF PENDING-RECORD NOT = SPACES
                IF PT-SEQ >= WS-NEXT-PENDING-SEQ
                    COMPUTE WS-NEXT-PENDING-SEQ = PT-SEQ + 1
                END-IF
            END-IF
    END-PERFORM
    IF WS-PENDING-STATUS NOT = '35'
        CLOSE PENDING-FILE
    END-IF.

2820-QUEUE-ONE-TRADE.
    *> One trade onto the queue at tonight's close, in the holding's
    *> own currency, with the proposing operator as maker.
    MOVE WS-NEXT-PENDING-SEQ TO PT-SEQ
    MOVE WS-RUN-DATE TO PT-DATE
    MOVE WS-OPERATOR-ID TO PT-MAKER
    MOVE WS-HLD-ACTION (WS-HLD-SCAN) TO PT-ACTION
    MOVE WS-PROPOSE-ACCOUNT TO PT-ACCOUNT-ID
    MOVE WS-HLD-SYMBOL (WS-HLD-SCAN) TO PT-STOCK-SYMBOL
    MOVE WS-HLD-TRADE (WS-HLD-SCAN) TO PT-SHARES
    MOVE WS-HLD-PRICE (WS-HLD-SCAN) TO PT-PRICE
    MOVE WS-HLD-CCY (WS-HLD-SCAN) TO PT-CURRENCY
    WRITE PENDING-RECORD
    ADD 1 TO WS-ITEMS-QUEUED
    ADD 1 TO WS-NEXT-PENDING-SEQ.

3000-FINALIZATION.
    *> Run totals and close-down.
    MOVE WS-ACCOUNTS-PROPOSED TO WS-EDITED-COUNT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Accounts proposed:     " DELIMITED BY SIZE
           WS-EDITED-COUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    MOVE WS-ACCOUNTS-QUEUED TO WS-EDITED-COUNT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Proposals approved:    " DELIMITED BY SIZE
           WS-EDITED-COUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    MOVE WS-ITEMS-QUEUED TO WS-EDITED-COUNT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Trades queued:         " DELIMITED BY SIZE
           WS-EDITED-COUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    CLOSE PROPOSAL-FILE
    CLOSE OPER-FILE
    CLOSE ACCOUNT-FILE
    IF HAVE-PORTFOLIO
        CLOSE PORTFOLIO-FILE
    END-IF
    IF HAVE-SECTORS
        CLOSE SECTOR-FILE
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

8700-CHECK-ACCOUNT.
    *> The account must be on the master and open, as in
    *> PortfolioMaintenance; the name is shown so the operator sees
    *> whose account is being proposed for.
    MOVE 'N' TO WS-ACCOUNT-OK
    MOVE WS-PROPOSE-ACCOUNT TO ACCT-ACCOUNT-ID
    READ ACCOUNT-FILE
        INVALID KEY
            DISPLAY "Account " WS-PROPOSE-ACCOUNT " is not on the"
                " account master; no proposal made."
        NOT INVALID KEY
            IF ACCT-CLOSED
                DISPLAY "Account " WS-PROPOSE-ACCOUNT " (" ACCT-NAME
                    ") was closed " ACCT-CLOSED-DATE
                    "; no proposal made."
            ELSE
                SET ACCOUNT-OK TO TRUE
                DISPLAY "Account " WS-PROPOSE-ACCOUNT ": " ACCT-NAME
            END-IF
    END-READ.

9000-WRITE-REPORT-LINE.
    *> Each report line goes to the file and the console.
    WRITE PROPOSAL-RECORD FROM WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE.

9200-FIND-CASH-BALANCE.
    *> The account's cash balance in base currency; zero when the
    *> account has no cash record yet.
    MOVE 0 TO WS-CASH-BAL-WORK
    PERFORM VARYING WS-SCAN FROM 1 BY 1
            UNTIL WS-SCAN > WS-CASH-COUNT
        IF WS-CASH-ACCT (WS-SCAN) = CASH-ACCOUNT-ID
            MOVE WS-CASH-BAL (WS-SCAN) TO WS-CASH-BAL-WORK
            EXIT PERFORM
        END-IF
    END-PERFORM.
