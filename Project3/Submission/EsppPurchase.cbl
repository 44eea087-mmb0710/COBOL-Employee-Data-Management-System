*>****************************************************************
*> Authors: Aditya Hirpara, Meet Maheta & Patel Meet
*> Date: 15/10/2026
*> Purpose: Employee stock purchase plan, purchase-period run.
*>          Takes each active participant's contribution for the
*>          period (their percent of salary on EmployeeData.dat,
*>          spread over the plan's periods per year) into the plan
*>          account's cash, buys the plan security for the whole
*>          plan through the same holding, purchases log, tax lot,
*>          and cash journal postings PortfolioMaintenance makes for
*>          a buy, and allocates the shares to the participants in
*>          whole shares out of what each has contributed. The
*>          remainder stays in the participant's balance for the
*>          next period. Participants whose employee record is
*>          terminated (or gone) are withdrawn, and every withdrawn
*>          participant's unspent balance is paid out of the plan
*>          cash and listed on ESPP-REFUNDS.txt. Each participant
*>          gets a statement on ESPP-STATEMENTS.txt. The plan
*>          account, security, and periods per year are on
*>          ESPPPLAN.txt; ESPPPERIODS.txt registers each period run
*>          so a period is never bought twice.
*> Tectonics: cobc
*> Modification History:
*>   15/10/2026 MM  Initial version.
*>   15/10/2026 MM  Participants on leave of absence contribute and
*>                  buy nothing for the period but stay in the plan
*>                  with their balance held.
*>****************************************************************
IDENTIFICATION DIVISION.
       PROGRAM-ID. EsppPurchase.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> The plan settings: one line, maintained by hand.
    SELECT PLAN-FILE ASSIGN TO 'ESPPPLAN.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PLAN-STATUS.
    *> Plan participants, maintained by EsppEnrollment on the
    *> employee side; balances and plan-to-date totals are updated
    *> here.
    SELECT ENROLL-FILE ASSIGN TO 'EsppEnrollment.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ESPP-EMPLOYEE-ID
        FILE STATUS IS WS-ENROLL-STATUS.
    *> The employee master EmpDataManager keeps, for each
    *> participant's salary, status, and name.
    SELECT EMP-FILE ASSIGN TO 'EmployeeData.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS EMP-EMPLOYEE-ID
        ALTERNATE RECORD KEY IS EMP-SURNAME WITH DUPLICATES
        ALTERNATE RECORD KEY IS EMP-DEPARTMENT-CODE WITH DUPLICATES
        FILE STATUS IS WS-EMP-STATUS.
    *> The account master; the plan account must be on it and open.
    SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNTMASTER.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS ACCT-ACCOUNT-ID
        FILE STATUS IS WS-ACCOUNT-STATUS.
    *> The live holdings; the plan's purchase is applied to the plan
    *> account's holding in the plan security.
    SELECT PORTFOLIO-FILE ASSIGN TO 'INVESTMENTFILE.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PORT-RECORD-KEY
        FILE STATUS IS WS-FILE-STATUS.
    *> Tonight's accepted price feed, for the purchase price.
    SELECT STOCKS-FILE ASSIGN TO 'STOCKS.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STOCKS-STATUS.
    *> Tonight's FX rates, to carry the base cost of the purchase.
    SELECT FX-FILE ASSIGN TO 'FXRATES.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FX-STATUS.
    *> The purchases log, tax lots, cash balances, and cash journal,
    *> posted exactly as PortfolioMaintenance posts a buy.
    SELECT PURCHASES-FILE ASSIGN TO 'PURCHASES.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PURCHASES-STATUS.
    SELECT LOTS-FILE ASSIGN TO 'LOTS.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOTS-STATUS.
    SELECT CASH-FILE ASSIGN TO 'CASHBALANCE.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CASH-STATUS.
    SELECT CASHJRNL-FILE ASSIGN TO 'CASHJOURNAL.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CASHJRNL-STATUS.
    *> One record per period run: the period register.
    SELECT REGISTER-FILE ASSIGN TO 'ESPPPERIODS.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REGISTER-STATUS.
    *> One record per participant per period: shares allocated and
    *> what they cost, appended each run.
    SELECT ALLOC-FILE ASSIGN TO 'ESPPALLOC.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ALLOC-STATUS.
    *> The participant statements and plan summary.
    SELECT STATEMENT-FILE ASSIGN TO 'ESPP-STATEMENTS.txt'
        ORGANIZATION IS LINE SEQUENTIAL.
    *> The refund list for payroll.
    SELECT REFUND-FILE ASSIGN TO 'ESPP-REFUNDS.txt'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD PLAN-FILE.
    *> The plan account the shares are bought into, the plan
    *> security, and how many purchase periods make up a year (1, 2,
    *> 3, 4, 6, or 12).
    01 PLAN-RECORD.
        05 EPL-ACCOUNT-ID     PIC X(8).
        05 EPL-STOCK-SYMBOL   PIC X(7).
        05 EPL-PERIODS-PER-YEAR PIC 9(2).

FD ENROLL-FILE.
    *> Layout must match EsppEnrollment's EsppRecord
    01 ENROLL-RECORD.
        05 ESPP-EMPLOYEE-ID   PIC 9(6).
        05 ESPP-CONTRIB-PCT   PIC 9(2)V99.
        05 ESPP-STATUS        PIC X(1).
            88 ESPP-ACTIVE    VALUE 'A'.
            88 ESPP-WITHDRAWN VALUE 'W'.
        05 ESPP-ENROLL-DATE   PIC 9(8).
        05 ESPP-WITHDRAW-DATE PIC 9(8).
        05 ESPP-BALANCE       PIC 9(7)V99.
        05 ESPP-TOTAL-CONTRIB PIC 9(9)V99.
        05 ESPP-TOTAL-SHARES  PIC 9(7).

FD EMP-FILE.
    *> Layout must match EmpDataManager's EmpRecord
    01 EMP-RECORD.
        05 EMP-EMPLOYEE-ID    PIC 9(6).
        05 EMP-DEPARTMENT-CODE PIC 9(3).
        05 EMP-SURNAME        PIC X(20).
        05 EMP-GIVEN-NAME     PIC X(20).
        05 EMP-HIRE-DATE      PIC 9(8).
        05 EMP-SALARY         PIC 9(7)V99.
        05 EMP-PAY-GRADE      PIC X(2).
        05 EMP-STATUS         PIC X(1).
        05 EMP-TERMINATION-DATE PIC 9(8).

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

FD PURCHASES-FILE.
    *> Layout must match PortfolioMaintenance's PURCHASE-RECORD
    01 PURCHASE-RECORD.
        05 PURCH-ACCOUNT-ID   PIC X(8).
        05 PURCH-STOCK-SYMBOL PIC X(7).
        05 PURCH-DATE         PIC 9(8).
        05 PURCH-SHARES       PIC 9(5).
        05 PURCH-PRICE        PIC 9(6)V99.

FD LOTS-FILE.
    *> Layout must match PortfolioMaintenance's LOT-RECORD
    01 LOT-RECORD.
        05 LOT-ACCOUNT-ID     PIC X(8).
        05 LOT-STOCK-SYMBOL   PIC X(7).
        05 LOT-DATE           PIC 9(8).
        05 LOT-SHARES         PIC 9(5).
        05 LOT-COST           PIC 9(6)V99.

FD CASH-FILE.
    *> Layout must match PortfolioMaintenance's CASH-RECORD
    01 CASH-RECORD.
        05 CASH-ACCOUNT-ID    PIC X(8).
        05 CASH-BALANCE       PIC S9(11)V99 SIGN LEADING SEPARATE.

FD CASHJRNL-FILE.
    *> Layout must match PortfolioMaintenance's CASHJRNL-RECORD
    01 CASHJRNL-RECORD.
        05 CJ-ACCOUNT-ID      PIC X(8).
        05 CJ-DATE            PIC 9(8).
        05 CJ-TYPE            PIC X(3).
        05 CJ-AMOUNT          PIC S9(11)V99 SIGN LEADING SEPARATE.

FD REGISTER-FILE.
    *> One record per purchase period run: the period (year and
    *> period number), the run date, and the period's control
    *> totals.
    01 REGISTER-RECORD.
        05 EPR-PERIOD         PIC 9(6).
        05 EPR-RUN-DATE       PIC 9(8).
        05 EPR-PARTICIPANTS   PIC 9(5).
        05 EPR-CONTRIBUTIONS  PIC 9(9)V99.
        05 EPR-SHARES         PIC 9(7).
        05 EPR-PRICE          PIC 9(6)V99.
        05 EPR-CURRENCY       PIC X(3).
        05 EPR-SHARE-COST     PIC 9(6)V99.
        05 EPR-APPLIED        PIC 9(9)V99.
        05 EPR-WITHDRAWN      PIC 9(5).
        05 EPR-REFUNDS        PIC 9(9)V99.

FD ALLOC-FILE.
    *> One record per participant per period: the shares allocated,
    *> the base-currency cost per share, and the amount applied.
    01 ALLOC-RECORD.
        05 EPA-PERIOD         PIC 9(6).
        05 EPA-DATE           PIC 9(8).
        05 EPA-EMPLOYEE-ID    PIC 9(6).
        05 EPA-ACCOUNT-ID     PIC X(8).
        05 EPA-STOCK-SYMBOL   PIC X(7).
        05 EPA-CONTRIBUTION   PIC 9(7)V99.
        05 EPA-SHARES         PIC 9(5).
        05 EPA-SHARE-COST     PIC 9(6)V99.
        05 EPA-APPLIED        PIC 9(7)V99.
        05 EPA-BALANCE        PIC 9(7)V99.

FD STATEMENT-FILE.
    01 STATEMENT-RECORD.
        05 STATEMENT-LINE     PIC X(132).

FD REFUND-FILE.
    01 REFUND-RECORD.
        05 REFUND-LINE        PIC X(132).

WORKING-STORAGE SECTION.
COPY 'STOCK-TABLE.CPY.txt'.

01 WS-PLAN-STATUS      PIC XX.
01 WS-ENROLL-STATUS    PIC XX.
01 WS-EMP-STATUS       PIC XX.
01 WS-ACCOUNT-STATUS   PIC XX.
01 WS-FILE-STATUS      PIC XX.
01 WS-STOCKS-STATUS    PIC XX.
01 WS-FX-STATUS        PIC XX.
01 WS-PURCHASES-STATUS PIC XX.
01 WS-LOTS-STATUS      PIC XX.
01 WS-CASH-STATUS      PIC XX.
01 WS-CASHJRNL-STATUS  PIC XX.
01 WS-REGISTER-STATUS  PIC XX.
01 WS-ALLOC-STATUS     PIC XX.
01 EOF-FX              PIC X VALUE 'N'.
01 EOF-CASH            PIC X VALUE 'N'.
01 EOF-ENROLL          PIC X VALUE 'N'.
01 EOF-REGISTER        PIC X VALUE 'N'.
01 WS-STOCK-LOAD-IDX   PIC 9(3).
01 WS-STOCKS-EOF       PIC X VALUE 'N'.
01 WS-SCAN             PIC 9(4).
01 WS-RUN-DATE         PIC 9(8).
01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
    05 WS-RUN-YEAR         PIC 9(4).
    05 WS-RUN-MONTH        PIC 9(2).
    05 WS-RUN-DAY          PIC 9(2).

*> The plan settings and the period being bought: year times 100
*> plus the period number within the year, e.g. 202604 for the
*> fourth quarter of 2026 on a quarterly plan.
01 WS-PLAN-ACCOUNT     PIC X(8).
01 WS-PLAN-SYMBOL      PIC X(7).
01 WS-PERIODS-PER-YEAR PIC 9(2).
01 WS-MONTHS-PER-PERIOD PIC 9(2).
01 WS-PERIOD-NO        PIC 9(2).
01 WS-PERIOD           PIC 9(6).
01 WS-LAST-PERIOD      PIC 9(6) VALUE 0.
01 WS-REFUSE-REASON    PIC X(100).

*> The plan security tonight: price in its trading currency, the
*> rate to base, and the base-currency cost of one share, which is
*> what each participant's balance is charged per share allocated.
01 WS-PLAN-PRICE       PIC 9(6)V99.
01 WS-PLAN-CCY         PIC X(3).
01 WS-PLAN-NAME        PIC X(25).
01 WS-SHARE-COST       PIC 9(6)V99.

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
01 WS-FX-SCAN          PIC 9(3).

*> Cash balances per account, same table and posting as
*> PortfolioMaintenance's.
01 WS-CASH-TABLE-MAX   PIC 9(3) VALUE 100.
01 WS-CASH-COUNT       PIC 9(3) VALUE 0.
01 WS-CASH-TABLE.
    05 WS-CASH-ENTRY OCCURS 100 TIMES INDEXED BY WS-CASH-IDX.
        10 WS-CASH-ACCT    PIC X(8).
        10 WS-CASH-BAL     PIC S9(11)V99.
01 WS-CASH-OVERFLOW    PIC X VALUE 'N'.
    88 CASH-OVERFLOW VALUE 'Y'.
01 WS-CASH-BAL-WORK    PIC S9(11)V99.
01 WS-CASH-MATCH       PIC 9(3).
01 WS-CASH-SCAN        PIC 9(3).
01 WS-POST-ACCOUNT     PIC X(8).
01 WS-CASH-TYPE        PIC X(3).
01 WS-CASH-MOVEMENT    PIC S9(11)V99.

*> The period's participants: everyone buying this period and
*> everyone withdrawn with a balance to refund. Built in full
*> before anything is posted; a plan larger than the table is
*> refused rather than part-run.
01 WS-PT-TABLE-MAX     PIC 9(4) VALUE 2000.
01 WS-PT-COUNT         PIC 9(4) VALUE 0.
01 WS-PT-TABLE.
    05 WS-PT-ENTRY OCCURS 2000 TIMES INDEXED BY WS-PT-IDX.
        10 WS-PT-EMP-ID        PIC 9(6).
        10 WS-PT-SURNAME       PIC X(20).
        10 WS-PT-GIVEN-NAME    PIC X(20).
        10 WS-PT-DEPT          PIC 9(3).
        10 WS-PT-PCT           PIC 9(2)V99.
        10 WS-PT-SALARY        PIC 9(7)V99.
        10 WS-PT-ACTION        PIC X.
            88 PT-BUYING   VALUE 'B'.
            88 PT-REFUND   VALUE 'R'.
        10 WS-PT-NEWLY-WITHDRAWN PIC X.
            88 PT-NEWLY-WITHDRAWN VALUE 'Y'.
        10 WS-PT-REASON        PIC X(13).
        10 WS-PT-WITHDRAW-DATE PIC 9(8).
        10 WS-PT-BAL-BF        PIC 9(7)V99.
        10 WS-PT-CONTRIB       PIC 9(7)V99.
        10 WS-PT-SHARES        PIC 9(5).
        10 WS-PT-APPLIED       PIC 9(7)V99.
        10 WS-PT-BAL-CF        PIC 9(7)V99.
01 WS-PT-OVERFLOW      PIC X VALUE 'N'.
    88 PT-OVERFLOW VALUE 'Y'.
01 WS-PT-SCAN          PIC 9(4).

01 WS-AVAILABLE        PIC 9(7)V99.
01 WS-WHOLE-SHARES     PIC 9(7).

*> Period control totals.
01 WS-BUYER-COUNT      PIC 9(5) VALUE 0.
01 WS-WITHDRAWN-COUNT  PIC 9(5) VALUE 0.
01 WS-ON-LEAVE-COUNT   PIC 9(5) VALUE 0.
01 WS-REFUND-COUNT     PIC 9(5) VALUE 0.
01 WS-TOTAL-CONTRIB    PIC 9(9)V99 VALUE 0.
01 WS-TOTAL-SHARES     PIC 9(7) VALUE 0.
01 WS-TOTAL-APPLIED    PIC 9(9)V99 VALUE 0.
01 WS-TOTAL-REFUNDS    PIC 9(9)V99 VALUE 0.
01 WS-TOTAL-HELD       PIC 9(9)V99 VALUE 0.

*> The plan holding before the buy, and the buy itself, in the same
*> names PortfolioMaintenance's 6500-APPLY-BUY uses.
01 WS-HOLDING-FOUND    PIC X VALUE 'N'.
    88 HOLDING-FOUND VALUE 'Y'.
01 WS-MAX-HOLDING      PIC 9(5) VALUE 99999.
01 WS-BUY-SHARES       PIC 9(5).
01 WS-BUY-PRICE        PIC 9(6)V99.
01 WS-NEW-SHARES       PIC 9(7).
01 WS-OLD-COST-TOTAL   PIC 9(11)V99.
01 WS-BUY-COST-TOTAL   PIC 9(11)V99.
01 WS-NEW-AVG-COST     PIC 9(6)V99.
01 WS-OLD-BASE-TOTAL   PIC 9(11)V99.
01 WS-BUY-BASE-TOTAL   PIC 9(11)V99.
01 WS-NEW-BASE-COST    PIC 9(6)V99.

01 WS-EDITED-COUNT     PIC Z(4)9.
01 WS-EDITED-SHARES    PIC Z,ZZZ,ZZ9.
01 WS-EDITED-PCT       PIC Z9.99.
01 WS-EDITED-PRICE     PIC Z(5)9.99.
01 WS-EDITED-RATE      PIC Z(3)9.9(6).
01 WS-EDITED-AMOUNT    PIC $$$,$$$,$$9.99.
01 WS-EDITED-TOTAL     PIC $$$,$$$,$$$,$$9.99.
01 WS-EDITED-CASH      PIC $$$,$$$,$$$,$$9.99-.
01 WS-EDITED-PERIOD    PIC 9999/99.

01 WS-REPORT-LINE      PIC X(132).

PROCEDURE DIVISION.
0000-MAIN-PARA.
    *> Main procedure to control the program flow
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM 1000-INITIALIZATION.
    PERFORM 2000-GATHER-PARTICIPANTS.
    IF WS-PT-COUNT = 0
        DISPLAY "No active participants and no refunds due; nothing"
            " to do this period."
        PERFORM 7000-FINALIZATION
        STOP RUN
    END-IF
    PERFORM 2500-CHECK-HOLDING-ROOM.
    PERFORM 3000-POST-PLAN-ACCOUNT.
    PERFORM 4000-ALLOCATE-SHARES.
    PERFORM 5000-WRITE-REGISTER.
    PERFORM 6000-PRINT-PLAN-SUMMARY.
    PERFORM 7000-FINALIZATION.
    STOP RUN.

1000-INITIALIZATION.
    *> Reads the plan settings, works out the period, and refuses
    *> the run - before anything is touched - if the period has
    *> already been bought, the plan account is not open, or the
    *> plan security has no price or FX rate tonight.
    PERFORM 1400-LOAD-PLAN
    PERFORM 1500-READ-REGISTER
    OPEN INPUT ACCOUNT-FILE
    IF WS-ACCOUNT-STATUS NOT = '00'
        MOVE "No account master on hand to check the plan account"
            TO WS-REFUSE-REASON
        PERFORM 1900-REFUSE-RUN
    END-IF
    MOVE WS-PLAN-ACCOUNT TO ACCT-ACCOUNT-ID
    READ ACCOUNT-FILE
        INVALID KEY
            MOVE "Plan account is not on the account master"
                TO WS-REFUSE-REASON
            PERFORM 1900-REFUSE-RUN
        NOT INVALID KEY
            IF ACCT-CLOSED
                MOVE "Plan account is closed on the account master"
                    TO WS-REFUSE-REASON
                PERFORM 1900-REFUSE-RUN
            END-IF
    END-READ
    CLOSE ACCOUNT-FILE
    PERFORM 1100-LOAD-STOCK-TABLE
    PERFORM 1200-LOAD-FX-TABLE
    PERFORM 1600-PRICE-PLAN-SECURITY
    PERFORM 1300-LOAD-CASH-TABLE
    OPEN INPUT EMP-FILE
    IF WS-EMP-STATUS NOT = '00'
        MOVE "Employee master could not be opened"
            TO WS-REFUSE-REASON
        PERFORM 1900-REFUSE-RUN
    END-IF
    OPEN I-O ENROLL-FILE
    IF WS-ENROLL-STATUS = '35'
        DISPLAY "No plan enrollment file on hand; nobody in the"
            " plan yet."
        CLOSE EMP-FILE
        STOP RUN
    END-IF
    IF WS-ENROLL-STATUS NOT = '00'
        DISPLAY "Error opening plan enrollment file, status: "
            WS-ENROLL-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT STATEMENT-FILE
    OPEN OUTPUT REFUND-FILE.

1100-LOAD-STOCK-TABLE.
    *> Tonight's accepted feed, loaded into the shared stock table.
    OPEN INPUT STOCKS-FILE
    EVALUATE WS-STOCKS-STATUS
        WHEN '35'
            MOVE "No price feed on hand to buy at"
                TO WS-REFUSE-REASON
            PERFORM 1900-REFUSE-RUN
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
    *> Tonight's FX rates; without the file only a base-currency
    *> plan security can be bought.
    OPEN INPUT FX-FILE
    EVALUATE WS-FX-STATUS
        WHEN '35'
            CONTINUE
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

1300-LOAD-CASH-TABLE.
    *> Loads each account's cash balance once; postings update the
    *> table and rewrite the whole file, as PortfolioMaintenance
    *> does.
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
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    IF CASH-OVERFLOW
        MOVE "Cash balance file has more accounts than the table holds"
            TO WS-REFUSE-REASON
        PERFORM 1900-REFUSE-RUN
    END-IF.

1400-LOAD-PLAN.
    *> The plan settings. Periods per year must divide the year into
    *> whole months; the period number counts from January.
    OPEN INPUT PLAN-FILE
    IF WS-PLAN-STATUS NOT = '00'
        MOVE "No plan settings on ESPPPLAN.txt"
            TO WS-REFUSE-REASON
        PERFORM 1900-REFUSE-RUN
    END-IF
    READ PLAN-FILE
        AT END
            MOVE SPACES TO PLAN-RECORD
    END-READ
    CLOSE PLAN-FILE
    MOVE EPL-ACCOUNT-ID TO WS-PLAN-ACCOUNT
    MOVE EPL-STOCK-SYMBOL TO WS-PLAN-SYMBOL
    IF WS-PLAN-ACCOUNT = SPACES OR WS-PLAN-SYMBOL = SPACES
        OR EPL-PERIODS-PER-YEAR IS NOT NUMERIC
        MOVE "Plan settings incomplete on ESPPPLAN.txt"
            TO WS-REFUSE-REASON
        PERFORM 1900-REFUSE-RUN
    END-IF
    MOVE EPL-PERIODS-PER-YEAR TO WS-PERIODS-PER-YEAR
    EVALUATE WS-PERIODS-PER-YEAR
        WHEN 1
        WHEN 2
        WHEN 3
        WHEN 4
        WHEN 6
        WHEN 12
            DIVIDE 12 BY WS-PERIODS-PER-YEAR
                GIVING WS-MONTHS-PER-PERIOD
        WHEN OTHER
            MOVE "Periods per year must be 1, 2, 3, 4, 6, or 12"
                TO WS-REFUSE-REASON
            PERFORM 1900-REFUSE-RUN
    END-EVALUATE
    COMPUTE WS-PERIOD-NO =
        (WS-RUN-MONTH - 1) / WS-MONTHS-PER-PERIOD + 1
    COMPUTE WS-PERIOD = WS-RUN-YEAR * 100 + WS-PERIOD-NO.

1500-READ-REGISTER.
    *> The latest period bought. This period, or an earlier one,
    *> already on the register means the run has been made.
    OPEN INPUT REGISTER-FILE
    EVALUATE WS-REGISTER-STATUS
        WHEN '35'
            CONTINUE
        WHEN '00'
            PERFORM UNTIL EOF-REGISTER = 'Y'
                READ REGISTER-FILE
                AT END
                    MOVE 'Y' TO EOF-REGISTER
                NOT AT END
                    IF EPR-PERIOD > WS-LAST-PERIOD
                        MOVE EPR-PERIOD TO WS-LAST-PERIOD
                    END-IF
            END-PERFORM
            CLOSE REGISTER-FILE
        WHEN OTHER
            DISPLAY "Error opening plan period register, status: "
                WS-REGISTER-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    IF WS-LAST-PERIOD NOT < WS-PERIOD
        MOVE WS-LAST-PERIOD TO WS-EDITED-PERIOD
        MOVE SPACES TO WS-REFUSE-REASON
        STRING "Period " DELIMITED BY SIZE
               WS-EDITED-PERIOD DELIMITED BY SIZE
               " has already been bought" DELIMITED BY SIZE
               INTO WS-REFUSE-REASON
        PERFORM 1900-REFUSE-RUN
    END-IF.

1600-PRICE-PLAN-SECURITY.
    *> Tonight's close for the plan security and the base cost of
    *> one share at tonight's rate.
    MOVE 0 TO WS-PLAN-PRICE
    PERFORM VARYING WS-STOCK-TABLE-IDX FROM 1 BY 1
            UNTIL WS-STOCK-TABLE-IDX > WS-STOCK-TABLE-MAX
            OR WS-STOCK-SYMBOL (WS-STOCK-TABLE-IDX) = SPACES
        IF WS-STOCK-SYMBOL (WS-STOCK-TABLE-IDX) = WS-PLAN-SYMBOL
            MOVE WS-CLOSING-PRICE (WS-STOCK-TABLE-IDX)
                TO WS-PLAN-PRICE
            MOVE WS-STOCK-CURRENCY (WS-STOCK-TABLE-IDX)
                TO WS-PLAN-CCY
            MOVE WS-STOCK-NAME (WS-STOCK-TABLE-IDX)
                TO WS-PLAN-NAME
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-PLAN-PRICE = 0
        MOVE "Plan security has no price on tonight's feed"
            TO WS-REFUSE-REASON
        PERFORM 1900-REFUSE-RUN
    END-IF
    MOVE WS-PLAN-CCY TO WS-LOOKUP-CCY
    PERFORM 8000-FIND-FX-RATE
    IF NOT FX-RATE-FOUND
        MOVE "No FX rate tonight for the plan security's currency"
            TO WS-REFUSE-REASON
        PERFORM 1900-REFUSE-RUN
    END-IF
    COMPUTE WS-SHARE-COST ROUNDED = WS-PLAN-PRICE * WS-FX-WORK-RATE
    IF WS-SHARE-COST = 0
        MOVE "Plan security costs nothing in base currency tonight"
            TO WS-REFUSE-REASON
        PERFORM 1900-REFUSE-RUN
    END-IF.

1900-REFUSE-RUN.
    *> Nothing has been posted when this is reached; the step fails
    *> so the cause can be put right and the period run again.
    DISPLAY "*** PLAN PURCHASE REFUSED: " WS-REFUSE-REASON
    DISPLAY "    Nothing was contributed, bought, or refunded."
    MOVE 8 TO RETURN-CODE
    STOP RUN.

2000-GATHER-PARTICIPANTS.
    *> One pass of the enrollment file, reading each participant's
    *> employee record, to size every contribution, allocation, and
    *> refund before anything is posted.
    MOVE 'N' TO EOF-ENROLL
    MOVE ZERO TO ESPP-EMPLOYEE-ID
    START ENROLL-FILE KEY IS NOT LESS THAN ESPP-EMPLOYEE-ID
        INVALID KEY
            MOVE 'Y' TO EOF-ENROLL
    END-START
    PERFORM UNTIL EOF-ENROLL = 'Y'
        READ ENROLL-FILE NEXT RECORD
            AT END
                MOVE 'Y' TO EOF-ENROLL
            NOT AT END
                PERFORM 2100-GATHER-ONE-ENROLLMENT
        END-READ
    END-PERFORM
    IF PT-OVERFLOW
        MOVE "More plan participants than the run can hold"
            TO WS-REFUSE-REASON
        PERFORM 1900-REFUSE-RUN
    END-IF.

2100-GATHER-ONE-ENROLLMENT.
    *> An active participant still active on the master buys; one
    *> whose employee record is terminated or missing is withdrawn
    *> and refunded. One away on leave is not paid through payroll,
    *> so sits the period out with their balance held. A participant
    *> already withdrawn is only picked up while a balance is still
    *> owed to them.
    MOVE ESPP-EMPLOYEE-ID TO EMP-EMPLOYEE-ID
    READ EMP-FILE
        INVALID KEY
            MOVE SPACES TO EMP-RECORD
            MOVE ESPP-EMPLOYEE-ID TO EMP-EMPLOYEE-ID
            MOVE '?' TO EMP-STATUS
            MOVE 0 TO EMP-TERMINATION-DATE
            MOVE 0 TO EMP-DEPARTMENT-CODE
            MOVE 0 TO EMP-SALARY
    END-READ
    EVALUATE TRUE
        WHEN ESPP-ACTIVE AND EMP-STATUS = 'A'
            PERFORM 2200-TABLE-BUYER
        WHEN ESPP-ACTIVE AND EMP-STATUS = 'L'
            ADD 1 TO WS-ON-LEAVE-COUNT
        WHEN ESPP-ACTIVE
            PERFORM 2300-TABLE-REFUND
        WHEN ESPP-BALANCE > 0
            PERFORM 2300-TABLE-REFUND
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

2150-NEXT-TABLE-ENTRY.
    *> Takes the next participant slot and fills in who it is.
    IF WS-PT-COUNT < WS-PT-TABLE-MAX
        ADD 1 TO WS-PT-COUNT
        MOVE WS-PT-COUNT TO WS-PT-SCAN
        MOVE ESPP-EMPLOYEE-ID TO WS-PT-EMP-ID (WS-PT-SCAN)
        MOVE EMP-SURNAME TO WS-PT-SURNAME (WS-PT-SCAN)
        MOVE EMP-GIVEN-NAME TO WS-PT-GIVEN-NAME (WS-PT-SCAN)
        MOVE EMP-DEPARTMENT-CODE TO WS-PT-DEPT (WS-PT-SCAN)
        MOVE ESPP-CONTRIB-PCT TO WS-PT-PCT (WS-PT-SCAN)
        MOVE EMP-SALARY TO WS-PT-SALARY (WS-PT-SCAN)
        MOVE ESPP-BALANCE TO WS-PT-BAL-BF (WS-PT-SCAN)
        MOVE 'N' TO WS-PT-NEWLY-WITHDRAWN (WS-PT-SCAN)
        MOVE SPACES TO WS-PT-REASON (WS-PT-SCAN)
        MOVE ESPP-WITHDRAW-DATE TO WS-PT-WITHDRAW-DATE (WS-PT-SCAN)
        MOVE 0 TO WS-PT-CONTRIB (WS-PT-SCAN)
        MOVE 0 TO WS-PT-SHARES (WS-PT-SCAN)
        MOVE 0 TO WS-PT-APPLIED (WS-PT-SCAN)
        MOVE 0 TO WS-PT-BAL-CF (WS-PT-SCAN)
    ELSE
        SET PT-OVERFLOW TO TRUE
        MOVE 0 TO WS-PT-SCAN
    END-IF.

2200-TABLE-BUYER.
    *> The period's contribution is the participant's percent of
    *> annual salary spread over the plan's periods. Whole shares
    *> are allocated out of everything they hold at tonight's base
    *> cost per share; the rest is carried forward.
    PERFORM 2150-NEXT-TABLE-ENTRY
    IF WS-PT-SCAN > 0
        MOVE 'B' TO WS-PT-ACTION (WS-PT-SCAN)
        COMPUTE WS-PT-CONTRIB (WS-PT-SCAN) ROUNDED =
            EMP-SALARY * ESPP-CONTRIB-PCT / 100
                / WS-PERIODS-PER-YEAR
        COMPUTE WS-AVAILABLE =
            ESPP-BALANCE + WS-PT-CONTRIB (WS-PT-SCAN)
        DIVIDE WS-AVAILABLE BY WS-SHARE-COST
            GIVING WS-WHOLE-SHARES
        MOVE WS-WHOLE-SHARES TO WS-PT-SHARES (WS-PT-SCAN)
        COMPUTE WS-PT-APPLIED (WS-PT-SCAN) =
            WS-WHOLE-SHARES * WS-SHARE-COST
        COMPUTE WS-PT-BAL-CF (WS-PT-SCAN) =
            WS-AVAILABLE - WS-PT-APPLIED (WS-PT-SCAN)
        ADD 1 TO WS-BUYER-COUNT
        ADD WS-PT-CONTRIB (WS-PT-SCAN) TO WS-TOTAL-CONTRIB
        ADD WS-WHOLE-SHARES TO WS-TOTAL-SHARES
        ADD WS-PT-APPLIED (WS-PT-SCAN) TO WS-TOTAL-APPLIED
        ADD WS-PT-BAL-CF (WS-PT-SCAN) TO WS-TOTAL-HELD
    END-IF.

2300-TABLE-REFUND.
    *> A participant leaving the plan this run - because the master
    *> shows them terminated or no longer has them - is withdrawn as
    *> of their termination date (or today); their balance, like
    *> that of anyone who withdrew through EsppEnrollment, is paid
    *> back and nothing further is contributed.
    PERFORM 2150-NEXT-TABLE-ENTRY
    IF WS-PT-SCAN > 0
        MOVE 'R' TO WS-PT-ACTION (WS-PT-SCAN)
        IF ESPP-ACTIVE
            SET PT-NEWLY-WITHDRAWN (WS-PT-SCAN) TO TRUE
            ADD 1 TO WS-WITHDRAWN-COUNT
            IF EMP-STATUS = 'T'
                MOVE 'TERMINATED' TO WS-PT-REASON (WS-PT-SCAN)
                IF EMP-TERMINATION-DATE > 0
                    MOVE EMP-TERMINATION-DATE
                        TO WS-PT-WITHDRAW-DATE (WS-PT-SCAN)
                ELSE
                    MOVE WS-RUN-DATE
                        TO WS-PT-WITHDRAW-DATE (WS-PT-SCAN)
                END-IF
            ELSE
                MOVE 'NOT ON MASTER' TO WS-PT-REASON (WS-PT-SCAN)
                MOVE WS-RUN-DATE TO WS-PT-WITHDRAW-DATE (WS-PT-SCAN)
            END-IF
        ELSE
            MOVE 'WITHDRAWN' TO WS-PT-REASON (WS-PT-SCAN)
        END-IF
        IF ESPP-BALANCE > 0
            ADD 1 TO WS-REFUND-COUNT
            ADD ESPP-BALANCE TO WS-TOTAL-REFUNDS
        END-IF
    END-IF.

2500-CHECK-HOLDING-ROOM.
    *> The plan holding's share count must still fit its field once
    *> the period's shares are added; the run is refused before any
    *> posting if it would not.
    OPEN I-O PORTFOLIO-FILE
    IF WS-FILE-STATUS = '35'
        OPEN OUTPUT PORTFOLIO-FILE
        CLOSE PORTFOLIO-FILE
        OPEN I-O PORTFOLIO-FILE
    END-IF
    IF WS-FILE-STATUS NOT = '00'
        DISPLAY "Error opening portfolio file, status: "
            WS-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-PLAN-ACCOUNT TO PORT-ACCOUNT-ID
    MOVE WS-PLAN-SYMBOL TO PORT-STOCK-SYMBOL
    MOVE 0 TO WS-NEW-SHARES
    READ PORTFOLIO-FILE
        INVALID KEY
            MOVE 'N' TO WS-HOLDING-FOUND
        NOT INVALID KEY
            SET HOLDING-FOUND TO TRUE
            MOVE NUMBER-OF-SHARES TO WS-NEW-SHARES
    END-READ
    ADD WS-TOTAL-SHARES TO WS-NEW-SHARES
    IF WS-NEW-SHARES > WS-MAX-HOLDING
        MOVE "Plan holding would exceed 99999 shares"
            TO WS-REFUSE-REASON
        PERFORM 1900-REFUSE-RUN
    END-IF.

3000-POST-PLAN-ACCOUNT.
    *> Posts the period to the plan account in order: the
    *> contributions in as a deposit, the purchase out as a buy,
    *> and the refunds out as a withdrawal, each through the cash
    *> journal like any other movement.
    OPEN EXTEND CASHJRNL-FILE
    IF WS-CASHJRNL-STATUS = '35'
        OPEN OUTPUT CASHJRNL-FILE
    END-IF
    MOVE WS-PLAN-ACCOUNT TO WS-POST-ACCOUNT
    IF WS-TOTAL-CONTRIB > 0
        MOVE 'DEP' TO WS-CASH-TYPE
        MOVE WS-TOTAL-CONTRIB TO WS-CASH-MOVEMENT
        PERFORM 9000-POST-CASH
    END-IF
    IF WS-TOTAL-SHARES > 0
        PERFORM 3100-APPLY-BUY
    END-IF
    IF WS-TOTAL-REFUNDS > 0
        MOVE WS-PLAN-ACCOUNT TO WS-POST-ACCOUNT
        MOVE 'WDR' TO WS-CASH-TYPE
        COMPUTE WS-CASH-MOVEMENT = 0 - WS-TOTAL-REFUNDS
        PERFORM 9000-POST-CASH
    END-IF
    CLOSE CASHJRNL-FILE.

3100-APPLY-BUY.
    *> The plan's purchase, applied the way PortfolioMaintenance's
    *> 6500-APPLY-BUY applies a buy: a new holding at the purchase
    *> price, or the share count and the weighted-average cost, in
    *> both local and base currency, recomputed on the existing one.
    *> The base cost is what the participants were charged.
    MOVE WS-TOTAL-SHARES TO WS-BUY-SHARES
    MOVE WS-PLAN-PRICE TO WS-BUY-PRICE
    MOVE WS-TOTAL-APPLIED TO WS-BUY-BASE-TOTAL
    MOVE WS-PLAN-ACCOUNT TO PORT-ACCOUNT-ID
    MOVE WS-PLAN-SYMBOL TO PORT-STOCK-SYMBOL
    IF NOT HOLDING-FOUND
        MOVE WS-BUY-SHARES TO NUMBER-OF-SHARES
        MOVE WS-BUY-PRICE TO AVG-COST
        MOVE WS-PLAN-CCY TO PORT-CURRENCY
        MOVE WS-SHARE-COST TO PORT-BASE-COST
        WRITE PORTFOLIO-RECORD
            INVALID KEY
                DISPLAY "Plan buy failed, status: " WS-FILE-STATUS
                MOVE 8 TO RETURN-CODE
            NOT INVALID KEY
                DISPLAY "New plan holding opened by this purchase."
                PERFORM 3200-LOG-PURCHASE
                PERFORM 3300-POST-BUY-CASH
        END-WRITE
    ELSE
        READ PORTFOLIO-FILE
            INVALID KEY
                DISPLAY "Plan holding not found on reread, status: "
                    WS-FILE-STATUS
                MOVE 8 TO RETURN-CODE
            NOT INVALID KEY
                PERFORM 3150-ADD-TO-HOLDING
        END-READ
    END-IF.

3150-ADD-TO-HOLDING.
    *> The existing plan holding's share count and weighted-average
    *> costs, recomputed for the purchase.
    COMPUTE WS-NEW-SHARES = NUMBER-OF-SHARES + WS-BUY-SHARES
    COMPUTE WS-OLD-COST-TOTAL = NUMBER-OF-SHARES * AVG-COST
    COMPUTE WS-BUY-COST-TOTAL = WS-BUY-SHARES * WS-BUY-PRICE
    COMPUTE WS-NEW-AVG-COST ROUNDED =
        (WS-OLD-COST-TOTAL + WS-BUY-COST-TOTAL) / WS-NEW-SHARES
    COMPUTE WS-OLD-BASE-TOTAL = NUMBER-OF-SHARES * PORT-BASE-COST
    COMPUTE WS-NEW-BASE-COST ROUNDED =
        (WS-OLD-BASE-TOTAL + WS-BUY-BASE-TOTAL) / WS-NEW-SHARES
    MOVE WS-NEW-SHARES TO NUMBER-OF-SHARES
    MOVE WS-NEW-AVG-COST TO AVG-COST
    MOVE WS-NEW-BASE-COST TO PORT-BASE-COST
    REWRITE PORTFOLIO-RECORD
        INVALID KEY
            DISPLAY "Plan buy update failed, status: "
                WS-FILE-STATUS
            MOVE 8 TO RETURN-CODE
        NOT INVALID KEY
            DISPLAY "Plan holding updated; new average cost "
                AVG-COST
            PERFORM 3200-LOG-PURCHASE
            PERFORM 3300-POST-BUY-CASH
    END-REWRITE.

3200-LOG-PURCHASE.
    *> One purchases log record and one open tax lot for the plan's
    *> purchase, as 6100-LOG-PURCHASE and 6200-WRITE-NEW-LOT write
    *> them.
    OPEN EXTEND PURCHASES-FILE
    IF WS-PURCHASES-STATUS = '35'
        OPEN OUTPUT PURCHASES-FILE
    END-IF
    MOVE PORT-ACCOUNT-ID TO PURCH-ACCOUNT-ID
    MOVE PORT-STOCK-SYMBOL TO PURCH-STOCK-SYMBOL
    MOVE WS-RUN-DATE TO PURCH-DATE
    MOVE WS-BUY-SHARES TO PURCH-SHARES
    MOVE WS-BUY-PRICE TO PURCH-PRICE
    WRITE PURCHASE-RECORD
    CLOSE PURCHASES-FILE
    OPEN EXTEND LOTS-FILE
    IF WS-LOTS-STATUS = '35'
        OPEN OUTPUT LOTS-FILE
    END-IF
    MOVE PORT-ACCOUNT-ID TO LOT-ACCOUNT-ID
    MOVE PORT-STOCK-SYMBOL TO LOT-STOCK-SYMBOL
    MOVE PURCH-DATE TO LOT-DATE
    MOVE WS-BUY-SHARES TO LOT-SHARES
    MOVE WS-BUY-PRICE TO LOT-COST
    WRITE LOT-RECORD
    CLOSE LOTS-FILE.

3300-POST-BUY-CASH.
    *> Debits the plan account for the purchase: exactly what was
    *> charged to the participants' balances.
    MOVE WS-PLAN-ACCOUNT TO WS-POST-ACCOUNT
    MOVE 'BUY' TO WS-CASH-TYPE
    COMPUTE WS-CASH-MOVEMENT = 0 - WS-TOTAL-APPLIED
    PERFORM 9000-POST-CASH.

4000-ALLOCATE-SHARES.
    *> Updates each participant's enrollment record, records the
    *> allocation, and prints their statement or refund line.
    OPEN EXTEND ALLOC-FILE
    IF WS-ALLOC-STATUS = '35'
        OPEN OUTPUT ALLOC-FILE
    END-IF
    PERFORM 4050-PRINT-HEADINGS
    PERFORM VARYING WS-PT-SCAN FROM 1 BY 1
            UNTIL WS-PT-SCAN > WS-PT-COUNT
        PERFORM 4100-ALLOCATE-ONE
    END-PERFORM
    CLOSE ALLOC-FILE.

4050-PRINT-HEADINGS.
    *> Headings for the statements and the refund list.
    MOVE WS-PERIOD TO WS-EDITED-PERIOD
    MOVE "EMPLOYEE STOCK PURCHASE PLAN - PARTICIPANT STATEMENTS"
        TO WS-REPORT-LINE
    PERFORM 9300-WRITE-STATEMENT-LINE
    MOVE WS-PLAN-PRICE TO WS-EDITED-PRICE
    STRING "Period " DELIMITED BY SIZE
           WS-EDITED-PERIOD DELIMITED BY SIZE
           "   Purchase date " DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
           "   Plan account " DELIMITED BY SIZE
           WS-PLAN-ACCOUNT DELIMITED BY SIZE
           "   Security " DELIMITED BY SIZE
           WS-PLAN-SYMBOL DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PLAN-NAME DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9300-WRITE-STATEMENT-LINE
    MOVE WS-FX-WORK-RATE TO WS-EDITED-RATE
    MOVE WS-SHARE-COST TO WS-EDITED-AMOUNT
    STRING "Price " DELIMITED BY SIZE
           WS-EDITED-PRICE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PLAN-CCY DELIMITED BY SIZE
           "   Rate " DELIMITED BY SIZE
           WS-EDITED-RATE DELIMITED BY SIZE
           "   Cost per share " DELIMITED BY SIZE
           WS-EDITED-AMOUNT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-BASE-CURRENCY DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9300-WRITE-STATEMENT-LINE
    MOVE "EMPLOYEE STOCK PURCHASE PLAN - REFUNDS DUE"
        TO WS-REPORT-LINE
    PERFORM 9400-WRITE-REFUND-LINE
    STRING "Period " DELIMITED BY SIZE
           WS-EDITED-PERIOD DELIMITED BY SIZE
           "   Run date " DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
           "   Paid from plan account " DELIMITED BY SIZE
           WS-PLAN-ACCOUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9400-WRITE-REFUND-LINE
    PERFORM 9400-WRITE-REFUND-LINE
    MOVE "EmpID   Surname              GivenName            Dept  Reason         Withdrawn       Refund"
        TO WS-REPORT-LINE
    PERFORM 9400-WRITE-REFUND-LINE
    MOVE "---------------------------------------------------------------------------------------------------"
        TO WS-REPORT-LINE
    PERFORM 9400-WRITE-REFUND-LINE.

4100-ALLOCATE-ONE.
    *> Rewrites the participant's enrollment record from the table:
    *> a buyer's balance, contributions, and shares to date; a
    *> refunded participant's status and a zero balance.
    MOVE WS-PT-EMP-ID (WS-PT-SCAN) TO ESPP-EMPLOYEE-ID
    READ ENROLL-FILE
        INVALID KEY
            DISPLAY "Enrollment " WS-PT-EMP-ID (WS-PT-SCAN)
                " not found on reread, status: " WS-ENROLL-STATUS
            MOVE 8 TO RETURN-CODE
        NOT INVALID KEY
            IF PT-BUYING (WS-PT-SCAN)
                MOVE WS-PT-BAL-CF (WS-PT-SCAN) TO ESPP-BALANCE
                ADD WS-PT-CONTRIB (WS-PT-SCAN) TO ESPP-TOTAL-CONTRIB
                ADD WS-PT-SHARES (WS-PT-SCAN) TO ESPP-TOTAL-SHARES
            ELSE
                MOVE 'W' TO ESPP-STATUS
                MOVE WS-PT-WITHDRAW-DATE (WS-PT-SCAN)
                    TO ESPP-WITHDRAW-DATE
                MOVE 0 TO ESPP-BALANCE
            END-IF
            REWRITE ENROLL-RECORD
                INVALID KEY
                    DISPLAY "Enrollment " ESPP-EMPLOYEE-ID
                        " update failed, status: " WS-ENROLL-STATUS
                    MOVE 8 TO RETURN-CODE
            END-REWRITE
            IF PT-BUYING (WS-PT-SCAN)
                PERFORM 4200-WRITE-ALLOCATION
                PERFORM 4300-PRINT-STATEMENT
            ELSE
                PERFORM 4400-LIST-REFUND
            END-IF
    END-READ.

4200-WRITE-ALLOCATION.
    *> The participant's share of the period's purchase.
    MOVE WS-PERIOD TO EPA-PERIOD
    MOVE WS-RUN-DATE TO EPA-DATE
    MOVE WS-PT-EMP-ID (WS-PT-SCAN) TO EPA-EMPLOYEE-ID
    MOVE WS-PLAN-ACCOUNT TO EPA-ACCOUNT-ID
    MOVE WS-PLAN-SYMBOL TO EPA-STOCK-SYMBOL
    MOVE WS-PT-CONTRIB (WS-PT-SCAN) TO EPA-CONTRIBUTION
    MOVE WS-PT-SHARES (WS-PT-SCAN) TO EPA-SHARES
    MOVE WS-SHARE-COST TO EPA-SHARE-COST
    MOVE WS-PT-APPLIED (WS-PT-SCAN) TO EPA-APPLIED
    MOVE WS-PT-BAL-CF (WS-PT-SCAN) TO EPA-BALANCE
    WRITE ALLOC-RECORD.

4300-PRINT-STATEMENT.
    *> One statement block per participant: brought forward, the
    *> period's contribution, the shares bought with it, carried
    *> forward, and the plan-to-date figures now on file.
    PERFORM 9300-WRITE-STATEMENT-LINE
    MOVE "----------------------------------------------------------------------"
        TO WS-REPORT-LINE
    PERFORM 9300-WRITE-STATEMENT-LINE
    MOVE WS-PT-PCT (WS-PT-SCAN) TO WS-EDITED-PCT
    STRING "Employee " DELIMITED BY SIZE
           WS-PT-EMP-ID (WS-PT-SCAN) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-PT-SURNAME (WS-PT-SCAN) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PT-GIVEN-NAME (WS-PT-SCAN) DELIMITED BY SIZE
           " Dept " DELIMITED BY SIZE
           WS-PT-DEPT (WS-PT-SCAN) DELIMITED BY SIZE
           "   Contribution rate " DELIMITED BY SIZE
           WS-EDITED-PCT DELIMITED BY SIZE
           "% of salary" DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9300-WRITE-STATEMENT-LINE
    MOVE WS-PT-BAL-BF (WS-PT-SCAN) TO WS-EDITED-AMOUNT
    STRING "    Balance brought forward    " DELIMITED BY SIZE
           WS-EDITED-AMOUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9300-WRITE-STATEMENT-LINE
    MOVE WS-PT-CONTRIB (WS-PT-SCAN) TO WS-EDITED-AMOUNT
    STRING "    Contributed this period    " DELIMITED BY SIZE
           WS-EDITED-AMOUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9300-WRITE-STATEMENT-LINE
    MOVE WS-PT-APPLIED (WS-PT-SCAN) TO WS-EDITED-AMOUNT
    MOVE WS-PT-SHARES (WS-PT-SCAN) TO WS-EDITED-SHARES
    STRING "    Applied to shares          " DELIMITED BY SIZE
           WS-EDITED-AMOUNT DELIMITED BY SIZE
           "   (" DELIMITED BY SIZE
           WS-EDITED-SHARES DELIMITED BY SIZE
           " shares allocated)" DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9300-WRITE-STATEMENT-LINE
    MOVE WS-PT-BAL-CF (WS-PT-SCAN) TO WS-EDITED-AMOUNT
    STRING "    Balance carried forward    " DELIMITED BY SIZE
           WS-EDITED-AMOUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9300-WRITE-STATEMENT-LINE
    MOVE ESPP-TOTAL-CONTRIB TO WS-EDITED-TOTAL
    MOVE ESPP-TOTAL-SHARES TO WS-EDITED-SHARES
    STRING "    Plan to date: contributed " DELIMITED BY SIZE
           WS-EDITED-TOTAL DELIMITED BY SIZE
           "   shares allocated " DELIMITED BY SIZE
           WS-EDITED-SHARES DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9300-WRITE-STATEMENT-LINE.

4400-LIST-REFUND.
    *> One refund line per withdrawn participant with a balance; a
    *> participant withdrawn this run with nothing to refund is
    *> listed too, so every withdrawal shows somewhere.
    MOVE WS-PT-BAL-BF (WS-PT-SCAN) TO WS-EDITED-AMOUNT
    STRING WS-PT-EMP-ID (WS-PT-SCAN) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-PT-SURNAME (WS-PT-SCAN) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PT-GIVEN-NAME (WS-PT-SCAN) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PT-DEPT (WS-PT-SCAN) DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           WS-PT-REASON (WS-PT-SCAN) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-PT-WITHDRAW-DATE (WS-PT-SCAN) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-EDITED-AMOUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9400-WRITE-REFUND-LINE.

5000-WRITE-REGISTER.
    *> Registers the period with its control totals, so it is never
    *> bought again.
    OPEN EXTEND REGISTER-FILE
    IF WS-REGISTER-STATUS = '35'
        OPEN OUTPUT REGISTER-FILE
    END-IF
    MOVE WS-PERIOD TO EPR-PERIOD
    MOVE WS-RUN-DATE TO EPR-RUN-DATE
    MOVE WS-BUYER-COUNT TO EPR-PARTICIPANTS
    MOVE WS-TOTAL-CONTRIB TO EPR-CONTRIBUTIONS
    MOVE WS-TOTAL-SHARES TO EPR-SHARES
    MOVE WS-PLAN-PRICE TO EPR-PRICE
    MOVE WS-PLAN-CCY TO EPR-CURRENCY
    MOVE WS-SHARE-COST TO EPR-SHARE-COST
    MOVE WS-TOTAL-APPLIED TO EPR-APPLIED
    MOVE WS-WITHDRAWN-COUNT TO EPR-WITHDRAWN
    MOVE WS-TOTAL-REFUNDS TO EPR-REFUNDS
    WRITE REGISTER-RECORD
    CLOSE REGISTER-FILE.

6000-PRINT-PLAN-SUMMARY.
    *> The period's control totals. Contributions less the amount
    *> applied to shares less refunds is the net change in the plan
    *> account's cash; what is left with the participants is shown
    *> alongside.
    PERFORM 9300-WRITE-STATEMENT-LINE
    MOVE "======================================================================"
        TO WS-REPORT-LINE
    PERFORM 9300-WRITE-STATEMENT-LINE
    MOVE "PLAN SUMMARY FOR THE PERIOD" TO WS-REPORT-LINE
    PERFORM 9300-WRITE-STATEMENT-LINE
    MOVE WS-BUYER-COUNT TO WS-EDITED-COUNT
    STRING "Participants buying:           " DELIMITED BY SIZE
           WS-EDITED-COUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9300-WRITE-STATEMENT-LINE
    MOVE WS-TOTAL-CONTRIB TO WS-EDITED-TOTAL
    STRING "Contributions deposited:       " DELIMITED BY SIZE
           WS-EDITED-TOTAL DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9300-WRITE-STATEMENT-LINE
    MOVE WS-TOTAL-SHARES TO WS-EDITED-SHARES
    STRING "Shares bought and allocated:   " DELIMITED BY SIZE
           WS-EDITED-SHARES DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9300-WRITE-STATEMENT-LINE
    MOVE WS-TOTAL-APPLIED TO WS-EDITED-TOTAL
    STRING "Cost of shares bought:         " DELIMITED BY SIZE
           WS-EDITED-TOTAL DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9300-WRITE-STATEMENT-LINE
    MOVE WS-TOTAL-HELD TO WS-EDITED-TOTAL
    STRING "Balances carried forward:      " DELIMITED BY SIZE
           WS-EDITED-TOTAL DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9300-WRITE-STATEMENT-LINE
    MOVE WS-ON-LEAVE-COUNT TO WS-EDITED-COUNT
    STRING "On leave, balance held:        " DELIMITED BY SIZE
           WS-EDITED-COUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9300-WRITE-STATEMENT-LINE
    MOVE WS-WITHDRAWN-COUNT TO WS-EDITED-COUNT
    STRING "Withdrawn this run:            " DELIMITED BY SIZE
           WS-EDITED-COUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9300-WRITE-STATEMENT-LINE
    MOVE WS-TOTAL-REFUNDS TO WS-EDITED-TOTAL
    STRING "Refunds paid from plan cash:   " DELIMITED BY SIZE
           WS-EDITED-TOTAL DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9300-WRITE-STATEMENT-LINE
    MOVE WS-PLAN-ACCOUNT TO WS-POST-ACCOUNT
    PERFORM 9200-FIND-CASH-BALANCE
    MOVE WS-CASH-BAL-WORK TO WS-EDITED-CASH
    STRING "Plan account cash now:      " DELIMITED BY SIZE
           WS-EDITED-CASH DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9300-WRITE-STATEMENT-LINE
    PERFORM 9400-WRITE-REFUND-LINE
    MOVE WS-REFUND-COUNT TO WS-EDITED-COUNT
    MOVE WS-TOTAL-REFUNDS TO WS-EDITED-TOTAL
    STRING "Refunds due: " DELIMITED BY SIZE
           WS-EDITED-COUNT DELIMITED BY SIZE
           "   Total " DELIMITED BY SIZE
           WS-EDITED-TOTAL DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9400-WRITE-REFUND-LINE.

7000-FINALIZATION.
    *> Close-down.
    CLOSE STATEMENT-FILE
    CLOSE REFUND-FILE
    CLOSE ENROLL-FILE
    CLOSE EMP-FILE
    CLOSE PORTFOLIO-FILE.

8000-FIND-FX-RATE.
    *> Resolves WS-LOOKUP-CCY to tonight's base-per-local rate. The
    *> base currency itself is always rate 1.
    MOVE 'N' TO WS-FX-RATE-FOUND
    IF WS-LOOKUP-CCY = WS-BASE-CURRENCY
        MOVE 1 TO WS-FX-WORK-RATE
        SET FX-RATE-FOUND TO TRUE
    ELSE
        PERFORM VARYING WS-FX-SCAN FROM 1 BY 1
                UNTIL WS-FX-SCAN > WS-FXT-COUNT
            IF WS-FXT-CCY (WS-FX-SCAN) = WS-LOOKUP-CCY
                MOVE WS-FXT-RATE (WS-FX-SCAN) TO WS-FX-WORK-RATE
                SET FX-RATE-FOUND TO TRUE
                EXIT PERFORM
            END-IF
        END-PERFORM
    END-IF.

9000-POST-CASH.
    *> Applies one signed movement to its account's balance, writes
    *> the journal line, and rewrites the balance file, as
    *> PortfolioMaintenance's 9000-POST-CASH does. Callers set
    *> WS-POST-ACCOUNT, WS-CASH-TYPE, and WS-CASH-MOVEMENT first.
    PERFORM 9200-FIND-CASH-BALANCE
    IF WS-CASH-MATCH = 0
        IF WS-CASH-COUNT < WS-CASH-TABLE-MAX
            ADD 1 TO WS-CASH-COUNT
            MOVE WS-POST-ACCOUNT TO WS-CASH-ACCT (WS-CASH-COUNT)
            MOVE 0 TO WS-CASH-BAL (WS-CASH-COUNT)
            MOVE WS-CASH-COUNT TO WS-CASH-MATCH
        ELSE
            DISPLAY "*** WARNING: cash table full; movement for "
                WS-POST-ACCOUNT " NOT posted. ***"
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF
    IF WS-CASH-MATCH > 0
        ADD WS-CASH-MOVEMENT TO WS-CASH-BAL (WS-CASH-MATCH)
        MOVE WS-POST-ACCOUNT TO CJ-ACCOUNT-ID
        MOVE WS-RUN-DATE TO CJ-DATE
        MOVE WS-CASH-TYPE TO CJ-TYPE
        MOVE WS-CASH-MOVEMENT TO CJ-AMOUNT
        WRITE CASHJRNL-RECORD
        PERFORM 9100-REWRITE-CASH-FILE
    END-IF.

9100-REWRITE-CASH-FILE.
    *> The whole balance file is rewritten from the table after
    *> every posting, so the file on disk is always current.
    OPEN OUTPUT CASH-FILE
    PERFORM VARYING WS-CASH-SCAN FROM 1 BY 1
            UNTIL WS-CASH-SCAN > WS-CASH-COUNT
        MOVE WS-CASH-ACCT (WS-CASH-SCAN) TO CASH-ACCOUNT-ID
        MOVE WS-CASH-BAL (WS-CASH-SCAN) TO CASH-BALANCE
        WRITE CASH-RECORD
    END-PERFORM
    CLOSE CASH-FILE.

9200-FIND-CASH-BALANCE.
    *> Resolves WS-POST-ACCOUNT to its table slot (WS-CASH-MATCH,
    *> zero when the account has no cash record yet) and current
    *> balance (WS-CASH-BAL-WORK).
    MOVE 0 TO WS-CASH-MATCH
    MOVE 0 TO WS-CASH-BAL-WORK
    PERFORM VARYING WS-CASH-SCAN FROM 1 BY 1
            UNTIL WS-CASH-SCAN > WS-CASH-COUNT
        IF WS-CASH-ACCT (WS-CASH-SCAN) = WS-POST-ACCOUNT
            MOVE WS-CASH-SCAN TO WS-CASH-MATCH
            MOVE WS-CASH-BAL (WS-CASH-SCAN) TO WS-CASH-BAL-WORK
            EXIT PERFORM
        END-IF
    END-PERFORM.

9300-WRITE-STATEMENT-LINE.
    *> Each statement line goes to the file and the console.
    WRITE STATEMENT-RECORD FROM WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE.

9400-WRITE-REFUND-LINE.
    *> Each refund list line goes to the file and the console.
    WRITE REFUND-RECORD FROM WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE.
