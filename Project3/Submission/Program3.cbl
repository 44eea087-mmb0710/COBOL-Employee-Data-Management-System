*>                  file, so performance over time comes from
*>                  ValuationTrend instead of a drawer of old
*>                  printouts.
*>   15/10/2026 MM  Each account heading now carries the account name
*>                  from the account master (AccountMaintenance), so
*>                  a section can be read without a list of IDs.
*>   15/10/2026 MM  Optional as-of date on the command line restates
*>                  the report for a past date: holdings are priced
*>                  from the price and FX histories StockFeedValidate
*>                  loads (latest close on or before that date)
*>                  instead of tonight's feed, the heading says so,
*>                  and the valuation history is left alone.
*>****************************************************************
IDENTIFICATION DIVISION.
       PROGRAM-ID. InvestmentReport.
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SECT-KEY
        FILE STATUS IS WS-SECTOR-STATUS.
    *> Select the account master AccountMaintenance keeps, for the
    *> account name on each section heading
    SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNTMASTER.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS ACCT-ACCOUNT-ID
        FILE STATUS IS WS-ACCOUNT-STATUS.
    *> Select the price and FX histories StockFeedValidate loads
    *> from each accepted feed, for an as-of restatement
    SELECT PRICE-HIST-FILE ASSIGN TO 'PRICEHIST.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PH-KEY
        FILE STATUS IS WS-PRICE-HIST-STATUS.
    SELECT FX-HIST-FILE ASSIGN TO 'FXHIST.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS FXH-KEY
        FILE STATUS IS WS-FX-HIST-STATUS.

DATA DIVISION.
FILE SECTION.
        05 SECT-NAME          PIC X(20).
        05 SECT-TARGET-PCT    PIC 9(3)V99.

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

FD PRICE-HIST-FILE.
    *> Layout must match StockFeedValidate's PRICE-HIST-RECORD
    01 PRICE-HIST-RECORD.
        05 PH-KEY.
            10 PH-SYMBOL       PIC X(7).
            10 PH-DATE         PIC 9(8).
        05 PH-NAME             PIC X(25).
        05 PH-CLOSING-PRICE    PIC 9(6)V99.
        05 PH-CURRENCY         PIC X(3).
        05 PH-SECTOR           PIC X(4).

FD FX-HIST-FILE.
    *> Layout must match StockFeedValidate's FX-HIST-RECORD
    01 FX-HIST-RECORD.
        05 FXH-KEY.
            10 FXH-CURRENCY    PIC X(3).
            10 FXH-DATE        PIC 9(8).
        05 FXH-RATE            PIC 9(4)V9(6).

FD VALHIST-FILE.
    *> One snapshot per account per run: the figures as computed by
    *> 2060-END-ACCOUNT-SECTION, dated with the run date
01 WS-HAVE-SECTOR-MASTER PIC X VALUE 'N'.
    88 HAVE-SECTOR-MASTER VALUE 'Y'.
01 EOF-SECT-SCAN       PIC X.
01 WS-ACCOUNT-STATUS   PIC XX.
01 WS-HAVE-ACCOUNT-MASTER PIC X VALUE 'N'.
    88 HAVE-ACCOUNT-MASTER VALUE 'Y'.
01 WS-ACCOUNT-NAME     PIC X(30).

*> As-of restatement: a date on the command line reprices the book
*> from the histories for that date; none means tonight's run.
01 WS-AS-OF-IN         PIC X(8).
01 WS-AS-OF-DATE REDEFINES WS-AS-OF-IN PIC 9(8).
01 WS-RESTATEMENT      PIC X VALUE 'N'.
    88 RESTATEMENT-RUN VALUE 'Y'.
01 WS-PRICE-HIST-STATUS PIC XX.
01 WS-FX-HIST-STATUS   PIC XX.
01 EOF-PRICE-HIST      PIC X VALUE 'N'.
01 EOF-FX-HIST         PIC X VALUE 'N'.
01 WS-HIST-COUNT       PIC 9(3) VALUE 0.
01 WS-HIST-STALE       PIC 9(3) VALUE 0.
01 WS-HIST-OVERFLOW    PIC X VALUE 'N'.
    88 HIST-OVERFLOW VALUE 'Y'.
*> The close date each stock table entry was priced from, in step
*> with WS-STOCK-ENTRY, on an as-of run.
01 WS-HIST-DATE-TABLE.
    05 WS-HIST-PRICE-DATE PIC 9(8) OCCURS 500 TIMES.
01 WS-RESTATE-LINE     PIC X(132).

*> Base-currency market value accumulated per sector within the
*> open account section, cleared at each account break.
1000-INITIALIZATION.
    *> Initialize the program, open files, and prepare for processing
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-AS-OF-IN FROM COMMAND-LINE
    IF WS-AS-OF-IN NOT = SPACES
        IF WS-AS-OF-IN IS NOT NUMERIC
            OR WS-AS-OF-DATE > WS-RUN-DATE
            DISPLAY "As-of date must be YYYYMMDD, not after today: "
                WS-AS-OF-IN
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        SET RESTATEMENT-RUN TO TRUE
    END-IF
    OPEN INPUT STOCKS-FILE PORTFOLIO-FILE.
    IF WS-FILE-STATUS NOT = '00'
        DISPLAY "Error opening portfolio file, status: " WS-FILE-STATUS
    *> The column headings are written per account section by
    *> 2050-START-ACCOUNT-SECTION; only the CSV titles go out here.
    WRITE CSV-RECORD FROM CSV-COLUMN-TITLES.
    IF RESTATEMENT-RUN
        PERFORM 1400-WRITE-RESTATEMENT-HEADING
    END-IF
    IF RESTATEMENT-RUN
        PERFORM 1300-LOAD-HISTORY-PRICES
        PERFORM 1350-LOAD-HISTORY-FX
    ELSE
        PERFORM 1050-LOAD-STOCK-TABLE
        PERFORM 1100-LOAD-FX-TABLE
    END-IF
    PERFORM 1200-LOAD-CASH-TABLE
    *> A restatement must not add a snapshot under today's date for
    *> figures that belong to another day.
    IF NOT RESTATEMENT-RUN
        OPEN EXTEND VALHIST-FILE
        IF WS-VALHIST-STATUS = '35'
            OPEN OUTPUT VALHIST-FILE
        END-IF
    END-IF
    OPEN INPUT SECTOR-FILE
    EVALUATE WS-SECTOR-STATUS
        WHEN '35'
            DISPLAY "No sector master; allocation section skipped."
        WHEN '00'
            SET HAVE-SECTOR-MASTER TO TRUE
        WHEN OTHER
            DISPLAY "Error opening sector master, status: "
                WS-SECTOR-STATUS
            STOP RUN
    END-EVALUATE
    OPEN INPUT ACCOUNT-FILE
    EVALUATE WS-ACCOUNT-STATUS
        WHEN '35'
            DISPLAY "No account master; account names left blank."
        WHEN '00'
            SET HAVE-ACCOUNT-MASTER TO TRUE
        WHEN OTHER
            DISPLAY "Error opening account master, status: "
                WS-ACCOUNT-STATUS
            STOP RUN
    END-EVALUATE.

1050-LOAD-STOCK-TABLE.
    *> Load stock data into the table from the stock file
    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > WS-STOCK-TABLE-MAX
        READ STOCKS-FILE INTO STOCKS-RECORD
                    WS-STOCK-TABLE-MAX
                    " stocks; entries beyond the table limit were NOT loaded. ***"
        END-READ
    END-IF.

1200-LOAD-CASH-TABLE.
    *> Loads each account's cash balance once; the total of every
            STOP RUN
    END-EVALUATE.

1300-LOAD-HISTORY-PRICES.
    *> An as-of run builds the stock table from the price history
    *> instead of tonight's feed. The history arrives in symbol then
    *> date order, so each symbol's last record on or before the
    *> as-of date is the one left in its entry; a symbol with no
    *> close on that exact date (a weekend or holiday) is priced at
    *> its latest earlier close, and counted.
    OPEN INPUT PRICE-HIST-FILE
    EVALUATE WS-PRICE-HIST-STATUS
        WHEN '35'
            DISPLAY "No price history on hand; an as-of run cannot"
                " be priced."
            MOVE 8 TO RETURN-CODE
            STOP RUN
        WHEN '00'
            PERFORM UNTIL EOF-PRICE-HIST = 'Y'
                READ PRICE-HIST-FILE NEXT RECORD
                AT END
                    MOVE 'Y' TO EOF-PRICE-HIST
                NOT AT END
                    IF PH-DATE NOT > WS-AS-OF-DATE
                        PERFORM 1310-TABLE-HISTORY-PRICE
                    END-IF
            END-PERFORM
            CLOSE PRICE-HIST-FILE
        WHEN OTHER
            DISPLAY "Error opening price history, status: "
                WS-PRICE-HIST-STATUS
            STOP RUN
    END-EVALUATE
    IF WS-HIST-COUNT < WS-STOCK-TABLE-MAX
        MOVE SPACES TO WS-STOCK-SYMBOL (WS-HIST-COUNT + 1)
    END-IF
    PERFORM VARYING WS-INDEX FROM 1 BY 1
            UNTIL WS-INDEX > WS-HIST-COUNT
        IF WS-HIST-PRICE-DATE (WS-INDEX) < WS-AS-OF-DATE
            ADD 1 TO WS-HIST-STALE
        END-IF
    END-PERFORM
    IF WS-HIST-STALE > 0
        DISPLAY "Note: " WS-HIST-STALE " symbol(s) priced at a close"
            " earlier than " WS-AS-OF-IN
    END-IF.

1310-TABLE-HISTORY-PRICE.
    *> A later date for the symbol already in the last entry replaces
    *> it; a new symbol takes the next entry.
    IF WS-HIST-COUNT > 0
        AND WS-STOCK-SYMBOL (WS-HIST-COUNT) = PH-SYMBOL
        MOVE WS-HIST-COUNT TO WS-INDEX
    ELSE
        IF WS-HIST-COUNT < WS-STOCK-TABLE-MAX
            ADD 1 TO WS-HIST-COUNT
            MOVE WS-HIST-COUNT TO WS-INDEX
        ELSE
            IF NOT HIST-OVERFLOW
                DISPLAY "*** WARNING: price history has more than "
                    WS-STOCK-TABLE-MAX " symbols; symbols beyond the"
                    " table limit were NOT loaded. ***"
                SET HIST-OVERFLOW TO TRUE
            END-IF
            MOVE 0 TO WS-INDEX
        END-IF
    END-IF
    IF WS-INDEX > 0
        MOVE PH-SYMBOL TO WS-STOCK-SYMBOL (WS-INDEX)
        MOVE PH-NAME TO WS-STOCK-NAME (WS-INDEX)
        MOVE PH-CLOSING-PRICE TO WS-CLOSING-PRICE (WS-INDEX)
        MOVE PH-CURRENCY TO WS-STOCK-CURRENCY (WS-INDEX)
        MOVE PH-SECTOR TO WS-STOCK-SECTOR (WS-INDEX)
        MOVE PH-DATE TO WS-HIST-PRICE-DATE (WS-INDEX)
    END-IF.

1350-LOAD-HISTORY-FX.
    *> The FX table for an as-of run, same rule as the prices: each
    *> currency's latest rate on or before the as-of date.
    OPEN INPUT FX-HIST-FILE
    EVALUATE WS-FX-HIST-STATUS
        WHEN '35'
            CONTINUE
        WHEN '00'
            PERFORM UNTIL EOF-FX-HIST = 'Y'
                READ FX-HIST-FILE NEXT RECORD
                AT END
                    MOVE 'Y' TO EOF-FX-HIST
                NOT AT END
                    IF FXH-DATE NOT > WS-AS-OF-DATE
                        PERFORM 1360-TABLE-HISTORY-RATE
                    END-IF
            END-PERFORM
            CLOSE FX-HIST-FILE
        WHEN OTHER
            DISPLAY "Error opening FX history, status: "
                WS-FX-HIST-STATUS
            STOP RUN
    END-EVALUATE.

1360-TABLE-HISTORY-RATE.
    *> A later date for the currency in the last entry replaces it.
    IF WS-FXT-COUNT > 0
        AND WS-FXT-CCY (WS-FXT-COUNT) = FXH-CURRENCY
        MOVE FXH-RATE TO WS-FXT-RATE (WS-FXT-COUNT)
    ELSE
        IF WS-FXT-COUNT < WS-FXT-TABLE-MAX
            ADD 1 TO WS-FXT-COUNT
            MOVE FXH-CURRENCY TO WS-FXT-CCY (WS-FXT-COUNT)
            MOVE FXH-RATE TO WS-FXT-RATE (WS-FXT-COUNT)
        ELSE
            IF NOT FXT-OVERFLOW
                DISPLAY "*** WARNING: more than "
                    WS-FXT-TABLE-MAX " FX currencies in the history;"
                    " entries beyond the table limit were NOT"
                    " loaded. ***"
                SET FXT-OVERFLOW TO TRUE
            END-IF
        END-IF
    END-IF.

1400-WRITE-RESTATEMENT-HEADING.
    *> Heads an as-of report so it cannot be mistaken for a nightly
    *> one.
    WRITE REPORT-RECORD FROM COLUMN-HEADERS
    MOVE SPACES TO WS-RESTATE-LINE
    STRING "*** RESTATEMENT - PORTFOLIO VALUATION AS OF "
           DELIMITED BY SIZE
           WS-AS-OF-IN DELIMITED BY SIZE
           " (RUN " DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
           ") ***" DELIMITED BY SIZE
           INTO WS-RESTATE-LINE
    WRITE REPORT-RECORD FROM WS-RESTATE-LINE
    MOVE "Prices and FX rates from the price history (latest close on or before the as-of date); holdings and cash as now on file."
        TO WS-RESTATE-LINE
    WRITE REPORT-RECORD FROM WS-RESTATE-LINE
    MOVE "Not added to the valuation history."
        TO WS-RESTATE-LINE
    WRITE REPORT-RECORD FROM WS-RESTATE-LINE.

2160-FIND-CASH-BALANCE.
    *> Resolves WS-CURRENT-ACCOUNT's cash balance; an account with
    *> no cash record reads as zero.
    MOVE 0 TO WS-ACCT-TRANSLATION-GL
    MOVE 0 TO WS-ALLOC-COUNT
    MOVE 0 TO WS-GAINLOSS-COUNT
    PERFORM 2055-LOOKUP-ACCOUNT-NAME
    MOVE SPACES TO WS-ACCOUNT-HEADER
    STRING "ACCOUNT: " DELIMITED BY SIZE
           WS-CURRENT-ACCOUNT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-ACCOUNT-NAME DELIMITED BY SIZE
           INTO WS-ACCOUNT-HEADER
    IF RESTATEMENT-RUN
        MOVE "*** RESTATED AS OF" TO WS-ACCOUNT-HEADER (52:18)
        MOVE WS-AS-OF-IN TO WS-ACCOUNT-HEADER (71:8)
        MOVE "***" TO WS-ACCOUNT-HEADER (80:3)
    END-IF
    WRITE REPORT-RECORD FROM COLUMN-HEADERS
    WRITE REPORT-RECORD FROM WS-ACCOUNT-HEADER
    WRITE REPORT-RECORD FROM COLUMN-TITLES
    WRITE REPORT-RECORD FROM COLUMN-HEADERS.

2055-LOOKUP-ACCOUNT-NAME.
    *> Fetches the current account's name from the account master;
    *> an ID the master does not know is flagged rather than skipped.
    MOVE SPACES TO WS-ACCOUNT-NAME
    IF HAVE-ACCOUNT-MASTER
        MOVE WS-CURRENT-ACCOUNT TO ACCT-ACCOUNT-ID
        READ ACCOUNT-FILE
            INVALID KEY
                MOVE "** NOT ON ACCOUNT MASTER **" TO WS-ACCOUNT-NAME
            NOT INVALID KEY
                MOVE ACCT-NAME TO WS-ACCOUNT-NAME
        END-READ
    END-IF.

2060-END-ACCOUNT-SECTION.
    *> Closes the open account section: the account's own grand
    *> totals in base currency, the translation gain/loss broken out
           WS-REPORT-ACCT-VALUE DELIMITED BY SIZE
           INTO WS-GRAND-TOTAL-LINE
    WRITE REPORT-RECORD FROM WS-GRAND-TOTAL-LINE
    IF NOT RESTATEMENT-RUN
        PERFORM 2070-WRITE-VALUATION-SNAPSHOT
    END-IF
    IF HAVE-SECTOR-MASTER
        PERFORM 2080-ALLOCATION-SECTION
    END-IF
    *> figures above, so the report reflects total return
    PERFORM 3600-DIVIDEND-INCOME.
    CLOSE STOCKS-FILE PORTFOLIO-FILE REPORT-FILE EXCEPTION-FILE
        CSV-FILE
    IF NOT RESTATEMENT-RUN
        CLOSE VALHIST-FILE
    END-IF
    IF HAVE-SECTOR-MASTER
        CLOSE SECTOR-FILE
    END-IF
    IF HAVE-ACCOUNT-MASTER
        CLOSE ACCOUNT-FILE
    END-IF.

3400-CALCULATE-REALIZED-GAINS.
