*>****************************************************************
*> Authors: Aditya Hirpara, Meet Maheta & Patel Meet
*> Date: 15/10/2026
*> Purpose: Year-end tax package for the accountant. Reads the
*>          year's archived lot-disposal logs (SALELOTS-yyyymmdd.txt
*>          from each month-end close dated in the tax year) and the
*>          dividends file, and produces, per account:
*>            - every lot disposed of, split short-term / long-term
*>              by holding period (more than one year is long-term),
*>            - a possible wash-sale flag on any loss where the same
*>              account bought the same symbol within 30 days either
*>              side of the sale (from the purchases logs),
*>            - dividend income totalled by payer.
*>          The same figures go to a fixed-layout import file for the
*>          accountant's tax software, with a trailer of control
*>          totals tied back to the year's SALESYTD.dat book figures
*>          and sales archives. Run after the December close and
*>          before the first close of the new year, which resets
*>          SALESYTD.dat.
*> Tectonics: cobc
*> Modification History:
*>   15/10/2026 MM  Initial version.
*>****************************************************************
IDENTIFICATION DIVISION.
       PROGRAM-ID. YearEndTaxPackage.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> One month-end close's lot disposals; the name is built for
    *> each close date in the tax year and a date with no close is
    *> simply not there.
    SELECT SALELOTS-ARCH-FILE ASSIGN TO DYNAMIC WS-LOTS-ARCH-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOTS-ARCH-STATUS.
    *> One month-end close's sales, read for the book (average-cost)
    *> figures the control totals tie to.
    SELECT SALES-ARCH-FILE ASSIGN TO DYNAMIC WS-SALES-ARCH-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SALES-ARCH-STATUS.
    *> One month-end close's purchases, read for the wash-sale
    *> check; closes from the month either side of the tax year are
    *> read too, since a buy within 30 days of a sale can fall there.
    SELECT PURCH-ARCH-FILE ASSIGN TO DYNAMIC WS-PURCH-ARCH-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PURCH-ARCH-STATUS.
    *> The current period's purchases, not yet closed.
    SELECT PURCH-FILE ASSIGN TO 'PURCHASES.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PURCH-STATUS.
    *> Every dividend received; the file is never cut, so the tax
    *> year is selected by payment date.
    SELECT DIVIDENDS-FILE ASSIGN TO 'DIVIDENDS.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DIVIDENDS-STATUS.
    *> Year-to-date book gains by account and symbol, carried by
    *> MonthEndClose; the control totals tie to it.
    SELECT YTD-FILE ASSIGN TO 'SALESYTD.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-YTD-STATUS.
    *> Tonight's price feed, read only for the payer names.
    SELECT STOCKS-FILE ASSIGN TO 'STOCKS.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STOCKS-STATUS.
    *> The per-account statements.
    SELECT STATEMENT-FILE ASSIGN TO 'TAX-STATEMENT.txt'
        ORGANIZATION IS LINE SEQUENTIAL.
    *> The fixed-layout import file for the tax software.
    SELECT IMPORT-FILE ASSIGN TO 'TAX-IMPORT.txt'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD SALELOTS-ARCH-FILE.
    *> Layout must match PortfolioMaintenance's SALELOT-RECORD
    01 SALELOT-RECORD.
        05 SL-ACCOUNT-ID      PIC X(8).
        05 SL-STOCK-SYMBOL    PIC X(7).
        05 SL-ACQ-DATE        PIC 9(8).
        05 SL-SALE-DATE       PIC 9(8).
        05 SL-SHARES          PIC 9(5).
        05 SL-COST            PIC 9(6)V99.
        05 SL-PRICE           PIC 9(6)V99.

FD SALES-ARCH-FILE.
    *> Layout must match PortfolioMaintenance's SALE-RECORD
    01 SALES-RECORD.
        05 SALES-ACCOUNT-ID    PIC X(8).
        05 SALES-STOCK-SYMBOL  PIC X(7).
        05 SALES-DATE          PIC 9(8).
        05 SALES-SHARES        PIC 9(5).
        05 SALES-PRICE         PIC 9(6)V99.
        05 SALES-COST-BASIS    PIC 9(6)V99.

FD PURCH-ARCH-FILE.
    *> Layout must match PortfolioMaintenance's PURCHASE-RECORD
    01 PURCH-ARCH-RECORD.
        05 PA-ACCOUNT-ID      PIC X(8).
        05 PA-STOCK-SYMBOL    PIC X(7).
        05 PA-DATE            PIC 9(8).
        05 PA-SHARES          PIC 9(5).
        05 PA-PRICE           PIC 9(6)V99.

FD PURCH-FILE.
    *> Layout must match PortfolioMaintenance's PURCHASE-RECORD
    01 PURCHASE-RECORD.
        05 PURCH-ACCOUNT-ID   PIC X(8).
        05 PURCH-STOCK-SYMBOL PIC X(7).
        05 PURCH-DATE         PIC 9(8).
        05 PURCH-SHARES       PIC 9(5).
        05 PURCH-PRICE        PIC 9(6)V99.

FD DIVIDENDS-FILE.
    *> Layout must match PortfolioMaintenance's DIVIDEND-RECORD
    01 DIVIDEND-RECORD.
        05 DIV-ACCOUNT-ID     PIC X(8).
        05 DIV-STOCK-SYMBOL   PIC X(7).
        05 DIV-DATE           PIC 9(8).
        05 DIV-RATE           PIC 9(4)V9999.
        05 DIV-SHARES         PIC 9(5).
        05 DIV-AMOUNT         PIC 9(9)V99.

FD YTD-FILE.
    *> Layout must match MonthEndClose's YTD-RECORD
    01 YTD-RECORD.
        05 YTD-YEAR            PIC 9(4).
        05 YTD-ACCOUNT-ID      PIC X(8).
        05 YTD-STOCK-SYMBOL    PIC X(7).
        05 YTD-GAIN            PIC S9(11)V99 SIGN LEADING SEPARATE.

FD STOCKS-FILE.
    *> Layout must match InvestmentReport's STOCKS-RECORD
    01 STOCKS-RECORD.
        05 STOCK-SYMBOL        PIC X(7).
        05 STOCK-NAME          PIC X(25).
        05 STOCK-CLOSING-PRICE PIC 9(6)V99.
        05 STOCK-CURRENCY      PIC X(3).
        05 STOCK-SECTOR        PIC X(4).

FD STATEMENT-FILE.
    01 STATEMENT-RECORD.
        05 STATEMENT-LINE      PIC X(110).

FD IMPORT-FILE.
    *> Header, detail, dividend, and trailer records, laid out in
    *> working storage and written through this one record
    01 IMPORT-RECORD           PIC X(100).

WORKING-STORAGE SECTION.
COPY 'STOCK-TABLE.CPY.txt'.

01 WS-LOTS-ARCH-STATUS PIC XX.
01 WS-SALES-ARCH-STATUS PIC XX.
01 WS-PURCH-ARCH-STATUS PIC XX.
01 WS-PURCH-STATUS     PIC XX.
01 WS-DIVIDENDS-STATUS PIC XX.
01 WS-YTD-STATUS       PIC XX.
01 WS-STOCKS-STATUS    PIC XX.
01 EOF-ARCH            PIC X VALUE 'N'.
01 EOF-PURCH           PIC X VALUE 'N'.
01 EOF-DIVIDENDS       PIC X VALUE 'N'.
01 EOF-YTD             PIC X VALUE 'N'.
01 EOF-STOCKS          PIC X VALUE 'N'.
01 WS-LOTS-ARCH-NAME   PIC X(30).
01 WS-SALES-ARCH-NAME  PIC X(30).
01 WS-PURCH-ARCH-NAME  PIC X(30).
01 WS-STOCK-COUNT      PIC 9(3) VALUE 0.

01 WS-RUN-DATE         PIC 9(8).
01 WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
    05 WS-RUN-YEAR     PIC 9(4).
    05 FILLER          PIC 9(4).
01 WS-YEAR-IN          PIC X(4).
01 WS-YEAR-IN-9 REDEFINES WS-YEAR-IN PIC 9(4).
01 WS-TAX-YEAR         PIC 9(4).

*> The archive dates tried: every calendar day of the window, since
*> a close can fall on any day. A date with no close has no file.
01 WS-TRY-DATE         PIC 9(8).
01 WS-TRY-DATE-SPLIT REDEFINES WS-TRY-DATE.
    05 WS-TRY-YEAR     PIC 9(4).
    05 WS-TRY-MONTH    PIC 9(2).
    05 WS-TRY-DAY      PIC 9(2).
01 WS-SCAN-FROM-YEAR   PIC 9(4).
01 WS-SCAN-TO-YEAR     PIC 9(4).
01 WS-PURCH-WINDOW-FROM PIC 9(8).
01 WS-PURCH-WINDOW-TO   PIC 9(8).
01 WS-ARCHIVES-READ    PIC 9(5) VALUE 0.

*> Lots disposed of in the tax year, with the holding-period term
*> (S short, L long, U undetermined - shares predating lot records)
*> and the wash-sale flag worked out once all purchases are in.
01 WS-DISP-TABLE-MAX   PIC 9(4) VALUE 2000.
01 WS-DISP-COUNT       PIC 9(4) VALUE 0.
01 WS-DISP-TABLE.
    05 WS-DISP-ENTRY OCCURS 2000 TIMES INDEXED BY WS-DISP-IDX.
        10 WS-DISP-ACCOUNT     PIC X(8).
        10 WS-DISP-SYMBOL      PIC X(7).
        10 WS-DISP-ACQ-DATE    PIC 9(8).
        10 WS-DISP-SALE-DATE   PIC 9(8).
        10 WS-DISP-SHARES      PIC 9(5).
        10 WS-DISP-COST        PIC 9(6)V99.
        10 WS-DISP-PRICE       PIC 9(6)V99.
        10 WS-DISP-TERM        PIC X.
        10 WS-DISP-WASH        PIC X.
            88 DISP-WASH VALUE 'W'.
01 WS-DISP-OVERFLOW    PIC X VALUE 'N'.
    88 DISP-OVERFLOW VALUE 'Y'.

*> Buys in and around the tax year, with each date as a day number
*> so the 30-day window is plain subtraction.
01 WS-BUY-TABLE-MAX    PIC 9(4) VALUE 2000.
01 WS-BUY-COUNT        PIC 9(4) VALUE 0.
01 WS-BUY-TABLE.
    05 WS-BUY-ENTRY OCCURS 2000 TIMES INDEXED BY WS-BUY-IDX.
        10 WS-BUY-ACCOUNT      PIC X(8).
        10 WS-BUY-SYMBOL       PIC X(7).
        10 WS-BUY-DATE         PIC 9(8).
        10 WS-BUY-DAY-NO       PIC 9(7).
01 WS-BUY-OVERFLOW     PIC X VALUE 'N'.
    88 BUY-OVERFLOW VALUE 'Y'.

*> Dividend income for the tax year by account and payer.
01 WS-DIV-TABLE-MAX    PIC 9(3) VALUE 500.
01 WS-DIV-COUNT        PIC 9(3) VALUE 0.
01 WS-DIV-TABLE.
    05 WS-DIV-ENTRY OCCURS 500 TIMES INDEXED BY WS-DIV-IDX.
        10 WS-DIV-ACCOUNT      PIC X(8).
        10 WS-DIV-SYMBOL       PIC X(7).
        10 WS-DIV-TOTAL        PIC 9(11)V99.
01 WS-DIV-OVERFLOW     PIC X VALUE 'N'.
    88 DIV-OVERFLOW VALUE 'Y'.

*> Every account with anything to report, with its book figures:
*> the year-to-date gain on SALESYTD.dat and the same figure
*> rebuilt from the year's sales archives, which must agree.
01 WS-ACCT-TABLE-MAX   PIC 9(3) VALUE 500.
01 WS-ACCT-COUNT       PIC 9(3) VALUE 0.
01 WS-ACCT-TABLE.
    05 WS-ACCT-ENTRY OCCURS 500 TIMES INDEXED BY WS-ACCT-IDX.
        10 WS-ACCT-ID          PIC X(8).
        10 WS-ACCT-YTD-GAIN    PIC S9(11)V99.
        10 WS-ACCT-BOOK-GAIN   PIC S9(11)V99.
        10 WS-ACCT-DONE        PIC X.
            88 ACCT-DONE VALUE 'Y'.
01 WS-ACCT-OVERFLOW    PIC X VALUE 'N'.
    88 ACCT-OVERFLOW VALUE 'Y'.

01 WS-SCAN             PIC 9(4).
01 WS-MATCH            PIC 9(4).
01 WS-BUY-SCAN         PIC 9(4).
01 WS-POST-ACCOUNT     PIC X(8).
01 WS-CURRENT-ACCOUNT  PIC X(8).
01 WS-SECTION-TERM     PIC X.
01 WS-SECTION-LINES    PIC 9(4).
01 WS-SALE-DAY-NO      PIC 9(7).
01 WS-DAY-GAP          PIC S9(7).
01 WS-ANNIVERSARY      PIC 9(9).

*> Day-number conversion work fields: days since a fixed origin,
*> counted with March as the first month so the leap day falls at
*> the end of the counting year.
01 WS-DN-DATE          PIC 9(8).
01 WS-DN-DATE-SPLIT REDEFINES WS-DN-DATE.
    05 WS-DN-DATE-YEAR  PIC 9(4).
    05 WS-DN-DATE-MONTH PIC 9(2).
    05 WS-DN-DATE-DAY   PIC 9(2).
01 WS-DN-YEAR          PIC 9(4).
01 WS-DN-MONTH         PIC 9(2).
01 WS-DN-Q4            PIC 9(4).
01 WS-DN-Q100          PIC 9(4).
01 WS-DN-Q400          PIC 9(4).
01 WS-DN-WORK          PIC 9(5).
01 WS-DN-MONTH-DAYS    PIC 9(4).
01 WS-DAY-NUMBER       PIC 9(7).

*> Per-lot and per-section figures.
01 WS-LOT-PROCEEDS     PIC 9(11)V99.
01 WS-LOT-COST         PIC 9(11)V99.
01 WS-LOT-GAIN         PIC S9(11)V99.
01 WS-SECT-PROCEEDS    PIC 9(11)V99.
01 WS-SECT-COST        PIC 9(11)V99.
01 WS-SECT-GAIN        PIC S9(11)V99.
01 WS-ACCT-FIFO-GAIN   PIC S9(11)V99.
01 WS-ACCT-DIV-TOTAL   PIC 9(11)V99.
01 WS-ACCT-WASH-COUNT  PIC 9(4).

*> Control totals for the trailer and the tie-out.
01 WS-CTL-DETAIL-COUNT PIC 9(7) VALUE 0.
01 WS-CTL-DIV-COUNT    PIC 9(7) VALUE 0.
01 WS-CTL-LOT-SHARES   PIC 9(9) VALUE 0.
01 WS-CTL-PROCEEDS     PIC 9(11)V99 VALUE 0.
01 WS-CTL-COST         PIC 9(11)V99 VALUE 0.
01 WS-CTL-GAIN         PIC S9(11)V99 VALUE 0.
01 WS-CTL-SHORT-GAIN   PIC S9(11)V99 VALUE 0.
01 WS-CTL-LONG-GAIN    PIC S9(11)V99 VALUE 0.
01 WS-CTL-UNDET-GAIN   PIC S9(11)V99 VALUE 0.
01 WS-CTL-DIVIDENDS    PIC 9(11)V99 VALUE 0.
01 WS-CTL-WASH-COUNT   PIC 9(7) VALUE 0.
01 WS-CTL-YTD-GAIN     PIC S9(11)V99 VALUE 0.
01 WS-CTL-BOOK-GAIN    PIC S9(11)V99 VALUE 0.
01 WS-CTL-SALE-SHARES  PIC 9(9) VALUE 0.
01 WS-CTL-SALE-PROCEEDS PIC 9(11)V99 VALUE 0.
01 WS-YTD-RECORDS      PIC 9(5) VALUE 0.
01 WS-TIE-BREAKS       PIC 9(5) VALUE 0.
01 WS-TIE-FLAG         PIC X VALUE 'Y'.
    88 TOTALS-TIE VALUE 'Y'.

01 WS-EDITED-COUNT     PIC Z(6)9.
01 WS-EDITED-SHARES    PIC Z(4)9.
01 WS-EDITED-PROCEEDS  PIC $$$,$$$,$$$,$$9.99.
01 WS-EDITED-COST      PIC $$$,$$$,$$$,$$9.99.
01 WS-EDITED-GAIN      PIC $$$,$$$,$$$,$$9.99-.
01 WS-EDITED-BOOK      PIC $$$,$$$,$$$,$$9.99-.
01 WS-EDITED-DAYS      PIC Z(6)9.

*> Import file layouts: every record is 100 bytes with a one-byte
*> type in front - H header, D disposed lot, V dividend by payer,
*> T trailer. Amounts carry two implied decimals; signed amounts
*> carry a leading separate sign.
01 WS-IMPORT-HEADER.
    05 IH-TYPE             PIC X VALUE 'H'.
    05 IH-TAX-YEAR         PIC 9(4).
    05 IH-RUN-DATE         PIC 9(8).
    05 IH-BASE-NOTE        PIC X(30)
        VALUE 'AMOUNTS IN TRADING CURRENCY'.
    05 FILLER              PIC X(57) VALUE SPACES.
01 WS-IMPORT-DETAIL.
    05 ID-TYPE             PIC X VALUE 'D'.
    05 ID-ACCOUNT-ID       PIC X(8).
    05 ID-STOCK-SYMBOL     PIC X(7).
    05 ID-ACQ-DATE         PIC 9(8).
    05 ID-SALE-DATE        PIC 9(8).
    05 ID-SHARES           PIC 9(5).
    05 ID-PROCEEDS         PIC 9(11)V99.
    05 ID-COST             PIC 9(11)V99.
    05 ID-GAIN             PIC S9(11)V99 SIGN LEADING SEPARATE.
    05 ID-TERM             PIC X.
    05 ID-WASH             PIC X.
    05 FILLER              PIC X(21) VALUE SPACES.
01 WS-IMPORT-DIVIDEND.
    05 IV-TYPE             PIC X VALUE 'V'.
    05 IV-ACCOUNT-ID       PIC X(8).
    05 IV-STOCK-SYMBOL     PIC X(7).
    05 IV-PAYER-NAME       PIC X(25).
    05 IV-AMOUNT           PIC 9(11)V99.
    05 FILLER              PIC X(46) VALUE SPACES.
01 WS-IMPORT-TRAILER.
    05 IT-TYPE             PIC X VALUE 'T'.
    05 IT-DETAIL-COUNT     PIC 9(7).
    05 IT-DIVIDEND-COUNT   PIC 9(7).
    05 IT-SHARES           PIC 9(9).
    05 IT-PROCEEDS         PIC 9(11)V99.
    05 IT-COST             PIC 9(11)V99.
    05 IT-GAIN             PIC S9(11)V99 SIGN LEADING SEPARATE.
    05 IT-DIVIDENDS        PIC 9(11)V99.
    05 IT-YTD-BOOK-GAIN    PIC S9(11)V99 SIGN LEADING SEPARATE.
    05 IT-TIE-FLAG         PIC X.
    05 FILLER              PIC X(8) VALUE SPACES.

01 WS-STATEMENT-LINE   PIC X(110).

PROCEDURE DIVISION.
0000-MAIN-PARA.
    *> Main procedure to control the program flow
    PERFORM 1000-INITIALIZATION.
    PERFORM 1100-LOAD-STOCK-NAMES.
    PERFORM 1200-SCAN-ARCHIVES.
    PERFORM 1300-LOAD-CURRENT-PURCHASES.
    PERFORM 1400-LOAD-DIVIDENDS.
    PERFORM 1500-LOAD-YTD.
    PERFORM 2000-CLASSIFY-DISPOSALS.
    PERFORM 3000-WRITE-STATEMENTS.
    PERFORM 4000-FINALIZATION.
    STOP RUN.

1000-INITIALIZATION.
    *> The tax year defaults to the current year, the usual case of
    *> a package run straight after the December close.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    DISPLAY "Enter tax year (YYYY), blank for the current year: "
    ACCEPT WS-YEAR-IN
    IF WS-YEAR-IN = SPACES
        MOVE WS-RUN-YEAR TO WS-TAX-YEAR
    ELSE
        IF WS-YEAR-IN IS NOT NUMERIC
            DISPLAY "Tax year must be four digits."
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE WS-YEAR-IN-9 TO WS-TAX-YEAR
    END-IF
    *> Purchase archives from the month either side of the year can
    *> hold a buy within 30 days of a sale in the year; a January
    *> close can run into February.
    COMPUTE WS-PURCH-WINDOW-FROM = (WS-TAX-YEAR - 1) * 10000 + 1201
    COMPUTE WS-PURCH-WINDOW-TO = (WS-TAX-YEAR + 1) * 10000 + 0229
    OPEN OUTPUT STATEMENT-FILE
    OPEN OUTPUT IMPORT-FILE
    MOVE WS-TAX-YEAR TO IH-TAX-YEAR
    MOVE WS-RUN-DATE TO IH-RUN-DATE
    WRITE IMPORT-RECORD FROM WS-IMPORT-HEADER
    MOVE SPACES TO WS-STATEMENT-LINE
    STRING "YEAR-END TAX PACKAGE - TAX YEAR " DELIMITED BY SIZE
           WS-TAX-YEAR DELIMITED BY SIZE
           "   (RUN " DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO WS-STATEMENT-LINE
    PERFORM 9000-WRITE-STATEMENT-LINE
    MOVE "Amounts are in each holding's trading currency, as on the gains statement."
        TO WS-STATEMENT-LINE
    PERFORM 9000-WRITE-STATEMENT-LINE.

1100-LOAD-STOCK-NAMES.
    *> Payer names come from tonight's feed; a payer no longer on the
    *> feed prints without a name.
    OPEN INPUT STOCKS-FILE
    IF WS-STOCKS-STATUS = '00'
        PERFORM UNTIL EOF-STOCKS = 'Y'
            READ STOCKS-FILE
            AT END
                MOVE 'Y' TO EOF-STOCKS
            NOT AT END
                IF STOCKS-RECORD NOT = SPACES
                    AND WS-STOCK-COUNT < WS-STOCK-TABLE-MAX
                    ADD 1 TO WS-STOCK-COUNT
                    MOVE STOCK-SYMBOL
                        TO WS-STOCK-SYMBOL (WS-STOCK-COUNT)
                    MOVE STOCK-NAME TO WS-STOCK-NAME (WS-STOCK-COUNT)
                END-IF
        END-PERFORM
        CLOSE STOCKS-FILE
    END-IF.

1200-SCAN-ARCHIVES.
    *> Every calendar date from the December before the tax year to
    *> the February after it is tried as a close date: lot-disposal
    *> and sales archives dated in the tax year are the year's
    *> closes, purchase archives across the whole window feed the
    *> wash-sale check.
    COMPUTE WS-SCAN-FROM-YEAR = WS-TAX-YEAR - 1
    COMPUTE WS-SCAN-TO-YEAR = WS-TAX-YEAR + 1
    PERFORM VARYING WS-TRY-YEAR FROM WS-SCAN-FROM-YEAR BY 1
            UNTIL WS-TRY-YEAR > WS-SCAN-TO-YEAR
        PERFORM VARYING WS-TRY-MONTH FROM 1 BY 1
                UNTIL WS-TRY-MONTH > 12
            PERFORM VARYING WS-TRY-DAY FROM 1 BY 1
                    UNTIL WS-TRY-DAY > 31
                PERFORM 1210-TRY-ONE-DATE
            END-PERFORM
        END-PERFORM
    END-PERFORM.

1210-TRY-ONE-DATE.
    *> The archives for one candidate close date.
    IF WS-TRY-YEAR = WS-TAX-YEAR
        PERFORM 1220-READ-LOTS-ARCHIVE
        PERFORM 1230-READ-SALES-ARCHIVE
    END-IF
    IF WS-TRY-DATE >= WS-PURCH-WINDOW-FROM
        AND WS-TRY-DATE <= WS-PURCH-WINDOW-TO
        PERFORM 1240-READ-PURCH-ARCHIVE
    END-IF.

1220-READ-LOTS-ARCHIVE.
    *> One close's lot disposals into the disposal table.
    MOVE SPACES TO WS-LOTS-ARCH-NAME
    STRING "SALELOTS-" DELIMITED BY SIZE
           WS-TRY-DATE DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO WS-LOTS-ARCH-NAME
    OPEN INPUT SALELOTS-ARCH-FILE
    IF WS-LOTS-ARCH-STATUS = '00'
        ADD 1 TO WS-ARCHIVES-READ
        MOVE 'N' TO EOF-ARCH
        PERFORM UNTIL EOF-ARCH = 'Y'
            READ SALELOTS-ARCH-FILE
            AT END
                MOVE 'Y' TO EOF-ARCH
            NOT AT END
                IF SALELOT-RECORD NOT = SPACES
                    PERFORM 1225-TABLE-DISPOSAL
                END-IF
        END-PERFORM
        CLOSE SALELOTS-ARCH-FILE
    END-IF.

1225-TABLE-DISPOSAL.
    *> One disposed lot; its account joins the account table.
    IF WS-DISP-COUNT < WS-DISP-TABLE-MAX
        ADD 1 TO WS-DISP-COUNT
        MOVE SL-ACCOUNT-ID TO WS-DISP-ACCOUNT (WS-DISP-COUNT)
        MOVE SL-STOCK-SYMBOL TO WS-DISP-SYMBOL (WS-DISP-COUNT)
        MOVE SL-ACQ-DATE TO WS-DISP-ACQ-DATE (WS-DISP-COUNT)
        MOVE SL-SALE-DATE TO WS-DISP-SALE-DATE (WS-DISP-COUNT)
        MOVE SL-SHARES TO WS-DISP-SHARES (WS-DISP-COUNT)
        MOVE SL-COST TO WS-DISP-COST (WS-DISP-COUNT)
        MOVE SL-PRICE TO WS-DISP-PRICE (WS-DISP-COUNT)
        MOVE SPACE TO WS-DISP-WASH (WS-DISP-COUNT)
        MOVE SL-ACCOUNT-ID TO WS-POST-ACCOUNT
        PERFORM 8200-REGISTER-ACCOUNT
    ELSE
        IF NOT DISP-OVERFLOW
            DISPLAY "*** WARNING: more than " WS-DISP-TABLE-MAX
                " lot disposals in the year; the package is"
                " incomplete beyond the table limit. ***"
            SET DISP-OVERFLOW TO TRUE
        END-IF
    END-IF.

1230-READ-SALES-ARCHIVE.
    *> One close's sales: the book gain the close banked on
    *> SALESYTD.dat is rebuilt here the same way MonthEndClose
    *> computes it, along with the shares and proceeds the lot
    *> disposals must account for.
    MOVE SPACES TO WS-SALES-ARCH-NAME
    STRING "SALES-" DELIMITED BY SIZE
           WS-TRY-DATE DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO WS-SALES-ARCH-NAME
    OPEN INPUT SALES-ARCH-FILE
    IF WS-SALES-ARCH-STATUS = '00'
        MOVE 'N' TO EOF-ARCH
        PERFORM UNTIL EOF-ARCH = 'Y'
            READ SALES-ARCH-FILE
            AT END
                MOVE 'Y' TO EOF-ARCH
            NOT AT END
                IF SALES-RECORD NOT = SPACES
                    MOVE SALES-ACCOUNT-ID TO WS-POST-ACCOUNT
                    PERFORM 8200-REGISTER-ACCOUNT
                    IF WS-MATCH > 0
                        COMPUTE WS-ACCT-BOOK-GAIN (WS-MATCH) =
                            WS-ACCT-BOOK-GAIN (WS-MATCH)
                            + SALES-SHARES
                                * (SALES-PRICE - SALES-COST-BASIS)
                    END-IF
                    ADD SALES-SHARES TO WS-CTL-SALE-SHARES
                    COMPUTE WS-CTL-SALE-PROCEEDS =
                        WS-CTL-SALE-PROCEEDS
                            + SALES-SHARES * SALES-PRICE
                END-IF
        END-PERFORM
        CLOSE SALES-ARCH-FILE
    END-IF.

1240-READ-PURCH-ARCHIVE.
    *> One close's purchases into the buy table.
    MOVE SPACES TO WS-PURCH-ARCH-NAME
    STRING "PURCHASES-" DELIMITED BY SIZE
           WS-TRY-DATE DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO WS-PURCH-ARCH-NAME
    OPEN INPUT PURCH-ARCH-FILE
    IF WS-PURCH-ARCH-STATUS = '00'
        MOVE 'N' TO EOF-ARCH
        PERFORM UNTIL EOF-ARCH = 'Y'
            READ PURCH-ARCH-FILE
            AT END
                MOVE 'Y' TO EOF-ARCH
            NOT AT END
                IF PURCH-ARCH-RECORD NOT = SPACES
                    MOVE PURCH-ARCH-RECORD TO PURCHASE-RECORD
                    PERFORM 1310-TABLE-PURCHASE
                END-IF
        END-PERFORM
        CLOSE PURCH-ARCH-FILE
    END-IF.

1300-LOAD-CURRENT-PURCHASES.
    *> Buys since the last close are on the live purchases log.
    OPEN INPUT PURCH-FILE
    EVALUATE WS-PURCH-STATUS
        WHEN '35'
            CONTINUE
        WHEN '00'
            PERFORM UNTIL EOF-PURCH = 'Y'
                READ PURCH-FILE
                AT END
                    MOVE 'Y' TO EOF-PURCH
                NOT AT END
                    IF PURCHASE-RECORD NOT = SPACES
                        PERFORM 1310-TABLE-PURCHASE
                    END-IF
            END-PERFORM
            CLOSE PURCH-FILE
        WHEN OTHER
            DISPLAY "Error opening purchases log, status: "
                WS-PURCH-STATUS
            STOP RUN
    END-EVALUATE.

1310-TABLE-PURCHASE.
    *> One buy, kept with its day number for the window test.
    IF WS-BUY-COUNT < WS-BUY-TABLE-MAX
        ADD 1 TO WS-BUY-COUNT
        MOVE PURCH-ACCOUNT-ID TO WS-BUY-ACCOUNT (WS-BUY-COUNT)
        MOVE PURCH-STOCK-SYMBOL TO WS-BUY-SYMBOL (WS-BUY-COUNT)
        MOVE PURCH-DATE TO WS-BUY-DATE (WS-BUY-COUNT)
        MOVE PURCH-DATE TO WS-DN-DATE
        PERFORM 8100-DATE-TO-DAY-NUMBER
        MOVE WS-DAY-NUMBER TO WS-BUY-DAY-NO (WS-BUY-COUNT)
    ELSE
        IF NOT BUY-OVERFLOW
            DISPLAY "*** WARNING: more than " WS-BUY-TABLE-MAX
                " purchases in the wash-sale window; wash-sale flags"
                " are incomplete beyond the table limit. ***"
            SET BUY-OVERFLOW TO TRUE
        END-IF
    END-IF.

1400-LOAD-DIVIDENDS.
    *> The tax year's dividends, totalled by account and payer.
    OPEN INPUT DIVIDENDS-FILE
    EVALUATE WS-DIVIDENDS-STATUS
        WHEN '35'
            CONTINUE
        WHEN '00'
            PERFORM UNTIL EOF-DIVIDENDS = 'Y'
                READ DIVIDENDS-FILE
                AT END
                    MOVE 'Y' TO EOF-DIVIDENDS
                NOT AT END
                    IF DIVIDEND-RECORD NOT = SPACES
                        AND DIV-DATE (1:4) = WS-TAX-YEAR
                        PERFORM 1410-POST-DIVIDEND
                    END-IF
            END-PERFORM
            CLOSE DIVIDENDS-FILE
        WHEN OTHER
            DISPLAY "Error opening dividends file, status: "
                WS-DIVIDENDS-STATUS
            STOP RUN
    END-EVALUATE.

1410-POST-DIVIDEND.
    *> One payment rolled into its account/payer entry.
    MOVE 0 TO WS-MATCH
    PERFORM VARYING WS-SCAN FROM 1 BY 1 UNTIL WS-SCAN > WS-DIV-COUNT
        IF WS-DIV-ACCOUNT (WS-SCAN) = DIV-ACCOUNT-ID
            AND WS-DIV-SYMBOL (WS-SCAN) = DIV-STOCK-SYMBOL
            MOVE WS-SCAN TO WS-MATCH
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-MATCH > 0
        ADD DIV-AMOUNT TO WS-DIV-TOTAL (WS-MATCH)
    ELSE
        IF WS-DIV-COUNT < WS-DIV-TABLE-MAX
            ADD 1 TO WS-DIV-COUNT
            MOVE DIV-ACCOUNT-ID TO WS-DIV-ACCOUNT (WS-DIV-COUNT)
            MOVE DIV-STOCK-SYMBOL TO WS-DIV-SYMBOL (WS-DIV-COUNT)
            MOVE DIV-AMOUNT TO WS-DIV-TOTAL (WS-DIV-COUNT)
            MOVE DIV-ACCOUNT-ID TO WS-POST-ACCOUNT
            PERFORM 8200-REGISTER-ACCOUNT
        ELSE
            IF NOT DIV-OVERFLOW
                DISPLAY "*** WARNING: more than " WS-DIV-TABLE-MAX
                    " account/payer combinations; dividends are"
                    " incomplete beyond the table limit. ***"
                SET DIV-OVERFLOW TO TRUE
            END-IF
        END-IF
    END-IF.

1500-LOAD-YTD.
    *> The tax year's book gains as MonthEndClose banked them. Only
    *> entries for the tax year count; after the first close of the
    *> following year the file no longer carries them.
    OPEN INPUT YTD-FILE
    EVALUATE WS-YTD-STATUS
        WHEN '35'
            CONTINUE
        WHEN '00'
            PERFORM UNTIL EOF-YTD = 'Y'
                READ YTD-FILE
                AT END
                    MOVE 'Y' TO EOF-YTD
                NOT AT END
                    IF YTD-RECORD NOT = SPACES
                        AND YTD-YEAR = WS-TAX-YEAR
                        ADD 1 TO WS-YTD-RECORDS
                        MOVE YTD-ACCOUNT-ID TO WS-POST-ACCOUNT
                        PERFORM 8200-REGISTER-ACCOUNT
                        IF WS-MATCH > 0
                            ADD YTD-GAIN TO WS-ACCT-YTD-GAIN (WS-MATCH)
                        END-IF
                        ADD YTD-GAIN TO WS-CTL-YTD-GAIN
                    END-IF
            END-PERFORM
            CLOSE YTD-FILE
        WHEN OTHER
            DISPLAY "Error opening year-to-date file, status: "
                WS-YTD-STATUS
            STOP RUN
    END-EVALUATE.

2000-CLASSIFY-DISPOSALS.
    *> Holding period and wash-sale flag for every disposed lot.
    PERFORM 2100-CLASSIFY-ONE-DISPOSAL
        VARYING WS-DISP-IDX FROM 1 BY 1
        UNTIL WS-DISP-IDX > WS-DISP-COUNT.

2100-CLASSIFY-ONE-DISPOSAL.
    *> Held more than one year (sold after the first anniversary of
    *> the acquisition date) is long-term. A zero acquisition date
    *> marks shares that predate lot-keeping: the term cannot be
    *> told and the accountant must supply it. A loss is checked
    *> against the buys for a possible wash sale.
    IF WS-DISP-ACQ-DATE (WS-DISP-IDX) = 0
        MOVE 'U' TO WS-DISP-TERM (WS-DISP-IDX)
    ELSE
        COMPUTE WS-ANNIVERSARY = WS-DISP-ACQ-DATE (WS-DISP-IDX) + 10000
        IF WS-DISP-SALE-DATE (WS-DISP-IDX) > WS-ANNIVERSARY
            MOVE 'L' TO WS-DISP-TERM (WS-DISP-IDX)
        ELSE
            MOVE 'S' TO WS-DISP-TERM (WS-DISP-IDX)
        END-IF
    END-IF
    IF WS-DISP-PRICE (WS-DISP-IDX) < WS-DISP-COST (WS-DISP-IDX)
        PERFORM 2200-CHECK-WASH-SALE
    END-IF.

2200-CHECK-WASH-SALE.
    *> A buy of the same symbol in the same account within 30 days
    *> before or after a loss sale makes it a possible wash sale.
    *> The buy that opened the lot itself (same date as the lot's
    *> acquisition) does not count.
    MOVE WS-DISP-SALE-DATE (WS-DISP-IDX) TO WS-DN-DATE
    PERFORM 8100-DATE-TO-DAY-NUMBER
    MOVE WS-DAY-NUMBER TO WS-SALE-DAY-NO
    PERFORM VARYING WS-BUY-SCAN FROM 1 BY 1
            UNTIL WS-BUY-SCAN > WS-BUY-COUNT
        IF WS-BUY-ACCOUNT (WS-BUY-SCAN) = WS-DISP-ACCOUNT (WS-DISP-IDX)
            AND WS-BUY-SYMBOL (WS-BUY-SCAN)
                = WS-DISP-SYMBOL (WS-DISP-IDX)
            AND WS-BUY-DATE (WS-BUY-SCAN)
                NOT = WS-DISP-ACQ-DATE (WS-DISP-IDX)
            COMPUTE WS-DAY-GAP =
                WS-BUY-DAY-NO (WS-BUY-SCAN) - WS-SALE-DAY-NO
            IF WS-DAY-GAP >= -30 AND WS-DAY-GAP <= 30
                MOVE 'W' TO WS-DISP-WASH (WS-DISP-IDX)
                EXIT PERFORM
            END-IF
        END-IF
    END-PERFORM.

3000-WRITE-STATEMENTS.
    *> One statement per account, in account order. No SORT verb is
    *> used; the next account is found by scanning for the lowest
    *> one not yet printed, as InvestmentReport ranks its movers.
    PERFORM WS-ACCT-COUNT TIMES
        MOVE HIGH-VALUES TO WS-CURRENT-ACCOUNT
        MOVE 0 TO WS-MATCH
        PERFORM VARYING WS-SCAN FROM 1 BY 1
                UNTIL WS-SCAN > WS-ACCT-COUNT
            IF NOT ACCT-DONE (WS-SCAN)
                AND WS-ACCT-ID (WS-SCAN) < WS-CURRENT-ACCOUNT
                MOVE WS-ACCT-ID (WS-SCAN) TO WS-CURRENT-ACCOUNT
                MOVE WS-SCAN TO WS-MATCH
            END-IF
        END-PERFORM
        IF WS-MATCH > 0
            MOVE 'Y' TO WS-ACCT-DONE (WS-MATCH)
            SET WS-ACCT-IDX TO WS-MATCH
            PERFORM 3100-WRITE-ONE-ACCOUNT
        END-IF
    END-PERFORM.

3100-WRITE-ONE-ACCOUNT.
    *> The account's statement: the three holding-period sections,
    *> the dividends by payer, and the account's tie-out line.
    MOVE 0 TO WS-ACCT-FIFO-GAIN
    MOVE 0 TO WS-ACCT-DIV-TOTAL
    MOVE 0 TO WS-ACCT-WASH-COUNT
    MOVE SPACES TO WS-STATEMENT-LINE
    PERFORM 9000-WRITE-STATEMENT-LINE
    MOVE "=================================================================================================="
        TO WS-STATEMENT-LINE
    PERFORM 9000-WRITE-STATEMENT-LINE
    MOVE SPACES TO WS-STATEMENT-LINE
    STRING "ACCOUNT: " DELIMITED BY SIZE
           WS-CURRENT-ACCOUNT DELIMITED BY SIZE
           "      TAX YEAR " DELIMITED BY SIZE
           WS-TAX-YEAR DELIMITED BY SIZE
           INTO WS-STATEMENT-LINE
    PERFORM 9000-WRITE-STATEMENT-LINE
    MOVE 'S' TO WS-SECTION-TERM
    PERFORM 3200-WRITE-TERM-SECTION
    MOVE 'L' TO WS-SECTION-TERM
    PERFORM 3200-WRITE-TERM-SECTION
    MOVE 'U' TO WS-SECTION-TERM
    PERFORM 3200-WRITE-TERM-SECTION
    IF WS-ACCT-WASH-COUNT > 0
        MOVE "  W = possible wash sale: a loss with a buy of the same symbol within 30 days either side."
            TO WS-STATEMENT-LINE
        PERFORM 9000-WRITE-STATEMENT-LINE
    END-IF
    PERFORM 3400-WRITE-DIVIDENDS
    MOVE WS-ACCT-FIFO-GAIN TO WS-EDITED-GAIN
    MOVE WS-ACCT-YTD-GAIN (WS-ACCT-IDX) TO WS-EDITED-BOOK
    MOVE SPACES TO WS-STATEMENT-LINE
    STRING "  Realized (FIFO, by lot): " DELIMITED BY SIZE
           WS-EDITED-GAIN DELIMITED BY SIZE
           "   Book (average cost, SALESYTD.dat): "
           DELIMITED BY SIZE
           WS-EDITED-BOOK DELIMITED BY SIZE
           INTO WS-STATEMENT-LINE
    PERFORM 9000-WRITE-STATEMENT-LINE
    IF WS-ACCT-YTD-GAIN (WS-ACCT-IDX)
        NOT = WS-ACCT-BOOK-GAIN (WS-ACCT-IDX)
        ADD 1 TO WS-TIE-BREAKS
        MOVE WS-ACCT-BOOK-GAIN (WS-ACCT-IDX) TO WS-EDITED-BOOK
        MOVE SPACES TO WS-STATEMENT-LINE
        STRING "  *** OUT OF BALANCE: the year's sales archives give a book gain of "
               DELIMITED BY SIZE
               WS-EDITED-BOOK DELIMITED BY SIZE
               INTO WS-STATEMENT-LINE
        PERFORM 9000-WRITE-STATEMENT-LINE
    END-IF.

3200-WRITE-TERM-SECTION.
    *> One holding-period section of the account's disposals, with
    *> its subtotal; a section with nothing in it is left out.
    MOVE 0 TO WS-SECTION-LINES
    MOVE 0 TO WS-SECT-PROCEEDS
    MOVE 0 TO WS-SECT-COST
    MOVE 0 TO WS-SECT-GAIN
    PERFORM VARYING WS-DISP-IDX FROM 1 BY 1
            UNTIL WS-DISP-IDX > WS-DISP-COUNT
        IF WS-DISP-ACCOUNT (WS-DISP-IDX) = WS-CURRENT-ACCOUNT
            AND WS-DISP-TERM (WS-DISP-IDX) = WS-SECTION-TERM
            IF WS-SECTION-LINES = 0
                PERFORM 3210-WRITE-SECTION-HEADER
            END-IF
            ADD 1 TO WS-SECTION-LINES
            PERFORM 3300-WRITE-DISPOSAL
        END-IF
    END-PERFORM
    IF WS-SECTION-LINES > 0
        MOVE WS-SECT-PROCEEDS TO WS-EDITED-PROCEEDS
        MOVE WS-SECT-COST TO WS-EDITED-COST
        MOVE WS-SECT-GAIN TO WS-EDITED-GAIN
        MOVE SPACES TO WS-STATEMENT-LINE
        STRING "    Section total                  " DELIMITED BY SIZE
               WS-EDITED-PROCEEDS DELIMITED BY SIZE
               WS-EDITED-COST DELIMITED BY SIZE
               WS-EDITED-GAIN DELIMITED BY SIZE
               INTO WS-STATEMENT-LINE
        PERFORM 9000-WRITE-STATEMENT-LINE
    END-IF.

3210-WRITE-SECTION-HEADER.
    *> Section title and column headings.
    EVALUATE WS-SECTION-TERM
        WHEN 'S'
            MOVE "  SHORT-TERM (held one year or less)"
                TO WS-STATEMENT-LINE
        WHEN 'L'
            MOVE "  LONG-TERM (held more than one year)"
                TO WS-STATEMENT-LINE
        WHEN OTHER
            MOVE "  TERM UNDETERMINED (shares predating lot records; acquisition date to be supplied)"
                TO WS-STATEMENT-LINE
    END-EVALUATE
    PERFORM 9000-WRITE-STATEMENT-LINE
    MOVE "    Symbol  Acquired  Disposed Shares           Proceeds               Cost          Gain/Loss  W"
        TO WS-STATEMENT-LINE
    PERFORM 9000-WRITE-STATEMENT-LINE.

3300-WRITE-DISPOSAL.
    *> One disposed lot on the statement and on the import file.
    COMPUTE WS-LOT-PROCEEDS =
        WS-DISP-SHARES (WS-DISP-IDX) * WS-DISP-PRICE (WS-DISP-IDX)
    COMPUTE WS-LOT-COST =
        WS-DISP-SHARES (WS-DISP-IDX) * WS-DISP-COST (WS-DISP-IDX)
    COMPUTE WS-LOT-GAIN = WS-LOT-PROCEEDS - WS-LOT-COST
    ADD WS-LOT-PROCEEDS TO WS-SECT-PROCEEDS
    ADD WS-LOT-COST TO WS-SECT-COST
    ADD WS-LOT-GAIN TO WS-SECT-GAIN
    ADD WS-LOT-GAIN TO WS-ACCT-FIFO-GAIN
    ADD WS-DISP-SHARES (WS-DISP-IDX) TO WS-CTL-LOT-SHARES
    ADD WS-LOT-PROCEEDS TO WS-CTL-PROCEEDS
    ADD WS-LOT-COST TO WS-CTL-COST
    ADD WS-LOT-GAIN TO WS-CTL-GAIN
    EVALUATE WS-SECTION-TERM
        WHEN 'S'
            ADD WS-LOT-GAIN TO WS-CTL-SHORT-GAIN
        WHEN 'L'
            ADD WS-LOT-GAIN TO WS-CTL-LONG-GAIN
        WHEN OTHER
            ADD WS-LOT-GAIN TO WS-CTL-UNDET-GAIN
    END-EVALUATE
    IF DISP-WASH (WS-DISP-IDX)
        ADD 1 TO WS-ACCT-WASH-COUNT
        ADD 1 TO WS-CTL-WASH-COUNT
    END-IF
    MOVE WS-DISP-SHARES (WS-DISP-IDX) TO WS-EDITED-SHARES
    MOVE WS-LOT-PROCEEDS TO WS-EDITED-PROCEEDS
    MOVE WS-LOT-COST TO WS-EDITED-COST
    MOVE WS-LOT-GAIN TO WS-EDITED-GAIN
    MOVE SPACES TO WS-STATEMENT-LINE
    STRING "    " DELIMITED BY SIZE
           WS-DISP-SYMBOL (WS-DISP-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-DISP-ACQ-DATE (WS-DISP-IDX) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-DISP-SALE-DATE (WS-DISP-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-EDITED-SHARES DELIMITED BY SIZE
           WS-EDITED-PROCEEDS DELIMITED BY SIZE
           WS-EDITED-COST DELIMITED BY SIZE
           WS-EDITED-GAIN DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-DISP-WASH (WS-DISP-IDX) DELIMITED BY SIZE
           INTO WS-STATEMENT-LINE
    PERFORM 9000-WRITE-STATEMENT-LINE
    MOVE WS-DISP-ACCOUNT (WS-DISP-IDX) TO ID-ACCOUNT-ID
    MOVE WS-DISP-SYMBOL (WS-DISP-IDX) TO ID-STOCK-SYMBOL
    MOVE WS-DISP-ACQ-DATE (WS-DISP-IDX) TO ID-ACQ-DATE
    MOVE WS-DISP-SALE-DATE (WS-DISP-IDX) TO ID-SALE-DATE
    MOVE WS-DISP-SHARES (WS-DISP-IDX) TO ID-SHARES
    MOVE WS-LOT-PROCEEDS TO ID-PROCEEDS
    MOVE WS-LOT-COST TO ID-COST
    MOVE WS-LOT-GAIN TO ID-GAIN
    MOVE WS-DISP-TERM (WS-DISP-IDX) TO ID-TERM
    MOVE WS-DISP-WASH (WS-DISP-IDX) TO ID-WASH
    WRITE IMPORT-RECORD FROM WS-IMPORT-DETAIL
    ADD 1 TO WS-CTL-DETAIL-COUNT.

3400-WRITE-DIVIDENDS.
    *> The account's dividend income by payer, and its total.
    MOVE "  DIVIDENDS BY PAYER" TO WS-STATEMENT-LINE
    PERFORM 9000-WRITE-STATEMENT-LINE
    PERFORM VARYING WS-DIV-IDX FROM 1 BY 1
            UNTIL WS-DIV-IDX > WS-DIV-COUNT
        IF WS-DIV-ACCOUNT (WS-DIV-IDX) = WS-CURRENT-ACCOUNT
            PERFORM 3410-WRITE-ONE-PAYER
        END-IF
    END-PERFORM
    IF WS-ACCT-DIV-TOTAL = 0
        MOVE "    No dividends received in the year."
            TO WS-STATEMENT-LINE
        PERFORM 9000-WRITE-STATEMENT-LINE
    ELSE
        MOVE WS-ACCT-DIV-TOTAL TO WS-EDITED-PROCEEDS
        MOVE SPACES TO WS-STATEMENT-LINE
        STRING "    Dividend total                           "
               DELIMITED BY SIZE
               WS-EDITED-PROCEEDS DELIMITED BY SIZE
               INTO WS-STATEMENT-LINE
        PERFORM 9000-WRITE-STATEMENT-LINE
    END-IF.

3410-WRITE-ONE-PAYER.
    *> One payer line, named from the feed where it is still quoted.
    MOVE SPACES TO IV-PAYER-NAME
    PERFORM VARYING WS-SCAN FROM 1 BY 1 UNTIL WS-SCAN > WS-STOCK-COUNT
        IF WS-STOCK-SYMBOL (WS-SCAN) = WS-DIV-SYMBOL (WS-DIV-IDX)
            MOVE WS-STOCK-NAME (WS-SCAN) TO IV-PAYER-NAME
            EXIT PERFORM
        END-IF
    END-PERFORM
    ADD WS-DIV-TOTAL (WS-DIV-IDX) TO WS-ACCT-DIV-TOTAL
    ADD WS-DIV-TOTAL (WS-DIV-IDX) TO WS-CTL-DIVIDENDS
    MOVE WS-DIV-TOTAL (WS-DIV-IDX) TO WS-EDITED-PROCEEDS
    MOVE SPACES TO WS-STATEMENT-LINE
    STRING "    " DELIMITED BY SIZE
           WS-DIV-SYMBOL (WS-DIV-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           IV-PAYER-NAME DELIMITED BY SIZE
           "     " DELIMITED BY SIZE
           WS-EDITED-PROCEEDS DELIMITED BY SIZE
           INTO WS-STATEMENT-LINE
    PERFORM 9000-WRITE-STATEMENT-LINE
    MOVE WS-DIV-ACCOUNT (WS-DIV-IDX) TO IV-ACCOUNT-ID
    MOVE WS-DIV-SYMBOL (WS-DIV-IDX) TO IV-STOCK-SYMBOL
    MOVE WS-DIV-TOTAL (WS-DIV-IDX) TO IV-AMOUNT
    WRITE IMPORT-RECORD FROM WS-IMPORT-DIVIDEND
    ADD 1 TO WS-CTL-DIV-COUNT.

4000-FINALIZATION.
    *> The control totals, and the tie-out to SALESYTD.dat: the
    *> book gain the closes banked must equal the book gain rebuilt
    *> from the same closes' sales archives, account by account, and
    *> the lot disposals must account for exactly the shares and
    *> proceeds of those sales. The FIFO and book gains differ by
    *> method and are both shown. An untied package ends with a
    *> nonzero return code so it is not sent to the accountant.
    PERFORM VARYING WS-SCAN FROM 1 BY 1 UNTIL WS-SCAN > WS-ACCT-COUNT
        ADD WS-ACCT-BOOK-GAIN (WS-SCAN) TO WS-CTL-BOOK-GAIN
    END-PERFORM
    IF WS-TIE-BREAKS > 0
        OR WS-CTL-BOOK-GAIN NOT = WS-CTL-YTD-GAIN
        OR WS-CTL-LOT-SHARES NOT = WS-CTL-SALE-SHARES
        OR WS-CTL-PROCEEDS NOT = WS-CTL-SALE-PROCEEDS
        MOVE 'N' TO WS-TIE-FLAG
    END-IF
    IF WS-YTD-RECORDS = 0 AND WS-DISP-COUNT > 0
        MOVE 'N' TO WS-TIE-FLAG
    END-IF
    MOVE SPACES TO WS-STATEMENT-LINE
    PERFORM 9000-WRITE-STATEMENT-LINE
    MOVE "=================================================================================================="
        TO WS-STATEMENT-LINE
    PERFORM 9000-WRITE-STATEMENT-LINE
    MOVE "CONTROL TOTALS" TO WS-STATEMENT-LINE
    PERFORM 9000-WRITE-STATEMENT-LINE
    MOVE WS-ARCHIVES-READ TO WS-EDITED-COUNT
    MOVE SPACES TO WS-STATEMENT-LINE
    STRING "  Closes read (lot-disposal archives): " DELIMITED BY SIZE
           WS-EDITED-COUNT DELIMITED BY SIZE
           INTO WS-STATEMENT-LINE
    PERFORM 9000-WRITE-STATEMENT-LINE
    MOVE WS-CTL-DETAIL-COUNT TO WS-EDITED-COUNT
    MOVE SPACES TO WS-STATEMENT-LINE
    STRING "  Lots disposed:                       " DELIMITED BY SIZE
           WS-EDITED-COUNT DELIMITED BY SIZE
           INTO WS-STATEMENT-LINE
    PERFORM 9000-WRITE-STATEMENT-LINE
    MOVE WS-CTL-LOT-SHARES TO WS-EDITED-COUNT
    MOVE SPACES TO WS-STATEMENT-LINE
    STRING "  Shares disposed (lots):              " DELIMITED BY SIZE
           WS-EDITED-COUNT DELIMITED BY SIZE
           INTO WS-STATEMENT-LINE
    PERFORM 9000-WRITE-STATEMENT-LINE
    MOVE WS-CTL-SALE-SHARES TO WS-EDITED-COUNT
    MOVE SPACES TO WS-STATEMENT-LINE
    STRING "  Shares sold (sales archives):        " DELIMITED BY SIZE
           WS-EDITED-COUNT DELIMITED BY SIZE
           INTO WS-STATEMENT-LINE
    PERFORM 9000-WRITE-STATEMENT-LINE
    MOVE WS-CTL-PROCEEDS TO WS-EDITED-PROCEEDS
    MOVE SPACES TO WS-STATEMENT-LINE
    STRING "  Proceeds (lots):                " DELIMITED BY SIZE
           WS-EDITED-PROCEEDS DELIMITED BY SIZE
           INTO WS-STATEMENT-LINE
    PERFORM 9000-WRITE-STATEMENT-LINE
    MOVE WS-CTL-SALE-PROCEEDS TO WS-EDITED-PROCEEDS
    MOVE SPACES TO WS-STATEMENT-LINE
    STRING "  Proceeds (sales archives):      " DELIMITED BY SIZE
           WS-EDITED-PROCEEDS DELIMITED BY SIZE
           INTO WS-STATEMENT-LINE
    PERFORM 9000-WRITE-STATEMENT-LINE
    MOVE WS-CTL-COST TO WS-EDITED-COST
    MOVE SPACES TO WS-STATEMENT-LINE
    STRING "  Cost basis (lots):              " DELIMITED BY SIZE
           WS-EDITED-COST DELIMITED BY SIZE
           INTO WS-STATEMENT-LINE
    PERFORM 9000-WRITE-STATEMENT-LINE
    MOVE WS-CTL-SHORT-GAIN TO WS-EDITED-GAIN
    MOVE SPACES TO WS-STATEMENT-LINE
    STRING "  Short-term gain/loss:           " DELIMITED BY SIZE
           WS-EDITED-GAIN DELIMITED BY SIZE
           INTO WS-STATEMENT-LINE
    PERFORM 9000-WRITE-STATEMENT-LINE
    MOVE WS-CTL-LONG-GAIN TO WS-EDITED-GAIN
    MOVE SPACES TO WS-STATEMENT-LINE
    STRING "  Long-term gain/loss:            " DELIMITED BY SIZE
           WS-EDITED-GAIN DELIMITED BY SIZE
           INTO WS-STATEMENT-LINE
    PERFORM 9000-WRITE-STATEMENT-LINE
    MOVE WS-CTL-UNDET-GAIN TO WS-EDITED-GAIN
    MOVE SPACES TO WS-STATEMENT-LINE
    STRING "  Term undetermined gain/loss:    " DELIMITED BY SIZE
           WS-EDITED-GAIN DELIMITED BY SIZE
           INTO WS-STATEMENT-LINE
    PERFORM 9000-WRITE-STATEMENT-LINE
    MOVE WS-CTL-GAIN TO WS-EDITED-GAIN
    MOVE SPACES TO WS-STATEMENT-LINE
    STRING "  Realized gain/loss (FIFO):      " DELIMITED BY SIZE
           WS-EDITED-GAIN DELIMITED BY SIZE
           INTO WS-STATEMENT-LINE
    PERFORM 9000-WRITE-STATEMENT-LINE
    MOVE WS-CTL-YTD-GAIN TO WS-EDITED-GAIN
    MOVE SPACES TO WS-STATEMENT-LINE
    STRING "  Book gain/loss (SALESYTD.dat):  " DELIMITED BY SIZE
           WS-EDITED-GAIN DELIMITED BY SIZE
           INTO WS-STATEMENT-LINE
    PERFORM 9000-WRITE-STATEMENT-LINE
    MOVE WS-CTL-BOOK-GAIN TO WS-EDITED-GAIN
    MOVE SPACES TO WS-STATEMENT-LINE
    STRING "  Book gain/loss (sales archives):" DELIMITED BY SIZE
           WS-EDITED-GAIN DELIMITED BY SIZE
           INTO WS-STATEMENT-LINE
    PERFORM 9000-WRITE-STATEMENT-LINE
    MOVE WS-CTL-DIVIDENDS TO WS-EDITED-PROCEEDS
    MOVE SPACES TO WS-STATEMENT-LINE
    STRING "  Dividend income:                " DELIMITED BY SIZE
           WS-EDITED-PROCEEDS DELIMITED BY SIZE
           INTO WS-STATEMENT-LINE
    PERFORM 9000-WRITE-STATEMENT-LINE
    MOVE WS-CTL-WASH-COUNT TO WS-EDITED-COUNT
    MOVE SPACES TO WS-STATEMENT-LINE
    STRING "  Possible wash sales flagged:         " DELIMITED BY SIZE
           WS-EDITED-COUNT DELIMITED BY SIZE
           INTO WS-STATEMENT-LINE
    PERFORM 9000-WRITE-STATEMENT-LINE
    IF WS-YTD-RECORDS = 0 AND WS-DISP-COUNT > 0
        MOVE "  SALESYTD.dat carries no figures for the tax year; it is reset by the first close of a new year."
            TO WS-STATEMENT-LINE
        PERFORM 9000-WRITE-STATEMENT-LINE
    END-IF
    IF TOTALS-TIE
        MOVE "CONTROL TOTALS TIE TO SALESYTD.dat" TO WS-STATEMENT-LINE
    ELSE
        MOVE "*** CONTROL TOTALS DO NOT TIE TO SALESYTD.dat - DO NOT RELEASE THE IMPORT FILE ***"
            TO WS-STATEMENT-LINE
        MOVE 8 TO RETURN-CODE
    END-IF
    PERFORM 9000-WRITE-STATEMENT-LINE
    MOVE WS-CTL-DETAIL-COUNT TO IT-DETAIL-COUNT
    MOVE WS-CTL-DIV-COUNT TO IT-DIVIDEND-COUNT
    MOVE WS-CTL-LOT-SHARES TO IT-SHARES
    MOVE WS-CTL-PROCEEDS TO IT-PROCEEDS
    MOVE WS-CTL-COST TO IT-COST
    MOVE WS-CTL-GAIN TO IT-GAIN
    MOVE WS-CTL-DIVIDENDS TO IT-DIVIDENDS
    MOVE WS-CTL-YTD-GAIN TO IT-YTD-BOOK-GAIN
    MOVE WS-TIE-FLAG TO IT-TIE-FLAG
    WRITE IMPORT-RECORD FROM WS-IMPORT-TRAILER
    CLOSE STATEMENT-FILE
    CLOSE IMPORT-FILE.

8100-DATE-TO-DAY-NUMBER.
    *> Converts WS-DN-DATE (YYYYMMDD) to a day count, so the gap
    *> between two dates is a subtraction. March is counted as the
    *> first month, which puts February's leap day at the end of
    *> the counting year.
    MOVE WS-DN-DATE-YEAR TO WS-DN-YEAR
    MOVE WS-DN-DATE-MONTH TO WS-DN-MONTH
    IF WS-DN-MONTH <= 2
        SUBTRACT 1 FROM WS-DN-YEAR
        ADD 12 TO WS-DN-MONTH
    END-IF
    DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-Q4
    DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-Q100
    DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-Q400
    COMPUTE WS-DN-WORK = 153 * (WS-DN-MONTH - 3) + 2
    DIVIDE WS-DN-WORK BY 5 GIVING WS-DN-MONTH-DAYS
    COMPUTE WS-DAY-NUMBER = 365 * WS-DN-YEAR
        + WS-DN-Q4 - WS-DN-Q100 + WS-DN-Q400
        + WS-DN-MONTH-DAYS + WS-DN-DATE-DAY.

8200-REGISTER-ACCOUNT.
    *> Finds WS-POST-ACCOUNT in the account table, adding it if it
    *> is new; WS-MATCH is left pointing at the entry (zero if the
    *> table is full).
    MOVE 0 TO WS-MATCH
    PERFORM VARYING WS-SCAN FROM 1 BY 1 UNTIL WS-SCAN > WS-ACCT-COUNT
        IF WS-ACCT-ID (WS-SCAN) = WS-POST-ACCOUNT
            MOVE WS-SCAN TO WS-MATCH
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-MATCH = 0
        IF WS-ACCT-COUNT < WS-ACCT-TABLE-MAX
            ADD 1 TO WS-ACCT-COUNT
            MOVE WS-POST-ACCOUNT TO WS-ACCT-ID (WS-ACCT-COUNT)
            MOVE 0 TO WS-ACCT-YTD-GAIN (WS-ACCT-COUNT)
            MOVE 0 TO WS-ACCT-BOOK-GAIN (WS-ACCT-COUNT)
            MOVE 'N' TO WS-ACCT-DONE (WS-ACCT-COUNT)
            MOVE WS-ACCT-COUNT TO WS-MATCH
        ELSE
            IF NOT ACCT-OVERFLOW
                DISPLAY "*** WARNING: more than " WS-ACCT-TABLE-MAX
                    " accounts; the package is incomplete beyond the"
                    " table limit. ***"
                SET ACCT-OVERFLOW TO TRUE
            END-IF
        END-IF
    END-IF.

9000-WRITE-STATEMENT-LINE.
    *> Each statement line goes to the file and the console.
    WRITE STATEMENT-RECORD FROM WS-STATEMENT-LINE
    DISPLAY WS-STATEMENT-LINE
    MOVE SPACES TO WS-STATEMENT-LINE.
