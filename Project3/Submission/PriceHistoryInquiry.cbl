*>****************************************************************
*> Authors: Aditya Hirpara, Meet Maheta & Patel Meet
*> Date: 15/10/2026
*> Purpose: Read-only inquiry over the price history StockFeedValidate
*>          loads from each accepted feed: one symbol's closing
*>          prices over a date range, with the day-to-day change,
*>          the base-currency equivalent at that date's FX rate, and
*>          the high, low, and net change for the range - so "what
*>          did it close at on the 30th" no longer means digging out
*>          an old STOCKS.txt.
*> Tectonics: cobc
*> Modification History:
*>   15/10/2026 MM  Initial version.
*>   15/10/2026 MM  Close/Change/Chg% headings lined up over the
*>                  figures.
*>****************************************************************
IDENTIFICATION DIVISION.
       PROGRAM-ID. PriceHistoryInquiry.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> The closing-price history, keyed by symbol then date, so one
    *> symbol's range is a START and a read forward.
    SELECT PRICE-HIST-FILE ASSIGN TO 'PRICEHIST.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PH-KEY
        FILE STATUS IS WS-PRICE-HIST-STATUS.
    *> The FX rate history, read by currency and date for the
    *> base-currency column.
    SELECT FX-HIST-FILE ASSIGN TO 'FXHIST.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS FXH-KEY
        FILE STATUS IS WS-FX-HIST-STATUS.

DATA DIVISION.
FILE SECTION.
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

WORKING-STORAGE SECTION.
01 WS-PRICE-HIST-STATUS PIC XX.
01 WS-FX-HIST-STATUS   PIC XX.
01 WS-HAVE-FX-HIST     PIC X VALUE 'N'.
    88 HAVE-FX-HIST VALUE 'Y'.
01 WS-DONE             PIC X(1) VALUE 'N'.
    88 DONE-INQUIRING VALUE 'Y'.
01 WS-EOF-SCAN         PIC X.

*> Base currency of the book; its prices need no FX rate.
01 WS-BASE-CURRENCY    PIC X(3) VALUE 'USD'.

01 WS-RUN-DATE         PIC 9(8).
01 WS-SYMBOL           PIC X(7).
*> Range dates are keyed as characters so a blank or mistyped date
*> can be caught rather than taken as zero.
01 WS-FROM-IN          PIC X(8).
01 WS-FROM-DATE REDEFINES WS-FROM-IN PIC 9(8).
01 WS-TO-IN            PIC X(8).
01 WS-TO-DATE REDEFINES WS-TO-IN PIC 9(8).
01 WS-RANGE-OK         PIC X VALUE 'N'.
    88 RANGE-OK VALUE 'Y'.

01 WS-PRICES-SHOWN     PIC 9(5) VALUE 0.
01 WS-FIRST-PRICE      PIC 9(6)V99.
01 WS-PREV-PRICE       PIC 9(6)V99.
01 WS-HIGH-PRICE       PIC 9(6)V99.
01 WS-HIGH-DATE        PIC 9(8).
01 WS-LOW-PRICE        PIC 9(6)V99.
01 WS-LOW-DATE         PIC 9(8).
01 WS-CHANGE           PIC S9(6)V99.
01 WS-CHANGE-PCT       PIC S9(5)V99.
01 WS-BASE-PRICE       PIC 9(8)V99.

01 WS-EDITED-PRICE     PIC Z(5)9.99.
01 WS-EDITED-CHANGE    PIC -(6)9.99.
01 WS-EDITED-PCT       PIC -(4)9.99.
01 WS-EDITED-BASE      PIC Z(7)9.99.
01 WS-EDITED-COUNT     PIC Z(4)9.
01 WS-BASE-TEXT        PIC X(11).

PROCEDURE DIVISION.
0000-MAIN-PARA.
    *> Main procedure to control the program flow
    PERFORM 1000-OPEN-HISTORY.
    PERFORM UNTIL DONE-INQUIRING
        DISPLAY "Enter Stock Symbol (blank to exit): "
        MOVE SPACES TO WS-SYMBOL
        ACCEPT WS-SYMBOL
        IF WS-SYMBOL = SPACES
            SET DONE-INQUIRING TO TRUE
        ELSE
            PERFORM 2000-COLLECT-RANGE
            IF RANGE-OK
                PERFORM 3000-SHOW-PRICES
            END-IF
        END-IF
    END-PERFORM.
    CLOSE PRICE-HIST-FILE.
    IF HAVE-FX-HIST
        CLOSE FX-HIST-FILE
    END-IF.
    STOP RUN.

1000-OPEN-HISTORY.
    *> Input only: this program never changes the history. No price
    *> history means no feed has passed since it was introduced.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    OPEN INPUT PRICE-HIST-FILE
    EVALUATE WS-PRICE-HIST-STATUS
        WHEN '35'
            DISPLAY "No price history on hand; it is loaded by"
                " StockFeedValidate from each accepted feed."
            STOP RUN
        WHEN '00'
            CONTINUE
        WHEN OTHER
            DISPLAY "Error opening price history, status: "
                WS-PRICE-HIST-STATUS
            STOP RUN
    END-EVALUATE
    OPEN INPUT FX-HIST-FILE
    EVALUATE WS-FX-HIST-STATUS
        WHEN '35'
            DISPLAY "No FX history; base-currency column left blank"
                " for foreign symbols."
        WHEN '00'
            SET HAVE-FX-HIST TO TRUE
        WHEN OTHER
            DISPLAY "Error opening FX history, status: "
                WS-FX-HIST-STATUS
            STOP RUN
    END-EVALUATE.

2000-COLLECT-RANGE.
    *> From and to dates; a blank from-date means the start of the
    *> history and a blank to-date means today.
    MOVE 'N' TO WS-RANGE-OK
    DISPLAY "Enter From Date (YYYYMMDD, blank = earliest): "
    MOVE SPACES TO WS-FROM-IN
    ACCEPT WS-FROM-IN
    IF WS-FROM-IN = SPACES
        MOVE ZEROES TO WS-FROM-DATE
    END-IF
    DISPLAY "Enter To Date (YYYYMMDD, blank = today): "
    MOVE SPACES TO WS-TO-IN
    ACCEPT WS-TO-IN
    IF WS-TO-IN = SPACES
        MOVE WS-RUN-DATE TO WS-TO-DATE
    END-IF
    EVALUATE TRUE
        WHEN WS-FROM-IN IS NOT NUMERIC
            DISPLAY "From date must be YYYYMMDD."
        WHEN WS-TO-IN IS NOT NUMERIC
            DISPLAY "To date must be YYYYMMDD."
        WHEN WS-FROM-DATE > WS-TO-DATE
            DISPLAY "From date is after the to date."
        WHEN OTHER
            SET RANGE-OK TO TRUE
    END-EVALUATE.

3000-SHOW-PRICES.
    *> Positions on the symbol's first close on or after the from
    *> date and reads forward until the symbol changes or the to
    *> date is passed.
    MOVE 0 TO WS-PRICES-SHOWN
    MOVE WS-SYMBOL TO PH-SYMBOL
    MOVE WS-FROM-DATE TO PH-DATE
    MOVE 'N' TO WS-EOF-SCAN
    START PRICE-HIST-FILE KEY IS NOT LESS THAN PH-KEY
        INVALID KEY
            MOVE 'Y' TO WS-EOF-SCAN
    END-START
    PERFORM UNTIL WS-EOF-SCAN = 'Y'
        READ PRICE-HIST-FILE NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SCAN
            NOT AT END
                IF PH-SYMBOL NOT = WS-SYMBOL
                    OR PH-DATE > WS-TO-DATE
                    MOVE 'Y' TO WS-EOF-SCAN
                ELSE
                    PERFORM 3100-SHOW-ONE-PRICE
                END-IF
        END-READ
    END-PERFORM
    IF WS-PRICES-SHOWN = 0
        DISPLAY "No closing prices for " WS-SYMBOL " between "
            WS-FROM-DATE " and " WS-TO-DATE "."
    ELSE
        PERFORM 3200-SHOW-RANGE-SUMMARY
    END-IF.

3100-SHOW-ONE-PRICE.
    *> One close, with the change from the previous close shown in
    *> this range; the first line of a range has none.
    IF WS-PRICES-SHOWN = 0
        DISPLAY " "
        DISPLAY WS-SYMBOL "  " PH-NAME "  (" PH-CURRENCY ")"
        DISPLAY "Date          Close      Change      Chg%"
            "   Base (" WS-BASE-CURRENCY ")"
        DISPLAY "------------------------------------------"
            "----------------"
        MOVE PH-CLOSING-PRICE TO WS-FIRST-PRICE
        MOVE PH-CLOSING-PRICE TO WS-PREV-PRICE
        MOVE PH-CLOSING-PRICE TO WS-HIGH-PRICE
        MOVE PH-DATE TO WS-HIGH-DATE
        MOVE PH-CLOSING-PRICE TO WS-LOW-PRICE
        MOVE PH-DATE TO WS-LOW-DATE
    END-IF
    ADD 1 TO WS-PRICES-SHOWN
    COMPUTE WS-CHANGE = PH-CLOSING-PRICE - WS-PREV-PRICE
    IF WS-PREV-PRICE > 0
        COMPUTE WS-CHANGE-PCT ROUNDED =
            (WS-CHANGE / WS-PREV-PRICE) * 100
    ELSE
        MOVE 0 TO WS-CHANGE-PCT
    END-IF
    IF PH-CLOSING-PRICE > WS-HIGH-PRICE
        MOVE PH-CLOSING-PRICE TO WS-HIGH-PRICE
        MOVE PH-DATE TO WS-HIGH-DATE
    END-IF
    IF PH-CLOSING-PRICE < WS-LOW-PRICE
        MOVE PH-CLOSING-PRICE TO WS-LOW-PRICE
        MOVE PH-DATE TO WS-LOW-DATE
    END-IF
    PERFORM 3150-FIND-BASE-PRICE
    MOVE PH-CLOSING-PRICE TO WS-EDITED-PRICE
    MOVE WS-CHANGE TO WS-EDITED-CHANGE
    MOVE WS-CHANGE-PCT TO WS-EDITED-PCT
    DISPLAY PH-DATE "  " WS-EDITED-PRICE "  " WS-EDITED-CHANGE
        "  " WS-EDITED-PCT "  " WS-BASE-TEXT
    MOVE PH-CLOSING-PRICE TO WS-PREV-PRICE.

3150-FIND-BASE-PRICE.
    *> The close in base currency at the same date's rate; blank
    *> when that date has no rate for the currency on file.
    MOVE SPACES TO WS-BASE-TEXT
    IF PH-CURRENCY = WS-BASE-CURRENCY OR PH-CURRENCY = SPACES
        MOVE PH-CLOSING-PRICE TO WS-EDITED-BASE
        MOVE WS-EDITED-BASE TO WS-BASE-TEXT
    ELSE
        IF HAVE-FX-HIST
            MOVE PH-CURRENCY TO FXH-CURRENCY
            MOVE PH-DATE TO FXH-DATE
            READ FX-HIST-FILE
                INVALID KEY
                    MOVE "  (no rate)" TO WS-BASE-TEXT
                NOT INVALID KEY
                    COMPUTE WS-BASE-PRICE ROUNDED =
                        PH-CLOSING-PRICE * FXH-RATE
                    MOVE WS-BASE-PRICE TO WS-EDITED-BASE
                    MOVE WS-EDITED-BASE TO WS-BASE-TEXT
            END-READ
        END-IF
    END-IF.

3200-SHOW-RANGE-SUMMARY.
    *> High, low, and the net change first close to last.
    COMPUTE WS-CHANGE = WS-PREV-PRICE - WS-FIRST-PRICE
    IF WS-FIRST-PRICE > 0
        COMPUTE WS-CHANGE-PCT ROUNDED =
            (WS-CHANGE / WS-FIRST-PRICE) * 100
    ELSE
        MOVE 0 TO WS-CHANGE-PCT
    END-IF
    DISPLAY "------------------------------------------"
        "----------------"
    MOVE WS-PRICES-SHOWN TO WS-EDITED-COUNT
    DISPLAY "Closes shown: " WS-EDITED-COUNT
    MOVE WS-HIGH-PRICE TO WS-EDITED-PRICE
    DISPLAY "High:   " WS-EDITED-PRICE " on " WS-HIGH-DATE
    MOVE WS-LOW-PRICE TO WS-EDITED-PRICE
    DISPLAY "Low:    " WS-EDITED-PRICE " on " WS-LOW-DATE
    MOVE WS-CHANGE TO WS-EDITED-CHANGE
    MOVE WS-CHANGE-PCT TO WS-EDITED-PCT
    DISPLAY "Net change over the range: " WS-EDITED-CHANGE
        " (" WS-EDITED-PCT " pct)".
