*>                  account has a target for fails the feed, so the
*>                  allocation review never prices an unclassified
*>                  position.
*>   15/10/2026 MM  Prior-day prices are restated by any split,
*>                  reverse split, or symbol change CorporateActions
*>                  applied since the last good feed, so the
*>                  day-over-day check compares like with like
*>                  instead of failing on the adjusted price. The
*>                  adjustments are cleared once a feed passes.
*>   15/10/2026 MM  A feed that passes is loaded, with tonight's FX
*>                  rates, into the indexed price and FX histories
*>                  under the run date, so a past date's valuation
*>                  can be restated (InvestmentReport as-of run)
*>                  and a symbol's prices looked up over a range
*>                  (PriceHistoryInquiry).
*>****************************************************************
IDENTIFICATION DIVISION.
       PROGRAM-ID. StockFeedValidate.
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS SECT-KEY
        FILE STATUS IS WS-SECTOR-STATUS.
    *> Price adjustments for corporate actions CorporateActions has
    *> applied: the old symbol, the new symbol, and the ratio the
    *> prior-day price is restated by.
    SELECT FEED-ADJ-FILE ASSIGN TO 'CORPACT-FEED.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEED-ADJ-STATUS.
    *> The validation report with the overall pass/fail verdict.
    SELECT CHECK-FILE ASSIGN TO 'FEEDCHECK.txt'
        ORGANIZATION IS LINE SEQUENTIAL.
    *> The closing-price history, one record per symbol per feed
    *> date, loaded here from every feed that passes.
    SELECT PRICE-HIST-FILE ASSIGN TO 'PRICEHIST.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PH-KEY
        FILE STATUS IS WS-PRICE-HIST-STATUS.
    *> The FX rate history, one record per currency per feed date,
    *> loaded alongside the prices.
    SELECT FX-HIST-FILE ASSIGN TO 'FXHIST.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS FXH-KEY
        FILE STATUS IS WS-FX-HIST-STATUS.

DATA DIVISION.
FILE SECTION.
        05 SECT-NAME          PIC X(20).
        05 SECT-TARGET-PCT    PIC 9(3)V99.

FD FEED-ADJ-FILE.
    *> Layout must match CorporateActions' FEED-ADJ-RECORD
    01 FEED-ADJ-RECORD.
        05 FA-OLD-SYMBOL       PIC X(7).
        05 FA-NEW-SYMBOL       PIC X(7).
        05 FA-RATIO-NEW        PIC 9(3).
        05 FA-RATIO-OLD        PIC 9(3).
        05 FA-EFF-DATE         PIC 9(8).

FD CHECK-FILE.
    01 CHECK-RECORD.
        05 CHECK-LINE          PIC X(100).

FD PRICE-HIST-FILE.
    *> Keyed by symbol then date, so one symbol's prices read back
    *> in date order. The other fields are as on the feed.
    01 PRICE-HIST-RECORD.
        05 PH-KEY.
            10 PH-SYMBOL       PIC X(7).
            10 PH-DATE         PIC 9(8).
        05 PH-NAME             PIC X(25).
        05 PH-CLOSING-PRICE    PIC 9(6)V99.
        05 PH-CURRENCY         PIC X(3).
        05 PH-SECTOR           PIC X(4).

FD FX-HIST-FILE.
    *> Keyed by currency then date; the rate is base USD per unit of
    *> local currency, as on FXRATES.txt.
    01 FX-HIST-RECORD.
        05 FXH-KEY.
            10 FXH-CURRENCY    PIC X(3).
            10 FXH-DATE        PIC 9(8).
        05 FXH-RATE            PIC 9(4)V9(6).

WORKING-STORAGE SECTION.
01 WS-STOCKS-STATUS    PIC XX.
01 WS-PREV-STATUS      PIC XX.
01 WS-FX-STATUS        PIC XX.
01 WS-SECTOR-STATUS    PIC XX.
01 WS-FEED-ADJ-STATUS  PIC XX.
01 WS-PRICE-HIST-STATUS PIC XX.
01 WS-FX-HIST-STATUS   PIC XX.
01 EOF-HIST-STOCKS     PIC X VALUE 'N'.
01 EOF-HIST-FX         PIC X VALUE 'N'.
01 WS-RUN-DATE         PIC 9(8).
01 WS-HIST-PRICES      PIC 9(5) VALUE 0.
01 WS-HIST-RATES       PIC 9(5) VALUE 0.
01 EOF-SECTOR          PIC X VALUE 'N'.
01 EOF-FEED-ADJ        PIC X VALUE 'N'.
01 WS-HAVE-FEED-ADJ    PIC X VALUE 'N'.
    88 HAVE-FEED-ADJ VALUE 'Y'.

*> Distinct sector codes on the master, for the per-row check.
01 WS-SECT-TABLE-MAX   PIC 9(3) VALUE 100.
01 WS-MOVE-PCT         PIC 9(11)V99.
01 WS-EDITED-MOVE-PCT  PIC Z(10)9.99.
01 WS-EDITED-PREV-PRICE PIC Z(5)9.99.
01 WS-EDITED-ADJ-PRICE PIC Z(5)9.99.

01 WS-RECORD-COUNT     PIC 9(5) VALUE 0.
01 WS-FAULT-COUNT      PIC 9(5) VALUE 0.
1000-INITIALIZATION.
    *> Open the feed and the report, and load yesterday's prices if
    *> a prior-day file exists (there is none on the very first run).
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    OPEN INPUT STOCKS-FILE
    IF WS-STOCKS-STATUS NOT = '00'
        DISPLAY "Error opening stocks file, status: " WS-STOCKS-STATUS
    MOVE "STOCK PRICE FEED VALIDATION REPORT" TO WS-CHECK-LINE
    PERFORM 9000-WRITE-CHECK-LINE
    PERFORM 1100-LOAD-PREV-TABLE
    PERFORM 1150-APPLY-PRICE-ADJUSTMENTS
    PERFORM 1200-VALIDATE-FX-FILE
    PERFORM 1300-LOAD-SECTOR-TABLE.

            STOP RUN
    END-EVALUATE.

1150-APPLY-PRICE-ADJUSTMENTS.
    *> A split or symbol change applied since the prior-day file was
    *> rolled would otherwise fail the feed: the prior-day price is
    *> restated by the ratio (old shares over new) and carried under
    *> the new symbol, and each restatement is listed on the report.
    *> An adjustment for a symbol not on the prior-day file has
    *> nothing to restate.
    OPEN INPUT FEED-ADJ-FILE
    EVALUATE WS-FEED-ADJ-STATUS
        WHEN '35'
            CONTINUE
        WHEN '00'
            SET HAVE-FEED-ADJ TO TRUE
            PERFORM UNTIL EOF-FEED-ADJ = 'Y'
                READ FEED-ADJ-FILE
                AT END
                    MOVE 'Y' TO EOF-FEED-ADJ
                NOT AT END
                    IF FEED-ADJ-RECORD NOT = SPACES
                        PERFORM 1160-RESTATE-PREV-PRICE
                    END-IF
            END-PERFORM
            CLOSE FEED-ADJ-FILE
        WHEN OTHER
            DISPLAY "Error opening corporate action adjustments, "
                "status: " WS-FEED-ADJ-STATUS
            STOP RUN
    END-EVALUATE.

1160-RESTATE-PREV-PRICE.
    *> One adjustment against the prior-day table.
    MOVE 0 TO WS-MATCH
    PERFORM VARYING WS-SCAN FROM 1 BY 1 UNTIL WS-SCAN > WS-PREV-COUNT
        IF WS-PREV-SYMBOL (WS-SCAN) = FA-OLD-SYMBOL
            MOVE WS-SCAN TO WS-MATCH
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-MATCH > 0 AND FA-RATIO-NEW > 0 AND FA-RATIO-OLD > 0
        MOVE WS-PREV-PRICE (WS-MATCH) TO WS-EDITED-PREV-PRICE
        COMPUTE WS-PREV-PRICE (WS-MATCH) ROUNDED =
            (WS-PREV-PRICE (WS-MATCH) * FA-RATIO-OLD) / FA-RATIO-NEW
        MOVE FA-NEW-SYMBOL TO WS-PREV-SYMBOL (WS-MATCH)
        MOVE WS-PREV-PRICE (WS-MATCH) TO WS-EDITED-ADJ-PRICE
        MOVE SPACES TO WS-CHECK-LINE
        STRING "Corporate action: prior-day " DELIMITED BY SIZE
               FA-OLD-SYMBOL DELIMITED BY SIZE
               WS-EDITED-PREV-PRICE DELIMITED BY SIZE
               " restated to " DELIMITED BY SIZE
               FA-NEW-SYMBOL DELIMITED BY SIZE
               WS-EDITED-ADJ-PRICE DELIMITED BY SIZE
               INTO WS-CHECK-LINE
        PERFORM 9000-WRITE-CHECK-LINE
    END-IF.

2000-VALIDATE-FEED.
    *> One pass over the feed, checking every record.
    PERFORM UNTIL EOF-STOCKS = 'Y'
    PERFORM 9000-WRITE-CHECK-LINE
    IF FEED-PASSED
        PERFORM 3100-ROLL-PRIOR-DAY-FILE
        PERFORM 3200-CLEAR-PRICE-ADJUSTMENTS
        PERFORM 3300-LOAD-PRICE-HISTORY
    ELSE
        MOVE 8 TO RETURN-CODE
    END-IF
    CLOSE STOCKS-FILE
    CLOSE PREV-FILE.

3200-CLEAR-PRICE-ADJUSTMENTS.
    *> Once the rolled prior-day file is in post-action prices the
    *> adjustments are spent; on a failed feed they are kept, since
    *> the prior-day file they apply to has not moved.
    IF HAVE-FEED-ADJ
        OPEN OUTPUT FEED-ADJ-FILE
        CLOSE FEED-ADJ-FILE
    END-IF.

3300-LOAD-PRICE-HISTORY.
    *> The accepted feed and tonight's FX rates go into the price and
    *> FX histories under the run date. A rerun on the same date
    *> replaces that date's records rather than failing on them, so
    *> a corrected feed always wins. A failed feed is never loaded.
    OPEN I-O PRICE-HIST-FILE
    IF WS-PRICE-HIST-STATUS = '35'
        OPEN OUTPUT PRICE-HIST-FILE
        CLOSE PRICE-HIST-FILE
        OPEN I-O PRICE-HIST-FILE
    END-IF
    IF WS-PRICE-HIST-STATUS NOT = '00'
        DISPLAY "Error opening price history, status: "
            WS-PRICE-HIST-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT STOCKS-FILE
    PERFORM UNTIL EOF-HIST-STOCKS = 'Y'
        READ STOCKS-FILE
        AT END
            MOVE 'Y' TO EOF-HIST-STOCKS
        NOT AT END
            IF RAW-STOCKS-RECORD NOT = SPACES
                PERFORM 3310-WRITE-PRICE-HISTORY
            END-IF
    END-PERFORM
    CLOSE STOCKS-FILE
    CLOSE PRICE-HIST-FILE
    OPEN INPUT FX-FILE
    IF WS-FX-STATUS = '00'
        OPEN I-O FX-HIST-FILE
        IF WS-FX-HIST-STATUS = '35'
            OPEN OUTPUT FX-HIST-FILE
            CLOSE FX-HIST-FILE
            OPEN I-O FX-HIST-FILE
        END-IF
        IF WS-FX-HIST-STATUS NOT = '00'
            DISPLAY "Error opening FX history, status: "
                WS-FX-HIST-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM UNTIL EOF-HIST-FX = 'Y'
            READ FX-FILE
            AT END
                MOVE 'Y' TO EOF-HIST-FX
            NOT AT END
                IF FX-RECORD NOT = SPACES
                    PERFORM 3320-WRITE-FX-HISTORY
                END-IF
        END-PERFORM
        CLOSE FX-HIST-FILE
        CLOSE FX-FILE
    END-IF
    MOVE WS-HIST-PRICES TO WS-EDITED-COUNT
    MOVE SPACES TO WS-CHECK-LINE
    STRING "Price history loaded for " DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           WS-EDITED-COUNT DELIMITED BY SIZE
           " prices" DELIMITED BY SIZE
           INTO WS-CHECK-LINE
    PERFORM 9000-WRITE-CHECK-LINE
    MOVE WS-HIST-RATES TO WS-EDITED-COUNT
    MOVE SPACES TO WS-CHECK-LINE
    STRING "FX history loaded for    " DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           WS-EDITED-COUNT DELIMITED BY SIZE
           " rates" DELIMITED BY SIZE
           INTO WS-CHECK-LINE
    PERFORM 9000-WRITE-CHECK-LINE.

3310-WRITE-PRICE-HISTORY.
    *> One accepted feed row; the price is re-read through the
    *> numeric redefinition as in the validation pass.
    MOVE RAW-STOCK-SYMBOL TO PH-SYMBOL
    MOVE WS-RUN-DATE TO PH-DATE
    MOVE RAW-STOCK-NAME TO PH-NAME
    MOVE RAW-CLOSING-PRICE TO WS-PRICE-IN
    MOVE WS-PRICE-IN-9 TO PH-CLOSING-PRICE
    MOVE RAW-STOCK-CURRENCY TO PH-CURRENCY
    MOVE RAW-STOCK-SECTOR TO PH-SECTOR
    WRITE PRICE-HIST-RECORD
        INVALID KEY
            REWRITE PRICE-HIST-RECORD
    END-WRITE
    ADD 1 TO WS-HIST-PRICES.

3320-WRITE-FX-HISTORY.
    *> One rate; every record on a passed night has validated.
    MOVE FX-CURRENCY TO FXH-CURRENCY
    MOVE WS-RUN-DATE TO FXH-DATE
    MOVE FX-RATE TO WS-FX-RATE-IN
    MOVE WS-FX-RATE-IN-9 TO FXH-RATE
    WRITE FX-HIST-RECORD
        INVALID KEY
            REWRITE FX-HIST-RECORD
    END-WRITE
    ADD 1 TO WS-HIST-RATES.

9000-WRITE-CHECK-LINE.
    *> Each report line goes to the file and the console.
    WRITE CHECK-RECORD FROM WS-CHECK-LINE
