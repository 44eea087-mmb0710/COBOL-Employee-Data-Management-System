*>   02/09/2026 MM  Portfolio record layout carries the currency and
*>                  base-currency cost the holding gained; the share
*>                  reconciliation itself is unchanged.
*>   15/10/2026 MM  Share movement from splits, reverse splits, and
*>                  symbol changes (logged by CorporateActions) is
*>                  added to the rebuild, so a corporate action no
*>                  longer shows as a break until the next close.
*>****************************************************************
IDENTIFICATION DIVISION.
       PROGRAM-ID. PositionRecon.
    SELECT SALES-FILE ASSIGN TO 'SALES.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SALES-STATUS.
    *> Share movement from corporate actions applied this period
    *> (closed periods are inside the baseline above).
    SELECT MOVES-FILE ASSIGN TO 'CORPACT-MOVES.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MOVES-STATUS.
    *> The break report, with a clean zero-breaks line when every
    *> position ties out.
    SELECT BREAK-FILE ASSIGN TO 'RECON-BREAKS.txt'
        05 SALES-PRICE         PIC 9(6)V99.
        05 SALES-COST-BASIS    PIC 9(6)V99.

FD MOVES-FILE.
    *> Layout must match CorporateActions' CORPACT-MOVE-RECORD
    01 CORPACT-MOVE-RECORD.
        05 MV-ACCOUNT-ID       PIC X(8).
        05 MV-STOCK-SYMBOL     PIC X(7).
        05 MV-DATE             PIC 9(8).
        05 MV-ACTION-TYPE      PIC X(3).
        05 MV-SHARES           PIC S9(7) SIGN LEADING SEPARATE.

FD BREAK-FILE.
    01 BREAK-RECORD.
        05 BREAK-LINE          PIC X(100).
01 WS-BASE-STATUS      PIC XX.
01 WS-PURCH-STATUS     PIC XX.
01 WS-SALES-STATUS     PIC XX.
01 WS-MOVES-STATUS     PIC XX.
01 EOF-PORT            PIC X VALUE 'N'.
01 EOF-BASE            PIC X VALUE 'N'.
01 EOF-PURCH           PIC X VALUE 'N'.
01 EOF-SALES           PIC X VALUE 'N'.
01 EOF-MOVES           PIC X VALUE 'N'.

*> Net share movement rebuilt from the logs, one entry per account
*> and symbol; same table-with-cap style as the stock table.
    PERFORM 0900-LOAD-BASELINE.
    PERFORM 1000-LOAD-PURCHASES.
    PERFORM 1500-LOAD-SALES.
    PERFORM 1700-LOAD-CORPORATE-ACTIONS.
    PERFORM 2000-RECONCILE-HOLDINGS.
    PERFORM 2500-REPORT-MISSING-HOLDINGS.
    PERFORM 3000-FINALIZATION.
            STOP RUN
    END-EVALUATE.

1700-LOAD-CORPORATE-ACTIONS.
    *> A split adds (a reverse split removes) the difference in
    *> shares; a symbol change moves the holding from the old symbol
    *> to the new. The movement is already signed on the log.
    OPEN INPUT MOVES-FILE
    EVALUATE WS-MOVES-STATUS
        WHEN '35'
            CONTINUE
        WHEN '00'
            PERFORM UNTIL EOF-MOVES = 'Y'
                READ MOVES-FILE
                AT END
                    MOVE 'Y' TO EOF-MOVES
                NOT AT END
                    IF CORPACT-MOVE-RECORD NOT = SPACES
                        MOVE MV-ACCOUNT-ID TO WS-POST-ACCOUNT
                        MOVE MV-STOCK-SYMBOL TO WS-POST-SYMBOL
                        MOVE MV-SHARES TO WS-WORK-SHARES
                        PERFORM 1900-POST-MOVEMENT
                    END-IF
            END-PERFORM
            CLOSE MOVES-FILE
        WHEN OTHER
            DISPLAY "Error opening corporate action movement log, "
                "status: " WS-MOVES-STATUS
            STOP RUN
    END-EVALUATE.

1900-POST-MOVEMENT.
    *> Rolls one log record's signed share movement into the table.
    *> Callers place the account, symbol, and signed shares in the
