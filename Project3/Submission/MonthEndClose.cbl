*>   02/09/2026 MM  Portfolio record layout carries the currency and
*>                  base-currency cost the holding gained; the
*>                  snapshot and statement logic are unchanged.
*>   15/10/2026 MM  The corporate action movement log CorporateActions
*>                  writes for PositionRecon is archived and reset
*>                  with the other logs, inside the same completion
*>                  gate: the new baseline already carries the
*>                  restated shares.
*>   15/10/2026 MM  Statement lines now carry the account name from
*>                  the account master (AccountMaintenance) next to
*>                  the account ID.
*>****************************************************************
IDENTIFICATION DIVISION.
       PROGRAM-ID. MonthEndClose.
    SELECT SALELOTS-ARCH-FILE ASSIGN TO DYNAMIC WS-SALELOTS-ARCH-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SALELOTS-ARCH-STATUS.
    *> Share movement from corporate actions applied this period,
    *> archived and reset here with the purchases and sales logs.
    SELECT MOVES-FILE ASSIGN TO 'CORPACT-MOVES.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MOVES-STATUS.
    *> The dated archive this period's corporate action movement
    *> moves to.
    SELECT MOVES-ARCH-FILE ASSIGN TO DYNAMIC WS-MOVES-ARCH-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MOVES-ARCH-STATUS.
    *> The account master AccountMaintenance keeps, for the account
    *> name on each statement line; read-only here.
    SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNTMASTER.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS ACCT-ACCOUNT-ID
        FILE STATUS IS WS-ACCOUNT-STATUS.

DATA DIVISION.
FILE SECTION.
    *> Same layout as SALELOT-RECORD
    01 SALELOTS-ARCH-RECORD    PIC X(52).

FD MOVES-FILE.
    *> Layout must match CorporateActions' CORPACT-MOVE-RECORD
    01 CORPACT-MOVE-RECORD     PIC X(34).

FD MOVES-ARCH-FILE.
    *> Same layout as CORPACT-MOVE-RECORD
    01 MOVES-ARCH-RECORD       PIC X(34).

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

WORKING-STORAGE SECTION.
01 WS-SALES-STATUS     PIC XX.
01 WS-YTD-STATUS       PIC XX.
01 WS-PORT-STATUS      PIC XX.
01 WS-SALELOTS-STATUS  PIC XX.
01 WS-SALELOTS-ARCH-STATUS PIC XX.
01 WS-MOVES-STATUS     PIC XX.
01 WS-MOVES-ARCH-STATUS PIC XX.
01 WS-ACCOUNT-STATUS   PIC XX.
01 WS-HAVE-ACCOUNT-MASTER PIC X VALUE 'N'.
    88 HAVE-ACCOUNT-MASTER VALUE 'Y'.
*> Cut to 20 characters so the statement stays inside its width.
01 WS-ACCOUNT-NAME     PIC X(20).
01 WS-LOOKUP-ACCOUNT   PIC X(8).
01 EOF-MOVES           PIC X VALUE 'N'.
01 WS-MOVES-ARCH-OPEN  PIC X VALUE 'N'.
    88 MOVES-ARCH-OPEN VALUE 'Y'.
01 WS-MOVES-ARCH-NAME  PIC X(30).
01 WS-MOVES-READ       PIC 9(5) VALUE 0.
01 WS-MOVES-ARCHIVED   PIC 9(5) VALUE 0.
01 EOF-SALES           PIC X VALUE 'N'.
01 EOF-YTD             PIC X VALUE 'N'.
01 EOF-PURCH           PIC X VALUE 'N'.
    PERFORM 1000-LOAD-YTD-TABLE.
    PERFORM 2000-PROCESS-SALES.
    PERFORM 2500-ARCHIVE-PURCHASES.
    PERFORM 2700-ARCHIVE-CORPACT-MOVES.
    PERFORM 3000-WRITE-STATEMENT.
    PERFORM 5000-RESET-LOGS.
    STOP RUN.
    WRITE PURCH-ARCHIVE-RECORD
    ADD 1 TO WS-PURCH-ARCHIVED.

2700-ARCHIVE-CORPACT-MOVES.
    *> The corporate action movement log is cut with the purchases
    *> and sales logs, for the same reason: the baseline snapshot
    *> below already includes the restated shares.
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
                        ADD 1 TO WS-MOVES-READ
                        PERFORM 2800-ARCHIVE-MOVE
                    END-IF
            END-PERFORM
            CLOSE MOVES-FILE
            IF MOVES-ARCH-OPEN
                CLOSE MOVES-ARCH-FILE
            END-IF
        WHEN OTHER
            DISPLAY "Error opening corporate action movement log, "
                "status: " WS-MOVES-STATUS
            STOP RUN
    END-EVALUATE.

2800-ARCHIVE-MOVE.
    *> Same lazy-open, append-on-same-date handling as the sales
    *> archive.
    IF NOT MOVES-ARCH-OPEN
        MOVE SPACES TO WS-MOVES-ARCH-NAME
        STRING "CORPACT-MOVES-" DELIMITED BY SIZE
               WS-CLOSE-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-MOVES-ARCH-NAME
        OPEN EXTEND MOVES-ARCH-FILE
        IF WS-MOVES-ARCH-STATUS = '35'
            OPEN OUTPUT MOVES-ARCH-FILE
        END-IF
        SET MOVES-ARCH-OPEN TO TRUE
    END-IF
    MOVE CORPACT-MOVE-RECORD TO MOVES-ARCH-RECORD
    WRITE MOVES-ARCH-RECORD
    ADD 1 TO WS-MOVES-ARCHIVED.

3000-WRITE-STATEMENT.
    *> The realized-gains statement: one line per account and symbol
    *> with this period's gain and the year-to-date figure, then the
    *> overall totals.
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
    END-EVALUATE
    OPEN OUTPUT STATEMENT-FILE
    MOVE SPACES TO WS-STATEMENT-LINE
    STRING "REALIZED GAINS STATEMENT - CLOSE OF " DELIMITED BY SIZE
           WS-CLOSE-DATE DELIMITED BY SIZE
           INTO WS-STATEMENT-LINE
    PERFORM 9000-WRITE-STATEMENT-LINE
    MOVE "Account   Name                  Symbol         This Period         Year-To-Date"
        TO WS-STATEMENT-LINE
    PERFORM 9000-WRITE-STATEMENT-LINE
    MOVE "--------------------------------------------------------------------------------"
        TO WS-STATEMENT-LINE
    PERFORM 9000-WRITE-STATEMENT-LINE
    PERFORM 3100-WRITE-STATEMENT-LINE
        VARYING WS-GAINS-IDX FROM 1 BY 1
        UNTIL WS-GAINS-IDX > WS-GAINS-COUNT
    MOVE "--------------------------------------------------------------------------------"
        TO WS-STATEMENT-LINE
    PERFORM 9000-WRITE-STATEMENT-LINE
    MOVE WS-MONTH-TOTAL TO WS-EDITED-MONTH
    MOVE WS-YTD-TOTAL TO WS-EDITED-YTD
    MOVE SPACES TO WS-STATEMENT-LINE
    STRING "TOTALS                                 " DELIMITED BY SIZE
           WS-EDITED-MONTH DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-EDITED-YTD DELIMITED BY SIZE
           INTO WS-STATEMENT-LINE
    PERFORM 9000-WRITE-STATEMENT-LINE
    PERFORM 3500-WRITE-LOT-STATEMENT
    CLOSE STATEMENT-FILE
    IF HAVE-ACCOUNT-MASTER
        CLOSE ACCOUNT-FILE
    END-IF.

3500-WRITE-LOT-STATEMENT.
    *> The FIFO breakout the accountant files on: one line per lot
    PERFORM 9000-WRITE-STATEMENT-LINE
    MOVE "REALIZED GAINS BY TAX LOT (FIFO)" TO WS-STATEMENT-LINE
    PERFORM 9000-WRITE-STATEMENT-LINE
    MOVE "Account   Name                  Symbol   Acquired  Disposed  Shares              Gain/Loss"
        TO WS-STATEMENT-LINE
    PERFORM 9000-WRITE-STATEMENT-LINE
    MOVE "------------------------------------------------------------------------------------------"
        TO WS-STATEMENT-LINE
    PERFORM 9000-WRITE-STATEMENT-LINE
    OPEN INPUT SALELOTS-FILE
                WS-SALELOTS-STATUS
            STOP RUN
    END-EVALUATE
    MOVE "------------------------------------------------------------------------------------------"
        TO WS-STATEMENT-LINE
    PERFORM 9000-WRITE-STATEMENT-LINE
    MOVE WS-LOT-GAIN-TOTAL TO WS-EDITED-LOT-GAIN
    ADD WS-LOT-GAIN TO WS-LOT-GAIN-TOTAL
    MOVE WS-LOT-GAIN TO WS-EDITED-LOT-GAIN
    MOVE SL-SHARES TO WS-EDITED-SHARES
    MOVE SL-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT
    PERFORM 3600-LOOKUP-ACCOUNT-NAME
    MOVE SPACES TO WS-STATEMENT-LINE
    STRING SL-ACCOUNT-ID DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-ACCOUNT-NAME DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           SL-STOCK-SYMBOL DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
    ADD WS-ENTRY-YTD TO WS-YTD-TOTAL
    MOVE WS-GAINS-MONTH (WS-GAINS-IDX) TO WS-EDITED-MONTH
    MOVE WS-ENTRY-YTD TO WS-EDITED-YTD
    MOVE WS-GAINS-ACCOUNT (WS-GAINS-IDX) TO WS-LOOKUP-ACCOUNT
    PERFORM 3600-LOOKUP-ACCOUNT-NAME
    MOVE SPACES TO WS-STATEMENT-LINE
    STRING WS-GAINS-ACCOUNT (WS-GAINS-IDX) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-ACCOUNT-NAME DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-GAINS-SYMBOL (WS-GAINS-IDX) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           INTO WS-STATEMENT-LINE
    PERFORM 9000-WRITE-STATEMENT-LINE.

3600-LOOKUP-ACCOUNT-NAME.
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

4000-REWRITE-YTD-FILE.
    *> The year-to-date file is rebuilt with this close folded in,
    *> ready to be carried into the next close.
    IF WS-SALES-ARCHIVED NOT = WS-SALES-READ
        OR WS-PURCH-ARCHIVED NOT = WS-PURCH-READ
        OR WS-SALELOTS-ARCHIVED NOT = WS-SALELOTS-READ
        OR WS-MOVES-ARCHIVED NOT = WS-MOVES-READ
        DISPLAY "Archive incomplete; logs NOT reset."
    ELSE
        PERFORM 5500-SNAPSHOT-POSITIONS
            ELSE
                DISPLAY "No lot disposals this period."
            END-IF
            IF WS-MOVES-READ > 0
                OPEN OUTPUT MOVES-FILE
                CLOSE MOVES-FILE
                DISPLAY "Corporate action movement archived to "
                    WS-MOVES-ARCH-NAME " and reset."
            END-IF
            DISPLAY "Positions baseline written: "
                WS-POSITIONS-WRITTEN " holdings."
        ELSE
