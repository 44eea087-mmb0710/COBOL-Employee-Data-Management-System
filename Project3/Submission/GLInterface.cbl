*>****************************************************************
*> Authors: Aditya Hirpara, Meet Maheta & Patel Meet
*> Date: 15/10/2026
*> Purpose: General ledger interface. Turns every cash movement on
*>          CASHJOURNAL.txt not yet sent to the ledger into balanced
*>          double-entry journal lines, using the chart-of-accounts
*>          mapping on GLMAP.txt (account ID and transaction type to
*>          debit and credit GL accounts). A sale's proceeds are
*>          split against its SALES.txt record into cost relieved
*>          and realized gain or loss. DIVIDENDS.txt is checked
*>          against the dividend cash posted. The lines go to a
*>          numbered fixed-layout batch file, GLBATCH-nnnnn.txt,
*>          between a batch header and a trailer carrying the line
*>          count and debit and credit control totals. A batch that
*>          does not balance, or has any movement the mapping does
*>          not cover, is refused and nothing is marked as posted.
*>          GLCONTROL.txt records each batch and how far through the
*>          cash journal and dividend log it posted, so no movement
*>          is sent twice. GL-POSTING-SUMMARY.txt totals the batch by
*>          GL account. Runs in the nightly stream, ahead of any
*>          month-end close, while the period's sales are still on
*>          SALES.txt.
*> Tectonics: cobc
*> Modification History:
*>   15/10/2026 MM  Initial version.
*>****************************************************************
IDENTIFICATION DIVISION.
       PROGRAM-ID. GLInterface.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Every cash movement PortfolioMaintenance posts, in base
    *> currency. Never reset, so a line's position in the file is
    *> what marks it as posted.
    SELECT CASHJRNL-FILE ASSIGN TO 'CASHJOURNAL.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CASHJRNL-STATUS.
    *> The current-period sales log, for the cost of each sale.
    SELECT SALES-FILE ASSIGN TO 'SALES.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SALES-STATUS.
    *> Every dividend recorded, to check against the cash posted.
    SELECT DIVIDENDS-FILE ASSIGN TO 'DIVIDENDS.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DIVIDENDS-STATUS.
    *> Finance's chart-of-accounts mapping.
    SELECT GLMAP-FILE ASSIGN TO 'GLMAP.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLMAP-STATUS.
    *> One record per batch sent: the posting register.
    SELECT GLCONTROL-FILE ASSIGN TO 'GLCONTROL.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLCONTROL-STATUS.
    *> The batch's journal lines, held until the batch is proved.
    SELECT GLWORK-FILE ASSIGN TO 'GLWORK.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLWORK-STATUS.
    *> The interface file for the ledger; the name carries the
    *> batch number, built at run time.
    SELECT GLBATCH-FILE ASSIGN TO DYNAMIC WS-GLBATCH-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLBATCH-STATUS.
    *> The posting summary.
    SELECT SUMMARY-FILE ASSIGN TO 'GL-POSTING-SUMMARY.txt'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CASHJRNL-FILE.
    *> Layout must match PortfolioMaintenance's CASHJRNL-RECORD
    01 CASHJRNL-RECORD.
        05 CJ-ACCOUNT-ID      PIC X(8).
        05 CJ-DATE            PIC 9(8).
        05 CJ-TYPE            PIC X(3).
        05 CJ-AMOUNT          PIC S9(11)V99 SIGN LEADING SEPARATE.

FD SALES-FILE.
    *> Layout must match PortfolioMaintenance's SALE-RECORD
    01 SALE-RECORD.
        05 SALE-ACCOUNT-ID    PIC X(8).
        05 SALE-STOCK-SYMBOL  PIC X(7).
        05 SALE-DATE          PIC 9(8).
        05 SALE-SHARES        PIC 9(5).
        05 SALE-PRICE         PIC 9(6)V99.
        05 SALE-COST-BASIS    PIC 9(6)V99.

FD DIVIDENDS-FILE.
    *> Layout must match PortfolioMaintenance's DIVIDEND-RECORD
    01 DIVIDEND-RECORD.
        05 DIV-ACCOUNT-ID     PIC X(8).
        05 DIV-STOCK-SYMBOL   PIC X(7).
        05 DIV-DATE           PIC 9(8).
        05 DIV-RATE           PIC 9(4)V9999.
        05 DIV-SHARES         PIC 9(5).
        05 DIV-AMOUNT         PIC 9(9)V99.

FD GLMAP-FILE.
    *> One mapping per account ID and transaction type (BUY, SEL,
    *> DIV, DEP, WDR, and RGL for realized gain or loss): the GL
    *> accounts debited and credited when the movement goes the
    *> usual way. A movement the other way (a negative deposit, a
    *> realized loss) posts with the two sides swapped. An account
    *> ID of '*' is the default for any account without its own
    *> mapping for that type.
    01 GLMAP-RECORD.
        05 GLM-ACCOUNT-ID     PIC X(8).
        05 GLM-TRAN-TYPE      PIC X(3).
        05 GLM-DEBIT-GL       PIC X(10).
        05 GLM-CREDIT-GL      PIC X(10).

FD GLCONTROL-FILE.
    *> One record per batch sent: how far through the cash journal
    *> and dividend log it reached, and its control totals.
    01 GLCONTROL-RECORD.
        05 GLC-BATCH-NO       PIC 9(5).
        05 GLC-RUN-DATE       PIC 9(8).
        05 GLC-JOURNAL-THRU   PIC 9(7).
        05 GLC-DIVIDEND-THRU  PIC 9(7).
        05 GLC-LINE-COUNT     PIC 9(6).
        05 GLC-DEBIT-TOTAL    PIC 9(13)V99.
        05 GLC-CREDIT-TOTAL   PIC 9(13)V99.

FD GLWORK-FILE.
    *> Same layout as the batch file's detail record
    01 GLWORK-RECORD          PIC X(80).

FD GLBATCH-FILE.
    *> Header, detail, and trailer images below, 80 bytes each
    01 GLBATCH-RECORD         PIC X(80).

FD SUMMARY-FILE.
    01 SUMMARY-RECORD.
        05 SUMMARY-LINE       PIC X(132).

WORKING-STORAGE SECTION.
01 WS-CASHJRNL-STATUS  PIC XX.
01 WS-SALES-STATUS     PIC XX.
01 WS-DIVIDENDS-STATUS PIC XX.
01 WS-GLMAP-STATUS     PIC XX.
01 WS-GLCONTROL-STATUS PIC XX.
01 WS-GLWORK-STATUS    PIC XX.
01 WS-GLBATCH-STATUS   PIC XX.
01 EOF-CASHJRNL        PIC X VALUE 'N'.
01 EOF-SALES           PIC X VALUE 'N'.
01 EOF-DIVIDENDS       PIC X VALUE 'N'.
01 EOF-GLMAP           PIC X VALUE 'N'.
01 EOF-GLCONTROL       PIC X VALUE 'N'.
01 EOF-GLWORK          PIC X VALUE 'N'.
01 WS-RUN-DATE         PIC 9(8).
01 WS-GLBATCH-NAME     PIC X(30).
01 WS-SCAN             PIC 9(4).

*> Interface file record images: a 'H' header, 'D' journal lines,
*> and one 'T' trailer the ledger proves the batch against.
01 WS-GL-HEADER.
    05 WS-GLH-TYPE           PIC X(1) VALUE 'H'.
    05 WS-GLH-BATCH-NO       PIC 9(5).
    05 WS-GLH-RUN-DATE       PIC 9(8).
    05 WS-GLH-FROM-DATE      PIC 9(8).
    05 WS-GLH-TO-DATE        PIC 9(8).
    05 WS-GLH-SOURCE         PIC X(10) VALUE 'INVESTMENT'.
    05 WS-GLH-CURRENCY       PIC X(3) VALUE 'USD'.
    05 FILLER                PIC X(37) VALUE SPACES.
01 WS-GL-DETAIL.
    05 WS-GLD-TYPE           PIC X(1) VALUE 'D'.
    05 WS-GLD-BATCH-NO       PIC 9(5).
    05 WS-GLD-LINE-NO        PIC 9(6).
    05 WS-GLD-GL-ACCOUNT     PIC X(10).
    05 WS-GLD-DR-CR          PIC X(1).
    05 WS-GLD-AMOUNT         PIC 9(11)V99.
    05 WS-GLD-EFF-DATE       PIC 9(8).
    05 WS-GLD-ACCOUNT-ID     PIC X(8).
    05 WS-GLD-TRAN-TYPE      PIC X(3).
    05 WS-GLD-REFERENCE      PIC X(7).
    05 WS-GLD-JOURNAL-LINE   PIC 9(7).
    05 FILLER                PIC X(11) VALUE SPACES.
01 WS-GL-TRAILER.
    05 WS-GLT-TYPE           PIC X(1) VALUE 'T'.
    05 WS-GLT-BATCH-NO       PIC 9(5).
    05 WS-GLT-LINE-COUNT     PIC 9(6).
    05 WS-GLT-DEBIT-TOTAL    PIC 9(13)V99.
    05 WS-GLT-CREDIT-TOTAL   PIC 9(13)V99.
    05 FILLER                PIC X(38) VALUE SPACES.
*> A work-file line read back; the batch number is filled in when
*> the batch is proved and numbered.
01 WS-GLWORK-IN              PIC X(80).
01 WS-GLWORK-IN-DTL REDEFINES WS-GLWORK-IN.
    05 FILLER                PIC X(1).
    05 WS-GLW-BATCH-NO       PIC 9(5).
    05 FILLER                PIC X(74).

*> The posting register as last left.
01 WS-LAST-BATCH-NO    PIC 9(5) VALUE 0.
01 WS-JOURNAL-THRU     PIC 9(7) VALUE 0.
01 WS-DIVIDEND-THRU    PIC 9(7) VALUE 0.
01 WS-BATCH-NO         PIC 9(5).

*> Chart-of-accounts mapping, same table-with-cap style as the
*> other loaded reference files.
01 WS-MAP-TABLE-MAX    PIC 9(4) VALUE 500.
01 WS-MAP-COUNT        PIC 9(4) VALUE 0.
01 WS-MAP-TABLE.
    05 WS-MAP-ENTRY OCCURS 500 TIMES INDEXED BY WS-MAP-IDX.
        10 WS-MAP-ACCOUNT      PIC X(8).
        10 WS-MAP-TYPE         PIC X(3).
        10 WS-MAP-DEBIT-GL     PIC X(10).
        10 WS-MAP-CREDIT-GL    PIC X(10).
01 WS-MAP-OVERFLOW     PIC X VALUE 'N'.
    88 MAP-OVERFLOW VALUE 'Y'.
01 WS-MAP-FOUND        PIC X.
    88 MAP-FOUND VALUE 'Y'.
01 WS-MAP-ACCOUNT-KEY  PIC X(8).
01 WS-MAP-TYPE-KEY     PIC X(3).
01 WS-MAP-DEBIT-WORK   PIC X(10).
01 WS-MAP-CREDIT-WORK  PIC X(10).

*> The period's sales, each matched once to its SEL cash line.
01 WS-SAL-TABLE-MAX    PIC 9(4) VALUE 2000.
01 WS-SAL-COUNT        PIC 9(4) VALUE 0.
01 WS-SAL-TABLE.
    05 WS-SAL-ENTRY OCCURS 2000 TIMES INDEXED BY WS-SAL-IDX.
        10 WS-SAL-ACCOUNT      PIC X(8).
        10 WS-SAL-SYMBOL       PIC X(7).
        10 WS-SAL-DATE         PIC 9(8).
        10 WS-SAL-PRICE        PIC 9(6)V99.
        10 WS-SAL-COST         PIC 9(6)V99.
        10 WS-SAL-USED         PIC X.
            88 SAL-USED VALUE 'Y'.
01 WS-SAL-OVERFLOW     PIC X VALUE 'N'.
    88 SAL-OVERFLOW VALUE 'Y'.
01 WS-SAL-MATCH        PIC 9(4).

*> Posting summary by GL account, kept in GL account order.
01 WS-GLS-TABLE-MAX    PIC 9(3) VALUE 200.
01 WS-GLS-COUNT        PIC 9(3) VALUE 0.
01 WS-GLS-TABLE.
    05 WS-GLS-ENTRY OCCURS 200 TIMES INDEXED BY WS-GLS-IDX.
        10 WS-GLS-ACCOUNT      PIC X(10).
        10 WS-GLS-DEBITS       PIC 9(13)V99.
        10 WS-GLS-CREDITS      PIC 9(13)V99.
        10 WS-GLS-LINES        PIC 9(6).
01 WS-GLS-OVERFLOW     PIC X VALUE 'N'.
    88 GLS-OVERFLOW VALUE 'Y'.
01 WS-GLS-MATCH        PIC 9(3).
01 WS-GLS-SHIFT        PIC 9(3).

*> The movement being posted.
01 WS-JOURNAL-LINE     PIC 9(7) VALUE 0.
01 WS-MOVE-AMOUNT      PIC 9(11)V99.
01 WS-MOVE-REVERSED    PIC X.
    88 MOVE-REVERSED VALUE 'Y'.
01 WS-MOVE-REFERENCE   PIC X(7).
01 WS-GAIN             PIC S9(11)V99.
01 WS-POST-TYPE        PIC X(3).
01 WS-POST-AMOUNT      PIC 9(11)V99.
01 WS-LINE-GL          PIC X(10).
01 WS-LINE-DR-CR       PIC X(1).

*> Batch totals and exceptions.
01 WS-BATCH-FROM-DATE  PIC 9(8) VALUE 0.
01 WS-BATCH-TO-DATE    PIC 9(8) VALUE 0.
01 WS-LINE-COUNT       PIC 9(6) VALUE 0.
01 WS-DEBIT-TOTAL      PIC 9(13)V99 VALUE 0.
01 WS-CREDIT-TOTAL     PIC 9(13)V99 VALUE 0.
01 WS-MOVES-POSTED     PIC 9(6) VALUE 0.
01 WS-MOVES-ZERO       PIC 9(6) VALUE 0.
01 WS-UNMAPPED-COUNT   PIC 9(6) VALUE 0.
01 WS-SALES-UNSPLIT    PIC 9(6) VALUE 0.
01 WS-DIV-LINES-NEW    PIC 9(6) VALUE 0.
01 WS-DIVIDENDS-NEW    PIC 9(6) VALUE 0.
01 WS-DIVIDEND-COUNT   PIC 9(7) VALUE 0.
01 WS-JOURNAL-SHORT    PIC X VALUE 'N'.
    88 JOURNAL-SHORT VALUE 'Y'.
01 WS-BATCH-REFUSED    PIC X VALUE 'N'.
    88 BATCH-REFUSED VALUE 'Y'.

01 WS-EDITED-COUNT     PIC Z(5)9.
01 WS-EDITED-LINE      PIC Z(6)9.
01 WS-EDITED-AMOUNT    PIC $$$,$$$,$$$,$$$,$$9.99.
01 WS-EDITED-DEBITS    PIC $$$,$$$,$$$,$$$,$$9.99.
01 WS-EDITED-CREDITS   PIC $$$,$$$,$$$,$$$,$$9.99.
01 WS-EDITED-BATCH     PIC 9(5).

01 WS-REPORT-LINE      PIC X(132).

PROCEDURE DIVISION.
0000-MAIN-PARA.
    *> Main procedure to control the program flow
    PERFORM 1000-INITIALIZATION.
    PERFORM 2000-BUILD-BATCH.
    PERFORM 2500-DIVIDEND-CONTROL.
    PERFORM 3000-PROVE-BATCH.
    IF BATCH-REFUSED
        PERFORM 3900-REPORT-REFUSAL
    ELSE
        IF WS-LINE-COUNT = 0
            MOVE "Nothing new on the cash journal to post."
                TO WS-REPORT-LINE
            PERFORM 9000-WRITE-REPORT-LINE
        ELSE
            PERFORM 4000-WRITE-BATCH-FILE
            PERFORM 4500-UPDATE-REGISTER
            PERFORM 5000-PRINT-SUMMARY
        END-IF
    END-IF
    PERFORM 6000-FINALIZATION.
    STOP RUN.

1000-INITIALIZATION.
    *> Loads the mapping, the register, and the period's sales, and
    *> opens the work file the batch is built in.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    OPEN OUTPUT SUMMARY-FILE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "GL POSTING SUMMARY - RUN " DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
           " - AMOUNTS IN " DELIMITED BY SIZE
           WS-GLH-CURRENCY DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    PERFORM 1100-LOAD-GLMAP
    PERFORM 1200-READ-REGISTER
    PERFORM 1300-LOAD-SALES
    OPEN OUTPUT GLWORK-FILE
    IF WS-GLWORK-STATUS NOT = '00'
        DISPLAY "Error opening GL work file, status: "
            WS-GLWORK-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

1100-LOAD-GLMAP.
    *> Without a mapping nothing can be posted, so the step fails.
    OPEN INPUT GLMAP-FILE
    EVALUATE WS-GLMAP-STATUS
        WHEN '35'
            DISPLAY "No GL mapping file (GLMAP.txt); nothing can be"
                " posted."
            MOVE 8 TO RETURN-CODE
            STOP RUN
        WHEN '00'
            PERFORM UNTIL EOF-GLMAP = 'Y'
                READ GLMAP-FILE
                AT END
                    MOVE 'Y' TO EOF-GLMAP
                NOT AT END
                    IF GLMAP-RECORD NOT = SPACES
                        IF WS-MAP-COUNT < WS-MAP-TABLE-MAX
                            ADD 1 TO WS-MAP-COUNT
                            MOVE GLM-ACCOUNT-ID
                                TO WS-MAP-ACCOUNT (WS-MAP-COUNT)
                            MOVE GLM-TRAN-TYPE
                                TO WS-MAP-TYPE (WS-MAP-COUNT)
                            MOVE GLM-DEBIT-GL
                                TO WS-MAP-DEBIT-GL (WS-MAP-COUNT)
                            MOVE GLM-CREDIT-GL
                                TO WS-MAP-CREDIT-GL (WS-MAP-COUNT)
                        ELSE
                            IF NOT MAP-OVERFLOW
                                DISPLAY "*** WARNING: more than "
                                    WS-MAP-TABLE-MAX " GL mappings;"
                                    " entries beyond the table limit"
                                    " were NOT loaded. ***"
                                SET MAP-OVERFLOW TO TRUE
                            END-IF
                        END-IF
                    END-IF
            END-PERFORM
            CLOSE GLMAP-FILE
        WHEN OTHER
            DISPLAY "Error opening GL mapping file, status: "
                WS-GLMAP-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

1200-READ-REGISTER.
    *> The last batch sent says how far through the journal and
    *> the dividend log has already gone to the ledger. No register
    *> yet means nothing has ever been posted.
    OPEN INPUT GLCONTROL-FILE
    EVALUATE WS-GLCONTROL-STATUS
        WHEN '35'
            CONTINUE
        WHEN '00'
            PERFORM UNTIL EOF-GLCONTROL = 'Y'
                READ GLCONTROL-FILE
                AT END
                    MOVE 'Y' TO EOF-GLCONTROL
                NOT AT END
                    IF GLCONTROL-RECORD NOT = SPACES
                        MOVE GLC-BATCH-NO TO WS-LAST-BATCH-NO
                        MOVE GLC-JOURNAL-THRU TO WS-JOURNAL-THRU
                        MOVE GLC-DIVIDEND-THRU TO WS-DIVIDEND-THRU
                    END-IF
            END-PERFORM
            CLOSE GLCONTROL-FILE
        WHEN OTHER
            DISPLAY "Error opening GL posting register, status: "
                WS-GLCONTROL-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

1300-LOAD-SALES.
    *> The current-period sales, to split each sale's proceeds.
    OPEN INPUT SALES-FILE
    EVALUATE WS-SALES-STATUS
        WHEN '35'
            CONTINUE
        WHEN '00'
            PERFORM UNTIL EOF-SALES = 'Y'
                READ SALES-FILE
                AT END
                    MOVE 'Y' TO EOF-SALES
                NOT AT END
                    IF SALE-RECORD NOT = SPACES
                        IF WS-SAL-COUNT < WS-SAL-TABLE-MAX
                            ADD 1 TO WS-SAL-COUNT
                            MOVE SALE-ACCOUNT-ID
                                TO WS-SAL-ACCOUNT (WS-SAL-COUNT)
                            MOVE SALE-STOCK-SYMBOL
                                TO WS-SAL-SYMBOL (WS-SAL-COUNT)
                            MOVE SALE-DATE
                                TO WS-SAL-DATE (WS-SAL-COUNT)
                            MOVE SALE-PRICE
                                TO WS-SAL-PRICE (WS-SAL-COUNT)
                            MOVE SALE-COST-BASIS
                                TO WS-SAL-COST (WS-SAL-COUNT)
                            MOVE 'N' TO WS-SAL-USED (WS-SAL-COUNT)
                        ELSE
                            IF NOT SAL-OVERFLOW
                                DISPLAY "*** WARNING: more than "
                                    WS-SAL-TABLE-MAX " sales; entries"
                                    " beyond the table limit were NOT"
                                    " loaded. ***"
                                SET SAL-OVERFLOW TO TRUE
                            END-IF
                        END-IF
                    END-IF
            END-PERFORM
            CLOSE SALES-FILE
        WHEN OTHER
            DISPLAY "Error opening sales file, status: "
                WS-SALES-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

2000-BUILD-BATCH.
    *> Reads the whole cash journal in order. Lines already sent are
    *> passed over, though a sale among them still claims its sales
    *> record so the later sales line up with the right cash lines.
    OPEN INPUT CASHJRNL-FILE
    EVALUATE WS-CASHJRNL-STATUS
        WHEN '35'
            MOVE 'Y' TO EOF-CASHJRNL
        WHEN '00'
            CONTINUE
        WHEN OTHER
            DISPLAY "Error opening cash journal, status: "
                WS-CASHJRNL-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    PERFORM UNTIL EOF-CASHJRNL = 'Y'
        READ CASHJRNL-FILE
        AT END
            MOVE 'Y' TO EOF-CASHJRNL
        NOT AT END
            IF CASHJRNL-RECORD NOT = SPACES
                ADD 1 TO WS-JOURNAL-LINE
                IF WS-JOURNAL-LINE > WS-JOURNAL-THRU
                    PERFORM 2100-POST-MOVEMENT
                ELSE
                    IF CJ-TYPE = 'SEL'
                        PERFORM 2400-MATCH-SALE
                    END-IF
                END-IF
            END-IF
    END-PERFORM
    IF WS-CASHJRNL-STATUS NOT = '35'
        CLOSE CASHJRNL-FILE
    END-IF
    CLOSE GLWORK-FILE
    *> A journal shorter than what was already posted has been cut
    *> back or replaced; posting from it would skip or repeat lines.
    IF WS-JOURNAL-LINE < WS-JOURNAL-THRU
        SET JOURNAL-SHORT TO TRUE
    END-IF.

2100-POST-MOVEMENT.
    *> One cash movement becomes a debit and a credit line. The
    *> usual direction is money in for SEL, DIV, and DEP and money
    *> out for BUY and WDR; a movement the other way swaps the
    *> sides. A sale posts its whole proceeds under SEL and then
    *> moves the gain or loss part out under RGL.
    IF CJ-AMOUNT = 0
        ADD 1 TO WS-MOVES-ZERO
    ELSE
        ADD 1 TO WS-MOVES-POSTED
        IF WS-BATCH-FROM-DATE = 0 OR CJ-DATE < WS-BATCH-FROM-DATE
            MOVE CJ-DATE TO WS-BATCH-FROM-DATE
        END-IF
        IF CJ-DATE > WS-BATCH-TO-DATE
            MOVE CJ-DATE TO WS-BATCH-TO-DATE
        END-IF
        MOVE 'N' TO WS-MOVE-REVERSED
        IF CJ-AMOUNT < 0
            COMPUTE WS-MOVE-AMOUNT = 0 - CJ-AMOUNT
            IF CJ-TYPE NOT = 'BUY' AND CJ-TYPE NOT = 'WDR'
                SET MOVE-REVERSED TO TRUE
            END-IF
        ELSE
            MOVE CJ-AMOUNT TO WS-MOVE-AMOUNT
            IF CJ-TYPE = 'BUY' OR CJ-TYPE = 'WDR'
                SET MOVE-REVERSED TO TRUE
            END-IF
        END-IF
        MOVE SPACES TO WS-MOVE-REFERENCE
        MOVE 0 TO WS-GAIN
        IF CJ-TYPE = 'SEL'
            PERFORM 2400-MATCH-SALE
            IF WS-SAL-MATCH = 0
                ADD 1 TO WS-SALES-UNSPLIT
                PERFORM 2450-REPORT-UNSPLIT-SALE
            ELSE
                MOVE WS-SAL-SYMBOL (WS-SAL-MATCH) TO WS-MOVE-REFERENCE
                IF WS-SAL-PRICE (WS-SAL-MATCH) > 0
                    COMPUTE WS-GAIN ROUNDED =
                        CJ-AMOUNT * (WS-SAL-PRICE (WS-SAL-MATCH)
                            - WS-SAL-COST (WS-SAL-MATCH))
                            / WS-SAL-PRICE (WS-SAL-MATCH)
                END-IF
            END-IF
        END-IF
        MOVE CJ-TYPE TO WS-POST-TYPE
        MOVE WS-MOVE-AMOUNT TO WS-POST-AMOUNT
        PERFORM 2200-POST-PAIR
        IF WS-GAIN NOT = 0
            MOVE 'RGL' TO WS-POST-TYPE
            MOVE 'N' TO WS-MOVE-REVERSED
            IF WS-GAIN < 0
                COMPUTE WS-POST-AMOUNT = 0 - WS-GAIN
                SET MOVE-REVERSED TO TRUE
            ELSE
                MOVE WS-GAIN TO WS-POST-AMOUNT
            END-IF
            PERFORM 2200-POST-PAIR
        END-IF
    END-IF.

2200-POST-PAIR.
    *> Looks up WS-POST-TYPE for the movement's account (falling
    *> back to the '*' default) and writes its two lines. An
    *> unmapped movement is listed and the batch will be refused.
    MOVE CJ-ACCOUNT-ID TO WS-MAP-ACCOUNT-KEY
    MOVE WS-POST-TYPE TO WS-MAP-TYPE-KEY
    PERFORM 8000-FIND-MAPPING
    IF NOT MAP-FOUND
        MOVE '*' TO WS-MAP-ACCOUNT-KEY
        PERFORM 8000-FIND-MAPPING
    END-IF
    IF NOT MAP-FOUND
        ADD 1 TO WS-UNMAPPED-COUNT
        MOVE WS-JOURNAL-LINE TO WS-EDITED-LINE
        MOVE WS-POST-AMOUNT TO WS-EDITED-AMOUNT
        MOVE SPACES TO WS-REPORT-LINE
        STRING "*** NO GL MAPPING: journal line " DELIMITED BY SIZE
               WS-EDITED-LINE DELIMITED BY SIZE
               "  account " DELIMITED BY SIZE
               CJ-ACCOUNT-ID DELIMITED BY SIZE
               "  type " DELIMITED BY SIZE
               WS-POST-TYPE DELIMITED BY SIZE
               "  amount " DELIMITED BY SIZE
               WS-EDITED-AMOUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
        PERFORM 9000-WRITE-REPORT-LINE
    ELSE
        IF MOVE-REVERSED
            MOVE WS-MAP-CREDIT-WORK TO WS-LINE-GL
        ELSE
            MOVE WS-MAP-DEBIT-WORK TO WS-LINE-GL
        END-IF
        MOVE 'D' TO WS-LINE-DR-CR
        PERFORM 2300-WRITE-WORK-LINE
        IF MOVE-REVERSED
            MOVE WS-MAP-DEBIT-WORK TO WS-LINE-GL
        ELSE
            MOVE WS-MAP-CREDIT-WORK TO WS-LINE-GL
        END-IF
        MOVE 'C' TO WS-LINE-DR-CR
        PERFORM 2300-WRITE-WORK-LINE
    END-IF.

2300-WRITE-WORK-LINE.
    *> One journal line to the work file, into the control totals,
    *> and into the GL account summary.
    ADD 1 TO WS-LINE-COUNT
    MOVE 0 TO WS-GLD-BATCH-NO
    MOVE WS-LINE-COUNT TO WS-GLD-LINE-NO
    MOVE WS-LINE-GL TO WS-GLD-GL-ACCOUNT
    MOVE WS-LINE-DR-CR TO WS-GLD-DR-CR
    MOVE WS-POST-AMOUNT TO WS-GLD-AMOUNT
    MOVE CJ-DATE TO WS-GLD-EFF-DATE
    MOVE CJ-ACCOUNT-ID TO WS-GLD-ACCOUNT-ID
    MOVE WS-POST-TYPE TO WS-GLD-TRAN-TYPE
    MOVE WS-MOVE-REFERENCE TO WS-GLD-REFERENCE
    MOVE WS-JOURNAL-LINE TO WS-GLD-JOURNAL-LINE
    WRITE GLWORK-RECORD FROM WS-GL-DETAIL
    IF WS-LINE-DR-CR = 'D'
        ADD WS-POST-AMOUNT TO WS-DEBIT-TOTAL
    ELSE
        ADD WS-POST-AMOUNT TO WS-CREDIT-TOTAL
    END-IF
    PERFORM 2350-ADD-TO-SUMMARY.

2350-ADD-TO-SUMMARY.
    *> Finds the GL account in the summary table, inserting it in
    *> account order when it is new.
    MOVE 0 TO WS-GLS-MATCH
    PERFORM VARYING WS-SCAN FROM 1 BY 1
            UNTIL WS-SCAN > WS-GLS-COUNT
        IF WS-GLS-ACCOUNT (WS-SCAN) = WS-LINE-GL
            MOVE WS-SCAN TO WS-GLS-MATCH
            EXIT PERFORM
        END-IF
        IF WS-GLS-ACCOUNT (WS-SCAN) > WS-LINE-GL
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-GLS-MATCH = 0
        IF WS-GLS-COUNT < WS-GLS-TABLE-MAX
            PERFORM VARYING WS-GLS-SHIFT FROM WS-GLS-COUNT BY -1
                    UNTIL WS-GLS-SHIFT < WS-SCAN
                MOVE WS-GLS-ENTRY (WS-GLS-SHIFT)
                    TO WS-GLS-ENTRY (WS-GLS-SHIFT + 1)
            END-PERFORM
            ADD 1 TO WS-GLS-COUNT
            MOVE WS-SCAN TO WS-GLS-MATCH
            MOVE WS-LINE-GL TO WS-GLS-ACCOUNT (WS-GLS-MATCH)
            MOVE 0 TO WS-GLS-DEBITS (WS-GLS-MATCH)
            MOVE 0 TO WS-GLS-CREDITS (WS-GLS-MATCH)
            MOVE 0 TO WS-GLS-LINES (WS-GLS-MATCH)
        ELSE
            IF NOT GLS-OVERFLOW
                DISPLAY "*** WARNING: more than " WS-GLS-TABLE-MAX
                    " GL accounts; the summary is incomplete beyond"
                    " the table limit (the batch itself is not). ***"
                SET GLS-OVERFLOW TO TRUE
            END-IF
        END-IF
    END-IF
    IF WS-GLS-MATCH > 0
        ADD 1 TO WS-GLS-LINES (WS-GLS-MATCH)
        IF WS-LINE-DR-CR = 'D'
            ADD WS-POST-AMOUNT TO WS-GLS-DEBITS (WS-GLS-MATCH)
        ELSE
            ADD WS-POST-AMOUNT TO WS-GLS-CREDITS (WS-GLS-MATCH)
        END-IF
    END-IF.

2400-MATCH-SALE.
    *> The sale behind a SEL cash line is the first sales record not
    *> yet claimed for the same account and date: PortfolioMaintenance
    *> logs the sale and posts its proceeds together.
    MOVE 0 TO WS-SAL-MATCH
    PERFORM VARYING WS-SCAN FROM 1 BY 1
            UNTIL WS-SCAN > WS-SAL-COUNT
        IF NOT SAL-USED (WS-SCAN)
            AND WS-SAL-ACCOUNT (WS-SCAN) = CJ-ACCOUNT-ID
            AND WS-SAL-DATE (WS-SCAN) = CJ-DATE
            MOVE WS-SCAN TO WS-SAL-MATCH
            SET SAL-USED (WS-SCAN) TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

2450-REPORT-UNSPLIT-SALE.
    *> Proceeds with no sales record left (already archived by a
    *> month-end close) post in full under SEL; finance splits out
    *> the gain by hand.
    MOVE WS-JOURNAL-LINE TO WS-EDITED-LINE
    MOVE WS-MOVE-AMOUNT TO WS-EDITED-AMOUNT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "*** NO SALES RECORD: journal line " DELIMITED BY SIZE
           WS-EDITED-LINE DELIMITED BY SIZE
           "  account " DELIMITED BY SIZE
           CJ-ACCOUNT-ID DELIMITED BY SIZE
           "  date " DELIMITED BY SIZE
           CJ-DATE DELIMITED BY SIZE
           "  proceeds " DELIMITED BY SIZE
           WS-EDITED-AMOUNT DELIMITED BY SIZE
           "  (gain not split)" DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE.

2500-DIVIDEND-CONTROL.
    *> Every dividend recorded since the last batch should have a
    *> DIV cash line in this one; PortfolioMaintenance records the
    *> dividend but skips the cash when it has no FX rate, and that
    *> gap is shown here for finance to chase.
    OPEN INPUT DIVIDENDS-FILE
    EVALUATE WS-DIVIDENDS-STATUS
        WHEN '35'
            MOVE 'Y' TO EOF-DIVIDENDS
        WHEN '00'
            CONTINUE
        WHEN OTHER
            DISPLAY "Error opening dividends file, status: "
                WS-DIVIDENDS-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    PERFORM UNTIL EOF-DIVIDENDS = 'Y'
        READ DIVIDENDS-FILE
        AT END
            MOVE 'Y' TO EOF-DIVIDENDS
        NOT AT END
            IF DIVIDEND-RECORD NOT = SPACES
                ADD 1 TO WS-DIVIDEND-COUNT
                IF WS-DIVIDEND-COUNT > WS-DIVIDEND-THRU
                    ADD 1 TO WS-DIVIDENDS-NEW
                END-IF
            END-IF
    END-PERFORM
    IF WS-DIVIDENDS-STATUS NOT = '35'
        CLOSE DIVIDENDS-FILE
    END-IF
    IF WS-DIVIDEND-COUNT < WS-DIVIDEND-THRU
        MOVE WS-DIVIDEND-THRU TO WS-DIVIDEND-COUNT
    END-IF.

3000-PROVE-BATCH.
    *> A batch goes out only when every movement was mapped, the
    *> debits equal the credits, and the journal is intact.
    IF WS-UNMAPPED-COUNT > 0
        OR WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
        OR JOURNAL-SHORT
        SET BATCH-REFUSED TO TRUE
    END-IF.

3900-REPORT-REFUSAL.
    *> Nothing is sent and nothing marked posted; the step fails so
    *> the stream stops for finance to correct the mapping.
    MOVE SPACES TO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    MOVE "*** BATCH REFUSED - no GL file produced and nothing marked as posted. ***"
        TO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    IF WS-UNMAPPED-COUNT > 0
        MOVE WS-UNMAPPED-COUNT TO WS-EDITED-COUNT
        MOVE SPACES TO WS-REPORT-LINE
        STRING "    Movements with no GL mapping: " DELIMITED BY SIZE
               WS-EDITED-COUNT DELIMITED BY SIZE
               " (add them to GLMAP.txt and rerun)" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
        PERFORM 9000-WRITE-REPORT-LINE
    END-IF
    IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
        MOVE WS-DEBIT-TOTAL TO WS-EDITED-DEBITS
        MOVE WS-CREDIT-TOTAL TO WS-EDITED-CREDITS
        MOVE SPACES TO WS-REPORT-LINE
        STRING "    Debits " DELIMITED BY SIZE
               WS-EDITED-DEBITS DELIMITED BY SIZE
               " do not equal credits " DELIMITED BY SIZE
               WS-EDITED-CREDITS DELIMITED BY SIZE
               INTO WS-REPORT-LINE
        PERFORM 9000-WRITE-REPORT-LINE
    END-IF
    IF JOURNAL-SHORT
        MOVE WS-JOURNAL-LINE TO WS-EDITED-LINE
        MOVE SPACES TO WS-REPORT-LINE
        STRING "    The cash journal holds " DELIMITED BY SIZE
               WS-EDITED-LINE DELIMITED BY SIZE
               " lines but " DELIMITED BY SIZE
               WS-JOURNAL-THRU DELIMITED BY SIZE
               " were already posted; it has been cut back or"
               DELIMITED BY SIZE
               " replaced." DELIMITED BY SIZE
               INTO WS-REPORT-LINE
        PERFORM 9000-WRITE-REPORT-LINE
    END-IF
    MOVE 8 TO RETURN-CODE.

4000-WRITE-BATCH-FILE.
    *> Numbers the proved batch and writes it: header, the journal
    *> lines from the work file, and the control trailer.
    COMPUTE WS-BATCH-NO = WS-LAST-BATCH-NO + 1
    MOVE WS-BATCH-NO TO WS-EDITED-BATCH
    MOVE SPACES TO WS-GLBATCH-NAME
    STRING "GLBATCH-" DELIMITED BY SIZE
           WS-EDITED-BATCH DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO WS-GLBATCH-NAME
    OPEN OUTPUT GLBATCH-FILE
    IF WS-GLBATCH-STATUS NOT = '00'
        DISPLAY "Error opening GL batch file " WS-GLBATCH-NAME
            ", status: " WS-GLBATCH-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-BATCH-NO TO WS-GLH-BATCH-NO
    MOVE WS-RUN-DATE TO WS-GLH-RUN-DATE
    MOVE WS-BATCH-FROM-DATE TO WS-GLH-FROM-DATE
    MOVE WS-BATCH-TO-DATE TO WS-GLH-TO-DATE
    WRITE GLBATCH-RECORD FROM WS-GL-HEADER
    OPEN INPUT GLWORK-FILE
    PERFORM UNTIL EOF-GLWORK = 'Y'
        READ GLWORK-FILE INTO WS-GLWORK-IN
        AT END
            MOVE 'Y' TO EOF-GLWORK
        NOT AT END
            MOVE WS-BATCH-NO TO WS-GLW-BATCH-NO
            WRITE GLBATCH-RECORD FROM WS-GLWORK-IN
    END-PERFORM
    CLOSE GLWORK-FILE
    MOVE WS-BATCH-NO TO WS-GLT-BATCH-NO
    MOVE WS-LINE-COUNT TO WS-GLT-LINE-COUNT
    MOVE WS-DEBIT-TOTAL TO WS-GLT-DEBIT-TOTAL
    MOVE WS-CREDIT-TOTAL TO WS-GLT-CREDIT-TOTAL
    WRITE GLBATCH-RECORD FROM WS-GL-TRAILER
    CLOSE GLBATCH-FILE
    DISPLAY "GL batch " WS-EDITED-BATCH " written to "
        WS-GLBATCH-NAME.

4500-UPDATE-REGISTER.
    *> Marks the batch's movements as posted, only once the batch
    *> file is complete.
    OPEN EXTEND GLCONTROL-FILE
    IF WS-GLCONTROL-STATUS = '35'
        OPEN OUTPUT GLCONTROL-FILE
    END-IF
    MOVE WS-BATCH-NO TO GLC-BATCH-NO
    MOVE WS-RUN-DATE TO GLC-RUN-DATE
    MOVE WS-JOURNAL-LINE TO GLC-JOURNAL-THRU
    MOVE WS-DIVIDEND-COUNT TO GLC-DIVIDEND-THRU
    MOVE WS-LINE-COUNT TO GLC-LINE-COUNT
    MOVE WS-DEBIT-TOTAL TO GLC-DEBIT-TOTAL
    MOVE WS-CREDIT-TOTAL TO GLC-CREDIT-TOTAL
    WRITE GLCONTROL-RECORD
    CLOSE GLCONTROL-FILE.

5000-PRINT-SUMMARY.
    *> The batch totalled by GL account, then its control totals
    *> and any exceptions finance needs to follow up.
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Batch " DELIMITED BY SIZE
           WS-EDITED-BATCH DELIMITED BY SIZE
           "  file " DELIMITED BY SIZE
           WS-GLBATCH-NAME DELIMITED BY SIZE
           "  movements dated " DELIMITED BY SIZE
           WS-BATCH-FROM-DATE DELIMITED BY SIZE
           " to " DELIMITED BY SIZE
           WS-BATCH-TO-DATE DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    MOVE "GL Account                    Debits                 Credits   Lines"
        TO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    MOVE "----------------------------------------------------------------------"
        TO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    PERFORM VARYING WS-SCAN FROM 1 BY 1
            UNTIL WS-SCAN > WS-GLS-COUNT
        MOVE WS-GLS-DEBITS (WS-SCAN) TO WS-EDITED-DEBITS
        MOVE WS-GLS-CREDITS (WS-SCAN) TO WS-EDITED-CREDITS
        MOVE WS-GLS-LINES (WS-SCAN) TO WS-EDITED-COUNT
        MOVE SPACES TO WS-REPORT-LINE
        STRING WS-GLS-ACCOUNT (WS-SCAN) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDITED-DEBITS DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDITED-CREDITS DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDITED-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
        PERFORM 9000-WRITE-REPORT-LINE
    END-PERFORM
    MOVE "----------------------------------------------------------------------"
        TO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    MOVE WS-DEBIT-TOTAL TO WS-EDITED-DEBITS
    MOVE WS-CREDIT-TOTAL TO WS-EDITED-CREDITS
    MOVE WS-LINE-COUNT TO WS-EDITED-COUNT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "TOTAL     " DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-EDITED-DEBITS DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-EDITED-CREDITS DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-EDITED-COUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    MOVE WS-MOVES-POSTED TO WS-EDITED-COUNT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Movements posted:         " DELIMITED BY SIZE
           WS-EDITED-COUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    MOVE WS-MOVES-ZERO TO WS-EDITED-COUNT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Zero movements skipped:   " DELIMITED BY SIZE
           WS-EDITED-COUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    MOVE WS-SALES-UNSPLIT TO WS-EDITED-COUNT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Sales with gain unsplit:  " DELIMITED BY SIZE
           WS-EDITED-COUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    PERFORM 5100-COUNT-DIV-LINES
    MOVE WS-DIVIDENDS-NEW TO WS-EDITED-COUNT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Dividends recorded:       " DELIMITED BY SIZE
           WS-EDITED-COUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    MOVE WS-DIV-LINES-NEW TO WS-EDITED-COUNT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "Dividend cash lines:      " DELIMITED BY SIZE
           WS-EDITED-COUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE
    PERFORM 9000-WRITE-REPORT-LINE
    IF WS-DIVIDENDS-NEW NOT = WS-DIV-LINES-NEW
        MOVE "*** Dividends recorded and dividend cash posted differ: a dividend went in without cash (no FX rate) or cash without a dividend. ***"
            TO WS-REPORT-LINE
        PERFORM 9000-WRITE-REPORT-LINE
    END-IF.

5100-COUNT-DIV-LINES.
    *> Dividend cash lines in this batch, for the control above.
    MOVE 0 TO WS-DIV-LINES-NEW
    MOVE 'N' TO EOF-GLWORK
    OPEN INPUT GLWORK-FILE
    PERFORM UNTIL EOF-GLWORK = 'Y'
        READ GLWORK-FILE INTO WS-GL-DETAIL
        AT END
            MOVE 'Y' TO EOF-GLWORK
        NOT AT END
            IF WS-GLD-TRAN-TYPE = 'DIV' AND WS-GLD-DR-CR = 'D'
                ADD 1 TO WS-DIV-LINES-NEW
            END-IF
    END-PERFORM
    CLOSE GLWORK-FILE.

6000-FINALIZATION.
    *> Close-down.
    CLOSE SUMMARY-FILE.

8000-FIND-MAPPING.
    *> Looks up WS-MAP-ACCOUNT-KEY and WS-MAP-TYPE-KEY.
    MOVE 'N' TO WS-MAP-FOUND
    PERFORM VARYING WS-SCAN FROM 1 BY 1
            UNTIL WS-SCAN > WS-MAP-COUNT
        IF WS-MAP-ACCOUNT (WS-SCAN) = WS-MAP-ACCOUNT-KEY
            AND WS-MAP-TYPE (WS-SCAN) = WS-MAP-TYPE-KEY
            MOVE WS-MAP-DEBIT-GL (WS-SCAN) TO WS-MAP-DEBIT-WORK
            MOVE WS-MAP-CREDIT-GL (WS-SCAN) TO WS-MAP-CREDIT-WORK
            SET MAP-FOUND TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

9000-WRITE-REPORT-LINE.
    *> Each report line goes to the file and the console.
    WRITE SUMMARY-RECORD FROM WS-REPORT-LINE
    DISPLAY WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE.
