*>   02/09/2026 MM  Initial version.
*>   02/09/2026 MM  Feed record layout carries the sector code the
*>                  feed gained; unused here.
*>   15/10/2026 MM  Break lines now carry the account name from the
*>                  account master (AccountMaintenance) next to the
*>                  account ID.
*>****************************************************************
IDENTIFICATION DIVISION.
       PROGRAM-ID. BrokerStatementRecon.
    *> clean zero-breaks line when everything ties to the street.
    SELECT BREAK-FILE ASSIGN TO 'BROKER-BREAKS.txt'
        ORGANIZATION IS LINE SEQUENTIAL.
    *> The account master AccountMaintenance keeps, for the account
    *> name on each break line; read-only here.
    SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNTMASTER.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS ACCT-ACCOUNT-ID
        FILE STATUS IS WS-ACCOUNT-STATUS.

DATA DIVISION.
FILE SECTION.
    01 BREAK-RECORD.
        05 BREAK-LINE          PIC X(100).

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
COPY 'STOCK-TABLE.CPY.txt'.

01 WS-BROKER-STATUS    PIC XX.
01 WS-FILE-STATUS      PIC XX.
01 WS-STOCKS-STATUS    PIC XX.
01 WS-ACCOUNT-STATUS   PIC XX.
01 WS-HAVE-ACCOUNT-MASTER PIC X VALUE 'N'.
    88 HAVE-ACCOUNT-MASTER VALUE 'Y'.
*> Cut to 20 characters so a break line stays inside its width.
01 WS-ACCOUNT-NAME     PIC X(20).
01 WS-LOOKUP-ACCOUNT   PIC X(8).
01 EOF-BROKER          PIC X VALUE 'N'.
01 EOF-PORT            PIC X VALUE 'N'.
01 WS-STOCK-LOAD-IDX   PIC 9(3).
    STOP RUN.

0500-OPEN-BREAK-REPORT.
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
    OPEN OUTPUT BREAK-FILE
    MOVE "BROKER STATEMENT RECONCILIATION" TO WS-BREAK-LINE
    PERFORM 9000-WRITE-BREAK-LINE
    MOVE "---------------------------------------------------------------------"
        TO WS-BREAK-LINE
    PERFORM 9000-WRITE-BREAK-LINE.


2000-RECONCILE-HOLDINGS.
    *> One pass over our book, matching each holding to the street.
    MOVE "Account   Name                  Symbol     Book  Street  Difference"
        TO WS-BREAK-LINE
    PERFORM 9000-WRITE-BREAK-LINE
    MOVE "---------------------------------------------------------------------"
        TO WS-BREAK-LINE
    PERFORM 9000-WRITE-BREAK-LINE
    OPEN INPUT PORTFOLIO-FILE
            EXIT PERFORM
        END-IF
    END-PERFORM
    MOVE PORT-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT
    PERFORM 2600-LOOKUP-ACCOUNT-NAME
    IF WS-MATCH = 0
        ADD 1 TO WS-BREAK-COUNT
        MOVE NUMBER-OF-SHARES TO WS-EDITED-BOOK
        MOVE SPACES TO WS-BREAK-LINE
        STRING PORT-ACCOUNT-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ACCOUNT-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PORT-STOCK-SYMBOL DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
            MOVE WS-DIFFERENCE TO WS-EDITED-DIFF
            MOVE SPACES TO WS-BREAK-LINE
            STRING PORT-ACCOUNT-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-ACCOUNT-NAME DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   PORT-STOCK-SYMBOL DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
            MOVE WS-MOVE-PCT TO WS-EDITED-PCT
            MOVE SPACES TO WS-BREAK-LINE
            STRING PORT-ACCOUNT-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-ACCOUNT-NAME DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   PORT-STOCK-SYMBOL DELIMITED BY SIZE
                   "  price " DELIMITED BY SIZE
        IF NOT BRK-MATCHED (WS-SCAN)
            ADD 1 TO WS-BREAK-COUNT
            MOVE WS-BRK-SHARES (WS-SCAN) TO WS-EDITED-STREET
            MOVE WS-BRK-ACCOUNT (WS-SCAN) TO WS-LOOKUP-ACCOUNT
            PERFORM 2600-LOOKUP-ACCOUNT-NAME
            MOVE SPACES TO WS-BREAK-LINE
            STRING WS-BRK-ACCOUNT (WS-SCAN) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-ACCOUNT-NAME DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-BRK-SYMBOL (WS-SCAN) DELIMITED BY SIZE
                   "     0  " DELIMITED BY SIZE
        END-IF
    END-PERFORM.

2600-LOOKUP-ACCOUNT-NAME.
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

3000-FINALIZATION.
    *> The bottom line the desk checks: zero breaks against the
    *> street, or how many to chase. A break run ends with a nonzero
    *> return code so the run stream can hold the report.
    MOVE "---------------------------------------------------------------------"
        TO WS-BREAK-LINE
    PERFORM 9000-WRITE-BREAK-LINE
    MOVE WS-STMT-READ TO WS-EDITED-COUNT
        PERFORM 9000-WRITE-BREAK-LINE
        MOVE 8 TO RETURN-CODE
    END-IF
    CLOSE BREAK-FILE
    IF HAVE-ACCOUNT-MASTER
        CLOSE ACCOUNT-FILE
    END-IF.

9000-WRITE-BREAK-LINE.
    *> Each report line goes to the file and the console.
