*> Tectonics: cobc
*> Modification History:
*>   02/09/2026 MM  Initial version.
*>   15/10/2026 MM  Each account section now shows the account name
*>                  from the account master (AccountMaintenance).
*>****************************************************************
IDENTIFICATION DIVISION.
       PROGRAM-ID. ValuationTrend.
    *> The performance report produced by this run.
    SELECT TREND-FILE ASSIGN TO 'VALTREND.txt'
        ORGANIZATION IS LINE SEQUENTIAL.
    *> The account master AccountMaintenance keeps, for the account
    *> name on each section heading; read-only here.
    SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNTMASTER.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS ACCT-ACCOUNT-ID
        FILE STATUS IS WS-ACCOUNT-STATUS.

DATA DIVISION.
FILE SECTION.
    01 TREND-RECORD.
        05 TREND-LINE         PIC X(120).

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
01 WS-VALHIST-STATUS   PIC XX.
01 EOF-VALHIST         PIC X VALUE 'N'.
01 WS-ACCOUNT-STATUS   PIC XX.
01 WS-HAVE-ACCOUNT-MASTER PIC X VALUE 'N'.
    88 HAVE-ACCOUNT-MASTER VALUE 'Y'.
01 WS-ACCOUNT-NAME     PIC X(30).

*> Month-end values: one entry per account and month, where the
*> last snapshot read for that month wins - the file is appended
            WS-VALHIST-STATUS
        STOP RUN
    END-IF
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
    OPEN OUTPUT TREND-FILE
    MOVE "ACCOUNT VALUE PERFORMANCE OVER TIME" TO WS-TREND-LINE
    PERFORM 9000-WRITE-TREND-LINE
2100-REPORT-ONE-ACCOUNT.
    MOVE SPACES TO WS-TREND-LINE
    PERFORM 9000-WRITE-TREND-LINE
    PERFORM 2150-LOOKUP-ACCOUNT-NAME
    MOVE SPACES TO WS-TREND-LINE
    STRING "ACCOUNT: " DELIMITED BY SIZE
           WS-ACCT-ID (WS-ACCT-IDX) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-ACCOUNT-NAME DELIMITED BY SIZE
           INTO WS-TREND-LINE
    PERFORM 9000-WRITE-TREND-LINE
    MOVE "Month          Account Value      Month-over-Month        Year-to-Date"
        PERFORM 2200-REPORT-ONE-MONTH
    END-PERFORM.

2150-LOOKUP-ACCOUNT-NAME.
    *> Fetches the account's name from the account master; an ID
    *> the master does not know is flagged rather than skipped.
    MOVE SPACES TO WS-ACCOUNT-NAME
    IF HAVE-ACCOUNT-MASTER
        MOVE WS-ACCT-ID (WS-ACCT-IDX) TO ACCT-ACCOUNT-ID
        READ ACCOUNT-FILE
            INVALID KEY
                MOVE "** NOT ON ACCOUNT MASTER **" TO WS-ACCOUNT-NAME
            NOT INVALID KEY
                MOVE ACCT-NAME TO WS-ACCOUNT-NAME
        END-READ
    END-IF.

2200-REPORT-ONE-MONTH.
    *> One line per month the account has a value for. The first
    *> line has no month-over-month figure; the year baseline rolls
           WS-EDITED-COUNT DELIMITED BY SIZE
           INTO WS-TREND-LINE
    PERFORM 9000-WRITE-TREND-LINE
    CLOSE TREND-FILE
    IF HAVE-ACCOUNT-MASTER
        CLOSE ACCOUNT-FILE
    END-IF.

9000-WRITE-TREND-LINE.
    *> Each report line goes to the file and the console.
