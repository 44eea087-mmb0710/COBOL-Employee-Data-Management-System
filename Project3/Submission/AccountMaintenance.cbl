*>****************************************************************
*> Authors: Aditya Hirpara, Meet Maheta & Patel Meet
*> Date: 15/10/2026
*> Purpose: Maintain the investment account master: one record per
*>          account with its full name, account type (trust,
*>          operating, etc.), owner, date opened, and open/closed
*>          status. PortfolioMaintenance refuses any account that is
*>          not on file or is closed, so a mistyped ID at a prompt no
*>          longer opens a new "account" with its own cash ledger and
*>          report section, and the reports print the account name
*>          next to the ID. An account is closed rather than deleted,
*>          since the history logs keep referring to it, and closing
*>          is refused while it still has holdings or cash.
*> Tectonics: cobc
*> Modification History:
*>   15/10/2026 MM  Initial version.
*>****************************************************************
IDENTIFICATION DIVISION.
       PROGRAM-ID. AccountMaintenance.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> One record per investment account, keyed by the same account
    *> ID the portfolio file and cash ledger carry.
    SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNTMASTER.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACCT-ACCOUNT-ID
        FILE STATUS IS WS-ACCOUNT-STATUS.
    *> The live holdings, read to refuse closing an account that
    *> still holds anything and to seed the master from the book.
    SELECT PORTFOLIO-FILE ASSIGN TO 'INVESTMENTFILE.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PORT-RECORD-KEY
        FILE STATUS IS WS-FILE-STATUS.
    *> The cash ledger PortfolioMaintenance posts, read for the same
    *> two reasons.
    SELECT CASH-FILE ASSIGN TO 'CASHBALANCE.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CASH-STATUS.

DATA DIVISION.
FILE SECTION.
FD ACCOUNT-FILE.
    01 ACCOUNT-RECORD.
        05 ACCT-ACCOUNT-ID    PIC X(8).
        05 ACCT-NAME          PIC X(30).
        05 ACCT-TYPE          PIC X(10).
        05 ACCT-OWNER         PIC X(30).
        05 ACCT-OPENED-DATE   PIC 9(8).
        05 ACCT-STATUS        PIC X(1).
            88 ACCT-OPEN   VALUE 'O'.
            88 ACCT-CLOSED VALUE 'C'.
        05 ACCT-CLOSED-DATE   PIC 9(8).
    *> ACCT-CLOSED-DATE is zero while the account is open.

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

FD CASH-FILE.
    *> Layout must match PortfolioMaintenance's CASH-RECORD
    01 CASH-RECORD.
        05 CASH-ACCOUNT-ID    PIC X(8).
        05 CASH-BALANCE       PIC S9(11)V99 SIGN LEADING SEPARATE.

WORKING-STORAGE SECTION.
01 WS-ACCOUNT-STATUS   PIC XX.
01 WS-FILE-STATUS      PIC XX.
01 WS-CASH-STATUS      PIC XX.
01 WS-CHOICE           PIC X(1).
01 WS-DONE             PIC X(1) VALUE 'N'.
    88 DONE-MAINTAINING VALUE 'Y'.
01 WS-EOF-SCAN         PIC X.
01 WS-CURRENT-DATE     PIC 9(8).

*> Keyed fields are collected raw so a blank or non-numeric entry
*> can be caught before it reaches the record.
01 WS-NAME-IN          PIC X(30).
01 WS-TYPE-IN          PIC X(10).
01 WS-OWNER-IN         PIC X(30).
01 WS-DATE-IN          PIC X(8).
01 WS-DATE-IN-9 REDEFINES WS-DATE-IN PIC 9(8).
01 WS-FIELDS-OK        PIC X.
    88 FIELDS-OK VALUE 'Y'.

*> Close check: what the account still holds.
01 WS-CLOSE-ACCOUNT    PIC X(8).
01 WS-HOLDINGS-LEFT    PIC 9(5).
01 WS-CASH-LEFT        PIC S9(11)V99.
01 WS-EDITED-CASH      PIC $$$,$$$,$$$,$$9.99-.
01 WS-EDITED-COUNT     PIC Z(4)9.
01 WS-ADDED-COUNT      PIC 9(5).

PROCEDURE DIVISION.
0000-MAIN-PARA.
    *> Main procedure to control the program flow
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    PERFORM 1000-OPEN-ACCOUNT-FILE.
    PERFORM UNTIL DONE-MAINTAINING
        DISPLAY 'A)dd  U)pdate  C)lose  R)eopen  L)ist  S)eed  X)exit - Choice: '
        ACCEPT WS-CHOICE
        EVALUATE WS-CHOICE
            WHEN 'A'
            WHEN 'a'
                PERFORM 2000-ADD-ACCOUNT
            WHEN 'U'
            WHEN 'u'
                PERFORM 3000-UPDATE-ACCOUNT
            WHEN 'C'
            WHEN 'c'
                PERFORM 4000-CLOSE-ACCOUNT
            WHEN 'R'
            WHEN 'r'
                PERFORM 4500-REOPEN-ACCOUNT
            WHEN 'L'
            WHEN 'l'
                PERFORM 5000-LIST-ACCOUNTS
            WHEN 'S'
            WHEN 's'
                PERFORM 6000-SEED-FROM-BOOK
            WHEN 'X'
            WHEN 'x'
                SET DONE-MAINTAINING TO TRUE
            WHEN OTHER
                DISPLAY "Invalid choice, please try again."
        END-EVALUATE
    END-PERFORM.
    CLOSE ACCOUNT-FILE.
    STOP RUN.

1000-OPEN-ACCOUNT-FILE.
    *> Opens the master for update-in-place access, creating it on
    *> first run (status 35 = file not found).
    OPEN I-O ACCOUNT-FILE
    IF WS-ACCOUNT-STATUS = '35'
        OPEN OUTPUT ACCOUNT-FILE
        CLOSE ACCOUNT-FILE
        OPEN I-O ACCOUNT-FILE
    END-IF
    IF WS-ACCOUNT-STATUS NOT = '00'
        DISPLAY "Error opening account master, status: "
            WS-ACCOUNT-STATUS
        STOP RUN
    END-IF.

2000-ADD-ACCOUNT.
    *> Adds one account, open from the date keyed; the account ID is
    *> the RECORD KEY, so a duplicate comes back INVALID KEY.
    DISPLAY "Enter Account ID (max 8 chars): "
    ACCEPT ACCT-ACCOUNT-ID
    IF ACCT-ACCOUNT-ID = SPACES
        DISPLAY "Account ID must not be blank."
    ELSE
        PERFORM 2100-COLLECT-ACCOUNT-FIELDS
        IF FIELDS-OK
            MOVE 'O' TO ACCT-STATUS
            MOVE 0 TO ACCT-CLOSED-DATE
            WRITE ACCOUNT-RECORD
                INVALID KEY
                    DISPLAY "Not added: account " ACCT-ACCOUNT-ID
                        " is already on file."
                NOT INVALID KEY
                    DISPLAY "Account added successfully."
            END-WRITE
        END-IF
    END-IF.

2100-COLLECT-ACCOUNT-FIELDS.
    *> Collects the changeable fields into the record. The name and
    *> type are required; a blank opened date means today.
    MOVE 'Y' TO WS-FIELDS-OK
    DISPLAY "Enter Account Name (max 30 chars): "
    ACCEPT WS-NAME-IN
    DISPLAY "Enter Account Type (e.g. TRUST, OPERATING): "
    ACCEPT WS-TYPE-IN
    DISPLAY "Enter Owner (max 30 chars): "
    ACCEPT WS-OWNER-IN
    DISPLAY "Enter Date Opened (YYYYMMDD, blank for today): "
    ACCEPT WS-DATE-IN
    IF WS-NAME-IN = SPACES OR WS-TYPE-IN = SPACES
        DISPLAY "Account name and type are both required."
        MOVE 'N' TO WS-FIELDS-OK
    END-IF
    IF WS-DATE-IN = SPACES
        MOVE WS-CURRENT-DATE TO WS-DATE-IN-9
    END-IF
    IF WS-DATE-IN IS NOT NUMERIC
        DISPLAY "Date opened must be eight digits."
        MOVE 'N' TO WS-FIELDS-OK
    END-IF
    IF FIELDS-OK
        MOVE WS-NAME-IN TO ACCT-NAME
        MOVE WS-TYPE-IN TO ACCT-TYPE
        MOVE WS-OWNER-IN TO ACCT-OWNER
        MOVE WS-DATE-IN-9 TO ACCT-OPENED-DATE
    END-IF.

3000-UPDATE-ACCOUNT.
    *> Looks up an account and rewrites its descriptive fields in
    *> place; the status is changed only by C)lose and R)eopen.
    DISPLAY "Enter Account ID to update (max 8 chars): "
    ACCEPT ACCT-ACCOUNT-ID
    READ ACCOUNT-FILE
        INVALID KEY
            DISPLAY "No account found with that ID."
        NOT INVALID KEY
            DISPLAY "Current: " ACCT-NAME " " ACCT-TYPE " "
                ACCT-OWNER " opened " ACCT-OPENED-DATE
            PERFORM 2100-COLLECT-ACCOUNT-FIELDS
            IF FIELDS-OK
                REWRITE ACCOUNT-RECORD
                    INVALID KEY
                        DISPLAY "Update failed, status: "
                            WS-ACCOUNT-STATUS
                    NOT INVALID KEY
                        DISPLAY "Account updated successfully."
                END-REWRITE
            END-IF
    END-READ.

4000-CLOSE-ACCOUNT.
    *> Closes an account once it is empty. An account that still
    *> holds shares or has any cash, in credit or overdrawn, is
    *> refused with what is left, so nothing is stranded on a closed
    *> account that PortfolioMaintenance will no longer touch.
    DISPLAY "Enter Account ID to close (max 8 chars): "
    ACCEPT ACCT-ACCOUNT-ID
    READ ACCOUNT-FILE
        INVALID KEY
            DISPLAY "No account found with that ID."
        NOT INVALID KEY
            IF ACCT-CLOSED
                DISPLAY "Account " ACCT-ACCOUNT-ID
                    " is already closed (" ACCT-CLOSED-DATE ")."
            ELSE
                MOVE ACCT-ACCOUNT-ID TO WS-CLOSE-ACCOUNT
                PERFORM 4100-COUNT-HOLDINGS
                PERFORM 4200-FIND-CASH
                IF WS-HOLDINGS-LEFT > 0 OR WS-CASH-LEFT NOT = 0
                    PERFORM 4300-REFUSE-CLOSE
                ELSE
                    MOVE 'C' TO ACCT-STATUS
                    MOVE WS-CURRENT-DATE TO ACCT-CLOSED-DATE
                    REWRITE ACCOUNT-RECORD
                        INVALID KEY
                            DISPLAY "Close failed, status: "
                                WS-ACCOUNT-STATUS
                        NOT INVALID KEY
                            DISPLAY "Account " ACCT-ACCOUNT-ID
                                " closed."
                    END-REWRITE
                END-IF
            END-IF
    END-READ.

4100-COUNT-HOLDINGS.
    *> Counts the account's holdings: positioned at the account's
    *> first key and read forward while the account matches. No
    *> portfolio file at all means no holdings.
    MOVE 0 TO WS-HOLDINGS-LEFT
    OPEN INPUT PORTFOLIO-FILE
    IF WS-FILE-STATUS = '00'
        MOVE WS-CLOSE-ACCOUNT TO PORT-ACCOUNT-ID
        MOVE LOW-VALUES TO PORT-STOCK-SYMBOL
        MOVE 'N' TO WS-EOF-SCAN
        START PORTFOLIO-FILE KEY IS NOT LESS THAN PORT-RECORD-KEY
            INVALID KEY
                MOVE 'Y' TO WS-EOF-SCAN
        END-START
        PERFORM UNTIL WS-EOF-SCAN = 'Y'
            READ PORTFOLIO-FILE NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF-SCAN
                NOT AT END
                    IF PORT-ACCOUNT-ID = WS-CLOSE-ACCOUNT
                        ADD 1 TO WS-HOLDINGS-LEFT
                    ELSE
                        MOVE 'Y' TO WS-EOF-SCAN
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PORTFOLIO-FILE
    END-IF.

4200-FIND-CASH.
    *> The account's cash balance from the ledger; no record reads
    *> as zero.
    MOVE 0 TO WS-CASH-LEFT
    OPEN INPUT CASH-FILE
    IF WS-CASH-STATUS = '00'
        MOVE 'N' TO WS-EOF-SCAN
        PERFORM UNTIL WS-EOF-SCAN = 'Y'
            READ CASH-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-SCAN
                NOT AT END
                    IF CASH-ACCOUNT-ID = WS-CLOSE-ACCOUNT
                        MOVE CASH-BALANCE TO WS-CASH-LEFT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CASH-FILE
    END-IF.

4300-REFUSE-CLOSE.
    *> Says what is keeping the account open.
    DISPLAY "Account " WS-CLOSE-ACCOUNT " NOT closed:"
    IF WS-HOLDINGS-LEFT > 0
        MOVE WS-HOLDINGS-LEFT TO WS-EDITED-COUNT
        DISPLAY "  still has " WS-EDITED-COUNT " holding(s);"
            " sell or transfer them first."
    END-IF
    IF WS-CASH-LEFT NOT = 0
        MOVE WS-CASH-LEFT TO WS-EDITED-CASH
        DISPLAY "  cash balance is " WS-EDITED-CASH
            "; withdraw or deposit it to zero first."
    END-IF.

4500-REOPEN-ACCOUNT.
    *> Reopens a closed account, e.g. one closed in error.
    DISPLAY "Enter Account ID to reopen (max 8 chars): "
    ACCEPT ACCT-ACCOUNT-ID
    READ ACCOUNT-FILE
        INVALID KEY
            DISPLAY "No account found with that ID."
        NOT INVALID KEY
            IF ACCT-OPEN
                DISPLAY "Account " ACCT-ACCOUNT-ID " is already open."
            ELSE
                MOVE 'O' TO ACCT-STATUS
                MOVE 0 TO ACCT-CLOSED-DATE
                REWRITE ACCOUNT-RECORD
                    INVALID KEY
                        DISPLAY "Reopen failed, status: "
                            WS-ACCOUNT-STATUS
                    NOT INVALID KEY
                        DISPLAY "Account " ACCT-ACCOUNT-ID
                            " reopened."
                END-REWRITE
            END-IF
    END-READ.

5000-LIST-ACCOUNTS.
    *> Lists every account in ID order.
    MOVE LOW-VALUES TO ACCT-ACCOUNT-ID
    MOVE 'N' TO WS-EOF-SCAN
    START ACCOUNT-FILE KEY IS NOT LESS THAN ACCT-ACCOUNT-ID
        INVALID KEY
            DISPLAY "No accounts on file."
            MOVE 'Y' TO WS-EOF-SCAN
    END-START
    IF WS-EOF-SCAN = 'N'
        DISPLAY "Account   Name                            Type        Owner                           Opened    St Closed"
        DISPLAY "----------------------------------------------------------------------------------------------------------"
        PERFORM UNTIL WS-EOF-SCAN = 'Y'
            READ ACCOUNT-FILE NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF-SCAN
                NOT AT END
                    DISPLAY ACCT-ACCOUNT-ID "  " ACCT-NAME "  "
                        ACCT-TYPE "  " ACCT-OWNER "  "
                        ACCT-OPENED-DATE "  " ACCT-STATUS " "
                        ACCT-CLOSED-DATE
            END-READ
        END-PERFORM
        DISPLAY "----------------------------------------------------------------------------------------------------------"
    END-IF.

6000-SEED-FROM-BOOK.
    *> One-time take-on: every account ID already on the portfolio
    *> file or the cash ledger that is not yet on the master is added
    *> as open from today, with a placeholder name to be completed
    *> through U)pdate. Accounts already on file are left alone, so
    *> the seed can be run again safely.
    MOVE 0 TO WS-ADDED-COUNT
    OPEN INPUT PORTFOLIO-FILE
    IF WS-FILE-STATUS = '00'
        MOVE 'N' TO WS-EOF-SCAN
        PERFORM UNTIL WS-EOF-SCAN = 'Y'
            READ PORTFOLIO-FILE NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EOF-SCAN
                NOT AT END
                    MOVE PORT-ACCOUNT-ID TO WS-CLOSE-ACCOUNT
                    PERFORM 6100-SEED-ONE-ACCOUNT
            END-READ
        END-PERFORM
        CLOSE PORTFOLIO-FILE
    END-IF
    OPEN INPUT CASH-FILE
    IF WS-CASH-STATUS = '00'
        MOVE 'N' TO WS-EOF-SCAN
        PERFORM UNTIL WS-EOF-SCAN = 'Y'
            READ CASH-FILE
                AT END
                    MOVE 'Y' TO WS-EOF-SCAN
                NOT AT END
                    IF CASH-RECORD NOT = SPACES
                        MOVE CASH-ACCOUNT-ID TO WS-CLOSE-ACCOUNT
                        PERFORM 6100-SEED-ONE-ACCOUNT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CASH-FILE
    END-IF
    MOVE WS-ADDED-COUNT TO WS-EDITED-COUNT
    DISPLAY WS-EDITED-COUNT " account(s) added from the book;"
        " complete their names through U)pdate.".

6100-SEED-ONE-ACCOUNT.
    *> Adds WS-CLOSE-ACCOUNT unless it is already on the master.
    MOVE WS-CLOSE-ACCOUNT TO ACCT-ACCOUNT-ID
    READ ACCOUNT-FILE
        INVALID KEY
            MOVE WS-CLOSE-ACCOUNT TO ACCT-ACCOUNT-ID
            MOVE "(NAME TO BE ENTERED)" TO ACCT-NAME
            MOVE "UNKNOWN" TO ACCT-TYPE
            MOVE SPACES TO ACCT-OWNER
            MOVE WS-CURRENT-DATE TO ACCT-OPENED-DATE
            MOVE 'O' TO ACCT-STATUS
            MOVE 0 TO ACCT-CLOSED-DATE
            WRITE ACCOUNT-RECORD
                INVALID KEY
                    DISPLAY "Seed failed for " WS-CLOSE-ACCOUNT
                        ", status: " WS-ACCOUNT-STATUS
                NOT INVALID KEY
                    ADD 1 TO WS-ADDED-COUNT
                    DISPLAY "Added " WS-CLOSE-ACCOUNT
            END-WRITE
        NOT INVALID KEY
            CONTINUE
    END-READ.
