       *>  Author: Meet Maheta
       *>  Date: 15-10-2026
       *>  Purpose: Quarterly operator access recertification report -
       *>           every operator ID with its authority, last sign-on,
       *>           password age, lock state, and audit-log activity
       *>           for the quarter, for a supervisor to confirm or
       *>           withdraw each one and sign off.
       *>  Compiler: cobc
       *>  Modification History:
       *>    15-10-2026 MM  Initial version.
        IDENTIFICATION DIVISION.
       PROGRAM-ID. OperRecertReport.
       *> Asks for the quarter as YYYYQ, counts the quarter's audit-log
       *> lines per operator ID, then lists the security file against
       *> those counts on RecertReport.txt. Failed sign-ons are counted
       *> apart from the work done; the lock, disable and re-enable
       *> lines the system writes are not counted as the operator's
       *> actions. Activity logged under an ID no longer on the
       *> security file is listed after the operators. Read-only: the
       *> reviewer's decisions are carried out in OperMaintenance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OperFile ASSIGN TO "OperatorSecurity.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OperatorID OF OperRecord
           FILE STATUS IS WS-OperFile-Status.
       *> The operator security file, read in operator ID order.

           SELECT AuditFile ASSIGN TO "EmpAuditLog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AuditFile-Status.
       *> The audit trail; read-only here.

           SELECT ParmFile ASSIGN TO "OperSecurityParms.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ParmFile-Status.
       *> Operator security settings, so IDs about to go dormant are
       *> flagged by the same limit OperDormancySweep uses.

           SELECT ReportFile ASSIGN TO "RecertReport.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       *> The recertification report produced by this run.

       DATA DIVISION.
       FILE SECTION.
       FD  OperFile.
       01  OperRecord.
           05  OperatorID         PIC X(8).
           05  OperPassword       PIC X(8).
           05  OperAuthLevel      PIC 9(1).
           05  OperPwExpiry       PIC 9(8).
           05  OperFailCount      PIC 9(1).
           05  OperLockFlag       PIC X(1).
           05  OperLastSignOn     PIC 9(8).
           05  OperPwSetDate      PIC 9(8).
           05  OperStatusDate     PIC 9(8).
       *> Layout must match OperMaintenance's OperRecord.

       FD  AuditFile.
       01  AuditRecord.
           05  AuditEmployeeID    PIC 9(6).
           05  FILLER             PIC X(2).
           05  AuditActionCode    PIC X(6).
           05  FILLER             PIC X(2).
           05  AuditDate          PIC 9(6).
           05  FILLER             PIC X(2).
           05  AuditTime          PIC 9(8).
           05  FILLER             PIC X(2).
           05  AuditOperatorID    PIC X(8).
       *> Layout must match EmpDataManager's AuditRecord.

       FD  ParmFile.
       01  ParmRecord.
           05  ParmDormantDays    PIC X(3).
           05  FILLER             PIC X(77).
       *> Layout must match OperDormancySweep's ParmRecord.

       FD  ReportFile.
       01  ReportRecord           PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-EndOfOper               PIC X(1)       VALUE 'N'.
           88  EndOfOper              VALUE 'Y'.
       01  WS-EndOfAudit              PIC X(1)       VALUE 'N'.
           88  EndOfAudit             VALUE 'Y'.
       01  WS-OperFile-Status         PIC X(2)       VALUE '00'.
           88  OperFile-OK            VALUE '00'.
       01  WS-AuditFile-Status        PIC X(2)       VALUE '00'.
           88  AuditFile-OK           VALUE '00'.
       01  WS-ParmFile-Status         PIC X(2)       VALUE '00'.

       01  WS-Quarter-In              PIC X(5).
       01  WS-Quarter-Split REDEFINES WS-Quarter-In.
           05  WS-Quarter-Year-In     PIC X(4).
           05  WS-Quarter-No-In       PIC X(1).
       01  WS-Quarter-Year            PIC 9(4).
       01  WS-Quarter-Year-Split REDEFINES WS-Quarter-Year.
           05  WS-Quarter-Century     PIC 9(2).
           05  WS-Quarter-YY          PIC 9(2).
       01  WS-Quarter-No              PIC 9(1).
       *> The quarter asked for, as YYYYQ.

       01  WS-Period-From.
           05  WS-From-YY             PIC 9(2).
           05  WS-From-MM             PIC 9(2).
           05  WS-From-DD             PIC 9(2).
       01  WS-Period-From-Num REDEFINES WS-Period-From PIC 9(6).
       01  WS-Period-To.
           05  WS-To-YY               PIC 9(2).
           05  WS-To-MM               PIC 9(2).
           05  WS-To-DD               PIC 9(2).
       01  WS-Period-To-Num REDEFINES WS-Period-To PIC 9(6).
       *> First and last day of the quarter as YYMMDD, the way the
       *> audit log records dates.

       01  WS-Dormant-Days-In         PIC X(3).
       01  WS-Dormant-Days-Num REDEFINES WS-Dormant-Days-In
                                      PIC 9(3).
       01  WS-Dormant-Limit           PIC 9(3)       VALUE 90.
       *> Same default and parameter file as OperDormancySweep.

       01  WS-CurrentDate             PIC 9(8).
       01  WS-Clock-Date              PIC 9(8).
       01  WS-Days-Idle               PIC 9(5).
       01  WS-Pw-Age                  PIC 9(5).
       *> Days since last use (or since added or re-enabled, if
       *> later) and days since the password was set.

       01  WS-ActTable-Max            PIC 9(3)       VALUE 500.
       01  WS-ActTable.
           05  WS-ActEntry OCCURS 500 TIMES INDEXED BY WS-ActIdx.
               10  WS-ActOperator     PIC X(8).
               10  WS-ActActions      PIC 9(6)  COMP.
               10  WS-ActFailed       PIC 9(6)  COMP.
               10  WS-ActOnFile       PIC X(1).
       01  WS-ActCountUsed            PIC 9(4)       VALUE 0.
       01  WS-ActSearchIdx            PIC 9(4).
       01  WS-ActFound                PIC X(1).
           88  ActFound               VALUE 'Y'.
       01  WS-ActOverflow             PIC X(1)       VALUE 'N'.
           88  ActOverflow            VALUE 'Y'.
       *> The quarter's audit activity per operator ID, same style as
       *> EmpAuditReport's totals table. OnFile is set once the ID is
       *> met on the security file.

       01  WS-Audit-Read-Count        PIC 9(6)       VALUE 0.
       01  WS-Audit-Period-Count      PIC 9(6)       VALUE 0.
       01  WS-Oper-Actions            PIC 9(6)       VALUE 0.
       01  WS-Oper-Failed             PIC 9(6)       VALUE 0.

       01  WS-Operator-Count          PIC 9(5)       VALUE 0.
       01  WS-Supervisor-Count        PIC 9(5)       VALUE 0.
       01  WS-Locked-Count            PIC 9(5)       VALUE 0.
       01  WS-Disabled-Count          PIC 9(5)       VALUE 0.
       01  WS-Due-Count               PIC 9(5)       VALUE 0.
       01  WS-Idle-Quarter-Count      PIC 9(5)       VALUE 0.
       01  WS-Unknown-ID-Count        PIC 9(5)       VALUE 0.

       01  WS-Report-Line             PIC X(120).
       01  WS-Edited-Count            PIC Z(5)9.
       01  WS-Edited-Days             PIC Z(4)9.
       01  WS-Edited-Limit            PIC ZZ9.

       PROCEDURE DIVISION.
       000-START.
           ACCEPT WS-CurrentDate FROM DATE YYYYMMDD
           PERFORM 100-COLLECT-QUARTER
           PERFORM 150-READ-PARMS
           PERFORM 1000-OPEN-FILES
           PERFORM 200-SCAN-AUDIT-LOG
           PERFORM 300-LIST-OPERATORS
           PERFORM 400-LIST-UNKNOWN-IDS
           PERFORM 700-PRINT-TOTALS
           PERFORM 750-PRINT-SIGN-OFF
           CLOSE OperFile
           CLOSE ReportFile.
       *> Drives the report: the quarter, the audit counts, one line
       *> per operator, activity under unknown IDs, totals, and the
       *> reviewer's sign-off.

       STOP RUN.
       *> Ends the program.

       100-COLLECT-QUARTER.
           DISPLAY "Quarter to recertify (YYYYQ, e.g. 20263): "
           ACCEPT WS-Quarter-In
           IF WS-Quarter-Year-In IS NOT NUMERIC
               OR WS-Quarter-No-In < '1' OR WS-Quarter-No-In > '4'
               DISPLAY "Quarter must be YYYYQ with Q from 1 to 4."
               STOP RUN
           END-IF
           MOVE WS-Quarter-Year-In TO WS-Quarter-Year
           MOVE WS-Quarter-No-In TO WS-Quarter-No
           MOVE WS-Quarter-YY TO WS-From-YY
           MOVE WS-Quarter-YY TO WS-To-YY
           MOVE 1 TO WS-From-DD
           COMPUTE WS-From-MM = (WS-Quarter-No - 1) * 3 + 1
           COMPUTE WS-To-MM = WS-Quarter-No * 3
           IF WS-Quarter-No = 1 OR WS-Quarter-No = 4
               MOVE 31 TO WS-To-DD
           ELSE
               MOVE 30 TO WS-To-DD
           END-IF.
       *> Turns the quarter into its first and last day: Q1 Jan-Mar,
       *> Q2 Apr-Jun, Q3 Jul-Sep, Q4 Oct-Dec.

       150-READ-PARMS.
           OPEN INPUT ParmFile
           IF WS-ParmFile-Status = '00'
               READ ParmFile
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ParmDormantDays TO WS-Dormant-Days-In
                       IF WS-Dormant-Days-In IS NUMERIC
                           AND WS-Dormant-Days-Num > 0
                           MOVE WS-Dormant-Days-Num TO WS-Dormant-Limit
                       END-IF
               END-READ
               CLOSE ParmFile
           END-IF.
       *> Takes the dormancy limit off the parameter file when there is
       *> a usable one.

       1000-OPEN-FILES.
           OPEN INPUT OperFile
           IF NOT OperFile-OK
               DISPLAY "Error opening OperFile, status: "
                   WS-OperFile-Status
               STOP RUN
           END-IF
           OPEN INPUT AuditFile
           IF WS-AuditFile-Status = '35'
               DISPLAY "No audit log on hand; activity counts are zero."
               SET EndOfAudit TO TRUE
           ELSE
               IF NOT AuditFile-OK
                   DISPLAY "Error opening audit log, status: "
                       WS-AuditFile-Status
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT ReportFile
           MOVE SPACES TO WS-Report-Line
           STRING "OPERATOR ACCESS RECERTIFICATION  QUARTER "
               WS-Quarter-Year "-Q" WS-Quarter-No
               "  (AUDIT " WS-Period-From " THRU " WS-Period-To ")"
               "  RUN " WS-CurrentDate
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-Dormant-Limit TO WS-Edited-Limit
           STRING "IDs unused for " WS-Edited-Limit
               " days are disabled by the nightly dormancy sweep."
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE ALL "-" TO WS-Report-Line (1:112)
           PERFORM 710-WRITE-REPORT-LINE
           MOVE "Operator" TO WS-Report-Line (1:8)
           MOVE "Level" TO WS-Report-Line (11:5)
           MOVE "Last on" TO WS-Report-Line (23:7)
           MOVE "Idle" TO WS-Report-Line (34:4)
           MOVE "Pw set" TO WS-Report-Line (40:6)
           MOVE "PwAge" TO WS-Report-Line (50:5)
           MOVE "Pw expry" TO WS-Report-Line (57:8)
           MOVE "State" TO WS-Report-Line (67:5)
           MOVE "Actions" TO WS-Report-Line (83:7)
           MOVE "Failed" TO WS-Report-Line (92:6)
           MOVE "Retain Y/N" TO WS-Report-Line (101:10)
           PERFORM 710-WRITE-REPORT-LINE
           MOVE ALL "-" TO WS-Report-Line (1:112)
           PERFORM 710-WRITE-REPORT-LINE.
       *> Opens the files and writes the headings. A missing audit log
       *> still lets the operator list be reviewed.

       200-SCAN-AUDIT-LOG.
           PERFORM UNTIL EndOfAudit
               READ AuditFile
                   AT END
                       SET EndOfAudit TO TRUE
                   NOT AT END
                       IF AuditRecord NOT = SPACES
                           ADD 1 TO WS-Audit-Read-Count
                           IF AuditDate >= WS-Period-From-Num
                               AND AuditDate <= WS-Period-To-Num
                               ADD 1 TO WS-Audit-Period-Count
                               PERFORM 210-ACCUMULATE-ACTIVITY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AuditFile-Status NOT = '35'
               CLOSE AuditFile
           END-IF.
       *> One pass over the audit log, counting the quarter's lines.
       *> Blank separator lines are not audit records and are dropped.

       210-ACCUMULATE-ACTIVITY.
           MOVE 'N' TO WS-ActFound
           PERFORM VARYING WS-ActSearchIdx FROM 1 BY 1
                   UNTIL WS-ActSearchIdx > WS-ActCountUsed
               IF WS-ActOperator (WS-ActSearchIdx) = AuditOperatorID
                   MOVE 'Y' TO WS-ActFound
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT ActFound
               IF WS-ActCountUsed < WS-ActTable-Max
                   ADD 1 TO WS-ActCountUsed
                   MOVE WS-ActCountUsed TO WS-ActSearchIdx
                   MOVE AuditOperatorID
                       TO WS-ActOperator (WS-ActSearchIdx)
                   MOVE 0 TO WS-ActActions (WS-ActSearchIdx)
                   MOVE 0 TO WS-ActFailed (WS-ActSearchIdx)
                   MOVE 'N' TO WS-ActOnFile (WS-ActSearchIdx)
                   MOVE 'Y' TO WS-ActFound
               ELSE
                   IF NOT ActOverflow
                       DISPLAY "*** WARNING: more than " WS-ActTable-Max
                           " operator IDs on the audit log; counts are "
                           "incomplete beyond this point. ***"
                       SET ActOverflow TO TRUE
                   END-IF
               END-IF
           END-IF
           IF ActFound
               EVALUATE AuditActionCode
                   WHEN 'BADSGN'
                       ADD 1 TO WS-ActFailed (WS-ActSearchIdx)
                   WHEN 'LOCKED'
                   WHEN 'DISABL'
                   WHEN 'ENABLE'
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-ActActions (WS-ActSearchIdx)
               END-EVALUATE
           END-IF.
       *> Finds this line's operator in the table (adding them the
       *> first time) and counts it as a failed sign-on or as work
       *> done. LOCKED, DISABL and ENABLE are written by the system or
       *> another supervisor against the ID, not by its holder.

       300-LIST-OPERATORS.
           PERFORM UNTIL EndOfOper
               READ OperFile NEXT RECORD
                   AT END
                       SET EndOfOper TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Operator-Count
                       PERFORM 310-FIND-ACTIVITY
                       PERFORM 320-PRINT-OPERATOR-LINE
               END-READ
           END-PERFORM.
       *> One line per operator on the security file.

       310-FIND-ACTIVITY.
           MOVE 0 TO WS-Oper-Actions
           MOVE 0 TO WS-Oper-Failed
           PERFORM VARYING WS-ActSearchIdx FROM 1 BY 1
                   UNTIL WS-ActSearchIdx > WS-ActCountUsed
               IF WS-ActOperator (WS-ActSearchIdx)
                       = OperatorID OF OperRecord
                   MOVE WS-ActActions (WS-ActSearchIdx)
                       TO WS-Oper-Actions
                   MOVE WS-ActFailed (WS-ActSearchIdx)
                       TO WS-Oper-Failed
                   MOVE 'Y' TO WS-ActOnFile (WS-ActSearchIdx)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       *> The quarter's counts for this operator, marking the table
       *> entry as belonging to an ID still on file.

       320-PRINT-OPERATOR-LINE.
           MOVE SPACES TO WS-Report-Line
           MOVE OperatorID OF OperRecord TO WS-Report-Line (1:8)
           IF OperAuthLevel OF OperRecord = 2
               MOVE "SUPERVISOR" TO WS-Report-Line (11:10)
               ADD 1 TO WS-Supervisor-Count
           ELSE
               MOVE "DATA ENTRY" TO WS-Report-Line (11:10)
           END-IF
           IF OperLastSignOn OF OperRecord = 0
               MOVE "NEVER" TO WS-Report-Line (23:5)
           ELSE
               MOVE OperLastSignOn OF OperRecord
                   TO WS-Report-Line (23:8)
           END-IF
           IF OperLastSignOn OF OperRecord > OperStatusDate OF OperRecord
               MOVE OperLastSignOn OF OperRecord TO WS-Clock-Date
           ELSE
               MOVE OperStatusDate OF OperRecord TO WS-Clock-Date
           END-IF
           CALL 'OperDaysSince' USING WS-Clock-Date WS-CurrentDate
               WS-Days-Idle
           MOVE WS-Days-Idle TO WS-Edited-Days
           MOVE WS-Edited-Days TO WS-Report-Line (33:5)
           IF OperPwSetDate OF OperRecord = 0
               MOVE "UNKNOWN" TO WS-Report-Line (40:7)
           ELSE
               MOVE OperPwSetDate OF OperRecord TO WS-Report-Line (40:8)
               CALL 'OperDaysSince' USING OperPwSetDate OF OperRecord
                   WS-CurrentDate WS-Pw-Age
               MOVE WS-Pw-Age TO WS-Edited-Days
               MOVE WS-Edited-Days TO WS-Report-Line (50:5)
           END-IF
           MOVE OperPwExpiry OF OperRecord TO WS-Report-Line (57:8)
           EVALUATE TRUE
               WHEN OperLockFlag OF OperRecord = 'D'
                   MOVE "DISABLED" TO WS-Report-Line (67:14)
                   ADD 1 TO WS-Disabled-Count
               WHEN OperLockFlag OF OperRecord = 'L'
                   MOVE "LOCKED" TO WS-Report-Line (67:14)
                   ADD 1 TO WS-Locked-Count
               WHEN WS-Days-Idle >= WS-Dormant-Limit
                   MOVE "DUE TO DISABLE" TO WS-Report-Line (67:14)
                   ADD 1 TO WS-Due-Count
               WHEN OperPwExpiry OF OperRecord < WS-CurrentDate
                   MOVE "OPEN PW EXPIRD" TO WS-Report-Line (67:14)
               WHEN OTHER
                   MOVE "OPEN" TO WS-Report-Line (67:14)
           END-EVALUATE
           MOVE WS-Oper-Actions TO WS-Edited-Count
           MOVE WS-Edited-Count TO WS-Report-Line (84:6)
           MOVE WS-Oper-Failed TO WS-Edited-Count
           MOVE WS-Edited-Count TO WS-Report-Line (92:6)
           MOVE "___" TO WS-Report-Line (104:3)
           IF WS-Oper-Actions = 0
               ADD 1 TO WS-Idle-Quarter-Count
           END-IF
           PERFORM 710-WRITE-REPORT-LINE.
       *> ID, authority, last sign-on and days idle, password set date,
       *> age and expiry, state, the quarter's actions and failed
       *> sign-ons, and a space for the reviewer's Y or N. An ID that
       *> is open but past the dormancy limit shows DUE TO DISABLE -
       *> tonight's sweep will disable it. Passwords set before the
       *> date was kept show UNKNOWN.

       400-LIST-UNKNOWN-IDS.
           MOVE ALL "-" TO WS-Report-Line (1:112)
           PERFORM 710-WRITE-REPORT-LINE
           MOVE "Quarter's audit activity under IDs not on the security file:"
               TO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           PERFORM VARYING WS-ActIdx FROM 1 BY 1
                   UNTIL WS-ActIdx > WS-ActCountUsed
               IF WS-ActOnFile (WS-ActIdx) = 'N'
                   ADD 1 TO WS-Unknown-ID-Count
                   MOVE WS-ActOperator (WS-ActIdx)
                       TO WS-Report-Line (1:8)
                   MOVE "NOT ON FILE" TO WS-Report-Line (67:11)
                   MOVE WS-ActActions (WS-ActIdx) TO WS-Edited-Count
                   MOVE WS-Edited-Count TO WS-Report-Line (84:6)
                   MOVE WS-ActFailed (WS-ActIdx) TO WS-Edited-Count
                   MOVE WS-Edited-Count TO WS-Report-Line (92:6)
                   PERFORM 710-WRITE-REPORT-LINE
               END-IF
           END-PERFORM
           IF WS-Unknown-ID-Count = 0
               MOVE "  None." TO WS-Report-Line
               PERFORM 710-WRITE-REPORT-LINE
           END-IF.
       *> Work under a deleted ID, or failed sign-ons against an ID that
       *> never existed, is worth the reviewer's attention too.

       700-PRINT-TOTALS.
           MOVE ALL "-" TO WS-Report-Line (1:112)
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-Operator-Count TO WS-Edited-Count
           STRING "Operators on file:            " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-Supervisor-Count TO WS-Edited-Count
           STRING "  with supervisor authority:  " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-Locked-Count TO WS-Edited-Count
           STRING "  locked:                     " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-Disabled-Count TO WS-Edited-Count
           STRING "  disabled:                   " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-Due-Count TO WS-Edited-Count
           STRING "  due to disable:             " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-Idle-Quarter-Count TO WS-Edited-Count
           STRING "  no actions this quarter:    " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-Audit-Read-Count TO WS-Edited-Count
           STRING "Audit records read:           " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-Audit-Period-Count TO WS-Edited-Count
           STRING "Audit records in quarter:     " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE.
       *> Counts the reviewer and internal audit check first.

       750-PRINT-SIGN-OFF.
           MOVE ALL "-" TO WS-Report-Line (1:112)
           PERFORM 710-WRITE-REPORT-LINE
           STRING "I have reviewed every operator ID above. IDs marked N"
               " are to be deleted or disabled in OperMaintenance."
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           PERFORM 710-WRITE-REPORT-LINE
           STRING "Reviewing supervisor: ______________________________"
               "   Operator ID: __________"
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           PERFORM 710-WRITE-REPORT-LINE
           STRING "Signature:            ______________________________"
               "   Date:        __________"
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE.
       *> The sign-off the audit finding asks for; the signed copy is
       *> kept with the quarter's audit evidence.

       710-WRITE-REPORT-LINE.
           WRITE ReportRecord FROM WS-Report-Line
               AFTER ADVANCING 1 LINE
           END-WRITE
           DISPLAY WS-Report-Line
           MOVE SPACES TO WS-Report-Line.
       *> Each report line goes to the report file and the console.

       END PROGRAM OperRecertReport.
       *> Marks the end of the program.
