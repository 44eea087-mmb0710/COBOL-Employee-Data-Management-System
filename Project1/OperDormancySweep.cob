       *>  Author: Meet Maheta
       *>  Date: 15-10-2026
       *>  Purpose: Disable every operator ID that has not signed on
       *>           within the dormancy period, so access nobody uses
       *>           does not sit open until the next recertification.
       *>  Compiler: cobc
       *>  Modification History:
       *>    15-10-2026 MM  Initial version.
        IDENTIFICATION DIVISION.
       PROGRAM-ID. OperDormancySweep.
       *> Run nightly. An ID is dormant once the days since the later of
       *> its last sign-on and its status date (added, disabled, or
       *> re-enabled) reach the limit on OperSecurityParms.txt. A dormant
       *> ID is flagged 'D', which every sign-on refuses until a
       *> supervisor uses E)nable in OperMaintenance, and a DISABL line
       *> is written on the audit log under that ID. The last open
       *> supervisor is never disabled - that would leave nobody able to
       *> re-enable anyone - and is reported instead. The run lists what
       *> it did on DormancyReport.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OperFile ASSIGN TO "OperatorSecurity.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OperatorID OF OperRecord
           FILE STATUS IS WS-OperFile-Status.
       *> The operator security file, keyed by operator ID.

           SELECT ParmFile ASSIGN TO "OperSecurityParms.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ParmFile-Status.
       *> Operator security settings, kept by hand. Missing file or an
       *> unusable value means the standard limit.

           SELECT AuditFile ASSIGN TO "EmpAuditLog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AuditFile-Status.
       *> Same audit trail EmpDataManager writes.

           SELECT ReportFile ASSIGN TO "DormancyReport.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       *> The list of IDs this run disabled or had to leave open.

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

       FD  ParmFile.
       01  ParmRecord.
           05  ParmDormantDays    PIC X(3).
           05  FILLER             PIC X(77).
       *> Columns 1-3: days without a sign-on before an ID is disabled.

       FD  AuditFile.
       01  AuditRecord.
           05  AuditEmployeeID    PIC 9(6).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  AuditActionCode    PIC X(6).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  AuditDate          PIC 9(6).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  AuditTime          PIC 9(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  AuditOperatorID    PIC X(8).
       *> Layout must match EmpDataManager's AuditRecord.

       FD  ReportFile.
       01  ReportRecord           PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-EndOfOper               PIC X(1)       VALUE 'N'.
           88  EndOfOper              VALUE 'Y'.
       01  WS-OperFile-Status         PIC X(2)       VALUE '00'.
           88  OperFile-OK            VALUE '00'.
       01  WS-ParmFile-Status         PIC X(2)       VALUE '00'.
       01  WS-AuditFile-Status        PIC X(2)       VALUE '00'.

       01  WS-Dormant-Days-In         PIC X(3).
       01  WS-Dormant-Days-Num REDEFINES WS-Dormant-Days-In
                                      PIC 9(3).
       01  WS-Dormant-Limit           PIC 9(3)       VALUE 90.
       *> Days without a sign-on that make an ID dormant; 90 unless
       *> the parameter file gives 1 to 999.

       01  WS-CurrentDate             PIC 9(8).
       01  WS-Clock-Date              PIC 9(8).
       01  WS-Days-Idle               PIC 9(5).
       *> The later of last sign-on and status date, and the days
       *> since it as OperDaysSince counts them.

       01  WS-Open-Supervisors        PIC 9(3)       VALUE 0.
       *> Supervisors neither locked nor disabled - the ones who could
       *> still sign on to re-enable an ID.

       01  WS-Operator-Count          PIC 9(5)       VALUE 0.
       01  WS-Already-Disabled        PIC 9(5)       VALUE 0.
       01  WS-Disabled-Count          PIC 9(5)       VALUE 0.
       01  WS-Kept-Count              PIC 9(5)       VALUE 0.
       01  WS-Error-Count             PIC 9(5)       VALUE 0.

       01  WS-AuditDate               PIC 9(6).
       01  WS-AuditTime               PIC 9(8).

       01  WS-Report-Line             PIC X(100).
       01  WS-Edited-Count            PIC Z(4)9.
       01  WS-Edited-Days             PIC Z(4)9.
       01  WS-Edited-Limit            PIC ZZ9.
       01  WS-Level-Text              PIC X(10).
       01  WS-LastSignOn-Text         PIC X(8).

       PROCEDURE DIVISION.
       000-START.
           ACCEPT WS-CurrentDate FROM DATE YYYYMMDD
           PERFORM 050-READ-PARMS
           PERFORM 100-OPEN-FILES
           PERFORM 200-COUNT-OPEN-SUPERVISORS
           PERFORM 300-SWEEP-OPERATORS
           PERFORM 700-PRINT-TOTALS
           CLOSE OperFile
           CLOSE AuditFile
           CLOSE ReportFile.
       *> Drives the sweep: settings, files, the supervisor count that
       *> protects the last one, the sweep itself, and the totals.

       STOP RUN.
       *> Ends the program.

       050-READ-PARMS.
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
                       ELSE
                           DISPLAY "Dormancy limit on parameter file"
                               " not usable; 90 days assumed."
                       END-IF
               END-READ
               CLOSE ParmFile
           END-IF.
       *> Takes the dormancy limit off the parameter file when there is
       *> a usable one.

       100-OPEN-FILES.
           OPEN I-O OperFile
           IF NOT OperFile-OK
               DISPLAY "Error opening OperFile, status: "
                   WS-OperFile-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND AuditFile
           IF WS-AuditFile-Status = '35'
               OPEN OUTPUT AuditFile
           END-IF
           OPEN OUTPUT ReportFile
           MOVE WS-Dormant-Limit TO WS-Edited-Limit
           STRING "OPERATOR DORMANCY SWEEP  " WS-CurrentDate
               "  LIMIT " WS-Edited-Limit " DAYS"
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE "-------------------------------------------------"
               TO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE "Operator  Level       Last sign-on  Days idle  Action"
               TO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE.
       *> Opens the security file for update, the audit log for
       *> appending, and starts the report. A security file that will
       *> not open ends the run with RC 8.

       200-COUNT-OPEN-SUPERVISORS.
           MOVE LOW-VALUES TO OperatorID OF OperRecord
           START OperFile KEY IS NOT LESS THAN OperatorID OF OperRecord
               INVALID KEY
                   SET EndOfOper TO TRUE
           END-START
           PERFORM UNTIL EndOfOper
               READ OperFile NEXT RECORD
                   AT END
                       SET EndOfOper TO TRUE
                   NOT AT END
                       IF OperAuthLevel OF OperRecord = 2
                           AND OperLockFlag OF OperRecord = SPACE
                           ADD 1 TO WS-Open-Supervisors
                       END-IF
               END-READ
           END-PERFORM.
       *> Counts the supervisors who can sign on now.

       300-SWEEP-OPERATORS.
           MOVE 'N' TO WS-EndOfOper
           MOVE LOW-VALUES TO OperatorID OF OperRecord
           START OperFile KEY IS NOT LESS THAN OperatorID OF OperRecord
               INVALID KEY
                   SET EndOfOper TO TRUE
           END-START
           PERFORM UNTIL EndOfOper
               READ OperFile NEXT RECORD
                   AT END
                       SET EndOfOper TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Operator-Count
                       IF OperLockFlag OF OperRecord = 'D'
                           ADD 1 TO WS-Already-Disabled
                       ELSE
                           PERFORM 310-CHECK-DORMANT
                       END-IF
               END-READ
           END-PERFORM.
       *> Every ID not already disabled is checked. A locked ID is
       *> checked too: a lock nobody has asked to have lifted in the
       *> whole period is an ID nobody is using.

       310-CHECK-DORMANT.
           IF OperLastSignOn OF OperRecord > OperStatusDate OF OperRecord
               MOVE OperLastSignOn OF OperRecord TO WS-Clock-Date
           ELSE
               MOVE OperStatusDate OF OperRecord TO WS-Clock-Date
           END-IF
           CALL 'OperDaysSince' USING WS-Clock-Date WS-CurrentDate
               WS-Days-Idle
           IF WS-Days-Idle >= WS-Dormant-Limit
               IF OperAuthLevel OF OperRecord = 2
                   AND OperLockFlag OF OperRecord = SPACE
                   AND WS-Open-Supervisors < 2
                   ADD 1 TO WS-Kept-Count
                   PERFORM 330-REPORT-KEPT
               ELSE
                   PERFORM 320-DISABLE-OPERATOR
               END-IF
           END-IF.
       *> The dormancy clock runs from the later of the last sign-on
       *> and the status date, so a newly added or just re-enabled ID
       *> gets the full period before it is disabled again.

       320-DISABLE-OPERATOR.
           IF OperAuthLevel OF OperRecord = 2
               AND OperLockFlag OF OperRecord = SPACE
               SUBTRACT 1 FROM WS-Open-Supervisors
           END-IF
           MOVE 'D' TO OperLockFlag OF OperRecord
           MOVE WS-CurrentDate TO OperStatusDate OF OperRecord
           REWRITE OperRecord
               INVALID KEY
                   ADD 1 TO WS-Error-Count
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "Rewrite failed for "
                       OperatorID OF OperRecord
                       ", status: " WS-OperFile-Status
               NOT INVALID KEY
                   ADD 1 TO WS-Disabled-Count
                   PERFORM 500-WRITE-DISABL-AUDIT
                   PERFORM 340-REPORT-DISABLED
           END-REWRITE.
       *> Disables the ID, dates the change, and records it.

       330-REPORT-KEPT.
           PERFORM 350-BUILD-DETAIL
           MOVE "LEFT OPEN - LAST OPEN SUPERVISOR"
               TO WS-Report-Line (48:)
           PERFORM 710-WRITE-REPORT-LINE.
       *> A dormant supervisor left open because no other supervisor
       *> could sign on; the reviewer should add or re-enable one.

       340-REPORT-DISABLED.
           PERFORM 350-BUILD-DETAIL
           MOVE "DISABLED" TO WS-Report-Line (48:)
           PERFORM 710-WRITE-REPORT-LINE.
       *> One line per ID disabled tonight.

       350-BUILD-DETAIL.
           IF OperAuthLevel OF OperRecord = 2
               MOVE "SUPERVISOR" TO WS-Level-Text
           ELSE
               MOVE "DATA ENTRY" TO WS-Level-Text
           END-IF
           IF OperLastSignOn OF OperRecord = 0
               MOVE "NEVER" TO WS-LastSignOn-Text
           ELSE
               MOVE OperLastSignOn OF OperRecord TO WS-LastSignOn-Text
           END-IF
           MOVE WS-Days-Idle TO WS-Edited-Days
           MOVE SPACES TO WS-Report-Line
           STRING OperatorID OF OperRecord "  " WS-Level-Text "  "
               WS-LastSignOn-Text "      " WS-Edited-Days
               DELIMITED BY SIZE INTO WS-Report-Line.
       *> ID, level, last sign-on, and days idle for a detail line.

       500-WRITE-DISABL-AUDIT.
           ACCEPT WS-AuditDate FROM DATE
           ACCEPT WS-AuditTime FROM TIME
           MOVE 0 TO AuditEmployeeID
           MOVE 'DISABL' TO AuditActionCode
           MOVE WS-AuditDate TO AuditDate
           MOVE WS-AuditTime TO AuditTime
           MOVE OperatorID OF OperRecord TO AuditOperatorID
           WRITE AuditRecord
               AFTER ADVANCING 1 LINE
           END-WRITE.
       *> One audit line per disabled ID, under that ID, matching the
       *> ENABLE line OperMaintenance writes when it is re-enabled.

       700-PRINT-TOTALS.
           MOVE "-------------------------------------------------"
               TO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-Operator-Count TO WS-Edited-Count
           STRING "Operators on file:      " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-Already-Disabled TO WS-Edited-Count
           STRING "Already disabled:       " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-Disabled-Count TO WS-Edited-Count
           STRING "Disabled this run:      " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-Kept-Count TO WS-Edited-Count
           STRING "Dormant but left open:  " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           IF WS-Error-Count > 0
               MOVE WS-Error-Count TO WS-Edited-Count
               STRING "REWRITE FAILURES:       " WS-Edited-Count
                   DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 710-WRITE-REPORT-LINE
           END-IF.
       *> The run's totals. Rewrite failures leave RC 8.

       710-WRITE-REPORT-LINE.
           WRITE ReportRecord FROM WS-Report-Line
               AFTER ADVANCING 1 LINE
           END-WRITE
           DISPLAY WS-Report-Line
           MOVE SPACES TO WS-Report-Line.
       *> Each report line goes to the report file and the console.

       END PROGRAM OperDormancySweep.
       *> Marks the end of the program.
