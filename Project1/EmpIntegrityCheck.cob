       *>  Author: Meet Maheta
       *>  Date: 15-10-2026
       *>  Purpose: Cross-file integrity check over the employee master,
       *>           the pending file, the salary, transfer and leave
       *>           histories, the department master and the audit
       *>           log, ending in a pass/fail verdict that
       *>           EmpPayrollExtract requires before it will build a
       *>           transmission.
       *>  Compiler: cobc
       *>  Modification History:
       *>    15-10-2026 MM  Initial version.
       *>    15-10-2026 MM  Employees moved off by the retention run are
       *>                   known from the archive index, so their
       *>                   audit lines are not taken for orphans.
        IDENTIFICATION DIVISION.
       PROGRAM-ID. EmpIntegrityCheck.
       *> Reports, one line per finding on IntegrityReport.txt:
       *>   - history or audit records for EmployeeIDs not on the master
       *>   - pending entries whose ID is already on the master
       *>   - employees still employed (active or on leave) in a
       *>     department that is inactive or not on file
       *>   - a master Salary or PayGrade that differs from the
       *>     employee's latest salary-history line
       *>   - a master DepartmentCode that differs from the employee's
       *>     latest transfer
       *>   - terminated employees with no termination date
       *>   - an employee on leave with no leave in progress on the
       *>     leave history, or active with one still open
       *> "Latest" is the last line for the employee on the file: every
       *> program updates the master at the moment it appends the
       *> history line, so the last line is the one the master should
       *> show, whatever its effective date. History left behind by an
       *> employee physically deleted (a DELETE line on the audit log)
       *> is a warning, not an error, as is history still on a live file
       *> for an employee EmpRetentionArchive has archived (on
       *> EmpArchiveIndex.txt), and an active employee whose leave was
       *> never closed; any error fails the check. The
       *> verdict is written to IntegrityVerdict.txt with today's date,
       *> and a failed check also ends with RC 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EmpFile ASSIGN TO "EmployeeData.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EmployeeID OF EmpRecord
           ALTERNATE RECORD KEY IS Surname OF EmpRecord
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS DepartmentCode OF EmpRecord
               WITH DUPLICATES
           FILE STATUS IS WS-EmpFile-Status.
       *> Same master file EmpDataManager maintains, read by key for
       *> each history line and then browsed in EmployeeID order. Key
       *> declarations must match EmpDataManager's exactly.

           SELECT DeptFile ASSIGN TO "DepartmentMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DeptCode OF DeptRecord
           FILE STATUS IS WS-DeptFile-Status.
       *> Department master maintained by DeptMaintenance.

           SELECT PendingFile ASSIGN TO "PendingEmployees.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PendingFile-Status.
       *> Probationary hires waiting for EmpPendingPromote.

           SELECT SalaryHistFile ASSIGN TO "SalaryHistory.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SalHistFile-Status.
       *> The effective-dated salary history; read-only here.

           SELECT TransferHistFile ASSIGN TO "TransferHistory.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XferFile-Status.
       *> The effective-dated transfer history; read-only here.

           SELECT LeaveHistFile ASSIGN TO "LeaveHistory.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LeaveFile-Status.
       *> The leave start and return history; read-only here.

           SELECT AuditFile ASSIGN TO "EmpAuditLog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AuditFile-Status.
       *> The audit trail; read-only here.

           SELECT ArchIndexFile ASSIGN TO "EmpArchiveIndex.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ArchIndex-Status.
       *> Employees archived by the retention run; read-only here.

           SELECT ReportFile ASSIGN TO "IntegrityReport.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       *> The findings and verdict produced by this run.

           SELECT VerdictFile ASSIGN TO "IntegrityVerdict.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       *> One line: the date of this run and PASS or FAIL, read by
       *> EmpPayrollExtract before it builds a transmission.

       DATA DIVISION.
       FILE SECTION.
       FD  EmpFile.
       01  EmpRecord.
           05  EmployeeID         PIC 9(6).
           05  DepartmentCode     PIC 9(3).
           05  Surname            PIC X(20).
           05  GivenName          PIC X(20).
           05  HireDate           PIC 9(8).
           05  Salary             PIC 9(7)V99.
           05  PayGrade           PIC X(2).
           05  EmpStatus          PIC X(1).
           05  TerminationDate    PIC 9(8).
       *> Layout must match EmpDataManager's EmpRecord.

       FD  DeptFile.
       01  DeptRecord.
           05  DeptCode           PIC 9(3).
           05  DeptName           PIC X(25).
           05  DeptActiveFlag     PIC X(1).
           05  DeptParentCode     PIC 9(3).
           05  DeptManagerID      PIC 9(6).
       *> Layout must match DeptMaintenance's DeptRecord.

       FD  PendingFile.
       01  PendingRecord.
           05  EmployeeID         PIC 9(6).
           05  DepartmentCode     PIC 9(3).
           05  Surname            PIC X(20).
           05  GivenName          PIC X(20).
           05  HireDate           PIC 9(8).
           05  Salary             PIC 9(7)V99.
           05  PayGrade           PIC X(2).
       *> Layout must match EmpDataManager's PendingRecord.

       FD  SalaryHistFile.
       01  SalaryHistRecord.
           05  SalHistEmployeeID  PIC 9(6).
           05  FILLER             PIC X(2).
           05  SalHistEffDate     PIC 9(8).
           05  FILLER             PIC X(2).
           05  SalHistOldSalary   PIC 9(7)V99.
           05  FILLER             PIC X(2).
           05  SalHistNewSalary   PIC 9(7)V99.
           05  FILLER             PIC X(2).
           05  SalHistOldGrade    PIC X(2).
           05  FILLER             PIC X(2).
           05  SalHistNewGrade    PIC X(2).
           05  FILLER             PIC X(2).
           05  SalHistOperatorID  PIC X(8).
       *> Layout must match EmpDataManager's SalaryHistRecord.

       FD  TransferHistFile.
       01  TransferHistRecord.
           05  XferEmployeeID     PIC 9(6).
           05  FILLER             PIC X(2).
           05  XferFromDept       PIC 9(3).
           05  FILLER             PIC X(2).
           05  XferToDept         PIC 9(3).
           05  FILLER             PIC X(2).
           05  XferEffDate        PIC 9(8).
           05  FILLER             PIC X(2).
           05  XferOperatorID     PIC X(8).
       *> Layout must match EmpDataManager's TransferHistRecord.

       FD  LeaveHistFile.
       01  LeaveHistRecord.
           05  LeaveEmployeeID    PIC 9(6).
           05  FILLER             PIC X(2).
           05  LeaveEventCode     PIC X(1).
           05  FILLER             PIC X(2).
           05  LeaveType          PIC X(1).
           05  FILLER             PIC X(2).
           05  LeaveStartDate     PIC 9(8).
           05  FILLER             PIC X(2).
           05  LeaveExpReturn     PIC 9(8).
           05  FILLER             PIC X(2).
           05  LeaveActReturn     PIC 9(8).
           05  FILLER             PIC X(2).
           05  LeaveOperatorID    PIC X(8).
       *> Layout must match EmpDataManager's LeaveHistRecord.

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

       FD  ArchIndexFile.
       01  ArchIndexRecord.
           05  IdxEmployeeID      PIC 9(6).
           05  FILLER             PIC X(2).
           05  IdxSurname         PIC X(20).
           05  FILLER             PIC X(2).
           05  IdxGivenName       PIC X(20).
           05  FILLER             PIC X(2).
           05  IdxTermDate        PIC 9(8).
           05  FILLER             PIC X(2).
           05  IdxArchiveDate     PIC 9(8).
       *> Layout must match EmpRetentionArchive's IndexRecord.

       FD  ReportFile.
       01  ReportRecord           PIC X(120).

       FD  VerdictFile.
       01  VerdictRecord.
           05  VerdictDate        PIC 9(8).
           05  FILLER             PIC X(2).
           05  VerdictResult      PIC X(4).
           05  FILLER             PIC X(2).
           05  VerdictErrors      PIC 9(6).
       *> Layout must match EmpPayrollExtract's VerdictRecord.

       WORKING-STORAGE SECTION.
       01  WS-EmpFile-Status          PIC X(2)       VALUE '00'.
           88  EmpFile-OK             VALUE '00'.
       01  WS-DeptFile-Status         PIC X(2)       VALUE '00'.
           88  DeptFile-OK            VALUE '00'.
       01  WS-PendingFile-Status      PIC X(2)       VALUE '00'.
       01  WS-SalHistFile-Status      PIC X(2)       VALUE '00'.
       01  WS-XferFile-Status         PIC X(2)       VALUE '00'.
       01  WS-LeaveFile-Status        PIC X(2)       VALUE '00'.
       01  WS-AuditFile-Status        PIC X(2)       VALUE '00'.
       01  WS-ArchIndex-Status        PIC X(2)       VALUE '00'.

       01  WS-EndOfFile               PIC X(1)       VALUE 'N'.
           88  EndOfFile              VALUE 'Y'.
       *> Shared end-of-file switch; each pass resets it, since the
       *> files are read one after another.

       01  WS-CurrentDate             PIC 9(8).

       01  WS-DeptState-Table.
           05  WS-DeptState OCCURS 999 TIMES PIC X(1).
       *> Indexed by department code: 'A' active, 'I' inactive, space
       *> not on file.

       01  WS-DeletedTable-Max        PIC 9(4)       VALUE 2000.
       01  WS-DeletedTable.
           05  WS-DeletedEntry OCCURS 2000 TIMES.
               10  WS-DelEmpID        PIC 9(6).
       01  WS-Deleted-Count           PIC 9(4)       VALUE 0.
       *> EmployeeIDs with a DELETE line on the audit log.

       01  WS-ArchivedTable-Max       PIC 9(5)       VALUE 10000.
       01  WS-ArchivedTable.
           05  WS-ArchivedEntry OCCURS 10000 TIMES.
               10  WS-ArcEmpID        PIC 9(6).
       01  WS-Archived-Count          PIC 9(5)       VALUE 0.
       *> EmployeeIDs on the archive index.

       01  WS-SalTable-Max            PIC 9(5)       VALUE 10000.
       01  WS-SalTable.
           05  WS-SalEntry OCCURS 10000 TIMES.
               10  WS-SalEmpID        PIC 9(6).
               10  WS-SalNewSalary    PIC 9(7)V99.
               10  WS-SalNewGrade     PIC X(2).
               10  WS-SalLineNo       PIC 9(6).
       01  WS-Sal-Count               PIC 9(5)       VALUE 0.
       *> Each employee's last salary-history line.

       01  WS-XferTable-Max           PIC 9(5)       VALUE 10000.
       01  WS-XferTable.
           05  WS-XferEntry OCCURS 10000 TIMES.
               10  WS-XfEmpID         PIC 9(6).
               10  WS-XfToDept        PIC 9(3).
               10  WS-XfLineNo        PIC 9(6).
       01  WS-Xfer-Count              PIC 9(5)       VALUE 0.
       *> Each employee's last transfer.

       01  WS-LeaveTable-Max          PIC 9(4)       VALUE 2000.
       01  WS-LeaveTable.
           05  WS-LeaveEntry OCCURS 2000 TIMES.
               10  WS-LvEmpID         PIC 9(6).
               10  WS-LvLastEvent     PIC X(1).
       01  WS-Leave-Count             PIC 9(4)       VALUE 0.
       *> Each employee's last leave event: 'S' means a leave is still
       *> in progress.

       01  WS-SearchIdx               PIC 9(5).
       01  WS-Found                   PIC X(1).
           88  Found                  VALUE 'Y'.
       01  WS-OnMaster                PIC X(1).
           88  OnMaster               VALUE 'Y'.
       01  WS-WasDeleted              PIC X(1).
           88  WasDeleted             VALUE 'Y'.
       01  WS-WasArchived             PIC X(1).
           88  WasArchived            VALUE 'Y'.
       01  WS-TableFull               PIC X(1)       VALUE 'N'.
           88  TableFull              VALUE 'Y'.
       01  WS-Check-EmpID             PIC 9(6)       VALUE 0.
       01  WS-Line-No                 PIC 9(6)       VALUE 0.

       01  WS-Finding-Severity        PIC X(7).
       01  WS-Finding-File            PIC X(12)      VALUE SPACES.
       01  WS-Finding-Text            PIC X(80).
       *> The finding being written: ERROR or WARNING, the file it was
       *> found on, and what is wrong.

       01  WS-Emp-Read                PIC 9(6)       VALUE 0.
       01  WS-Pending-Read            PIC 9(6)       VALUE 0.
       01  WS-SalHist-Read            PIC 9(6)       VALUE 0.
       01  WS-Xfer-Read               PIC 9(6)       VALUE 0.
       01  WS-Leave-Read              PIC 9(6)       VALUE 0.
       01  WS-Audit-Read              PIC 9(6)       VALUE 0.
       01  WS-Dept-Read               PIC 9(6)       VALUE 0.
       *> Records read per file, for the control section.

       01  WS-Orphan-Count            PIC 9(6)       VALUE 0.
       01  WS-Deleted-Left-Count      PIC 9(6)       VALUE 0.
       01  WS-Archived-Left-Count     PIC 9(6)       VALUE 0.
       01  WS-Pending-Dup-Count       PIC 9(6)       VALUE 0.
       01  WS-Dept-Bad-Count          PIC 9(6)       VALUE 0.
       01  WS-Sal-Mismatch-Count      PIC 9(6)       VALUE 0.
       01  WS-Xfer-Mismatch-Count     PIC 9(6)       VALUE 0.
       01  WS-Term-NoDate-Count       PIC 9(6)       VALUE 0.
       01  WS-Leave-Status-Count      PIC 9(6)       VALUE 0.
       01  WS-Error-Count             PIC 9(6)       VALUE 0.
       01  WS-Warning-Count           PIC 9(6)       VALUE 0.
       01  WS-Verdict-Result          PIC X(4).
       *> Findings per check, and errors and warnings overall.

       01  WS-Report-Line             PIC X(120).
       01  WS-Edited-Count            PIC Z(5)9.
       01  WS-Edited-Salary           PIC Z(6)9.99.
       01  WS-Edited-Salary-2         PIC Z(6)9.99.

       PROCEDURE DIVISION.
       000-START.
           ACCEPT WS-CurrentDate FROM DATE YYYYMMDD
           PERFORM 1000-OPEN-FILES
           PERFORM 100-LOAD-DEPARTMENTS
           PERFORM 150-LOAD-DELETED-IDS
           PERFORM 170-LOAD-ARCHIVED-IDS
           PERFORM 200-CHECK-SALARY-HISTORY
           PERFORM 300-CHECK-TRANSFER-HISTORY
           PERFORM 350-CHECK-LEAVE-HISTORY
           PERFORM 400-CHECK-AUDIT-LOG
           PERFORM 450-CHECK-PENDING
           PERFORM 500-CHECK-MASTER
           PERFORM 700-PRINT-VERDICT
           CLOSE EmpFile
           CLOSE ReportFile.
       *> Drives the check: departments, deletions and archived
       *> employees first, then each
       *> history against the master, the pending file, the master
       *> itself against what the histories say, and the verdict.

       STOP RUN.
       *> Ends the program.

       1000-OPEN-FILES.
           OPEN OUTPUT ReportFile
           MOVE SPACES TO WS-Report-Line
           STRING "EMPLOYEE FILE INTEGRITY CHECK  RUN " WS-CurrentDate
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE ALL "-" TO WS-Report-Line (1:118)
           PERFORM 710-WRITE-REPORT-LINE
           MOVE "Severity" TO WS-Report-Line (1:8)
           MOVE "File" TO WS-Report-Line (10:4)
           MOVE "Line" TO WS-Report-Line (26:4)
           MOVE "EmpID" TO WS-Report-Line (32:5)
           MOVE "Finding" TO WS-Report-Line (40:7)
           PERFORM 710-WRITE-REPORT-LINE
           MOVE ALL "-" TO WS-Report-Line (1:118)
           PERFORM 710-WRITE-REPORT-LINE
           OPEN INPUT EmpFile
           IF NOT EmpFile-OK
               MOVE "ERROR" TO WS-Finding-Severity
               MOVE "EMPLOYEE" TO WS-Finding-File
               MOVE 0 TO WS-Line-No
               MOVE 0 TO WS-Check-EmpID
               MOVE SPACES TO WS-Finding-Text
               STRING "EMPLOYEE MASTER WILL NOT OPEN, STATUS "
                   WS-EmpFile-Status
                   DELIMITED BY SIZE INTO WS-Finding-Text
               PERFORM 650-WRITE-FINDING
               PERFORM 700-PRINT-VERDICT
               CLOSE ReportFile
               STOP RUN
           END-IF.
       *> Starts the report and opens the master. With no master there
       *> is nothing to check against, and the verdict is FAIL.

       100-LOAD-DEPARTMENTS.
           MOVE SPACES TO WS-DeptState-Table
           OPEN INPUT DeptFile
           IF NOT DeptFile-OK
               MOVE "WARNING" TO WS-Finding-Severity
               MOVE "DEPARTMENT" TO WS-Finding-File
               MOVE 0 TO WS-Line-No
               MOVE 0 TO WS-Check-EmpID
               MOVE SPACES TO WS-Finding-Text
               STRING "DEPARTMENT MASTER WILL NOT OPEN, STATUS "
                   WS-DeptFile-Status
                   " - EVERY DEPARTMENT COUNTS AS MISSING"
                   DELIMITED BY SIZE INTO WS-Finding-Text
               PERFORM 650-WRITE-FINDING
           ELSE
               MOVE 'N' TO WS-EndOfFile
               PERFORM UNTIL EndOfFile
                   READ DeptFile NEXT RECORD
                       AT END
                           SET EndOfFile TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Dept-Read
                           IF DeptCode > 0
                               IF DeptActiveFlag = 'A'
                                   MOVE 'A' TO WS-DeptState (DeptCode)
                               ELSE
                                   MOVE 'I' TO WS-DeptState (DeptCode)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DeptFile
           END-IF.
       *> Notes every department on file and whether it is active.

       150-LOAD-DELETED-IDS.
           OPEN INPUT AuditFile
           IF WS-AuditFile-Status NOT = '35'
               MOVE "AUDIT LOG" TO WS-Finding-File
               MOVE 'N' TO WS-EndOfFile
               PERFORM UNTIL EndOfFile
                   READ AuditFile
                       AT END
                           SET EndOfFile TO TRUE
                       NOT AT END
                           IF AuditRecord NOT = SPACES
                               AND AuditActionCode = 'DELETE'
                               PERFORM 160-TABLE-DELETED-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AuditFile
           END-IF.
       *> First pass over the audit log: who has been physically
       *> deleted from the master.

       160-TABLE-DELETED-ID.
           IF WS-Deleted-Count < WS-DeletedTable-Max
               ADD 1 TO WS-Deleted-Count
               MOVE AuditEmployeeID TO WS-DelEmpID (WS-Deleted-Count)
           ELSE
               PERFORM 680-TABLE-FULL
           END-IF.
       *> One entry per DELETE line; a re-keyed ID that was deleted
       *> twice simply appears twice.

       170-LOAD-ARCHIVED-IDS.
           OPEN INPUT ArchIndexFile
           IF WS-ArchIndex-Status NOT = '35'
               MOVE "ARCHIVE INDX" TO WS-Finding-File
               MOVE 'N' TO WS-EndOfFile
               PERFORM UNTIL EndOfFile
                   READ ArchIndexFile
                       AT END
                           SET EndOfFile TO TRUE
                       NOT AT END
                           IF ArchIndexRecord NOT = SPACES
                               PERFORM 180-TABLE-ARCHIVED-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ArchIndexFile
           END-IF.
       *> Who the retention run has moved to the archive. No index
       *> means nobody has been archived yet.

       180-TABLE-ARCHIVED-ID.
           IF WS-Archived-Count < WS-ArchivedTable-Max
               ADD 1 TO WS-Archived-Count
               MOVE IdxEmployeeID TO WS-ArcEmpID (WS-Archived-Count)
           ELSE
               PERFORM 680-TABLE-FULL
           END-IF.
       *> One entry per index line.

       200-CHECK-SALARY-HISTORY.
           OPEN INPUT SalaryHistFile
           IF WS-SalHistFile-Status NOT = '35'
               MOVE 0 TO WS-Line-No
               MOVE 'N' TO WS-EndOfFile
               PERFORM UNTIL EndOfFile
                   READ SalaryHistFile
                       AT END
                           SET EndOfFile TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Line-No
                           IF SalaryHistRecord NOT = SPACES
                               ADD 1 TO WS-SalHist-Read
                               MOVE SalHistEmployeeID TO WS-Check-EmpID
                               MOVE "SALARY HIST" TO WS-Finding-File
                               PERFORM 600-CHECK-ON-MASTER
                               IF OnMaster
                                   PERFORM 210-TABLE-LATEST-SALARY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SalaryHistFile
           END-IF.
       *> Every salary line must belong to someone on the master; the
       *> last line per employee is kept for the master check.

       210-TABLE-LATEST-SALARY.
           MOVE 'N' TO WS-Found
           PERFORM VARYING WS-SearchIdx FROM 1 BY 1
                   UNTIL WS-SearchIdx > WS-Sal-Count
               IF WS-SalEmpID (WS-SearchIdx) = SalHistEmployeeID
                   MOVE 'Y' TO WS-Found
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT Found
               IF WS-Sal-Count < WS-SalTable-Max
                   ADD 1 TO WS-Sal-Count
                   MOVE WS-Sal-Count TO WS-SearchIdx
                   MOVE SalHistEmployeeID TO WS-SalEmpID (WS-SearchIdx)
                   MOVE 'Y' TO WS-Found
               ELSE
                   PERFORM 680-TABLE-FULL
               END-IF
           END-IF
           IF Found
               MOVE SalHistNewSalary TO WS-SalNewSalary (WS-SearchIdx)
               MOVE SalHistNewGrade TO WS-SalNewGrade (WS-SearchIdx)
               MOVE WS-Line-No TO WS-SalLineNo (WS-SearchIdx)
           END-IF.
       *> Each later line for the employee replaces the one before.

       300-CHECK-TRANSFER-HISTORY.
           OPEN INPUT TransferHistFile
           IF WS-XferFile-Status NOT = '35'
               MOVE 0 TO WS-Line-No
               MOVE 'N' TO WS-EndOfFile
               PERFORM UNTIL EndOfFile
                   READ TransferHistFile
                       AT END
                           SET EndOfFile TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Line-No
                           IF TransferHistRecord NOT = SPACES
                               ADD 1 TO WS-Xfer-Read
                               MOVE XferEmployeeID TO WS-Check-EmpID
                               MOVE "TRANSFER" TO WS-Finding-File
                               PERFORM 600-CHECK-ON-MASTER
                               IF OnMaster
                                   PERFORM 310-TABLE-LATEST-TRANSFER
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TransferHistFile
           END-IF.
       *> Every transfer must belong to someone on the master; the last
       *> transfer per employee is kept for the master check.

       310-TABLE-LATEST-TRANSFER.
           MOVE 'N' TO WS-Found
           PERFORM VARYING WS-SearchIdx FROM 1 BY 1
                   UNTIL WS-SearchIdx > WS-Xfer-Count
               IF WS-XfEmpID (WS-SearchIdx) = XferEmployeeID
                   MOVE 'Y' TO WS-Found
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT Found
               IF WS-Xfer-Count < WS-XferTable-Max
                   ADD 1 TO WS-Xfer-Count
                   MOVE WS-Xfer-Count TO WS-SearchIdx
                   MOVE XferEmployeeID TO WS-XfEmpID (WS-SearchIdx)
                   MOVE 'Y' TO WS-Found
               ELSE
                   PERFORM 680-TABLE-FULL
               END-IF
           END-IF
           IF Found
               MOVE XferToDept TO WS-XfToDept (WS-SearchIdx)
               MOVE WS-Line-No TO WS-XfLineNo (WS-SearchIdx)
           END-IF.
       *> Each later transfer for the employee replaces the one before.

       350-CHECK-LEAVE-HISTORY.
           OPEN INPUT LeaveHistFile
           IF WS-LeaveFile-Status NOT = '35'
               MOVE 0 TO WS-Line-No
               MOVE 'N' TO WS-EndOfFile
               PERFORM UNTIL EndOfFile
                   READ LeaveHistFile
                       AT END
                           SET EndOfFile TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Line-No
                           IF LeaveHistRecord NOT = SPACES
                               ADD 1 TO WS-Leave-Read
                               MOVE LeaveEmployeeID TO WS-Check-EmpID
                               MOVE "LEAVE HIST" TO WS-Finding-File
                               PERFORM 600-CHECK-ON-MASTER
                               IF OnMaster
                                   PERFORM 360-TABLE-LATEST-LEAVE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LeaveHistFile
           END-IF.
       *> Every leave line must belong to someone on the master; the
       *> last event per employee is kept for the status check.

       360-TABLE-LATEST-LEAVE.
           MOVE 'N' TO WS-Found
           PERFORM VARYING WS-SearchIdx FROM 1 BY 1
                   UNTIL WS-SearchIdx > WS-Leave-Count
               IF WS-LvEmpID (WS-SearchIdx) = LeaveEmployeeID
                   MOVE 'Y' TO WS-Found
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT Found
               IF WS-Leave-Count < WS-LeaveTable-Max
                   ADD 1 TO WS-Leave-Count
                   MOVE WS-Leave-Count TO WS-SearchIdx
                   MOVE LeaveEmployeeID TO WS-LvEmpID (WS-SearchIdx)
                   MOVE 'Y' TO WS-Found
               ELSE
                   PERFORM 680-TABLE-FULL
               END-IF
           END-IF
           IF Found
               MOVE LeaveEventCode TO WS-LvLastEvent (WS-SearchIdx)
           END-IF.
       *> Each later leave event for the employee replaces the one
       *> before.

       400-CHECK-AUDIT-LOG.
           OPEN INPUT AuditFile
           IF WS-AuditFile-Status NOT = '35'
               MOVE 0 TO WS-Line-No
               MOVE 'N' TO WS-EndOfFile
               PERFORM UNTIL EndOfFile
                   READ AuditFile
                       AT END
                           SET EndOfFile TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Line-No
                           IF AuditRecord NOT = SPACES
                               ADD 1 TO WS-Audit-Read
                               IF AuditEmployeeID NOT = 0
                                   PERFORM 410-CHECK-AUDIT-EMPLOYEE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AuditFile
           END-IF.
       *> Second pass over the audit log. Lines with EmployeeID zero
       *> are operator sign-on and security events, not employee
       *> activity.

       410-CHECK-AUDIT-EMPLOYEE.
           MOVE AuditEmployeeID TO WS-Check-EmpID
           PERFORM 620-CHECK-DELETED
           PERFORM 630-CHECK-ARCHIVED
           IF NOT WasDeleted AND NOT WasArchived
               MOVE AuditEmployeeID TO EmployeeID OF EmpRecord
               READ EmpFile
                   INVALID KEY
                       MOVE "ERROR" TO WS-Finding-Severity
                       MOVE "AUDIT LOG" TO WS-Finding-File
                       MOVE SPACES TO WS-Finding-Text
                       STRING AuditActionCode " ON " AuditDate
                           " - EMPLOYEE NOT ON MASTER, NO DELETE LOGGED"
                           DELIMITED BY SIZE INTO WS-Finding-Text
                       ADD 1 TO WS-Orphan-Count
                       PERFORM 650-WRITE-FINDING
               END-READ
           END-IF.
       *> The audit trail is meant to outlive a deleted employee, so
       *> only activity for an ID that vanished without a DELETE line
       *> or a trip to the archive is a finding.

       450-CHECK-PENDING.
           OPEN INPUT PendingFile
           IF WS-PendingFile-Status NOT = '35'
               MOVE 0 TO WS-Line-No
               MOVE 'N' TO WS-EndOfFile
               PERFORM UNTIL EndOfFile
                   READ PendingFile
                       AT END
                           SET EndOfFile TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Line-No
                           IF PendingRecord NOT = SPACES
                               ADD 1 TO WS-Pending-Read
                               PERFORM 460-CHECK-PENDING-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PendingFile
           END-IF.
       *> Every pending hire must still be off the master.

       460-CHECK-PENDING-ID.
           MOVE EmployeeID OF PendingRecord TO WS-Check-EmpID
           MOVE EmployeeID OF PendingRecord TO EmployeeID OF EmpRecord
           READ EmpFile
               NOT INVALID KEY
                   MOVE "ERROR" TO WS-Finding-Severity
                   MOVE "PENDING" TO WS-Finding-File
                   MOVE SPACES TO WS-Finding-Text
                   STRING "PENDING ID ALREADY ON MASTER AS "
                       Surname OF EmpRecord
                       DELIMITED BY SIZE INTO WS-Finding-Text
                   ADD 1 TO WS-Pending-Dup-Count
                   PERFORM 650-WRITE-FINDING
           END-READ.
       *> A pending entry already on the master would either be refused
       *> at promotion or, worse, sit there as a second identity.

       500-CHECK-MASTER.
           MOVE 0 TO WS-Line-No
           MOVE 'N' TO WS-EndOfFile
           MOVE ZERO TO EmployeeID OF EmpRecord
           START EmpFile KEY IS NOT LESS THAN EmployeeID OF EmpRecord
               INVALID KEY
                   SET EndOfFile TO TRUE
           END-START
           PERFORM UNTIL EndOfFile
               READ EmpFile NEXT RECORD
                   AT END
                       SET EndOfFile TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Emp-Read
                       MOVE EmployeeID OF EmpRecord TO WS-Check-EmpID
                       MOVE "EMPLOYEE" TO WS-Finding-File
                       PERFORM 510-CHECK-STATUS-AND-DEPT
                       PERFORM 520-CHECK-SALARY
                       PERFORM 530-CHECK-DEPARTMENT
                       PERFORM 540-CHECK-LEAVE
               END-READ
           END-PERFORM.
       *> One browse of the master in EmployeeID order; each employee
       *> is checked against the departments and the latest history.

       510-CHECK-STATUS-AND-DEPT.
           MOVE "ERROR" TO WS-Finding-Severity
           MOVE SPACES TO WS-Finding-Text
           IF EmpStatus OF EmpRecord = 'T'
               IF TerminationDate OF EmpRecord = 0
                   MOVE "TERMINATED WITH NO TERMINATION DATE"
                       TO WS-Finding-Text
                   ADD 1 TO WS-Term-NoDate-Count
                   PERFORM 650-WRITE-FINDING
               END-IF
           ELSE
               IF DepartmentCode OF EmpRecord = 0
                   STRING "EMPLOYED IN DEPARTMENT "
                       DepartmentCode OF EmpRecord
                       " - NOT ON DEPARTMENT MASTER"
                       DELIMITED BY SIZE INTO WS-Finding-Text
                   ADD 1 TO WS-Dept-Bad-Count
                   PERFORM 650-WRITE-FINDING
               ELSE
                   EVALUATE WS-DeptState (DepartmentCode OF EmpRecord)
                       WHEN 'A'
                           CONTINUE
                       WHEN 'I'
                           STRING "EMPLOYED IN DEPARTMENT "
                               DepartmentCode OF EmpRecord
                               " - DEPARTMENT IS INACTIVE"
                               DELIMITED BY SIZE INTO WS-Finding-Text
                           ADD 1 TO WS-Dept-Bad-Count
                           PERFORM 650-WRITE-FINDING
                       WHEN OTHER
                           STRING "EMPLOYED IN DEPARTMENT "
                               DepartmentCode OF EmpRecord
                               " - NOT ON DEPARTMENT MASTER"
                               DELIMITED BY SIZE INTO WS-Finding-Text
                           ADD 1 TO WS-Dept-Bad-Count
                           PERFORM 650-WRITE-FINDING
                   END-EVALUATE
               END-IF
           END-IF.
       *> A terminated employee needs a termination date; anyone still
       *> employed - active or on leave - needs an active department.

       520-CHECK-SALARY.
           MOVE 'N' TO WS-Found
           PERFORM VARYING WS-SearchIdx FROM 1 BY 1
                   UNTIL WS-SearchIdx > WS-Sal-Count
               IF WS-SalEmpID (WS-SearchIdx) = EmployeeID OF EmpRecord
                   MOVE 'Y' TO WS-Found
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF Found
               IF Salary OF EmpRecord NOT = WS-SalNewSalary (WS-SearchIdx)
                   OR PayGrade OF EmpRecord
                       NOT = WS-SalNewGrade (WS-SearchIdx)
                   MOVE "ERROR" TO WS-Finding-Severity
                   MOVE Salary OF EmpRecord TO WS-Edited-Salary
                   MOVE WS-SalNewSalary (WS-SearchIdx)
                       TO WS-Edited-Salary-2
                   MOVE WS-SalLineNo (WS-SearchIdx) TO WS-Edited-Count
                   MOVE SPACES TO WS-Finding-Text
                   STRING "MASTER PAY " WS-Edited-Salary " "
                       PayGrade OF EmpRecord
                       " BUT SALARY HIST LINE " WS-Edited-Count
                       " SAYS " WS-Edited-Salary-2 " "
                       WS-SalNewGrade (WS-SearchIdx)
                       DELIMITED BY SIZE INTO WS-Finding-Text
                   ADD 1 TO WS-Sal-Mismatch-Count
                   PERFORM 650-WRITE-FINDING
               END-IF
           END-IF.
       *> The master's pay must be what the last salary line set it
       *> to. An employee with no salary history has nothing to agree
       *> with and is not a finding here.

       530-CHECK-DEPARTMENT.
           MOVE 'N' TO WS-Found
           PERFORM VARYING WS-SearchIdx FROM 1 BY 1
                   UNTIL WS-SearchIdx > WS-Xfer-Count
               IF WS-XfEmpID (WS-SearchIdx) = EmployeeID OF EmpRecord
                   MOVE 'Y' TO WS-Found
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF Found
               IF DepartmentCode OF EmpRecord
                       NOT = WS-XfToDept (WS-SearchIdx)
                   MOVE "ERROR" TO WS-Finding-Severity
                   MOVE WS-XfLineNo (WS-SearchIdx) TO WS-Edited-Count
                   MOVE SPACES TO WS-Finding-Text
                   STRING "MASTER DEPARTMENT " DepartmentCode OF EmpRecord
                       " BUT TRANSFER LINE " WS-Edited-Count
                       " MOVED THEM TO " WS-XfToDept (WS-SearchIdx)
                       DELIMITED BY SIZE INTO WS-Finding-Text
                   ADD 1 TO WS-Xfer-Mismatch-Count
                   PERFORM 650-WRITE-FINDING
               END-IF
           END-IF.
       *> The master's department must be where the last transfer put
       *> the employee. Nobody transferred has nothing to agree with.

       540-CHECK-LEAVE.
           MOVE 'N' TO WS-Found
           PERFORM VARYING WS-SearchIdx FROM 1 BY 1
                   UNTIL WS-SearchIdx > WS-Leave-Count
               IF WS-LvEmpID (WS-SearchIdx) = EmployeeID OF EmpRecord
                   MOVE 'Y' TO WS-Found
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-Finding-Text
           IF EmpStatus OF EmpRecord = 'L'
               IF Found
                   IF WS-LvLastEvent (WS-SearchIdx) NOT = 'S'
                       MOVE 'N' TO WS-Found
                   END-IF
               END-IF
               IF NOT Found
                   MOVE "ERROR" TO WS-Finding-Severity
                   MOVE "ON LEAVE BUT NO LEAVE IN PROGRESS ON LEAVE HIST"
                       TO WS-Finding-Text
                   ADD 1 TO WS-Leave-Status-Count
                   PERFORM 650-WRITE-FINDING
               END-IF
           END-IF
           IF EmpStatus OF EmpRecord = 'A' AND Found
               IF WS-LvLastEvent (WS-SearchIdx) = 'S'
                   MOVE "WARNING" TO WS-Finding-Severity
                   MOVE "ACTIVE BUT LEAVE HIST SHOWS A LEAVE NEVER RETURNED"
                       TO WS-Finding-Text
                   ADD 1 TO WS-Leave-Status-Count
                   PERFORM 650-WRITE-FINDING
               END-IF
           END-IF.
       *> Status 'L' needs a leave in progress; payroll applies the
       *> leave pay rule from it. An active employee whose last leave
       *> was never closed is only a warning - their pay is unaffected.
       *> A terminated employee's leave is ended by the termination.

       600-CHECK-ON-MASTER.
           MOVE 'Y' TO WS-OnMaster
           MOVE WS-Check-EmpID TO EmployeeID OF EmpRecord
           READ EmpFile
               INVALID KEY
                   MOVE 'N' TO WS-OnMaster
                   PERFORM 620-CHECK-DELETED
                   PERFORM 630-CHECK-ARCHIVED
                   MOVE SPACES TO WS-Finding-Text
                   IF WasDeleted
                       MOVE "WARNING" TO WS-Finding-Severity
                       MOVE "EMPLOYEE DELETED FROM MASTER - HISTORY LEFT"
                           TO WS-Finding-Text
                       ADD 1 TO WS-Deleted-Left-Count
                   ELSE
                       IF WasArchived
                           MOVE "WARNING" TO WS-Finding-Severity
                           STRING "EMPLOYEE ARCHIVED - HISTORY LEFT"
                               " ON LIVE FILE"
                               DELIMITED BY SIZE INTO WS-Finding-Text
                           ADD 1 TO WS-Archived-Left-Count
                       ELSE
                           MOVE "ERROR" TO WS-Finding-Severity
                           MOVE "EMPLOYEE NOT ON MASTER"
                               TO WS-Finding-Text
                           ADD 1 TO WS-Orphan-Count
                       END-IF
                   END-IF
                   PERFORM 650-WRITE-FINDING
           END-READ.
       *> A history line for an ID not on the master. Deleted
       *> employees' history is left by design, so it is only a
       *> warning. An archived employee's history should have gone to
       *> the archive with them; a line left behind (one added while
       *> the retention run was going) is also a warning. Otherwise
       *> the line belongs to nobody.

       620-CHECK-DELETED.
           MOVE 'N' TO WS-WasDeleted
           PERFORM VARYING WS-SearchIdx FROM 1 BY 1
                   UNTIL WS-SearchIdx > WS-Deleted-Count
               IF WS-DelEmpID (WS-SearchIdx) = WS-Check-EmpID
                   MOVE 'Y' TO WS-WasDeleted
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       *> Whether WS-Check-EmpID has a DELETE line on the audit log.

       630-CHECK-ARCHIVED.
           MOVE 'N' TO WS-WasArchived
           PERFORM VARYING WS-SearchIdx FROM 1 BY 1
                   UNTIL WS-SearchIdx > WS-Archived-Count
               IF WS-ArcEmpID (WS-SearchIdx) = WS-Check-EmpID
                   MOVE 'Y' TO WS-WasArchived
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       *> Whether WS-Check-EmpID is on the archive index.

       650-WRITE-FINDING.
           MOVE SPACES TO WS-Report-Line
           MOVE WS-Finding-Severity TO WS-Report-Line (1:7)
           MOVE WS-Finding-File TO WS-Report-Line (10:12)
           IF WS-Line-No > 0
               MOVE WS-Line-No TO WS-Edited-Count
               MOVE WS-Edited-Count TO WS-Report-Line (24:6)
           END-IF
           MOVE WS-Check-EmpID TO WS-Report-Line (32:6)
           MOVE WS-Finding-Text TO WS-Report-Line (40:80)
           PERFORM 710-WRITE-REPORT-LINE
           IF WS-Finding-Severity = "ERROR"
               ADD 1 TO WS-Error-Count
           ELSE
               ADD 1 TO WS-Warning-Count
           END-IF.
       *> One report line per finding. The line number is the record's
       *> position in the file it was found on (blank separator lines
       *> included), so it can be found in an editor; master findings
       *> carry no line number.

       680-TABLE-FULL.
           IF NOT TableFull
               SET TableFull TO TRUE
               MOVE "ERROR" TO WS-Finding-Severity
               MOVE SPACES TO WS-Finding-Text
               MOVE "WORKING TABLE FULL - CHECK INCOMPLETE, ENLARGE IT"
                   TO WS-Finding-Text
               PERFORM 650-WRITE-FINDING
           END-IF.
       *> A check that could not hold everything cannot vouch for the
       *> files, so a full table is itself an error.

       700-PRINT-VERDICT.
           MOVE ALL "-" TO WS-Report-Line (1:118)
           PERFORM 710-WRITE-REPORT-LINE
           MOVE "Records checked:" TO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-Emp-Read TO WS-Edited-Count
           STRING "  Employee master:            " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-Dept-Read TO WS-Edited-Count
           STRING "  Department master:          " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-Pending-Read TO WS-Edited-Count
           STRING "  Pending employees:          " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-SalHist-Read TO WS-Edited-Count
           STRING "  Salary history:             " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-Xfer-Read TO WS-Edited-Count
           STRING "  Transfer history:           " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-Leave-Read TO WS-Edited-Count
           STRING "  Leave history:              " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-Audit-Read TO WS-Edited-Count
           STRING "  Audit log:                  " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE "Findings:" TO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-Orphan-Count TO WS-Edited-Count
           STRING "  Records for IDs not on master:  " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-Deleted-Left-Count TO WS-Edited-Count
           STRING "  History of deleted employees:   " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-Archived-Left-Count TO WS-Edited-Count
           STRING "  History of archived employees:  " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-Pending-Dup-Count TO WS-Edited-Count
           STRING "  Pending IDs already on master:  " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-Dept-Bad-Count TO WS-Edited-Count
           STRING "  Employed in bad department:     " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-Sal-Mismatch-Count TO WS-Edited-Count
           STRING "  Pay differs from salary hist:   " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-Xfer-Mismatch-Count TO WS-Edited-Count
           STRING "  Department differs from xfer:   " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-Term-NoDate-Count TO WS-Edited-Count
           STRING "  Terminated, no term date:       " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-Leave-Status-Count TO WS-Edited-Count
           STRING "  Leave status disagrees:         " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-Error-Count TO WS-Edited-Count
           STRING "Errors:   " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-Warning-Count TO WS-Edited-Count
           STRING "Warnings: " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           IF WS-Error-Count = 0
               MOVE "INTEGRITY CHECK PASSED - PAYROLL EXTRACT MAY RUN"
                   TO WS-Report-Line
               PERFORM 710-WRITE-REPORT-LINE
               MOVE "PASS" TO WS-Verdict-Result
           ELSE
               STRING "INTEGRITY CHECK FAILED - CORRECT THE ERRORS AND"
                   " RERUN BEFORE THE PAYROLL EXTRACT"
                   DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 710-WRITE-REPORT-LINE
               MOVE "FAIL" TO WS-Verdict-Result
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 720-WRITE-VERDICT-FILE.
       *> The counts, the bottom line, and the verdict record.

       710-WRITE-REPORT-LINE.
           WRITE ReportRecord FROM WS-Report-Line
               AFTER ADVANCING 1 LINE
           END-WRITE
           DISPLAY WS-Report-Line
           MOVE SPACES TO WS-Report-Line.
       *> Each report line goes to the report file and the console.

       720-WRITE-VERDICT-FILE.
           OPEN OUTPUT VerdictFile
           MOVE SPACES TO VerdictRecord
           MOVE WS-CurrentDate TO VerdictDate
           MOVE WS-Verdict-Result TO VerdictResult
           MOVE WS-Error-Count TO VerdictErrors
           WRITE VerdictRecord
           CLOSE VerdictFile.
       *> Replaces the verdict file with today's result, so a pass from
       *> an earlier day never lets a later extract through.

       END PROGRAM EmpIntegrityCheck.
       *> Marks the end of the program.
