       *>  Author: Meet Maheta
       *>  Date: 15-10-2026
       *>  Purpose: Leave-of-absence report: everyone currently on
       *>           leave, grouped by department with the leave type,
       *>           start date, and expected return, followed by the
       *>           list of those already past their expected return
       *>           date, so HR can chase returns instead of finding
       *>           out from payroll.
       *>  Compiler: cobc
       *>  Modification History:
       *>    15-10-2026 MM  Initial version.
       *>    15-10-2026 MM  DeptRecord carries the parent department
       *>                   and manager DeptMaintenance added.
        IDENTIFICATION DIVISION.
       PROGRAM-ID. EmpLeaveReport.
       *> Loads each employee's latest leave start from
       *> LeaveHistory.txt, then browses EmployeeData.dat on the
       *> DepartmentCode alternate index so the employees on leave
       *> (status 'L') arrive grouped by department. Each is printed
       *> with the leave that is in progress, and anyone whose expected
       *> return is before today is also carried into a closing
       *> overdue section.

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
       *> Same master file EmpDataManager maintains, browsed here on
       *> the department alternate index. Key declarations must match
       *> EmpDataManager's exactly.

           SELECT DeptFile ASSIGN TO "DepartmentMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DeptCode OF DeptRecord
           FILE STATUS IS WS-DeptFile-Status.
       *> Department master maintained by DeptMaintenance, read for the
       *> department names on the section headings.

           SELECT LeaveHistFile ASSIGN TO "LeaveHistory.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LeaveFile-Status.
       *> Leave history written by EmpDataManager and EmpBatchLoad.

           SELECT ReportFile ASSIGN TO "LeaveReport.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       *> The leave report produced by this run.

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

       FD  ReportFile.
       01  ReportRecord           PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-EndOfScan               PIC X(1)       VALUE 'N'.
           88  EndOfScan              VALUE 'Y'.
           88  MoreToScan             VALUE 'N'.
       01  WS-EndOfLeave              PIC X(1)       VALUE 'N'.
           88  EndOfLeave             VALUE 'Y'.
       01  WS-EmpFile-Status          PIC X(2)       VALUE '00'.
           88  EmpFile-OK             VALUE '00'.
       01  WS-DeptFile-Status         PIC X(2)       VALUE '00'.
           88  DeptFile-OK            VALUE '00'.
       01  WS-LeaveFile-Status        PIC X(2)       VALUE '00'.

       01  WS-LeaveTable-Max          PIC 9(4)       VALUE 2000.
       01  WS-LeaveTable.
           05  WS-LeaveEntry OCCURS 2000 TIMES INDEXED BY WS-LeaveIdx.
               10  WS-LvEmpID         PIC 9(6).
               10  WS-LvType          PIC X(1).
               10  WS-LvStart         PIC 9(8).
               10  WS-LvExpReturn     PIC 9(8).
       01  WS-Leave-Count             PIC 9(4)       VALUE 0.
       01  WS-LeaveSearchIdx          PIC 9(4).
       01  WS-LeaveFound              PIC X(1).
           88  LeaveFound             VALUE 'Y'.
       01  WS-LeaveOverflow           PIC X(1)       VALUE 'N'.
           88  LeaveOverflow          VALUE 'Y'.
       *> Each employee's latest leave start off the leave history: a
       *> later start replaces an earlier one, so the entry describes
       *> the leave in progress for anyone the master shows on leave.

       01  WS-OverdueTable-Max        PIC 9(4)       VALUE 500.
       01  WS-OverdueTable.
           05  WS-OverdueLine OCCURS 500 TIMES     PIC X(120).
       01  WS-Overdue-Count           PIC 9(4)       VALUE 0.
       01  WS-OverdueIdx              PIC 9(4).
       01  WS-OverdueOverflow         PIC X(1)       VALUE 'N'.
           88  OverdueOverflow        VALUE 'Y'.
       *> The detail lines of employees past their expected return,
       *> held for the closing overdue section.

       01  WS-LeaveTypeName           PIC X(18).
       01  WS-LeaveStart              PIC 9(8).
       01  WS-LeaveExpReturn          PIC 9(8).
       01  WS-LeaveNote               PIC X(20).

       01  WS-CurrentDept             PIC 9(3).
       01  WS-SectionOpen             PIC X(1)       VALUE 'N'.
           88  SectionOpen            VALUE 'Y'.
       01  WS-DeptOnLeave-Count       PIC 9(5)       VALUE 0.
       01  WS-TotalOnLeave-Count      PIC 9(5)       VALUE 0.
       01  WS-Dept-Count              PIC 9(4)       VALUE 0.
       01  WS-Maternity-Count         PIC 9(5)       VALUE 0.
       01  WS-Sick-Count              PIC 9(5)       VALUE 0.
       01  WS-Unpaid-Count            PIC 9(5)       VALUE 0.
       01  WS-Other-Count             PIC 9(5)       VALUE 0.
       01  WS-NoHistory-Count         PIC 9(5)       VALUE 0.
       *> Section state and the totals by leave type.

       01  WS-CurrentDate             PIC 9(8).
       01  WS-DeptNameOut             PIC X(25).
       01  WS-Report-Line             PIC X(120).
       01  WS-Edited-Count            PIC Z(4)9.

       PROCEDURE DIVISION.
       000-START.
           ACCEPT WS-CurrentDate FROM DATE YYYYMMDD
           PERFORM 1000-OPEN-FILES
           PERFORM 150-LOAD-LEAVE-STARTS
           PERFORM 200-SCAN-ON-LEAVE
           PERFORM 600-PRINT-OVERDUE
           PERFORM 700-PRINT-TOTALS
           CLOSE EmpFile
           IF NOT EmpFile-OK
               DISPLAY "Error closing EmpFile, status: "
                   WS-EmpFile-Status
           END-IF
           CLOSE DeptFile
           CLOSE ReportFile.
       *> Drives the report: load the leave history, browse the master
       *> in department order printing everyone on leave, then the
       *> overdue returns and the totals.

       STOP RUN.
       *> Ends the program.

       1000-OPEN-FILES.
           OPEN INPUT EmpFile
           IF WS-EmpFile-Status = '35'
               DISPLAY "No employee master on hand; nothing to report."
               STOP RUN
           END-IF
           IF NOT EmpFile-OK
               DISPLAY "Error opening EmpFile, status: "
                   WS-EmpFile-Status
               STOP RUN
           END-IF
           OPEN INPUT DeptFile
           IF NOT DeptFile-OK
               DISPLAY "Error opening DeptFile, status: "
                   WS-DeptFile-Status
               STOP RUN
           END-IF
           OPEN OUTPUT ReportFile
           MOVE "LEAVE OF ABSENCE REPORT BY DEPARTMENT"
               TO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE SPACES TO WS-Report-Line
           STRING "Run date " WS-CurrentDate
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE.
       *> Opens the files and writes the report headings.

       150-LOAD-LEAVE-STARTS.
           OPEN INPUT LeaveHistFile
           IF WS-LeaveFile-Status NOT = '35'
               PERFORM UNTIL EndOfLeave
                   READ LeaveHistFile
                       AT END
                           SET EndOfLeave TO TRUE
                       NOT AT END
                           IF LeaveHistRecord NOT = SPACES
                               AND LeaveEventCode = 'S'
                               PERFORM 160-TABLE-LEAVE-START
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LeaveHistFile
           END-IF.
       *> No leave history yet simply means nobody has been on leave.

       160-TABLE-LEAVE-START.
           MOVE 'N' TO WS-LeaveFound
           PERFORM VARYING WS-LeaveSearchIdx FROM 1 BY 1
                   UNTIL WS-LeaveSearchIdx > WS-Leave-Count
               IF WS-LvEmpID (WS-LeaveSearchIdx) = LeaveEmployeeID
                   MOVE LeaveType TO WS-LvType (WS-LeaveSearchIdx)
                   MOVE LeaveStartDate TO WS-LvStart (WS-LeaveSearchIdx)
                   MOVE LeaveExpReturn
                       TO WS-LvExpReturn (WS-LeaveSearchIdx)
                   MOVE 'Y' TO WS-LeaveFound
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT LeaveFound
               IF WS-Leave-Count < WS-LeaveTable-Max
                   ADD 1 TO WS-Leave-Count
                   MOVE LeaveEmployeeID TO WS-LvEmpID (WS-Leave-Count)
                   MOVE LeaveType TO WS-LvType (WS-Leave-Count)
                   MOVE LeaveStartDate TO WS-LvStart (WS-Leave-Count)
                   MOVE LeaveExpReturn
                       TO WS-LvExpReturn (WS-Leave-Count)
               ELSE
                   IF NOT LeaveOverflow
                       DISPLAY "*** WARNING: more than "
                           WS-LeaveTable-Max " employees on the leave"
                           " history; later ones show as NO LEAVE"
                           " HISTORY. ***"
                       SET LeaveOverflow TO TRUE
                   END-IF
               END-IF
           END-IF.
       *> Finds the employee in the table (adding them the first time)
       *> and keeps their latest leave start.

       200-SCAN-ON-LEAVE.
           MOVE ZERO TO DepartmentCode OF EmpRecord
           SET MoreToScan TO TRUE
           START EmpFile KEY IS NOT LESS THAN
                   DepartmentCode OF EmpRecord
               INVALID KEY
                   SET EndOfScan TO TRUE
           END-START
           PERFORM UNTIL EndOfScan
               READ EmpFile NEXT RECORD
                   AT END
                       SET EndOfScan TO TRUE
                   NOT AT END
                       IF EmpStatus OF EmpRecord = 'L'
                           PERFORM 210-REPORT-ONE-ON-LEAVE
                       END-IF
               END-READ
           END-PERFORM
           IF SectionOpen
               PERFORM 300-CLOSE-DEPT-SECTION
           END-IF.
       *> Browses the whole master on the department alternate index;
       *> only employees with the leave status make the report.

       210-REPORT-ONE-ON-LEAVE.
           IF NOT SectionOpen
               PERFORM 250-OPEN-DEPT-SECTION
           ELSE
               IF DepartmentCode OF EmpRecord NOT = WS-CurrentDept
                   PERFORM 300-CLOSE-DEPT-SECTION
                   PERFORM 250-OPEN-DEPT-SECTION
               END-IF
           END-IF
           ADD 1 TO WS-DeptOnLeave-Count
           ADD 1 TO WS-TotalOnLeave-Count
           PERFORM 220-FIND-LEAVE
           MOVE SPACES TO WS-Report-Line
           STRING EmployeeID OF EmpRecord DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               Surname OF EmpRecord DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GivenName OF EmpRecord DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LeaveTypeName DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LeaveStart DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-LeaveExpReturn DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-LeaveNote DELIMITED BY SIZE
               INTO WS-Report-Line
           IF WS-LeaveNote = "PAST EXPECTED RETURN"
               IF WS-Overdue-Count < WS-OverdueTable-Max
                   ADD 1 TO WS-Overdue-Count
                   MOVE WS-Report-Line
                       TO WS-OverdueLine (WS-Overdue-Count)
               ELSE
                   SET OverdueOverflow TO TRUE
               END-IF
           END-IF
           PERFORM 710-WRITE-REPORT-LINE.
       *> One detail line per employee on leave, under their
       *> department's heading; an overdue line is also kept for the
       *> closing section.

       220-FIND-LEAVE.
           MOVE 0 TO WS-LeaveStart
           MOVE 0 TO WS-LeaveExpReturn
           MOVE SPACES TO WS-LeaveNote
           MOVE 'N' TO WS-LeaveFound
           PERFORM VARYING WS-LeaveSearchIdx FROM 1 BY 1
                   UNTIL WS-LeaveSearchIdx > WS-Leave-Count
               IF WS-LvEmpID (WS-LeaveSearchIdx)
                       = EmployeeID OF EmpRecord
                   MOVE 'Y' TO WS-LeaveFound
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT LeaveFound
               MOVE "(NO LEAVE HISTORY)" TO WS-LeaveTypeName
               MOVE "QUERY WITH HR" TO WS-LeaveNote
               ADD 1 TO WS-NoHistory-Count
           ELSE
               MOVE WS-LvStart (WS-LeaveSearchIdx) TO WS-LeaveStart
               MOVE WS-LvExpReturn (WS-LeaveSearchIdx)
                   TO WS-LeaveExpReturn
               EVALUATE WS-LvType (WS-LeaveSearchIdx)
                   WHEN 'M'
                       MOVE "MATERNITY/PARENTAL" TO WS-LeaveTypeName
                       ADD 1 TO WS-Maternity-Count
                   WHEN 'S'
                       MOVE "LONG-TERM SICK" TO WS-LeaveTypeName
                       ADD 1 TO WS-Sick-Count
                   WHEN 'U'
                       MOVE "UNPAID" TO WS-LeaveTypeName
                       ADD 1 TO WS-Unpaid-Count
                   WHEN OTHER
                       MOVE "OTHER" TO WS-LeaveTypeName
                       ADD 1 TO WS-Other-Count
               END-EVALUATE
               IF WS-LeaveExpReturn < WS-CurrentDate
                   MOVE "PAST EXPECTED RETURN" TO WS-LeaveNote
               END-IF
           END-IF.
       *> Picks up the leave in progress for the employee. An expected
       *> return before today is overdue; an employee the master shows
       *> on leave with no start on the history is flagged for HR.

       250-OPEN-DEPT-SECTION.
           MOVE DepartmentCode OF EmpRecord TO WS-CurrentDept
           SET SectionOpen TO TRUE
           MOVE 0 TO WS-DeptOnLeave-Count
           ADD 1 TO WS-Dept-Count
           PERFORM 430-GET-DEPT-NAME
           MOVE SPACES TO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE SPACES TO WS-Report-Line
           STRING "DEPARTMENT " WS-CurrentDept " " WS-DeptNameOut
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           PERFORM 260-WRITE-COLUMN-HEADINGS.
       *> Heads a new department's section of the report.

       260-WRITE-COLUMN-HEADINGS.
           MOVE "EmployeeID  Surname              GivenName            LeaveType          StartDate ExpReturn Note"
               TO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE "-------------------------------------------------------------------------------------------------------------"
               TO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE.
       *> Column headings for the department sections and the overdue
       *> section, which share one detail layout.

       300-CLOSE-DEPT-SECTION.
           MOVE WS-DeptOnLeave-Count TO WS-Edited-Count
           MOVE SPACES TO WS-Report-Line
           STRING "Department " DELIMITED BY SIZE
               WS-CurrentDept DELIMITED BY SIZE
               " on leave: " DELIMITED BY SIZE
               WS-Edited-Count DELIMITED BY SIZE
               INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE 'N' TO WS-SectionOpen.
       *> Closes the open section with that department's subtotal.

       430-GET-DEPT-NAME.
           MOVE WS-CurrentDept TO DeptCode OF DeptRecord
           READ DeptFile
               INVALID KEY
                   MOVE "(UNKNOWN DEPARTMENT)" TO WS-DeptNameOut
               NOT INVALID KEY
                   MOVE DeptName OF DeptRecord TO WS-DeptNameOut
           END-READ.
       *> Resolves a department code to its name for the heading, same
       *> pattern as EmpDataManager's reports.

       600-PRINT-OVERDUE.
           MOVE SPACES TO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE "EMPLOYEES PAST THEIR EXPECTED RETURN DATE"
               TO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           IF WS-Overdue-Count = 0
               MOVE "None." TO WS-Report-Line
               PERFORM 710-WRITE-REPORT-LINE
           ELSE
               PERFORM 260-WRITE-COLUMN-HEADINGS
               PERFORM VARYING WS-OverdueIdx FROM 1 BY 1
                       UNTIL WS-OverdueIdx > WS-Overdue-Count
                   MOVE WS-OverdueLine (WS-OverdueIdx)
                       TO WS-Report-Line
                   PERFORM 710-WRITE-REPORT-LINE
               END-PERFORM
           END-IF
           IF OverdueOverflow
               MOVE "*** More overdue returns than this section holds;"
                   TO WS-Report-Line
               PERFORM 710-WRITE-REPORT-LINE
               MOVE "    see the department sections above for the rest. ***"
                   TO WS-Report-Line
               PERFORM 710-WRITE-REPORT-LINE
           END-IF.
       *> The overdue returns again, together, for HR to chase.

       700-PRINT-TOTALS.
           MOVE SPACES TO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE "==============================================================================="
               TO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-TotalOnLeave-Count TO WS-Edited-Count
           STRING "Total on leave:         " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-Maternity-Count TO WS-Edited-Count
           STRING "  Maternity/parental:   " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-Sick-Count TO WS-Edited-Count
           STRING "  Long-term sick:       " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-Unpaid-Count TO WS-Edited-Count
           STRING "  Unpaid:               " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-Other-Count TO WS-Edited-Count
           STRING "  Other:                " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-NoHistory-Count TO WS-Edited-Count
           STRING "  No leave history:     " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-Overdue-Count TO WS-Edited-Count
           STRING "Past expected return:   " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-Dept-Count TO WS-Edited-Count
           STRING "Departments affected:   " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE.
       *> Closes the report with the company totals by leave type.

       710-WRITE-REPORT-LINE.
           WRITE ReportRecord FROM WS-Report-Line
               AFTER ADVANCING 1 LINE
           END-WRITE
           DISPLAY WS-Report-Line
           MOVE SPACES TO WS-Report-Line.
       *> Each report line goes to the report file and the console.

       END PROGRAM EmpLeaveReport.
       *> Marks the end of the program.
