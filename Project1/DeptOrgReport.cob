       *>  Author: Meet Maheta
       *>  Date: 15-10-2026
       *>  Purpose: Organisation structure report: the department tree
       *>           printed top-down from the parent codes on the
       *>           department master, with each department's manager
       *>           and its direct and rolled-up headcounts, followed by
       *>           the departments whose manager needs HR's attention.
       *>  Compiler: cobc
       *>  Modification History:
       *>    15-10-2026 MM  Initial version.
        IDENTIFICATION DIVISION.
       PROGRAM-ID. DeptOrgReport.
       *> Loads the department master into a table, counts the current
       *> employees (everyone not terminated) of each department off
       *> EmployeeData.dat and rolls each count up through the
       *> department's parents. The tree is then walked from every
       *> top-level department, each level indented under its parent,
       *> and an exceptions section lists departments whose manager is
       *> terminated, not on the master, or has been transferred out to
       *> a department outside the one they manage, plus any department
       *> the walk could not reach.

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
       *> Same master file EmpDataManager maintains, browsed for the
       *> headcounts and read by key for each manager. Key declarations
       *> must match EmpDataManager's exactly.

           SELECT DeptFile ASSIGN TO "DepartmentMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DeptCode OF DeptRecord
           FILE STATUS IS WS-DeptFile-Status.
       *> Department master maintained by DeptMaintenance, read once
       *> into the department table.

           SELECT ReportFile ASSIGN TO "OrgStructureReport.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       *> The org structure report produced by this run.

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

       FD  ReportFile.
       01  ReportRecord           PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-EndOfScan               PIC X(1)       VALUE 'N'.
           88  EndOfScan              VALUE 'Y'.
           88  MoreToScan             VALUE 'N'.
       01  WS-EmpFile-Status          PIC X(2)       VALUE '00'.
           88  EmpFile-OK             VALUE '00'.
       01  WS-HaveEmpFile             PIC X(1)       VALUE 'N'.
           88  HaveEmpFile            VALUE 'Y'.
       01  WS-DeptFile-Status         PIC X(2)       VALUE '00'.
           88  DeptFile-OK            VALUE '00'.

       01  WS-DeptTable-Max           PIC 9(4)       VALUE 999.
       01  WS-DeptTable.
           05  WS-DeptEntry OCCURS 999 TIMES.
               10  WS-DtCode          PIC 9(3).
               10  WS-DtName          PIC X(25).
               10  WS-DtActive        PIC X(1).
               10  WS-DtParent        PIC 9(3).
               10  WS-DtManager       PIC 9(6).
               10  WS-DtDirect        PIC 9(5).
               10  WS-DtRolled        PIC 9(6).
               10  WS-DtPrinted       PIC X(1).
               10  WS-DtParentMissing PIC X(1).
       01  WS-Dept-Count              PIC 9(4)       VALUE 0.
       01  WS-DeptIdx                 PIC 9(4).
       01  WS-ChildIdx                PIC 9(4).
       *> One entry per department in code order, as the master is
       *> browsed. The parent-missing flag marks a department whose
       *> parent code is no longer on the master; it is printed as a
       *> top-level department and listed as an exception.

       01  WS-IdxByCode-Table.
           05  WS-IdxByCode OCCURS 999 TIMES PIC 9(4).
       01  WS-LookupCode              PIC 9(3).
       01  WS-LookupIdx               PIC 9(4).
       *> Table position of each department code (0 = not on the
       *> master), so parents are found without a search.

       01  WS-Stack-Table.
           05  WS-StackEntry OCCURS 999 TIMES.
               10  WS-StkIdx          PIC 9(4).
               10  WS-StkLevel        PIC 9(3).
       01  WS-Stack-Count             PIC 9(4)       VALUE 0.
       01  WS-Level                   PIC 9(3).
       01  WS-Indent                  PIC 9(3).
       *> Departments still to print, last pushed printed next. A
       *> department's children are pushed in reverse code order so
       *> they come off the stack in code order.

       01  WS-WalkCode                PIC 9(3).
       01  WS-WalkSteps               PIC 9(4).
       01  WS-WalkDone                PIC X(1).
           88  WalkDone               VALUE 'Y'.
       01  WS-WalkFound               PIC X(1).
           88  WalkFound              VALUE 'Y'.
       01  WS-WalkTarget              PIC 9(3).
       *> Walking up the parent chain, for the roll-up and for the
       *> transferred-out check. The step limit stops a chain that
       *> loops back on itself.

       01  WS-MgrOnFile               PIC X(1).
           88  MgrOnFile              VALUE 'Y'.
       01  WS-MgrName                 PIC X(30).
       01  WS-Exception               PIC X(45).
       01  WS-Exception-Count         PIC 9(4)       VALUE 0.
       01  WS-CurrentDate             PIC 9(8).

       01  WS-TotalCurrent-Count      PIC 9(6)       VALUE 0.
       01  WS-NoDept-Count            PIC 9(6)       VALUE 0.
       01  WS-TopLevel-Count          PIC 9(4)       VALUE 0.
       01  WS-Unreached-Count         PIC 9(4)       VALUE 0.
       01  WS-DeptOverflow            PIC X(1)       VALUE 'N'.
           88  DeptOverflow           VALUE 'Y'.

       01  WS-Report-Line             PIC X(120).
       01  WS-Edited-Count            PIC Z(4)9.
       01  WS-Edited-Rolled           PIC Z(5)9.

       PROCEDURE DIVISION.
       000-START.
           ACCEPT WS-CurrentDate FROM DATE YYYYMMDD
           PERFORM 1000-OPEN-FILES
           PERFORM 100-LOAD-DEPARTMENTS
           PERFORM 150-COUNT-EMPLOYEES
           PERFORM 200-ROLL-UP-COUNTS
           PERFORM 300-PRINT-TREE
           PERFORM 500-PRINT-EXCEPTIONS
           PERFORM 700-PRINT-TOTALS
           IF HaveEmpFile
               CLOSE EmpFile
               IF NOT EmpFile-OK
                   DISPLAY "Error closing EmpFile, status: "
                       WS-EmpFile-Status
               END-IF
           END-IF
           CLOSE ReportFile.
       *> Drives the report: load the structure and the headcounts,
       *> print the tree, then the exceptions and totals.

       STOP RUN.
       *> Ends the program.

       1000-OPEN-FILES.
           OPEN INPUT DeptFile
           IF WS-DeptFile-Status = '35'
               DISPLAY "No department master on hand; nothing to"
                   " report."
               STOP RUN
           END-IF
           IF NOT DeptFile-OK
               DISPLAY "Error opening DeptFile, status: "
                   WS-DeptFile-Status
               STOP RUN
           END-IF
           OPEN INPUT EmpFile
           IF EmpFile-OK
               SET HaveEmpFile TO TRUE
           ELSE
               IF WS-EmpFile-Status NOT = '35'
                   DISPLAY "Error opening EmpFile, status: "
                       WS-EmpFile-Status
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT ReportFile
           MOVE "ORGANISATION STRUCTURE REPORT" TO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE SPACES TO WS-Report-Line
           STRING "Run date " WS-CurrentDate
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE.
       *> Opens the files and writes the report headings. With no
       *> employee master yet the structure still prints, with every
       *> headcount zero and every named manager not on the master.

       100-LOAD-DEPARTMENTS.
           INITIALIZE WS-IdxByCode-Table
           PERFORM UNTIL EndOfScan
               READ DeptFile NEXT RECORD
                   AT END
                       SET EndOfScan TO TRUE
                   NOT AT END
                       IF WS-Dept-Count < WS-DeptTable-Max
                           PERFORM 110-TABLE-DEPARTMENT
                       ELSE
                           SET DeptOverflow TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DeptFile
           PERFORM VARYING WS-DeptIdx FROM 1 BY 1
                   UNTIL WS-DeptIdx > WS-Dept-Count
               MOVE WS-DtParent (WS-DeptIdx) TO WS-LookupCode
               PERFORM 120-LOOKUP-DEPT
               IF WS-DtParent (WS-DeptIdx) NOT = 0
                   AND WS-LookupIdx = 0
                   MOVE 'Y' TO WS-DtParentMissing (WS-DeptIdx)
               END-IF
           END-PERFORM.
       *> Reads the whole master into the table in code order, then
       *> marks every department whose parent is not on the master.

       110-TABLE-DEPARTMENT.
           ADD 1 TO WS-Dept-Count
           MOVE DeptCode OF DeptRecord TO WS-DtCode (WS-Dept-Count)
           MOVE DeptName OF DeptRecord TO WS-DtName (WS-Dept-Count)
           MOVE DeptActiveFlag OF DeptRecord
               TO WS-DtActive (WS-Dept-Count)
           MOVE DeptParentCode OF DeptRecord
               TO WS-DtParent (WS-Dept-Count)
           MOVE DeptManagerID OF DeptRecord
               TO WS-DtManager (WS-Dept-Count)
           MOVE 0 TO WS-DtDirect (WS-Dept-Count)
           MOVE 0 TO WS-DtRolled (WS-Dept-Count)
           MOVE 'N' TO WS-DtPrinted (WS-Dept-Count)
           MOVE 'N' TO WS-DtParentMissing (WS-Dept-Count)
           IF DeptCode OF DeptRecord NOT = 0
               MOVE WS-Dept-Count
                   TO WS-IdxByCode (DeptCode OF DeptRecord)
           END-IF.
       *> One department into the table and the code index.

       120-LOOKUP-DEPT.
           IF WS-LookupCode = 0
               MOVE 0 TO WS-LookupIdx
           ELSE
               MOVE WS-IdxByCode (WS-LookupCode) TO WS-LookupIdx
           END-IF.
       *> Table position for WS-LookupCode, 0 when the code is not a
       *> department on the master (code 000 means "no parent").

       150-COUNT-EMPLOYEES.
           IF HaveEmpFile
               SET MoreToScan TO TRUE
               MOVE ZERO TO EmployeeID OF EmpRecord
               START EmpFile KEY IS NOT LESS THAN
                       EmployeeID OF EmpRecord
                   INVALID KEY
                       SET EndOfScan TO TRUE
               END-START
               PERFORM UNTIL EndOfScan
                   READ EmpFile NEXT RECORD
                       AT END
                           SET EndOfScan TO TRUE
                       NOT AT END
                           IF EmpStatus OF EmpRecord NOT = 'T'
                               PERFORM 160-COUNT-ONE-EMPLOYEE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
       *> Browses the whole master; terminated employees are not part
       *> of any department's headcount. Employees on leave still are.

       160-COUNT-ONE-EMPLOYEE.
           ADD 1 TO WS-TotalCurrent-Count
           MOVE DepartmentCode OF EmpRecord TO WS-LookupCode
           PERFORM 120-LOOKUP-DEPT
           IF WS-LookupIdx = 0
               ADD 1 TO WS-NoDept-Count
           ELSE
               ADD 1 TO WS-DtDirect (WS-LookupIdx)
           END-IF.
       *> Adds the employee to their department's direct count, or to
       *> the count of employees whose department is not on file.

       200-ROLL-UP-COUNTS.
           PERFORM VARYING WS-DeptIdx FROM 1 BY 1
                   UNTIL WS-DeptIdx > WS-Dept-Count
               ADD WS-DtDirect (WS-DeptIdx) TO WS-DtRolled (WS-DeptIdx)
               MOVE WS-DtParent (WS-DeptIdx) TO WS-WalkCode
               MOVE 0 TO WS-WalkSteps
               MOVE 'N' TO WS-WalkDone
               PERFORM UNTIL WalkDone
                   MOVE WS-WalkCode TO WS-LookupCode
                   PERFORM 120-LOOKUP-DEPT
                   ADD 1 TO WS-WalkSteps
                   IF WS-LookupIdx = 0
                       OR WS-WalkSteps > WS-Dept-Count
                       SET WalkDone TO TRUE
                   ELSE
                       ADD WS-DtDirect (WS-DeptIdx)
                           TO WS-DtRolled (WS-LookupIdx)
                       MOVE WS-DtParent (WS-LookupIdx) TO WS-WalkCode
                   END-IF
               END-PERFORM
           END-PERFORM.
       *> Adds each department's direct count to its own rolled-up
       *> count and to every department above it. A chain can hold no
       *> more steps than there are departments, so a longer walk has
       *> met a loop and stops; the loop is reported as unreachable.

       300-PRINT-TREE.
           MOVE SPACES TO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE "Department" TO WS-Report-Line (1:10)
           MOVE "MgrID" TO WS-Report-Line (52:5)
           MOVE "Manager Name" TO WS-Report-Line (59:12)
           MOVE "Direct" TO WS-Report-Line (90:6)
           MOVE "Rolled" TO WS-Report-Line (99:6)
           MOVE "Note" TO WS-Report-Line (107:4)
           PERFORM 710-WRITE-REPORT-LINE
           MOVE ALL "-" TO WS-Report-Line (1:116)
           PERFORM 710-WRITE-REPORT-LINE
           MOVE 0 TO WS-Stack-Count
           PERFORM VARYING WS-DeptIdx FROM WS-Dept-Count BY -1
                   UNTIL WS-DeptIdx < 1
               IF WS-DtParent (WS-DeptIdx) = 0
                   OR WS-DtParentMissing (WS-DeptIdx) = 'Y'
                   ADD 1 TO WS-TopLevel-Count
                   ADD 1 TO WS-Stack-Count
                   MOVE WS-DeptIdx TO WS-StkIdx (WS-Stack-Count)
                   MOVE 0 TO WS-StkLevel (WS-Stack-Count)
               END-IF
           END-PERFORM
           PERFORM UNTIL WS-Stack-Count = 0
               MOVE WS-StkIdx (WS-Stack-Count) TO WS-DeptIdx
               MOVE WS-StkLevel (WS-Stack-Count) TO WS-Level
               SUBTRACT 1 FROM WS-Stack-Count
               PERFORM 310-PRINT-ONE-DEPT
               PERFORM 320-PUSH-CHILDREN
           END-PERFORM.
       *> Starts from every top-level department (no parent, or a
       *> parent no longer on the master) and prints depth-first, so
       *> each department appears directly under its parent.

       310-PRINT-ONE-DEPT.
           MOVE 'Y' TO WS-DtPrinted (WS-DeptIdx)
           IF WS-Level > 10
               COMPUTE WS-Indent = 21
           ELSE
               COMPUTE WS-Indent = WS-Level * 2 + 1
           END-IF
           MOVE SPACES TO WS-Report-Line
           STRING WS-DtCode (WS-DeptIdx) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DtName (WS-DeptIdx) DELIMITED BY SIZE
               INTO WS-Report-Line WITH POINTER WS-Indent
           IF WS-DtManager (WS-DeptIdx) = 0
               MOVE "(NONE)" TO WS-Report-Line (59:6)
           ELSE
               MOVE WS-DtManager (WS-DeptIdx) TO WS-Report-Line (52:6)
               PERFORM 420-GET-MANAGER
               MOVE WS-MgrName TO WS-Report-Line (59:30)
           END-IF
           MOVE WS-DtDirect (WS-DeptIdx) TO WS-Edited-Count
           MOVE WS-Edited-Count TO WS-Report-Line (91:5)
           MOVE WS-DtRolled (WS-DeptIdx) TO WS-Edited-Rolled
           MOVE WS-Edited-Rolled TO WS-Report-Line (99:6)
           IF WS-DtActive (WS-DeptIdx) = 'I'
               MOVE "INACTIVE" TO WS-Report-Line (107:8)
           END-IF
           PERFORM 710-WRITE-REPORT-LINE.
       *> One tree line: the department indented two places per level
       *> below the top (deeper levels stay at the tenth), its manager,
       *> and its direct and rolled-up headcounts.

       320-PUSH-CHILDREN.
           PERFORM VARYING WS-ChildIdx FROM WS-Dept-Count BY -1
                   UNTIL WS-ChildIdx < 1
               IF WS-DtParent (WS-ChildIdx) = WS-DtCode (WS-DeptIdx)
                   AND WS-DtParentMissing (WS-ChildIdx) = 'N'
                   AND WS-DtPrinted (WS-ChildIdx) = 'N'
                   AND WS-ChildIdx NOT = WS-DeptIdx
                   ADD 1 TO WS-Stack-Count
                   MOVE WS-ChildIdx TO WS-StkIdx (WS-Stack-Count)
                   COMPUTE WS-StkLevel (WS-Stack-Count) = WS-Level + 1
               END-IF
           END-PERFORM.
       *> Queues the departments directly under the one just printed.

       420-GET-MANAGER.
           MOVE 'N' TO WS-MgrOnFile
           MOVE SPACES TO WS-MgrName
           IF HaveEmpFile
               MOVE WS-DtManager (WS-DeptIdx) TO EmployeeID OF EmpRecord
               READ EmpFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MgrOnFile
               END-READ
           END-IF
           IF MgrOnFile
               STRING Surname OF EmpRecord DELIMITED BY "  "
                   ", " DELIMITED BY SIZE
                   GivenName OF EmpRecord DELIMITED BY "  "
                   INTO WS-MgrName
           ELSE
               MOVE "(NOT ON EMPLOYEE MASTER)" TO WS-MgrName
           END-IF.
       *> Reads the department's manager by EmployeeID and formats the
       *> name as "Surname, GivenName".

       500-PRINT-EXCEPTIONS.
           MOVE SPACES TO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE "DEPARTMENTS NEEDING ATTENTION" TO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE "Dept Name                      MgrID  Problem"
               TO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE ALL "-" TO WS-Report-Line (1:90)
           PERFORM 710-WRITE-REPORT-LINE
           PERFORM VARYING WS-DeptIdx FROM 1 BY 1
                   UNTIL WS-DeptIdx > WS-Dept-Count
               PERFORM 510-CHECK-ONE-DEPT
           END-PERFORM
           IF WS-Exception-Count = 0
               MOVE "None." TO WS-Report-Line
               PERFORM 710-WRITE-REPORT-LINE
           END-IF.
       *> Lists every department whose manager or place in the tree
       *> needs fixing through DeptMaintenance.

       510-CHECK-ONE-DEPT.
           IF WS-DtPrinted (WS-DeptIdx) = 'N'
               ADD 1 TO WS-Unreached-Count
               MOVE "PARENT CHAIN LOOPS; NOT IN TREE" TO WS-Exception
               PERFORM 530-WRITE-EXCEPTION
           END-IF
           IF WS-DtParentMissing (WS-DeptIdx) = 'Y'
               MOVE SPACES TO WS-Exception
               STRING "PARENT " WS-DtParent (WS-DeptIdx)
                   " NOT ON DEPARTMENT MASTER"
                   DELIMITED BY SIZE INTO WS-Exception
               PERFORM 530-WRITE-EXCEPTION
           END-IF
           IF WS-DtManager (WS-DeptIdx) = 0
               IF WS-DtActive (WS-DeptIdx) = 'A'
                   MOVE "NO MANAGER NAMED" TO WS-Exception
                   PERFORM 530-WRITE-EXCEPTION
               END-IF
           ELSE
               PERFORM 420-GET-MANAGER
               IF NOT MgrOnFile
                   MOVE "MANAGER NOT ON EMPLOYEE MASTER"
                       TO WS-Exception
                   PERFORM 530-WRITE-EXCEPTION
               ELSE
                   IF EmpStatus OF EmpRecord = 'T'
                       MOVE SPACES TO WS-Exception
                       STRING "MANAGER TERMINATED "
                           TerminationDate OF EmpRecord
                           DELIMITED BY SIZE INTO WS-Exception
                       PERFORM 530-WRITE-EXCEPTION
                   ELSE
                       PERFORM 520-CHECK-MANAGER-DEPT
                   END-IF
               END-IF
           END-IF.
       *> A department is listed once for each problem it has. Only an
       *> active department is expected to have a manager named.

       520-CHECK-MANAGER-DEPT.
           MOVE DepartmentCode OF EmpRecord TO WS-WalkCode
           MOVE WS-DtCode (WS-DeptIdx) TO WS-WalkTarget
           MOVE 0 TO WS-WalkSteps
           MOVE 'N' TO WS-WalkDone
           MOVE 'N' TO WS-WalkFound
           PERFORM UNTIL WalkDone
               IF WS-WalkCode = WS-WalkTarget
                   SET WalkFound TO TRUE
                   SET WalkDone TO TRUE
               ELSE
                   MOVE WS-WalkCode TO WS-LookupCode
                   PERFORM 120-LOOKUP-DEPT
                   ADD 1 TO WS-WalkSteps
                   IF WS-LookupIdx = 0
                       OR WS-WalkSteps > WS-Dept-Count
                       SET WalkDone TO TRUE
                   ELSE
                       MOVE WS-DtParent (WS-LookupIdx) TO WS-WalkCode
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WalkFound
               MOVE SPACES TO WS-Exception
               STRING "MANAGER TRANSFERRED OUT, NOW IN DEPT "
                   DepartmentCode OF EmpRecord
                   DELIMITED BY SIZE INTO WS-Exception
               PERFORM 530-WRITE-EXCEPTION
           END-IF.
       *> A current manager is still in place if they work in the
       *> department they manage or in one somewhere below it; anywhere
       *> else means they have moved on and the department needs a new
       *> manager named.

       530-WRITE-EXCEPTION.
           ADD 1 TO WS-Exception-Count
           MOVE SPACES TO WS-Report-Line
           STRING WS-DtCode (WS-DeptIdx) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DtName (WS-DeptIdx) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DtManager (WS-DeptIdx) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-Exception DELIMITED BY SIZE
               INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE SPACES TO WS-Exception.
       *> One exception line.

       700-PRINT-TOTALS.
           MOVE SPACES TO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE "==============================================================================="
               TO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-Dept-Count TO WS-Edited-Count
           STRING "Departments on master:  " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-TopLevel-Count TO WS-Edited-Count
           STRING "Top-level departments:  " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-Unreached-Count TO WS-Edited-Count
           STRING "Not reachable in tree:  " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-TotalCurrent-Count TO WS-Edited-Rolled
           STRING "Current employees:     " WS-Edited-Rolled
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-NoDept-Count TO WS-Edited-Rolled
           STRING "  In no dept on file:  " WS-Edited-Rolled
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-Exception-Count TO WS-Edited-Count
           STRING "Exceptions listed:      " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           IF DeptOverflow
               MOVE "*** More departments on the master than the table"
                   TO WS-Report-Line
               PERFORM 710-WRITE-REPORT-LINE
               MOVE "    holds; the later codes are missing above. ***"
                   TO WS-Report-Line
               PERFORM 710-WRITE-REPORT-LINE
           END-IF.
       *> Closes the report with the structure and headcount totals.
       *> The top-level rolled-up counts plus the employees in no
       *> department on file add back to the current employees, unless
       *> a parent loop has kept a department out of the tree.

       710-WRITE-REPORT-LINE.
           WRITE ReportRecord FROM WS-Report-Line
               AFTER ADVANCING 1 LINE
           END-WRITE
           DISPLAY WS-Report-Line
           MOVE SPACES TO WS-Report-Line.
       *> Each report line goes to the report file and the console.

       END PROGRAM DeptOrgReport.
       *> Marks the end of the program.
