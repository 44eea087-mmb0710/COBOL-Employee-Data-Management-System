       *>  Author: Meet Maheta
       *>  Date: 15-10-2026
       *>  Purpose: Monthly workforce movement report for the board
       *>           pack: per department, opening headcount plus hires
       *>           plus transfers in, less transfers out, less
       *>           terminations, against the closing headcount on the
       *>           employee master, with the month's turnover rate per
       *>           department and for the company.
       *>  Compiler: cobc
       *>  Modification History:
       *>    15-10-2026 MM  Initial version.
       *>    15-10-2026 MM  Heading shows the real last days of the
       *>                   month and of the month before.
        IDENTIFICATION DIVISION.
       PROGRAM-ID. EmpMovementReport.
       *> Asks for the month (YYYYMM), loads the transfer history, then
       *> browses EmployeeData.dat once. Each employee's department at
       *> any date is the department they left on their first transfer
       *> after that date, or the master's department when there is no
       *> later transfer. From that and HireDate / EmpStatus /
       *> TerminationDate each employee is placed in the opening count,
       *> the month's hires and terminations, and the closing count.
       *> Transfers in and out are counted straight off the transfer
       *> history for the month. The calculated closing (opening +
       *> hires + in - out - terminations) is then compared with the
       *> closing count taken from the master, and any department where
       *> the two differ is flagged: the history and the master do not
       *> agree for someone in that department.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EmpFile ASSIGN TO "EmployeeData.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EmployeeID OF EmpRecord
           ALTERNATE RECORD KEY IS Surname OF EmpRecord
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS DepartmentCode OF EmpRecord
               WITH DUPLICATES
           FILE STATUS IS WS-EmpFile-Status.
       *> Same master file EmpDataManager maintains, browsed once in
       *> EmployeeID order. Key declarations must match EmpDataManager's
       *> exactly.

           SELECT TransferHistFile ASSIGN TO "TransferHistory.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XferFile-Status.
       *> The effective-dated transfer history; read-only here.

           SELECT DeptFile ASSIGN TO "DepartmentMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DeptCode OF DeptRecord
           FILE STATUS IS WS-DeptFile-Status.
       *> Department master maintained by DeptMaintenance, browsed so
       *> every department appears on the report in code order.

           SELECT ReportFile ASSIGN TO "MovementReport.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       *> The movement report produced by this run.

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
       01  WS-EndOfEmp                PIC X(1)       VALUE 'N'.
           88  EndOfEmp               VALUE 'Y'.
       01  WS-EndOfXfer               PIC X(1)       VALUE 'N'.
           88  EndOfXfer              VALUE 'Y'.
       01  WS-EndOfDept               PIC X(1)       VALUE 'N'.
           88  EndOfDept              VALUE 'Y'.
       01  WS-EmpFile-Status          PIC X(2)       VALUE '00'.
           88  EmpFile-OK             VALUE '00'.
       01  WS-XferFile-Status         PIC X(2)       VALUE '00'.
       01  WS-DeptFile-Status         PIC X(2)       VALUE '00'.
           88  DeptFile-OK            VALUE '00'.

       01  WS-Month-In                PIC X(6).
       01  WS-Month REDEFINES WS-Month-In.
           05  WS-MonthYear           PIC 9(4).
           05  WS-MonthMonth          PIC 9(2).
       01  WS-MonthStart              PIC 9(8).
       01  WS-MonthEnd                PIC 9(8).
       01  WS-DayBeforeStart          PIC 9(8).
       *> The month being reported. Dates are compared as YYYYMMDD, so
       *> day 31 closes any month and day 00 stands for the last day
       *> of the month before.

       01  WS-Print-Date              PIC 9(8).
       01  WS-Print-Date-Split REDEFINES WS-Print-Date.
           05  WS-Print-Year          PIC 9(4).
           05  WS-Print-Month         PIC 9(2).
           05  WS-Print-Day           PIC 9(2).
       01  WS-Print-MonthEnd          PIC 9(8).
       01  WS-Print-PrevEnd           PIC 9(8).
       01  WS-Leap-Quotient           PIC 9(4).
       01  WS-Leap-Rem-4              PIC 9(3).
       01  WS-Leap-Rem-100            PIC 9(3).
       01  WS-Leap-Rem-400            PIC 9(3).
       *> The calendar dates printed in the heading: the month's real
       *> last day, and the real last day of the month before.

       01  WS-XferTable-Max           PIC 9(5)       VALUE 5000.
       01  WS-XferTable.
           05  WS-XferEntry OCCURS 5000 TIMES.
               10  WS-XtEmpID         PIC 9(6).
               10  WS-XtFromDept      PIC 9(3).
               10  WS-XtEffDate       PIC 9(8).
       01  WS-Xfer-Count              PIC 9(5)       VALUE 0.
       01  WS-XferIdx                 PIC 9(5).
       01  WS-XferOverflow            PIC X(1)       VALUE 'N'.
           88  XferOverflow           VALUE 'Y'.
       *> Every transfer on the history, for working out where an
       *> employee was on a given date.

       01  WS-AsAtDate                PIC 9(8).
       01  WS-AsAtDept                PIC 9(3).
       01  WS-AsAtEffDate             PIC 9(8).
       *> Department-at-date lookup: the date asked about, the answer,
       *> and the effective date of the transfer it came from.

       01  WS-DeptTable-Max           PIC 9(4)       VALUE 999.
       01  WS-DeptTable.
           05  WS-DeptEntry OCCURS 999 TIMES.
               10  WS-DtCode          PIC 9(3).
               10  WS-DtName          PIC X(25).
               10  WS-DtOpening       PIC S9(5)  COMP.
               10  WS-DtHires         PIC S9(5)  COMP.
               10  WS-DtXferIn        PIC S9(5)  COMP.
               10  WS-DtXferOut       PIC S9(5)  COMP.
               10  WS-DtTerms         PIC S9(5)  COMP.
               10  WS-DtActual        PIC S9(5)  COMP.
       01  WS-Dept-Count              PIC 9(4)       VALUE 0.
       01  WS-DeptIdx                 PIC 9(4).
       01  WS-DeptSearchIdx           PIC 9(4).
       01  WS-DeptPostCode            PIC 9(3).
       01  WS-DeptPostSide            PIC X(1).
           88  PostOpening            VALUE 'O'.
           88  PostHire               VALUE 'H'.
           88  PostXferIn             VALUE 'I'.
           88  PostXferOut            VALUE 'X'.
           88  PostTerm               VALUE 'T'.
           88  PostActual             VALUE 'C'.
       01  WS-DeptFound               PIC X(1).
           88  DeptFound              VALUE 'Y'.
       01  WS-DeptOverflow            PIC X(1)       VALUE 'N'.
           88  DeptOverflow           VALUE 'Y'.
       *> Working table of the movement per department: seeded with
       *> the master's departments in code order, and extended with any
       *> code met on an employee or a transfer that is not on the
       *> master, same style as the transfer report's table.

       01  WS-Calculated              PIC S9(6)  COMP.
       01  WS-Difference              PIC S9(6)  COMP.
       01  WS-AverageHead             PIC S9(6)V9 COMP.
       01  WS-TurnoverRate            PIC S9(4)V99 COMP.
       01  WS-Break-Count             PIC 9(4)       VALUE 0.
       01  WS-TotOpening              PIC S9(6)  COMP VALUE 0.
       01  WS-TotHires                PIC S9(6)  COMP VALUE 0.
       01  WS-TotXferIn               PIC S9(6)  COMP VALUE 0.
       01  WS-TotXferOut              PIC S9(6)  COMP VALUE 0.
       01  WS-TotTerms                PIC S9(6)  COMP VALUE 0.
       01  WS-TotActual               PIC S9(6)  COMP VALUE 0.
       01  WS-Emp-Count               PIC 9(6)       VALUE 0.
       *> Company totals, built from the department lines.

       01  WS-Report-Line             PIC X(120).
       01  WS-Edited-Count            PIC -(5)9.
       01  WS-Edited-Rate             PIC ZZ9.99.
       01  WS-Edited-Diff             PIC +(5)9.

       PROCEDURE DIVISION.
       000-START.
           PERFORM 100-COLLECT-MONTH
           PERFORM 1000-OPEN-FILES
           PERFORM 150-LOAD-DEPARTMENTS
           PERFORM 200-LOAD-TRANSFERS
           PERFORM 300-SCAN-EMPLOYEES
           PERFORM 600-PRINT-MOVEMENT
           PERFORM 700-PRINT-TOTALS
           CLOSE EmpFile
           IF NOT EmpFile-OK
               DISPLAY "Error closing EmpFile, status: "
                   WS-EmpFile-Status
           END-IF
           CLOSE ReportFile.
       *> Drives the report: collect the month, load the departments
       *> and the transfer history, place every employee, then print
       *> the movement lines and the company totals.

       STOP RUN.
       *> Ends the program.

       100-COLLECT-MONTH.
           DISPLAY "Month to report YYYYMM: "
           ACCEPT WS-Month-In
           IF WS-Month-In IS NOT NUMERIC
               DISPLAY "Month must be numeric YYYYMM."
               STOP RUN
           END-IF
           IF WS-MonthMonth < 1 OR WS-MonthMonth > 12
               DISPLAY "Month must be 01 through 12."
               STOP RUN
           END-IF
           COMPUTE WS-MonthStart = WS-MonthYear * 10000
               + WS-MonthMonth * 100 + 1
           COMPUTE WS-MonthEnd = WS-MonthStart + 30
           COMPUTE WS-DayBeforeStart = WS-MonthStart - 1
           MOVE WS-MonthStart TO WS-Print-Date
           PERFORM 110-SET-LAST-DAY
           MOVE WS-Print-Date TO WS-Print-MonthEnd
           MOVE WS-MonthStart TO WS-Print-Date
           IF WS-Print-Month = 1
               SUBTRACT 1 FROM WS-Print-Year
               MOVE 12 TO WS-Print-Month
           ELSE
               SUBTRACT 1 FROM WS-Print-Month
           END-IF
           PERFORM 110-SET-LAST-DAY
           MOVE WS-Print-Date TO WS-Print-PrevEnd.
       *> Accepts and checks the month, and sets the date bounds used
       *> for every comparison and the dates printed in the heading.

       110-SET-LAST-DAY.
           EVALUATE WS-Print-Month
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-Print-Day
               WHEN 2
                   DIVIDE WS-Print-Year BY 4 GIVING WS-Leap-Quotient
                       REMAINDER WS-Leap-Rem-4
                   DIVIDE WS-Print-Year BY 100 GIVING WS-Leap-Quotient
                       REMAINDER WS-Leap-Rem-100
                   DIVIDE WS-Print-Year BY 400 GIVING WS-Leap-Quotient
                       REMAINDER WS-Leap-Rem-400
                   IF WS-Leap-Rem-400 = 0
                       OR (WS-Leap-Rem-4 = 0 AND WS-Leap-Rem-100 NOT = 0)
                       MOVE 29 TO WS-Print-Day
                   ELSE
                       MOVE 28 TO WS-Print-Day
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-Print-Day
           END-EVALUATE.
       *> Sets WS-Print-Date to the last day of its month; February
       *> has 29 days in a year divisible by 4, except century years
       *> not divisible by 400.

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
               AND WS-DeptFile-Status NOT = '35'
               DISPLAY "Error opening DeptFile, status: "
                   WS-DeptFile-Status
               STOP RUN
           END-IF
           OPEN OUTPUT ReportFile
           MOVE "WORKFORCE MOVEMENT AND TURNOVER REPORT"
               TO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE SPACES TO WS-Report-Line
           STRING "Month " WS-Month-In
               "  (opening at close of " WS-Print-PrevEnd
               ", closing at " WS-Print-MonthEnd ")"
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE.
       *> Opens the files and writes the report headings. With no
       *> department master every department shows as unknown.

       150-LOAD-DEPARTMENTS.
           IF DeptFile-OK
               PERFORM UNTIL EndOfDept
                   READ DeptFile NEXT RECORD
                       AT END
                           SET EndOfDept TO TRUE
                       NOT AT END
                           IF WS-Dept-Count < WS-DeptTable-Max
                               ADD 1 TO WS-Dept-Count
                               INITIALIZE WS-DeptEntry (WS-Dept-Count)
                               MOVE DeptCode OF DeptRecord
                                   TO WS-DtCode (WS-Dept-Count)
                               MOVE DeptName OF DeptRecord
                                   TO WS-DtName (WS-Dept-Count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DeptFile
           END-IF.
       *> Seeds the movement table with every department on the master,
       *> so a department with no one in it still prints a zero line.

       200-LOAD-TRANSFERS.
           OPEN INPUT TransferHistFile
           IF WS-XferFile-Status NOT = '35'
               PERFORM UNTIL EndOfXfer
                   READ TransferHistFile
                       AT END
                           SET EndOfXfer TO TRUE
                       NOT AT END
                           IF TransferHistRecord NOT = SPACES
                               PERFORM 210-TAKE-ONE-TRANSFER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TransferHistFile
           END-IF.
       *> No transfer history yet simply means nobody has moved.

       210-TAKE-ONE-TRANSFER.
           IF WS-Xfer-Count < WS-XferTable-Max
               ADD 1 TO WS-Xfer-Count
               MOVE XferEmployeeID TO WS-XtEmpID (WS-Xfer-Count)
               MOVE XferFromDept TO WS-XtFromDept (WS-Xfer-Count)
               MOVE XferEffDate TO WS-XtEffDate (WS-Xfer-Count)
           ELSE
               IF NOT XferOverflow
                   DISPLAY "*** WARNING: more than " WS-XferTable-Max
                       " transfers on the history; departments may not"
                       " tie. ***"
                   SET XferOverflow TO TRUE
               END-IF
           END-IF
           IF XferEffDate >= WS-MonthStart
               AND XferEffDate <= WS-MonthEnd
               MOVE XferFromDept TO WS-DeptPostCode
               SET PostXferOut TO TRUE
               PERFORM 500-POST-DEPT-MOVEMENT
               MOVE XferToDept TO WS-DeptPostCode
               SET PostXferIn TO TRUE
               PERFORM 500-POST-DEPT-MOVEMENT
           END-IF.
       *> Tables the transfer for the department-at-date lookups and,
       *> when it falls in the month, counts it out of the old
       *> department and into the new one.

       300-SCAN-EMPLOYEES.
           PERFORM UNTIL EndOfEmp
               READ EmpFile NEXT RECORD
                   AT END
                       SET EndOfEmp TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Emp-Count
                       PERFORM 310-PLACE-ONE-EMPLOYEE
               END-READ
           END-PERFORM.
       *> One pass over the master in EmployeeID order.

       310-PLACE-ONE-EMPLOYEE.
           IF HireDate OF EmpRecord < WS-MonthStart
               AND NOT (EmpStatus OF EmpRecord = 'T'
                   AND TerminationDate OF EmpRecord < WS-MonthStart)
               MOVE WS-DayBeforeStart TO WS-AsAtDate
               PERFORM 400-DEPT-AS-AT
               MOVE WS-AsAtDept TO WS-DeptPostCode
               SET PostOpening TO TRUE
               PERFORM 500-POST-DEPT-MOVEMENT
           END-IF
           IF HireDate OF EmpRecord >= WS-MonthStart
               AND HireDate OF EmpRecord <= WS-MonthEnd
               MOVE HireDate OF EmpRecord TO WS-AsAtDate
               PERFORM 400-DEPT-AS-AT
               MOVE WS-AsAtDept TO WS-DeptPostCode
               SET PostHire TO TRUE
               PERFORM 500-POST-DEPT-MOVEMENT
           END-IF
           IF EmpStatus OF EmpRecord = 'T'
               AND TerminationDate OF EmpRecord >= WS-MonthStart
               AND TerminationDate OF EmpRecord <= WS-MonthEnd
               MOVE TerminationDate OF EmpRecord TO WS-AsAtDate
               PERFORM 400-DEPT-AS-AT
               MOVE WS-AsAtDept TO WS-DeptPostCode
               SET PostTerm TO TRUE
               PERFORM 500-POST-DEPT-MOVEMENT
           END-IF
           IF HireDate OF EmpRecord <= WS-MonthEnd
               AND NOT (EmpStatus OF EmpRecord = 'T'
                   AND TerminationDate OF EmpRecord <= WS-MonthEnd)
               MOVE WS-MonthEnd TO WS-AsAtDate
               PERFORM 400-DEPT-AS-AT
               MOVE WS-AsAtDept TO WS-DeptPostCode
               SET PostActual TO TRUE
               PERFORM 500-POST-DEPT-MOVEMENT
           END-IF.
       *> Places one employee. They are in the opening count if hired
       *> before the month and not terminated before it; in the closing
       *> count if hired by the month end and not terminated by it.
       *> A hire or termination dated in the month counts against the
       *> department the employee was in on that date. Employees on
       *> leave are still employed and count throughout. Someone
       *> terminated with no termination date is in neither count.

       400-DEPT-AS-AT.
           MOVE DepartmentCode OF EmpRecord TO WS-AsAtDept
           MOVE 99999999 TO WS-AsAtEffDate
           PERFORM VARYING WS-XferIdx FROM 1 BY 1
                   UNTIL WS-XferIdx > WS-Xfer-Count
               IF WS-XtEmpID (WS-XferIdx) = EmployeeID OF EmpRecord
                   AND WS-XtEffDate (WS-XferIdx) > WS-AsAtDate
                   AND WS-XtEffDate (WS-XferIdx) < WS-AsAtEffDate
                   MOVE WS-XtFromDept (WS-XferIdx) TO WS-AsAtDept
                   MOVE WS-XtEffDate (WS-XferIdx) TO WS-AsAtEffDate
               END-IF
           END-PERFORM.
       *> The employee's department at the close of WS-AsAtDate: the
       *> department they left on their first transfer effective after
       *> that date, or the master's department if they have not moved
       *> since. A transfer effective on the date itself has already
       *> happened.

       500-POST-DEPT-MOVEMENT.
           MOVE 'N' TO WS-DeptFound
           PERFORM VARYING WS-DeptSearchIdx FROM 1 BY 1
                   UNTIL WS-DeptSearchIdx > WS-Dept-Count
               IF WS-DtCode (WS-DeptSearchIdx) = WS-DeptPostCode
                   MOVE 'Y' TO WS-DeptFound
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT DeptFound
               IF WS-Dept-Count < WS-DeptTable-Max
                   ADD 1 TO WS-Dept-Count
                   INITIALIZE WS-DeptEntry (WS-Dept-Count)
                   MOVE WS-DeptPostCode TO WS-DtCode (WS-Dept-Count)
                   MOVE "(UNKNOWN DEPARTMENT)" TO WS-DtName (WS-Dept-Count)
                   MOVE WS-Dept-Count TO WS-DeptSearchIdx
                   MOVE 'Y' TO WS-DeptFound
               ELSE
                   IF NOT DeptOverflow
                       DISPLAY "*** WARNING: more than " WS-DeptTable-Max
                           " distinct department codes; totals are "
                           "incomplete beyond this point. ***"
                       SET DeptOverflow TO TRUE
                   END-IF
               END-IF
           END-IF
           IF DeptFound
               EVALUATE TRUE
                   WHEN PostOpening
                       ADD 1 TO WS-DtOpening (WS-DeptSearchIdx)
                   WHEN PostHire
                       ADD 1 TO WS-DtHires (WS-DeptSearchIdx)
                   WHEN PostXferIn
                       ADD 1 TO WS-DtXferIn (WS-DeptSearchIdx)
                   WHEN PostXferOut
                       ADD 1 TO WS-DtXferOut (WS-DeptSearchIdx)
                   WHEN PostTerm
                       ADD 1 TO WS-DtTerms (WS-DeptSearchIdx)
                   WHEN PostActual
                       ADD 1 TO WS-DtActual (WS-DeptSearchIdx)
               END-EVALUATE
           END-IF.
       *> Finds the department in the working table (adding an entry
       *> the first time an unknown code is seen) and bumps the count
       *> named by WS-DeptPostSide.

       600-PRINT-MOVEMENT.
           MOVE SPACES TO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           PERFORM 610-WRITE-COLUMN-HEADINGS
           PERFORM VARYING WS-DeptIdx FROM 1 BY 1
                   UNTIL WS-DeptIdx > WS-Dept-Count
               PERFORM 620-PRINT-DEPT-LINE
           END-PERFORM.
       *> One movement line per department, in the order the table was
       *> built: the master's departments in code order, then any
       *> unknown codes.

       610-WRITE-COLUMN-HEADINGS.
           MOVE "Dept" TO WS-Report-Line (1:4)
           MOVE "DepartmentName" TO WS-Report-Line (6:14)
           MOVE "Opening" TO WS-Report-Line (32:7)
           MOVE "Hires" TO WS-Report-Line (42:5)
           MOVE "XferIn" TO WS-Report-Line (49:6)
           MOVE "XferOut" TO WS-Report-Line (56:7)
           MOVE "Terms" TO WS-Report-Line (66:5)
           MOVE "Closing" TO WS-Report-Line (72:7)
           MOVE "Master" TO WS-Report-Line (81:6)
           MOVE "Turnover" TO WS-Report-Line (88:8)
           MOVE "Note" TO WS-Report-Line (98:4)
           PERFORM 710-WRITE-REPORT-LINE
           MOVE ALL "-" TO WS-Report-Line (1:118)
           PERFORM 710-WRITE-REPORT-LINE.
       *> Column headings for the movement lines and the company line,
       *> which share one layout. Closing is the calculated figure and
       *> Master the count taken from the employee master.

       620-PRINT-DEPT-LINE.
           MOVE SPACES TO WS-Report-Line
           MOVE WS-DtCode (WS-DeptIdx) TO WS-Report-Line (1:3)
           MOVE WS-DtName (WS-DeptIdx) TO WS-Report-Line (6:25)
           COMPUTE WS-Calculated = WS-DtOpening (WS-DeptIdx)
               + WS-DtHires (WS-DeptIdx) + WS-DtXferIn (WS-DeptIdx)
               - WS-DtXferOut (WS-DeptIdx) - WS-DtTerms (WS-DeptIdx)
           MOVE WS-DtOpening (WS-DeptIdx) TO WS-Edited-Count
           MOVE WS-Edited-Count TO WS-Report-Line (33:6)
           MOVE WS-DtHires (WS-DeptIdx) TO WS-Edited-Count
           MOVE WS-Edited-Count TO WS-Report-Line (41:6)
           MOVE WS-DtXferIn (WS-DeptIdx) TO WS-Edited-Count
           MOVE WS-Edited-Count TO WS-Report-Line (49:6)
           MOVE WS-DtXferOut (WS-DeptIdx) TO WS-Edited-Count
           MOVE WS-Edited-Count TO WS-Report-Line (57:6)
           MOVE WS-DtTerms (WS-DeptIdx) TO WS-Edited-Count
           MOVE WS-Edited-Count TO WS-Report-Line (65:6)
           MOVE WS-Calculated TO WS-Edited-Count
           MOVE WS-Edited-Count TO WS-Report-Line (73:6)
           MOVE WS-DtActual (WS-DeptIdx) TO WS-Edited-Count
           MOVE WS-Edited-Count TO WS-Report-Line (81:6)
           COMPUTE WS-AverageHead = (WS-DtOpening (WS-DeptIdx)
               + WS-DtActual (WS-DeptIdx)) / 2
           IF WS-AverageHead > 0
               COMPUTE WS-TurnoverRate ROUNDED =
                   WS-DtTerms (WS-DeptIdx) * 100 / WS-AverageHead
               MOVE WS-TurnoverRate TO WS-Edited-Rate
               MOVE WS-Edited-Rate TO WS-Report-Line (89:6)
               MOVE "%" TO WS-Report-Line (95:1)
           END-IF
           IF WS-Calculated NOT = WS-DtActual (WS-DeptIdx)
               ADD 1 TO WS-Break-Count
               COMPUTE WS-Difference =
                   WS-DtActual (WS-DeptIdx) - WS-Calculated
               MOVE WS-Difference TO WS-Edited-Diff
               MOVE "DOES NOT TIE" TO WS-Report-Line (98:12)
               MOVE WS-Edited-Diff TO WS-Report-Line (111:6)
           END-IF
           ADD WS-DtOpening (WS-DeptIdx) TO WS-TotOpening
           ADD WS-DtHires (WS-DeptIdx) TO WS-TotHires
           ADD WS-DtXferIn (WS-DeptIdx) TO WS-TotXferIn
           ADD WS-DtXferOut (WS-DeptIdx) TO WS-TotXferOut
           ADD WS-DtTerms (WS-DeptIdx) TO WS-TotTerms
           ADD WS-DtActual (WS-DeptIdx) TO WS-TotActual
           PERFORM 710-WRITE-REPORT-LINE.
       *> One department's movement. Turnover is the month's
       *> terminations over the average of the opening and master
       *> closing headcounts; it is left blank for a department that
       *> was empty all month. A line that does not tie shows the
       *> master count less the calculated closing.

       700-PRINT-TOTALS.
           MOVE ALL "-" TO WS-Report-Line (1:118)
           PERFORM 710-WRITE-REPORT-LINE
           MOVE "COMPANY" TO WS-Report-Line (6:7)
           COMPUTE WS-Calculated = WS-TotOpening + WS-TotHires
               + WS-TotXferIn - WS-TotXferOut - WS-TotTerms
           MOVE WS-TotOpening TO WS-Edited-Count
           MOVE WS-Edited-Count TO WS-Report-Line (33:6)
           MOVE WS-TotHires TO WS-Edited-Count
           MOVE WS-Edited-Count TO WS-Report-Line (41:6)
           MOVE WS-TotXferIn TO WS-Edited-Count
           MOVE WS-Edited-Count TO WS-Report-Line (49:6)
           MOVE WS-TotXferOut TO WS-Edited-Count
           MOVE WS-Edited-Count TO WS-Report-Line (57:6)
           MOVE WS-TotTerms TO WS-Edited-Count
           MOVE WS-Edited-Count TO WS-Report-Line (65:6)
           MOVE WS-Calculated TO WS-Edited-Count
           MOVE WS-Edited-Count TO WS-Report-Line (73:6)
           MOVE WS-TotActual TO WS-Edited-Count
           MOVE WS-Edited-Count TO WS-Report-Line (81:6)
           COMPUTE WS-AverageHead = (WS-TotOpening + WS-TotActual) / 2
           IF WS-AverageHead > 0
               COMPUTE WS-TurnoverRate ROUNDED =
                   WS-TotTerms * 100 / WS-AverageHead
               MOVE WS-TurnoverRate TO WS-Edited-Rate
               MOVE WS-Edited-Rate TO WS-Report-Line (89:6)
               MOVE "%" TO WS-Report-Line (95:1)
           END-IF
           IF WS-Calculated NOT = WS-TotActual
               COMPUTE WS-Difference = WS-TotActual - WS-Calculated
               MOVE WS-Difference TO WS-Edited-Diff
               MOVE "DOES NOT TIE" TO WS-Report-Line (98:12)
               MOVE WS-Edited-Diff TO WS-Report-Line (111:6)
           END-IF
           PERFORM 710-WRITE-REPORT-LINE
           MOVE SPACES TO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-Emp-Count TO WS-Edited-Count
           STRING "Employees on master:     " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-Xfer-Count TO WS-Edited-Count
           STRING "Transfers on history:    " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-Break-Count TO WS-Edited-Count
           STRING "Departments not tying:   " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           IF WS-Break-Count > 0
               MOVE "A department that does not tie has a transfer on"
                   TO WS-Report-Line
               PERFORM 710-WRITE-REPORT-LINE
               MOVE "the history that disagrees with the master, or a"
                   TO WS-Report-Line
               PERFORM 710-WRITE-REPORT-LINE
               MOVE "transfer for an employee no longer on the master."
                   TO WS-Report-Line
               PERFORM 710-WRITE-REPORT-LINE
           END-IF
           IF XferOverflow OR DeptOverflow
               MOVE "*** Tables overflowed; see the console warnings."
                   TO WS-Report-Line
               PERFORM 710-WRITE-REPORT-LINE
           END-IF.
       *> Closes the report with the company movement line - transfers
       *> net to zero across the company unless one names a department
       *> code not in use - and the control counts.

       710-WRITE-REPORT-LINE.
           WRITE ReportRecord FROM WS-Report-Line
               AFTER ADVANCING 1 LINE
           END-WRITE
           DISPLAY WS-Report-Line
           MOVE SPACES TO WS-Report-Line.
       *> Each report line goes to the report file and the console.

       END PROGRAM EmpMovementReport.
       *> Marks the end of the program.
