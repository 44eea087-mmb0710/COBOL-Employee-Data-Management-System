       *>  Author: Meet Maheta
       *>  Date: 15-10-2026
       *>  Purpose: Maintain the employee stock purchase plan enrollment
       *>           file: who is in the plan and what percent of salary
       *>           each participant contributes, so the plan stops
       *>           being run off a spreadsheet.
       *>  Compiler: cobc
       *>  Modification History:
       *>    15-10-2026 MM  Initial version.
       *>    15-10-2026 MM  Employees on leave are refused as well as
       *>                   terminated ones: active status only.
        IDENTIFICATION DIVISION.
       PROGRAM-ID. EsppEnrollment.
       *> Enrol, change the contribution rate of, withdraw, and list
       *> plan participants. Only an active employee on EmployeeData.dat
       *> can be enrolled or have a rate changed. Contributions, share
       *> purchases, and the refund of a withdrawn participant's
       *> balance are all done by the purchase-period run, EsppPurchase,
       *> on the portfolio side; this program never touches the money.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EsppFile ASSIGN TO "EsppEnrollment.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EsppEmployeeID OF EsppRecord
           FILE STATUS IS WS-EsppFile-Status.
       *> The plan enrollment file, keyed by EmployeeID; one record per
       *> employee ever enrolled, kept after withdrawal so the plan
       *> history stays explainable.

           SELECT EmpFile ASSIGN TO "EmployeeData.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EmployeeID OF EmpRecord
           ALTERNATE RECORD KEY IS Surname OF EmpRecord
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS DepartmentCode OF EmpRecord
               WITH DUPLICATES
           FILE STATUS IS WS-EmpFile-Status.
       *> Same master file EmpDataManager maintains, read here to
       *> validate each participant. Key declarations must match
       *> EmpDataManager's exactly.

       DATA DIVISION.
       FILE SECTION.
       FD  EsppFile.
       01  EsppRecord.
           05  EsppEmployeeID     PIC 9(6).
           05  EsppContribPct     PIC 9(2)V99.
           05  EsppStatus         PIC X(1).
           05  EsppEnrollDate     PIC 9(8).
           05  EsppWithdrawDate   PIC 9(8).
           05  EsppBalance        PIC 9(7)V99.
           05  EsppTotalContrib   PIC 9(9)V99.
           05  EsppTotalShares    PIC 9(7).
       *> One record per participant: the percent of salary contributed
       *> each purchase period, 'A' (active in the plan) or 'W'
       *> (withdrawn), when they joined and left, the contributions
       *> held but not yet spent on shares, and the contributions and
       *> shares allocated to them since enrollment.

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

       WORKING-STORAGE SECTION.
       01  WS-EndOfFile               PIC X(1)       VALUE 'N'.
           88  EndOfFile              VALUE 'Y'.
       01  WS-EndOfScan               PIC X(1)       VALUE 'N'.
           88  EndOfScan              VALUE 'Y'.
           88  MoreToScan             VALUE 'N'.
       01  WS-UserResponse            PIC X(1).
       01  WS-EsppFile-Status         PIC X(2)       VALUE '00'.
           88  EsppFile-OK            VALUE '00'.
       01  WS-EmpFile-Status          PIC X(2)       VALUE '00'.
           88  EmpFile-OK             VALUE '00'.

       01  WS-CurrentDate             PIC 9(8).
       01  WS-EmployeeID-In           PIC 9(6).
       01  WS-EmployeeOK              PIC X(1)       VALUE 'N'.
           88  EmployeeOK             VALUE 'Y'.
       01  WS-EnrolledAlready         PIC X(1)       VALUE 'N'.
           88  EnrolledAlready        VALUE 'Y'.

       01  WS-ContribPct-In           PIC 9(2)V99.
       01  WS-MaxContribPct           PIC 9(2)V99    VALUE 15.00.
       *> The plan's ceiling on the contribution rate, percent of
       *> salary per purchase period.

       01  WS-Edited-Pct              PIC Z9.99.
       01  WS-Edited-Balance          PIC Z,ZZZ,ZZ9.99.
       01  WS-Edited-Shares           PIC Z,ZZZ,ZZ9.
       01  WS-NameOut                 PIC X(20).
       01  WS-Participant-Count       PIC 9(5)       VALUE 0.
       01  WS-Withdrawn-Count         PIC 9(5)       VALUE 0.

       PROCEDURE DIVISION.
       000-START.
           ACCEPT WS-CurrentDate FROM DATE YYYYMMDD
           PERFORM 1000-OPEN-FILES
           PERFORM UNTIL EndOfFile
                DISPLAY 'E)nroll  C)hange rate  W)ithdraw  L)ist  X)exit - Choice: '
                ACCEPT WS-UserResponse
                EVALUATE WS-UserResponse
                    WHEN 'E'
                    WHEN 'e'
                        PERFORM 100-ENROLL-EMPLOYEE
                    WHEN 'C'
                    WHEN 'c'
                        PERFORM 150-CHANGE-RATE
                    WHEN 'W'
                    WHEN 'w'
                        PERFORM 175-WITHDRAW-EMPLOYEE
                    WHEN 'L'
                    WHEN 'l'
                        PERFORM 300-LIST-PARTICIPANTS
                    WHEN 'X'
                    WHEN 'x'
                        SET EndOfFile TO TRUE
                    WHEN OTHER
                        DISPLAY "Invalid choice, please try again."
                END-EVALUATE
           END-PERFORM
           CLOSE EsppFile
           IF NOT EsppFile-OK
               DISPLAY "Error closing EsppFile, status: "
                   WS-EsppFile-Status
           END-IF
           CLOSE EmpFile.
       *> Drives the maintenance menu until the operator chooses to
       *> exit, same pattern as DeptMaintenance's menu.

       STOP RUN.
       *> Ends the program.

       1000-OPEN-FILES.
           OPEN INPUT EmpFile
           IF WS-EmpFile-Status = '35'
               DISPLAY "No employee master on hand; nobody to enrol."
               STOP RUN
           END-IF
           IF NOT EmpFile-OK
               DISPLAY "Error opening EmpFile, status: "
                   WS-EmpFile-Status
               STOP RUN
           END-IF
           OPEN I-O EsppFile
           IF WS-EsppFile-Status = '35'
               OPEN OUTPUT EsppFile
               CLOSE EsppFile
               OPEN I-O EsppFile
           END-IF
           IF NOT EsppFile-OK
               DISPLAY "Error opening EsppFile, status: "
                   WS-EsppFile-Status
               STOP RUN
           END-IF.
       *> Opens the employee master read-only and the enrollment file
       *> for update-in-place access, creating the enrollment file on
       *> first run (status 35 = file not found).

       100-ENROLL-EMPLOYEE.
           PERFORM 400-CHECK-EMPLOYEE
           IF EmployeeOK
               MOVE WS-EmployeeID-In TO EsppEmployeeID OF EsppRecord
               MOVE 'N' TO WS-EnrolledAlready
               READ EsppFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET EnrolledAlready TO TRUE
               END-READ
               IF EnrolledAlready
                   AND EsppStatus OF EsppRecord = 'A'
                   DISPLAY "Employee " WS-EmployeeID-In
                       " is already in the plan; use C)hange rate."
               ELSE
                   PERFORM 410-COLLECT-RATE
                   MOVE WS-ContribPct-In TO EsppContribPct OF EsppRecord
                   MOVE 'A' TO EsppStatus OF EsppRecord
                   MOVE WS-CurrentDate TO EsppEnrollDate OF EsppRecord
                   MOVE ZERO TO EsppWithdrawDate OF EsppRecord
                   IF EnrolledAlready
                       PERFORM 110-REJOIN-PLAN
                   ELSE
                       PERFORM 120-JOIN-PLAN
                   END-IF
               END-IF
           END-IF.
       *> Enrols an active employee at the rate entered. A former
       *> participant rejoins on their existing record, keeping their
       *> plan-to-date figures and any balance not yet refunded.

       110-REJOIN-PLAN.
           REWRITE EsppRecord
               INVALID KEY
                   DISPLAY "Not enrolled, status: " WS-EsppFile-Status
               NOT INVALID KEY
                   DISPLAY "Employee " WS-EmployeeID-In
                       " re-enrolled in the plan."
           END-REWRITE.
       *> Reactivates a withdrawn participant's record in place.

       120-JOIN-PLAN.
           MOVE ZERO TO EsppBalance OF EsppRecord
           MOVE ZERO TO EsppTotalContrib OF EsppRecord
           MOVE ZERO TO EsppTotalShares OF EsppRecord
           WRITE EsppRecord
               INVALID KEY
                   DISPLAY "Not enrolled, status: " WS-EsppFile-Status
               NOT INVALID KEY
                   DISPLAY "Employee " WS-EmployeeID-In
                       " enrolled in the plan."
           END-WRITE.
       *> Adds a first-time participant with nothing yet contributed.

       150-CHANGE-RATE.
           PERFORM 400-CHECK-EMPLOYEE
           IF EmployeeOK
               MOVE WS-EmployeeID-In TO EsppEmployeeID OF EsppRecord
               READ EsppFile
                   INVALID KEY
                       DISPLAY "Employee " WS-EmployeeID-In
                           " is not enrolled; use E)nroll."
                   NOT INVALID KEY
                       IF EsppStatus OF EsppRecord NOT = 'A'
                           DISPLAY "Employee " WS-EmployeeID-In
                               " has withdrawn; use E)nroll to rejoin."
                       ELSE
                           MOVE EsppContribPct OF EsppRecord
                               TO WS-Edited-Pct
                           DISPLAY "Current rate: " WS-Edited-Pct "%"
                           PERFORM 410-COLLECT-RATE
                           MOVE WS-ContribPct-In
                               TO EsppContribPct OF EsppRecord
                           REWRITE EsppRecord
                               INVALID KEY
                                   DISPLAY "Update failed, status: "
                                       WS-EsppFile-Status
                               NOT INVALID KEY
                                   DISPLAY "Contribution rate changed;"
                                       " effective from the next"
                                       " purchase period."
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.
       *> Changes an active participant's rate; the purchase run uses
       *> whatever rate is on file when it runs.

       175-WITHDRAW-EMPLOYEE.
           DISPLAY "Enter Employee ID to withdraw (6 digits): "
           ACCEPT WS-EmployeeID-In
           MOVE WS-EmployeeID-In TO EsppEmployeeID OF EsppRecord
           READ EsppFile
               INVALID KEY
                   DISPLAY "Employee " WS-EmployeeID-In
                       " is not enrolled."
               NOT INVALID KEY
                   IF EsppStatus OF EsppRecord NOT = 'A'
                       DISPLAY "Employee " WS-EmployeeID-In
                           " has already withdrawn."
                   ELSE
                       MOVE 'W' TO EsppStatus OF EsppRecord
                       MOVE WS-CurrentDate
                           TO EsppWithdrawDate OF EsppRecord
                       REWRITE EsppRecord
                           INVALID KEY
                               DISPLAY "Withdrawal failed, status: "
                                   WS-EsppFile-Status
                           NOT INVALID KEY
                               MOVE EsppBalance OF EsppRecord
                                   TO WS-Edited-Balance
                               DISPLAY "Employee " WS-EmployeeID-In
                                   " withdrawn; balance "
                                   WS-Edited-Balance
                                   " goes for refund at the next"
                                   " purchase run."
                       END-REWRITE
                   END-IF
           END-READ.
       *> A voluntary withdrawal. The employee's master status is not
       *> checked, so a leaver can still be taken out by hand; the
       *> purchase run withdraws terminated employees itself.

       300-LIST-PARTICIPANTS.
           MOVE ZERO TO EsppEmployeeID OF EsppRecord
           MOVE 0 TO WS-Participant-Count
           MOVE 0 TO WS-Withdrawn-Count
           SET MoreToScan TO TRUE
           START EsppFile KEY IS NOT LESS THAN
                   EsppEmployeeID OF EsppRecord
               INVALID KEY
                   DISPLAY "No plan enrollments on file."
                   SET EndOfScan TO TRUE
           END-START
           IF MoreToScan
               DISPLAY "EmployeeID  Surname               Rate%  St  Balance       Shares"
               DISPLAY "--------------------------------------------------------------------"
               PERFORM UNTIL EndOfScan
                   READ EsppFile NEXT RECORD
                       AT END
                           SET EndOfScan TO TRUE
                       NOT AT END
                           PERFORM 310-LIST-ONE-PARTICIPANT
                   END-READ
               END-PERFORM
               DISPLAY "--------------------------------------------------------------------"
               DISPLAY "Active participants: " WS-Participant-Count
                   "   Withdrawn: " WS-Withdrawn-Count
           END-IF.
       *> Lists every enrollment on file in employee order.

       310-LIST-ONE-PARTICIPANT.
           MOVE EsppEmployeeID OF EsppRecord TO EmployeeID OF EmpRecord
           READ EmpFile
               INVALID KEY
                   MOVE "(NOT ON MASTER)" TO WS-NameOut
               NOT INVALID KEY
                   MOVE Surname OF EmpRecord TO WS-NameOut
           END-READ
           IF EsppStatus OF EsppRecord = 'A'
               ADD 1 TO WS-Participant-Count
           ELSE
               ADD 1 TO WS-Withdrawn-Count
           END-IF
           MOVE EsppContribPct OF EsppRecord TO WS-Edited-Pct
           MOVE EsppBalance OF EsppRecord TO WS-Edited-Balance
           MOVE EsppTotalShares OF EsppRecord TO WS-Edited-Shares
           DISPLAY EsppEmployeeID OF EsppRecord "      " WS-NameOut
               "  " WS-Edited-Pct "  " EsppStatus OF EsppRecord
               "   " WS-Edited-Balance " " WS-Edited-Shares.
       *> One line per enrollment with the surname from the master.

       400-CHECK-EMPLOYEE.
           MOVE 'N' TO WS-EmployeeOK
           DISPLAY "Enter Employee ID (6 digits): "
           ACCEPT WS-EmployeeID-In
           MOVE WS-EmployeeID-In TO EmployeeID OF EmpRecord
           READ EmpFile
               INVALID KEY
                   DISPLAY "No employee found with that ID."
               NOT INVALID KEY
                   IF EmpStatus OF EmpRecord NOT = 'A'
                       IF EmpStatus OF EmpRecord = 'T'
                           DISPLAY "Employee " WS-EmployeeID-In
                               " was terminated "
                               TerminationDate OF EmpRecord
                               "; only active employees can join the"
                               " plan."
                       ELSE
                           IF EmpStatus OF EmpRecord = 'L'
                               DISPLAY "Employee " WS-EmployeeID-In
                                   " is on leave of absence; only"
                                   " active employees can join the"
                                   " plan."
                           ELSE
                               DISPLAY "Employee " WS-EmployeeID-In
                                   " has status "
                                   EmpStatus OF EmpRecord
                                   "; only active employees can join"
                                   " the plan."
                           END-IF
                       END-IF
                   ELSE
                       SET EmployeeOK TO TRUE
                       DISPLAY "Employee: " Surname OF EmpRecord " "
                           GivenName OF EmpRecord
                   END-IF
           END-READ.
       *> Validates the employee against the master: must be on file
       *> and active - a terminated employee or one on leave is
       *> refused, saying which. Shows the name so the operator sees
       *> who is being enrolled.

       410-COLLECT-RATE.
           DISPLAY "Enter contribution percent of salary (e.g. 05.00): "
           ACCEPT WS-ContribPct-In
           PERFORM UNTIL WS-ContribPct-In > 0
                   AND WS-ContribPct-In NOT > WS-MaxContribPct
               MOVE WS-MaxContribPct TO WS-Edited-Pct
               DISPLAY "Rate must be above 0 and at most "
                   WS-Edited-Pct ". Enter contribution percent: "
               ACCEPT WS-ContribPct-In
           END-PERFORM.
       *> Holds the rate inside the plan's limits.

       END PROGRAM EsppEnrollment.
       *> Marks the end of the program.
