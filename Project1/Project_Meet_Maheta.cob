       *>                   gained a T)ransfers lookup by employee, so
       *>                   "who moved where and when" stops being
       *>                   unanswerable.
       *>    15-10-2026 MM  Added leave of absence: a new V)Leave mode
       *>                   puts an employee on leave (status 'L') or
       *>                   records their return, and each start and
       *>                   return goes on the leave history file with
       *>                   the leave type, start date, expected and
       *>                   actual return. Employees on leave stay on
       *>                   the listing and inquiries, flagged as such.
       *>    15-10-2026 MM  DeptRecord carries the parent department
       *>                   and manager DeptMaintenance added.
       *>    15-10-2026 MM  A good sign-on stamps the last sign-on date
       *>                   on the operator record, a password change
       *>                   stamps the date it was set, and an ID
       *>                   disabled for lack of use is refused.
        IDENTIFICATION DIVISION.
       PROGRAM-ID. EmpDataManager.
       *> This program handles employee information, allowing for data entry, storage, and retrieval.
       *> Opened only while being written or inquired on, like the
       *> salary history.

           SELECT LeaveHistFile ASSIGN TO "LeaveHistory.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LeaveFile-Status.
       *> History of every leave of absence: one line when the leave
       *> starts and one when the employee returns. Opened only while
       *> being written or read, like the other history files.

           SELECT OperFile ASSIGN TO "OperatorSecurity.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
       *> wherever they are needed, so tenure is always current.
       *> Salary is the annual amount; changes to it go through the
       *> S)alary mode so every change lands on the history file.
       *> EmpStatus is 'A' (active), 'L' (on leave of absence), or 'T'
       *> (terminated); a terminated record stays on file, stamped with
       *> its termination date, so HR keeps the history the old
       *> physical delete used to destroy. An employee on leave is
       *> still employed; the leave itself is on the leave history.

       FD  PendingFile.
       01  PendingRecord.
           05  DeptCode           PIC 9(3).
           05  DeptName           PIC X(25).
           05  DeptActiveFlag     PIC X(1).
           05  DeptParentCode     PIC 9(3).
           05  DeptManagerID      PIC 9(6).
       *> Layout must match DeptMaintenance's DeptRecord.

       FD  TransferHistFile.
       *> One line per department transfer: old code, new code, the
       *> effective date, and the operator who keyed it.

       FD  LeaveHistFile.
       01  LeaveHistRecord.
           05  LeaveEmployeeID    PIC 9(6).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  LeaveEventCode     PIC X(1).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  LeaveType          PIC X(1).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  LeaveStartDate     PIC 9(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  LeaveExpReturn     PIC 9(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  LeaveActReturn     PIC 9(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  LeaveOperatorID    PIC X(8).
       *> One line per leave event: 'S' when the leave starts (actual
       *> return zero) and 'R' when the employee comes back, repeating
       *> the type, start, and expected return of the leave it ends.
       *> Leave type is M (maternity/parental), S (long-term sick),
       *> U (unpaid), or O (other).

       FD  OperFile.
       01  OperRecord.
           05  OperatorID         PIC X(8).
           05  OperPwExpiry       PIC 9(8).
           05  OperFailCount      PIC 9(1).
           05  OperLockFlag       PIC X(1).
           05  OperLastSignOn     PIC 9(8).
           05  OperPwSetDate      PIC 9(8).
           05  OperStatusDate     PIC 9(8).
       *> Layout must match OperMaintenance's OperRecord.

       WORKING-STORAGE SECTION.
       *> Transfer working fields: the pre-update department held for
       *> the history record, and the inquiry arguments.

       01  WS-LeaveFile-Status        PIC X(2)       VALUE '00'.
       01  WS-EndOfLeave              PIC X(1).
           88  EndOfLeave             VALUE 'Y'.
       01  WS-LeaveChoice             PIC X(1).
       01  WS-LeaveType               PIC X(1).
           88  ValidLeaveType         VALUE 'M' 'S' 'U' 'O'.
       01  WS-LeaveStart-In           PIC X(8).
       01  WS-LeaveStart REDEFINES WS-LeaveStart-In
                                      PIC 9(8).
       01  WS-LeaveExpReturn-In       PIC X(8).
       01  WS-LeaveExpReturn REDEFINES WS-LeaveExpReturn-In
                                      PIC 9(8).
       01  WS-LeaveActReturn-In       PIC X(8).
       01  WS-LeaveActReturn REDEFINES WS-LeaveActReturn-In
                                      PIC 9(8).
       01  WS-LeaveEvent              PIC X(1).
       01  WS-LeaveEmpID              PIC 9(6).
       01  WS-LeaveMatches            PIC 9(5)  COMP.
       01  WS-OpenLeaveFound          PIC X(1).
           88  OpenLeaveFound         VALUE 'Y'.
       *> Leave working fields: the type and dates of the leave being
       *> started or ended (keyed as characters and checked numeric
       *> before use), and the inquiry arguments.

       01  WS-InquireChoice           PIC X(1).
       01  WS-SearchSurname           PIC X(20).
       01  WS-SearchScanIdx           PIC 9(2)  COMP.
               STOP RUN
           END-IF
           PERFORM UNTIL EndOfFile
                DISPLAY 'A)dd  U)pdate  T)erminate  D)elete  L)ist  I)nquire  S)alary  V)Leave  X)exit - Choice: '
                ACCEPT WS-UserResponse
                EVALUATE WS-UserResponse
                    WHEN 'A'
                    WHEN 'S'
                    WHEN 's'
                        PERFORM 800-SALARY-MENU
                    WHEN 'V'
                    WHEN 'v'
                        PERFORM 600-LEAVE-MENU
                    WHEN 'X'
                    WHEN 'x'
                        SET EndOfFile TO TRUE
                   INVALID KEY
                       PERFORM 060-REJECT-SIGN-ON
                   NOT INVALID KEY
                       EVALUATE OperLockFlag OF OperRecord
                           WHEN 'L'
                               DISPLAY "That ID is locked; see a"
                                   " supervisor to unlock it."
                               PERFORM 060-REJECT-SIGN-ON
                           WHEN 'D'
                               DISPLAY "That ID was disabled for lack"
                                   " of use; see a supervisor to"
                                   " re-enable it."
                               PERFORM 060-REJECT-SIGN-ON
                           WHEN OTHER
                               IF OperPassword OF OperRecord
                                       = WS-Entered-Password
                                   PERFORM 055-ACCEPT-SIGN-ON
                               ELSE
                                   PERFORM 061-COUNT-BAD-PASSWORD
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM.
       *> Verifies the operator against the security file instead of
       *> taking any eight characters on faith, so the audit trail
       *> carries a real identity. Three failures end the run, a
       *> locked or disabled ID is refused outright, and failures
       *> against a real ID persist on the file so restarting the
       *> program no longer resets the counter.

       055-ACCEPT-SIGN-ON.
           SET SignedOn TO TRUE
           MOVE OperAuthLevel OF OperRecord TO WS-OperAuthLevel
           MOVE 0 TO OperFailCount OF OperRecord
           MOVE WS-CurrentDate TO OperLastSignOn OF OperRecord
           REWRITE OperRecord
           IF OperPwExpiry OF OperRecord <= WS-CurrentDate
               DISPLAY "Your password has expired and must be changed"
                   " now."
               PERFORM 065-FORCE-PASSWORD-CHANGE
           END-IF.
       *> A good sign-on clears the failure count carried on the file,
       *> stamps today as the ID's last sign-on for the dormancy sweep
       *> and the recertification report, and forces a password change
       *> when the expiry date has been reached, before any menu is
       *> offered.

       061-COUNT-BAD-PASSWORD.
           IF OperFailCount OF OperRecord < 9
           MOVE WS-NewPassword-1 TO OperPassword OF OperRecord
           CALL 'OperPwExpiry' USING WS-CurrentDate WS-PwExpiry
           MOVE WS-PwExpiry TO OperPwExpiry OF OperRecord
           MOVE WS-CurrentDate TO OperPwSetDate OF OperRecord
           MOVE 0 TO OperFailCount OF OperRecord
           REWRITE OperRecord
               INVALID KEY
       *> Prints one transfer line, with the column headings ahead of
       *> the first match, same pattern as the salary history inquiry.

       600-LEAVE-MENU.
           DISPLAY "Leave: S)tart  R)eturn  H)istory inquiry - Choice: "
           ACCEPT WS-LeaveChoice
           EVALUATE WS-LeaveChoice
               WHEN 'S'
               WHEN 's'
                   IF WS-OperAuthLevel >= 2
                       PERFORM 610-START-LEAVE
                   ELSE
                       PERFORM 075-REFUSE-ACTION
                   END-IF
               WHEN 'R'
               WHEN 'r'
                   IF WS-OperAuthLevel >= 2
                       PERFORM 620-RETURN-FROM-LEAVE
                   ELSE
                       PERFORM 075-REFUSE-ACTION
                   END-IF
               WHEN 'H'
               WHEN 'h'
                   PERFORM 650-INQUIRE-LEAVE-HISTORY
               WHEN OTHER
                   DISPLAY "Invalid choice, please try again."
           END-EVALUATE.
       *> Routes the leave mode: a leave changes how the employee is
       *> paid, so starting or ending one needs supervisor authority
       *> (a refusal is audited, like T)erminate); the history inquiry
       *> is open to any signed-on operator.

       610-START-LEAVE.
           DISPLAY "Enter Employee ID going on leave (6 digits): "
           ACCEPT EmployeeID OF EmpRecord
           READ EmpFile
               INVALID KEY
                   DISPLAY "No employee found with that ID, status: "
                       WS-EmpFile-Status
               NOT INVALID KEY
                   EVALUATE EmpStatus OF EmpRecord
                       WHEN 'T'
                           DISPLAY "Employee terminated on "
                               TerminationDate OF EmpRecord
                               "; cannot go on leave."
                       WHEN 'L'
                           DISPLAY "Employee is already on leave; record"
                               " the return first."
                       WHEN OTHER
                           PERFORM 615-COLLECT-LEAVE-DATA
                   END-EVALUATE
           END-READ.
       *> Only an active employee can start a leave; one already on
       *> leave must be brought back before a new leave is recorded.

       615-COLLECT-LEAVE-DATA.
           DISPLAY "Leave type M)aternity/parental  S)ick  U)npaid"
               "  O)ther: "
           ACCEPT WS-LeaveType
           DISPLAY "Enter Leave Start Date (YYYYMMDD): "
           ACCEPT WS-LeaveStart-In
           DISPLAY "Enter Expected Return Date (YYYYMMDD): "
           ACCEPT WS-LeaveExpReturn-In
           IF NOT ValidLeaveType
               DISPLAY "Leave type must be M, S, U, or O; leave not"
                   " recorded."
           ELSE
               IF WS-LeaveStart-In IS NOT NUMERIC
                   OR WS-LeaveExpReturn-In IS NOT NUMERIC
                   DISPLAY "Dates must be numeric YYYYMMDD; leave not"
                       " recorded."
               ELSE
                   IF WS-LeaveExpReturn NOT > WS-LeaveStart
                       DISPLAY "Expected return must be after the"
                           " start date; leave not recorded."
                   ELSE
                       MOVE 'L' TO EmpStatus OF EmpRecord
                       REWRITE EmpRecord
                           INVALID KEY
                               DISPLAY "Leave start failed, status: "
                                   WS-EmpFile-Status
                           NOT INVALID KEY
                               DISPLAY "Employee is now on leave."
                               MOVE 'LEAVE ' TO WS-AuditAction
                               PERFORM 500-WRITE-AUDIT-LOG
                               MOVE 'S' TO WS-LeaveEvent
                               MOVE 0 TO WS-LeaveActReturn
                               PERFORM 580-WRITE-LEAVE-HISTORY
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.
       *> Collects and checks the type and dates, sets the leave
       *> status on the master, and records the start on the audit
       *> log and the leave history.

       620-RETURN-FROM-LEAVE.
           DISPLAY "Enter Employee ID returning from leave (6 digits): "
           ACCEPT EmployeeID OF EmpRecord
           READ EmpFile
               INVALID KEY
                   DISPLAY "No employee found with that ID, status: "
                       WS-EmpFile-Status
               NOT INVALID KEY
                   IF EmpStatus OF EmpRecord NOT = 'L'
                       DISPLAY "Employee is not on leave."
                   ELSE
                       PERFORM 630-FIND-OPEN-LEAVE
                       DISPLAY "Enter Actual Return Date (YYYYMMDD): "
                       ACCEPT WS-LeaveActReturn-In
                       IF WS-LeaveActReturn-In IS NOT NUMERIC
                           OR WS-LeaveActReturn < WS-LeaveStart
                           DISPLAY "Return date must be numeric"
                               " YYYYMMDD and not before the leave"
                               " start " WS-LeaveStart
                       ELSE
                           PERFORM 625-APPLY-RETURN
                       END-IF
                   END-IF
           END-READ.
       *> Brings an employee on leave back to active status. The
       *> actual return date may not precede the start of the leave
       *> it ends.

       625-APPLY-RETURN.
           MOVE 'A' TO EmpStatus OF EmpRecord
           REWRITE EmpRecord
               INVALID KEY
                   DISPLAY "Leave return failed, status: "
                       WS-EmpFile-Status
               NOT INVALID KEY
                   DISPLAY "Employee returned from leave."
                   MOVE 'RETURN' TO WS-AuditAction
                   PERFORM 500-WRITE-AUDIT-LOG
                   MOVE 'R' TO WS-LeaveEvent
                   PERFORM 580-WRITE-LEAVE-HISTORY
           END-REWRITE.
       *> Sets the employee active again and records the return on the
       *> audit log and the leave history.

       630-FIND-OPEN-LEAVE.
           MOVE 'N' TO WS-OpenLeaveFound
           MOVE SPACE TO WS-LeaveType
           MOVE 0 TO WS-LeaveStart
           MOVE 0 TO WS-LeaveExpReturn
           OPEN INPUT LeaveHistFile
           IF WS-LeaveFile-Status NOT = '35'
               MOVE 'N' TO WS-EndOfLeave
               PERFORM UNTIL EndOfLeave
                   READ LeaveHistFile
                       AT END
                           SET EndOfLeave TO TRUE
                       NOT AT END
                           IF LeaveHistRecord NOT = SPACES
                               AND LeaveEmployeeID
                                   = EmployeeID OF EmpRecord
                               AND LeaveEventCode = 'S'
                               SET OpenLeaveFound TO TRUE
                               MOVE LeaveType TO WS-LeaveType
                               MOVE LeaveStartDate TO WS-LeaveStart
                               MOVE LeaveExpReturn
                                   TO WS-LeaveExpReturn
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LeaveHistFile
           END-IF
           IF OpenLeaveFound
               DISPLAY "On leave type " WS-LeaveType " since "
                   WS-LeaveStart ", expected back " WS-LeaveExpReturn
           ELSE
               DISPLAY "No leave start on the leave history for this"
                   " employee."
           END-IF.
       *> The leave being ended is the employee's latest start on the
       *> history; its type and dates are repeated on the return line
       *> so each return line describes the whole leave.

       580-WRITE-LEAVE-HISTORY.
           OPEN EXTEND LeaveHistFile
           IF WS-LeaveFile-Status = '35'
               OPEN OUTPUT LeaveHistFile
           END-IF
           MOVE EmployeeID OF EmpRecord TO LeaveEmployeeID
           MOVE WS-LeaveEvent           TO LeaveEventCode
           MOVE WS-LeaveType            TO LeaveType
           MOVE WS-LeaveStart           TO LeaveStartDate
           MOVE WS-LeaveExpReturn       TO LeaveExpReturn
           MOVE WS-LeaveActReturn       TO LeaveActReturn
           MOVE WS-Operator-ID          TO LeaveOperatorID
           WRITE LeaveHistRecord
               AFTER ADVANCING 1 LINE
           END-WRITE
           CLOSE LeaveHistFile.
       *> Appends one line to the leave history for every leave start
       *> or return. Callers place the event, type, and dates in the
       *> WS-Leave* fields first; the file is opened only for the
       *> write, like the salary and transfer histories.

       650-INQUIRE-LEAVE-HISTORY.
           DISPLAY "Enter Employee ID for leave history (6 digits): "
           ACCEPT WS-LeaveEmpID
           OPEN INPUT LeaveHistFile
           IF WS-LeaveFile-Status = '35'
               DISPLAY "No leave history on file yet."
           ELSE
               MOVE 0 TO WS-LeaveMatches
               MOVE 'N' TO WS-EndOfLeave
               PERFORM UNTIL EndOfLeave
                   READ LeaveHistFile
                       AT END
                           SET EndOfLeave TO TRUE
                       NOT AT END
                           IF LeaveHistRecord NOT = SPACES
                               AND LeaveEmployeeID = WS-LeaveEmpID
                               PERFORM 660-DISPLAY-LEAVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LeaveHistFile
               IF WS-LeaveMatches = 0
                   DISPLAY "No leave recorded for employee "
                       WS-LeaveEmpID
               END-IF
           END-IF.
       *> Reads the leave history front to back and shows every leave
       *> start and return recorded for the entered employee.

       660-DISPLAY-LEAVE.
           IF WS-LeaveMatches = 0
               DISPLAY "Event  Type  StartDate  ExpReturn  ActReturn"
                   "  Operator"
               DISPLAY "--------------------------------------------"
                   "----------"
           END-IF
           ADD 1 TO WS-LeaveMatches
           IF LeaveEventCode = 'S'
               DISPLAY "START  " WITH NO ADVANCING
           ELSE
               DISPLAY "RETURN " WITH NO ADVANCING
           END-IF
           DISPLAY LeaveType "     " LeaveStartDate
               "   " LeaveExpReturn
               "   " LeaveActReturn
               "   " LeaveOperatorID.
       *> Prints one leave line, with the column headings ahead of the
       *> first match, same pattern as the other history inquiries.

       800-SALARY-MENU.
           DISPLAY "Salary: C)hange  H)istory inquiry - Choice: "
           ACCEPT WS-SalaryChoice
               " " GivenName OF EmpRecord
               " " Surname OF EmpRecord
               " " HireDate OF EmpRecord
               "  " WS-ServiceYears
               WITH NO ADVANCING
           IF EmpStatus OF EmpRecord = 'L'
               DISPLAY "  ON LEAVE"
           ELSE
               DISPLAY " "
           END-IF.
       *> Prints one active record in the listing layout; an employee
       *> away on leave is still on the roster, flagged as such.

       350-INQUIRE-RECORDS.
           DISPLAY "Inquire by N)ame, D)epartment, or T)ransfers: "
               " " HireDate OF EmpRecord
               "  " WS-ServiceYears
               WITH NO ADVANCING
           EVALUATE EmpStatus OF EmpRecord
               WHEN 'T'
                   DISPLAY "  TERMINATED " TerminationDate OF EmpRecord
               WHEN 'L'
                   DISPLAY "  ON LEAVE"
               WHEN OTHER
                   DISPLAY " "
           END-EVALUATE.
       *> Prints one matching record in the same layout as the listing,
       *> with the column headings ahead of the first match. Inquiries
       *> deliberately still find terminated employees - that is where
       *> reference and rehire checks look - but flag them as such,
       *> and flag employees away on leave.

       400-DEPARTMENT-SUMMARY.
           MOVE 0 TO WS-DeptCount
