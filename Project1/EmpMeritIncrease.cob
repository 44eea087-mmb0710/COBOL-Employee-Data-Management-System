       *>  Author: Meet Maheta
       *>  Date: 15-10-2026
       *>  Purpose: Annual merit increase batch. Prices every active
       *>           employee's raise from HR's merit matrix (percent by
       *>           pay grade and department) and the individual
       *>           override file, instead of supervisors keying
       *>           hundreds of changes through EmpDataManager's
       *>           S)alary mode one at a time.
       *>  Compiler: cobc
       *>  Modification History:
       *>    15-10-2026 MM  Initial version.
       *>    15-10-2026 MM  Employees on leave of absence are priced and
       *>                   raised with everyone else.
       *>    15-10-2026 MM  DeptRecord carries the parent department
       *>                   and manager DeptMaintenance added.
       *>    15-10-2026 MM  A good sign-on stamps the last sign-on date
       *>                   on the operator record, and an ID disabled
       *>                   for lack of use is refused.
        IDENTIFICATION DIVISION.
       PROGRAM-ID. EmpMeritIncrease.
       *> Asks for the effective date and the run mode. A P)roposal run
       *> prints each active employee's current salary, proposed
       *> salary, and increase, with department and company totals,
       *> and changes nothing. A C)ommit run, signed on by a supervisor,
       *> prints the same figures and applies them: EmpRecord is
       *> rewritten and one SalaryHistory.txt line is written per
       *> change under the authorizing operator, with an audit-log
       *> entry. An employee who already has a salary-history line
       *> effective that date is left alone, so committing the same
       *> effective date twice never applies the raise twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MatrixFile ASSIGN TO "MeritMatrix.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MatrixFile-Status.
       *> HR's merit matrix: percent by pay grade and department, with
       *> the effective date each row applies to.

           SELECT OverrideFile ASSIGN TO "MeritOverrides.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OverrideFile-Status.
       *> Individual exceptions to the matrix, by EmployeeID. Optional.

           SELECT EmpFile ASSIGN TO "EmployeeData.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EmployeeID OF EmpRecord
           ALTERNATE RECORD KEY IS Surname OF EmpRecord
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS DepartmentCode OF EmpRecord
               WITH DUPLICATES
           FILE STATUS IS WS-EmpFile-Status.
       *> Same master file EmpDataManager maintains, browsed on the
       *> department alternate index so the report arrives grouped by
       *> department. Key declarations must match EmpDataManager's
       *> exactly.

           SELECT DeptFile ASSIGN TO "DepartmentMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DeptCode OF DeptRecord
           FILE STATUS IS WS-DeptFile-Status.
       *> Department master maintained by DeptMaintenance, read for the
       *> department names on the section headings.

           SELECT SalaryHistFile ASSIGN TO "SalaryHistory.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SalHistFile-Status.
       *> Same effective-dated salary history EmpDataManager writes:
       *> scanned first for changes already effective on the date, and
       *> appended to by a commit run.

           SELECT AuditFile ASSIGN TO "EmpAuditLog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AuditFile-Status.
       *> Same append-only trail EmpDataManager writes; each raise
       *> applied, and any refused sign-on, is logged there.

           SELECT OperFile ASSIGN TO "OperatorSecurity.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OperatorID OF OperRecord
           FILE STATUS IS WS-OperFile-Status.
       *> Operator security file maintained by OperMaintenance; a
       *> commit run is signed on against it and needs supervisor
       *> authority, as S)alary changes do in EmpDataManager.

           SELECT ReportFile ASSIGN TO "MeritReport.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       *> The proposal or commit report produced by this run.

       DATA DIVISION.
       FILE SECTION.
       FD  MatrixFile.
       01  MatrixRecord.
           05  MatrixPayGrade     PIC X(2).
           05  MatrixDeptCode     PIC X(3).
           05  MatrixPct          PIC X(4).
           05  MatrixEffDate      PIC X(8).
       *> One row per pay grade and department: the raise in percent
       *> with two implied decimals (0350 = 3.50%) and the effective
       *> date. A department of '***' covers every department not given
       *> its own row for that grade.

       FD  OverrideFile.
       01  OverrideRecord.
           05  OvrEmployeeID      PIC X(6).
           05  OvrPct             PIC X(4).
           05  OvrNewGrade        PIC X(2).
           05  OvrEffDate         PIC X(8).
       *> One row per individual exception: the percent to use instead
       *> of the matrix (0000 holds the employee's pay where it is),
       *> an optional new pay grade (spaces keep the current one), and
       *> the effective date the exception belongs to.

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

       FD  SalaryHistFile.
       01  SalaryHistRecord.
           05  SalHistEmployeeID  PIC 9(6).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  SalHistEffDate     PIC 9(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  SalHistOldSalary   PIC 9(7)V99.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  SalHistNewSalary   PIC 9(7)V99.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  SalHistOldGrade    PIC X(2).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  SalHistNewGrade    PIC X(2).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  SalHistOperatorID  PIC X(8).
       *> Layout must match EmpDataManager's SalaryHistRecord.

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

       FD  ReportFile.
       01  ReportRecord           PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-EndOfScan               PIC X(1)       VALUE 'N'.
           88  EndOfScan              VALUE 'Y'.
           88  MoreToScan             VALUE 'N'.
       01  WS-EndOfInput              PIC X(1)       VALUE 'N'.
           88  EndOfInput             VALUE 'Y'.
       01  WS-MatrixFile-Status       PIC X(2)       VALUE '00'.
       01  WS-OverrideFile-Status     PIC X(2)       VALUE '00'.
       01  WS-EmpFile-Status          PIC X(2)       VALUE '00'.
           88  EmpFile-OK             VALUE '00'.
       01  WS-DeptFile-Status         PIC X(2)       VALUE '00'.
           88  DeptFile-OK            VALUE '00'.
       01  WS-SalHistFile-Status      PIC X(2)       VALUE '00'.
       01  WS-AuditFile-Status        PIC X(2)       VALUE '00'.
       01  WS-OperFile-Status         PIC X(2)       VALUE '00'.
           88  OperFile-OK            VALUE '00'.

       01  WS-RunMode                 PIC X(1).
           88  ProposalRun            VALUE 'P' 'p'.
           88  CommitRun              VALUE 'C' 'c'.
       01  WS-EffDate-In              PIC X(8).
       01  WS-EffDate REDEFINES WS-EffDate-In
                                      PIC 9(8).
       *> The run mode and the effective date being priced; only
       *> matrix and override rows for that date are used.

       01  WS-Operator-ID             PIC X(8)       VALUE SPACES.
       01  WS-Entered-Password        PIC X(8).
       01  WS-SignedOn                PIC X(1)       VALUE 'N'.
           88  SignedOn               VALUE 'Y'.
       01  WS-SignOn-Tries            PIC 9(1)       VALUE 0.
       *> Sign-on state for a commit run, with the same failure count
       *> and lockout EmpDataManager's sign-on applies. The verified
       *> operator is the authorizing operator on every change.

       01  WS-AuditAction             PIC X(6).
       01  WS-AuditDate               PIC 9(6).
       01  WS-AuditTime               PIC 9(8).

       01  WS-Pct-In                  PIC X(4).
       01  WS-Pct-In-9 REDEFINES WS-Pct-In
                                      PIC 9(2)V99.
       01  WS-DeptCode-In             PIC X(3).
       01  WS-DeptCode-In-9 REDEFINES WS-DeptCode-In
                                      PIC 9(3).
       01  WS-EmpID-In                PIC X(6).
       01  WS-EmpID-In-9 REDEFINES WS-EmpID-In
                                      PIC 9(6).
       *> Input fields arrive as display characters and are re-read
       *> through these redefinitions once validated, the same style
       *> EmpBatchLoad uses for the salary.

       01  WS-MatrixTable-Max         PIC 9(3)       VALUE 300.
       01  WS-MatrixTable.
           05  WS-MatrixEntry OCCURS 300 TIMES INDEXED BY WS-MatrixIdx.
               10  WS-MxGrade         PIC X(2).
               10  WS-MxDept          PIC X(3).
               10  WS-MxPct           PIC 9(2)V99.
       01  WS-Matrix-Count            PIC 9(4)       VALUE 0.
       01  WS-MatrixOverflow          PIC X(1)       VALUE 'N'.
           88  MatrixOverflow         VALUE 'Y'.
       *> The matrix rows for the effective date.

       01  WS-OvrTable-Max            PIC 9(4)       VALUE 2000.
       01  WS-OvrTable.
           05  WS-OvrEntry OCCURS 2000 TIMES INDEXED BY WS-OvrIdx.
               10  WS-OvEmpID         PIC 9(6).
               10  WS-OvPct           PIC 9(2)V99.
               10  WS-OvGrade         PIC X(2).
       01  WS-Ovr-Count               PIC 9(4)       VALUE 0.
       01  WS-OvrOverflow             PIC X(1)       VALUE 'N'.
           88  OvrOverflow            VALUE 'Y'.
       *> The individual overrides for the effective date.

       01  WS-DoneTable-Max           PIC 9(5)       VALUE 10000.
       01  WS-DoneTable.
           05  WS-DoneEntry OCCURS 10000 TIMES INDEXED BY WS-DoneIdx.
               10  WS-DoneEmpID       PIC 9(6).
       01  WS-Done-Count              PIC 9(5)       VALUE 0.
       01  WS-DoneOverflow            PIC X(1)       VALUE 'N'.
           88  DoneOverflow           VALUE 'Y'.
       *> Employees who already have a salary-history line effective
       *> on the date: a raise is never applied to them twice.

       01  WS-BadRow-Count            PIC 9(5)       VALUE 0.
       01  WS-SearchIdx               PIC 9(5).
       01  WS-Found                   PIC X(1).
           88  Found                  VALUE 'Y'.
       01  WS-WildFound               PIC X(1).
           88  WildFound              VALUE 'Y'.
       01  WS-WildPct                 PIC 9(2)V99.

       01  WS-RaisePct                PIC 9(2)V99.
       01  WS-NewGrade                PIC X(2).
       01  WS-NewSalary               PIC 9(7)V99.
       01  WS-Increase                PIC 9(7)V99.
       01  WS-OldSalary               PIC 9(7)V99.
       01  WS-OldPayGrade             PIC X(2).
       01  WS-Note                    PIC X(16).
       01  WS-Disposition             PIC X(1).
           88  DispRaise              VALUE 'R'.
           88  DispNoRate             VALUE 'N'.
           88  DispAlready            VALUE 'D'.
       *> One employee's pricing: where the percent came from, the new
       *> figures, and whether the raise is applied, has no rate, or
       *> was already applied for this date.

       01  WS-CurrentDept             PIC 9(3).
       01  WS-SectionOpen             PIC X(1)       VALUE 'N'.
           88  SectionOpen            VALUE 'Y'.
       01  WS-DeptNameOut             PIC X(25).
       01  WS-DeptHeadcount           PIC 9(5)       VALUE 0.
       01  WS-DeptCurrentTotal        PIC 9(9)V99    VALUE 0.
       01  WS-DeptProposedTotal       PIC 9(9)V99    VALUE 0.
       01  WS-DeptIncreaseTotal       PIC 9(9)V99    VALUE 0.
       *> Section state and department totals; the browse arrives in
       *> department order, so a change of department closes the
       *> section.

       01  WS-TotalHeadcount          PIC 9(5)       VALUE 0.
       01  WS-TotalCurrent            PIC 9(11)V99   VALUE 0.
       01  WS-TotalProposed           PIC 9(11)V99   VALUE 0.
       01  WS-TotalIncrease           PIC 9(11)V99   VALUE 0.
       01  WS-Raise-Count             PIC 9(5)       VALUE 0.
       01  WS-Override-Count          PIC 9(5)       VALUE 0.
       01  WS-NoRate-Count            PIC 9(5)       VALUE 0.
       01  WS-Already-Count           PIC 9(5)       VALUE 0.
       01  WS-Applied-Count           PIC 9(5)       VALUE 0.
       01  WS-Failed-Count            PIC 9(5)       VALUE 0.
       *> Company totals and the disposition counts: headcount =
       *> raised + no rate + already applied.

       01  WS-Report-Line             PIC X(120).
       01  WS-Edited-Count            PIC Z(4)9.
       01  WS-Edited-Salary           PIC Z,ZZZ,ZZ9.99.
       01  WS-Edited-Total            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-Edited-Pct              PIC Z9.99.
       01  WS-CurrentDate             PIC 9(8).

       PROCEDURE DIVISION.
       000-START.
           ACCEPT WS-CurrentDate FROM DATE YYYYMMDD
           PERFORM 100-COLLECT-RUN-OPTIONS
           PERFORM 1000-OPEN-FILES
           IF CommitRun
               PERFORM 050-SIGN-ON
               IF NOT SignedOn
                   DISPLAY "Sign-on failed; nothing committed."
                   PERFORM 900-CLOSE-FILES
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM 150-LOAD-MATRIX
           PERFORM 160-LOAD-OVERRIDES
           PERFORM 170-LOAD-ALREADY-CHANGED
           PERFORM 180-PRINT-HEADINGS
           PERFORM 200-SCAN-EMPLOYEES
           PERFORM 700-PRINT-TOTALS
           PERFORM 900-CLOSE-FILES.
       *> Drives the run: collect the options, sign on for a commit,
       *> load the matrix, overrides, and changes already made for the
       *> date, then price (and on a commit, apply) every active
       *> employee in department order.

       STOP RUN.
       *> Ends the program.

       100-COLLECT-RUN-OPTIONS.
           DISPLAY "Merit effective date YYYYMMDD: "
           ACCEPT WS-EffDate-In
           IF WS-EffDate-In IS NOT NUMERIC
               DISPLAY "Effective date must be numeric YYYYMMDD."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "P)roposal (changes nothing) or C)ommit: "
           ACCEPT WS-RunMode
           IF NOT ProposalRun AND NOT CommitRun
               DISPLAY "Run mode must be P or C."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       *> Accepts the effective date and the run mode.

       050-SIGN-ON.
           PERFORM UNTIL SignedOn OR WS-SignOn-Tries >= 3
               DISPLAY "Authorizing supervisor - Operator ID: "
               ACCEPT WS-Operator-ID
               DISPLAY "Enter your Password: "
               ACCEPT WS-Entered-Password
               MOVE WS-Operator-ID TO OperatorID OF OperRecord
               READ OperFile
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
       *> Verifies the authorizing operator against the security file,
       *> with the same three tries and persistent lockout as
       *> EmpDataManager's sign-on.

       055-ACCEPT-SIGN-ON.
           MOVE 0 TO OperFailCount OF OperRecord
           MOVE WS-CurrentDate TO OperLastSignOn OF OperRecord
           REWRITE OperRecord
           IF OperPwExpiry OF OperRecord <= WS-CurrentDate
               DISPLAY "Your password has expired; change it through"
                   " EmpDataManager before committing."
               MOVE 3 TO WS-SignOn-Tries
           ELSE
               IF OperAuthLevel OF OperRecord < 2
                   DISPLAY "Committing a merit run requires supervisor"
                       " authority."
                   MOVE 0 TO EmployeeID OF EmpRecord
                   MOVE 'REFUSE' TO WS-AuditAction
                   PERFORM 500-WRITE-AUDIT-LOG
                   MOVE 3 TO WS-SignOn-Tries
               ELSE
                   SET SignedOn TO TRUE
               END-IF
           END-IF.
       *> A good password clears the failure count and stamps the last
       *> sign-on date, as in EmpDataManager. An expired password, or
       *> an operator without supervisor authority, ends the run with
       *> nothing committed; the refusal is audited, the same as a
       *> refused S)alary change.

       061-COUNT-BAD-PASSWORD.
           IF OperFailCount OF OperRecord < 9
               ADD 1 TO OperFailCount OF OperRecord
           END-IF
           IF OperFailCount OF OperRecord >= 3
               MOVE 'L' TO OperLockFlag OF OperRecord
               DISPLAY "Too many failed attempts; this ID is now"
                   " locked. See a supervisor."
               MOVE 0 TO EmployeeID OF EmpRecord
               MOVE 'LOCKED' TO WS-AuditAction
               PERFORM 500-WRITE-AUDIT-LOG
           END-IF
           REWRITE OperRecord
           PERFORM 060-REJECT-SIGN-ON.
       *> A wrong password counts against the ID on the file itself, as
       *> in EmpDataManager; the third failure locks it.

       060-REJECT-SIGN-ON.
           ADD 1 TO WS-SignOn-Tries
           DISPLAY "Operator ID or password not accepted."
           MOVE 0 TO EmployeeID OF EmpRecord
           MOVE 'BADSGN' TO WS-AuditAction
           PERFORM 500-WRITE-AUDIT-LOG.
       *> Counts the failure and records it on the audit trail under
       *> the attempted ID, with no employee involved (ID zero).

       1000-OPEN-FILES.
           IF CommitRun
               OPEN I-O EmpFile
           ELSE
               OPEN INPUT EmpFile
           END-IF
           IF WS-EmpFile-Status = '35'
               DISPLAY "No employee master on hand; nothing to price."
               STOP RUN
           END-IF
           IF NOT EmpFile-OK
               DISPLAY "Error opening EmpFile, status: "
                   WS-EmpFile-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT DeptFile
           IF NOT DeptFile-OK
               DISPLAY "Error opening DeptFile, status: "
                   WS-DeptFile-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND AuditFile
           IF WS-AuditFile-Status = '35'
               OPEN OUTPUT AuditFile
           END-IF
           IF CommitRun
               OPEN I-O OperFile
               IF NOT OperFile-OK
                   DISPLAY "Error opening OperFile, status: "
                       WS-OperFile-Status
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT ReportFile.
       *> Opens the master for update only on a commit run; a proposal
       *> opens it read-only so it cannot change anything.

       150-LOAD-MATRIX.
           OPEN INPUT MatrixFile
           IF WS-MatrixFile-Status NOT = '00'
               DISPLAY "No merit matrix on hand (MeritMatrix.txt)."
               PERFORM 900-CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EndOfInput
           PERFORM UNTIL EndOfInput
               READ MatrixFile
                   AT END
                       SET EndOfInput TO TRUE
                   NOT AT END
                       IF MatrixRecord NOT = SPACES
                           AND MatrixEffDate = WS-EffDate-In
                           PERFORM 155-TABLE-MATRIX-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MatrixFile
           IF WS-Matrix-Count = 0
               DISPLAY "No merit matrix rows effective "
                   WS-EffDate-In "; nothing to price."
               PERFORM 900-CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       *> Loads the matrix rows for the effective date; rows for other
       *> dates are earlier or later rounds and are passed over.

       155-TABLE-MATRIX-ROW.
           MOVE MatrixPct TO WS-Pct-In
           MOVE MatrixDeptCode TO WS-DeptCode-In
           IF WS-Pct-In IS NOT NUMERIC
               OR (WS-DeptCode-In IS NOT NUMERIC
                   AND WS-DeptCode-In NOT = '***')
               ADD 1 TO WS-BadRow-Count
               DISPLAY "Matrix row ignored, not numeric: " MatrixRecord
           ELSE
               IF WS-Matrix-Count < WS-MatrixTable-Max
                   ADD 1 TO WS-Matrix-Count
                   MOVE MatrixPayGrade TO WS-MxGrade (WS-Matrix-Count)
                   MOVE WS-DeptCode-In TO WS-MxDept (WS-Matrix-Count)
                   MOVE WS-Pct-In-9 TO WS-MxPct (WS-Matrix-Count)
               ELSE
                   IF NOT MatrixOverflow
                       DISPLAY "*** WARNING: more than "
                           WS-MatrixTable-Max " matrix rows; rows"
                           " beyond the table limit were NOT"
                           " loaded. ***"
                       SET MatrixOverflow TO TRUE
                   END-IF
               END-IF
           END-IF.
       *> Validates one matrix row and adds it to the table.

       160-LOAD-OVERRIDES.
           OPEN INPUT OverrideFile
           IF WS-OverrideFile-Status = '35'
               DISPLAY "No override file; the matrix applies to all."
           ELSE
               MOVE 'N' TO WS-EndOfInput
               PERFORM UNTIL EndOfInput
                   READ OverrideFile
                       AT END
                           SET EndOfInput TO TRUE
                       NOT AT END
                           IF OverrideRecord NOT = SPACES
                               AND OvrEffDate = WS-EffDate-In
                               PERFORM 165-TABLE-OVERRIDE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OverrideFile
           END-IF.
       *> Loads the individual overrides for the effective date; the
       *> file is optional.

       165-TABLE-OVERRIDE-ROW.
           MOVE OvrEmployeeID TO WS-EmpID-In
           MOVE OvrPct TO WS-Pct-In
           IF WS-EmpID-In IS NOT NUMERIC OR WS-Pct-In IS NOT NUMERIC
               ADD 1 TO WS-BadRow-Count
               DISPLAY "Override row ignored, not numeric: "
                   OverrideRecord
           ELSE
               IF WS-Ovr-Count < WS-OvrTable-Max
                   ADD 1 TO WS-Ovr-Count
                   MOVE WS-EmpID-In-9 TO WS-OvEmpID (WS-Ovr-Count)
                   MOVE WS-Pct-In-9 TO WS-OvPct (WS-Ovr-Count)
                   MOVE OvrNewGrade TO WS-OvGrade (WS-Ovr-Count)
               ELSE
                   IF NOT OvrOverflow
                       DISPLAY "*** WARNING: more than "
                           WS-OvrTable-Max " overrides; rows beyond"
                           " the table limit were NOT loaded. ***"
                       SET OvrOverflow TO TRUE
                   END-IF
               END-IF
           END-IF.
       *> Validates one override row and adds it to the table.

       170-LOAD-ALREADY-CHANGED.
           OPEN INPUT SalaryHistFile
           IF WS-SalHistFile-Status NOT = '35'
               MOVE 'N' TO WS-EndOfInput
               PERFORM UNTIL EndOfInput
                   READ SalaryHistFile
                       AT END
                           SET EndOfInput TO TRUE
                       NOT AT END
                           IF SalHistEffDate = WS-EffDate
                               PERFORM 175-TABLE-DONE-EMPLOYEE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SalaryHistFile
           END-IF
           IF DoneOverflow
               DISPLAY "*** More employees already changed on "
                   WS-EffDate-In " than the run can track;"
                   " nothing priced. ***"
               PERFORM 900-CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CommitRun
               OPEN EXTEND SalaryHistFile
               IF WS-SalHistFile-Status = '35'
                   OPEN OUTPUT SalaryHistFile
               END-IF
           END-IF.
       *> Every employee with a salary-history line effective on the
       *> date - from an earlier commit of this round or a change keyed
       *> for the same date - is excluded from the round. The history
       *> is then reopened for appending on a commit run.

       175-TABLE-DONE-EMPLOYEE.
           IF WS-Done-Count < WS-DoneTable-Max
               ADD 1 TO WS-Done-Count
               MOVE SalHistEmployeeID TO WS-DoneEmpID (WS-Done-Count)
           ELSE
               SET DoneOverflow TO TRUE
           END-IF.
       *> Adds one already-changed employee to the table.

       180-PRINT-HEADINGS.
           IF CommitRun
               MOVE "MERIT INCREASE COMMIT REPORT" TO WS-Report-Line
           ELSE
               MOVE "MERIT INCREASE PROPOSAL - NO CHANGES MADE"
                   TO WS-Report-Line
           END-IF
           PERFORM 710-WRITE-REPORT-LINE
           MOVE SPACES TO WS-Report-Line
           STRING "Run date " WS-CurrentDate
               "   Effective " WS-EffDate-In
               DELIMITED BY SIZE INTO WS-Report-Line
           IF CommitRun
               MOVE "   Authorized by " TO WS-Report-Line (37:17)
               MOVE WS-Operator-ID TO WS-Report-Line (54:8)
           END-IF
           PERFORM 710-WRITE-REPORT-LINE.
       *> Report headings, echoing the date and the authorizing
       *> operator on a commit.

       200-SCAN-EMPLOYEES.
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
                       IF EmpStatus OF EmpRecord NOT = 'T'
                           PERFORM 210-PRICE-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM
           IF SectionOpen
               PERFORM 300-CLOSE-DEPT-SECTION
           END-IF.
       *> Browses the master on the department alternate index; every
       *> employee still employed - active or away on leave - is
       *> priced. Terminated records are passed over.

       210-PRICE-ONE-EMPLOYEE.
           IF NOT SectionOpen
               PERFORM 250-OPEN-DEPT-SECTION
           ELSE
               IF DepartmentCode OF EmpRecord NOT = WS-CurrentDept
                   PERFORM 300-CLOSE-DEPT-SECTION
                   PERFORM 250-OPEN-DEPT-SECTION
               END-IF
           END-IF
           MOVE Salary OF EmpRecord   TO WS-OldSalary
           MOVE PayGrade OF EmpRecord TO WS-OldPayGrade
           PERFORM 220-FIND-RAISE
           IF DispRaise
               COMPUTE WS-NewSalary ROUNDED =
                   WS-OldSalary * (100 + WS-RaisePct) / 100
           ELSE
               MOVE WS-OldSalary TO WS-NewSalary
               MOVE WS-OldPayGrade TO WS-NewGrade
           END-IF
           COMPUTE WS-Increase = WS-NewSalary - WS-OldSalary
           ADD 1 TO WS-DeptHeadcount
           ADD WS-OldSalary TO WS-DeptCurrentTotal
           ADD WS-NewSalary TO WS-DeptProposedTotal
           ADD WS-Increase TO WS-DeptIncreaseTotal
           IF DispRaise AND CommitRun
               PERFORM 400-APPLY-RAISE
           END-IF
           PERFORM 720-WRITE-DETAIL-LINE.
       *> Prices one active employee under their department's heading
       *> and, on a commit run, applies the raise.

       220-FIND-RAISE.
           MOVE SPACES TO WS-Note
           MOVE 0 TO WS-RaisePct
           MOVE WS-OldPayGrade TO WS-NewGrade
           SET DispNoRate TO TRUE
           MOVE 'N' TO WS-Found
           PERFORM VARYING WS-SearchIdx FROM 1 BY 1
                   UNTIL WS-SearchIdx > WS-Done-Count OR Found
               IF WS-DoneEmpID (WS-SearchIdx) = EmployeeID OF EmpRecord
                   SET Found TO TRUE
               END-IF
           END-PERFORM
           IF Found
               SET DispAlready TO TRUE
               MOVE 'ALREADY CHANGED' TO WS-Note
           ELSE
               PERFORM 230-FIND-OVERRIDE
               IF NOT Found
                   PERFORM 240-FIND-MATRIX-RATE
               END-IF
           END-IF.
       *> Works out the raise: none if the employee already has a
       *> change effective on the date; otherwise an individual
       *> override wins over the matrix.

       230-FIND-OVERRIDE.
           PERFORM VARYING WS-SearchIdx FROM 1 BY 1
                   UNTIL WS-SearchIdx > WS-Ovr-Count OR Found
               IF WS-OvEmpID (WS-SearchIdx) = EmployeeID OF EmpRecord
                   SET Found TO TRUE
                   SET DispRaise TO TRUE
                   MOVE WS-OvPct (WS-SearchIdx) TO WS-RaisePct
                   IF WS-OvGrade (WS-SearchIdx) NOT = SPACES
                       MOVE WS-OvGrade (WS-SearchIdx) TO WS-NewGrade
                   END-IF
                   MOVE 'OVERRIDE' TO WS-Note
                   ADD 1 TO WS-Override-Count
               END-IF
           END-PERFORM.
       *> An override row for the employee sets the percent, and the
       *> new grade when one is given.

       240-FIND-MATRIX-RATE.
           MOVE WS-OldPayGrade TO WS-NewGrade
           MOVE 'N' TO WS-WildFound
           MOVE DepartmentCode OF EmpRecord TO WS-DeptCode-In-9
           PERFORM VARYING WS-SearchIdx FROM 1 BY 1
                   UNTIL WS-SearchIdx > WS-Matrix-Count OR Found
               IF WS-MxGrade (WS-SearchIdx) = WS-OldPayGrade
                   IF WS-MxDept (WS-SearchIdx) = WS-DeptCode-In
                       SET Found TO TRUE
                       MOVE WS-MxPct (WS-SearchIdx) TO WS-RaisePct
                   ELSE
                       IF WS-MxDept (WS-SearchIdx) = '***'
                           AND NOT WildFound
                           SET WildFound TO TRUE
                           MOVE WS-MxPct (WS-SearchIdx) TO WS-WildPct
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF NOT Found AND WildFound
               SET Found TO TRUE
               MOVE WS-WildPct TO WS-RaisePct
           END-IF
           IF Found
               SET DispRaise TO TRUE
           ELSE
               MOVE 'NO MATRIX RATE' TO WS-Note
           END-IF.
       *> The matrix row for the employee's grade and department, or
       *> failing that the grade's all-departments ('***') row. An
       *> employee with neither is reported with no raise.

       250-OPEN-DEPT-SECTION.
           MOVE DepartmentCode OF EmpRecord TO WS-CurrentDept
           SET SectionOpen TO TRUE
           MOVE 0 TO WS-DeptHeadcount
           MOVE 0 TO WS-DeptCurrentTotal
           MOVE 0 TO WS-DeptProposedTotal
           MOVE 0 TO WS-DeptIncreaseTotal
           PERFORM 430-GET-DEPT-NAME
           MOVE SPACES TO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           STRING "DEPARTMENT " WS-CurrentDept " " WS-DeptNameOut
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE "EmployeeID  Surname              Grade      Current   Pct%  New Grade      Proposed      Increase  Note"
               TO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE "----------------------------------------------------------------------------------------------------------------"
               TO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE.
       *> Heads a new department's section of the report.

       300-CLOSE-DEPT-SECTION.
           MOVE WS-DeptHeadcount TO WS-Edited-Count
           STRING "Department " DELIMITED BY SIZE
               WS-CurrentDept DELIMITED BY SIZE
               " employees: " DELIMITED BY SIZE
               WS-Edited-Count DELIMITED BY SIZE
               INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-DeptCurrentTotal TO WS-Edited-Total
           STRING "    Current payroll:  " WS-Edited-Total
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-DeptProposedTotal TO WS-Edited-Total
           STRING "    Proposed payroll: " WS-Edited-Total
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-DeptIncreaseTotal TO WS-Edited-Total
           STRING "    Total increase:   " WS-Edited-Total
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           ADD WS-DeptHeadcount TO WS-TotalHeadcount
           ADD WS-DeptCurrentTotal TO WS-TotalCurrent
           ADD WS-DeptProposedTotal TO WS-TotalProposed
           ADD WS-DeptIncreaseTotal TO WS-TotalIncrease
           MOVE 'N' TO WS-SectionOpen.
       *> Closes the open section with that department's totals and
       *> rolls them into the company totals.

       400-APPLY-RAISE.
           MOVE WS-NewSalary TO Salary OF EmpRecord
           MOVE WS-NewGrade TO PayGrade OF EmpRecord
           REWRITE EmpRecord
               INVALID KEY
                   ADD 1 TO WS-Failed-Count
                   MOVE 'NOT APPLIED' TO WS-Note
                   DISPLAY "Merit update failed for "
                       EmployeeID OF EmpRecord ", status: "
                       WS-EmpFile-Status
               NOT INVALID KEY
                   ADD 1 TO WS-Applied-Count
                   MOVE 'MERIT ' TO WS-AuditAction
                   PERFORM 500-WRITE-AUDIT-LOG
                   PERFORM 560-WRITE-SALARY-HISTORY
           END-REWRITE.
       *> Applies one raise to the master and records it on the audit
       *> log and the salary history, as EmpDataManager's S)alary
       *> change does.

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

       500-WRITE-AUDIT-LOG.
           ACCEPT WS-AuditDate FROM DATE
           ACCEPT WS-AuditTime FROM TIME
           MOVE EmployeeID OF EmpRecord TO AuditEmployeeID
           MOVE WS-AuditAction          TO AuditActionCode
           MOVE WS-AuditDate            TO AuditDate
           MOVE WS-AuditTime            TO AuditTime
           MOVE WS-Operator-ID          TO AuditOperatorID
           WRITE AuditRecord
               AFTER ADVANCING 1 LINE
           END-WRITE.
       *> Appends one line to the audit log, same convention as
       *> EmpDataManager.

       560-WRITE-SALARY-HISTORY.
           MOVE EmployeeID OF EmpRecord TO SalHistEmployeeID
           MOVE WS-EffDate              TO SalHistEffDate
           MOVE WS-OldSalary            TO SalHistOldSalary
           MOVE Salary OF EmpRecord     TO SalHistNewSalary
           MOVE WS-OldPayGrade          TO SalHistOldGrade
           MOVE PayGrade OF EmpRecord   TO SalHistNewGrade
           MOVE WS-Operator-ID          TO SalHistOperatorID
           WRITE SalaryHistRecord
               AFTER ADVANCING 1 LINE
           END-WRITE.
       *> One effective-dated salary-history line per raise applied,
       *> under the authorizing operator. This line is also what keeps
       *> a second commit for the same date from applying it again.

       700-PRINT-TOTALS.
           MOVE SPACES TO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE "========================================================================"
               TO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-TotalHeadcount TO WS-Edited-Count
           STRING "Active employees priced:   " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-Raise-Count TO WS-Edited-Count
           STRING "  Given a raise:           " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-Override-Count TO WS-Edited-Count
           STRING "    of which by override:  " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-NoRate-Count TO WS-Edited-Count
           STRING "  No matrix rate:          " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-Already-Count TO WS-Edited-Count
           STRING "  Already changed on date: " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-TotalCurrent TO WS-Edited-Total
           STRING "Current payroll:          " WS-Edited-Total
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-TotalProposed TO WS-Edited-Total
           STRING "Proposed payroll:         " WS-Edited-Total
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-TotalIncrease TO WS-Edited-Total
           STRING "Total increase:           " WS-Edited-Total
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           IF CommitRun
               MOVE WS-Applied-Count TO WS-Edited-Count
               STRING "Raises applied:            " WS-Edited-Count
                   DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 710-WRITE-REPORT-LINE
               MOVE WS-Failed-Count TO WS-Edited-Count
               STRING "Raises failed (rerun):     " WS-Edited-Count
                   DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 710-WRITE-REPORT-LINE
               IF WS-Failed-Count > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-BadRow-Count > 0
               MOVE WS-BadRow-Count TO WS-Edited-Count
               STRING "Input rows ignored:        " WS-Edited-Count
                   DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 710-WRITE-REPORT-LINE
           END-IF.
       *> Company totals. A commit that could not apply every raise
       *> ends with return code 8; rerunning the commit picks up only
       *> the employees not yet changed.

       710-WRITE-REPORT-LINE.
           WRITE ReportRecord FROM WS-Report-Line
               AFTER ADVANCING 1 LINE
           END-WRITE
           DISPLAY WS-Report-Line
           MOVE SPACES TO WS-Report-Line.
       *> Each report line goes to the report file and the console.

       720-WRITE-DETAIL-LINE.
           EVALUATE TRUE
               WHEN DispRaise
                   ADD 1 TO WS-Raise-Count
               WHEN DispNoRate
                   ADD 1 TO WS-NoRate-Count
               WHEN DispAlready
                   ADD 1 TO WS-Already-Count
           END-EVALUATE
           MOVE SPACES TO WS-Report-Line
           MOVE WS-OldSalary TO WS-Edited-Salary
           STRING EmployeeID OF EmpRecord DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               Surname OF EmpRecord DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-OldPayGrade DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-Edited-Salary DELIMITED BY SIZE
               INTO WS-Report-Line
           MOVE WS-RaisePct TO WS-Edited-Pct
           MOVE WS-Edited-Pct TO WS-Report-Line (54:5)
           MOVE WS-NewGrade TO WS-Report-Line (61:2)
           MOVE WS-NewSalary TO WS-Edited-Salary
           MOVE WS-Edited-Salary TO WS-Report-Line (72:12)
           MOVE WS-Increase TO WS-Edited-Salary
           MOVE WS-Edited-Salary TO WS-Report-Line (86:12)
           MOVE WS-Note TO WS-Report-Line (100:16)
           PERFORM 710-WRITE-REPORT-LINE.
       *> One line per active employee: current pay, the percent and
       *> new grade, proposed pay, the increase, and where the figure
       *> came from.

       900-CLOSE-FILES.
           CLOSE EmpFile
           IF NOT EmpFile-OK
               DISPLAY "Error closing EmpFile, status: "
                   WS-EmpFile-Status
           END-IF
           CLOSE DeptFile
           CLOSE AuditFile
           IF CommitRun
               CLOSE OperFile
               CLOSE SalaryHistFile
           END-IF
           CLOSE ReportFile.
       *> Closes every file the run opened.

       END PROGRAM EmpMeritIncrease.
       *> Marks the end of the program.
