       *>                   across the restart, instead of re-applying
       *>                   the whole feed and burying the real rejects
       *>                   in duplicate-ID and not-found noise.
       *>    15-10-2026 MM  Added the L(eave) action: a leave type of M,
       *>                   S, U, or O puts the employee on leave
       *>                   (status 'L'), and type R records their
       *>                   return, with each written to the leave
       *>                   history file, matching EmpDataManager's
       *>                   V)Leave mode.
       *>    15-10-2026 MM  DeptRecord carries the parent department
       *>                   and manager DeptMaintenance added.
        IDENTIFICATION DIVISION.
       PROGRAM-ID. EmpBatchLoad.
       *> Reads EmpTransactions.txt (one action code plus employee record
       *> per line, as sent by corporate HR), applies each add, update,
       *> termination, delete, or leave to EmpFile under the same duplicate-key
       *> and 5-year rules EmpDataManager enforces interactively, writes rejected
       *> transactions to a reject file with a reason code, and prints a
       *> control report so the run can be balanced against HR's counts.
       *> Same effective-dated transfer history EmpDataManager writes;
       *> batch updates that move an employee are recorded there too.

           SELECT LeaveHistFile ASSIGN TO "LeaveHistory.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LeaveFile-Status.
       *> Same leave history EmpDataManager writes; batch leave starts
       *> and returns are recorded there too. Opened only while being
       *> read or written, since a return reads back the leave it ends.

           SELECT RejectFile ASSIGN TO "EmpTransRejects.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RejectFile-Status.
           05  TransHireDate      PIC X(8).
           05  TransSalary        PIC X(9).
           05  TransPayGrade      PIC X(2).
       *> Action code A(dd), U(pdate), T(erminate), D(elete), or L(eave)
       *> followed by the EmpRecord fields. Numeric fields arrive as
       *> display characters and are validated before being applied.
       *> On a T transaction the hire-date positions carry the
       *> termination date instead; the other fields are ignored.

       01  TransLeaveRecord.
           05  FILLER             PIC X(7).
           05  TransLeaveType     PIC X(1).
           05  FILLER             PIC X(42).
           05  TransLeaveDate     PIC X(8).
           05  TransLeaveExpReturn PIC X(8).
           05  FILLER             PIC X(3).
       *> The view of an L transaction: the first department-code
       *> position carries the leave type (M, S, U, O to start a leave,
       *> R to record the return), the hire-date positions carry the
       *> start or actual return date, as a T carries its termination
       *> date, and the first eight salary positions carry the
       *> expected return date of a leave being started.

       FD  EmpFile.
       01  EmpRecord.
           05  EmployeeID         PIC 9(6).
           05  DeptCode           PIC 9(3).
           05  DeptName           PIC X(25).
           05  DeptActiveFlag     PIC X(1).
           05  DeptParentCode     PIC 9(3).
           05  DeptManagerID      PIC 9(6).
       *> Layout must match DeptMaintenance's DeptRecord.

       FD  SalaryHistFile.
           05  XferOperatorID     PIC X(8).
       *> Layout must match EmpDataManager's TransferHistRecord.

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
       *> Layout must match EmpDataManager's LeaveHistRecord.

       FD  RejectFile.
       01  RejectRecord.
           05  RejectReasonCode   PIC X(6).
           05  ChkPendingCount    PIC 9(5).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  ChkRejectCount     PIC 9(5).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  ChkLeaveCount      PIC 9(5).
       *> How far the run has got: transactions processed and the
       *> disposition counters as of the last applied transaction.
       *> A checkpoint written before the leave count was carried
       *> reads it as spaces, taken as zero.

       WORKING-STORAGE SECTION.
       01  WS-EndOfTrans              PIC X(1)       VALUE 'N'.
       01  WS-RejectReason            PIC X(6).
       01  WS-SalHistFile-Status      PIC X(2)       VALUE '00'.
       01  WS-XferFile-Status         PIC X(2)       VALUE '00'.
       01  WS-LeaveFile-Status        PIC X(2)       VALUE '00'.
       01  WS-EndOfLeave              PIC X(1).
           88  EndOfLeave             VALUE 'Y'.
       01  WS-LeaveEvent              PIC X(1).
       01  WS-LeaveType               PIC X(1).
       01  WS-LeaveStart              PIC 9(8).
       01  WS-LeaveExpReturn          PIC 9(8).
       01  WS-LeaveActReturn          PIC 9(8).
       *> The leave being started or ended, as written to the leave
       *> history.
       01  WS-OldDeptCode             PIC 9(3).
       01  WS-OldSalary               PIC 9(7)V99.
       01  WS-OldPayGrade             PIC X(2).
       01  WS-Update-Count            PIC 9(5)       VALUE 0.
       01  WS-Terminate-Count         PIC 9(5)       VALUE 0.
       01  WS-Delete-Count            PIC 9(5)       VALUE 0.
       01  WS-Leave-Count             PIC 9(5)       VALUE 0.
       01  WS-Pending-Count           PIC 9(5)       VALUE 0.
       01  WS-Reject-Count            PIC 9(5)       VALUE 0.
       01  WS-Applied-Count           PIC 9(5)       VALUE 0.
                           MOVE ChkDeleteCount    TO WS-Delete-Count
                           MOVE ChkPendingCount   TO WS-Pending-Count
                           MOVE ChkRejectCount    TO WS-Reject-Count
                           IF ChkLeaveCount IS NUMERIC
                               MOVE ChkLeaveCount TO WS-Leave-Count
                           END-IF
                           DISPLAY "Checkpoint found: resuming after "
                               WS-Resume-Count " applied transactions."
                       END-IF
           MOVE WS-Delete-Count    TO ChkDeleteCount
           MOVE WS-Pending-Count   TO ChkPendingCount
           MOVE WS-Reject-Count    TO ChkRejectCount
           MOVE WS-Leave-Count     TO ChkLeaveCount
           WRITE CheckpointRecord
               AFTER ADVANCING 1 LINE
           END-WRITE
                   WHEN 'D'
                   WHEN 'd'
                       PERFORM 175-APPLY-DELETE
                   WHEN 'L'
                   WHEN 'l'
                       PERFORM 180-APPLY-LEAVE
                   WHEN OTHER
                       MOVE 'BADACT' TO WS-RejectReason
                       PERFORM 600-WRITE-REJECT
       *> reserved for keying errors - a leaver should arrive as a
       *> T transaction so the record survives.

       180-APPLY-LEAVE.
           IF TransLeaveDate IS NOT NUMERIC
               MOVE 'BADNUM' TO WS-RejectReason
               PERFORM 600-WRITE-REJECT
           ELSE
               MOVE TransEmployeeID TO EmployeeID OF EmpRecord
               READ EmpFile
                   INVALID KEY
                       MOVE 'NOTFND' TO WS-RejectReason
                       PERFORM 600-WRITE-REJECT
                   NOT INVALID KEY
                       EVALUATE TransLeaveType
                           WHEN 'M'
                           WHEN 'S'
                           WHEN 'U'
                           WHEN 'O'
                               PERFORM 182-START-LEAVE
                           WHEN 'R'
                               PERFORM 185-END-LEAVE
                           WHEN OTHER
                               MOVE 'BADLVT' TO WS-RejectReason
                               PERFORM 600-WRITE-REJECT
                       END-EVALUATE
               END-READ
           END-IF.
       *> Routes a leave transaction by its leave type: M, S, U, or O
       *> starts a leave, R ends the one in progress.

       182-START-LEAVE.
           EVALUATE TRUE
               WHEN EmpStatus OF EmpRecord NOT = 'A'
                   MOVE 'NOTACT' TO WS-RejectReason
                   PERFORM 600-WRITE-REJECT
               WHEN TransLeaveExpReturn IS NOT NUMERIC
                   MOVE 'BADNUM' TO WS-RejectReason
                   PERFORM 600-WRITE-REJECT
               WHEN TransLeaveExpReturn NOT > TransLeaveDate
                   MOVE 'BADDTE' TO WS-RejectReason
                   PERFORM 600-WRITE-REJECT
               WHEN OTHER
                   MOVE 'L' TO EmpStatus OF EmpRecord
                   REWRITE EmpRecord
                       INVALID KEY
                           MOVE 'IOERR ' TO WS-RejectReason
                           PERFORM 600-WRITE-REJECT
                       NOT INVALID KEY
                           ADD 1 TO WS-Leave-Count
                           MOVE 'LEAVE ' TO WS-AuditAction
                           PERFORM 500-WRITE-AUDIT-LOG
                           MOVE 'S'                 TO WS-LeaveEvent
                           MOVE TransLeaveType      TO WS-LeaveType
                           MOVE TransLeaveDate      TO WS-LeaveStart
                           MOVE TransLeaveExpReturn TO WS-LeaveExpReturn
                           MOVE 0                   TO WS-LeaveActReturn
                           PERFORM 570-WRITE-LEAVE-HISTORY
                   END-REWRITE
           END-EVALUATE.
       *> Puts an active employee on leave. An employee already on
       *> leave or terminated rejects as NOTACT, and an expected return
       *> not after the start rejects as BADDTE.

       185-END-LEAVE.
           IF EmpStatus OF EmpRecord NOT = 'L'
               MOVE 'NOTLVE' TO WS-RejectReason
               PERFORM 600-WRITE-REJECT
           ELSE
               PERFORM 187-FIND-OPEN-LEAVE
               IF TransLeaveDate < WS-LeaveStart
                   MOVE 'BADDTE' TO WS-RejectReason
                   PERFORM 600-WRITE-REJECT
               ELSE
                   MOVE 'A' TO EmpStatus OF EmpRecord
                   REWRITE EmpRecord
                       INVALID KEY
                           MOVE 'IOERR ' TO WS-RejectReason
                           PERFORM 600-WRITE-REJECT
                       NOT INVALID KEY
                           ADD 1 TO WS-Leave-Count
                           MOVE 'RETURN' TO WS-AuditAction
                           PERFORM 500-WRITE-AUDIT-LOG
                           MOVE 'R'            TO WS-LeaveEvent
                           MOVE TransLeaveDate TO WS-LeaveActReturn
                           PERFORM 570-WRITE-LEAVE-HISTORY
                   END-REWRITE
               END-IF
           END-IF.
       *> Brings an employee on leave back to active status, effective
       *> the return date carried on the transaction. An employee not
       *> on leave rejects as NOTLVE, and a return before the leave
       *> started rejects as BADDTE.

       187-FIND-OPEN-LEAVE.
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
                               MOVE LeaveType TO WS-LeaveType
                               MOVE LeaveStartDate TO WS-LeaveStart
                               MOVE LeaveExpReturn
                                   TO WS-LeaveExpReturn
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LeaveHistFile
           END-IF.
       *> The leave being ended is the employee's latest start on the
       *> history, the same rule EmpDataManager applies; its type and
       *> dates are repeated on the return line.

       250-SAVE-PENDING-RECORD.
           MOVE EmployeeID OF EmpRecord     TO EmployeeID OF PendingRecord
           MOVE DepartmentCode OF EmpRecord TO DepartmentCode OF PendingRecord
       *> amount, grade, and effective date in the WS-Old* /
       *> WS-SalaryEffDate fields first.

       570-WRITE-LEAVE-HISTORY.
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
       *> One line per batch leave start or return, recorded under the
       *> batch operator ID. Callers place the event, type, and dates
       *> in the WS-Leave* fields first.

       560-WRITE-TRANSFER-HIST.
           MOVE EmployeeID OF EmpRecord     TO XferEmployeeID
           MOVE WS-OldDeptCode              TO XferFromDept
       *> (unrecognized action code), BADNUM (non-numeric ID, department,
       *> or hire date), BADDEP (department code not active on the
       *> master), ALRTRM (termination target already terminated),
       *> BADLVT (leave type not M, S, U, O, or R), NOTACT (leave start
       *> for an employee not active), NOTLVE (leave return for an
       *> employee not on leave), BADDTE (leave dates out of order),
       *> IOERR (file error applying the change).

       700-PRINT-CONTROL-REPORT.
           COMPUTE WS-Applied-Count =
               WS-Add-Count + WS-Update-Count + WS-Terminate-Count
                   + WS-Delete-Count + WS-Leave-Count
           MOVE "HR BATCH TRANSACTION LOAD - CONTROL REPORT"
               TO WS-Control-Line
           PERFORM 710-WRITE-CONTROL-LINE
           STRING "    Deletes:            " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Control-Line
           PERFORM 710-WRITE-CONTROL-LINE
           MOVE WS-Leave-Count TO WS-Edited-Count
           STRING "    Leave starts/ends:  " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Control-Line
           PERFORM 710-WRITE-CONTROL-LINE
           MOVE WS-Pending-Count TO WS-Edited-Count
           STRING "Routed to pending file: " WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Control-Line
