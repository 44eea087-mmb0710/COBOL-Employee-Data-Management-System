       *>    02-09-2026 MM  Terminated employees (status 'T') are left
       *>                   off the extract; the bureau only pays the
       *>                   active headcount.
       *>    15-10-2026 MM  Details now carry a leave flag and the leave
       *>                   type (from the leave history) for employees
       *>                   on leave of absence, so the bureau can apply
       *>                   the matching pay rule; the balancing report
       *>                   shows how many were flagged.
       *>    15-10-2026 MM  Refuses to run unless EmpIntegrityCheck has
       *>                   passed the employee files today, so a master
       *>                   that disagrees with its histories never goes
       *>                   to the bureau.
        IDENTIFICATION DIVISION.
       PROGRAM-ID. EmpPayrollExtract.
       *> Replaces the screen-scrape of the L)ist output, which broke
           ORGANIZATION IS LINE SEQUENTIAL.
       *> Balancing report filed with the transmission.

           SELECT LeaveHistFile ASSIGN TO "LeaveHistory.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LeaveFile-Status.
       *> Leave history written by EmpDataManager and EmpBatchLoad,
       *> read for the type of each leave in progress.

           SELECT VerdictFile ASSIGN TO "IntegrityVerdict.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VerdictFile-Status.
       *> The pass/fail verdict EmpIntegrityCheck leaves for this run.

       DATA DIVISION.
       FILE SECTION.
       FD  EmpFile.
       FD  BalanceFile.
       01  BalanceRecord          PIC X(80).

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

       FD  VerdictFile.
       01  VerdictRecord.
           05  VerdictDate        PIC 9(8).
           05  FILLER             PIC X(2).
           05  VerdictResult      PIC X(4).
           05  FILLER             PIC X(2).
           05  VerdictErrors      PIC 9(6).
       *> Layout must match EmpIntegrityCheck's VerdictRecord.

       WORKING-STORAGE SECTION.
       01  WS-EndOfEmp                PIC X(1)       VALUE 'N'.
           88  EndOfEmp               VALUE 'Y'.
       01  WS-EmpFile-Status          PIC X(2)       VALUE '00'.
           88  EmpFile-OK             VALUE '00'.
       01  WS-SeqControl-Status       PIC X(2)       VALUE '00'.
       01  WS-LeaveFile-Status        PIC X(2)       VALUE '00'.
       01  WS-VerdictFile-Status      PIC X(2)       VALUE '00'.
       01  WS-IntegrityPassed         PIC X(1)       VALUE 'N'.
           88  IntegrityPassed        VALUE 'Y'.
       01  WS-EndOfLeave              PIC X(1)       VALUE 'N'.
           88  EndOfLeave             VALUE 'Y'.

       01  WS-Header-Record.
           05  WS-Hdr-RecordType      PIC X(1)       VALUE 'H'.
           05  WS-Dtl-ServiceYears    PIC 9(2).
           05  WS-Dtl-Salary          PIC 9(7)V99.
           05  WS-Dtl-PayGrade        PIC X(2).
           05  WS-Dtl-LeaveFlag       PIC X(1).
           05  WS-Dtl-LeaveType       PIC X(1).
       *> Detail: one per employee on the master, with the annual
       *> salary (two implied decimals) and pay grade. The leave flag
       *> is 'L' for an employee on leave of absence, with the leave
       *> type M (maternity/parental), S (long-term sick), U (unpaid),
       *> or O (other) beside it; both are spaces otherwise.

       01  WS-Trailer-Record.
           05  WS-Trl-RecordType      PIC X(1)       VALUE 'T'.
       01  WS-SequenceNo              PIC 9(4)       VALUE 0.
       01  WS-Detail-Count            PIC 9(6)       VALUE 0.
       01  WS-Hash-Total              PIC 9(12)      VALUE 0.
       01  WS-OnLeave-Count           PIC 9(6)       VALUE 0.

       01  WS-LeaveTable-Max          PIC 9(4)       VALUE 2000.
       01  WS-LeaveTable.
           05  WS-LeaveEntry OCCURS 2000 TIMES INDEXED BY WS-LeaveIdx.
               10  WS-LvEmpID         PIC 9(6).
               10  WS-LvType          PIC X(1).
       01  WS-Leave-Count             PIC 9(4)       VALUE 0.
       01  WS-LeaveSearchIdx          PIC 9(4).
       01  WS-LeaveFound              PIC X(1).
           88  LeaveFound             VALUE 'Y'.
       01  WS-LeaveOverflow           PIC X(1)       VALUE 'N'.
           88  LeaveOverflow          VALUE 'Y'.
       *> The type of each employee's latest leave start, loaded once
       *> from the leave history; the master's 'L' status says who is
       *> on leave, this table says what kind.

       01  WS-Balance-Line            PIC X(80).
       01  WS-Edited-Count            PIC Z(5)9.
       PROCEDURE DIVISION.
       000-START.
           ACCEPT WS-CurrentDate FROM DATE YYYYMMDD
           PERFORM 050-CHECK-INTEGRITY-VERDICT
           PERFORM 1000-OPEN-FILES
           PERFORM 100-WRITE-HEADER
           PERFORM 200-WRITE-DETAILS
       STOP RUN.
       *> Ends the program.

       050-CHECK-INTEGRITY-VERDICT.
           OPEN INPUT VerdictFile
           IF WS-VerdictFile-Status = '00'
               READ VerdictFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF VerdictDate = WS-CurrentDate
                           AND VerdictResult = 'PASS'
                           SET IntegrityPassed TO TRUE
                       END-IF
               END-READ
               CLOSE VerdictFile
           END-IF
           IF NOT IntegrityPassed
               DISPLAY "EmpIntegrityCheck has not passed the employee"
                   " files today; no extract produced."
               DISPLAY "Run EmpIntegrityCheck, correct any errors it"
                   " reports, and rerun this extract."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       *> Nothing is written - not even the sequence number - unless
       *> today's integrity check passed, so a refused run leaves the
       *> bureau's sequence intact for the rerun.

       1000-OPEN-FILES.
           OPEN INPUT EmpFile
           IF WS-EmpFile-Status = '35'
               STOP RUN
           END-IF
           PERFORM 1100-READ-SEQ-CONTROL
           PERFORM 1200-LOAD-LEAVE-TYPES
           OPEN OUTPUT ExtractFile
           OPEN OUTPUT BalanceFile.
       *> Opens the master for the browse, picks up the last sequence
       *> number and the leave types, and starts a fresh extract and
       *> balancing report.

       1100-READ-SEQ-CONTROL.
           OPEN INPUT SeqControlFile
       *> The first extract ever is sequence 0001; each run after that
       *> carries the next number.

       1200-LOAD-LEAVE-TYPES.
           OPEN INPUT LeaveHistFile
           IF WS-LeaveFile-Status NOT = '35'
               PERFORM UNTIL EndOfLeave
                   READ LeaveHistFile
                       AT END
                           SET EndOfLeave TO TRUE
                       NOT AT END
                           IF LeaveHistRecord NOT = SPACES
                               AND LeaveEventCode = 'S'
                               PERFORM 1210-TABLE-LEAVE-TYPE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LeaveHistFile
           END-IF.
       *> No leave history yet simply means nobody has been on leave.

       1210-TABLE-LEAVE-TYPE.
           MOVE 'N' TO WS-LeaveFound
           PERFORM VARYING WS-LeaveSearchIdx FROM 1 BY 1
                   UNTIL WS-LeaveSearchIdx > WS-Leave-Count
               IF WS-LvEmpID (WS-LeaveSearchIdx) = LeaveEmployeeID
                   MOVE LeaveType TO WS-LvType (WS-LeaveSearchIdx)
                   MOVE 'Y' TO WS-LeaveFound
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT LeaveFound
               IF WS-Leave-Count < WS-LeaveTable-Max
                   ADD 1 TO WS-Leave-Count
                   MOVE LeaveEmployeeID TO WS-LvEmpID (WS-Leave-Count)
                   MOVE LeaveType TO WS-LvType (WS-Leave-Count)
               ELSE
                   IF NOT LeaveOverflow
                       DISPLAY "*** WARNING: more than "
                           WS-LeaveTable-Max " employees on the leave"
                           " history; later leave types show as '?'."
                           " ***"
                       SET LeaveOverflow TO TRUE
                   END-IF
               END-IF
           END-IF.
       *> A later start for the same employee replaces the earlier
       *> one, so the table ends up holding each employee's latest
       *> leave type.

       100-WRITE-HEADER.
           MOVE WS-CurrentDate TO WS-Hdr-RunDate
           MOVE WS-SequenceNo  TO WS-Hdr-SequenceNo
           MOVE WS-ServiceYears             TO WS-Dtl-ServiceYears
           MOVE Salary OF EmpRecord         TO WS-Dtl-Salary
           MOVE PayGrade OF EmpRecord       TO WS-Dtl-PayGrade
           MOVE SPACES TO WS-Dtl-LeaveFlag
           MOVE SPACES TO WS-Dtl-LeaveType
           IF EmpStatus OF EmpRecord = 'L'
               PERFORM 220-FLAG-LEAVE
           END-IF
           WRITE ExtractRecord FROM WS-Detail-Record
           ADD 1 TO WS-Detail-Count
           ADD EmployeeID OF EmpRecord TO WS-Hash-Total.
       *> One detail per employee, with service years derived from the
       *> hire date as of the run date.

       220-FLAG-LEAVE.
           MOVE 'L' TO WS-Dtl-LeaveFlag
           MOVE '?' TO WS-Dtl-LeaveType
           PERFORM VARYING WS-LeaveSearchIdx FROM 1 BY 1
                   UNTIL WS-LeaveSearchIdx > WS-Leave-Count
               IF WS-LvEmpID (WS-LeaveSearchIdx)
                       = EmployeeID OF EmpRecord
                   MOVE WS-LvType (WS-LeaveSearchIdx)
                       TO WS-Dtl-LeaveType
                   EXIT PERFORM
               END-IF
           END-PERFORM
           ADD 1 TO WS-OnLeave-Count.
       *> Flags an employee on leave with the type of their latest
       *> leave; '?' means the master says on leave but the history
       *> has no start for them, which the bureau should query.

       300-WRITE-TRAILER.
           MOVE WS-Detail-Count TO WS-Trl-RecordCount
           MOVE WS-Hash-Total   TO WS-Trl-HashTotal
           MOVE WS-Hash-Total TO WS-Edited-Hash
           STRING "EmployeeID hash: " WS-Edited-Hash
               DELIMITED BY SIZE INTO WS-Balance-Line
           PERFORM 710-WRITE-BALANCE-LINE
           MOVE WS-OnLeave-Count TO WS-Edited-Count
           STRING "Flagged on leave:" WS-Edited-Count
               DELIMITED BY SIZE INTO WS-Balance-Line
           PERFORM 710-WRITE-BALANCE-LINE.
       *> The figures the bureau confirms back on receipt, filed with
       *> the transmission.
