       *>  Author: Meet Maheta
       *>  Date: 15-10-2026
       *>  Purpose: Read-only inquiry over the employees the retention
       *>           run has archived: finds them by ID or surname on the
       *>           archive index and shows the archived master record
       *>           with its salary, transfer and leave history, and
       *>           lists an employee's lines on a yearly audit archive.
       *>  Compiler: cobc
       *>  Modification History:
       *>    15-10-2026 MM  Initial version.
        IDENTIFICATION DIVISION.
       PROGRAM-ID. EmpArchiveInquiry.
       *> EmpRetentionArchive takes employees off the live files once
       *> they have been gone longer than the retention period; this
       *> is where they can still be looked up. Every file is opened
       *> INPUT only. The index line's archive date names the dated
       *> files written by the run that moved the employee, e.g.
       *> EmpArchive-20261015.txt and SalaryArchive-20261015.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IndexFile ASSIGN TO "EmpArchiveIndex.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IndexFile-Status.
       *> One line per archived employee, across every retention run.

           SELECT ArchEmpFile ASSIGN TO DYNAMIC WS-ArchEmp-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ArchEmp-Status.
       *> A run's archived master records.

           SELECT SalaryArchFile ASSIGN TO DYNAMIC WS-SalArch-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SalArch-Status.
       *> A run's archived salary history.

           SELECT TransferArchFile ASSIGN TO DYNAMIC WS-XferArch-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XferArch-Status.
       *> A run's archived transfer history.

           SELECT LeaveArchFile ASSIGN TO DYNAMIC WS-LeaveArch-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LeaveArch-Status.
       *> A run's archived leave history.

           SELECT AudYearFile ASSIGN TO DYNAMIC WS-AudYear-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AudYear-Status.
       *> One year's audit archive.

       DATA DIVISION.
       FILE SECTION.
       FD  IndexFile.
       01  IndexRecord.
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

       FD  ArchEmpFile.
       01  ArchEmpRecord.
           05  EmployeeID         PIC 9(6).
           05  DepartmentCode     PIC 9(3).
           05  Surname            PIC X(20).
           05  GivenName          PIC X(20).
           05  HireDate           PIC 9(8).
           05  Salary             PIC 9(7)V99.
           05  PayGrade           PIC X(2).
           05  EmpStatus          PIC X(1).
           05  TerminationDate    PIC 9(8).
       *> The master record as it stood when archived; layout must
       *> match EmpDataManager's EmpRecord.

       FD  SalaryArchFile.
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

       FD  TransferArchFile.
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

       FD  LeaveArchFile.
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

       FD  AudYearFile.
       01  AudYearRecord.
           05  AuditEmployeeID    PIC 9(6).
           05  FILLER             PIC X(2).
           05  AuditActionCode    PIC X(6).
           05  FILLER             PIC X(2).
           05  AuditDate          PIC 9(6).
           05  FILLER             PIC X(2).
           05  AuditTime          PIC 9(8).
           05  FILLER             PIC X(2).
           05  AuditOperatorID    PIC X(8).
           05  FILLER             PIC X(2).
           05  AudYearRunDate     PIC 9(8).
       *> EmpDataManager's AuditRecord, then the date of the retention
       *> run that moved it; layout must match EmpRetentionArchive's
       *> AudYearRecord.

       WORKING-STORAGE SECTION.
       01  WS-IndexFile-Status        PIC X(2)       VALUE '00'.
       01  WS-ArchEmp-Status          PIC X(2)       VALUE '00'.
       01  WS-SalArch-Status          PIC X(2)       VALUE '00'.
       01  WS-XferArch-Status         PIC X(2)       VALUE '00'.
       01  WS-LeaveArch-Status        PIC X(2)       VALUE '00'.
       01  WS-AudYear-Status          PIC X(2)       VALUE '00'.

       01  WS-EndOfIndex              PIC X(1)       VALUE 'N'.
           88  EndOfIndex             VALUE 'Y'.
       01  WS-EndOfFile               PIC X(1)       VALUE 'N'.
           88  EndOfFile              VALUE 'Y'.
       01  WS-Finished                PIC X(1)       VALUE 'N'.
           88  Finished               VALUE 'Y'.

       01  WS-UserResponse            PIC X(1).
       01  WS-SearchEmpID             PIC 9(6).
       01  WS-SearchSurname           PIC X(20).
       01  WS-SearchLength            PIC 9(2)       VALUE 0.
       01  WS-SearchScanIdx           PIC 9(2).
       01  WS-SearchYear              PIC 9(4).
       01  WS-MatchCount              PIC 9(5)       VALUE 0.
       01  WS-LineMatches             PIC 9(5)       VALUE 0.

       01  WS-ArchEmp-Name            PIC X(40).
       01  WS-SalArch-Name            PIC X(40).
       01  WS-XferArch-Name           PIC X(40).
       01  WS-LeaveArch-Name          PIC X(40).
       01  WS-AudYear-Name            PIC X(40).
       *> Dated archive names, built from the index line's archive
       *> date or the year asked for.

       01  WS-Edited-Salary           PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       000-START.
           PERFORM UNTIL Finished
                DISPLAY 'Archive inquiry: I)D  N)ame  A)udit year  X)exit - Choice: '
                ACCEPT WS-UserResponse
                EVALUATE WS-UserResponse
                    WHEN 'I'
                    WHEN 'i'
                        PERFORM 100-INQUIRE-BY-ID
                    WHEN 'N'
                    WHEN 'n'
                        PERFORM 200-INQUIRE-BY-SURNAME
                    WHEN 'A'
                    WHEN 'a'
                        PERFORM 400-INQUIRE-AUDIT-YEAR
                    WHEN 'X'
                    WHEN 'x'
                        SET Finished TO TRUE
                    WHEN OTHER
                        DISPLAY "Invalid choice, please try again."
                END-EVALUATE
           END-PERFORM.
       *> Drives the inquiry menu until the operator chooses to exit.
       *> Nothing here writes to any file.

       STOP RUN.
       *> Ends the program.

       100-INQUIRE-BY-ID.
           DISPLAY "Enter archived Employee ID (6 digits): "
           ACCEPT WS-SearchEmpID
           MOVE 0 TO WS-MatchCount
           OPEN INPUT IndexFile
           IF WS-IndexFile-Status = '35'
               DISPLAY "No employees have been archived yet."
           ELSE
               MOVE 'N' TO WS-EndOfIndex
               PERFORM UNTIL EndOfIndex
                   READ IndexFile
                       AT END
                           SET EndOfIndex TO TRUE
                       NOT AT END
                           IF IndexRecord NOT = SPACES
                               AND IdxEmployeeID = WS-SearchEmpID
                               ADD 1 TO WS-MatchCount
                               PERFORM 300-SHOW-ARCHIVED-EMPLOYEE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IndexFile
               IF WS-MatchCount = 0
                   DISPLAY "Employee " WS-SearchEmpID
                       " is not on the archive."
               END-IF
           END-IF.
       *> Shows everything archived for the entered employee. An ID
       *> reused after an earlier holder was archived can appear more
       *> than once; each is shown in turn.

       200-INQUIRE-BY-SURNAME.
           DISPLAY "Enter Surname (full or leading partial): "
           ACCEPT WS-SearchSurname
           MOVE 0 TO WS-SearchLength
           PERFORM VARYING WS-SearchScanIdx FROM 1 BY 1
                   UNTIL WS-SearchScanIdx > 20
               IF WS-SearchSurname (WS-SearchScanIdx:1) NOT = SPACE
                   MOVE WS-SearchScanIdx TO WS-SearchLength
               END-IF
           END-PERFORM
           IF WS-SearchLength = 0
               DISPLAY "No surname entered."
           ELSE
               MOVE 0 TO WS-MatchCount
               OPEN INPUT IndexFile
               IF WS-IndexFile-Status = '35'
                   DISPLAY "No employees have been archived yet."
               ELSE
                   MOVE 'N' TO WS-EndOfIndex
                   PERFORM UNTIL EndOfIndex
                       READ IndexFile
                           AT END
                               SET EndOfIndex TO TRUE
                           NOT AT END
                               IF IndexRecord NOT = SPACES
                                   AND IdxSurname (1:WS-SearchLength)
                                     = WS-SearchSurname
                                           (1:WS-SearchLength)
                                   PERFORM 210-DISPLAY-INDEX-LINE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE IndexFile
                   IF WS-MatchCount = 0
                       DISPLAY "No archived employees match that"
                           " surname."
                   ELSE
                       DISPLAY "Use I)D for an employee's archived"
                           " details."
                   END-IF
               END-IF
           END-IF.
       *> Lists the archived employees whose surname starts with what
       *> was entered, same matching as the live surname inquiry.

       210-DISPLAY-INDEX-LINE.
           IF WS-MatchCount = 0
               DISPLAY "EmpID   Surname              Given Name"
                   "           Terminated Archived"
               DISPLAY "-------------------------------------------"
                   "--------------------------------"
           END-IF
           ADD 1 TO WS-MatchCount
           DISPLAY IdxEmployeeID "  " IdxSurname " " IdxGivenName
               " " IdxTermDate "   " IdxArchiveDate.
       *> Prints one archived employee, with the column headings ahead
       *> of the first match.

       300-SHOW-ARCHIVED-EMPLOYEE.
           MOVE SPACES TO WS-ArchEmp-Name
           STRING "EmpArchive-" IdxArchiveDate ".txt"
               DELIMITED BY SIZE INTO WS-ArchEmp-Name
           MOVE SPACES TO WS-SalArch-Name
           STRING "SalaryArchive-" IdxArchiveDate ".txt"
               DELIMITED BY SIZE INTO WS-SalArch-Name
           MOVE SPACES TO WS-XferArch-Name
           STRING "TransferArchive-" IdxArchiveDate ".txt"
               DELIMITED BY SIZE INTO WS-XferArch-Name
           MOVE SPACES TO WS-LeaveArch-Name
           STRING "LeaveArchive-" IdxArchiveDate ".txt"
               DELIMITED BY SIZE INTO WS-LeaveArch-Name
           DISPLAY " "
           DISPLAY "Archived " IdxArchiveDate ": " IdxEmployeeID
               "  " IdxSurname " " IdxGivenName
           PERFORM 310-SHOW-MASTER-RECORD
           PERFORM 320-SHOW-SALARY-HISTORY
           PERFORM 330-SHOW-TRANSFER-HISTORY
           PERFORM 340-SHOW-LEAVE-HISTORY.
       *> Points at the dated files of the run that archived this
       *> employee and shows each in turn.

       310-SHOW-MASTER-RECORD.
           OPEN INPUT ArchEmpFile
           IF WS-ArchEmp-Status = '35'
               DISPLAY "  Employee archive " WS-ArchEmp-Name
                   " is missing."
           ELSE
               MOVE 0 TO WS-LineMatches
               MOVE 'N' TO WS-EndOfFile
               PERFORM UNTIL EndOfFile
                   READ ArchEmpFile
                       AT END
                           SET EndOfFile TO TRUE
                       NOT AT END
                           IF ArchEmpRecord NOT = SPACES
                               AND EmployeeID OF ArchEmpRecord
                                 = IdxEmployeeID
                               ADD 1 TO WS-LineMatches
                               PERFORM 315-DISPLAY-MASTER-RECORD
                               SET EndOfFile TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ArchEmpFile
               IF WS-LineMatches = 0
                   DISPLAY "  Not found on " WS-ArchEmp-Name
               END-IF
           END-IF.
       *> Finds the employee's record on the run's employee archive.

       315-DISPLAY-MASTER-RECORD.
           MOVE Salary OF ArchEmpRecord TO WS-Edited-Salary
           DISPLAY "  Department: " DepartmentCode OF ArchEmpRecord
               "   Hired: " HireDate OF ArchEmpRecord
               "   Terminated: " TerminationDate OF ArchEmpRecord
           DISPLAY "  Salary: " WS-Edited-Salary
               "   Grade: " PayGrade OF ArchEmpRecord
               "   Status: " EmpStatus OF ArchEmpRecord.
       *> The archived record's department, dates and pay.

       320-SHOW-SALARY-HISTORY.
           MOVE 0 TO WS-LineMatches
           OPEN INPUT SalaryArchFile
           IF WS-SalArch-Status NOT = '35'
               MOVE 'N' TO WS-EndOfFile
               PERFORM UNTIL EndOfFile
                   READ SalaryArchFile
                       AT END
                           SET EndOfFile TO TRUE
                       NOT AT END
                           IF SalaryHistRecord NOT = SPACES
                               AND SalHistEmployeeID = IdxEmployeeID
                               PERFORM 325-DISPLAY-SALARY-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SalaryArchFile
           END-IF
           IF WS-LineMatches = 0
               DISPLAY "  No salary history archived."
           END-IF.
       *> The salary changes archived with the employee, oldest first.

       325-DISPLAY-SALARY-LINE.
           IF WS-LineMatches = 0
               DISPLAY "  EffDate   OldSalary      NewSalary      OldGr"
                   " NewGr Operator"
               DISPLAY "  -------------------------------------------"
                   "-------------------"
           END-IF
           ADD 1 TO WS-LineMatches
           MOVE SalHistOldSalary TO WS-Edited-Salary
           DISPLAY "  " SalHistEffDate "  " WS-Edited-Salary
               WITH NO ADVANCING
           MOVE SalHistNewSalary TO WS-Edited-Salary
           DISPLAY "  " WS-Edited-Salary
               "  " SalHistOldGrade
               "    " SalHistNewGrade
               "    " SalHistOperatorID.
       *> Prints one salary line, laid out like the live salary history
       *> inquiry.

       330-SHOW-TRANSFER-HISTORY.
           MOVE 0 TO WS-LineMatches
           OPEN INPUT TransferArchFile
           IF WS-XferArch-Status NOT = '35'
               MOVE 'N' TO WS-EndOfFile
               PERFORM UNTIL EndOfFile
                   READ TransferArchFile
                       AT END
                           SET EndOfFile TO TRUE
                       NOT AT END
                           IF TransferHistRecord NOT = SPACES
                               AND XferEmployeeID = IdxEmployeeID
                               PERFORM 335-DISPLAY-TRANSFER-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TransferArchFile
           END-IF
           IF WS-LineMatches = 0
               DISPLAY "  No transfers archived."
           END-IF.
       *> The department transfers archived with the employee.

       335-DISPLAY-TRANSFER-LINE.
           IF WS-LineMatches = 0
               DISPLAY "  EffDate   FromDept ToDept Operator"
               DISPLAY "  -----------------------------------"
           END-IF
           ADD 1 TO WS-LineMatches
           DISPLAY "  " XferEffDate "  " XferFromDept
               "      " XferToDept "    " XferOperatorID.
       *> Prints one transfer line, laid out like the live transfer
       *> inquiry.

       340-SHOW-LEAVE-HISTORY.
           MOVE 0 TO WS-LineMatches
           OPEN INPUT LeaveArchFile
           IF WS-LeaveArch-Status NOT = '35'
               MOVE 'N' TO WS-EndOfFile
               PERFORM UNTIL EndOfFile
                   READ LeaveArchFile
                       AT END
                           SET EndOfFile TO TRUE
                       NOT AT END
                           IF LeaveHistRecord NOT = SPACES
                               AND LeaveEmployeeID = IdxEmployeeID
                               PERFORM 345-DISPLAY-LEAVE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LeaveArchFile
           END-IF
           IF WS-LineMatches = 0
               DISPLAY "  No leave archived."
           END-IF.
       *> The leave starts and returns archived with the employee.

       345-DISPLAY-LEAVE-LINE.
           IF WS-LineMatches = 0
               DISPLAY "  Event  Type  StartDate  ExpReturn  ActReturn"
                   "  Operator"
               DISPLAY "  --------------------------------------------"
                   "----------"
           END-IF
           ADD 1 TO WS-LineMatches
           IF LeaveEventCode = 'S'
               DISPLAY "  START  " WITH NO ADVANCING
           ELSE
               DISPLAY "  RETURN " WITH NO ADVANCING
           END-IF
           DISPLAY LeaveType "     " LeaveStartDate
               "   " LeaveExpReturn
               "   " LeaveActReturn
               "   " LeaveOperatorID.
       *> Prints one leave line, laid out like the live leave history
       *> inquiry.

       400-INQUIRE-AUDIT-YEAR.
           DISPLAY "Enter audit year (YYYY): "
           ACCEPT WS-SearchYear
           DISPLAY "Enter Employee ID (6 digits): "
           ACCEPT WS-SearchEmpID
           MOVE SPACES TO WS-AudYear-Name
           STRING "EmpAuditLog-" WS-SearchYear ".txt"
               DELIMITED BY SIZE INTO WS-AudYear-Name
           OPEN INPUT AudYearFile
           IF WS-AudYear-Status = '35'
               DISPLAY "No audit archive for " WS-SearchYear "."
           ELSE
               MOVE 0 TO WS-LineMatches
               MOVE 'N' TO WS-EndOfFile
               PERFORM UNTIL EndOfFile
                   READ AudYearFile
                       AT END
                           SET EndOfFile TO TRUE
                       NOT AT END
                           IF AudYearRecord NOT = SPACES
                               AND AuditEmployeeID = WS-SearchEmpID
                               PERFORM 410-DISPLAY-AUDIT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AudYearFile
               IF WS-LineMatches = 0
                   DISPLAY "No archived audit lines for employee "
                       WS-SearchEmpID " in " WS-SearchYear "."
               END-IF
           END-IF.
       *> Lists an employee's audit lines on one year's audit archive,
       *> whether or not the employee has been archived.

       410-DISPLAY-AUDIT-LINE.
           IF WS-LineMatches = 0
               DISPLAY "Action  Date    Time      Operator  Archived"
               DISPLAY "--------------------------------------------"
           END-IF
           ADD 1 TO WS-LineMatches
           DISPLAY AuditActionCode "  " AuditDate "  " AuditTime
               "  " AuditOperatorID "  " AudYearRunDate.
       *> Prints one audit line and the retention run that moved it.

       END PROGRAM EmpArchiveInquiry.
       *> Marks the end of the program.
