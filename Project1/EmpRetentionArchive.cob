       *>  Author: Meet Maheta
       *>  Date: 15-10-2026
       *>  Purpose: Retention run - moves employees terminated more than
       *>           the retention period ago, with their salary,
       *>           transfer and leave history, off the live files into
       *>           archive files dated with the run, and rolls audit-log
       *>           lines older than the retention period into yearly
       *>           audit archives.
       *>  Compiler: cobc
       *>  Modification History:
       *>    15-10-2026 MM  Initial version.
       *>    15-10-2026 MM  A second fresh run on the same date is
       *>                   refused so it cannot overwrite that date's
       *>                   archives; the browse starts from key zero.
        IDENTIFICATION DIVISION.
       PROGRAM-ID. EmpRetentionArchive.
       *> The retention period is whole years, columns 1-2 of
       *> EmpRetentionParms.txt (7 if the file is missing or unusable).
       *> The cutoff is the run date that many years back: an employee
       *> terminated before it is archived, and so is an audit line
       *> dated before it.
       *>
       *> Files written, all dated with the run (YYYYMMDD):
       *>   EmpArchive-date.txt       the archived master records
       *>   SalaryArchive-date.txt    their salary history lines
       *>   TransferArchive-date.txt  their transfer history lines
       *>   LeaveArchive-date.txt     their leave history lines
       *>   EmpAuditLog-yyyy.txt      old audit lines, one file per year
       *>   EmpArchiveIndex.txt       one line per archived employee,
       *>                             read by EmpArchiveInquiry
       *>
       *> The run goes in phases, and a checkpoint is written as each
       *> one finishes; a rerun after a failure resumes at the first
       *> unfinished phase with the run date, cutoff and control totals
       *> of the interrupted run. Every phase can be repeated without
       *> loss or duplication:
       *>   - each live history file is first split into a work file of
       *>     the lines kept and an archive file of the lines moved, both
       *>     written fresh, leaving the live file untouched;
       *>   - lines appended to the live file after the split (someone
       *>     working between a failure and the rerun) are then copied
       *>     to a tail file, also written fresh;
       *>   - only then is the live file rewritten from the work and tail
       *>     files, which a rerun can simply do again;
       *>   - appends to the index and the yearly audit files carry the
       *>     run date, and a rerun skips the lines of its own run that
       *>     are already there;
       *>   - archived employees are deleted from the master last, and
       *>     one already gone counts as deleted.
       *> The checkpoint is cleared when the run completes. The dated
       *> archives are one per run date, so a fresh run is refused if
       *> today's employee archive is already there (the day's run has
       *> completed); a second run must wait for the next day.

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
       *> Same master file EmpDataManager maintains, browsed to select
       *> and read by key to delete. Key declarations must match
       *> EmpDataManager's exactly.

           SELECT ParmFile ASSIGN TO "EmpRetentionParms.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ParmFile-Status.
       *> Retention settings, kept by hand.

           SELECT CheckpointFile ASSIGN TO "EmpRetentionCheckpoint.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ChkFile-Status.
       *> Progress checkpoint, rewritten as each phase finishes and
       *> cleared when the run completes.

           SELECT ArchEmpFile ASSIGN TO DYNAMIC WS-ArchEmp-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ArchEmp-Status.
       *> The archived master records for this run.

           SELECT IndexFile ASSIGN TO "EmpArchiveIndex.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IndexFile-Status.
       *> Who was archived and when, across every run.

           SELECT HistFile ASSIGN TO DYNAMIC WS-Hist-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HistFile-Status.
       *> The live history file or audit log being worked on.

           SELECT HistWorkFile ASSIGN TO DYNAMIC WS-HistWork-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HistWork-Status.
       *> The lines kept, until they replace the live file.

           SELECT HistTailFile ASSIGN TO DYNAMIC WS-HistTail-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HistTail-Status.
       *> Lines added to the live file after it was split.

           SELECT HistArchFile ASSIGN TO DYNAMIC WS-HistArch-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HistArch-Status.
       *> The lines moved: a dated history archive, or for the audit
       *> log the staging file the yearly archives are filled from.

           SELECT AudYearFile ASSIGN TO DYNAMIC WS-AudYear-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AudYear-Status.
       *> One year's audit archive.

           SELECT ReportFile ASSIGN TO "RetentionReport.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       *> Control report of what this run moved.

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

       FD  ParmFile.
       01  ParmRecord.
           05  ParmRetainYears    PIC X(2).
           05  FILLER             PIC X(78).
       *> Columns 1-2: years terminated employees and audit lines are
       *> kept on the live files.

       FD  CheckpointFile.
       01  CheckpointRecord       PIC X(320).
       *> An image of WS-Run-State as of the last finished phase.

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
       *> The master record exactly as it stood when archived.

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
       *> Layout must match EmpArchiveInquiry's IndexRecord. The
       *> archive date names the dated files the employee is in.

       FD  HistFile.
       01  HistRecord.
           05  HistEmployeeID     PIC 9(6).
           05  FILLER             PIC X(50).
       01  HistAuditRecord.
           05  FILLER             PIC X(16).
           05  HistAuditYY        PIC 9(2).
           05  HistAuditMMDD      PIC 9(4).
           05  FILLER             PIC X(34).
       *> Every history record and the audit record start with the
       *> EmployeeID, and the widest (salary history) is 56 bytes. The
       *> second view is the audit record's YYMMDD date.

       FD  HistWorkFile.
       01  HistWorkRecord         PIC X(56).

       FD  HistTailFile.
       01  HistTailRecord         PIC X(56).

       FD  HistArchFile.
       01  HistArchRecord         PIC X(56).

       FD  AudYearFile.
       01  AudYearRecord.
           05  AudYearImage       PIC X(42).
           05  FILLER             PIC X(2).
           05  AudYearRunDate     PIC 9(8).
       *> The audit line as it was on the log, then the date of the
       *> retention run that moved it.

       FD  ReportFile.
       01  ReportRecord           PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-EmpFile-Status          PIC X(2)       VALUE '00'.
           88  EmpFile-OK             VALUE '00'.
       01  WS-ParmFile-Status         PIC X(2)       VALUE '00'.
       01  WS-ChkFile-Status          PIC X(2)       VALUE '00'.
       01  WS-ArchEmp-Status          PIC X(2)       VALUE '00'.
       01  WS-IndexFile-Status        PIC X(2)       VALUE '00'.
       01  WS-HistFile-Status         PIC X(2)       VALUE '00'.
       01  WS-HistWork-Status         PIC X(2)       VALUE '00'.
       01  WS-HistTail-Status         PIC X(2)       VALUE '00'.
       01  WS-HistArch-Status         PIC X(2)       VALUE '00'.
       01  WS-AudYear-Status          PIC X(2)       VALUE '00'.

       01  WS-EndOfFile               PIC X(1)       VALUE 'N'.
           88  EndOfFile              VALUE 'Y'.
       01  WS-Resuming                PIC X(1)       VALUE 'N'.
           88  Resuming               VALUE 'Y'.

       01  WS-CurrentDate             PIC 9(8).
       01  WS-Retain-Years-In         PIC X(2).
       01  WS-Retain-Years-Num REDEFINES WS-Retain-Years-In
                                      PIC 9(2).
       01  WS-Retain-Years            PIC 9(2)       VALUE 7.
       *> Years kept on the live files; 7 unless the parameter file
       *> gives 1 to 99.

       01  WS-Cutoff-Work             PIC 9(8).
       01  WS-Cutoff-Split REDEFINES WS-Cutoff-Work.
           05  WS-Cutoff-Year         PIC 9(4).
           05  WS-Cutoff-MMDD         PIC 9(4).
       *> The run date stepped back by the retention years; 29
       *> February steps back to the 28th.

       01  WS-Run-State.
           05  WS-RunDate             PIC 9(8)       VALUE 0.
           05  WS-CutoffDate          PIC 9(8)       VALUE 0.
           05  WS-Phase               PIC 9(2)       VALUE 0.
           05  WS-Emp-Archived        PIC 9(6)       VALUE 0.
           05  WS-Emp-Hash            PIC 9(12)      VALUE 0.
           05  WS-Emp-NoDate          PIC 9(6)       VALUE 0.
           05  WS-Idx-Written         PIC 9(6)       VALUE 0.
           05  WS-Idx-Present         PIC 9(6)       VALUE 0.
           05  WS-Emp-Deleted         PIC 9(6)       VALUE 0.
           05  WS-Emp-AlreadyGone     PIC 9(6)       VALUE 0.
           05  WS-FileStats OCCURS 4 TIMES.
               10  WS-FsRead          PIC 9(6).
               10  WS-FsKept          PIC 9(6).
               10  WS-FsArchived      PIC 9(6).
               10  WS-FsHash          PIC 9(12).
               10  WS-FsTail          PIC 9(6).
               10  WS-FsRewritten     PIC 9(6).
           05  WS-AudYr-Written       PIC 9(6)       VALUE 0.
           05  WS-AudYr-Present       PIC 9(6)       VALUE 0.
       *> Everything a restart needs: the run's dates, the last phase
       *> finished, and the control totals so far. File 1 is the
       *> salary history, 2 transfers, 3 leave, 4 the audit log; the
       *> archived hash is the sum of the EmployeeIDs moved.
       *>   Phase 1 run started, written before anything else so that
       *>     a run that fails during selection resumes rather than
       *>     being refused for its own partial employee archive
       *>   10 employees selected     20 index written
       *>   n1 split  n2 tail copied  n3 live file rewritten, for
       *>     n = 3 salary, 4 transfer, 5 leave
       *>   61 audit log split  62 audit lines filed by year
       *>   63 audit tail copied  64 audit log rewritten
       *>   70 master deletes done

       01  WS-File-No                 PIC 9(1).
       01  WS-Base-Phase              PIC 9(2).
       01  WS-Split-By-Date           PIC X(1).
           88  SplitByDate            VALUE 'Y'.
       01  WS-Hist-Name               PIC X(40).
       01  WS-HistWork-Name           PIC X(40).
       01  WS-HistTail-Name           PIC X(40).
       01  WS-HistArch-Name           PIC X(40).
       01  WS-ArchEmp-Name            PIC X(40).
       01  WS-AudYear-Name            PIC X(40).
       01  WS-File-Caption            PIC X(16).
       *> The file being worked on and the names of its companions.

       01  WS-ArchTable-Max           PIC 9(5)       VALUE 10000.
       01  WS-ArchTable.
           05  WS-ArchEntry OCCURS 10000 TIMES.
               10  WS-ArchEmpID       PIC 9(6).
       01  WS-Arch-Count              PIC 9(5)       VALUE 0.
       01  WS-SearchIdx               PIC 9(5).
       01  WS-Found                   PIC X(1).
           88  Found                  VALUE 'Y'.
       *> This run's archived EmployeeIDs, reloaded from the dated
       *> employee archive on every run so a restart has them too. A
       *> run selects no more than the table holds; the rest wait for
       *> the next run.

       01  WS-Line-Date               PIC 9(8).
       01  WS-Line-Date-Split REDEFINES WS-Line-Date.
           05  WS-Line-CC             PIC 9(2).
           05  WS-Line-YY             PIC 9(2).
           05  WS-Line-MMDD           PIC 9(4).
       01  WS-Line-Year REDEFINES WS-Line-Date.
           05  WS-Line-CCYY           PIC 9(4).
           05  FILLER                 PIC 9(4).
       *> An audit line's YYMMDD widened to YYYYMMDD: years 50-99 are
       *> 19xx, 00-49 are 20xx.

       01  WS-YearTable.
           05  WS-YearEntry OCCURS 100 TIMES.
               10  WS-YrYear          PIC 9(4).
               10  WS-YrSkip          PIC 9(6).
       01  WS-Year-Count              PIC 9(3)       VALUE 0.
       01  WS-YearIdx                 PIC 9(3).
       01  WS-Open-Year               PIC 9(4)       VALUE 0.
       *> Per audit year: how many of this run's lines are already on
       *> that year's archive from an interrupted attempt, still to be
       *> skipped.

       01  WS-Skip-Count              PIC 9(6).
       01  WS-Count                   PIC 9(6).
       01  WS-Expected                PIC 9(6).

       01  WS-Report-Line             PIC X(120).
       01  WS-Edited-Count            PIC Z(5)9.
       01  WS-Edited-Count-2          PIC Z(5)9.
       01  WS-Edited-Count-3          PIC Z(5)9.
       01  WS-Edited-Hash             PIC Z(11)9.
       01  WS-OutOfBalance            PIC X(1)       VALUE 'N'.
           88  OutOfBalance           VALUE 'Y'.

       PROCEDURE DIVISION.
       000-START.
           ACCEPT WS-CurrentDate FROM DATE YYYYMMDD
           PERFORM 100-READ-PARMS
           PERFORM 1100-READ-CHECKPOINT
           IF NOT Resuming
               PERFORM 120-SET-RUN-DATES
           END-IF
           MOVE SPACES TO WS-ArchEmp-Name
           STRING "EmpArchive-" WS-RunDate ".txt"
               DELIMITED BY SIZE INTO WS-ArchEmp-Name
           IF NOT Resuming
               PERFORM 130-CHECK-NOT-ALREADY-RUN
           END-IF
           PERFORM 1000-OPEN-FILES
           IF WS-Phase < 1
               MOVE 1 TO WS-Phase
               PERFORM 650-WRITE-CHECKPOINT
           END-IF
           IF WS-Phase < 10
               PERFORM 200-SELECT-EMPLOYEES
               MOVE 10 TO WS-Phase
               PERFORM 650-WRITE-CHECKPOINT
           END-IF
           PERFORM 250-LOAD-ARCHIVED-IDS
           IF WS-Phase < 20
               PERFORM 260-WRITE-INDEX
               MOVE 20 TO WS-Phase
               PERFORM 650-WRITE-CHECKPOINT
           END-IF
           PERFORM VARYING WS-File-No FROM 1 BY 1 UNTIL WS-File-No > 4
               PERFORM 290-PROCESS-FILE
           END-PERFORM
           IF WS-Phase < 70
               PERFORM 500-DELETE-FROM-MASTER
               MOVE 70 TO WS-Phase
               PERFORM 650-WRITE-CHECKPOINT
           END-IF
           PERFORM 700-PRINT-CONTROL-TOTALS
           PERFORM 1200-CLEAR-CHECKPOINT
           CLOSE EmpFile
           CLOSE ReportFile.
       *> Drives the run phase by phase, skipping the phases an
       *> interrupted run already finished.

       STOP RUN.
       *> Ends the program.

       100-READ-PARMS.
           OPEN INPUT ParmFile
           IF WS-ParmFile-Status = '00'
               READ ParmFile
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ParmRetainYears TO WS-Retain-Years-In
                       IF WS-Retain-Years-In IS NUMERIC
                           AND WS-Retain-Years-Num > 0
                           MOVE WS-Retain-Years-Num TO WS-Retain-Years
                       ELSE
                           DISPLAY "Retention years on parameter file"
                               " not usable; 7 years assumed."
                       END-IF
               END-READ
               CLOSE ParmFile
           END-IF.
       *> Takes the retention period off the parameter file when there
       *> is a usable one.

       120-SET-RUN-DATES.
           MOVE WS-CurrentDate TO WS-RunDate
           MOVE WS-CurrentDate TO WS-Cutoff-Work
           SUBTRACT WS-Retain-Years FROM WS-Cutoff-Year
           IF WS-Cutoff-MMDD = 0229
               MOVE 0228 TO WS-Cutoff-MMDD
           END-IF
           MOVE WS-Cutoff-Work TO WS-CutoffDate.
       *> A fresh run is dated today. A resumed run keeps the dates of
       *> the run it is finishing, read back off the checkpoint.

       130-CHECK-NOT-ALREADY-RUN.
           OPEN INPUT ArchEmpFile
           IF WS-ArchEmp-Status NOT = '35'
               IF WS-ArchEmp-Status = '00'
                   CLOSE ArchEmpFile
               END-IF
               DISPLAY "EmpArchive-" WS-RunDate ".txt already exists:"
                   " the retention run for " WS-RunDate
                   " has completed."
               DISPLAY "Nothing done; run again on a later date."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       *> A fresh run would write its archives over the ones a
       *> completed run made today, whose records are already off the
       *> live files, so it is refused. An interrupted run is not
       *> affected: it resumes off the checkpoint and never gets here.

       1000-OPEN-FILES.
           OPEN I-O EmpFile
           IF NOT EmpFile-OK
               DISPLAY "Error opening EmpFile, status: "
                   WS-EmpFile-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ReportFile
           MOVE SPACES TO WS-Report-Line
           STRING "EMPLOYEE RETENTION ARCHIVE  RUN " WS-RunDate
               "  CUTOFF " WS-CutoffDate
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           IF Resuming
               MOVE WS-Phase TO WS-Edited-Count
               STRING "RESUMED " WS-CurrentDate
                   " AFTER PHASE " WS-Edited-Count
                   DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 710-WRITE-REPORT-LINE
           END-IF
           MOVE ALL "-" TO WS-Report-Line (1:100)
           PERFORM 710-WRITE-REPORT-LINE.
       *> Opens the master for update and starts the report.

       1100-READ-CHECKPOINT.
           OPEN INPUT CheckpointFile
           IF WS-ChkFile-Status NOT = '35'
               READ CheckpointFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CheckpointRecord (1:18) IS NUMERIC
                           MOVE CheckpointRecord TO WS-Run-State
                           IF WS-Phase > 0
                               SET Resuming TO TRUE
                               DISPLAY "Checkpoint found: resuming the"
                                   " run of " WS-RunDate
                                   " after phase " WS-Phase "."
                           END-IF
                       END-IF
               END-READ
               CLOSE CheckpointFile
           END-IF.
       *> An absent or empty checkpoint means the last run completed
       *> and this one starts fresh; otherwise the interrupted run's
       *> dates, phase and totals are restored.

       650-WRITE-CHECKPOINT.
           OPEN OUTPUT CheckpointFile
           MOVE WS-Run-State TO CheckpointRecord
           WRITE CheckpointRecord
           CLOSE CheckpointFile.
       *> Rewritten as each phase finishes, before the next begins. A
       *> plain write keeps the checkpoint on the file's first line,
       *> where 1100-READ-CHECKPOINT looks for it.

       1200-CLEAR-CHECKPOINT.
           OPEN OUTPUT CheckpointFile
           CLOSE CheckpointFile.
       *> A completed run leaves an empty checkpoint.

       200-SELECT-EMPLOYEES.
           MOVE 0 TO WS-Emp-Archived
           MOVE 0 TO WS-Emp-Hash
           MOVE 0 TO WS-Emp-NoDate
           OPEN OUTPUT ArchEmpFile
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
                       IF EmpStatus OF EmpRecord = 'T'
                           PERFORM 210-CHECK-RETENTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ArchEmpFile.
       *> Writes every employee due for archiving to this run's dated
       *> employee archive. Nothing is removed yet, so a failure here
       *> just means the selection is made again.

       210-CHECK-RETENTION.
           IF TerminationDate OF EmpRecord = 0
               ADD 1 TO WS-Emp-NoDate
           ELSE
               IF TerminationDate OF EmpRecord < WS-CutoffDate
                   AND WS-Emp-Archived < WS-ArchTable-Max
                   MOVE EmpRecord TO ArchEmpRecord
                   WRITE ArchEmpRecord
                       AFTER ADVANCING 1 LINE
                   END-WRITE
                   ADD 1 TO WS-Emp-Archived
                   ADD EmployeeID OF EmpRecord TO WS-Emp-Hash
               END-IF
           END-IF.
       *> Terminated before the cutoff means archived. A terminated
       *> employee with no termination date cannot be aged and stays;
       *> EmpIntegrityCheck reports them.

       250-LOAD-ARCHIVED-IDS.
           MOVE 0 TO WS-Arch-Count
           MOVE "Employees archived:" TO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           OPEN INPUT ArchEmpFile
           IF WS-ArchEmp-Status = '00'
               MOVE 'N' TO WS-EndOfFile
               PERFORM UNTIL EndOfFile
                   READ ArchEmpFile
                       AT END
                           SET EndOfFile TO TRUE
                       NOT AT END
                           IF ArchEmpRecord NOT = SPACES
                               AND WS-Arch-Count < WS-ArchTable-Max
                               ADD 1 TO WS-Arch-Count
                               MOVE EmployeeID OF ArchEmpRecord
                                   TO WS-ArchEmpID (WS-Arch-Count)
                               PERFORM 255-REPORT-ARCHIVED-EMPLOYEE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ArchEmpFile
           END-IF
           IF WS-Arch-Count = 0
               MOVE "  None due." TO WS-Report-Line
               PERFORM 710-WRITE-REPORT-LINE
           END-IF.
       *> Reloads the selection from the dated employee archive and
       *> lists it, so a resumed run reports the whole selection too.

       255-REPORT-ARCHIVED-EMPLOYEE.
           MOVE SPACES TO WS-Report-Line
           STRING "  " EmployeeID OF ArchEmpRecord "  "
               Surname OF ArchEmpRecord " "
               GivenName OF ArchEmpRecord "  TERMINATED "
               TerminationDate OF ArchEmpRecord
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE.
       *> One line per archived employee.

       260-WRITE-INDEX.
           MOVE 0 TO WS-Idx-Present
           MOVE 0 TO WS-Idx-Written
           OPEN INPUT IndexFile
           IF WS-IndexFile-Status = '00'
               MOVE 'N' TO WS-EndOfFile
               PERFORM UNTIL EndOfFile
                   READ IndexFile
                       AT END
                           SET EndOfFile TO TRUE
                       NOT AT END
                           IF IndexRecord NOT = SPACES
                               AND IdxArchiveDate = WS-RunDate
                               ADD 1 TO WS-Idx-Present
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IndexFile
           END-IF
           OPEN EXTEND IndexFile
           IF WS-IndexFile-Status = '35'
               OPEN OUTPUT IndexFile
           END-IF
           MOVE WS-Idx-Present TO WS-Skip-Count
           OPEN INPUT ArchEmpFile
           IF WS-ArchEmp-Status = '00'
               MOVE 'N' TO WS-EndOfFile
               PERFORM UNTIL EndOfFile
                   READ ArchEmpFile
                       AT END
                           SET EndOfFile TO TRUE
                       NOT AT END
                           IF ArchEmpRecord NOT = SPACES
                               PERFORM 265-WRITE-INDEX-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ArchEmpFile
           END-IF
           CLOSE IndexFile.
       *> Appends one index line per archived employee. Lines already
       *> carrying this run's date were written by an interrupted
       *> attempt, in the same order, and are not written again.

       265-WRITE-INDEX-LINE.
           IF WS-Skip-Count > 0
               SUBTRACT 1 FROM WS-Skip-Count
           ELSE
               MOVE SPACES TO IndexRecord
               MOVE EmployeeID OF ArchEmpRecord TO IdxEmployeeID
               MOVE Surname OF ArchEmpRecord TO IdxSurname
               MOVE GivenName OF ArchEmpRecord TO IdxGivenName
               MOVE TerminationDate OF ArchEmpRecord TO IdxTermDate
               MOVE WS-RunDate TO IdxArchiveDate
               WRITE IndexRecord
                   AFTER ADVANCING 1 LINE
               END-WRITE
               ADD 1 TO WS-Idx-Written
           END-IF.
       *> One index line, unless it is already there.

       290-PROCESS-FILE.
           PERFORM 295-SET-FILE-NAMES
           IF WS-Phase < WS-Base-Phase + 1
               PERFORM 300-SPLIT-FILE
               COMPUTE WS-Phase = WS-Base-Phase + 1
               PERFORM 650-WRITE-CHECKPOINT
           END-IF
           IF SplitByDate
               IF WS-Phase < 62
                   PERFORM 400-FILE-AUDIT-BY-YEAR
                   MOVE 62 TO WS-Phase
                   PERFORM 650-WRITE-CHECKPOINT
               END-IF
               ADD 1 TO WS-Base-Phase
           END-IF
           IF WS-Phase < WS-Base-Phase + 2
               PERFORM 330-CAPTURE-TAIL
               COMPUTE WS-Phase = WS-Base-Phase + 2
               PERFORM 650-WRITE-CHECKPOINT
           END-IF
           IF WS-Phase < WS-Base-Phase + 3
               PERFORM 350-REWRITE-LIVE-FILE
               COMPUTE WS-Phase = WS-Base-Phase + 3
               PERFORM 650-WRITE-CHECKPOINT
           END-IF.
       *> Split, (audit log only: file the moved lines by year), copy
       *> any late additions, rewrite the live file - each step
       *> checkpointed. The audit log's filing by year slots in as
       *> phase 62 after the split (61), so its tail and rewrite are 63
       *> and 64.

       295-SET-FILE-NAMES.
           MOVE 'N' TO WS-Split-By-Date
           MOVE SPACES TO WS-HistArch-Name
           EVALUATE WS-File-No
               WHEN 1
                   MOVE 30 TO WS-Base-Phase
                   MOVE "SalaryHistory.txt" TO WS-Hist-Name
                   MOVE "SalaryHistory.wrk" TO WS-HistWork-Name
                   MOVE "SalaryHistory.tail" TO WS-HistTail-Name
                   STRING "SalaryArchive-" WS-RunDate ".txt"
                       DELIMITED BY SIZE INTO WS-HistArch-Name
                   MOVE "Salary history" TO WS-File-Caption
               WHEN 2
                   MOVE 40 TO WS-Base-Phase
                   MOVE "TransferHistory.txt" TO WS-Hist-Name
                   MOVE "TransferHistory.wrk" TO WS-HistWork-Name
                   MOVE "TransferHistory.tail" TO WS-HistTail-Name
                   STRING "TransferArchive-" WS-RunDate ".txt"
                       DELIMITED BY SIZE INTO WS-HistArch-Name
                   MOVE "Transfer history" TO WS-File-Caption
               WHEN 3
                   MOVE 50 TO WS-Base-Phase
                   MOVE "LeaveHistory.txt" TO WS-Hist-Name
                   MOVE "LeaveHistory.wrk" TO WS-HistWork-Name
                   MOVE "LeaveHistory.tail" TO WS-HistTail-Name
                   STRING "LeaveArchive-" WS-RunDate ".txt"
                       DELIMITED BY SIZE INTO WS-HistArch-Name
                   MOVE "Leave history" TO WS-File-Caption
               WHEN 4
                   MOVE 'Y' TO WS-Split-By-Date
                   MOVE 60 TO WS-Base-Phase
                   MOVE "EmpAuditLog.txt" TO WS-Hist-Name
                   MOVE "EmpAuditLog.wrk" TO WS-HistWork-Name
                   MOVE "EmpAuditLog.tail" TO WS-HistTail-Name
                   STRING "AuditArchive-" WS-RunDate ".wrk"
                       DELIMITED BY SIZE INTO WS-HistArch-Name
                   MOVE "Audit log" TO WS-File-Caption
           END-EVALUATE.
       *> Names the live file and its work, tail and archive files.

       300-SPLIT-FILE.
           MOVE 0 TO WS-FsRead (WS-File-No)
           MOVE 0 TO WS-FsKept (WS-File-No)
           MOVE 0 TO WS-FsArchived (WS-File-No)
           MOVE 0 TO WS-FsHash (WS-File-No)
           MOVE 0 TO WS-FsTail (WS-File-No)
           MOVE 0 TO WS-FsRewritten (WS-File-No)
           OPEN OUTPUT HistWorkFile
           OPEN OUTPUT HistArchFile
           OPEN INPUT HistFile
           IF WS-HistFile-Status = '00'
               MOVE 'N' TO WS-EndOfFile
               PERFORM UNTIL EndOfFile
                   READ HistFile
                       AT END
                           SET EndOfFile TO TRUE
                       NOT AT END
                           IF HistRecord NOT = SPACES
                               ADD 1 TO WS-FsRead (WS-File-No)
                               PERFORM 310-ROUTE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HistFile
           END-IF
           CLOSE HistWorkFile
           CLOSE HistArchFile.
       *> Reads the live file once, sending each line to the work file
       *> (kept) or the archive file (moved). Both are written fresh,
       *> and the live file is only read, so a failed split is simply
       *> done again. Blank separator lines are dropped.

       310-ROUTE-LINE.
           MOVE 'N' TO WS-Found
           IF SplitByDate
               IF HistAuditYY IS NUMERIC AND HistAuditMMDD IS NUMERIC
                   MOVE HistAuditYY TO WS-Line-YY
                   MOVE HistAuditMMDD TO WS-Line-MMDD
                   IF WS-Line-YY < 50
                       MOVE 20 TO WS-Line-CC
                   ELSE
                       MOVE 19 TO WS-Line-CC
                   END-IF
                   IF WS-Line-Date < WS-CutoffDate
                       MOVE 'Y' TO WS-Found
                   END-IF
               END-IF
           ELSE
               PERFORM VARYING WS-SearchIdx FROM 1 BY 1
                       UNTIL WS-SearchIdx > WS-Arch-Count
                   IF WS-ArchEmpID (WS-SearchIdx) = HistEmployeeID
                       MOVE 'Y' TO WS-Found
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF Found
               MOVE HistRecord TO HistArchRecord
               WRITE HistArchRecord
                   AFTER ADVANCING 1 LINE
               END-WRITE
               ADD 1 TO WS-FsArchived (WS-File-No)
               IF HistEmployeeID IS NUMERIC
                   ADD HistEmployeeID TO WS-FsHash (WS-File-No)
               END-IF
           ELSE
               MOVE HistRecord TO HistWorkRecord
               WRITE HistWorkRecord
                   AFTER ADVANCING 1 LINE
               END-WRITE
               ADD 1 TO WS-FsKept (WS-File-No)
           END-IF.
       *> A history line moves when it belongs to an archived employee;
       *> an audit line moves when it is dated before the cutoff. An
       *> audit line with an unreadable date is kept.

       330-CAPTURE-TAIL.
           MOVE 0 TO WS-FsTail (WS-File-No)
           OPEN OUTPUT HistTailFile
           OPEN INPUT HistFile
           IF WS-HistFile-Status = '00'
               MOVE 0 TO WS-Count
               MOVE 'N' TO WS-EndOfFile
               PERFORM UNTIL EndOfFile
                   READ HistFile
                       AT END
                           SET EndOfFile TO TRUE
                       NOT AT END
                           IF HistRecord NOT = SPACES
                               ADD 1 TO WS-Count
                               IF WS-Count > WS-FsRead (WS-File-No)
                                   MOVE HistRecord TO HistTailRecord
                                   WRITE HistTailRecord
                                       AFTER ADVANCING 1 LINE
                                   END-WRITE
                                   ADD 1 TO WS-FsTail (WS-File-No)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HistFile
           END-IF
           CLOSE HistTailFile.
       *> Anything appended to the live file since the split (the first
       *> WS-FsRead lines) is copied to the tail file, so it survives
       *> the rewrite. Written fresh each time, so it too can be done
       *> again.

       350-REWRITE-LIVE-FILE.
           COMPUTE WS-Expected = WS-FsKept (WS-File-No)
               + WS-FsTail (WS-File-No)
           IF WS-FsRead (WS-File-No) = 0 AND WS-FsTail (WS-File-No) = 0
               MOVE 0 TO WS-FsRewritten (WS-File-No)
           ELSE
               MOVE 0 TO WS-Count
               OPEN OUTPUT HistFile
               OPEN INPUT HistWorkFile
               MOVE 'N' TO WS-EndOfFile
               PERFORM UNTIL EndOfFile
                   READ HistWorkFile
                       AT END
                           SET EndOfFile TO TRUE
                       NOT AT END
                           IF HistWorkRecord NOT = SPACES
                               MOVE HistWorkRecord TO HistRecord
                               PERFORM 360-WRITE-LIVE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HistWorkFile
               OPEN INPUT HistTailFile
               MOVE 'N' TO WS-EndOfFile
               PERFORM UNTIL EndOfFile
                   READ HistTailFile
                       AT END
                           SET EndOfFile TO TRUE
                       NOT AT END
                           IF HistTailRecord NOT = SPACES
                               MOVE HistTailRecord TO HistRecord
                               PERFORM 360-WRITE-LIVE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HistTailFile
               CLOSE HistFile
               MOVE WS-Count TO WS-FsRewritten (WS-File-No)
               IF WS-Count NOT = WS-Expected
                   DISPLAY WS-File-Caption " rewrite wrote " WS-Count
                       " lines, expected " WS-Expected
                       "; rerun to repeat the rewrite."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
       *> Rebuilds the live file from the kept lines and the late
       *> additions. A file that never existed is not created. A short
       *> rewrite stops the run before the phase is checkpointed, so a
       *> rerun rewrites it again from the same work and tail files.

       360-WRITE-LIVE-LINE.
           WRITE HistRecord
               AFTER ADVANCING 1 LINE
           END-WRITE
           ADD 1 TO WS-Count.
       *> One line back onto the live file.

       400-FILE-AUDIT-BY-YEAR.
           MOVE 0 TO WS-AudYr-Written
           MOVE 0 TO WS-AudYr-Present
           MOVE 0 TO WS-Year-Count
           MOVE 0 TO WS-Open-Year
           OPEN INPUT HistArchFile
           IF WS-HistArch-Status = '00'
               MOVE 'N' TO WS-EndOfFile
               PERFORM UNTIL EndOfFile
                   READ HistArchFile
                       AT END
                           SET EndOfFile TO TRUE
                       NOT AT END
                           IF HistArchRecord NOT = SPACES
                               MOVE HistArchRecord TO HistRecord
                               PERFORM 410-FILE-AUDIT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HistArchFile
           END-IF
           IF WS-Open-Year > 0
               CLOSE AudYearFile
           END-IF.
       *> Files each moved audit line on the archive for its year, in
       *> the order they came off the log.

       410-FILE-AUDIT-LINE.
           MOVE HistAuditYY TO WS-Line-YY
           MOVE HistAuditMMDD TO WS-Line-MMDD
           IF WS-Line-YY < 50
               MOVE 20 TO WS-Line-CC
           ELSE
               MOVE 19 TO WS-Line-CC
           END-IF
           PERFORM 420-FIND-YEAR
           IF WS-YrSkip (WS-YearIdx) > 0
               SUBTRACT 1 FROM WS-YrSkip (WS-YearIdx)
               ADD 1 TO WS-AudYr-Present
           ELSE
               IF WS-Open-Year NOT = WS-Line-CCYY
                   IF WS-Open-Year > 0
                       CLOSE AudYearFile
                   END-IF
                   PERFORM 430-NAME-YEAR-FILE
                   OPEN EXTEND AudYearFile
                   IF WS-AudYear-Status = '35'
                       OPEN OUTPUT AudYearFile
                   END-IF
                   MOVE WS-Line-CCYY TO WS-Open-Year
               END-IF
               MOVE SPACES TO AudYearRecord
               MOVE HistArchRecord (1:42) TO AudYearImage
               MOVE WS-RunDate TO AudYearRunDate
               WRITE AudYearRecord
                   AFTER ADVANCING 1 LINE
               END-WRITE
               ADD 1 TO WS-AudYr-Written
           END-IF.
       *> Lines this run already put on the year's archive before an
       *> interruption are counted as present and skipped; the rest
       *> are appended with this run's date.

       420-FIND-YEAR.
           MOVE 0 TO WS-YearIdx
           PERFORM VARYING WS-SearchIdx FROM 1 BY 1
                   UNTIL WS-SearchIdx > WS-Year-Count
               IF WS-YrYear (WS-SearchIdx) = WS-Line-CCYY
                   MOVE WS-SearchIdx TO WS-YearIdx
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-YearIdx = 0
               IF WS-Open-Year > 0
                   CLOSE AudYearFile
                   MOVE 0 TO WS-Open-Year
               END-IF
               ADD 1 TO WS-Year-Count
               MOVE WS-Year-Count TO WS-YearIdx
               MOVE WS-Line-CCYY TO WS-YrYear (WS-YearIdx)
               MOVE 0 TO WS-YrSkip (WS-YearIdx)
               PERFORM 430-NAME-YEAR-FILE
               OPEN INPUT AudYearFile
               IF WS-AudYear-Status = '00'
                   MOVE 'N' TO WS-EndOfFile
                   PERFORM UNTIL EndOfFile
                       READ AudYearFile
                           AT END
                               SET EndOfFile TO TRUE
                           NOT AT END
                               IF AudYearRunDate = WS-RunDate
                                   ADD 1 TO WS-YrSkip (WS-YearIdx)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AudYearFile
               END-IF
               MOVE 'N' TO WS-EndOfFile
           END-IF.
       *> The first time a year is met, its archive is read once to
       *> count the lines already carrying this run's date. The outer
       *> read loop's end-of-file switch is reset afterwards, since the
       *> outer file has not ended. An audit log spans far fewer than
       *> the 100 years the table holds.

       430-NAME-YEAR-FILE.
           MOVE SPACES TO WS-AudYear-Name
           STRING "EmpAuditLog-" WS-Line-CCYY ".txt"
               DELIMITED BY SIZE INTO WS-AudYear-Name.
       *> The yearly audit archive's name, e.g. EmpAuditLog-2019.txt.

       500-DELETE-FROM-MASTER.
           MOVE 0 TO WS-Emp-Deleted
           MOVE 0 TO WS-Emp-AlreadyGone
           PERFORM VARYING WS-SearchIdx FROM 1 BY 1
                   UNTIL WS-SearchIdx > WS-Arch-Count
               MOVE WS-ArchEmpID (WS-SearchIdx) TO EmployeeID OF EmpRecord
               READ EmpFile
                   INVALID KEY
                       ADD 1 TO WS-Emp-AlreadyGone
                   NOT INVALID KEY
                       DELETE EmpFile
                           INVALID KEY
                               DISPLAY "Delete failed for "
                                   EmployeeID OF EmpRecord
                                   ", status: " WS-EmpFile-Status
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           NOT INVALID KEY
                               ADD 1 TO WS-Emp-Deleted
                       END-DELETE
               END-READ
           END-PERFORM.
       *> Last of all, the archived employees come off the master. One
       *> already gone was deleted by an interrupted attempt. A failed
       *> delete stops the run with this phase unfinished, so the rerun
       *> picks up the rest.

       700-PRINT-CONTROL-TOTALS.
           MOVE ALL "-" TO WS-Report-Line (1:100)
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-Emp-Archived TO WS-Edited-Count
           MOVE WS-Emp-Hash TO WS-Edited-Hash
           STRING "Employee master:   archived " WS-Edited-Count
               "  hash " WS-Edited-Hash
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-Emp-Deleted TO WS-Edited-Count
           MOVE WS-Emp-AlreadyGone TO WS-Edited-Count-2
           STRING "                   deleted  " WS-Edited-Count
               "  already gone " WS-Edited-Count-2
               DELIMITED BY SIZE INTO WS-Report-Line
           IF WS-Emp-Deleted + WS-Emp-AlreadyGone = WS-Emp-Archived
               STRING "  BALANCED" DELIMITED BY SIZE
                   INTO WS-Report-Line (70:)
           ELSE
               STRING "  OUT OF BALANCE" DELIMITED BY SIZE
                   INTO WS-Report-Line (70:)
               SET OutOfBalance TO TRUE
           END-IF
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-Idx-Written TO WS-Edited-Count
           MOVE WS-Idx-Present TO WS-Edited-Count-2
           STRING "Archive index:     written  " WS-Edited-Count
               "  already there " WS-Edited-Count-2
               DELIMITED BY SIZE INTO WS-Report-Line
           IF WS-Idx-Written + WS-Idx-Present = WS-Emp-Archived
               STRING "  BALANCED" DELIMITED BY SIZE
                   INTO WS-Report-Line (70:)
           ELSE
               STRING "  OUT OF BALANCE" DELIMITED BY SIZE
                   INTO WS-Report-Line (70:)
               SET OutOfBalance TO TRUE
           END-IF
           PERFORM 710-WRITE-REPORT-LINE
           IF WS-Emp-NoDate > 0
               MOVE WS-Emp-NoDate TO WS-Edited-Count
               STRING "Terminated with no termination date, not"
                   " archived: " WS-Edited-Count
                   DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 710-WRITE-REPORT-LINE
           END-IF
           PERFORM 720-PRINT-FILE-TOTALS
               VARYING WS-File-No FROM 1 BY 1 UNTIL WS-File-No > 4
           MOVE WS-AudYr-Written TO WS-Edited-Count
           MOVE WS-AudYr-Present TO WS-Edited-Count-2
           STRING "Yearly audit archives: written " WS-Edited-Count
               "  already there " WS-Edited-Count-2
               DELIMITED BY SIZE INTO WS-Report-Line
           IF WS-AudYr-Written + WS-AudYr-Present = WS-FsArchived (4)
               STRING "  BALANCED" DELIMITED BY SIZE
                   INTO WS-Report-Line (70:)
           ELSE
               STRING "  OUT OF BALANCE" DELIMITED BY SIZE
                   INTO WS-Report-Line (70:)
               SET OutOfBalance TO TRUE
           END-IF
           PERFORM 710-WRITE-REPORT-LINE
           MOVE ALL "-" TO WS-Report-Line (1:100)
           PERFORM 710-WRITE-REPORT-LINE
           IF OutOfBalance
               STRING "RETENTION RUN OUT OF BALANCE - INVESTIGATE"
                   " BEFORE THE NEXT RUN"
                   DELIMITED BY SIZE INTO WS-Report-Line
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "RETENTION RUN COMPLETE - ALL FILES BALANCED"
                   TO WS-Report-Line
           END-IF
           PERFORM 710-WRITE-REPORT-LINE.
       *> Counts moved per file with their control totals, each checked
       *> for balance; anything out of balance leaves RC 8.

       710-WRITE-REPORT-LINE.
           WRITE ReportRecord FROM WS-Report-Line
               AFTER ADVANCING 1 LINE
           END-WRITE
           DISPLAY WS-Report-Line
           MOVE SPACES TO WS-Report-Line.
       *> Each report line goes to the report file and the console.

       720-PRINT-FILE-TOTALS.
           PERFORM 295-SET-FILE-NAMES
           MOVE WS-FsRead (WS-File-No) TO WS-Edited-Count
           MOVE WS-FsKept (WS-File-No) TO WS-Edited-Count-2
           MOVE WS-FsArchived (WS-File-No) TO WS-Edited-Count-3
           MOVE WS-FsHash (WS-File-No) TO WS-Edited-Hash
           STRING WS-File-Caption "   read " WS-Edited-Count
               "  kept " WS-Edited-Count-2
               "  archived " WS-Edited-Count-3
               "  hash " WS-Edited-Hash
               DELIMITED BY SIZE INTO WS-Report-Line
           IF WS-FsKept (WS-File-No) + WS-FsArchived (WS-File-No)
                   = WS-FsRead (WS-File-No)
               STRING "  BALANCED" DELIMITED BY SIZE
                   INTO WS-Report-Line (90:)
           ELSE
               STRING "  OUT OF BALANCE" DELIMITED BY SIZE
                   INTO WS-Report-Line (90:)
               SET OutOfBalance TO TRUE
           END-IF
           PERFORM 710-WRITE-REPORT-LINE
           MOVE WS-FsTail (WS-File-No) TO WS-Edited-Count
           MOVE WS-FsRewritten (WS-File-No) TO WS-Edited-Count-2
           STRING "                   late adds " WS-Edited-Count
               "  live file now " WS-Edited-Count-2
               "  to " WS-HistArch-Name
               DELIMITED BY SIZE INTO WS-Report-Line
           PERFORM 710-WRITE-REPORT-LINE.
       *> Two lines per file: read = kept + archived, with the hash of
       *> the EmployeeIDs moved; then the lines added during the run
       *> and the size of the rewritten live file.

       END PROGRAM EmpRetentionArchive.
       *> Marks the end of the program.
