       *>  Author: Meet Maheta
       *>  Date: 15-10-2026
       *>  Purpose: One-time conversion of the department master to the
       *>           layout carrying each department's parent department
       *>           and manager, seeding both new fields empty for the
       *>           structure to be keyed through DeptMaintenance.
       *>  Compiler: cobc
       *>  Modification History:
       *>    15-10-2026 MM  Initial version.
        IDENTIFICATION DIVISION.
       PROGRAM-ID. DeptHierarchyConvert.
       *> Reads the old-layout department master and writes a copy in
       *> the new layout with suffix .new; the operator renames it over
       *> the original once the counts on the run summary agree, same
       *> procedure as EmpSalaryConvert. Every department converts as a
       *> top-level department (parent 000) with no manager (000000);
       *> the real structure is then keyed through DeptMaintenance's
       *> U)pdate, parents first.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OldDeptFile ASSIGN TO "DepartmentMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DeptCode OF OldDeptRecord
           FILE STATUS IS WS-OldDeptFile-Status.
       *> The department master as it stands before conversion.

           SELECT NewDeptFile ASSIGN TO "DepartmentMaster.new"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DeptCode OF NewDeptRecord
           FILE STATUS IS WS-NewDeptFile-Status.
       *> The converted department master, written fresh.

       DATA DIVISION.
       FILE SECTION.
       FD  OldDeptFile.
       01  OldDeptRecord.
           05  DeptCode           PIC 9(3).
           05  DeptName           PIC X(25).
           05  DeptActiveFlag     PIC X(1).
       *> The department record as it was before the parent and
       *> manager were added.

       FD  NewDeptFile.
       01  NewDeptRecord.
           05  DeptCode           PIC 9(3).
           05  DeptName           PIC X(25).
           05  DeptActiveFlag     PIC X(1).
           05  DeptParentCode     PIC 9(3).
           05  DeptManagerID      PIC 9(6).
       *> Layout must match DeptMaintenance's DeptRecord.

       WORKING-STORAGE SECTION.
       01  WS-EndOfDept               PIC X(1)       VALUE 'N'.
           88  EndOfDept              VALUE 'Y'.
       01  WS-OldDeptFile-Status      PIC X(2)       VALUE '00'.
           88  OldDeptFile-OK         VALUE '00'.
       01  WS-NewDeptFile-Status      PIC X(2)       VALUE '00'.
           88  NewDeptFile-OK         VALUE '00'.

       01  WS-DeptRead-Count          PIC 9(5)       VALUE 0.
       01  WS-DeptWritten-Count       PIC 9(5)       VALUE 0.

       PROCEDURE DIVISION.
       000-START.
           PERFORM 100-CONVERT-DEPT-MASTER
           DISPLAY "Conversion complete."
           DISPLAY "Department records read:    " WS-DeptRead-Count
           DISPLAY "Department records written: " WS-DeptWritten-Count
           DISPLAY "When the counts agree, rename DepartmentMaster.new"
           DISPLAY "over DepartmentMaster.dat, then key each"
           DISPLAY "department's parent and manager through"
           DISPLAY "DeptMaintenance's U)pdate.".
       *> Drives the conversion and prints the balancing counts the
       *> operator checks before renaming.

       STOP RUN.
       *> Ends the program.

       100-CONVERT-DEPT-MASTER.
           OPEN INPUT OldDeptFile
           IF WS-OldDeptFile-Status = '35'
               DISPLAY "No department master on hand; skipped."
           ELSE
               IF NOT OldDeptFile-OK
                   DISPLAY "Error opening old department master,"
                       " status: " WS-OldDeptFile-Status
                   STOP RUN
               END-IF
               OPEN OUTPUT NewDeptFile
               IF NOT NewDeptFile-OK
                   DISPLAY "Error opening new department master,"
                       " status: " WS-NewDeptFile-Status
                   STOP RUN
               END-IF
               PERFORM UNTIL EndOfDept
                   READ OldDeptFile NEXT RECORD
                       AT END
                           SET EndOfDept TO TRUE
                       NOT AT END
                           ADD 1 TO WS-DeptRead-Count
                           PERFORM 110-WRITE-NEW-DEPT-RECORD
                   END-READ
               END-PERFORM
               CLOSE OldDeptFile
               CLOSE NewDeptFile
           END-IF.
       *> Copies every department into the new layout as a top-level
       *> department with no manager named.

       110-WRITE-NEW-DEPT-RECORD.
           MOVE DeptCode OF OldDeptRecord TO DeptCode OF NewDeptRecord
           MOVE DeptName OF OldDeptRecord TO DeptName OF NewDeptRecord
           MOVE DeptActiveFlag OF OldDeptRecord
               TO DeptActiveFlag OF NewDeptRecord
           MOVE 0 TO DeptParentCode OF NewDeptRecord
           MOVE 0 TO DeptManagerID OF NewDeptRecord
           WRITE NewDeptRecord
               INVALID KEY
                   DISPLAY "Convert write failed for "
                       DeptCode OF NewDeptRecord
                       ", status: " WS-NewDeptFile-Status
               NOT INVALID KEY
                   ADD 1 TO WS-DeptWritten-Count
           END-WRITE.
       *> One converted department record; the sequential browse
       *> arrives in key order, so the fresh file loads cleanly.

       END PROGRAM DeptHierarchyConvert.
       *> Marks the end of the program.
