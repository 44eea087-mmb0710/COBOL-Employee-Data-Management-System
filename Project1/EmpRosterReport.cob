       *>  Compiler: cobc
       *>  Modification History:
       *>    02-09-2026 MM  Initial version.
       *>    15-10-2026 MM  DeptRecord carries the parent department
       *>                   and manager DeptMaintenance added.
        IDENTIFICATION DIVISION.
       PROGRAM-ID. EmpRosterReport.
       *> Browses EmployeeData.dat on the DepartmentCode alternate
           05  DeptCode           PIC 9(3).
           05  DeptName           PIC X(25).
           05  DeptActiveFlag     PIC X(1).
           05  DeptParentCode     PIC 9(3).
           05  DeptManagerID      PIC 9(6).
       *> Layout must match DeptMaintenance's DeptRecord.

       FD  RosterFile.
