       *>  Compiler: cobc
       *>  Modification History:
       *>    22-08-2026 MM  Initial version.
       *>    15-10-2026 MM  Each department now carries its parent
       *>                   department and its manager's EmployeeID.
       *>                   The parent must be on file and may not make
       *>                   the department its own ancestor; the
       *>                   manager must be a current employee. A
       *>                   department with departments under it cannot
       *>                   be deleted. Existing files are converted by
       *>                   DeptHierarchyConvert.
       *>    15-10-2026 MM  A newly named manager must be active; one
       *>                   on leave is refused, though a manager
       *>                   already in post who has gone on leave is
       *>                   kept when the department is updated.
        IDENTIFICATION DIVISION.
       PROGRAM-ID. DeptMaintenance.
       *> Add, update, delete, and list department master records (code,
       *> name, active/inactive flag, parent department, manager).
       *> EmpDataManager and EmpBatchLoad reject any employee department
       *> code not on this file as an active department.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE STATUS IS WS-DeptFile-Status.
       *> The department master, keyed by the 3-digit department code.

           SELECT EmpFile ASSIGN TO "EmployeeData.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EmployeeID OF EmpRecord
           ALTERNATE RECORD KEY IS Surname OF EmpRecord
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS DepartmentCode OF EmpRecord
               WITH DUPLICATES
           FILE STATUS IS WS-EmpFile-Status.
       *> Same master file EmpDataManager maintains, read here to check
       *> that a department's manager is a current employee. Key
       *> declarations must match EmpDataManager's exactly.

       DATA DIVISION.
       FILE SECTION.
       FD  DeptFile.
           05  DeptCode           PIC 9(3).
           05  DeptName           PIC X(25).
           05  DeptActiveFlag     PIC X(1).
           05  DeptParentCode     PIC 9(3).
           05  DeptManagerID      PIC 9(6).
       *> One record per department: code, name, and 'A' (active) or
       *> 'I' (inactive). Inactive departments are kept for history but
       *> are not valid on new or updated employee records. The parent
       *> is the department this one rolls up into (000 = top of the
       *> structure) and the manager is the EmployeeID who runs it
       *> (000000 = none named).

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
       01  WS-UserResponse            PIC X(1).
       01  WS-DeptFile-Status         PIC X(2)       VALUE '00'.
           88  DeptFile-OK            VALUE '00'.
       01  WS-EmpFile-Status          PIC X(2)       VALUE '00'.
           88  EmpFile-OK             VALUE '00'.
       01  WS-HaveEmpFile             PIC X(1)       VALUE 'N'.
           88  HaveEmpFile            VALUE 'Y'.

       01  WS-SavedDeptRecord         PIC X(38).
       01  WS-ParentCode-In           PIC X(3).
       01  WS-ParentCode REDEFINES WS-ParentCode-In
                                      PIC 9(3).
       01  WS-ManagerID-In            PIC X(6).
       01  WS-ManagerID REDEFINES WS-ManagerID-In
                                      PIC 9(6).
       01  WS-Current-ManagerID       PIC 9(6)       VALUE 0.
       *> The manager already on the record being updated; zero on an
       *> add.
       01  WS-FieldValid              PIC X(1).
           88  FieldValid             VALUE 'Y'.
       01  WS-WalkSteps               PIC 9(3).
       01  WS-WalkDone                PIC X(1).
           88  WalkDone               VALUE 'Y'.
       01  WS-ChildFound              PIC X(1).
           88  ChildFound             VALUE 'Y'.
       *> Parent and manager checking: the record being keyed is held
       *> aside while the master is read to walk up the parent chain or
       *> look for departments underneath, then put back. The walk is
       *> capped so a chain already damaged on file cannot loop.

       PROCEDURE DIVISION.
       000-START.
           IF NOT DeptFile-OK
               DISPLAY "Error closing DeptFile, status: "
                   WS-DeptFile-Status
           END-IF
           IF HaveEmpFile
               CLOSE EmpFile
           END-IF.
       *> Drives the maintenance menu against the department master
       *> until the operator chooses to exit, same pattern as
               DISPLAY "Error opening DeptFile, status: "
                   WS-DeptFile-Status
               STOP RUN
           END-IF
           OPEN INPUT EmpFile
           IF EmpFile-OK
               SET HaveEmpFile TO TRUE
           ELSE
               DISPLAY "No employee master on hand; departments can"
                   " be kept but no manager can be named yet."
           END-IF.
       *> Opens the master for update-in-place access, creating it on
       *> first run (status 35 = file not found), and the employee
       *> master for the manager check. On a fresh system the
       *> departments come before any employees, so a missing employee
       *> master only means managers must be left blank for now.

       100-ADD-DEPARTMENT.
           PERFORM 130-COLLECT-DEPT-DATA
       130-COLLECT-DEPT-DATA.
           DISPLAY "Enter Department Code (3 digits): "
           ACCEPT DeptCode OF DeptRecord
           MOVE 0 TO WS-Current-ManagerID
           PERFORM 140-COLLECT-DEPT-FIELDS.
       *> Collects a full department record from the user.

                   OR DeptActiveFlag OF DeptRecord = 'I'
               DISPLAY "Flag must be A or I. Enter Active Flag: "
               ACCEPT DeptActiveFlag OF DeptRecord
           END-PERFORM
           MOVE 'N' TO WS-FieldValid
           PERFORM UNTIL FieldValid
               DISPLAY "Enter Parent Department Code (000 = top"
                   " level): "
               ACCEPT WS-ParentCode-In
               PERFORM 160-VALIDATE-PARENT
           END-PERFORM
           MOVE WS-ParentCode TO DeptParentCode OF DeptRecord
           MOVE 'N' TO WS-FieldValid
           PERFORM UNTIL FieldValid
               DISPLAY "Enter Manager Employee ID (000000 = none): "
               ACCEPT WS-ManagerID-In
               PERFORM 170-VALIDATE-MANAGER
           END-PERFORM
           MOVE WS-ManagerID TO DeptManagerID OF DeptRecord.
       *> Collects the changeable fields; the flag is held to A or I so
       *> the validation in EmpDataManager reads one of two states, and
       *> the parent and manager are re-prompted until they pass.

       150-UPDATE-DEPARTMENT.
           DISPLAY "Enter Department Code to update (3 digits): "
               INVALID KEY
                   DISPLAY "No department found with that code."
               NOT INVALID KEY
                   MOVE DeptManagerID OF DeptRecord
                       TO WS-Current-ManagerID
                   PERFORM 140-COLLECT-DEPT-FIELDS
                   REWRITE DeptRecord
                       INVALID KEY
       *> Looks up a department code and rewrites that one record in
       *> place, e.g. to rename it or flag it inactive.

       160-VALIDATE-PARENT.
           IF WS-ParentCode-In IS NOT NUMERIC
               DISPLAY "Parent code must be 3 digits."
           ELSE
               IF WS-ParentCode = 0
                   MOVE 'Y' TO WS-FieldValid
               ELSE
                   IF WS-ParentCode = DeptCode OF DeptRecord
                       DISPLAY "A department cannot be its own parent."
                   ELSE
                       MOVE DeptRecord TO WS-SavedDeptRecord
                       PERFORM 165-WALK-UP-FROM-PARENT
                       MOVE WS-SavedDeptRecord TO DeptRecord
                   END-IF
               END-IF
           END-IF.
       *> The parent must be 000 or a department on file, and may not
       *> be the department itself or any department below it.

       165-WALK-UP-FROM-PARENT.
           MOVE 0 TO WS-WalkSteps
           MOVE 'N' TO WS-WalkDone
           MOVE WS-ParentCode TO DeptCode OF DeptRecord
           READ DeptFile
               INVALID KEY
                   DISPLAY "Parent department " WS-ParentCode
                       " is not on file."
                   SET WalkDone TO TRUE
           END-READ
           PERFORM UNTIL WalkDone
               IF DeptParentCode OF DeptRecord = 0
                   MOVE 'Y' TO WS-FieldValid
                   SET WalkDone TO TRUE
               ELSE
                   IF DeptParentCode OF DeptRecord
                           = WS-SavedDeptRecord (1:3)
                       DISPLAY "Parent " WS-ParentCode " already rolls"
                           " up into this department; that would make"
                           " a loop."
                       SET WalkDone TO TRUE
                   ELSE
                       ADD 1 TO WS-WalkSteps
                       IF WS-WalkSteps > 200
                           DISPLAY "Parent chain above " WS-ParentCode
                               " does not reach the top; fix that"
                               " chain first."
                           SET WalkDone TO TRUE
                       ELSE
                           MOVE DeptParentCode OF DeptRecord
                               TO DeptCode OF DeptRecord
                           READ DeptFile
                               INVALID KEY
                                   MOVE 'Y' TO WS-FieldValid
                                   SET WalkDone TO TRUE
                           END-READ
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       *> Walks up from the proposed parent to the top of the
       *> structure. Meeting the department being keyed on the way up
       *> means it would become its own ancestor, and is refused. A
       *> chain that ends at a parent no longer on file is accepted
       *> here; the org report lists such departments.

       170-VALIDATE-MANAGER.
           IF WS-ManagerID-In IS NOT NUMERIC
               DISPLAY "Manager Employee ID must be 6 digits."
           ELSE
               IF WS-ManagerID = 0
                   MOVE 'Y' TO WS-FieldValid
               ELSE
                   IF NOT HaveEmpFile
                       DISPLAY "No employee master on hand; enter"
                           " 000000 for now."
                   ELSE
                       MOVE WS-ManagerID TO EmployeeID OF EmpRecord
                       READ EmpFile
                           INVALID KEY
                               DISPLAY "Employee " WS-ManagerID
                                   " is not on the employee master."
                           NOT INVALID KEY
                               PERFORM 172-CHECK-MANAGER-STATUS
                       END-READ
                   END-IF
               END-IF
           END-IF.
       *> The manager, when there is one, must be on the employee
       *> master with a status 172-CHECK-MANAGER-STATUS accepts.

       172-CHECK-MANAGER-STATUS.
           IF EmpStatus OF EmpRecord = 'T'
               DISPLAY "Employee " WS-ManagerID
                   " is terminated and cannot manage a department."
           ELSE
               IF EmpStatus OF EmpRecord = 'L'
                   AND WS-ManagerID NOT = WS-Current-ManagerID
                   DISPLAY "Employee " WS-ManagerID
                       " is on leave of absence; only an active"
                       " employee can be named manager."
               ELSE
                   IF EmpStatus OF EmpRecord NOT = 'A'
                       AND EmpStatus OF EmpRecord NOT = 'L'
                       DISPLAY "Employee " WS-ManagerID
                           " has status " EmpStatus OF EmpRecord
                           "; only an active employee can be named"
                           " manager."
                   ELSE
                       MOVE 'Y' TO WS-FieldValid
                       IF EmpStatus OF EmpRecord = 'L'
                           DISPLAY "Note: manager is on leave of"
                               " absence."
                       END-IF
                       IF DepartmentCode OF EmpRecord
                               NOT = DeptCode OF DeptRecord
                           DISPLAY "Note: manager works in"
                               " department "
                               DepartmentCode OF EmpRecord
                       END-IF
                   END-IF
               END-IF
           END-IF.
       *> A manager being named must be active. The manager already on
       *> the record is kept if they have since gone on leave, so an
       *> ordinary update of the department is not blocked; that is
       *> pointed out. A manager sitting in another department is
       *> allowed (a division head usually sits in one of the
       *> departments under the division) but is pointed out too.

       175-DELETE-DEPARTMENT.
           DISPLAY "Enter Department Code to delete (3 digits): "
           ACCEPT DeptCode OF DeptRecord
               INVALID KEY
                   DISPLAY "No department found with that code."
               NOT INVALID KEY
                   PERFORM 180-CHECK-FOR-CHILDREN
                   IF ChildFound
                       DISPLAY "Not deleted: other departments roll up"
                           " into this one; move them first."
                   ELSE
                       DELETE DeptFile
                           INVALID KEY
                               DISPLAY "Delete failed, status: "
                                   WS-DeptFile-Status
                           NOT INVALID KEY
                               DISPLAY "Department deleted"
                                   " successfully."
                       END-DELETE
                   END-IF
           END-READ.
       *> Removes one department outright. Prefer flagging a department
       *> inactive so its history stays explainable; delete is for
       *> entries created in error. A department that is the parent of
       *> others cannot go, or they would be left under a parent that
       *> no longer exists.

       180-CHECK-FOR-CHILDREN.
           MOVE DeptRecord TO WS-SavedDeptRecord
           MOVE 'N' TO WS-ChildFound
           MOVE ZERO TO DeptCode OF DeptRecord
           SET MoreToScan TO TRUE
           START DeptFile KEY IS NOT LESS THAN DeptCode OF DeptRecord
               INVALID KEY
                   SET EndOfScan TO TRUE
           END-START
           PERFORM UNTIL EndOfScan
               READ DeptFile NEXT RECORD
                   AT END
                       SET EndOfScan TO TRUE
                   NOT AT END
                       IF DeptParentCode OF DeptRecord
                               = WS-SavedDeptRecord (1:3)
                           SET ChildFound TO TRUE
                           SET EndOfScan TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-SavedDeptRecord (1:3) TO DeptCode OF DeptRecord
           READ DeptFile
               INVALID KEY
                   CONTINUE
           END-READ.
       *> Browses the master for any department naming this one as its
       *> parent, then re-reads the department being deleted so the
       *> DELETE acts on it.

       300-LIST-DEPARTMENTS.
           MOVE ZERO TO DeptCode OF DeptRecord
           END-START
           IF MoreToScan
               DISPLAY "DeptCode  DepartmentName             Flag"
                   "  Parent  Manager"
               DISPLAY "--------------------------------------------"
                   "-------------"
               PERFORM UNTIL EndOfScan
                   READ DeptFile NEXT RECORD
                       AT END
                           DISPLAY DeptCode OF DeptRecord
                               "       " DeptName OF DeptRecord
                               "  " DeptActiveFlag OF DeptRecord
                               "     " DeptParentCode OF DeptRecord
                               "     " DeptManagerID OF DeptRecord
                   END-READ
               END-PERFORM
               DISPLAY "--------------------------------------------"
                   "-------------"
           END-IF.
       *> Lists every department on file in code order.

