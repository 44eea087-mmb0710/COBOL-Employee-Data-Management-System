       *>                   and data-entry operators can sign on here
       *>                   just to change their own password. Existing
       *>                   files are converted by OperSecurityConvert.
       *>    15-10-2026 MM  OperRecord now carries the date of the last
       *>                   successful sign-on, the date the password
       *>                   was set, and the date the ID was added or
       *>                   last disabled or re-enabled. A lock flag of
       *>                   'D' marks an ID OperDormancySweep disabled
       *>                   for lack of use; it is refused at sign-on
       *>                   until a supervisor E)nables it, and the
       *>                   re-enable goes on the audit trail. Existing
       *>                   files are converted by OperSignOnConvert.
       *>    15-10-2026 MM  Supervisors can I)disable an ID by hand,
       *>                   as the access recertification asks for IDs
       *>                   not retained; audited DISABL like the
       *>                   dormancy sweep, and never the last open
       *>                   supervisor.
        IDENTIFICATION DIVISION.
       PROGRAM-ID. OperMaintenance.
       *> Add, update, delete, unlock, disable, re-enable, and list
       *> operator records.
       *> Authority levels: 1 = data entry (Add and List), 2 =
       *> supervisor (also Update and Delete). While the file is empty
       *> this program runs open, so the first supervisor can be set
           05  OperPwExpiry       PIC 9(8).
           05  OperFailCount      PIC 9(1).
           05  OperLockFlag       PIC X(1).
           05  OperLastSignOn     PIC 9(8).
           05  OperPwSetDate      PIC 9(8).
           05  OperStatusDate     PIC 9(8).
       *> One record per operator: sign-on ID, password, authority
       *> level (1 = data entry, 2 = supervisor), the date the password
       *> expires (set by OperPwExpiry whenever a password is set), the
       *> failed sign-on attempts carried across runs, and 'L' when the
       *> ID is locked against further attempts or 'D' when it has
       *> been disabled for lack of use. Then the date of the last
       *> successful sign-on on any sign-on path (zero = never), the
       *> date the current password was set, and the date the ID was
       *> added or last disabled or re-enabled - the dormancy clock
       *> runs from the later of the last sign-on and that date.

       FD  AuditFile.
       01  AuditRecord.
       *> must differ from the old one before it is accepted.
       01  WS-Target-ID               PIC X(8).
       01  WS-Target-Level            PIC 9(1).
       01  WS-Target-Lock             PIC X(1).
       01  WS-Target-LastSignOn       PIC 9(8).
       01  WS-Target-StatusDate       PIC 9(8).
       01  WS-New-Password            PIC X(8).
       01  WS-New-Level               PIC 9(1).
       01  WS-New-Expiry              PIC 9(8).
       01  WS-Supervisor-Count        PIC 9(3).
       01  WS-OpenSupervisor-Count    PIC 9(3).
       01  WS-Target-LockFlag         PIC X(1).
       01  WS-ChangeAllowed           PIC X(1).
           88  ChangeAllowed          VALUE 'Y'.
       *> Held values for update/delete, so the supervisor-count scan
           END-IF
           IF SignedOn AND WS-SignOn-Level >= 2
               PERFORM UNTIL EndOfFile
                   DISPLAY 'A)dd  U)pdate  D)elete  N)unlock  I)disable  E)nable  L)ist  X)exit - Choice: '
                   ACCEPT WS-UserResponse
                   EVALUATE WS-UserResponse
                       WHEN 'A'
                       WHEN 'N'
                       WHEN 'n'
                           PERFORM 250-UNLOCK-OPERATOR
                       WHEN 'I'
                       WHEN 'i'
                           PERFORM 270-DISABLE-OPERATOR
                       WHEN 'E'
                       WHEN 'e'
                           PERFORM 260-ENABLE-OPERATOR
                       WHEN 'L'
                       WHEN 'l'
                           PERFORM 300-LIST-OPERATORS
                   INVALID KEY
                       PERFORM 060-REJECT-SIGN-ON
                   NOT INVALID KEY
                       EVALUATE OperLockFlag OF OperRecord
                           WHEN 'L'
                               PERFORM 062-REJECT-LOCKED
                           WHEN 'D'
                               PERFORM 063-REJECT-DISABLED
                           WHEN OTHER
                               IF OperPassword OF OperRecord
                                       = WS-SignOn-Password
                                   PERFORM 055-ACCEPT-SIGN-ON
                               ELSE
                                   PERFORM 061-COUNT-BAD-PASSWORD
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF NOT SignedOn
               DISPLAY "Sign-on failed; maintenance refused."
           END-IF.
       *> Any operator on file may sign on; the authority level decides
       *> what they are offered afterwards. A locked or disabled ID is
       *> refused outright, and three failures in this run end it.

       055-ACCEPT-SIGN-ON.
           SET SignedOn TO TRUE
           MOVE OperAuthLevel OF OperRecord TO WS-SignOn-Level
           MOVE 0 TO OperFailCount OF OperRecord
           MOVE WS-CurrentDate TO OperLastSignOn OF OperRecord
           REWRITE OperRecord
           IF OperPwExpiry OF OperRecord <= WS-CurrentDate
               DISPLAY "Your password has expired and must be changed"
                   " now."
               PERFORM 095-SET-NEW-PASSWORD
           END-IF.
       *> A good sign-on clears the failure count carried on the file,
       *> stamps today as the ID's last sign-on, and forces a password
       *> change when the expiry date has been reached.

       061-COUNT-BAD-PASSWORD.
           IF OperFailCount OF OperRecord < 9
       *> A locked ID is refused without another password comparison;
       *> the attempt still goes on the audit trail.

       063-REJECT-DISABLED.
           DISPLAY "That ID was disabled for lack of use; see a"
               " supervisor to re-enable it."
           ADD 1 TO WS-SignOn-Tries
           PERFORM 500-WRITE-BADSGN-AUDIT.
       *> An ID OperDormancySweep disabled is refused the same way as a
       *> locked one, and the attempt is audited.

       080-CHECK-EXIT-ALLOWED.
           IF FirstTimeSetup
               PERFORM 200-COUNT-SUPERVISORS
       *> One audit line per password change (forced or chosen); the
       *> password itself is never written anywhere but the record.

       515-WRITE-ENABLE-AUDIT.
           ACCEPT WS-AuditDate FROM DATE
           ACCEPT WS-AuditTime FROM TIME
           MOVE 0 TO AuditEmployeeID
           MOVE 'ENABLE' TO AuditActionCode
           MOVE WS-AuditDate TO AuditDate
           MOVE WS-AuditTime TO AuditTime
           MOVE OperatorID OF OperRecord TO AuditOperatorID
           WRITE AuditRecord
               AFTER ADVANCING 1 LINE
           END-WRITE.
       *> One audit line per re-enabled ID, under that ID, matching the
       *> DISABL line OperDormancySweep writes when it disables one.

       520-WRITE-DISABL-AUDIT.
           ACCEPT WS-AuditDate FROM DATE
           ACCEPT WS-AuditTime FROM TIME
           MOVE 0 TO AuditEmployeeID
           MOVE 'DISABL' TO AuditActionCode
           MOVE WS-AuditDate TO AuditDate
           MOVE WS-AuditTime TO AuditTime
           MOVE OperatorID OF OperRecord TO AuditOperatorID
           WRITE AuditRecord
               AFTER ADVANCING 1 LINE
           END-WRITE.
       *> One audit line per ID disabled by hand, under that ID, the
       *> same line OperDormancySweep writes for a dormant one.

       090-CHANGE-OWN-PASSWORD.
           DISPLAY "You are signed on with data-entry authority;"
               " you may change your own password."
           MOVE WS-NewPassword-1 TO OperPassword OF OperRecord
           CALL 'OperPwExpiry' USING WS-CurrentDate WS-PwExpiry
           MOVE WS-PwExpiry TO OperPwExpiry OF OperRecord
           MOVE WS-CurrentDate TO OperPwSetDate OF OperRecord
           MOVE 0 TO OperFailCount OF OperRecord
           REWRITE OperRecord
               INVALID KEY
           DISPLAY "Enter Operator ID (max 8 chars): "
           ACCEPT OperatorID OF OperRecord
           PERFORM 140-COLLECT-OPER-FIELDS
           MOVE 0 TO OperLastSignOn OF OperRecord
           MOVE WS-CurrentDate TO OperStatusDate OF OperRecord
           WRITE OperRecord
               INVALID KEY
                   IF WS-OperFile-Status = '22'
                   DISPLAY "Operator added successfully."
           END-WRITE.
       *> Adds a new operator; the ID is the RECORD KEY, so an ID
       *> already on file comes back INVALID KEY status 22. A new ID
       *> has never signed on, and its dormancy clock starts today.

       140-COLLECT-OPER-FIELDS.
           DISPLAY "Enter Password (max 8 chars): "
           END-PERFORM
           CALL 'OperPwExpiry' USING WS-CurrentDate WS-PwExpiry
           MOVE WS-PwExpiry TO OperPwExpiry OF OperRecord
           MOVE WS-CurrentDate TO OperPwSetDate OF OperRecord
           MOVE 0 TO OperFailCount OF OperRecord
           MOVE SPACE TO OperLockFlag OF OperRecord.
       *> Collects the changeable fields; the level is held to 1 or 2.
                   DISPLAY "No operator found with that ID."
               NOT INVALID KEY
                   MOVE OperAuthLevel OF OperRecord TO WS-Target-Level
                   MOVE OperLockFlag OF OperRecord TO WS-Target-Lock
                   MOVE OperLastSignOn OF OperRecord
                       TO WS-Target-LastSignOn
                   MOVE OperStatusDate OF OperRecord
                       TO WS-Target-StatusDate
                   PERFORM 140-COLLECT-OPER-FIELDS
                   MOVE OperPassword OF OperRecord TO WS-New-Password
                   MOVE OperAuthLevel OF OperRecord TO WS-New-Level
                       MOVE WS-New-Password  TO OperPassword OF OperRecord
                       MOVE WS-New-Level     TO OperAuthLevel OF OperRecord
                       MOVE WS-New-Expiry    TO OperPwExpiry OF OperRecord
                       MOVE WS-CurrentDate TO OperPwSetDate OF OperRecord
                       MOVE 0 TO OperFailCount OF OperRecord
                       MOVE SPACE TO OperLockFlag OF OperRecord
                       IF WS-Target-Lock = 'D'
                           MOVE 'D' TO OperLockFlag OF OperRecord
                           DISPLAY "ID stays disabled; use E)nable to"
                               " re-enable it."
                       END-IF
                       MOVE WS-Target-LastSignOn
                           TO OperLastSignOn OF OperRecord
                       MOVE WS-Target-StatusDate
                           TO OperStatusDate OF OperRecord
                       REWRITE OperRecord
                           INVALID KEY
                               DISPLAY "Update failed, status: "
       *> Looks up an operator ID and rewrites that one record in
       *> place, e.g. for a password change or a level change. Taking
       *> the last supervisor down to data entry is refused, or nobody
       *> could maintain this file afterwards. An update clears a
       *> failed-attempt lock but not a dormancy disable, which only
       *> E)nable lifts so that it is audited.

       175-DELETE-OPERATOR.
           DISPLAY "Enter Operator ID to delete (max 8 chars): "
                   DISPLAY "No operator found with that ID."
               NOT INVALID KEY
                   IF OperLockFlag OF OperRecord NOT = 'L'
                       IF OperLockFlag OF OperRecord = 'D'
                           DISPLAY "That ID is disabled, not locked;"
                               " use E)nable."
                       ELSE
                           DISPLAY "That ID is not locked."
                       END-IF
                   ELSE
                       MOVE SPACE TO OperLockFlag OF OperRecord
                       MOVE 0 TO OperFailCount OF OperRecord
       *> supervisor reaches this option; the password itself is not
       *> changed here - use U)pdate if it needs resetting too.

       260-ENABLE-OPERATOR.
           DISPLAY "Enter Operator ID to re-enable (max 8 chars): "
           ACCEPT WS-Target-ID
           MOVE WS-Target-ID TO OperatorID OF OperRecord
           READ OperFile
               INVALID KEY
                   DISPLAY "No operator found with that ID."
               NOT INVALID KEY
                   IF OperLockFlag OF OperRecord NOT = 'D'
                       DISPLAY "That ID is not disabled."
                   ELSE
                       MOVE SPACE TO OperLockFlag OF OperRecord
                       MOVE 0 TO OperFailCount OF OperRecord
                       MOVE WS-CurrentDate
                           TO OperStatusDate OF OperRecord
                       REWRITE OperRecord
                           INVALID KEY
                               DISPLAY "Re-enable failed, status: "
                                   WS-OperFile-Status
                           NOT INVALID KEY
                               DISPLAY "Operator re-enabled."
                               PERFORM 515-WRITE-ENABLE-AUDIT
                       END-REWRITE
                   END-IF
           END-READ.
       *> Lifts a dormancy disable once the supervisor has confirmed
       *> the ID is still needed. The dormancy clock restarts today, so
       *> the ID has the full period to be used before the next sweep
       *> would disable it again.

       270-DISABLE-OPERATOR.
           DISPLAY "Enter Operator ID to disable (max 8 chars): "
           ACCEPT WS-Target-ID
           MOVE WS-Target-ID TO OperatorID OF OperRecord
           READ OperFile
               INVALID KEY
                   DISPLAY "No operator found with that ID."
               NOT INVALID KEY
                   MOVE OperAuthLevel OF OperRecord TO WS-Target-Level
                   MOVE OperLockFlag OF OperRecord
                       TO WS-Target-LockFlag
                   MOVE 'Y' TO WS-ChangeAllowed
                   IF WS-Target-LockFlag = 'D'
                       MOVE 'N' TO WS-ChangeAllowed
                       DISPLAY "That ID is already disabled."
                   END-IF
                   IF ChangeAllowed AND WS-Target-Level = 2
                       AND WS-Target-LockFlag = SPACE
                       PERFORM 200-COUNT-SUPERVISORS
                       IF WS-OpenSupervisor-Count < 2
                           MOVE 'N' TO WS-ChangeAllowed
                           DISPLAY "Cannot disable the only open"
                               " supervisor on file."
                       END-IF
                   END-IF
                   IF ChangeAllowed
                       PERFORM 275-APPLY-DISABLE
                   END-IF
           END-READ.
       *> Disables an ID the recertification did not retain, keeping
       *> the record (and its history on the audit trail) where a
       *> delete would remove it. A supervisor who is neither locked
       *> nor disabled can only be disabled while another such
       *> supervisor remains, the same protection OperDormancySweep
       *> gives the last open supervisor.

       275-APPLY-DISABLE.
           MOVE WS-Target-ID TO OperatorID OF OperRecord
           READ OperFile
               INVALID KEY
                   DISPLAY "Disable failed, status: "
                       WS-OperFile-Status
               NOT INVALID KEY
                   MOVE 'D' TO OperLockFlag OF OperRecord
                   MOVE WS-CurrentDate TO OperStatusDate OF OperRecord
                   REWRITE OperRecord
                       INVALID KEY
                           DISPLAY "Disable failed, status: "
                               WS-OperFile-Status
                       NOT INVALID KEY
                           DISPLAY "Operator disabled."
                           PERFORM 520-WRITE-DISABL-AUDIT
                   END-REWRITE
           END-READ.
       *> Re-reads the target, since the supervisor count may have
       *> read through the record area, then marks it disabled as of
       *> today; E)nable lifts it.

       200-COUNT-SUPERVISORS.
           MOVE 0 TO WS-Supervisor-Count
           MOVE 0 TO WS-OpenSupervisor-Count
           MOVE 0 TO WS-Operator-Count
           SET MoreToScan TO TRUE
           MOVE LOW-VALUES TO OperatorID OF OperRecord
                       ADD 1 TO WS-Operator-Count
                       IF OperAuthLevel OF OperRecord = 2
                           ADD 1 TO WS-Supervisor-Count
                           IF OperLockFlag OF OperRecord = SPACE
                               ADD 1 TO WS-OpenSupervisor-Count
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       *> Counts the records on file, how many are level 2, and how
       *> many of those are open (neither locked nor disabled); the
       *> scan reads through the record area, so callers hold their
       *> values in working storage across it.

           END-START
           IF MoreToScan
               DISPLAY "OperatorID  AuthLevel  PwExpiry  Fails  Lock"
                   "  LastSignOn"
               DISPLAY "--------------------------------------------"
                   "------------"
               PERFORM UNTIL EndOfScan
                   READ OperFile NEXT RECORD
                       AT END
                               "      " OperPwExpiry OF OperRecord
                               "  " OperFailCount OF OperRecord
                               "     " OperLockFlag OF OperRecord
                               "     " OperLastSignOn OF OperRecord
                   END-READ
               END-PERFORM
               DISPLAY "--------------------------------------------"
                   "------------"
           END-IF.
       *> Lists every operator with their level, password expiry,
       *> carried failure count, lock state, and last sign-on, in ID
       *> order.
       *> Passwords are never displayed.

       END PROGRAM OperMaintenance.
