       *>  Author: Meet Maheta
       *>  Date: 15-10-2026
       *>  Purpose: One-time conversion of the operator security file
       *>           to the layout carrying the last sign-on date, the
       *>           date the password was set, and the date the ID was
       *>           added or last disabled or re-enabled.
       *>  Compiler: cobc
       *>  Modification History:
       *>    15-10-2026 MM  Initial version.
        IDENTIFICATION DIVISION.
       PROGRAM-ID. OperSignOnConvert.
       *> Reads the password-aging-layout security file and writes a
       *> copy in the new layout with suffix .new; the operator renames
       *> it over the original once the counts agree, same procedure as
       *> OperSecurityConvert. Nobody's real last sign-on is known, so
       *> each ID converts as never signed on with its dormancy clock
       *> starting on the conversion date - every operator gets the
       *> full dormancy period to sign on before OperDormancySweep
       *> would disable them. The password-set date is taken as three
       *> months before the expiry, the rule OperPwExpiry sets
       *> expiries by.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OldOperFile ASSIGN TO "OperatorSecurity.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OperatorID OF OldOperRecord
           FILE STATUS IS WS-OldOperFile-Status.
       *> The security file as it stands before conversion.

           SELECT NewOperFile ASSIGN TO "OperatorSecurity.new"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OperatorID OF NewOperRecord
           FILE STATUS IS WS-NewOperFile-Status.
       *> The converted security file, written fresh.

       DATA DIVISION.
       FILE SECTION.
       FD  OldOperFile.
       01  OldOperRecord.
           05  OperatorID         PIC X(8).
           05  OperPassword       PIC X(8).
           05  OperAuthLevel      PIC 9(1).
           05  OperPwExpiry       PIC 9(8).
           05  OperFailCount      PIC 9(1).
           05  OperLockFlag       PIC X(1).
       *> The operator record as it was before sign-on dating.

       FD  NewOperFile.
       01  NewOperRecord.
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

       WORKING-STORAGE SECTION.
       01  WS-EndOfOper               PIC X(1)       VALUE 'N'.
           88  EndOfOper              VALUE 'Y'.
       01  WS-OldOperFile-Status      PIC X(2)       VALUE '00'.
           88  OldOperFile-OK         VALUE '00'.
       01  WS-NewOperFile-Status      PIC X(2)       VALUE '00'.
           88  NewOperFile-OK         VALUE '00'.

       01  WS-CurrentDate             PIC 9(8).
       01  WS-Work-Date               PIC 9(8).
       01  WS-Work-Date-Split REDEFINES WS-Work-Date.
           05  WS-Work-Year           PIC 9(4).
           05  WS-Work-Month          PIC 9(2).
           05  WS-Work-Day            PIC 9(2).
       *> The expiry stepped back three months to the date the
       *> password was set, the reverse of OperPwExpiry.

       01  WS-OperRead-Count          PIC 9(5)       VALUE 0.
       01  WS-OperWritten-Count       PIC 9(5)       VALUE 0.

       PROCEDURE DIVISION.
       000-START.
           ACCEPT WS-CurrentDate FROM DATE YYYYMMDD
           PERFORM 100-CONVERT-OPER-FILE
           DISPLAY "Conversion complete."
           DISPLAY "Operator records read:    " WS-OperRead-Count
           DISPLAY "Operator records written: " WS-OperWritten-Count
           DISPLAY "When the counts agree, rename OperatorSecurity.new"
           DISPLAY "over OperatorSecurity.dat. Every ID's dormancy"
           DISPLAY "clock starts today.".
       *> Drives the conversion and prints the balancing counts the
       *> operator checks before renaming.

       STOP RUN.
       *> Ends the program.

       100-CONVERT-OPER-FILE.
           OPEN INPUT OldOperFile
           IF WS-OldOperFile-Status = '35'
               DISPLAY "No operator security file on hand; skipped."
           ELSE
               IF NOT OldOperFile-OK
                   DISPLAY "Error opening old security file, status: "
                       WS-OldOperFile-Status
                   STOP RUN
               END-IF
               OPEN OUTPUT NewOperFile
               IF NOT NewOperFile-OK
                   DISPLAY "Error opening new security file, status: "
                       WS-NewOperFile-Status
                   STOP RUN
               END-IF
               PERFORM UNTIL EndOfOper
                   READ OldOperFile NEXT RECORD
                       AT END
                           SET EndOfOper TO TRUE
                       NOT AT END
                           ADD 1 TO WS-OperRead-Count
                           PERFORM 110-WRITE-NEW-OPER-RECORD
                   END-READ
               END-PERFORM
               CLOSE OldOperFile
               CLOSE NewOperFile
           END-IF.
       *> Copies every operator into the new layout.

       110-WRITE-NEW-OPER-RECORD.
           MOVE OperatorID OF OldOperRecord
               TO OperatorID OF NewOperRecord
           MOVE OperPassword OF OldOperRecord
               TO OperPassword OF NewOperRecord
           MOVE OperAuthLevel OF OldOperRecord
               TO OperAuthLevel OF NewOperRecord
           MOVE OperPwExpiry OF OldOperRecord
               TO OperPwExpiry OF NewOperRecord
           MOVE OperFailCount OF OldOperRecord
               TO OperFailCount OF NewOperRecord
           MOVE OperLockFlag OF OldOperRecord
               TO OperLockFlag OF NewOperRecord
           MOVE 0 TO OperLastSignOn OF NewOperRecord
           MOVE OperPwExpiry OF OldOperRecord TO WS-Work-Date
           IF WS-Work-Month > 3
               SUBTRACT 3 FROM WS-Work-Month
           ELSE
               ADD 9 TO WS-Work-Month
               SUBTRACT 1 FROM WS-Work-Year
           END-IF
           IF WS-Work-Date > WS-CurrentDate
               MOVE WS-CurrentDate TO WS-Work-Date
           END-IF
           MOVE WS-Work-Date TO OperPwSetDate OF NewOperRecord
           MOVE WS-CurrentDate TO OperStatusDate OF NewOperRecord
           WRITE NewOperRecord
               INVALID KEY
                   DISPLAY "Convert write failed for "
                       OperatorID OF NewOperRecord
                       ", status: " WS-NewOperFile-Status
               NOT INVALID KEY
                   ADD 1 TO WS-OperWritten-Count
           END-WRITE.
       *> One converted operator record. Password, level, expiry,
       *> failure count, and lock carry over unchanged.

       END PROGRAM OperSignOnConvert.
       *> Marks the end of the program.
