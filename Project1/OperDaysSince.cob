       *>  Author: Meet Maheta
       *>  Date: 15-10-2026
       *>  Purpose: Count the calendar days from an earlier date to the
       *>           current date, so the dormancy sweep and the
       *>           recertification report age sign-ons and passwords
       *>           by the same rule.
       *>  Compiler: cobc
       *>  Modification History:
       *>    15-10-2026 MM  Initial version.
        IDENTIFICATION DIVISION.
       PROGRAM-ID. OperDaysSince.
       *> Called by OperDormancySweep and OperRecertReport. Same calling
       *> convention as OperPwExpiry.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-Work-Date               PIC 9(8).
       01  WS-Work-Date-Split REDEFINES WS-Work-Date.
           05  WS-Work-Year           PIC 9(4).
           05  WS-Work-Month          PIC 9(2).
           05  WS-Work-Day            PIC 9(2).
       *> The date being turned into a day number, split the same way
       *> OperPwExpiry splits its date.

       01  WS-Month-Days-Values       PIC X(36)      VALUE
           "000031059090120151181212243273304334".
       01  WS-Month-Days-Table REDEFINES WS-Month-Days-Values.
           05  WS-Days-Before-Month   PIC 9(3)  OCCURS 12 TIMES.
       *> Days in the year before the first of each month, for a
       *> common year; February 29 is added separately.

       01  WS-Prior-Years             PIC 9(4).
       01  WS-Leap-Days               PIC 9(4).
       01  WS-Century-Days            PIC 9(4).
       01  WS-Quad-Century-Days       PIC 9(4).
       01  WS-Remainder               PIC 9(4).
       01  WS-Quotient                PIC 9(4).
       01  WS-Leap-Year               PIC X(1).
           88  LeapYear               VALUE 'Y'.
       01  WS-Day-Number              PIC 9(7).
       01  WS-From-Day-Number         PIC 9(7).
       01  WS-Current-Day-Number      PIC 9(7).
       *> Day numbers count from the start of year 1, so two of them
       *> subtract to the days between the dates.

       LINKAGE SECTION.
       01  LNK-FROM-DATE              PIC 9(8).
       *> The earlier date as YYYYMMDD; zero means "never".
       01  LNK-CURRENT-DATE           PIC 9(8).
       *> Current date as YYYYMMDD, accepted once by the caller.
       01  LNK-DAYS                   PIC 9(5).
       *> Calendar days from the earlier date to today, capped at
       *> 99999.

       PROCEDURE DIVISION USING LNK-FROM-DATE LNK-CURRENT-DATE
                                LNK-DAYS.
       *> A zero or invalid earlier date counts as 99999 days - older
       *> than any limit - and a date after today (mis-keyed) as zero,
       *> the same protection EmpServiceYears gives a future hire date.
           IF LNK-FROM-DATE = 0
               MOVE 99999 TO LNK-DAYS
           ELSE
               IF LNK-FROM-DATE >= LNK-CURRENT-DATE
                   MOVE 0 TO LNK-DAYS
               ELSE
                   MOVE LNK-FROM-DATE TO WS-Work-Date
                   PERFORM 100-DAY-NUMBER
                   MOVE WS-Day-Number TO WS-From-Day-Number
                   MOVE LNK-CURRENT-DATE TO WS-Work-Date
                   PERFORM 100-DAY-NUMBER
                   MOVE WS-Day-Number TO WS-Current-Day-Number
                   IF WS-From-Day-Number = 0
                       MOVE 99999 TO LNK-DAYS
                   ELSE
                       IF WS-Current-Day-Number - WS-From-Day-Number
                               > 99999
                           MOVE 99999 TO LNK-DAYS
                       ELSE
                           COMPUTE LNK-DAYS = WS-Current-Day-Number
                               - WS-From-Day-Number
                       END-IF
                   END-IF
               END-IF
           END-IF.
           EXIT PROGRAM.
       *> Returns to the caller.

       100-DAY-NUMBER.
           MOVE 0 TO WS-Day-Number
           IF WS-Work-Year > 0
               AND WS-Work-Month >= 1 AND WS-Work-Month <= 12
               AND WS-Work-Day >= 1 AND WS-Work-Day <= 31
               COMPUTE WS-Prior-Years = WS-Work-Year - 1
               DIVIDE WS-Prior-Years BY 4 GIVING WS-Leap-Days
               DIVIDE WS-Prior-Years BY 100 GIVING WS-Century-Days
               DIVIDE WS-Prior-Years BY 400
                   GIVING WS-Quad-Century-Days
               COMPUTE WS-Day-Number = WS-Prior-Years * 365
                   + WS-Leap-Days - WS-Century-Days
                   + WS-Quad-Century-Days
                   + WS-Days-Before-Month (WS-Work-Month)
                   + WS-Work-Day
               MOVE 'N' TO WS-Leap-Year
               DIVIDE WS-Work-Year BY 4 GIVING WS-Quotient
                   REMAINDER WS-Remainder
               IF WS-Remainder = 0
                   MOVE 'Y' TO WS-Leap-Year
                   DIVIDE WS-Work-Year BY 100 GIVING WS-Quotient
                       REMAINDER WS-Remainder
                   IF WS-Remainder = 0
                       MOVE 'N' TO WS-Leap-Year
                       DIVIDE WS-Work-Year BY 400 GIVING WS-Quotient
                           REMAINDER WS-Remainder
                       IF WS-Remainder = 0
                           MOVE 'Y' TO WS-Leap-Year
                       END-IF
                   END-IF
               END-IF
               IF LeapYear AND WS-Work-Month > 2
                   ADD 1 TO WS-Day-Number
               END-IF
           END-IF.
       *> Day number of WS-Work-Date: the days in all the whole years
       *> before it (every fourth year a leap year, except centuries
       *> not divisible by 400), the days in the months before it this
       *> year, and the day itself. Each division is its own DIVIDE so
       *> every step truncates to whole years. An impossible date
       *> gives zero.

       END PROGRAM OperDaysSince.
       *> Marks the end of the program.
