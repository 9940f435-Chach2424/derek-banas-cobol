       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. STEPDUE.
AUTHOR.
DATE-WRITTEN.October 15th 2026.
*> Step schedule for daily_batch.sh, run on a fresh start right
*> after SETDATE. The hand-kept schedule stepsched.dat gives a
*> stream step a frequency, one line per step:
*>     columns 1-3   frequency
*>     columns 5-24  the label the step reports to RECONLOG under
*>                   (the manifest.dat label; blank if none)
*>     columns 26-65 the step name as daily_batch.sh runs it
*> The frequencies are DLY (every night), MON TUE WED THU FRI SAT
*> SUN (that weekday - or, when that weekday is a holiday on
*> calendar.dat, the first business day after it, so a holiday
*> never swallows a weekly run), LBD (the last business day of the
*> month) and FBD (the first business day after month end). A
*> business day is one not on calendar.dat, the rule SETDATE
*> applies. For example:
*>     FRI Payroll run          payroll run
*>     FRI Attendance report    attendance report
*>     LBD Month-to-date        month-to-date summary
*>     FBD Tax remittance       tax remittance
*>     LBD Customer statements  customer statements
*>     MON Dunning letters      dunning letters
*> A step not on the schedule, or the whole stream with no
*> stepsched.dat, runs every night as before. Each step NOT due on
*> the processing date is written to schedskip.dat (the date, its
*> label and its step name): daily_batch.sh passes over those
*> steps and records them as scheduled skips in stream.ctl, and
*> RECONCILE stops calling their manifest labels missing. Each is
*> also logged to runaudit.txt as a SCHDSKIP event. A line with a
*> frequency this program does not know raises a warning and the
*> step runs every night, which is never the wrong side to err on.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ScheduleFile ASSIGN TO 'stepsched.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Sched-Status.
       SELECT CalendarFile ASSIGN TO 'calendar.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Cal-Status.
       SELECT SkipFile ASSIGN TO 'schedskip.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ScheduleFile.
01 ScheduleRec.
       02 SS-Frequency   PIC X(3).
       02 FILLER         PIC X.
       02 SS-Recon-Label PIC X(20).
       02 FILLER         PIC X.
       02 SS-Step-Name   PIC X(40).

FD CalendarFile.
01 CalendarRec.
       02 CAL-Date PIC 9(8).

FD SkipFile.
01 SkipRec.
       02 SK-Date        PIC 9(8).
       02 FILLER         PIC X.
       02 SK-Recon-Label PIC X(20).
       02 FILLER         PIC X.
       02 SK-Step-Name   PIC X(40).

WORKING-STORAGE SECTION.
01 WS-Sched-Status PIC XX.
01 WS-Cal-Status   PIC XX.
01 WS-Sched-EOF    PIC X VALUE 'N'.
01 WS-Cal-EOF      PIC X VALUE 'N'.
01 WS-Today        PIC 9(8).
01 WS-Today-R REDEFINES WS-Today.
       02 WS-Today-Year  PIC 9(4).
       02 WS-Today-Month PIC 99.
       02 WS-Today-Day   PIC 99.
*> Holidays off calendar.dat, held for the business-day walks.
01 WS-Holiday-Table.
       02 WS-Holiday-Date PIC 9(8) OCCURS 500 TIMES.
01 WS-Holiday-Count PIC 9(3) VALUE 0.
01 WS-Holiday-Idx   PIC 9(3).
01 WS-Holiday       PIC X.
       88 DateIsHoliday VALUE 'Y'.
01 WS-Due           PIC X.
       88 StepDue VALUE 'Y'.
01 WS-Walk-Done     PIC X.
01 WS-Walk-Steps    PIC 99.
01 WS-Walk-Date.
       02 WS-Walk-Year  PIC 9(4).
       02 WS-Walk-Month PIC 99.
       02 WS-Walk-Day   PIC 99.
01 WS-Walk-Date-Num REDEFINES WS-Walk-Date PIC 9(8).
01 WS-Month-Len     PIC 99.
01 WS-Leap-Quot     PIC 9(4).
01 WS-Leap-Rem      PIC 9(3).
01 WS-Days-Table.
       02 FILLER PIC 99 VALUE 31.
       02 FILLER PIC 99 VALUE 28.
       02 FILLER PIC 99 VALUE 31.
       02 FILLER PIC 99 VALUE 30.
       02 FILLER PIC 99 VALUE 31.
       02 FILLER PIC 99 VALUE 30.
       02 FILLER PIC 99 VALUE 31.
       02 FILLER PIC 99 VALUE 31.
       02 FILLER PIC 99 VALUE 30.
       02 FILLER PIC 99 VALUE 31.
       02 FILLER PIC 99 VALUE 30.
       02 FILLER PIC 99 VALUE 31.
01 WS-Days-Table-R REDEFINES WS-Days-Table.
       02 WS-Days-In-Month PIC 99 OCCURS 12 TIMES.
*> Day of the week by Zeller's rule: 0 is Saturday, 6 is Friday.
01 WS-Weekday-Names PIC X(21) VALUE "SATSUNMONTUEWEDTHUFRI".
01 WS-Weekday-Table REDEFINES WS-Weekday-Names.
       02 WS-Weekday-Name PIC X(3) OCCURS 7 TIMES.
01 WS-Zeller-Year    PIC 9(4).
01 WS-Zeller-Month   PIC 99.
01 WS-Zeller-Cent    PIC 99.
01 WS-Zeller-YOC     PIC 99.
01 WS-Zeller-Sum     PIC 9(5).
01 WS-Zeller-Quot    PIC 9(5).
01 WS-Zeller-Work    PIC 9(5).
01 WS-Weekday-Num    PIC 9.
01 WS-Weekday        PIC X(3).
01 WS-Lines-Read     PIC 9(4) VALUE 0.
01 WS-Steps-Skipped  PIC 9(4) VALUE 0.
01 WS-Alert-Severity PIC X.
01 WS-Alert-Message  PIC X(60).
01 WS-Audit-Program PIC X(8) VALUE "STEPDUE".
01 WS-Audit-Operator PIC X(8) VALUE "BATCH".
01 WS-Audit-Event   PIC X(8).
01 WS-Audit-Detail  PIC X(40).

PROCEDURE DIVISION.
MAIN-LOGIC.
       MOVE "START" TO WS-Audit-Event
       MOVE "Beginning run" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Audit-Event, WS-Audit-Detail
       CALL "GETPDATE" USING WS-Today
       PERFORM LOAD-HOLIDAYS
       OPEN OUTPUT SkipFile
       OPEN INPUT ScheduleFile
       IF WS-Sched-Status NOT = '00'
           MOVE 'Y' TO WS-Sched-EOF
           DISPLAY "STEPDUE: no stepsched.dat - every step runs"
       END-IF
       PERFORM UNTIL WS-Sched-EOF = 'Y'
           READ ScheduleFile
               AT END MOVE 'Y' TO WS-Sched-EOF
               NOT AT END
                   IF ScheduleRec NOT = SPACES AND
                      SS-Frequency(1:1) NOT = '*'
                       ADD 1 TO WS-Lines-Read
                       PERFORM CHECK-ONE-STEP
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Sched-Status NOT = '35'
           CLOSE ScheduleFile
       END-IF
       CLOSE SkipFile
       DISPLAY "STEPDUE: " WS-Steps-Skipped " of " WS-Lines-Read
           " scheduled step(s) not due on " WS-Today
       MOVE "STOP" TO WS-Audit-Event
       MOVE "Run complete" TO WS-Audit-Detail
       CALL "AUDITLOG" USING WS-Audit-Program, WS-Audit-Operator,
           WS-Audit-Event, WS-Audit-Detail
       STOP RUN.

LOAD-HOLIDAYS.
       OPEN INPUT CalendarFile
       IF WS-Cal-Status NOT = '00'
           MOVE 'Y' TO WS-Cal-EOF
       END-IF
       PERFORM UNTIL WS-Cal-EOF = 'Y'
           READ CalendarFile
               AT END MOVE 'Y' TO WS-Cal-EOF
               NOT AT END
                   IF CAL-Date IS NUMERIC AND WS-Holiday-Count < 500
                       ADD 1 TO WS-Holiday-Count
                       MOVE CAL-Date TO
                           WS-Holiday-Date(WS-Holiday-Count)
                   END-IF
           END-READ
       END-PERFORM
       IF WS-Cal-Status NOT = '35'
           CLOSE CalendarFile
       END-IF.

CHECK-ONE-STEP.
       MOVE 'Y' TO WS-Due
       EVALUATE SS-Frequency
           WHEN "DLY"
               CONTINUE
           WHEN "LBD"
               PERFORM CHECK-LAST-BUSINESS-DAY
           WHEN "FBD"
               PERFORM CHECK-FIRST-BUSINESS-DAY
           WHEN "MON" WHEN "TUE" WHEN "WED" WHEN "THU"
           WHEN "FRI" WHEN "SAT" WHEN "SUN"
               PERFORM CHECK-WEEKDAY
           WHEN OTHER
               MOVE 'W' TO WS-Alert-Severity
               MOVE SPACES TO WS-Alert-Message
               STRING "Unknown frequency " SS-Frequency " for "
                   SS-Step-Name DELIMITED BY SIZE
                   INTO WS-Alert-Message
               CALL "ALERTLOG" USING WS-Audit-Program,
                   WS-Alert-Severity, WS-Alert-Message
       END-EVALUATE
       IF NOT StepDue
           ADD 1 TO WS-Steps-Skipped
           MOVE SPACES TO SkipRec
           MOVE WS-Today TO SK-Date
           MOVE SS-Recon-Label TO SK-Recon-Label
           MOVE SS-Step-Name TO SK-Step-Name
           WRITE SkipRec
           DISPLAY "STEPDUE: " SS-Step-Name " (" SS-Frequency
               ") not due"
           MOVE "SCHDSKIP" TO WS-Audit-Event
           MOVE SS-Step-Name TO WS-Audit-Detail
           CALL "AUDITLOG" USING WS-Audit-Program,
               WS-Audit-Operator, WS-Audit-Event, WS-Audit-Detail
       END-IF.

*> Due only if the next business day falls in another month.
CHECK-LAST-BUSINESS-DAY.
       MOVE WS-Today TO WS-Walk-Date-Num
       MOVE 'N' TO WS-Walk-Done
       MOVE 0 TO WS-Walk-Steps
       PERFORM UNTIL WS-Walk-Done = 'Y'
           PERFORM NEXT-CALENDAR-DAY
           ADD 1 TO WS-Walk-Steps
           PERFORM CHECK-HOLIDAY
           IF NOT DateIsHoliday OR WS-Walk-Steps > 60
               MOVE 'Y' TO WS-Walk-Done
           END-IF
       END-PERFORM
       IF WS-Walk-Month = WS-Today-Month
           MOVE 'N' TO WS-Due
       END-IF.

*> Due only if the previous business day fell in another month.
CHECK-FIRST-BUSINESS-DAY.
       MOVE WS-Today TO WS-Walk-Date-Num
       MOVE 'N' TO WS-Walk-Done
       MOVE 0 TO WS-Walk-Steps
       PERFORM UNTIL WS-Walk-Done = 'Y'
           PERFORM PREV-CALENDAR-DAY
           ADD 1 TO WS-Walk-Steps
           PERFORM CHECK-HOLIDAY
           IF NOT DateIsHoliday OR WS-Walk-Steps > 60
               MOVE 'Y' TO WS-Walk-Done
           END-IF
       END-PERFORM
       IF WS-Walk-Month = WS-Today-Month
           MOVE 'N' TO WS-Due
       END-IF.

*> Due on the named weekday, or on the first business day after it
*> when it (and any holidays since) kept the stream from running:
*> walk back over holidays only, looking for the weekday.
CHECK-WEEKDAY.
       MOVE 'N' TO WS-Due
       MOVE WS-Today TO WS-Walk-Date-Num
       PERFORM FIND-WEEKDAY
       IF WS-Weekday = SS-Frequency
           MOVE 'Y' TO WS-Due
       END-IF
       MOVE 'N' TO WS-Walk-Done
       MOVE 0 TO WS-Walk-Steps
       PERFORM UNTIL StepDue OR WS-Walk-Done = 'Y'
           PERFORM PREV-CALENDAR-DAY
           ADD 1 TO WS-Walk-Steps
           PERFORM CHECK-HOLIDAY
           IF NOT DateIsHoliday OR WS-Walk-Steps > 6
               MOVE 'Y' TO WS-Walk-Done
           ELSE
               PERFORM FIND-WEEKDAY
               IF WS-Weekday = SS-Frequency
                   MOVE 'Y' TO WS-Due
               END-IF
           END-IF
       END-PERFORM.

CHECK-HOLIDAY.
       MOVE 'N' TO WS-Holiday
       PERFORM VARYING WS-Holiday-Idx FROM 1 BY 1
               UNTIL WS-Holiday-Idx > WS-Holiday-Count
                  OR DateIsHoliday
           IF WS-Holiday-Date(WS-Holiday-Idx) = WS-Walk-Date-Num
               MOVE 'Y' TO WS-Holiday
           END-IF
       END-PERFORM.

FIND-WEEKDAY.
       MOVE WS-Walk-Year TO WS-Zeller-Year
       MOVE WS-Walk-Month TO WS-Zeller-Month
       IF WS-Zeller-Month < 3
           ADD 12 TO WS-Zeller-Month
           SUBTRACT 1 FROM WS-Zeller-Year
       END-IF
       DIVIDE WS-Zeller-Year BY 100 GIVING WS-Zeller-Cent
           REMAINDER WS-Zeller-YOC
       COMPUTE WS-Zeller-Work = (13 * (WS-Zeller-Month + 1)) / 5
       MOVE WS-Zeller-Work TO WS-Zeller-Sum
       ADD WS-Walk-Day WS-Zeller-YOC TO WS-Zeller-Sum
       COMPUTE WS-Zeller-Work = WS-Zeller-YOC / 4
       ADD WS-Zeller-Work TO WS-Zeller-Sum
       COMPUTE WS-Zeller-Work = WS-Zeller-Cent / 4
       ADD WS-Zeller-Work TO WS-Zeller-Sum
       COMPUTE WS-Zeller-Sum = WS-Zeller-Sum + (5 * WS-Zeller-Cent)
       DIVIDE WS-Zeller-Sum BY 7 GIVING WS-Zeller-Quot
           REMAINDER WS-Weekday-Num
       MOVE WS-Weekday-Name(WS-Weekday-Num + 1) TO WS-Weekday.

SET-MONTH-LENGTH.
       MOVE WS-Days-In-Month(WS-Walk-Month) TO WS-Month-Len
       IF WS-Walk-Month = 2
           DIVIDE WS-Walk-Year BY 4 GIVING WS-Leap-Quot
               REMAINDER WS-Leap-Rem
           IF WS-Leap-Rem = 0
               MOVE 29 TO WS-Month-Len
               DIVIDE WS-Walk-Year BY 100 GIVING WS-Leap-Quot
                   REMAINDER WS-Leap-Rem
               IF WS-Leap-Rem = 0
                   DIVIDE WS-Walk-Year BY 400 GIVING WS-Leap-Quot
                       REMAINDER WS-Leap-Rem
                   IF WS-Leap-Rem NOT = 0
                       MOVE 28 TO WS-Month-Len
                   END-IF
               END-IF
           END-IF
       END-IF.

NEXT-CALENDAR-DAY.
       PERFORM SET-MONTH-LENGTH
       ADD 1 TO WS-Walk-Day
       IF WS-Walk-Day > WS-Month-Len
           MOVE 1 TO WS-Walk-Day
           ADD 1 TO WS-Walk-Month
           IF WS-Walk-Month > 12
               MOVE 1 TO WS-Walk-Month
               ADD 1 TO WS-Walk-Year
           END-IF
       END-IF.

PREV-CALENDAR-DAY.
       IF WS-Walk-Day > 1
           SUBTRACT 1 FROM WS-Walk-Day
       ELSE
           IF WS-Walk-Month > 1
               SUBTRACT 1 FROM WS-Walk-Month
           ELSE
               MOVE 12 TO WS-Walk-Month
               SUBTRACT 1 FROM WS-Walk-Year
           END-IF
           PERFORM SET-MONTH-LENGTH
           MOVE WS-Month-Len TO WS-Walk-Day
       END-IF.
