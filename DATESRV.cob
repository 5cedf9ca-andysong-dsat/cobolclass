01 AgeBirthMMDD PIC 9(4).
01 AgeAsOfYear PIC 9(4).
01 AgeAsOfMMDD PIC 9(4).
01 AddDaysCount PIC S9(7).
01 AddDaysStep PIC S9(7).
LINKAGE SECTION.
COPY "DATESRV.cpy".

PROCEDURE DIVISION USING DS-Parameters.
DateServiceMain.
       SET DS-DateInvalid TO TRUE
       MOVE DS-Days TO AddDaysCount
       MOVE ZERO TO DS-Age DS-Days
       EVALUATE TRUE
           WHEN DS-ValidateDate
               PERFORM FormatDateForDisplay
           WHEN DS-BusinessCheck
               PERFORM CheckBusinessDate
           WHEN DS-AddDays
               PERFORM AddDaysToDate
           WHEN OTHER
               CONTINUE
       END-EVALUATE
       END-PERFORM
       CLOSE CalendarFile.

      *> Due dates and discount windows: walk the calendar one day at
      *> a time from DS-Date1, rolling month and year ends with the
      *> same month table and leap rule the validation uses. Terms
      *> run to a few hundred days at most, so the walk stays short.
AddDaysToDate.
       MOVE AddDaysCount TO DS-Days
       MOVE ZERO TO DS-Date2
       MOVE DS-Date1 TO WorkDate
       PERFORM CheckWorkDate
       IF NOT WorkDateValid
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING AddDaysStep FROM 1 BY 1
           UNTIL AddDaysStep > AddDaysCount
           PERFORM StepForwardOneDay
       END-PERFORM
       PERFORM VARYING AddDaysStep FROM -1 BY -1
           UNTIL AddDaysStep < AddDaysCount
           PERFORM StepBackOneDay
       END-PERFORM
       MOVE WorkDate TO DS-Date2
       SET DS-DateValid TO TRUE.

StepForwardOneDay.
       PERFORM SetDaysInWorkMonth
       IF WD-Day < DaysInMonth
           ADD 1 TO WD-Day
       ELSE
           MOVE 1 TO WD-Day
           IF WD-Month < 12
               ADD 1 TO WD-Month
           ELSE
               MOVE 1 TO WD-Month
               ADD 1 TO WD-Year
           END-IF
       END-IF.

StepBackOneDay.
       IF WD-Day > 1
           SUBTRACT 1 FROM WD-Day
       ELSE
           IF WD-Month > 1
               SUBTRACT 1 FROM WD-Month
           ELSE
               MOVE 12 TO WD-Month
               SUBTRACT 1 FROM WD-Year
           END-IF
           PERFORM SetDaysInWorkMonth
           MOVE DaysInMonth TO WD-Day
       END-IF.

SetDaysInWorkMonth.
       MOVE MD-Days(WD-Month) TO DaysInMonth
       IF WD-Month = 2
           MOVE WD-Year TO LeapWork
           PERFORM CheckLeapYear
           IF LeapYear
               MOVE 29 TO DaysInMonth
           END-IF
       END-IF.

FormatDateForDisplay.
       MOVE DS-Date1 TO WorkDate
       PERFORM CheckWorkDate
