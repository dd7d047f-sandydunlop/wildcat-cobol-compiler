000010*----------------------------------------------------------------
000020* TIMEREC.CPY
000030* Record layout for TimetableFile (TIMETAB.DAT), the course
000040* timetable keyed on TimeCourseCode.  One record is when and
000050* where one course meets: the same start and end time (24-hour
000060* HHMM) on each of its meeting days, in one room.  TimeDays is
000070* positional, Monday to Friday, holding the day's letter when
000080* the course meets that day and a space when it does not - so
000090* "M W F" meets Monday, Wednesday and Friday and "MTWRF" every
000100* day.  FILE-TEST-PROG and WAIT-PROMOTE-PROG refuse an
000110* enrollment that overlaps one the student already holds; a
000120* course with no timetable record clashes with nothing.
000130* TIMETABLE-MAINT-PROG maintains it.
000140*----------------------------------------------------------------
000150 01  TimetableRec.
000160     88  EndOfTimetableFile VALUE HIGH-VALUES.
000170     02  TimeCourseCode    PIC X(4).
000180     02  TimeDays          PIC X(5).
000190     02  TimeDayTable REDEFINES TimeDays.
000200         03  TimeDayFlag   PIC X OCCURS 5 TIMES.
000210     02  TimeStart         PIC 9(4).
000220     02  TimeEnd           PIC 9(4).
000230     02  TimeRoom          PIC X(6).
000240     02  TimeChangedDate   PIC 9(8).
