000010*----------------------------------------------------------------
000020* ATTNREC.CPY
000030* Record layout for AttendFile (ATTEND.DAT), the attendance
000040* register keyed on StudentId plus CourseCode plus teaching week
000050* of the term (01-52).  One record holds one student's register
000060* for one course for one week: a mark for each of up to five
000070* sessions held that week - P present, A absent, blank where no
000080* session was held - so a run of absences can be followed from
000090* week to week in key order.  ATTEND-POST-PROG posts it from the
000100* departments' weekly returns; AT-RISK-RPT-PROG reads it.
000110*----------------------------------------------------------------
000120 01  AttendRec.
000130     88  EndOfAttendFile   VALUE HIGH-VALUES.
000140     02  AttendKey.
000150         03  AttStudentId      PIC 9(7).
000160         03  AttCourseCode     PIC X(4).
000170         03  AttWeek           PIC 9(2).
000180     02  AttSessionMarks.
000190         03  AttSessionMark    PIC X OCCURS 5 TIMES
000200                 INDEXED BY AttSessionIdx.
000210             88  AttSessionPresent     VALUE "P".
000220             88  AttSessionAbsent      VALUE "A".
000230             88  AttSessionNotHeld     VALUE SPACE.
000240     02  AttPostedDate         PIC 9(8).
