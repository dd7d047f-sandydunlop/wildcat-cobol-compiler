000010*----------------------------------------------------------------
000020* PROGREQ.CPY
000030* Record layout for ProgReqFile (PROGREQ.DAT), the programme
000040* requirements file.  One record per home CourseCode on the
000050* student master: the courses that count towards that
000060* programme and the number of them a student must hold a
000070* passing grade (A-D) in on GRADES.DAT to graduate.  With
000080* ProgPassesNeeded equal to ProgReqCount every listed course is
000090* required; a smaller figure leaves a choice among them.
000100* PROGREQ-MAINT-PROG maintains it; DEGREE-AUDIT-PROG audits
000110* every active student against it.
000120*----------------------------------------------------------------
000130 01  ProgReqRec.
000140     88  EndOfProgReqFile  VALUE HIGH-VALUES.
000150     02  ProgCourseCode    PIC X(4).
000160     02  ProgPassesNeeded  PIC 9(2).
000170     02  ProgReqCount      PIC 9(2).
000180     02  ProgReqList.
000190         03  ProgReqCourse PIC X(4) OCCURS 15 TIMES
000200                 INDEXED BY ProgReqIdx.
