000010*----------------------------------------------------------------
000020* PREREC.CPY
000030* Record layout for PrereqFile (PREREQ.DAT), the course
000040* prerequisite file keyed on CourseCode plus the prerequisite
000050* CourseCode, so one course can list as many prerequisites as
000060* it needs and a browse from the course's first key finds them
000070* all.  PreMinMark is the lowest passing grade on GRADES.DAT
000080* that satisfies the prerequisite (A best, D lowest pass).
000090* FILE-TEST-PROG and WAIT-PROMOTE-PROG hold enrollments to it;
000100* PREREQ-MAINT-PROG maintains it and PREREQ-LIST-PROG prints it.
000110*----------------------------------------------------------------
000120 01  PrereqRec.
000130     88  EndOfPrereqFile   VALUE HIGH-VALUES.
000140     02  PrereqKey.
000150         03  PreCourseCode     PIC X(4).
000160         03  PreReqCourseCode  PIC X(4).
000170     02  PreMinMark            PIC X(2).
000180         88  PreMinMarkValid   VALUES 'A ' 'B ' 'C ' 'D '.
