000010*----------------------------------------------------------------
000020* FEEREC.CPY
000030* Record layout for FeeFile (FEESCHED.DAT), the tuition fee
000040* schedule keyed on FeeCourseCode.  One record is the fee
000050* charged for one enrollment on one course.  FILE-TEST-PROG and
000060* WAIT-PROMOTE-PROG charge it to the student's account when a
000070* seat is granted and FILE-TEST-PROG refunds it on withdrawal;
000080* a course with no fee on the schedule is charged nothing.
000090* FEE-MAINT-PROG maintains it.
000100*----------------------------------------------------------------
000110 01  FeeRec.
000120     88  EndOfFeeFile      VALUE HIGH-VALUES.
000130     02  FeeCourseCode     PIC X(4).
000140     02  FeeAmount         PIC 9(5)V99.
000150     02  FeeChangedDate    PIC 9(8).
