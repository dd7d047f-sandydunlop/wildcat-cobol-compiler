000010*----------------------------------------------------------------
000020* TERMREC.CPY
000030* Record layout for TermFile (TERMMST.DAT), the academic term
000040* calendar keyed on TermCode (year + term, e.g. 2026FA).  Each
000050* term carries its teaching dates and the registrar's deadlines:
000060* enrollments close at the add/drop deadline, course
000070* withdrawals at the withdrawal deadline, and grades post only
000080* inside the grade-posting window.  FILE-TEST-PROG and
000090* GRADE-POST-PROG hold transactions to these dates, and
000100* TERM-MAINT-PROG maintains the calendar.  All dates YYYYMMDD.
000110*----------------------------------------------------------------
000120 01  TermRec.
000130     88  EndOfTermFile     VALUE HIGH-VALUES.
000140     02  TermCode          PIC X(6).
000150     02  TermDesc          PIC X(20).
000160     02  TermStartDate     PIC 9(8).
000170     02  TermEndDate       PIC 9(8).
000180     02  TermAddDropDate   PIC 9(8).
000190     02  TermWithdrawDate  PIC 9(8).
000200     02  TermGradeOpenDate PIC 9(8).
000210     02  TermGradeCloseDate PIC 9(8).
