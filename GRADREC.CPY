000060* GRADE-POST-PROG at end of term and printed on the transcript
000070* by TRANSCRIPT-PROG.  The grade survives the student's archive
000080* off the master, so a past student's transcript still answers.
000085* A to D pass; F fails; I (incomplete) and W (withdrawn) do not.
000090*----------------------------------------------------------------
000100 01  GradeRec.
000110     88  EndOfGradeFile    VALUE HIGH-VALUES.
000150     02  GradeMark             PIC X(2).
000160         88  GradeMarkValid    VALUES 'A ' 'B ' 'C ' 'D '
000170                                      'F ' 'I ' 'W '.
000175         88  GradeMarkPassing  VALUES 'A ' 'B ' 'C ' 'D '.
000180     02  GradeDate             PIC 9(8).
