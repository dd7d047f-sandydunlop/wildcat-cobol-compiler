000010*----------------------------------------------------------------
000020* STNDREC.CPY
000030* Record layout for StandingFile (STANDING.DAT), the academic
000040* standing file keyed on StudentId.  GPA-STANDING-PROG rebuilds
000050* it at end of term from every grade on GRADES.DAT: the
000060* cumulative grade point average over the courses counted
000070* (A 4, B 3, C 2, D 1, F 0; I and W are not counted) and the
000080* standing that average earns.  TRANSCRIPT-PROG prints it at
000090* the foot of the transcript.
000100*----------------------------------------------------------------
000110 01  StandingRec.
000120     88  EndOfStandingFile VALUE HIGH-VALUES.
000130     02  StandStudentId        PIC 9(7).
000140     02  StandGPA              PIC 9V99.
000150     02  StandGradePoints      PIC 9(5).
000160     02  StandCoursesCounted   PIC 9(3).
000170     02  StandCode             PIC X.
000180         88  StandDeansList    VALUE 'D'.
000190         88  StandGood         VALUE 'G'.
000200         88  StandProbation    VALUE 'P'.
000210         88  StandSuspension   VALUE 'S'.
000220     02  StandRunDate          PIC 9(8).
