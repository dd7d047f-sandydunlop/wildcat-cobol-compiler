000010*----------------------------------------------------------------
000020* JOBHREC.CPY
000030* Record layout for the job-history file (JOBHIST.DAT).  Every
000040* NITEBAT step appends one record as it ends: the date and time
000050* the step started (ACCEPT FROM DATE / TIME), the time it ended,
000060* the return code it is leaving for the job stream and up to
000070* three tagged counts that say what the step did (FILETEST's
000080* applied and rejected transactions, FEEDGATE's feeds held, and
000090* so on), tagged the way NITECNT.DAT's counts are.  A step the
000100* job stream bypassed writes nothing, so a missing step on a
000110* night is itself the record that it did not run.
000120* JOB-HISTORY-RPT-PROG reports the file month by month.
000130*----------------------------------------------------------------
000140 01  JobHistRec.
000150     88  EndOfJobHistFile  VALUE HIGH-VALUES.
000160     02  JobhRunDate       PIC 9(8).
000170     02  JobhStepName      PIC X(6).
000180     02  JobhProgram       PIC X(8).
000190     02  JobhStartTime     PIC 9(8).
000200     02  JobhEndTime       PIC 9(8).
000210     02  JobhReturnCode    PIC 9(4).
000220     02  JobhCountEntry OCCURS 3 TIMES.
000230         03  JobhCountTag  PIC X(8).
000240         03  JobhCountValue PIC 9(5).
