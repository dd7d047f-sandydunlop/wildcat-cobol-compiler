000192*             needs delete-capable authority (level 3) - the
000193*             rebuild replaces the student master wholesale; a
000194*             failed sign-on ends the session.
000195*  Enr audit - the enroll and withdraw entries now on the audit
000196*             trail are passed over; they do not touch the master.
000197*----------------------------------------------------------------
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID.   STUD-RESTORE-PROG.
000220 AUTHOR.       SANDY DUNLOP.
001995         WHEN AuditTranCode = "G"
001996*A generation header marks the log, not a transaction.
001997             CONTINUE
001999         WHEN AuditTranEnroll
002001         WHEN AuditTranWithdraw
002003*Enrollment entries record ENROLL.DAT work, not master changes.
002005             CONTINUE
002007         WHEN OTHER
002010             DISPLAY "*** Unknown audit code '" AuditTranCode
002020                     "' skipped for " AuditStudentId
002030     END-EVALUATE.
