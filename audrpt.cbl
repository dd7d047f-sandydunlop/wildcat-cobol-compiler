000188*             the AUDGCAT.DAT catalog so a date range or a
000189*             student inquiry reaches back into closed
000191*             generations, and code-G headers are skipped.
000193*  Enr audit - inquiry entries for an enrollment granted or a
000195*             withdrawal now read ENROLL or WITHDRAW.
000197*----------------------------------------------------------------
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID.   AUDIT-REPORT-PROG.
000220 AUTHOR.       SANDY DUNLOP.
001020     05  FILLER                PIC X(6)  VALUE 'ENTRY '.
001030     05  EntHdgSequence        PIC ZZZ9.
001040     05  FILLER                PIC X(2)  VALUE SPACES.
001050     05  EntHdgTranDesc        PIC X(8).
001060     05  FILLER                PIC X(2)  VALUE SPACES.
001070     05  EntHdgDate            PIC 9(8).
001080     05  FILLER                PIC X(1)  VALUE SPACES.
003340             MOVE "CHANGE" TO EntHdgTranDesc
003350         WHEN AuditTranDelete
003360             MOVE "DELETE" TO EntHdgTranDesc
003362         WHEN AuditTranEnroll
003364             MOVE "ENROLL" TO EntHdgTranDesc
003366         WHEN AuditTranWithdraw
003368             MOVE "WITHDRAW" TO EntHdgTranDesc
003370         WHEN OTHER
003380             MOVE AuditTranCode TO EntHdgTranDesc
003390     END-EVALUATE
