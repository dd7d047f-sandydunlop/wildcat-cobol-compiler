000080*           (adds+changes+deletes+enrolls+withdrawals) plus
000090*           rejected plus waitlisted plus restart-skipped
000095*           counts the maintenance step wrote to NITECNT.DAT;
000104*  AUDIT  - tonight's AUDITLOG.DAT add, change and delete
000113*           entries under operator NITEBAT must equal the
000122*           applied adds, changes and deletes (the enroll and
000131*           withdraw entries are letter triggers, not master
000140*           changes, and are left out of this leg);
000150*  MASTER - tonight's STUDENTS.DAT record count must equal the
000160*           count carried on the NITECTL.DAT control file from
000170*           last night, plus every audit add and minus every
000300*
000310*Modification history
000320*  Original - new program, the balancing step added to NITEBAT.
000321*  Job hist - appends its start and end times, return code and
000322*             the transaction, audit and master counts it took
000323*             to JOBHIST.DAT for the monthly job-history report.
000324*  Enr audit - the enroll and withdraw audit entries are kept
000325*             out of the AUDIT leg.
000330*----------------------------------------------------------------
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID.   NIGHT-BALANCE-PROG.
000690     SELECT BalRptFile ASSIGN TO "BALRPT.DAT"
000700         ORGANIZATION IS LINE SEQUENTIAL.
000710
000712     SELECT JobHistFile ASSIGN TO "JOBHIST.DAT"
000714         ORGANIZATION IS LINE SEQUENTIAL
000716         FILE STATUS IS JobHistStatus.
000718
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  TranFile.
000950 FD  BalRptFile.
000960 01  BalRptLine            PIC X(80).
000970
000972 FD  JobHistFile.
000974 COPY "JOBHREC.CPY".
000976
000980 WORKING-STORAGE SECTION.
000990 01  TranFileStatus        PIC XX.
001000 01  NiteCntStatus         PIC XX.
001020 01  AuditFileStatus       PIC XX.
001030 01  GenCatStatus          PIC XX.
001040 01  StudentFileStatus     PIC XX.
001045 01  JobHistStatus         PIC XX.
001050
001060*The audit log being counted; the generation walk points this
001070*at each closed generation in turn, then the current log.
001970         DISPLAY "*** NIGHT OUT OF BALANCE - see BALRPT.DAT"
001980         MOVE 8 TO RETURN-CODE
001990     END-IF
001995     PERFORM WRITE-JOB-HISTORY
002000     STOP RUN.
002010
002020*----------------------------------------------------------------
003230     IF AuditTranCode NOT = "G"
003240         IF AuditOperatorId = "NITEBAT"
003250             AND AuditDate = NightRunDate
003253             AND (AuditTranAdd OR AuditTranChange
003256                  OR AuditTranDelete)
003260             ADD 1 TO NitebatAuditCount
003270         END-IF
003280         IF AuditDate > PriorStampDate
004740             AT END SET EndOfCatalogLoad TO TRUE
004750         END-READ
004760     END-IF.
004770
004780*----------------------------------------------------------------
004790*WRITE-JOB-HISTORY - append this step's entry to JOBHIST.DAT.
004800*----------------------------------------------------------------
004810 WRITE-JOB-HISTORY.
004820     OPEN EXTEND JobHistFile
004830     IF JobHistStatus = "35"
004840         OPEN OUTPUT JobHistFile
004850         CLOSE JobHistFile
004860         OPEN EXTEND JobHistFile
004870     END-IF
004880     MOVE SPACES TO JobHistRec
004890     MOVE ZERO TO JobhCountValue (1) JobhCountValue (2)
004900                  JobhCountValue (3)
004910     MOVE RunDate TO JobhRunDate
004920     MOVE "STEP4" TO JobhStepName
004930     MOVE "NITEBAL" TO JobhProgram
004940     MOVE RunTime TO JobhStartTime
004950     ACCEPT JobhEndTime FROM TIME
004960     MOVE RETURN-CODE TO JobhReturnCode
004970     MOVE "TRANS" TO JobhCountTag (1)
004980     MOVE TranRecCount TO JobhCountValue (1)
004990     MOVE "AUDIT" TO JobhCountTag (2)
005000     MOVE NitebatAuditCount TO JobhCountValue (2)
005010     MOVE "MASTER" TO JobhCountTag (3)
005020     MOVE MasterRecCount TO JobhCountValue (3)
005030     WRITE JobHistRec
005040     CLOSE JobHistFile.
