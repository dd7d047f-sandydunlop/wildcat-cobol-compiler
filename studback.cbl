000120*Modification history
000130*  Original - new program, the backup half of the recovery pair
000140*             written with STUD-RESTORE-PROG.
000142*  Job hist - appends its start and end times, return code and
000144*             backup count to JOBHIST.DAT for the monthly
000146*             job-history report.
000150*----------------------------------------------------------------
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID.   STUD-BACKUP-PROG.
000290     SELECT BackupFile ASSIGN TO "STUDBKUP.DAT"
000300         ORGANIZATION IS LINE SEQUENTIAL.
000310
000312     SELECT JobHistFile ASSIGN TO "JOBHIST.DAT"
000314         ORGANIZATION IS LINE SEQUENTIAL
000316         FILE STATUS IS JobHistStatus.
000318
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  StudentFile.
000410     02  BkupHdrTime       PIC 9(8).
000420 01  BackupDetailRec       PIC X(31).
000430
000432 FD  JobHistFile.
000434 COPY "JOBHREC.CPY".
000436
000440 WORKING-STORAGE SECTION.
000450 01  StudentFileStatus     PIC XX.
000455 01  JobHistStatus         PIC XX.
000460 01  SnapshotDate          PIC 9(8).
000470 01  SnapshotTime          PIC 9(8).
000480 01  BackupCount           PIC 9(5)    VALUE ZERO.
000630         DISPLAY "Snapshot " SnapshotDate " " SnapshotTime
000640                 " written to STUDBKUP.DAT"
000650     END-IF
000655     PERFORM WRITE-JOB-HISTORY
000660     STOP RUN.
000670
000680*----------------------------------------------------------------
000880     READ StudentFile NEXT
000890         AT END SET EndOfStudentFile TO TRUE
000900     END-READ.
000910
000920*----------------------------------------------------------------
000930*WRITE-JOB-HISTORY - append this step's entry to JOBHIST.DAT.
000940*----------------------------------------------------------------
000950 WRITE-JOB-HISTORY.
000960     OPEN EXTEND JobHistFile
000970     IF JobHistStatus = "35"
000980         OPEN OUTPUT JobHistFile
000990         CLOSE JobHistFile
001000         OPEN EXTEND JobHistFile
001010     END-IF
001020     MOVE SPACES TO JobHistRec
001030     MOVE ZERO TO JobhCountValue (1) JobhCountValue (2)
001040                  JobhCountValue (3)
001050     MOVE SnapshotDate TO JobhRunDate
001060     MOVE "STEP1B" TO JobhStepName
001070     MOVE "STUDBACK" TO JobhProgram
001080     MOVE SnapshotTime TO JobhStartTime
001090     ACCEPT JobhEndTime FROM TIME
001100     MOVE RETURN-CODE TO JobhReturnCode
001110     MOVE "BACKEDUP" TO JobhCountTag (1)
001120     MOVE BackupCount TO JobhCountValue (1)
001130     WRITE JobHistRec
001140     CLOSE JobHistFile.
