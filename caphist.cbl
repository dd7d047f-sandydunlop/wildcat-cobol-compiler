000150*Modification history
000160*  Original - new program, written so course-opening decisions
000170*             come off the system of record instead of memory.
000172*  Job hist - appends its start and end times, return code and
000174*             courses snapshotted to JOBHIST.DAT for the monthly
000176*             job-history report.
000180*----------------------------------------------------------------
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.   CAP-HISTORY-PROG.
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS CapHistStatus.
000510
000512     SELECT JobHistFile ASSIGN TO "JOBHIST.DAT"
000514         ORGANIZATION IS LINE SEQUENTIAL
000516         FILE STATUS IS JobHistStatus.
000518
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  CourseCapFile.
000660 FD  CapHistFile.
000670 COPY "CAPHREC.CPY".
000680
000682 FD  JobHistFile.
000684 COPY "JOBHREC.CPY".
000686
000690 WORKING-STORAGE SECTION.
000700
000710*Course-capacity working table with the night's enrollment and
000860 01  StudentFileStatus         PIC XX.
000870 01  WaitFileStatus            PIC XX.
000880 01  CapHistStatus             PIC XX.
000885 01  JobHistStatus             PIC XX.
000890
000900 01  RunDate                   PIC 9(8).
000905 01  StartTime                 PIC 9(8).
000910
000920 01  CourseCapLoadSwitch       PIC X     VALUE "N".
000930     88  EndOfCourseCapFile2             VALUE "Y".
001010 MAIN-PARAGRAPH.
001020     DISPLAY "Capacity utilization snapshot"
001030     ACCEPT RunDate FROM DATE YYYYMMDD
001035     ACCEPT StartTime FROM TIME
001040     PERFORM LOAD-CAPACITY-TABLE
001050     IF CapTableCount = ZERO
001060         DISPLAY "No capacity master on file - no snapshot taken"
001065         PERFORM WRITE-JOB-HISTORY
001070         STOP RUN
001080     END-IF
001090     PERFORM TALLY-ENROLLMENT
001100     PERFORM TALLY-WAITLIST-DEPTH
001110     PERFORM APPEND-SNAPSHOT-RECORDS
001120     DISPLAY "Courses snapshotted: " SnapshotCount
001125     PERFORM WRITE-JOB-HISTORY
001130     STOP RUN.
001140
001150*----------------------------------------------------------------
002520     MOVE CapTableWaiting (CapIdx) TO HistWaitDepth
002530     WRITE CapHistRec
002540     ADD 1 TO SnapshotCount.
002550
002560*----------------------------------------------------------------
002570*WRITE-JOB-HISTORY - append this step's entry to JOBHIST.DAT.
002580*----------------------------------------------------------------
002590 WRITE-JOB-HISTORY.
002600     OPEN EXTEND JobHistFile
002610     IF JobHistStatus = "35"
002620         OPEN OUTPUT JobHistFile
002630         CLOSE JobHistFile
002640         OPEN EXTEND JobHistFile
002650     END-IF
002660     MOVE SPACES TO JobHistRec
002670     MOVE ZERO TO JobhCountValue (1) JobhCountValue (2)
002680                  JobhCountValue (3)
002690     MOVE RunDate TO JobhRunDate
002700     MOVE "STEP3B" TO JobhStepName
002710     MOVE "CAPHIST" TO JobhProgram
002720     MOVE StartTime TO JobhStartTime
002730     ACCEPT JobhEndTime FROM TIME
002740     MOVE RETURN-CODE TO JobhReturnCode
002750     MOVE "COURSES" TO JobhCountTag (1)
002760     MOVE SnapshotCount TO JobhCountValue (1)
002770     WRITE JobHistRec
002780     CLOSE JobHistFile.
