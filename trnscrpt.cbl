000140*Modification history
000150*  Original - new program, written with GRADES.DAT and the
000160*             grade posting run.
000162*  Standing - the student's cumulative GPA and academic
000164*             standing from STANDING.DAT, as of the last
000166*             standing run, now print at the foot of the
000168*             transcript; a student not yet rated says so.
000170*----------------------------------------------------------------
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID.   TRANSCRIPT-PROG.
000550     SELECT TranscriptFile ASSIGN TO "TRNSCRPT.DAT"
000560         ORGANIZATION IS LINE SEQUENTIAL.
000570
000571     SELECT StandingFile ASSIGN TO "STANDING.DAT"
000572         ORGANIZATION IS INDEXED
000573         ACCESS MODE IS DYNAMIC
000574         RECORD KEY IS StandStudentId
000575         FILE STATUS IS StandingFileStatus.
000576
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  StudentFile.
000770 FD  TranscriptFile.
000780 01  TranscriptLine          PIC X(80).
000790
000792 FD  StandingFile.
000794 COPY "STNDREC.CPY".
000796
000800 WORKING-STORAGE SECTION.
000810 01  StudentFileStatus     PIC XX.
000820 01  ArchiveFileStatus     PIC XX.
000830 01  GradeFileStatus       PIC XX.
000840 01  EnrollFileStatus      PIC XX.
000850 01  CourseMastStatus      PIC XX.
000855 01  StandingFileStatus    PIC XX.
000860
000870 01  CourseMastOpenSwitch  PIC X       VALUE "N".
000880     88  CourseMastAvailable           VALUE "Y".
001530     05  FILLER    PIC X(15) VALUE '  IN PROGRESS: '.
001540     05  TotInProgress     PIC ZZZ9.
001550
001551 01  StandingLine.
001552     05  FILLER    PIC X(5)  VALUE 'GPA: '.
001553     05  StdGPA            PIC X(9).
001554     05  FILLER    PIC X(11) VALUE 'STANDING:  '.
001555     05  StdStandingDesc   PIC X(20).
001556     05  FILLER    PIC X(6)  VALUE 'AS OF '.
001557     05  StdRunDate        PIC X(8).
001558 01  EditedGPA             PIC 9.99.
001559
001560 01  RunDate               PIC 9(8).
001570 01  GradedCount           PIC 9(5)    VALUE ZERO.
001580 01  InProgressCount       PIC 9(5)    VALUE ZERO.
002430     MOVE InProgressCount TO TotInProgress
002440     MOVE TotalLine TO TranscriptLine
002450     WRITE TranscriptLine
002455     PERFORM PRINT-STANDING-LINE
002460     IF CourseMastAvailable
002470         CLOSE CourseMastFile
002480     END-IF
003950                 MOVE CrsCourseDesc TO DtlCourseDesc
003960         END-READ
003970     END-IF.
003980
003990*----------------------------------------------------------------
004000*PRINT-STANDING-LINE - print the cumulative GPA and standing
004010*from the last standing run.  A student with no standing record
004020*(no grades yet, only I and W, or no run since their first
004030*grade) prints as NOT RATED.
004040*----------------------------------------------------------------
004050 PRINT-STANDING-LINE.
004060     MOVE "NOT RATED" TO StdGPA
004070     MOVE SPACES TO StdStandingDesc
004080     MOVE SPACES TO StdRunDate
004090     OPEN INPUT StandingFile
004100     IF StandingFileStatus = "00"
004110         MOVE InquiryStudentId TO StandStudentId
004120         READ StandingFile
004130             INVALID KEY
004140                 CONTINUE
004150             NOT INVALID KEY
004160                 MOVE StandGPA TO EditedGPA
004170                 MOVE EditedGPA TO StdGPA
004180                 MOVE StandRunDate TO StdRunDate
004190                 EVALUATE TRUE
004200                     WHEN StandDeansList
004210                         MOVE "DEAN'S LIST" TO StdStandingDesc
004220                     WHEN StandGood
004230                         MOVE "GOOD STANDING"
004240                                 TO StdStandingDesc
004250                     WHEN StandProbation
004260                         MOVE "PROBATION" TO StdStandingDesc
004270                     WHEN StandSuspension
004280                         MOVE "SUSPENSION" TO StdStandingDesc
004290                 END-EVALUATE
004300         END-READ
004310         CLOSE StandingFile
004320     END-IF
004330     IF StdRunDate = SPACES
004340         MOVE SPACES TO StandingLine (15:45)
004350     END-IF
004360     MOVE StandingLine TO TranscriptLine
004370     WRITE TranscriptLine.
