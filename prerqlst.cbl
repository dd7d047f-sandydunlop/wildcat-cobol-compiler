000010*----------------------------------------------------------------
000020*PRERQLST.CBL
000030*Course prerequisite listing.
000040*
000050*Reads PREREQ.DAT in key order, which is already CourseCode
000060*then prerequisite CourseCode, and prints PREREQRPT.DAT: a
000070*heading for each course that has prerequisites, one line per
000080*prerequisite with its description and minimum grade, a count
000090*after each course and a grand total at the end.  Descriptions
000100*come from the COURSMST.DAT course master.
000110*
000120*Modification history
000130*  Original - new program, written with the prerequisite file.
000140*----------------------------------------------------------------
000150 IDENTIFICATION DIVISION.
000160 PROGRAM-ID.   PREREQ-LIST-PROG.
000170 AUTHOR.       SANDY DUNLOP.
000180
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000220     SELECT PrereqFile ASSIGN TO "PREREQ.DAT"
000230         ORGANIZATION IS INDEXED
000240         ACCESS MODE IS SEQUENTIAL
000250         RECORD KEY IS PrereqKey
000260         FILE STATUS IS PrereqFileStatus.
000270
000280     SELECT CourseMastFile ASSIGN TO "COURSMST.DAT"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS CrsCourseCode
000320         FILE STATUS IS CourseMastStatus.
000330
000340     SELECT PrereqReport ASSIGN TO "PREREQRPT.DAT"
000350         ORGANIZATION IS LINE SEQUENTIAL.
000360
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  PrereqFile.
000400 COPY "PREREC.CPY".
000410
000420 FD  CourseMastFile.
000430 COPY "CRSREC.CPY".
000440
000450 FD  PrereqReport.
000460 01  PrereqLine              PIC X(80).
000470
000480 WORKING-STORAGE SECTION.
000490 01  PrereqFileStatus        PIC XX.
000500 01  CourseMastStatus        PIC XX.
000510 01  CourseMastOpenSwitch    PIC X     VALUE "N".
000520     88  CourseMastAvailable           VALUE "Y".
000530
000540 01  PageHeading1.
000550     05  FILLER              PIC X(27) VALUE SPACES.
000560     05  FILLER          PIC X(25) VALUE
000570                             'COURSE PREREQUISITE LIST'.
000580     05  FILLER              PIC X(7)  VALUE SPACES.
000590     05  FILLER              PIC X(5)  VALUE 'PAGE '.
000600     05  HdgPageNumber       PIC ZZZ9.
000610
000620 01  PageHeading2.
000630     05  FILLER              PIC X(9)  VALUE 'COURSE: '.
000640     05  HdgCourseCode       PIC X(4).
000650     05  FILLER              PIC X(2)  VALUE SPACES.
000660     05  HdgCourseDesc       PIC X(20).
000670
000680 01  ColumnHeading.
000690     05  FILLER              PIC X(12) VALUE 'PREREQUISITE'.
000700     05  FILLER              PIC X(2)  VALUE SPACES.
000710     05  FILLER              PIC X(20) VALUE 'DESCRIPTION'.
000720     05  FILLER              PIC X(4)  VALUE SPACES.
000730     05  FILLER              PIC X(13) VALUE 'MINIMUM GRADE'.
000740
000750 01  DetailLine.
000760     05  DtlPrereqCode       PIC X(4).
000770     05  FILLER              PIC X(10) VALUE SPACES.
000780     05  DtlPrereqDesc       PIC X(20).
000790     05  FILLER              PIC X(10) VALUE SPACES.
000800     05  DtlMinMark          PIC X(2).
000810
000820 01  CourseTotalLine.
000830     05  FILLER          PIC X(25) VALUE
000840                             'PREREQUISITES FOR COURSE:'.
000850     05  CtlPrereqCount      PIC ZZZ9.
000860
000870 01  GrandTotalLine.
000880     05  FILLER              PIC X(21) VALUE
000890                             'TOTAL PREREQUISITES: '.
000900     05  GtlPrereqCount      PIC ZZZZ9.
000910
000920 01  PageNumber              PIC 9(4)  VALUE ZERO.
000930
000940 01  CoursePrereqCount       PIC 9(5)  VALUE ZERO.
000950 01  GrandPrereqCount        PIC 9(5)  VALUE ZERO.
000960
000970 01  PriorCourseCode         PIC X(4)  VALUE SPACES.
000980 01  FirstDetailSwitch       PIC X     VALUE "Y".
000990     88  FirstDetailOfReport         VALUE "Y".
001000
001010 PROCEDURE DIVISION.
001020 MAIN-PARAGRAPH.
001030     OPEN OUTPUT PrereqReport
001040     OPEN INPUT CourseMastFile
001050     IF CourseMastStatus = "00"
001060         SET CourseMastAvailable TO TRUE
001070     END-IF
001080     OPEN INPUT PrereqFile
001090     IF PrereqFileStatus NOT = "00"
001100         DISPLAY "*** Prerequisite file PREREQ.DAT not on file - "
001110                 "run PREREQ-MAINT-PROG; listing is empty"
001120         SET EndOfPrereqFile TO TRUE
001130     ELSE
001140         READ PrereqFile NEXT
001150             AT END SET EndOfPrereqFile TO TRUE
001160         END-READ
001170     END-IF
001180     PERFORM PROCESS-PREREQ-RECORD UNTIL EndOfPrereqFile
001190     IF NOT FirstDetailOfReport
001200         PERFORM PRINT-COURSE-TOTAL
001210     END-IF
001220     MOVE GrandPrereqCount TO GtlPrereqCount
001230     MOVE GrandTotalLine TO PrereqLine
001240     WRITE PrereqLine
001250     IF PrereqFileStatus NOT = "35"
001260         CLOSE PrereqFile
001270     END-IF
001280     IF CourseMastAvailable
001290         CLOSE CourseMastFile
001300     END-IF
001310     CLOSE PrereqReport
001320     STOP RUN.
001330
001340*----------------------------------------------------------------
001350*PROCESS-PREREQ-RECORD - handle one prerequisite: print a new
001360*course heading whenever CourseCode changes, then the detail
001370*line for this prerequisite.
001380*----------------------------------------------------------------
001390 PROCESS-PREREQ-RECORD.
001400     IF FirstDetailOfReport
001410         OR PreCourseCode NOT = PriorCourseCode
001420         IF NOT FirstDetailOfReport
001430             PERFORM PRINT-COURSE-TOTAL
001440         END-IF
001450         MOVE PreCourseCode TO PriorCourseCode
001460         MOVE ZERO TO CoursePrereqCount
001470         MOVE "N" TO FirstDetailSwitch
001480         PERFORM PRINT-COURSE-HEADING
001490     END-IF
001500     MOVE PreReqCourseCode TO DtlPrereqCode
001510     MOVE PreReqCourseCode TO CrsCourseCode
001520     PERFORM LOOKUP-COURSE-DESC
001530     MOVE CrsCourseDesc TO DtlPrereqDesc
001540     MOVE PreMinMark TO DtlMinMark
001550     MOVE DetailLine TO PrereqLine
001560     WRITE PrereqLine
001570     ADD 1 TO CoursePrereqCount
001580     ADD 1 TO GrandPrereqCount
001590     READ PrereqFile NEXT
001600         AT END SET EndOfPrereqFile TO TRUE
001610     END-READ.
001620
001630*----------------------------------------------------------------
001640*PRINT-COURSE-HEADING - start a new page and print the report
001650*and course headings for the course now beginning.
001660*----------------------------------------------------------------
001670 PRINT-COURSE-HEADING.
001680     ADD 1 TO PageNumber
001690     MOVE PageNumber TO HdgPageNumber
001700     MOVE PreCourseCode TO HdgCourseCode
001710     MOVE PreCourseCode TO CrsCourseCode
001720     PERFORM LOOKUP-COURSE-DESC
001730     MOVE CrsCourseDesc TO HdgCourseDesc
001740     MOVE PageHeading1 TO PrereqLine
001750     WRITE PrereqLine
001760     MOVE PageHeading2 TO PrereqLine
001770     WRITE PrereqLine
001780     MOVE SPACES TO PrereqLine
001790     WRITE PrereqLine
001800     MOVE ColumnHeading TO PrereqLine
001810     WRITE PrereqLine
001820     MOVE SPACES TO PrereqLine
001830     WRITE PrereqLine.
001840
001850*----------------------------------------------------------------
001860*LOOKUP-COURSE-DESC - read the course master for the code in
001870*CrsCourseCode, leaving CrsCourseDesc blank if the code is not
001880*found there (or the course master itself is not on file).
001890*----------------------------------------------------------------
001900 LOOKUP-COURSE-DESC.
001910     IF CourseMastAvailable
001920         READ CourseMastFile
001930             INVALID KEY
001940                 MOVE SPACES TO CrsCourseDesc
001950             NOT INVALID KEY
001960                 CONTINUE
001970         END-READ
001980     ELSE
001990         MOVE SPACES TO CrsCourseDesc
002000     END-IF.
002010
002020*----------------------------------------------------------------
002030*PRINT-COURSE-TOTAL - print the prerequisite count for the
002040*course just finished.
002050*----------------------------------------------------------------
002060 PRINT-COURSE-TOTAL.
002070     MOVE CoursePrereqCount TO CtlPrereqCount
002080     MOVE CourseTotalLine TO PrereqLine
002090     WRITE PrereqLine
002100     MOVE SPACES TO PrereqLine
002110     WRITE PrereqLine.
