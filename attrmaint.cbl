000010*----------------------------------------------------------------
000020*ATTRMAINT.CBL
000030*Attendance threshold maintenance.
000040*
000050*Maintains ATTRULE.DAT (AttRuleFile), keyed on CourseCode, with
000060*the attendance a course expects of its students: the lowest
000070*share of sessions attended, as a whole percentage, and the
000080*number of sessions missed in a row, at or below which
000090*AT-RISK-RPT-PROG lists a student for the advisors.  A course
000100*is added and changed here with both figures, deleted to fall
000110*back to the house defaults, and (L)isted to show what it
000120*holds.  The course must be on COURSMST.DAT; the percentage must
000130*be 001-100 and the run of misses 01-99.
000140*
000150*Modification history
000160*  Original - new program, written with the at-risk student
000170*             report.
000180*----------------------------------------------------------------
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.   ATTRULE-MAINT-PROG.
000210 AUTHOR.       SANDY DUNLOP.
000220
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT AttRuleFile ASSIGN TO "ATTRULE.DAT"
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS RuleCourseCode
000300         FILE STATUS IS AttRuleFileStatus.
000310
000320     SELECT CourseMastFile ASSIGN TO "COURSMST.DAT"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS CrsCourseCode
000360         FILE STATUS IS CourseMastStatus.
000370
000380     SELECT OperatorFile ASSIGN TO "OPERMST.DAT"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS OperUserId
000420         FILE STATUS IS OperatorFileStatus.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  AttRuleFile.
000470 COPY "ATTRULE.CPY".
000480
000490 FD  CourseMastFile.
000500 COPY "CRSREC.CPY".
000510
000520 FD  OperatorFile.
000530 COPY "OPERREC.CPY".
000540
000550 WORKING-STORAGE SECTION.
000560 01  AttRuleFileStatus     PIC XX.
000570 01  CourseMastStatus      PIC XX.
000580 01  OperatorFileStatus    PIC XX.
000590
000600 01  OperatorId            PIC X(8).
000610 01  SignOnPassword        PIC X(8).
000620 01  SessionAuthority      PIC X       VALUE "1".
000630     88  SessionCourseMaster           VALUE "4".
000640
000650 01  RunDate               PIC 9(8).
000660
000670 01  MaintenanceSwitch     PIC X       VALUE "N".
000680     88  EndOfMaintenance              VALUE "Y".
000690
000700 01  TransactionCode       PIC X.
000710     88  TransactionIsAdd              VALUES "A" "a".
000720     88  TransactionIsChange           VALUES "C" "c".
000730     88  TransactionIsDelete           VALUES "D" "d".
000740     88  TransactionIsList             VALUES "L" "l".
000750     88  TransactionIsEnd              VALUES "E" "e".
000760
000770 01  TransactionCourseCode PIC X(4).
000780 01  EntryMinPercent       PIC X(3).
000790 01  EntryMinPercentNum REDEFINES EntryMinPercent
000800                           PIC 9(3).
000810 01  EntryMissLimit        PIC X(2).
000820 01  EntryMissLimitNum REDEFINES EntryMissLimit
000830                           PIC 9(2).
000840
000850 01  EntryValidSwitch      PIC X       VALUE "Y".
000860     88  EntryIsValid                  VALUE "Y".
000870     88  EntryNotValid                 VALUE "N".
000880
000890 01  AddCount              PIC 9(5)    VALUE ZERO.
000900 01  ChangeCount           PIC 9(5)    VALUE ZERO.
000910 01  DeleteCount           PIC 9(5)    VALUE ZERO.
000920
000930 PROCEDURE DIVISION.
000940 MAIN-PARAGRAPH.
000950     PERFORM INITIALIZE-FILES
000960     PERFORM PROCESS-MAINTENANCE UNTIL EndOfMaintenance
000970     PERFORM TERMINATE-FILES
000980     STOP RUN.
000990
001000*----------------------------------------------------------------
001010*INITIALIZE-FILES - sign on, then open the threshold file,
001020*creating it the first time this runs.  Without the course
001030*master no course code can be checked, so the session ends.
001040*----------------------------------------------------------------
001050 INITIALIZE-FILES.
001060     DISPLAY "Attendance threshold maintenance"
001070     PERFORM SIGN-ON-OPERATOR
001080     ACCEPT RunDate FROM DATE YYYYMMDD
001090     OPEN INPUT CourseMastFile
001100     IF CourseMastStatus NOT = "00"
001110         DISPLAY "*** Course master COURSMST.DAT not on file - "
001120                 "session ended"
001130         STOP RUN
001140     END-IF
001150     OPEN I-O AttRuleFile
001160     IF AttRuleFileStatus = "35"
001170         OPEN OUTPUT AttRuleFile
001180         CLOSE AttRuleFile
001190         OPEN I-O AttRuleFile
001200     END-IF
001210     DISPLAY "Transactions: (A)dd (C)hange (D)elete (L)ist "
001220             "(E)nd".
001230
001240*----------------------------------------------------------------
001250*SIGN-ON-OPERATOR - one attempt against the OPERMST.DAT
001260*operator master; a failed sign-on, or an operator below
001270*course-master authority, ends the session before a threshold
001280*is touched.  Kept in step with the sign-on in
001290*COURSE-MAINT-PROG.
001300*----------------------------------------------------------------
001310 SIGN-ON-OPERATOR.
001320     OPEN INPUT OperatorFile
001330     IF OperatorFileStatus NOT = "00"
001340         DISPLAY "*** Operator master OPERMST.DAT not on file - "
001350                 "run OPER-MAINT-PROG; session ended"
001360         STOP RUN
001370     END-IF
001380     DISPLAY "Enter operator id: " WITH NO ADVANCING
001390     ACCEPT OperatorId
001400     DISPLAY "Password: " WITH NO ADVANCING
001410     ACCEPT SignOnPassword
001420     MOVE OperatorId TO OperUserId
001430     READ OperatorFile
001440         INVALID KEY
001450             DISPLAY "*** Sign-on failed - session ended"
001460             CLOSE OperatorFile
001470             STOP RUN
001480         NOT INVALID KEY
001490             IF OperPassword NOT = SignOnPassword
001500                 OR NOT OperActive
001510                 DISPLAY "*** Sign-on failed - session ended"
001520                 CLOSE OperatorFile
001530                 STOP RUN
001540             END-IF
001550     END-READ
001560     MOVE OperAuthority TO SessionAuthority
001570     CLOSE OperatorFile
001580     IF NOT SessionCourseMaster
001590         DISPLAY "*** Attendance threshold maintenance needs "
001600                 "authority 4 - session ended"
001610         STOP RUN
001620     END-IF.
001630
001640*----------------------------------------------------------------
001650*PROCESS-MAINTENANCE - accept one maintenance transaction and
001660*route it to the paragraph that handles it.
001670*----------------------------------------------------------------
001680 PROCESS-MAINTENANCE.
001690     DISPLAY "Transaction code: " WITH NO ADVANCING
001700     ACCEPT TransactionCode
001710     EVALUATE TRUE
001720         WHEN TransactionIsAdd
001730             PERFORM AddThresholdTransaction
001740         WHEN TransactionIsChange
001750             PERFORM ChangeThresholdTransaction
001760         WHEN TransactionIsDelete
001770             PERFORM DeleteThresholdTransaction
001780         WHEN TransactionIsList
001790             PERFORM ListThresholdTransaction
001800         WHEN TransactionIsEnd
001810             SET EndOfMaintenance TO TRUE
001820         WHEN OTHER
001830             DISPLAY "Invalid transaction code - "
001840                     "use A, C, D, L or E"
001850     END-EVALUATE.
001860
001870*----------------------------------------------------------------
001880*TERMINATE-FILES - close down and show run totals.
001890*----------------------------------------------------------------
001900 TERMINATE-FILES.
001910     CLOSE AttRuleFile
001920     CLOSE CourseMastFile
001930     DISPLAY "Adds: " AddCount "  Changes: " ChangeCount
001940             "  Deletes: " DeleteCount.
001950
001960*----------------------------------------------------------------
001970*AddThresholdTransaction - accept a course and its two figures,
001980*check them and write the record.
001990*----------------------------------------------------------------
002000 AddThresholdTransaction.
002010     PERFORM GetThresholdCourse
002020     IF EntryIsValid
002030         PERFORM GetThresholdFigures
002040     END-IF
002050     IF EntryIsValid
002060         MOVE TransactionCourseCode TO RuleCourseCode
002070         PERFORM MoveEntryToThreshold
002080         WRITE AttRuleRec
002090             INVALID KEY
002100                 DISPLAY "*** Thresholds already on file "
002110                         "for this course - use (C)hange"
002120             NOT INVALID KEY
002130                 ADD 1 TO AddCount
002140         END-WRITE
002150     END-IF.
002160
002170*----------------------------------------------------------------
002180*ChangeThresholdTransaction - show the figures held, then re-key
002190*both.
002200*----------------------------------------------------------------
002210 ChangeThresholdTransaction.
002220     PERFORM GetThresholdCourse
002230     IF EntryIsValid
002240         MOVE TransactionCourseCode TO RuleCourseCode
002250         READ AttRuleFile
002260             INVALID KEY
002270                 DISPLAY "*** No thresholds on file for "
002280                         "this course - use (A)dd"
002290             NOT INVALID KEY
002300                 PERFORM DisplayThreshold
002310                 PERFORM GetThresholdFigures
002320                 IF EntryIsValid
002330                     PERFORM MoveEntryToThreshold
002340                     REWRITE AttRuleRec
002350                         INVALID KEY
002360                             DISPLAY "*** Rewrite failed"
002370                         NOT INVALID KEY
002380                             ADD 1 TO ChangeCount
002390                     END-REWRITE
002400                 END-IF
002410         END-READ
002420     END-IF.
002430
002440*----------------------------------------------------------------
002450*DeleteThresholdTransaction - take a course's thresholds off
002460*file, returning it to the house defaults.  The code need not
002470*still be on the course master, so a retired course can be
002480*cleared.
002490*----------------------------------------------------------------
002500 DeleteThresholdTransaction.
002510     DISPLAY "Course code (CCCC): " WITH NO ADVANCING
002520     ACCEPT TransactionCourseCode
002530     MOVE TransactionCourseCode TO RuleCourseCode
002540     DELETE AttRuleFile
002550         INVALID KEY
002560             DISPLAY "*** No thresholds on file for "
002570                     "this course"
002580         NOT INVALID KEY
002590             ADD 1 TO DeleteCount
002600     END-DELETE.
002610
002620 ListThresholdTransaction.
002630     DISPLAY "Course code (CCCC): " WITH NO ADVANCING
002640     ACCEPT TransactionCourseCode
002650     MOVE TransactionCourseCode TO RuleCourseCode
002660     READ AttRuleFile
002670         INVALID KEY
002680             DISPLAY "No thresholds on file for "
002690                     TransactionCourseCode
002700                     " - house defaults apply"
002710         NOT INVALID KEY
002720             PERFORM DisplayThreshold
002730     END-READ.
002740
002750 DisplayThreshold.
002760     DISPLAY "Course " RuleCourseCode ": at risk below "
002770             RuleMinPercent "% or after " RuleMissLimit
002780             " sessions missed in a row"
002790     DISPLAY "  Last changed " RuleChangedDate " by "
002800             RuleChangedBy.
002810
002820*----------------------------------------------------------------
002830*GetThresholdCourse - the course must be on the course master.
002840*----------------------------------------------------------------
002850 GetThresholdCourse.
002860     SET EntryIsValid TO TRUE
002870     DISPLAY "Course code (CCCC): " WITH NO ADVANCING
002880     ACCEPT TransactionCourseCode
002890     MOVE TransactionCourseCode TO CrsCourseCode
002900     READ CourseMastFile
002910         INVALID KEY
002920             SET EntryNotValid TO TRUE
002930             DISPLAY "*** Course " CrsCourseCode
002940                     " not on course master"
002950         NOT INVALID KEY
002960             CONTINUE
002970     END-READ.
002980
002990*----------------------------------------------------------------
003000*GetThresholdFigures - the lowest attendance as a whole
003010*percentage, 001-100, and the run of sessions missed, 01-99.
003020*----------------------------------------------------------------
003030 GetThresholdFigures.
003040     DISPLAY "Lowest attendance percentage (NNN): "
003050             WITH NO ADVANCING
003060     ACCEPT EntryMinPercent
003070     IF EntryMinPercent IS NOT NUMERIC
003080         SET EntryNotValid TO TRUE
003090         DISPLAY "*** Percentage must be three digits"
003100     ELSE
003110         IF EntryMinPercentNum = ZERO
003120             OR EntryMinPercentNum > 100
003130             SET EntryNotValid TO TRUE
003140             DISPLAY "*** Percentage must be 001 to 100"
003150         END-IF
003160     END-IF
003170     IF EntryIsValid
003180         DISPLAY "Sessions missed in a row (NN): "
003190                 WITH NO ADVANCING
003200         ACCEPT EntryMissLimit
003210         IF EntryMissLimit IS NOT NUMERIC
003220             SET EntryNotValid TO TRUE
003230             DISPLAY "*** Sessions missed must be two digits"
003240         ELSE
003250             IF EntryMissLimitNum = ZERO
003260                 SET EntryNotValid TO TRUE
003270                 DISPLAY "*** Sessions missed must be 01 to 99"
003280             END-IF
003290         END-IF
003300     END-IF.
003310
003320 MoveEntryToThreshold.
003330     MOVE EntryMinPercentNum TO RuleMinPercent
003340     MOVE EntryMissLimitNum TO RuleMissLimit
003350     MOVE RunDate TO RuleChangedDate
003360     MOVE OperatorId TO RuleChangedBy.
