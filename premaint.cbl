000010*----------------------------------------------------------------
000020*PREMAINT.CBL
000030*Course prerequisite maintenance.
000040*
000050*Maintains PREREQ.DAT (PrereqFile), keyed on CourseCode plus the
000060*prerequisite CourseCode, with the minimum grade the student
000070*must hold on GRADES.DAT in the prerequisite before
000080*FILE-TEST-PROG will enroll them or WAIT-PROMOTE-PROG will seat
000090*them.  Prerequisites are added, have their minimum grade
000100*changed, and are deleted here; (L)ist shows what a course
000110*needs.  Both course codes must be on COURSMST.DAT, a course
000120*cannot be its own prerequisite, and a pair that would make two
000130*courses each other's prerequisite is refused - nobody could
000140*ever enroll on either.
000150*
000160*Modification history
000170*  Original - new program, written with the prerequisite file.
000180*----------------------------------------------------------------
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.   PREREQ-MAINT-PROG.
000210 AUTHOR.       SANDY DUNLOP.
000220
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT PrereqFile ASSIGN TO "PREREQ.DAT"
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS PrereqKey
000300         FILE STATUS IS PrereqFileStatus.
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
000460 FD  PrereqFile.
000470 COPY "PREREC.CPY".
000480
000490 FD  CourseMastFile.
000500 COPY "CRSREC.CPY".
000510
000520 FD  OperatorFile.
000530 COPY "OPERREC.CPY".
000540
000550 WORKING-STORAGE SECTION.
000560 01  PrereqFileStatus      PIC XX.
000570 01  CourseMastStatus      PIC XX.
000580 01  OperatorFileStatus    PIC XX.
000590
000600 01  OperatorId            PIC X(8).
000610 01  SignOnPassword        PIC X(8).
000620 01  SessionAuthority      PIC X       VALUE "1".
000630     88  SessionCourseMaster           VALUE "4".
000640
000650 01  MaintenanceSwitch     PIC X       VALUE "N".
000660     88  EndOfMaintenance              VALUE "Y".
000670
000680 01  TransactionCode       PIC X.
000690     88  TransactionIsAdd              VALUES "A" "a".
000700     88  TransactionIsChange           VALUES "C" "c".
000710     88  TransactionIsDelete           VALUES "D" "d".
000720     88  TransactionIsList             VALUES "L" "l".
000730     88  TransactionIsEnd              VALUES "E" "e".
000740
000750 01  TransactionCourseCode PIC X(4).
000760 01  TransactionPrereqCode PIC X(4).
000770 01  EntryMinMark          PIC X(2).
000780     88  EntryMinMarkValid             VALUES "A " "B " "C "
000790                                              "D ".
000800
000810 01  EntryValidSwitch      PIC X       VALUE "Y".
000820     88  EntryIsValid                  VALUE "Y".
000830     88  EntryNotValid                 VALUE "N".
000840
000850 01  PrereqScanSwitch      PIC X       VALUE "N".
000860     88  EndOfPrereqScan               VALUE "Y".
000870
000880 01  ListedCount           PIC 9(3)    VALUE ZERO.
000890
000900 01  AddCount              PIC 9(5)    VALUE ZERO.
000910 01  ChangeCount           PIC 9(5)    VALUE ZERO.
000920 01  DeleteCount           PIC 9(5)    VALUE ZERO.
000930
000940 PROCEDURE DIVISION.
000950 MAIN-PARAGRAPH.
000960     PERFORM INITIALIZE-FILES
000970     PERFORM PROCESS-MAINTENANCE UNTIL EndOfMaintenance
000980     PERFORM TERMINATE-FILES
000990     STOP RUN.
001000
001010*----------------------------------------------------------------
001020*INITIALIZE-FILES - sign on, then open the prerequisite file,
001030*creating it the first time this runs.  Without the course
001040*master no course code can be checked, so the session ends.
001050*----------------------------------------------------------------
001060 INITIALIZE-FILES.
001070     DISPLAY "Course prerequisite maintenance"
001080     PERFORM SIGN-ON-OPERATOR
001090     OPEN INPUT CourseMastFile
001100     IF CourseMastStatus NOT = "00"
001110         DISPLAY "*** Course master COURSMST.DAT not on file - "
001120                 "session ended"
001130         STOP RUN
001140     END-IF
001150     OPEN I-O PrereqFile
001160     IF PrereqFileStatus = "35"
001170         OPEN OUTPUT PrereqFile
001180         CLOSE PrereqFile
001190         OPEN I-O PrereqFile
001200     END-IF
001210     DISPLAY "Transactions: (A)dd (C)hange (D)elete (L)ist "
001220             "(E)nd".
001230
001240*----------------------------------------------------------------
001250*SIGN-ON-OPERATOR - one attempt against the OPERMST.DAT
001260*operator master; a failed sign-on, or an operator below
001270*course-master authority, ends the session before a
001280*prerequisite is touched.  Kept in step with the sign-on in
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
001590         DISPLAY "*** Prerequisite maintenance needs "
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
001730             PERFORM AddPrereqTransaction
001740         WHEN TransactionIsChange
001750             PERFORM ChangePrereqTransaction
001760         WHEN TransactionIsDelete
001770             PERFORM DeletePrereqTransaction
001780         WHEN TransactionIsList
001790             PERFORM ListPrereqTransaction
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
001910     CLOSE PrereqFile
001920     CLOSE CourseMastFile
001930     DISPLAY "Adds: " AddCount "  Changes: " ChangeCount
001940             "  Deletes: " DeleteCount.
001950
001960*----------------------------------------------------------------
001970*AddPrereqTransaction - accept a course, its new prerequisite
001980*and the minimum grade, check them and write the pair.
001990*----------------------------------------------------------------
002000 AddPrereqTransaction.
002010     PERFORM GetPrereqPair
002020     IF EntryIsValid
002030         PERFORM GetMinimumMark
002040     END-IF
002050     IF EntryIsValid
002060         PERFORM CheckCircularPrereq
002070     END-IF
002080     IF EntryIsValid
002090         MOVE TransactionCourseCode TO PreCourseCode
002100         MOVE TransactionPrereqCode TO PreReqCourseCode
002110         MOVE EntryMinMark TO PreMinMark
002120         WRITE PrereqRec
002130             INVALID KEY
002140                 DISPLAY "*** Prerequisite already on file "
002150                         "for this course"
002160             NOT INVALID KEY
002170                 ADD 1 TO AddCount
002180         END-WRITE
002190     END-IF.
002200
002210*----------------------------------------------------------------
002220*ChangePrereqTransaction - replace the minimum grade on a pair
002230*already on file.
002240*----------------------------------------------------------------
002250 ChangePrereqTransaction.
002260     PERFORM GetPrereqPair
002270     IF EntryIsValid
002280         MOVE TransactionCourseCode TO PreCourseCode
002290         MOVE TransactionPrereqCode TO PreReqCourseCode
002300         READ PrereqFile
002310             INVALID KEY
002320                 DISPLAY "*** Prerequisite not on file "
002330                         "for this course"
002340             NOT INVALID KEY
002350                 DISPLAY "Minimum grade now: " PreMinMark
002360                 PERFORM GetMinimumMark
002370                 IF EntryIsValid
002380                     MOVE EntryMinMark TO PreMinMark
002390                     REWRITE PrereqRec
002400                         INVALID KEY
002410                             DISPLAY "*** Rewrite failed"
002420                         NOT INVALID KEY
002430                             ADD 1 TO ChangeCount
002440                     END-REWRITE
002450                 END-IF
002460         END-READ
002470     END-IF.
002480
002490*----------------------------------------------------------------
002500*DeletePrereqTransaction - take a prerequisite off a course.
002510*Only the pair is needed - the course codes need not still be on
002520*the course master, so a retired course's pairs can be cleared.
002530*----------------------------------------------------------------
002540 DeletePrereqTransaction.
002550     DISPLAY "Course code (CCCC): " WITH NO ADVANCING
002560     ACCEPT TransactionCourseCode
002570     DISPLAY "Prerequisite course code (CCCC): "
002580             WITH NO ADVANCING
002590     ACCEPT TransactionPrereqCode
002600     MOVE TransactionCourseCode TO PreCourseCode
002610     MOVE TransactionPrereqCode TO PreReqCourseCode
002620     DELETE PrereqFile
002630         INVALID KEY
002640             DISPLAY "*** Prerequisite not on file "
002650                     "for this course"
002660         NOT INVALID KEY
002670             ADD 1 TO DeleteCount
002680     END-DELETE.
002690
002700*----------------------------------------------------------------
002710*ListPrereqTransaction - show every prerequisite one course
002720*has, browsing forward from the course's first key.
002730*----------------------------------------------------------------
002740 ListPrereqTransaction.
002750     DISPLAY "Course code (CCCC): " WITH NO ADVANCING
002760     ACCEPT TransactionCourseCode
002770     MOVE ZERO TO ListedCount
002780     MOVE "N" TO PrereqScanSwitch
002790     MOVE TransactionCourseCode TO PreCourseCode
002800     MOVE LOW-VALUES TO PreReqCourseCode
002810     START PrereqFile KEY NOT < PrereqKey
002820         INVALID KEY
002830             SET EndOfPrereqScan TO TRUE
002840     END-START
002850     IF NOT EndOfPrereqScan
002860         READ PrereqFile NEXT
002870             AT END SET EndOfPrereqScan TO TRUE
002880         END-READ
002890     END-IF
002900     PERFORM LIST-ONE-PREREQ UNTIL EndOfPrereqScan
002910     IF ListedCount = ZERO
002920         DISPLAY "No prerequisites on file for "
002930                 TransactionCourseCode
002940     END-IF.
002950
002960 LIST-ONE-PREREQ.
002970     IF PreCourseCode NOT = TransactionCourseCode
002980         SET EndOfPrereqScan TO TRUE
002990     ELSE
003000         ADD 1 TO ListedCount
003010         DISPLAY "  " PreReqCourseCode
003020                 "  minimum grade " PreMinMark
003030         READ PrereqFile NEXT
003040             AT END SET EndOfPrereqScan TO TRUE
003050         END-READ
003060     END-IF.
003070
003080*----------------------------------------------------------------
003090*GetPrereqPair - accept the course and prerequisite codes and
003100*check both are on the course master and not the same course.
003110*Leaves EntryValidSwitch set for the caller.
003120*----------------------------------------------------------------
003130 GetPrereqPair.
003140     SET EntryIsValid TO TRUE
003150     DISPLAY "Course code (CCCC): " WITH NO ADVANCING
003160     ACCEPT TransactionCourseCode
003170     DISPLAY "Prerequisite course code (CCCC): "
003180             WITH NO ADVANCING
003190     ACCEPT TransactionPrereqCode
003200     IF TransactionCourseCode = TransactionPrereqCode
003210         SET EntryNotValid TO TRUE
003220         DISPLAY "*** A course cannot be its own prerequisite"
003230     END-IF
003240     IF EntryIsValid
003250         MOVE TransactionCourseCode TO CrsCourseCode
003260         PERFORM CheckCourseOnMaster
003270     END-IF
003280     IF EntryIsValid
003290         MOVE TransactionPrereqCode TO CrsCourseCode
003300         PERFORM CheckCourseOnMaster
003310     END-IF.
003320
003330 CheckCourseOnMaster.
003340     READ CourseMastFile
003350         INVALID KEY
003360             SET EntryNotValid TO TRUE
003370             DISPLAY "*** Course " CrsCourseCode
003380                     " not on course master"
003390         NOT INVALID KEY
003400             CONTINUE
003410     END-READ.
003420
003430*----------------------------------------------------------------
003440*GetMinimumMark - accept the lowest passing grade that will
003450*satisfy the prerequisite.
003460*----------------------------------------------------------------
003470 GetMinimumMark.
003480     DISPLAY "Minimum grade (A/B/C/D): " WITH NO ADVANCING
003490     ACCEPT EntryMinMark
003500     IF NOT EntryMinMarkValid
003510         SET EntryNotValid TO TRUE
003520         DISPLAY "*** Minimum grade must be A, B, C or D"
003530     END-IF.
003540
003550*----------------------------------------------------------------
003560*CheckCircularPrereq - refuse a pair whose reverse is already on
003570*file: two courses that each need the other can never be
003580*enrolled on.
003590*----------------------------------------------------------------
003600 CheckCircularPrereq.
003610     MOVE TransactionPrereqCode TO PreCourseCode
003620     MOVE TransactionCourseCode TO PreReqCourseCode
003630     READ PrereqFile
003640         INVALID KEY
003650             CONTINUE
003660         NOT INVALID KEY
003670             SET EntryNotValid TO TRUE
003680             DISPLAY "*** " TransactionPrereqCode
003690                     " already needs " TransactionCourseCode
003700                     " - circular prerequisite refused"
003710     END-READ.
