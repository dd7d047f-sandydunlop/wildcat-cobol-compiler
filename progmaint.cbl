000010*----------------------------------------------------------------
000020*PROGMAINT.CBL
000030*Programme requirements maintenance.
000040*
000050*Maintains PROGREQ.DAT (ProgReqFile), keyed on the home
000060*CourseCode a student is registered under, with the courses
000070*that count towards the programme and the number of passing
000080*grades in them needed to graduate - the rules DEGREE-AUDIT-PROG
000090*audits every active student against.  A programme is added with
000100*its course list, changed by re-keying the passes needed and the
000110*list, and deleted here; (L)ist shows what a programme needs.
000120*Every course keyed must be on COURSMST.DAT, a course may appear
000130*once in a list, and the passes needed cannot exceed the number
000140*of courses listed - nobody could ever graduate.
000150*
000160*Modification history
000170*  Original - new program, written with the degree audit.
000180*----------------------------------------------------------------
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.   PROGREQ-MAINT-PROG.
000210 AUTHOR.       SANDY DUNLOP.
000220
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT ProgReqFile ASSIGN TO "PROGREQ.DAT"
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS ProgCourseCode
000300         FILE STATUS IS ProgReqFileStatus.
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
000460 FD  ProgReqFile.
000470 COPY "PROGREQ.CPY".
000480
000490 FD  CourseMastFile.
000500 COPY "CRSREC.CPY".
000510
000520 FD  OperatorFile.
000530 COPY "OPERREC.CPY".
000540
000550 WORKING-STORAGE SECTION.
000560 01  ProgReqFileStatus     PIC XX.
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
000760 01  EntryPassesNeeded     PIC X(2).
000770 01  EntryPassesNum REDEFINES EntryPassesNeeded
000780                           PIC 9(2).
000790 01  EntryReqCourse        PIC X(4).
000800
000810*The course list as keyed, before it replaces the record's.
000820 01  EntryListTable.
000830     05  EntryListCourse   PIC X(4) OCCURS 15 TIMES
000840             INDEXED BY EntryIdx.
000850 01  EntryListCount        PIC 9(2)    VALUE ZERO.
000860
000870 01  EntryValidSwitch      PIC X       VALUE "Y".
000880     88  EntryIsValid                  VALUE "Y".
000890     88  EntryNotValid                 VALUE "N".
000900
000910 01  ListEntrySwitch       PIC X       VALUE "N".
000920     88  EndOfListEntry                VALUE "Y".
000930
000940 01  DuplicateSwitch       PIC X       VALUE "N".
000950     88  CourseAlreadyListed           VALUE "Y".
000960
000970 01  AddCount              PIC 9(5)    VALUE ZERO.
000980 01  ChangeCount           PIC 9(5)    VALUE ZERO.
000990 01  DeleteCount           PIC 9(5)    VALUE ZERO.
001000
001010 PROCEDURE DIVISION.
001020 MAIN-PARAGRAPH.
001030     PERFORM INITIALIZE-FILES
001040     PERFORM PROCESS-MAINTENANCE UNTIL EndOfMaintenance
001050     PERFORM TERMINATE-FILES
001060     STOP RUN.
001070
001080*----------------------------------------------------------------
001090*INITIALIZE-FILES - sign on, then open the requirements file,
001100*creating it the first time this runs.  Without the course
001110*master no course code can be checked, so the session ends.
001120*----------------------------------------------------------------
001130 INITIALIZE-FILES.
001140     DISPLAY "Programme requirements maintenance"
001150     PERFORM SIGN-ON-OPERATOR
001160     OPEN INPUT CourseMastFile
001170     IF CourseMastStatus NOT = "00"
001180         DISPLAY "*** Course master COURSMST.DAT not on file - "
001190                 "session ended"
001200         STOP RUN
001210     END-IF
001220     OPEN I-O ProgReqFile
001230     IF ProgReqFileStatus = "35"
001240         OPEN OUTPUT ProgReqFile
001250         CLOSE ProgReqFile
001260         OPEN I-O ProgReqFile
001270     END-IF
001280     DISPLAY "Transactions: (A)dd (C)hange (D)elete (L)ist "
001290             "(E)nd".
001300
001310*----------------------------------------------------------------
001320*SIGN-ON-OPERATOR - one attempt against the OPERMST.DAT
001330*operator master; a failed sign-on, or an operator below
001340*course-master authority, ends the session before a programme
001350*is touched.  Kept in step with the sign-on in
001360*COURSE-MAINT-PROG.
001370*----------------------------------------------------------------
001380 SIGN-ON-OPERATOR.
001390     OPEN INPUT OperatorFile
001400     IF OperatorFileStatus NOT = "00"
001410         DISPLAY "*** Operator master OPERMST.DAT not on file - "
001420                 "run OPER-MAINT-PROG; session ended"
001430         STOP RUN
001440     END-IF
001450     DISPLAY "Enter operator id: " WITH NO ADVANCING
001460     ACCEPT OperatorId
001470     DISPLAY "Password: " WITH NO ADVANCING
001480     ACCEPT SignOnPassword
001490     MOVE OperatorId TO OperUserId
001500     READ OperatorFile
001510         INVALID KEY
001520             DISPLAY "*** Sign-on failed - session ended"
001530             CLOSE OperatorFile
001540             STOP RUN
001550         NOT INVALID KEY
001560             IF OperPassword NOT = SignOnPassword
001570                 OR NOT OperActive
001580                 DISPLAY "*** Sign-on failed - session ended"
001590                 CLOSE OperatorFile
001600                 STOP RUN
001610             END-IF
001620     END-READ
001630     MOVE OperAuthority TO SessionAuthority
001640     CLOSE OperatorFile
001650     IF NOT SessionCourseMaster
001660         DISPLAY "*** Programme requirements maintenance needs "
001670                 "authority 4 - session ended"
001680         STOP RUN
001690     END-IF.
001700
001710*----------------------------------------------------------------
001720*PROCESS-MAINTENANCE - accept one maintenance transaction and
001730*route it to the paragraph that handles it.
001740*----------------------------------------------------------------
001750 PROCESS-MAINTENANCE.
001760     DISPLAY "Transaction code: " WITH NO ADVANCING
001770     ACCEPT TransactionCode
001780     EVALUATE TRUE
001790         WHEN TransactionIsAdd
001800             PERFORM AddProgrammeTransaction
001810         WHEN TransactionIsChange
001820             PERFORM ChangeProgrammeTransaction
001830         WHEN TransactionIsDelete
001840             PERFORM DeleteProgrammeTransaction
001850         WHEN TransactionIsList
001860             PERFORM ListProgrammeTransaction
001870         WHEN TransactionIsEnd
001880             SET EndOfMaintenance TO TRUE
001890         WHEN OTHER
001900             DISPLAY "Invalid transaction code - "
001910                     "use A, C, D, L or E"
001920     END-EVALUATE.
001930
001940*----------------------------------------------------------------
001950*TERMINATE-FILES - close down and show run totals.
001960*----------------------------------------------------------------
001970 TERMINATE-FILES.
001980     CLOSE ProgReqFile
001990     CLOSE CourseMastFile
002000     DISPLAY "Adds: " AddCount "  Changes: " ChangeCount
002010             "  Deletes: " DeleteCount.
002020
002030*----------------------------------------------------------------
002040*AddProgrammeTransaction - accept a programme, its course list
002050*and the passes needed, check them and write the record.
002060*----------------------------------------------------------------
002070 AddProgrammeTransaction.
002080     PERFORM GetProgrammeCode
002090     IF EntryIsValid
002100         PERFORM GetCourseList
002110     END-IF
002120     IF EntryIsValid
002130         PERFORM GetPassesNeeded
002140     END-IF
002150     IF EntryIsValid
002160         MOVE TransactionCourseCode TO ProgCourseCode
002170         PERFORM MoveEntryToProgramme
002180         WRITE ProgReqRec
002190             INVALID KEY
002200                 DISPLAY "*** Requirements already on file "
002210                         "for this programme - use (C)hange"
002220             NOT INVALID KEY
002230                 ADD 1 TO AddCount
002240         END-WRITE
002250     END-IF.
002260
002270*----------------------------------------------------------------
002280*ChangeProgrammeTransaction - show the requirements held, then
002290*re-key the whole course list and the passes needed.
002300*----------------------------------------------------------------
002310 ChangeProgrammeTransaction.
002320     PERFORM GetProgrammeCode
002330     IF EntryIsValid
002340         MOVE TransactionCourseCode TO ProgCourseCode
002350         READ ProgReqFile
002360             INVALID KEY
002370                 DISPLAY "*** No requirements on file for "
002380                         "this programme - use (A)dd"
002390             NOT INVALID KEY
002400                 PERFORM DisplayProgramme
002410                 DISPLAY "Re-key the full course list"
002420                 PERFORM GetCourseList
002430                 IF EntryIsValid
002440                     PERFORM GetPassesNeeded
002450                 END-IF
002460                 IF EntryIsValid
002470                     PERFORM MoveEntryToProgramme
002480                     REWRITE ProgReqRec
002490                         INVALID KEY
002500                             DISPLAY "*** Rewrite failed"
002510                         NOT INVALID KEY
002520                             ADD 1 TO ChangeCount
002530                     END-REWRITE
002540                 END-IF
002550         END-READ
002560     END-IF.
002570
002580*----------------------------------------------------------------
002590*DeleteProgrammeTransaction - take a programme's requirements
002600*off file.  The code need not still be on the course master, so
002610*a retired programme can be cleared.
002620*----------------------------------------------------------------
002630 DeleteProgrammeTransaction.
002640     DISPLAY "Programme course code (CCCC): " WITH NO ADVANCING
002650     ACCEPT TransactionCourseCode
002660     MOVE TransactionCourseCode TO ProgCourseCode
002670     DELETE ProgReqFile
002680         INVALID KEY
002690             DISPLAY "*** No requirements on file for "
002700                     "this programme"
002710         NOT INVALID KEY
002720             ADD 1 TO DeleteCount
002730     END-DELETE.
002740
002750 ListProgrammeTransaction.
002760     DISPLAY "Programme course code (CCCC): " WITH NO ADVANCING
002770     ACCEPT TransactionCourseCode
002780     MOVE TransactionCourseCode TO ProgCourseCode
002790     READ ProgReqFile
002800         INVALID KEY
002810             DISPLAY "No requirements on file for "
002820                     TransactionCourseCode
002830         NOT INVALID KEY
002840             PERFORM DisplayProgramme
002850     END-READ.
002860
002870 DisplayProgramme.
002880     DISPLAY "Programme " ProgCourseCode ": "
002890             ProgPassesNeeded " passes needed from "
002900             ProgReqCount " courses"
002910     PERFORM DisplayOneRequiredCourse
002920         VARYING ProgReqIdx FROM 1 BY 1
002930         UNTIL ProgReqIdx > ProgReqCount.
002940
002950 DisplayOneRequiredCourse.
002960     DISPLAY "  " ProgReqCourse (ProgReqIdx).
002970
002980*----------------------------------------------------------------
002990*GetProgrammeCode - the programme is a home course code, so it
003000*must be on the course master.
003010*----------------------------------------------------------------
003020 GetProgrammeCode.
003030     SET EntryIsValid TO TRUE
003040     DISPLAY "Programme course code (CCCC): " WITH NO ADVANCING
003050     ACCEPT TransactionCourseCode
003060     MOVE TransactionCourseCode TO CrsCourseCode
003070     PERFORM CheckCourseOnMaster.
003080
003090 CheckCourseOnMaster.
003100     READ CourseMastFile
003110         INVALID KEY
003120             SET EntryNotValid TO TRUE
003130             DISPLAY "*** Course " CrsCourseCode
003140                     " not on course master"
003150         NOT INVALID KEY
003160             CONTINUE
003170     END-READ.
003180
003190*----------------------------------------------------------------
003200*GetCourseList - accept the courses that count, one per prompt,
003210*until a blank entry or the list is full.  A course not on the
003220*master, or keyed twice, is refused and the prompt repeated.
003230*----------------------------------------------------------------
003240 GetCourseList.
003250     MOVE ZERO TO EntryListCount
003260     MOVE SPACES TO EntryListTable
003270     MOVE "N" TO ListEntrySwitch
003280     PERFORM GetOneListCourse UNTIL EndOfListEntry
003290     IF EntryListCount = ZERO
003300         SET EntryNotValid TO TRUE
003310         DISPLAY "*** A programme needs at least one course"
003320     END-IF.
003330
003340 GetOneListCourse.
003350     DISPLAY "Course " EntryListCount
003360             " keyed - next course (blank to end): "
003370             WITH NO ADVANCING
003380     ACCEPT EntryReqCourse
003390     IF EntryReqCourse = SPACES
003400         SET EndOfListEntry TO TRUE
003410     ELSE
003420         SET EntryIsValid TO TRUE
003430         MOVE EntryReqCourse TO CrsCourseCode
003440         PERFORM CheckCourseOnMaster
003450         IF EntryIsValid
003460             PERFORM CheckCourseNotListed
003470         END-IF
003480         IF EntryIsValid
003490             ADD 1 TO EntryListCount
003500             MOVE EntryReqCourse
003510                 TO EntryListCourse (EntryListCount)
003520             IF EntryListCount = 15
003530                 DISPLAY "List full at 15 courses"
003540                 SET EndOfListEntry TO TRUE
003550             END-IF
003560         END-IF
003570         SET EntryIsValid TO TRUE
003580     END-IF.
003590
003600 CheckCourseNotListed.
003610     MOVE "N" TO DuplicateSwitch
003620     PERFORM CheckOneListedCourse
003630         VARYING EntryIdx FROM 1 BY 1
003640         UNTIL EntryIdx > EntryListCount
003650     IF CourseAlreadyListed
003660         SET EntryNotValid TO TRUE
003670         DISPLAY "*** " EntryReqCourse " is already listed"
003680     END-IF.
003690
003700 CheckOneListedCourse.
003710     IF EntryListCourse (EntryIdx) = EntryReqCourse
003720         SET CourseAlreadyListed TO TRUE
003730     END-IF.
003740
003750*----------------------------------------------------------------
003760*GetPassesNeeded - between one and the number of courses
003770*listed.
003780*----------------------------------------------------------------
003790 GetPassesNeeded.
003800     DISPLAY "Passing grades needed (NN, 01-" EntryListCount
003810             "): " WITH NO ADVANCING
003820     ACCEPT EntryPassesNeeded
003830     IF EntryPassesNeeded IS NOT NUMERIC
003840         SET EntryNotValid TO TRUE
003850         DISPLAY "*** Passes needed must be two digits"
003860     ELSE
003870         IF EntryPassesNum = ZERO
003880             OR EntryPassesNum > EntryListCount
003890             SET EntryNotValid TO TRUE
003900             DISPLAY "*** Passes needed must be 01 to "
003910                     EntryListCount
003920         END-IF
003930     END-IF.
003940
003950 MoveEntryToProgramme.
003960     MOVE EntryPassesNum TO ProgPassesNeeded
003970     MOVE EntryListCount TO ProgReqCount
003980     MOVE EntryListTable TO ProgReqList.
