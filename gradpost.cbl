000230*Transaction layout (GRDTRAN.DAT):
000240*  code (P=post/regrade, X=remove, E=end) + StudentId (7)
000250*  + CourseCode (4) + mark (2)
000253*  + override operator id (8) - blank unless a level-4 operator
000256*    has authorised a posting outside the grade-posting window
000260*
000270*Modification history
000280*  Original - new program, written with GRADES.DAT and the
000294*             and needs maintain authority (level 2); a failed
000296*             sign-on ends the session.  Batch runs post under
000298*             the GRADPOST id unattended.
000299*  Term dates - a posting is now held to the grade-posting
000300*             window of a term on the TERMMST.DAT calendar; one
000301*             outside every window rejects unless a level-4
000302*             operator overrides - online the signed-on
000303*             operator confirms, in batch the transaction
000304*             carries the overriding operator's id, verified
000305*             against OPERMST.DAT.
000306*----------------------------------------------------------------
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID.   GRADE-POST-PROG.
000330 AUTHOR.       SANDY DUNLOP.
000727         RECORD KEY IS OperUserId
000728         FILE STATUS IS OperatorFileStatus.
000730
000731     SELECT TermFile ASSIGN TO "TERMMST.DAT"
000732         ORGANIZATION IS INDEXED
000733         ACCESS MODE IS DYNAMIC
000734         RECORD KEY IS TermCode
000735         FILE STATUS IS TermFileStatus.
000736
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  GradeFile.
000820     02  GTranStudentId    PIC 9(7).
000830     02  GTranCourseCode   PIC X(4).
000840     02  GTranMark         PIC X(2).
000845     02  GTranOverrideId   PIC X(8).
000850
000860 FD  GradeErrFile.
000870 01  GradeErrRec.
000880     02  GErrStudentId     PIC 9(7).
000890     02  GErrCourseCode    PIC X(4).
000900     02  GErrReasonMsg     PIC X(40).
000910     02  GErrRecordImage   PIC X(22).
000920
000930 FD  GradeAuditFile.
000940 01  GradeAuditRec.
001134 FD  OperatorFile.
001136 COPY "OPERREC.CPY".
001140
001142 FD  TermFile.
001144 COPY "TERMREC.CPY".
001146
001150 WORKING-STORAGE SECTION.
001160
001170*Archived student ids, loaded once at start-up so a grade for a
001320 01  CourseMastStatus      PIC XX.
001330 01  ArchiveFileStatus     PIC XX.
001332 01  OperatorFileStatus    PIC XX.
001336 01  TermFileStatus        PIC XX.
001340
001350 01  StudentMastOpenSwitch PIC X       VALUE "N".
001360     88  StudentMastAvailable          VALUE "Y".
001402 01  SignOnPassword        PIC X(8).
001404 01  SessionAuthority      PIC X       VALUE "1".
001405     88  SessionCanMaintain            VALUES "2" "3" "4".
001406     88  SessionCourseMaster           VALUE "4".
001407
001408*The grade-posting window, found on TERMMST.DAT at start-up: the
001409*run is inside a window when the run date falls between some
001410*term's grade-posting open and close dates.  With no term
001411*calendar on file the window is left unenforced.
001412 01  TermCalendarSwitch    PIC X       VALUE "N".
001413     88  TermCalendarAvailable         VALUE "Y".
001414 01  TermLoadSwitch        PIC X       VALUE "N".
001415     88  EndOfTermLoad                 VALUE "Y".
001416 01  WindowTermCode        PIC X(6)    VALUE SPACES.
001417 01  GradeWindowSwitch     PIC X       VALUE "N".
001418     88  GradeWindowOpen               VALUE "Y".
001419
001420 01  DeadlineSwitch        PIC X       VALUE "M".
001421     88  DeadlineMet                   VALUE "M".
001422     88  DeadlinePassed                VALUE "P".
001423
001424*A posting outside the window stands only on a level-4
001425*operator's say-so.  In batch the operator master stays open
001426*for the lookup.
001427 01  OverrideLookupSwitch  PIC X       VALUE "N".
001428     88  OverrideLookupAvailable       VALUE "Y".
001429 01  OverrideOperatorId    PIC X(8).
001430 01  OverrideReply         PIC X.
001431     88  OverrideConfirmed             VALUES "Y" "y".
001432 01  OverrideCount         PIC 9(5)    VALUE ZERO.
001433
001434 01  RunDate               PIC 9(8).
001435 01  RunTime               PIC 9(8).
001436
001440 01  MaintenanceSwitch     PIC X       VALUE "N".
001450     88  EndOfMaintenance              VALUE "Y".
001460
001590 01  TransactionStudentId  PIC 9(7).
001600 01  TransactionCourseCode PIC X(4).
001610 01  TransactionMark       PIC X(2).
001615 01  TransactionOverrideId PIC X(8).
001620
001630 01  RecordValidSwitch     PIC X       VALUE "Y".
001640     88  RecordIsValid                 VALUE "Y".
002440         DISPLAY "*** Course master COURSMST.DAT not on file - "
002450                 "all course codes will reject"
002460     END-IF
002461     PERFORM LOAD-ARCHIVE-ID-TABLE
002462     PERFORM LOAD-TERM-CALENDAR
002463     IF BatchMode
002464         OPEN INPUT OperatorFile
002465         IF OperatorFileStatus = "00"
002466             SET OverrideLookupAvailable TO TRUE
002467         ELSE
002468             DISPLAY "*** Operator master OPERMST.DAT not on "
002469                     "file - window overrides will reject"
002470         END-IF
002471     END-IF
002480     IF OnlineMode
002490         DISPLAY "Transactions: (P)ost (X) remove (E)nd"
002500     END-IF.
002990             MOVE GTranStudentId TO TransactionStudentId
003000             MOVE GTranCourseCode TO TransactionCourseCode
003010             MOVE GTranMark TO TransactionMark
003015             MOVE GTranOverrideId TO TransactionOverrideId
003020             PERFORM DISPATCH-TRANSACTION
003030         END-IF
003040     ELSE
003050         DISPLAY "Transaction code: " WITH NO ADVANCING
003060         ACCEPT TransactionCode
003065         MOVE SPACES TO TransactionOverrideId
003070         IF NOT TransactionIsEnd
003080             DISPLAY "Student id (NNNNNNN): " WITH NO ADVANCING
003090             ACCEPT TransactionStudentId
003480     IF CourseMastAvailable
003490         CLOSE CourseMastFile
003500     END-IF
003502     IF OverrideLookupAvailable
003504         CLOSE OperatorFile
003506     END-IF
003510     IF BatchMode
003520         CLOSE GradeTranFile
003530         DISPLAY "Transactions read: " TranReadCount
003540     END-IF
003550     DISPLAY "Posted: " PostCount "  Regraded: " RegradeCount
003554     DISPLAY "Removed: " RemoveCount "  Rejects: " RejectCount
003558     IF OverrideCount NOT = ZERO
003562         DISPLAY "Posting window overridden: " OverrideCount
003566     END-IF.
003570
003580*----------------------------------------------------------------
003590*PostGradeTransaction - edit-check one posting and write it to
003600*the grade file; a grade already on file for the pair is a
003610*regrade, rewritten with the old mark audited alongside the new.
003615*Postings and regrades are held to the grade-posting window.
003620*----------------------------------------------------------------
003630 PostGradeTransaction.
003640     PERFORM ValidateGradeTransaction
003642     IF RecordIsValid
003644         PERFORM CheckGradeWindow
003646     END-IF
003650     IF RecordIsValid
003660         MOVE TransactionStudentId TO GradeStudentId
003670         MOVE TransactionCourseCode TO GradeCourseCode
005110     MOVE TransactionStudentId TO GErrRecordImage (2:7)
005120     MOVE TransactionCourseCode TO GErrRecordImage (9:4)
005130     MOVE TransactionMark TO GErrRecordImage (13:2)
005135     MOVE TransactionOverrideId TO GErrRecordImage (15:8)
005140     WRITE GradeErrRec
005150     ADD 1 TO RejectCount
005160     DISPLAY "*** Rejected - " RejectReason.
005290     MOVE BeforeMark TO GAudBeforeMark
005300     MOVE AfterMark TO GAudAfterMark
005310     WRITE GradeAuditRec.
005320
005330*----------------------------------------------------------------
005340*LOAD-TERM-CALENDAR - look through TERMMST.DAT for a term whose
005350*grade-posting window takes in the run date.  The calendar is
005360*only needed for this, so it is closed again straight away.
005370*With no calendar on file the window goes unenforced.
005380*----------------------------------------------------------------
005390 LOAD-TERM-CALENDAR.
005400     OPEN INPUT TermFile
005410     IF TermFileStatus NOT = "00"
005420         DISPLAY "*** Term calendar TERMMST.DAT not on file - "
005430                 "grade-posting window not enforced"
005440     ELSE
005450         SET TermCalendarAvailable TO TRUE
005460         READ TermFile NEXT
005470             AT END SET EndOfTermLoad TO TRUE
005480         END-READ
005490         PERFORM NOTE-ONE-TERM UNTIL EndOfTermLoad
005500         CLOSE TermFile
005510         IF GradeWindowOpen
005520             DISPLAY "Grade posting open for term "
005530                     WindowTermCode
005540         ELSE
005550             DISPLAY "*** No grade-posting window open - "
005560                     "postings will reject"
005570         END-IF
005580     END-IF.
005590
005600 NOTE-ONE-TERM.
005610     IF RunDate NOT < TermGradeOpenDate
005620         AND RunDate NOT > TermGradeCloseDate
005630         SET GradeWindowOpen TO TRUE
005640         MOVE TermCode TO WindowTermCode
005650         SET EndOfTermLoad TO TRUE
005660     ELSE
005670         READ TermFile NEXT
005680             AT END SET EndOfTermLoad TO TRUE
005690         END-READ
005700     END-IF.
005710
005720*----------------------------------------------------------------
005730*CheckGradeWindow - hold a posting to the grade-posting window.
005740*One outside every term's window is offered to
005750*CheckWindowOverride; one still outside after that leaves
005760*RecordNotValid and the reason for the caller to reject with.
005770*----------------------------------------------------------------
005780 CheckGradeWindow.
005790     SET DeadlineMet TO TRUE
005800     IF TermCalendarAvailable
005810         AND NOT GradeWindowOpen
005820         SET DeadlinePassed TO TRUE
005830         MOVE "Grade posted outside posting window"
005840                 TO RejectReason
005850         PERFORM CheckWindowOverride
005860     END-IF
005870     IF DeadlinePassed
005880         SET RecordNotValid TO TRUE
005890     END-IF.
005900
005910*----------------------------------------------------------------
005920*CheckWindowOverride - a posting outside the window stands only
005930*on a level-4 operator's say-so.  Online, a level-4 operator is
005940*shown the reason and asked to confirm; anyone below level 4 is
005950*not asked.  In batch the transaction's override id must be an
005960*active level-4 operator on OPERMST.DAT.  Kept in step with the
005970*deadline override in FILE-TEST-PROG.
005980*----------------------------------------------------------------
005990 CheckWindowOverride.
006000     IF OnlineMode
006010         IF SessionCourseMaster
006020             DISPLAY "*** " RejectReason
006030             DISPLAY "Override the posting window? (Y/N): "
006040                     WITH NO ADVANCING
006050             ACCEPT OverrideReply
006060             IF OverrideConfirmed
006070                 MOVE OperatorId TO OverrideOperatorId
006080                 PERFORM ApplyWindowOverride
006090             END-IF
006100         END-IF
006110     ELSE
006120         MOVE TransactionOverrideId TO OverrideOperatorId
006130         IF OverrideOperatorId NOT = SPACES
006140             PERFORM VerifyOverrideOperator
006150         END-IF
006160     END-IF.
006170
006180 VerifyOverrideOperator.
006190     IF NOT OverrideLookupAvailable
006200         MOVE "Window override cannot be verified"
006210                 TO RejectReason
006220     ELSE
006230         MOVE OverrideOperatorId TO OperUserId
006240         READ OperatorFile
006250             INVALID KEY
006260                 MOVE "Override id not on operator master"
006270                         TO RejectReason
006280             NOT INVALID KEY
006290                 IF OperActive AND OperCourseMaster
006300                     PERFORM ApplyWindowOverride
006310                 ELSE
006320                     MOVE "Override id lacks level-4 authority"
006330                             TO RejectReason
006340                 END-IF
006350         END-READ
006360     END-IF.
006370
006380 ApplyWindowOverride.
006390     SET DeadlineMet TO TRUE
006400     ADD 1 TO OverrideCount
006410     DISPLAY "*** Posting window overridden by "
006420             OverrideOperatorId.
