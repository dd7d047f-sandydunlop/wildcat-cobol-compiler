000010*----------------------------------------------------------------
000020*TERMMAINT.CBL
000030*Academic term calendar maintenance.
000040*
000050*Maintains TERMMST.DAT (TermFile), the term calendar keyed on
000060*TermCode.  Each term carries its start and end dates, the
000070*add/drop deadline after which an e(N)roll is refused, the
000080*withdrawal deadline after which a (W)ithdraw is refused, and
000090*the window inside which grades may be posted.  FILE-TEST-PROG
000100*and GRADE-POST-PROG enforce the dates; this program is the only
000110*place they are set.  Terms are added and changed, never
000120*deleted - a past term still explains a past rejection.
000130*
000140*A term's dates must hang together before it is written: start
000150*not after end, the add/drop deadline inside the term, the
000160*withdrawal deadline between add/drop and the end of term, and
000170*the grade-posting window opening inside the term and closing
000180*no earlier than it opens.
000190*
000200*Modification history
000210*  Original - new program, written with the term calendar.
000220*----------------------------------------------------------------
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID.   TERM-MAINT-PROG.
000250 AUTHOR.       SANDY DUNLOP.
000260
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT TermFile ASSIGN TO "TERMMST.DAT"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS TermCode
000340         FILE STATUS IS TermFileStatus.
000350
000360     SELECT OperatorFile ASSIGN TO "OPERMST.DAT"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS OperUserId
000400         FILE STATUS IS OperatorFileStatus.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  TermFile.
000450 COPY "TERMREC.CPY".
000460
000470 FD  OperatorFile.
000480 COPY "OPERREC.CPY".
000490
000500 WORKING-STORAGE SECTION.
000510 01  TermFileStatus        PIC XX.
000520 01  OperatorFileStatus    PIC XX.
000530
000540 01  OperatorId            PIC X(8).
000550 01  SignOnPassword        PIC X(8).
000560 01  SessionAuthority      PIC X       VALUE "1".
000570     88  SessionCourseMaster           VALUE "4".
000580
000590 01  MaintenanceSwitch     PIC X       VALUE "N".
000600     88  EndOfMaintenance              VALUE "Y".
000610
000620 01  TransactionCode       PIC X.
000630     88  TransactionIsAdd              VALUES "A" "a".
000640     88  TransactionIsChange           VALUES "C" "c".
000650     88  TransactionIsEnd              VALUES "E" "e".
000660
000670 01  TransactionTermCode   PIC X(6).
000680
000690*Term dates as keyed, held as text until they are proven numeric
000700*and in order, then moved to the record.
000710 01  TermEntry.
000720     05  EntryTermDesc         PIC X(20).
000730     05  EntryStartDate        PIC X(8).
000740     05  EntryEndDate          PIC X(8).
000750     05  EntryAddDropDate      PIC X(8).
000760     05  EntryWithdrawDate     PIC X(8).
000770     05  EntryGradeOpenDate    PIC X(8).
000780     05  EntryGradeCloseDate   PIC X(8).
000790
000800 01  EntryValidSwitch      PIC X       VALUE "Y".
000810     88  EntryIsValid                  VALUE "Y".
000820     88  EntryNotValid                 VALUE "N".
000830
000840 01  EntryRejectReason     PIC X(50).
000850
000860 01  AddCount              PIC 9(5)    VALUE ZERO.
000870 01  ChangeCount           PIC 9(5)    VALUE ZERO.
000880
000890 PROCEDURE DIVISION.
000900 MAIN-PARAGRAPH.
000910     PERFORM INITIALIZE-FILES
000920     PERFORM PROCESS-MAINTENANCE UNTIL EndOfMaintenance
000930     PERFORM TERMINATE-FILES
000940     STOP RUN.
000950
000960*----------------------------------------------------------------
000970*INITIALIZE-FILES - sign on, then open the term calendar,
000980*creating it the first time this runs.
000990*----------------------------------------------------------------
001000 INITIALIZE-FILES.
001010     DISPLAY "Term calendar maintenance"
001020     PERFORM SIGN-ON-OPERATOR
001030     OPEN I-O TermFile
001040     IF TermFileStatus = "35"
001050         OPEN OUTPUT TermFile
001060         CLOSE TermFile
001070         OPEN I-O TermFile
001080     END-IF
001090     DISPLAY "Transactions: (A)dd (C)hange (E)nd".
001100
001110*----------------------------------------------------------------
001120*SIGN-ON-OPERATOR - one attempt against the OPERMST.DAT
001130*operator master; a failed sign-on, or an operator below
001140*course-master authority, ends the session before the calendar
001150*is opened - the deadlines set here decide what the whole
001160*office may do.  Kept in step with the sign-on in
001170*COURSE-MAINT-PROG.
001180*----------------------------------------------------------------
001190 SIGN-ON-OPERATOR.
001200     OPEN INPUT OperatorFile
001210     IF OperatorFileStatus NOT = "00"
001220         DISPLAY "*** Operator master OPERMST.DAT not on file - "
001230                 "run OPER-MAINT-PROG; session ended"
001240         STOP RUN
001250     END-IF
001260     DISPLAY "Enter operator id: " WITH NO ADVANCING
001270     ACCEPT OperatorId
001280     DISPLAY "Password: " WITH NO ADVANCING
001290     ACCEPT SignOnPassword
001300     MOVE OperatorId TO OperUserId
001310     READ OperatorFile
001320         INVALID KEY
001330             DISPLAY "*** Sign-on failed - session ended"
001340             CLOSE OperatorFile
001350             STOP RUN
001360         NOT INVALID KEY
001370             IF OperPassword NOT = SignOnPassword
001380                 OR NOT OperActive
001390                 DISPLAY "*** Sign-on failed - session ended"
001400                 CLOSE OperatorFile
001410                 STOP RUN
001420             END-IF
001430     END-READ
001440     MOVE OperAuthority TO SessionAuthority
001450     CLOSE OperatorFile
001460     IF NOT SessionCourseMaster
001470         DISPLAY "*** Term maintenance needs authority 4 - "
001480                 "session ended"
001490         STOP RUN
001500     END-IF.
001510
001520*----------------------------------------------------------------
001530*PROCESS-MAINTENANCE - accept one maintenance transaction and
001540*route it to the paragraph that handles it.
001550*----------------------------------------------------------------
001560 PROCESS-MAINTENANCE.
001570     DISPLAY "Transaction code: " WITH NO ADVANCING
001580     ACCEPT TransactionCode
001590     EVALUATE TRUE
001600         WHEN TransactionIsAdd
001610             PERFORM AddTermTransaction
001620         WHEN TransactionIsChange
001630             PERFORM ChangeTermTransaction
001640         WHEN TransactionIsEnd
001650             SET EndOfMaintenance TO TRUE
001660         WHEN OTHER
001670             DISPLAY "Invalid transaction code - "
001680                     "use A, C or E"
001690     END-EVALUATE.
001700
001710*----------------------------------------------------------------
001720*TERMINATE-FILES - close down and show run totals.
001730*----------------------------------------------------------------
001740 TERMINATE-FILES.
001750     CLOSE TermFile
001760     DISPLAY "Adds: " AddCount "  Changes: " ChangeCount.
001770
001780*----------------------------------------------------------------
001790*AddTermTransaction - accept a new term code and its dates and
001800*write it to the calendar once the dates hang together.
001810*----------------------------------------------------------------
001820 AddTermTransaction.
001830     DISPLAY "Term code (YYYYTT): " WITH NO ADVANCING
001840     ACCEPT TransactionTermCode
001850     IF TransactionTermCode = SPACES
001860         DISPLAY "Add abandoned - no term code entered"
001870     ELSE
001880         PERFORM GetTermEntry
001890         IF EntryIsValid
001900             MOVE TransactionTermCode TO TermCode
001910             PERFORM MoveTermEntry
001920             WRITE TermRec
001930                 INVALID KEY
001940                     DISPLAY "*** Term code already on file"
001950                 NOT INVALID KEY
001960                     ADD 1 TO AddCount
001970             END-WRITE
001980         ELSE
001990             DISPLAY "*** " EntryRejectReason
002000             DISPLAY "Add abandoned - term not written"
002010         END-IF
002020     END-IF.
002030
002040*----------------------------------------------------------------
002050*ChangeTermTransaction - show a term already on the calendar
002060*and replace its description and dates with a re-keyed set.
002070*----------------------------------------------------------------
002080 ChangeTermTransaction.
002090     DISPLAY "Term code (YYYYTT): " WITH NO ADVANCING
002100     ACCEPT TransactionTermCode
002110     MOVE TransactionTermCode TO TermCode
002120     READ TermFile
002130         INVALID KEY
002140             DISPLAY "*** Term code not on file"
002150         NOT INVALID KEY
002160             DISPLAY "On file: " TermDesc
002170             DISPLAY "  Term " TermStartDate " to " TermEndDate
002180                     "  Add/drop " TermAddDropDate
002190                     "  Withdraw " TermWithdrawDate
002200             DISPLAY "  Grades " TermGradeOpenDate
002210                     " to " TermGradeCloseDate
002220             PERFORM GetTermEntry
002230             IF EntryIsValid
002240                 PERFORM MoveTermEntry
002250                 REWRITE TermRec
002260                     INVALID KEY
002270                         DISPLAY "*** Rewrite failed"
002280                     NOT INVALID KEY
002290                         ADD 1 TO ChangeCount
002300                 END-REWRITE
002310             ELSE
002320                 DISPLAY "*** " EntryRejectReason
002330                 DISPLAY "Change abandoned - term left as it was"
002340             END-IF
002350     END-READ.
002360
002370*----------------------------------------------------------------
002380*GetTermEntry - accept a term description and its six dates
002390*against the entry templates and check them.  Leaves
002400*EntryValidSwitch and EntryRejectReason set for the caller.
002410*----------------------------------------------------------------
002420 GetTermEntry.
002430     MOVE SPACES TO TermEntry
002440     DISPLAY "Description (DDDDDDDDDDDDDDDDDDDD): "
002450             WITH NO ADVANCING
002460     ACCEPT EntryTermDesc
002470     DISPLAY "Term starts (YYYYMMDD): " WITH NO ADVANCING
002480     ACCEPT EntryStartDate
002490     DISPLAY "Term ends (YYYYMMDD): " WITH NO ADVANCING
002500     ACCEPT EntryEndDate
002510     DISPLAY "Add/drop deadline (YYYYMMDD): " WITH NO ADVANCING
002520     ACCEPT EntryAddDropDate
002530     DISPLAY "Withdrawal deadline (YYYYMMDD): "
002540             WITH NO ADVANCING
002550     ACCEPT EntryWithdrawDate
002560     DISPLAY "Grade posting opens (YYYYMMDD): "
002570             WITH NO ADVANCING
002580     ACCEPT EntryGradeOpenDate
002590     DISPLAY "Grade posting closes (YYYYMMDD): "
002600             WITH NO ADVANCING
002610     ACCEPT EntryGradeCloseDate
002620     PERFORM ValidateTermEntry.
002630
002640*----------------------------------------------------------------
002650*ValidateTermEntry - every date numeric, then in calendar order.
002660*----------------------------------------------------------------
002670 ValidateTermEntry.
002680     SET EntryIsValid TO TRUE
002690     MOVE SPACES TO EntryRejectReason
002700     IF EntryStartDate NOT NUMERIC
002710         OR EntryEndDate NOT NUMERIC
002720         OR EntryAddDropDate NOT NUMERIC
002730         OR EntryWithdrawDate NOT NUMERIC
002740         OR EntryGradeOpenDate NOT NUMERIC
002750         OR EntryGradeCloseDate NOT NUMERIC
002760         SET EntryNotValid TO TRUE
002770         MOVE "Every date must be keyed as YYYYMMDD"
002780                 TO EntryRejectReason
002790     END-IF
002800     IF EntryIsValid
002810         IF EntryStartDate > EntryEndDate
002820             SET EntryNotValid TO TRUE
002830             MOVE "Term ends before it starts"
002840                     TO EntryRejectReason
002850         END-IF
002860     END-IF
002870     IF EntryIsValid
002880         IF EntryAddDropDate < EntryStartDate
002890             OR EntryAddDropDate > EntryEndDate
002900             SET EntryNotValid TO TRUE
002910             MOVE "Add/drop deadline falls outside the term"
002920                     TO EntryRejectReason
002930         END-IF
002940     END-IF
002950     IF EntryIsValid
002960         IF EntryWithdrawDate < EntryAddDropDate
002970             OR EntryWithdrawDate > EntryEndDate
002980             SET EntryNotValid TO TRUE
002990             MOVE "Withdrawal deadline not in add/drop-end span"
003000                     TO EntryRejectReason
003010         END-IF
003020     END-IF
003030     IF EntryIsValid
003040         IF EntryGradeOpenDate < EntryStartDate
003050             OR EntryGradeCloseDate < EntryGradeOpenDate
003060             SET EntryNotValid TO TRUE
003070             MOVE "Grade-posting window out of order"
003080                     TO EntryRejectReason
003090         END-IF
003100     END-IF.
003110
003120*----------------------------------------------------------------
003130*MoveTermEntry - carry a checked entry onto the term record.
003140*----------------------------------------------------------------
003150 MoveTermEntry.
003160     MOVE EntryTermDesc TO TermDesc
003170     MOVE EntryStartDate TO TermStartDate
003180     MOVE EntryEndDate TO TermEndDate
003190     MOVE EntryAddDropDate TO TermAddDropDate
003200     MOVE EntryWithdrawDate TO TermWithdrawDate
003210     MOVE EntryGradeOpenDate TO TermGradeOpenDate
003220     MOVE EntryGradeCloseDate TO TermGradeCloseDate.
