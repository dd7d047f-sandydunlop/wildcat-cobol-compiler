000010*----------------------------------------------------------------
000020*LETTERGN.CBL
000030*Nightly student letters.
000040*
000050*Runs after the waitlist promotion step and turns the night's
000060*events into print-ready letters on LETTERS.DAT, addressed from
000070*the CONTACT.DAT contact file:
000080*  ENROLLMENT CONFIRMATION - an audit add of an active student,
000090*           an audit change that moves an active student to
000100*           a new course or makes a student active again, or
000105*           an enrollment the nightly run granted;
000110*  WITHDRAWAL NOTICE       - an audit change that sets a
000120*           student's status to withdrawn;
000123*  COURSE WITHDRAWAL NOTICE - a withdrawal from one course
000126*           the nightly run applied;
000130*  OFFER OF A COURSE PLACE - a PROMOTED FROM WAITLIST line on
000140*           tonight's WAITRPT.DAT promotion report;
000150*  WAITING LIST EXPIRY     - a student dropped by WAIT-AGE-PROG's
000160*           expiry sweep onto WAITDROP.DAT.
000170*The audit walk covers the AUDGCAT.DAT generation catalog as
000180*well as the current log, the same walk NIGHT-BALANCE-PROG makes,
000190*and takes only entries stamped after the LETTCTL.DAT control
000200*stamp; WAITPROM's own audit entries are left to the promotion
000210*report.  The control file also carries the date of the last
000220*promotion report lettered and the number of WAITDROP.DAT lines
000230*already read, so a rerun never posts a letter twice.  With no
000240*control file on record the first run letters today's events
000250*only.
000252*The enroll and withdraw entries carry the course concerned in
000254*the after image, so both letters name that course rather than
000256*the student's home course.
000260*Each letter fills one 60-line page.  A student with no contact
000270*record, or none with a postal address, gets no letter and is
000280*listed on LETTEREX.DAT for the office to chase.
000290*
000300*Modification history
000310*  Original - new program, the letter step added to NITEBAT.
000320*----------------------------------------------------------------
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID.   LETTER-GEN-PROG.
000350 AUTHOR.       SANDY DUNLOP.
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT AuditFile ASSIGN TO DYNAMIC AuditLogName
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS AuditFileStatus.
000430
000440     SELECT GenCatFile ASSIGN TO "AUDGCAT.DAT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS GenCatStatus.
000470
000480     SELECT WaitRptFile ASSIGN TO "WAITRPT.DAT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WaitRptStatus.
000510
000520     SELECT WaitDropFile ASSIGN TO "WAITDROP.DAT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WaitDropStatus.
000550
000560     SELECT LettCtlFile ASSIGN TO "LETTCTL.DAT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS LettCtlStatus.
000590
000600     SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS StudentId
000640         ALTERNATE RECORD KEY IS Surname
000650             WITH DUPLICATES
000660         FILE STATUS IS StudentFileStatus.
000670
000680     SELECT ContactFile ASSIGN TO "CONTACT.DAT"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS ContStudentId
000720         FILE STATUS IS ContactFileStatus.
000730
000740     SELECT CourseMastFile ASSIGN TO "COURSMST.DAT"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS CrsCourseCode
000780         FILE STATUS IS CourseMastStatus.
000790
000800     SELECT LetterFile ASSIGN TO "LETTERS.DAT"
000810         ORGANIZATION IS LINE SEQUENTIAL.
000820
000830     SELECT LettExcFile ASSIGN TO "LETTEREX.DAT"
000840         ORGANIZATION IS LINE SEQUENTIAL.
000850
000860     SELECT JobHistFile ASSIGN TO "JOBHIST.DAT"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS JobHistStatus.
000890
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  AuditFile.
000930 COPY "AUDITREC.CPY".
000940
000950 FD  GenCatFile.
000960 COPY "AUDGREC.CPY".
000970
000980*WAITRPT.DAT as WAIT-PROMOTE-PROG prints it: the heading
000990*line, then one line per promotion or drop.
001000 FD  WaitRptFile.
001010 01  WaitRptLine           PIC X(80).
001020 01  WaitRptHeading.
001030     02  WrhTitle          PIC X(25).
001040     02  FILLER            PIC X(2).
001050     02  WrhRunDate        PIC 9(8).
001060     02  FILLER            PIC X(45).
001070 01  WaitRptPromotion.
001080     02  WrpStudentId      PIC X(7).
001090     02  FILLER            PIC X(2).
001100     02  WrpSurname        PIC X(8).
001110     02  FILLER            PIC X(2).
001120     02  WrpCourseCode     PIC X(4).
001130     02  FILLER            PIC X(2).
001140     02  WrpMessage        PIC X(30).
001150     02  FILLER            PIC X(25).
001160
001170*WAITDROP.DAT as WAIT-AGE-PROG appends it: a heading line per
001180*expiry sweep, then one line per entry dropped.
001190 FD  WaitDropFile.
001200 01  WaitDropLine          PIC X(80).
001210 01  WaitDropHeading.
001220     02  WdhTitle          PIC X(25).
001230     02  WdhRunDate        PIC 9(8).
001240     02  FILLER            PIC X(47).
001250 01  WaitDropDetail.
001260     02  WddCourseCode     PIC X(4).
001270     02  FILLER            PIC X(2).
001280     02  WddStudentId      PIC X(7).
001290     02  FILLER            PIC X(2).
001300     02  WddSurname        PIC X(8).
001310     02  FILLER            PIC X(2).
001320     02  WddWaitDate       PIC X(8).
001330     02  FILLER            PIC X(2).
001340     02  WddDaysWaiting    PIC X(5).
001350     02  FILLER            PIC X(40).
001360
001370 FD  LettCtlFile.
001380 01  LettCtlRec.
001390     02  LtcStampDate      PIC 9(8).
001400     02  LtcStampTime      PIC 9(8).
001410     02  LtcPromoRptDate   PIC 9(8).
001420     02  LtcDropLineCount  PIC 9(7).
001430
001440 FD  StudentFile.
001450 COPY "STUDREC.CPY".
001460
001470 FD  ContactFile.
001480 COPY "CONTREC.CPY".
001490
001500 FD  CourseMastFile.
001510 COPY "CRSREC.CPY".
001520
001530 FD  LetterFile.
001540 01  LetterRec             PIC X(80).
001550
001560 FD  LettExcFile.
001570 01  LettExcLine           PIC X(80).
001580
001590 FD  JobHistFile.
001600 COPY "JOBHREC.CPY".
001610
001620 WORKING-STORAGE SECTION.
001630 01  AuditFileStatus       PIC XX.
001640 01  GenCatStatus          PIC XX.
001650 01  WaitRptStatus         PIC XX.
001660 01  WaitDropStatus        PIC XX.
001670 01  LettCtlStatus         PIC XX.
001680 01  StudentFileStatus     PIC XX.
001690 01  ContactFileStatus     PIC XX.
001700 01  CourseMastStatus      PIC XX.
001710 01  JobHistStatus         PIC XX.
001720
001730*The audit log being read; the generation walk points this at
001740*each closed generation in turn, then the current log.
001750 01  AuditLogName          PIC X(12)   VALUE "AUDITLOG.DAT".
001760
001770*Generation catalog entries whose span may reach past the prior
001780*stamp, loaded from AUDGCAT.DAT in the order they were cut.
001790 01  GenTable.
001800     05  GenEntry OCCURS 50 TIMES
001810             INDEXED BY GenIdx.
001820         10  GtblFileName      PIC X(12).
001830         10  GtblToDate        PIC 9(8).
001840         10  GtblToTime        PIC 9(8).
001850 01  GenTableCount         PIC 9(3)    VALUE ZERO.
001860
001870*The student images carried on an audit entry.
001880 01  BeforeImage.
001890     02  BefStudentId      PIC 9(7).
001900     02  BefSurname        PIC X(8).
001910     02  BefInitials       PIC X(2).
001920     02  FILLER            PIC X(8).
001930     02  BefCourseCode     PIC X(4).
001940     02  FILLER            PIC X.
001950     02  BefStatus         PIC X.
001960 01  AfterImage.
001970     02  AftStudentId      PIC 9(7).
001980     02  AftSurname        PIC X(8).
001990     02  AftInitials       PIC X(2).
002000     02  FILLER            PIC X(8).
002010     02  AftCourseCode     PIC X(4).
002020     02  FILLER            PIC X.
002030     02  AftStatus         PIC X.
002040
002050 01  CatLoadSwitch         PIC X       VALUE "N".
002060     88  EndOfCatalogLoad              VALUE "Y".
002070
002080 01  AuditLoadSwitch       PIC X       VALUE "N".
002090     88  EndOfAuditFile                VALUE "Y".
002100
002110 01  WaitRptLoadSwitch     PIC X       VALUE "N".
002120     88  EndOfWaitRptFile              VALUE "Y".
002130
002140 01  WaitDropLoadSwitch    PIC X       VALUE "N".
002150     88  EndOfWaitDropFile             VALUE "Y".
002160
002170 01  ControlSwitch         PIC X       VALUE "N".
002180     88  ControlOnFile                 VALUE "Y".
002190
002200 01  StudentMastSwitch     PIC X       VALUE "N".
002210     88  StudentMastAvailable          VALUE "Y".
002220
002230 01  ContactSwitch         PIC X       VALUE "N".
002240     88  ContactFileAvailable          VALUE "Y".
002250
002260 01  CourseMastSwitch      PIC X       VALUE "N".
002270     88  CourseMastAvailable           VALUE "Y".
002280
002290 01  DropSectionSwitch     PIC X       VALUE "N".
002300     88  DropSectionWanted             VALUE "Y".
002310     88  DropSectionLettered           VALUE "N".
002320
002330 01  AddressSwitch         PIC X       VALUE "N".
002340     88  AddressFound                  VALUE "Y".
002350     88  AddressMissing                VALUE "N".
002360
002370 01  RunDate               PIC 9(8).
002380 01  RunTime               PIC 9(8).
002390
002400 01  PriorStampDate        PIC 9(8)    VALUE ZERO.
002410 01  PriorStampTime        PIC 9(8)    VALUE ZERO.
002420 01  PriorPromoRptDate     PIC 9(8)    VALUE ZERO.
002430 01  PriorDropLineCount    PIC 9(7)    VALUE ZERO.
002440 01  PromoRptDate          PIC 9(8)    VALUE ZERO.
002450 01  DropLineCount         PIC 9(7)    VALUE ZERO.
002460
002470*The letter being produced.
002480 01  LetterType            PIC 9.
002490     88  LetterIsConfirmation          VALUE 1.
002500     88  LetterIsOffer                 VALUE 2.
002510     88  LetterIsWithdrawal            VALUE 3.
002520     88  LetterIsExpiry                VALUE 4.
002525     88  LetterIsCourseWithdrawal      VALUE 5.
002530 01  LetterStudentId       PIC 9(7).
002540 01  LetterSurname         PIC X(8).
002550 01  LetterInitials        PIC X(2).
002560 01  LetterCourseCode      PIC X(4).
002570 01  LetterCourseDesc      PIC X(20).
002580 01  LetterWaitDate        PIC X(8).
002590 01  LetterDaysWaiting     PIC X(5).
002600 01  LetterName            PIC X(12).
002610 01  LetterExcReason       PIC X(25).
002620
002630 01  PageDepth             PIC 9(3)    VALUE 60.
002640 01  LetterLineCount       PIC 9(3)    VALUE ZERO.
002650
002660 01  ConfirmCount          PIC 9(5)    VALUE ZERO.
002670 01  OfferCount            PIC 9(5)    VALUE ZERO.
002680 01  WithdrawCount         PIC 9(5)    VALUE ZERO.
002690 01  ExpiryCount           PIC 9(5)    VALUE ZERO.
002700 01  LetterCount           PIC 9(5)    VALUE ZERO.
002710 01  NoContactCount        PIC 9(5)    VALUE ZERO.
002720 01  EmailCopyCount        PIC 9(5)    VALUE ZERO.
002730
002740*Subject line and reference suffix per letter type.
002750 01  LetterSubjectLit.
002760     05  FILLER          PIC X(56) VALUE
002770     'ENROLLMENT CONFIRMATION CONFOFFER OF A COURSE PLACE OFFR'.
002780     05  FILLER          PIC X(56) VALUE
002790     'WITHDRAWAL NOTICE       WDRNWAITING LIST EXPIRY     EXPY'.
002793     05  FILLER          PIC X(28) VALUE
002796     'COURSE WITHDRAWAL NOTICECWDN'.
002800 01  LetterSubjectTable REDEFINES LetterSubjectLit.
002810     05  LetterSubjectEntry OCCURS 5 TIMES.
002820         10  LetterSubject       PIC X(24).
002830         10  LetterRefCode       PIC X(4).
002840
002850*Body text per letter type, four lines each.
002860 01  LetterTextLit.
002870     05  FILLER          PIC X(56) VALUE
002880     'THIS LETTER CONFIRMS YOUR ENROLLMENT ON THE COURSE NAMED'.
002890     05  FILLER          PIC X(56) VALUE
002900     'ABOVE.  YOUR TIMETABLE AND FEE STATEMENT WILL FOLLOW'.
002910     05  FILLER          PIC X(56) VALUE
002920     'SEPARATELY.  PLEASE TELL THE STUDENT RECORDS OFFICE'.
002930     05  FILLER          PIC X(56) VALUE
002940     'STRAIGHT AWAY IF ANY DETAIL OF YOUR ENROLLMENT IS WRONG.'.
002950     05  FILLER          PIC X(56) VALUE
002960     'A PLACE HAS BECOME FREE ON THE COURSE NAMED ABOVE AND'.
002970     05  FILLER          PIC X(56) VALUE
002980     'YOU HAVE BEEN MOVED FROM THE WAITING LIST INTO IT.  IF'.
002990     05  FILLER          PIC X(56) VALUE
003000     'YOU NO LONGER WANT THE PLACE, PLEASE TELL THE STUDENT'.
003010     05  FILLER          PIC X(56) VALUE
003020     'RECORDS OFFICE SO IT CAN BE OFFERED TO THE NEXT STUDENT.'.
003030     05  FILLER          PIC X(56) VALUE
003040     'OUR RECORDS NOW SHOW YOU AS WITHDRAWN FROM YOUR COURSE'.
003050     05  FILLER          PIC X(56) VALUE
003060     'OF STUDY.  IF YOU BELIEVE THIS IS IN ERROR, OR WISH TO'.
003070     05  FILLER          PIC X(56) VALUE
003080     'DISCUSS RETURNING TO YOUR STUDIES, PLEASE CONTACT THE'.
003090     05  FILLER          PIC X(56) VALUE
003100     'STUDENT RECORDS OFFICE.'.
003110     05  FILLER          PIC X(56) VALUE
003120     'NO PLACE HAS BECOME FREE ON THE COURSE NAMED ABOVE IN'.
003130     05  FILLER          PIC X(56) VALUE
003140     'THE TIME ALLOWED, SO YOUR PLACE ON ITS WAITING LIST HAS'.
003150     05  FILLER          PIC X(56) VALUE
003160     'EXPIRED.  YOU ARE WELCOME TO JOIN THE WAITING LIST AGAIN'.
003170     05  FILLER          PIC X(56) VALUE
003180     'THROUGH THE STUDENT RECORDS OFFICE.'.
003181     05  FILLER          PIC X(56) VALUE
003182     'THIS LETTER CONFIRMS THAT YOU HAVE BEEN WITHDRAWN FROM'.
003183     05  FILLER          PIC X(56) VALUE
003184     'THE COURSE NAMED ABOVE.  ANY FEE REFUND DUE WILL BE'.
003185     05  FILLER          PIC X(56) VALUE
003186     'SHOWN ON YOUR NEXT FEE STATEMENT.  IF YOU DID NOT ASK'.
003187     05  FILLER          PIC X(56) VALUE
003188     'TO LEAVE IT, PLEASE TELL THE STUDENT RECORDS OFFICE.'.
003190 01  LetterTextTable REDEFINES LetterTextLit.
003200     05  LetterTextType OCCURS 5 TIMES.
003210         10  LetterTextLine      PIC X(56) OCCURS 4 TIMES
003220                 INDEXED BY TextIdx.
003230
003240 01  LetterHeadLine.
003250     05  FILLER                PIC X(5)  VALUE SPACES.
003260     05  LhlLeft               PIC X(45).
003270     05  LhlTag                PIC X(9).
003280     05  LhlValue              PIC X(21).
003290
003300 01  LetterPrintLine.
003310     05  FILLER                PIC X(5)  VALUE SPACES.
003320     05  LetterText            PIC X(75).
003330
003340 01  LetterRefText.
003350     05  LrfStudentId          PIC 9(7).
003360     05  FILLER                PIC X     VALUE "/".
003370     05  LrfRefCode            PIC X(4).
003380
003390 01  SubjectLine.
003400     05  FILLER                PIC X(4)  VALUE 'RE: '.
003410     05  SubjLetterType        PIC X(24).
003420     05  FILLER                PIC X(3)  VALUE ' - '.
003430     05  SubjCourseCode        PIC X(4).
003440     05  FILLER                PIC X     VALUE SPACE.
003450     05  SubjCourseDesc        PIC X(20).
003460
003470 01  ExpiryDetailLine.
003480     05  FILLER  PIC X(26) VALUE 'ON THE WAITING LIST SINCE '.
003490     05  ExpWaitDate           PIC X(8).
003500     05  FILLER                PIC X(2)  VALUE ', '.
003510     05  ExpDaysWaiting        PIC X(5).
003520     05  FILLER                PIC X(5)  VALUE ' DAYS'.
003530
003540 01  EmailCopyLine.
003550     05  FILLER  PIC X(18) VALUE 'COPY BY EMAIL TO: '.
003560     05  EmlAddress            PIC X(40).
003570
003580 01  ExcHeading.
003590     05  FILLER  PIC X(28) VALUE 'LETTERS NOT PRODUCED - NO CO'.
003600     05  FILLER  PIC X(16) VALUE 'NTACT ADDRESS   '.
003610     05  ExhRunDate            PIC 9(8).
003620
003630 01  ExcDetailLine.
003640     05  ExdStudentId          PIC 9(7).
003650     05  FILLER                PIC X(2)  VALUE SPACES.
003660     05  ExdSurname            PIC X(8).
003670     05  FILLER                PIC X(2)  VALUE SPACES.
003680     05  ExdLetterType         PIC X(24).
003690     05  FILLER                PIC X(2)  VALUE SPACES.
003700     05  ExdCourseCode         PIC X(4).
003710     05  FILLER                PIC X(2)  VALUE SPACES.
003720     05  ExdReason             PIC X(25).
003730
003740 01  ExcTotalLine.
003750     05  FILLER  PIC X(18) VALUE 'LETTERS PRODUCED: '.
003760     05  ExtProduced           PIC ZZZZ9.
003770     05  FILLER  PIC X(17) VALUE '   NOT PRODUCED: '.
003780     05  ExtNotProduced        PIC ZZZZ9.
003790
003800 PROCEDURE DIVISION.
003810 MAIN-PARAGRAPH.
003820     DISPLAY "Nightly student letters"
003830     ACCEPT RunDate FROM DATE YYYYMMDD
003840     ACCEPT RunTime FROM TIME
003850     PERFORM READ-PRIOR-CONTROL
003860     PERFORM OPEN-LETTER-FILES
003870     PERFORM LETTER-AUDIT-ENTRIES
003880     PERFORM LETTER-PROMOTIONS
003890     PERFORM LETTER-EXPIRIES
003900     PERFORM CLOSE-LETTER-FILES
003910     PERFORM RESTAMP-CONTROL-FILE
003920     DISPLAY "Confirmations: " ConfirmCount
003930             "  Offers: " OfferCount
003940             "  Withdrawals: " WithdrawCount
003950             "  Expiries: " ExpiryCount
003960     DISPLAY "Letters produced: " LetterCount
003970             "  Not produced: " NoContactCount
003980     IF NoContactCount NOT = ZERO
003990         DISPLAY "*** Students with no contact address listed "
004000                 "on LETTEREX.DAT"
004010     END-IF
004020     PERFORM WRITE-JOB-HISTORY
004030     STOP RUN.
004040
004050*----------------------------------------------------------------
004060*READ-PRIOR-CONTROL - pick up where the last run stopped.  With
004070*no control file the audit stamp starts at the top of today and
004080*only today's promotion report and expiry sweeps are lettered.
004090*----------------------------------------------------------------
004100 READ-PRIOR-CONTROL.
004110     MOVE RunDate TO PriorStampDate
004120     OPEN INPUT LettCtlFile
004130     IF LettCtlStatus = "00"
004140         READ LettCtlFile
004150             AT END CONTINUE
004160         END-READ
004170         IF LettCtlStatus = "00"
004180             SET ControlOnFile TO TRUE
004190             MOVE LtcStampDate TO PriorStampDate
004200             MOVE LtcStampTime TO PriorStampTime
004210             MOVE LtcPromoRptDate TO PriorPromoRptDate
004220             MOVE LtcDropLineCount TO PriorDropLineCount
004230         END-IF
004240         CLOSE LettCtlFile
004250     END-IF
004260     MOVE PriorPromoRptDate TO PromoRptDate.
004270
004280*----------------------------------------------------------------
004290*OPEN-LETTER-FILES - start the letter and exception files and
004300*open the masters the letters are addressed and named from.
004310*----------------------------------------------------------------
004320 OPEN-LETTER-FILES.
004330     OPEN OUTPUT LetterFile
004340     OPEN OUTPUT LettExcFile
004350     MOVE RunDate TO ExhRunDate
004360     MOVE ExcHeading TO LettExcLine
004370     WRITE LettExcLine
004380     MOVE SPACES TO LettExcLine
004390     WRITE LettExcLine
004400     OPEN INPUT StudentFile
004410     IF StudentFileStatus = "00"
004420         SET StudentMastAvailable TO TRUE
004430     END-IF
004440     OPEN INPUT ContactFile
004450     IF ContactFileStatus = "00"
004460         SET ContactFileAvailable TO TRUE
004470     END-IF
004480     OPEN INPUT CourseMastFile
004490     IF CourseMastStatus = "00"
004500         SET CourseMastAvailable TO TRUE
004510     END-IF.
004520
004530 CLOSE-LETTER-FILES.
004540     MOVE SPACES TO LettExcLine
004550     WRITE LettExcLine
004560     MOVE LetterCount TO ExtProduced
004570     MOVE NoContactCount TO ExtNotProduced
004580     MOVE ExcTotalLine TO LettExcLine
004590     WRITE LettExcLine
004600     CLOSE LetterFile
004610     CLOSE LettExcFile
004620     IF StudentMastAvailable
004630         CLOSE StudentFile
004640     END-IF
004650     IF ContactFileAvailable
004660         CLOSE ContactFile
004670     END-IF
004680     IF CourseMastAvailable
004690         CLOSE CourseMastFile
004700     END-IF.
004710
004720*----------------------------------------------------------------
004730*LETTER-AUDIT-ENTRIES - walk the generations whose span reaches
004740*past the prior stamp, then the current log, lettering each
004750*add and change stamped since.
004760*----------------------------------------------------------------
004770 LETTER-AUDIT-ENTRIES.
004780     PERFORM LOAD-GENERATION-CATALOG
004790     IF GenTableCount NOT = ZERO
004800         PERFORM LETTER-ONE-GENERATION
004810             VARYING GenIdx FROM 1 BY 1
004820             UNTIL GenIdx > GenTableCount
004830     END-IF
004840     MOVE "AUDITLOG.DAT" TO AuditLogName
004850     PERFORM LETTER-ONE-AUDIT-LOG.
004860
004870 LETTER-ONE-GENERATION.
004880     IF GtblToDate (GenIdx) > PriorStampDate
004890         OR (GtblToDate (GenIdx) = PriorStampDate
004900             AND GtblToTime (GenIdx) > PriorStampTime)
004910         MOVE GtblFileName (GenIdx) TO AuditLogName
004920         PERFORM LETTER-ONE-AUDIT-LOG
004930     END-IF.
004940
004950 LETTER-ONE-AUDIT-LOG.
004960     MOVE "N" TO AuditLoadSwitch
004970     OPEN INPUT AuditFile
004980     IF AuditFileStatus NOT = "00"
004990         SET EndOfAuditFile TO TRUE
005000     ELSE
005010         READ AuditFile
005020             AT END SET EndOfAuditFile TO TRUE
005030         END-READ
005040     END-IF
005050     PERFORM LETTER-ONE-AUDIT-ENTRY UNTIL EndOfAuditFile
005060     IF AuditFileStatus NOT = "35"
005070         CLOSE AuditFile
005080     END-IF.
005090
005100*----------------------------------------------------------------
005110*LETTER-ONE-AUDIT-ENTRY - code-G generation headers and the
005120*promotion step's own entries are skipped; deletes get no
005130*letter.  An enroll or withdraw entry letters the course in
005135*its after image.
005140*----------------------------------------------------------------
005150 LETTER-ONE-AUDIT-ENTRY.
005160     IF AuditTranCode NOT = "G"
005170         AND AuditOperatorId NOT = "WAITPROM"
005180         AND (AuditDate > PriorStampDate
005190             OR (AuditDate = PriorStampDate
005200                 AND AuditTime > PriorStampTime))
005210         MOVE AuditBeforeImage TO BeforeImage
005220         MOVE AuditAfterImage TO AfterImage
005230         EVALUATE TRUE
005240             WHEN AuditTranAdd
005250                 IF AftStatus = "A"
005260                     SET LetterIsConfirmation TO TRUE
005270                     PERFORM LETTER-FROM-AUDIT-IMAGE
005280                 END-IF
005290             WHEN AuditTranChange
005300                 IF AftStatus = "W" AND BefStatus NOT = "W"
005310                     SET LetterIsWithdrawal TO TRUE
005320                     PERFORM LETTER-FROM-AUDIT-IMAGE
005330                 ELSE
005340                     IF AftStatus = "A"
005350                         AND (AftCourseCode NOT = BefCourseCode
005360                             OR BefStatus NOT = "A")
005370                         SET LetterIsConfirmation TO TRUE
005380                         PERFORM LETTER-FROM-AUDIT-IMAGE
005390                     END-IF
005400                 END-IF
005401             WHEN AuditTranEnroll
005402                 SET LetterIsConfirmation TO TRUE
005403                 PERFORM LETTER-FROM-AUDIT-IMAGE
005404             WHEN AuditTranWithdraw
005405                 SET LetterIsCourseWithdrawal TO TRUE
005406                 PERFORM LETTER-FROM-AUDIT-IMAGE
005410             WHEN OTHER
005420                 CONTINUE
005430         END-EVALUATE
005440     END-IF
005450     READ AuditFile
005460         AT END SET EndOfAuditFile TO TRUE
005470     END-READ.
005480
005490 LETTER-FROM-AUDIT-IMAGE.
005500     MOVE AuditStudentId TO LetterStudentId
005510     MOVE AftSurname TO LetterSurname
005520     MOVE AftInitials TO LetterInitials
005530     MOVE AftCourseCode TO LetterCourseCode
005540     PERFORM PRODUCE-LETTER.
005550
005560*----------------------------------------------------------------
005570*LETTER-PROMOTIONS - WAITRPT.DAT is rebuilt only on a night the
005580*waitlist had entries, so its heading date is checked: a report
005590*already lettered, or (on a first run) one older than today, is
005600*left alone.
005610*----------------------------------------------------------------
005620 LETTER-PROMOTIONS.
005630     OPEN INPUT WaitRptFile
005640     IF WaitRptStatus NOT = "00"
005650         SET EndOfWaitRptFile TO TRUE
005660     ELSE
005670         READ WaitRptFile
005680             AT END SET EndOfWaitRptFile TO TRUE
005690         END-READ
005700     END-IF
005710     IF NOT EndOfWaitRptFile
005720         IF WrhTitle = "WAITLIST PROMOTION REPORT"
005730             AND WrhRunDate IS NUMERIC
005740             AND WrhRunDate > PriorPromoRptDate
005750             AND (ControlOnFile OR WrhRunDate = RunDate)
005760             MOVE WrhRunDate TO PromoRptDate
005770             READ WaitRptFile
005780                 AT END SET EndOfWaitRptFile TO TRUE
005790             END-READ
005800         ELSE
005810             SET EndOfWaitRptFile TO TRUE
005820         END-IF
005830     END-IF
005840     PERFORM LETTER-ONE-PROMOTION UNTIL EndOfWaitRptFile
005850     IF WaitRptStatus NOT = "35"
005860         CLOSE WaitRptFile
005870     END-IF.
005880
005890 LETTER-ONE-PROMOTION.
005900     IF WrpStudentId IS NUMERIC
005910         AND WrpMessage = "PROMOTED FROM WAITLIST"
005920         SET LetterIsOffer TO TRUE
005930         MOVE WrpStudentId TO LetterStudentId
005940         MOVE WrpSurname TO LetterSurname
005950         MOVE WrpCourseCode TO LetterCourseCode
005960         PERFORM GET-STUDENT-NAME
005970         PERFORM PRODUCE-LETTER
005980     END-IF
005990     READ WaitRptFile
006000         AT END SET EndOfWaitRptFile TO TRUE
006010     END-READ.
006020
006030*----------------------------------------------------------------
006040*LETTER-EXPIRIES - WAITDROP.DAT only ever grows, so lines up to
006050*the count already read are passed over.  On a first run only
006060*sweeps headed with today's date are lettered.
006070*----------------------------------------------------------------
006080 LETTER-EXPIRIES.
006090     IF ControlOnFile
006100         SET DropSectionWanted TO TRUE
006110     END-IF
006120     OPEN INPUT WaitDropFile
006130     IF WaitDropStatus NOT = "00"
006140         SET EndOfWaitDropFile TO TRUE
006150     ELSE
006160         READ WaitDropFile
006170             AT END SET EndOfWaitDropFile TO TRUE
006180         END-READ
006190     END-IF
006200     PERFORM LETTER-ONE-DROP-LINE UNTIL EndOfWaitDropFile
006210     IF WaitDropStatus NOT = "35"
006220         CLOSE WaitDropFile
006230     END-IF.
006240
006250 LETTER-ONE-DROP-LINE.
006260     ADD 1 TO DropLineCount
006270     IF DropLineCount > PriorDropLineCount
006280         IF WdhTitle = "WAITLIST EXPIRY SWEEP ON "
006290             IF ControlOnFile OR WdhRunDate = RunDate
006300                 SET DropSectionWanted TO TRUE
006310             ELSE
006320                 SET DropSectionLettered TO TRUE
006330             END-IF
006340         ELSE
006350             IF WddStudentId IS NUMERIC AND DropSectionWanted
006360                 SET LetterIsExpiry TO TRUE
006370                 MOVE WddStudentId TO LetterStudentId
006380                 MOVE WddSurname TO LetterSurname
006390                 MOVE WddCourseCode TO LetterCourseCode
006400                 MOVE WddWaitDate TO LetterWaitDate
006410                 MOVE WddDaysWaiting TO LetterDaysWaiting
006420                 PERFORM GET-STUDENT-NAME
006430                 PERFORM PRODUCE-LETTER
006440             END-IF
006450         END-IF
006460     END-IF
006470     READ WaitDropFile
006480         AT END SET EndOfWaitDropFile TO TRUE
006490     END-READ.
006500
006510*----------------------------------------------------------------
006520*GET-STUDENT-NAME - the listings carry only the surname, so the
006530*initials (and the surname as now held) come off the master
006540*when the student is still on it.
006550*----------------------------------------------------------------
006560 GET-STUDENT-NAME.
006570     MOVE SPACES TO LetterInitials
006580     IF StudentMastAvailable
006590         MOVE LetterStudentId TO StudentId
006600         READ StudentFile
006610             INVALID KEY
006620                 CONTINUE
006630             NOT INVALID KEY
006640                 MOVE Surname TO LetterSurname
006650                 MOVE Initials TO LetterInitials
006660         END-READ
006670     END-IF.
006680
006690*----------------------------------------------------------------
006700*PRODUCE-LETTER - address the letter from the contact file, or
006710*list the student on the exception file when there is no postal
006720*address to send it to.
006730*----------------------------------------------------------------
006740 PRODUCE-LETTER.
006750     SET AddressMissing TO TRUE
006760     MOVE "NO CONTACT RECORD" TO LetterExcReason
006770     IF ContactFileAvailable
006780         MOVE LetterStudentId TO ContStudentId
006790         READ ContactFile
006800             INVALID KEY
006810                 CONTINUE
006820             NOT INVALID KEY
006830                 IF ContAddrLine1 = SPACES
006840                     MOVE "NO POSTAL ADDRESS HELD"
006850                         TO LetterExcReason
006860                 ELSE
006870                     SET AddressFound TO TRUE
006880                 END-IF
006890         END-READ
006900     END-IF
006910     IF AddressFound
006920         PERFORM WRITE-LETTER
006930     ELSE
006940         PERFORM WRITE-LETTER-EXCEPTION
006950     END-IF.
006960
006970 WRITE-LETTER-EXCEPTION.
006980     MOVE LetterStudentId TO ExdStudentId
006990     MOVE LetterSurname TO ExdSurname
007000     MOVE LetterSubject (LetterType) TO ExdLetterType
007010     MOVE LetterCourseCode TO ExdCourseCode
007020     MOVE LetterExcReason TO ExdReason
007030     MOVE ExcDetailLine TO LettExcLine
007040     WRITE LettExcLine
007050     ADD 1 TO NoContactCount.
007060
007070*----------------------------------------------------------------
007080*WRITE-LETTER - one page: office and date block, postal
007090*address, salutation, subject, the body for the letter type and
007100*the sign-off, with a copy-by-email note for the mail room when
007110*an email address is held.
007120*----------------------------------------------------------------
007130 WRITE-LETTER.
007140     MOVE ZERO TO LetterLineCount
007150     PERFORM LOOKUP-COURSE-DESC
007160     PERFORM BUILD-LETTER-NAME
007170     MOVE "STUDENT RECORDS OFFICE" TO LhlLeft
007180     MOVE "DATE:" TO LhlTag
007190     MOVE RunDate TO LhlValue
007200     PERFORM WRITE-LETTER-HEAD-LINE
007210     MOVE LetterStudentId TO LrfStudentId
007220     MOVE LetterRefCode (LetterType) TO LrfRefCode
007230     MOVE SPACES TO LhlLeft
007240     MOVE "OUR REF:" TO LhlTag
007250     MOVE LetterRefText TO LhlValue
007260     PERFORM WRITE-LETTER-HEAD-LINE
007270     PERFORM WRITE-BLANK-LETTER-LINE 3 TIMES
007280     MOVE LetterName TO LetterText
007290     PERFORM WRITE-LETTER-LINE
007300     MOVE ContAddrLine1 TO LetterText
007310     PERFORM WRITE-LETTER-LINE
007320     IF ContAddrLine2 NOT = SPACES
007330         MOVE ContAddrLine2 TO LetterText
007340         PERFORM WRITE-LETTER-LINE
007350     END-IF
007360     MOVE ContTown TO LetterText
007370     PERFORM WRITE-LETTER-LINE
007380     MOVE ContPostCode TO LetterText
007390     PERFORM WRITE-LETTER-LINE
007400     PERFORM WRITE-BLANK-LETTER-LINE 2 TIMES
007410     MOVE SPACES TO LetterText
007420     STRING "DEAR " DELIMITED BY SIZE
007430            LetterName DELIMITED BY "  "
007440            "," DELIMITED BY SIZE
007450            INTO LetterText
007460     PERFORM WRITE-LETTER-LINE
007470     PERFORM WRITE-BLANK-LETTER-LINE
007480     MOVE LetterSubject (LetterType) TO SubjLetterType
007490     MOVE LetterCourseCode TO SubjCourseCode
007500     MOVE LetterCourseDesc TO SubjCourseDesc
007510     MOVE SubjectLine TO LetterText
007520     PERFORM WRITE-LETTER-LINE
007530     IF LetterIsExpiry
007540         MOVE LetterWaitDate TO ExpWaitDate
007550         MOVE LetterDaysWaiting TO ExpDaysWaiting
007560         MOVE ExpiryDetailLine TO LetterText
007570         PERFORM WRITE-LETTER-LINE
007580     END-IF
007590     PERFORM WRITE-BLANK-LETTER-LINE
007600     PERFORM WRITE-ONE-BODY-LINE
007610         VARYING TextIdx FROM 1 BY 1
007620         UNTIL TextIdx > 4
007630     PERFORM WRITE-BLANK-LETTER-LINE
007640     MOVE "YOURS SINCERELY," TO LetterText
007650     PERFORM WRITE-LETTER-LINE
007660     PERFORM WRITE-BLANK-LETTER-LINE 3 TIMES
007670     MOVE "STUDENT RECORDS OFFICE" TO LetterText
007680     PERFORM WRITE-LETTER-LINE
007690     IF ContEmail NOT = SPACES
007700         PERFORM WRITE-BLANK-LETTER-LINE
007710         MOVE ContEmail TO EmlAddress
007720         MOVE EmailCopyLine TO LetterText
007730         PERFORM WRITE-LETTER-LINE
007740         ADD 1 TO EmailCopyCount
007750     END-IF
007760     PERFORM WRITE-BLANK-LETTER-LINE
007770         UNTIL LetterLineCount NOT < PageDepth
007780     ADD 1 TO LetterCount
007790     EVALUATE TRUE
007800         WHEN LetterIsConfirmation
007810             ADD 1 TO ConfirmCount
007820         WHEN LetterIsOffer
007830             ADD 1 TO OfferCount
007840         WHEN LetterIsWithdrawal
007845         WHEN LetterIsCourseWithdrawal
007850             ADD 1 TO WithdrawCount
007860         WHEN LetterIsExpiry
007870             ADD 1 TO ExpiryCount
007880     END-EVALUATE.
007890
007900 WRITE-ONE-BODY-LINE.
007910     MOVE LetterTextLine (LetterType, TextIdx) TO LetterText
007920     PERFORM WRITE-LETTER-LINE.
007930
007940 WRITE-LETTER-HEAD-LINE.
007950     MOVE LetterHeadLine TO LetterRec
007960     WRITE LetterRec
007970     ADD 1 TO LetterLineCount.
007980
007990 WRITE-LETTER-LINE.
008000     MOVE LetterPrintLine TO LetterRec
008010     WRITE LetterRec
008020     ADD 1 TO LetterLineCount.
008030
008040 WRITE-BLANK-LETTER-LINE.
008050     MOVE SPACES TO LetterRec
008060     WRITE LetterRec
008070     ADD 1 TO LetterLineCount.
008080
008090*----------------------------------------------------------------
008100*BUILD-LETTER-NAME - initials and surname as the letter is
008110*addressed, e.g. "JS SMITH".
008120*----------------------------------------------------------------
008130 BUILD-LETTER-NAME.
008140     MOVE SPACES TO LetterName
008150     IF LetterInitials = SPACES
008160         MOVE LetterSurname TO LetterName
008170     ELSE
008180         STRING LetterInitials DELIMITED BY SPACE
008190                " " DELIMITED BY SIZE
008200                LetterSurname DELIMITED BY "  "
008210                INTO LetterName
008220     END-IF.
008230
008240 LOOKUP-COURSE-DESC.
008250     MOVE SPACES TO LetterCourseDesc
008260     IF CourseMastAvailable
008270         MOVE LetterCourseCode TO CrsCourseCode
008280         READ CourseMastFile
008290             INVALID KEY
008300                 CONTINUE
008310             NOT INVALID KEY
008320                 MOVE CrsCourseDesc TO LetterCourseDesc
008330         END-READ
008340     END-IF.
008350
008360*----------------------------------------------------------------
008370*RESTAMP-CONTROL-FILE - record how far tonight's run lettered.
008380*----------------------------------------------------------------
008390 RESTAMP-CONTROL-FILE.
008400     OPEN OUTPUT LettCtlFile
008410     MOVE RunDate TO LtcStampDate
008420     MOVE RunTime TO LtcStampTime
008430     MOVE PromoRptDate TO LtcPromoRptDate
008440     MOVE DropLineCount TO LtcDropLineCount
008450     WRITE LettCtlRec
008460     CLOSE LettCtlFile.
008470
008480*----------------------------------------------------------------
008490*LOAD-GENERATION-CATALOG - read AUDGCAT.DAT into GenTable.  A
008500*missing catalog means the trail has never been cut over and
008510*the current log is the whole trail.
008520*----------------------------------------------------------------
008530 LOAD-GENERATION-CATALOG.
008540     OPEN INPUT GenCatFile
008550     IF GenCatStatus NOT = "00"
008560         SET EndOfCatalogLoad TO TRUE
008570     ELSE
008580         READ GenCatFile
008590             AT END SET EndOfCatalogLoad TO TRUE
008600         END-READ
008610     END-IF
008620     PERFORM LOAD-ONE-CATALOG-RECORD UNTIL EndOfCatalogLoad
008630     IF GenCatStatus NOT = "35"
008640         CLOSE GenCatFile
008650     END-IF.
008660
008670 LOAD-ONE-CATALOG-RECORD.
008680     IF GenTableCount = 50
008690         DISPLAY "*** Generation table full at 50 - "
008700                 GenFileName " and any generations after it "
008710                 "are not lettered"
008720         SET EndOfCatalogLoad TO TRUE
008730     ELSE
008740         ADD 1 TO GenTableCount
008750         SET GenIdx TO GenTableCount
008760         MOVE GenFileName TO GtblFileName (GenIdx)
008770         MOVE GenToDate TO GtblToDate (GenIdx)
008780         MOVE GenToTime TO GtblToTime (GenIdx)
008790         READ GenCatFile
008800             AT END SET EndOfCatalogLoad TO TRUE
008810         END-READ
008820     END-IF.
008830
008840*----------------------------------------------------------------
008850*WRITE-JOB-HISTORY - append this step's entry to JOBHIST.DAT.
008860*----------------------------------------------------------------
008870 WRITE-JOB-HISTORY.
008880     OPEN EXTEND JobHistFile
008890     IF JobHistStatus = "35"
008900         OPEN OUTPUT JobHistFile
008910         CLOSE JobHistFile
008920         OPEN EXTEND JobHistFile
008930     END-IF
008940     MOVE SPACES TO JobHistRec
008950     MOVE ZERO TO JobhCountValue (1) JobhCountValue (2)
008960                  JobhCountValue (3)
008970     MOVE RunDate TO JobhRunDate
008980     MOVE "STEP3C" TO JobhStepName
008990     MOVE "LETTERS" TO JobhProgram
009000     MOVE RunTime TO JobhStartTime
009010     ACCEPT JobhEndTime FROM TIME
009020     MOVE RETURN-CODE TO JobhReturnCode
009030     MOVE "LETTERS" TO JobhCountTag (1)
009040     MOVE LetterCount TO JobhCountValue (1)
009050     MOVE "NOCONTCT" TO JobhCountTag (2)
009060     MOVE NoContactCount TO JobhCountValue (2)
009070     MOVE "EMAILED" TO JobhCountTag (3)
009080     MOVE EmailCopyCount TO JobhCountValue (3)
009090     WRITE JobHistRec
009100     CLOSE JobHistFile.
