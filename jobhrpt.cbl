000010*----------------------------------------------------------------
000020*JOBHRPT.CBL
000030*Monthly NITEBAT job-history report.
000040*
000050*Reads the JOBHIST.DAT history every NITEBAT step appends as it
000060*ends and prints, for an operator-supplied month, two lines per
000070*night: each step's return code (-- where the step did not run),
000080*and under it each step's elapsed time as mm:ss, with the night
000090*flagged when any step ended RC 8 or higher, or when no STEP2
000100*maintenance run was logged - the canary failed, or there was
000110*no STUTRAN.DAT to drive it.  A summary per step follows: runs,
000120*average and worst elapsed time and the night of the worst run,
000130*and the highest return code.  Written to JOBHRPT.DAT.
000140*
000150*A night opens at its STEP1 (BOTBEER) entry, so a step that
000160*runs past midnight still counts with the night it belongs to.
000170*A step run twice in a night (a STEP2 restart) shows its last
000180*return code and time on the night lines; both runs count in
000190*the summary.
000200*
000210*Modification history
000220*  Original - new program, the reporting half written with the
000230*             JOBHIST.DAT job history.
000240*----------------------------------------------------------------
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID.   JOB-HISTORY-RPT-PROG.
000270 AUTHOR.       SANDY DUNLOP.
000280
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT JobHistFile ASSIGN TO "JOBHIST.DAT"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS JobHistStatus.
000350
000360     SELECT JobRptFile ASSIGN TO "JOBHRPT.DAT"
000370         ORGANIZATION IS LINE SEQUENTIAL.
000380
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  JobHistFile.
000420 COPY "JOBHREC.CPY".
000430
000440 FD  JobRptFile.
000450 01  JobRptLine            PIC X(80).
000460
000470 WORKING-STORAGE SECTION.
000480 01  JobHistStatus         PIC XX.
000490 01  ReportMonth           PIC 9(6).
000500
000510*The NITEBAT steps in job-stream order: step name, load module.
000520 01  StepValues.
000530     05  FILLER            PIC X(14) VALUE "STEP1 BOTBEER ".
000540     05  FILLER            PIC X(14) VALUE "STEP1BSTUDBACK".
000550     05  FILLER            PIC X(14) VALUE "STEP1CFEEDGATE".
000560     05  FILLER            PIC X(14) VALUE "STEP1DCSVIMPRT".
000570     05  FILLER            PIC X(14) VALUE "STEP1EDEGAUDIT".
000580     05  FILLER            PIC X(14) VALUE "STEP2 FILETEST".
000590     05  FILLER            PIC X(14) VALUE "STEP3 WAITPROM".
000600     05  FILLER            PIC X(14) VALUE "STEP3BCAPHIST ".
000610     05  FILLER            PIC X(14) VALUE "STEP3CLETTERS ".
000620     05  FILLER            PIC X(14) VALUE "STEP4 NITEBAL ".
000630 01  StepTable REDEFINES StepValues.
000640     05  StepEntry OCCURS 10 TIMES INDEXED BY StepIdx.
000650         10  StepName      PIC X(6).
000660         10  StepProgram   PIC X(8).
000670
000680*Month-to-date figures per step, in StepTable order.
000690 01  StepStatsTable.
000700     05  StepStats OCCURS 10 TIMES.
000710         10  StatRuns      PIC 9(4).
000720         10  StatTotalSecs PIC 9(9).
000730         10  StatWorstSecs PIC 9(5).
000740         10  StatWorstNight PIC 9(8).
000750         10  StatHighRc    PIC 9(4).
000760
000770*The night being gathered.
000780 01  NightDate             PIC 9(8)  VALUE ZERO.
000790 01  NightHighRc           PIC 9(4)  VALUE ZERO.
000800 01  NightStepTable.
000810     05  NightStep OCCURS 10 TIMES.
000820         10  NightStepRan  PIC X.
000830             88  NightStepWasRun     VALUE "Y".
000840         10  NightStepRc   PIC 9(4).
000850         10  NightStepSecs PIC 9(5).
000860 01  NightOpenSwitch       PIC X     VALUE "N".
000870     88  NightOpen                   VALUE "Y".
000880 01  NightMonthSwitch      PIC X     VALUE "N".
000890     88  NightInMonth                VALUE "Y".
000900     88  NightNotInMonth             VALUE "N".
000910
000920 01  StepSlot              PIC 99    VALUE ZERO.
000930 01  NightSlot             PIC 99    VALUE ZERO.
000940
000950*Elapsed time from the HHMMSSss start and end stamps; an end
000960*earlier than the start ran past midnight.
000970 01  TimeWork              PIC 9(8).
000980 01  TimeWorkParts REDEFINES TimeWork.
000990     05  TwHours           PIC 99.
001000     05  TwMinutes         PIC 99.
001010     05  TwSeconds         PIC 99.
001020     05  TwHundredths      PIC 99.
001030 01  StartSeconds          PIC 9(6).
001040 01  EndSeconds            PIC 9(6).
001050 01  ElapsedSeconds        PIC 9(5).
001060 01  DisplaySeconds        PIC 9(5).
001070 01  DisplayRemainder      PIC 9(5).
001080 01  ElapsedDisplay.
001090     05  EdHours           PIC 99.
001100     05  FILLER            PIC X     VALUE ":".
001110     05  EdMinutes         PIC 99.
001120     05  FILLER            PIC X     VALUE ":".
001130     05  EdSeconds         PIC 99.
001140
001150 01  NightCount            PIC 9(3)  VALUE ZERO.
001160 01  FailedNightCount      PIC 9(3)  VALUE ZERO.
001170 01  SkippedNightCount     PIC 9(3)  VALUE ZERO.
001180 01  EntryCount            PIC 9(5)  VALUE ZERO.
001190
001200 01  PageHeading.
001210     05  FILLER            PIC X(27) VALUE
001220                           'NITEBAT JOB HISTORY  MONTH '.
001230     05  HdgMonth          PIC 9(6).
001240
001250 01  StepBanner.
001260     05  FILLER            PIC X(8)  VALUE SPACES.
001270     05  FILLER            PIC X(30) VALUE
001280                           '------------------------- STEP'.
001290     05  FILLER            PIC X(30) VALUE
001300                           ' -----------------------------'.
001310
001320 01  NightHeading.
001330     05  FILLER            PIC X(8)  VALUE 'NIGHT'.
001340     05  FILLER            PIC X(30) VALUE
001350                           '     1    1B    1C    1D    1E'.
001360     05  FILLER            PIC X(30) VALUE
001370                           '     2     3    3B    3C     4'.
001380     05  FILLER            PIC X(6)  VALUE ' FLAGS'.
001390
001400*Two lines per night: the return codes with the night's flags,
001410*then the elapsed times in the same columns.
001420 01  NightLine.
001430     05  NlnNightDate      PIC 9(8).
001440     05  NlnStepGroup OCCURS 10 TIMES.
001450         10  FILLER        PIC X(2)  VALUE SPACES.
001460         10  NlnStepRc     PIC X(4).
001470     05  FILLER            PIC X     VALUE SPACES.
001480     05  NlnFlags          PIC X(11).
001490
001500 01  NightTimeLine.
001510     05  FILLER            PIC X(8)  VALUE ' ELAPSED'.
001520     05  NtlStepGroup OCCURS 10 TIMES.
001530         10  FILLER        PIC X     VALUE SPACES.
001540         10  NtlStepTime   PIC X(5).
001550
001560 01  RcEdit                PIC ZZZ9.
001570
001580*A night's elapsed time as mm:ss; a run of 100 minutes or more
001590*will not fit the column and shows as >100M.
001600 01  StepTimeDisplay.
001610     05  StdMinutes        PIC 99.
001620     05  FILLER            PIC X     VALUE ":".
001630     05  StdSeconds        PIC 99.
001640
001650 01  SummaryHeading.
001660     05  FILLER            PIC X(40) VALUE
001670         'STEP   PROGRAM   RUNS  AVG ELAPSED  WORS'.
001680     05  FILLER            PIC X(38) VALUE
001690         'T ELAPSED  WORST NIGHT  HIGH RC'.
001700
001710 01  SummaryLine.
001720     05  SlnStepName       PIC X(6).
001730     05  FILLER            PIC X     VALUE SPACES.
001740     05  SlnProgram        PIC X(8).
001750     05  FILLER            PIC X(2)  VALUE SPACES.
001760     05  SlnRuns           PIC ZZZ9.
001770     05  FILLER            PIC X(4)  VALUE SPACES.
001780     05  SlnAverage        PIC X(8).
001790     05  FILLER            PIC X(5)  VALUE SPACES.
001800     05  SlnWorst          PIC X(8).
001810     05  FILLER            PIC X(3)  VALUE SPACES.
001820     05  SlnWorstNight     PIC X(8).
001830     05  FILLER            PIC X(6)  VALUE SPACES.
001840     05  SlnHighRc         PIC ZZZ9.
001850
001860 01  TotalLine1.
001870     05  FILLER            PIC X(18) VALUE 'NIGHTS REPORTED: '.
001880     05  TotNights         PIC ZZ9.
001890 01  TotalLine2.
001900     05  FILLER            PIC X(18) VALUE 'NIGHTS AT RC 8:  '.
001910     05  TotFailed         PIC ZZ9.
001920     05  FILLER            PIC X(19) VALUE
001930                           '   STEP2 SKIPPED:  '.
001940     05  TotSkipped        PIC ZZ9.
001950
001960 PROCEDURE DIVISION.
001970 MAIN-PARAGRAPH.
001980     DISPLAY "NITEBAT job-history report"
001990     DISPLAY "Month (YYYYMM): " WITH NO ADVANCING
002000     ACCEPT ReportMonth
002010     OPEN INPUT JobHistFile
002020     IF JobHistStatus NOT = "00"
002030         DISPLAY "No job history on file - nothing reported"
002040         STOP RUN
002050     END-IF
002060     MOVE ZERO TO StepStatsTable
002070     OPEN OUTPUT JobRptFile
002080     MOVE ReportMonth TO HdgMonth
002090     MOVE PageHeading TO JobRptLine
002100     WRITE JobRptLine
002110     MOVE SPACES TO JobRptLine
002120     WRITE JobRptLine
002130     MOVE StepBanner TO JobRptLine
002140     WRITE JobRptLine
002150     MOVE NightHeading TO JobRptLine
002160     WRITE JobRptLine
002170     READ JobHistFile
002180         AT END SET EndOfJobHistFile TO TRUE
002190     END-READ
002200     PERFORM PROCESS-ONE-HISTORY-ENTRY UNTIL EndOfJobHistFile
002210     IF NightOpen
002220         PERFORM CLOSE-NIGHT
002230     END-IF
002240     CLOSE JobHistFile
002250     PERFORM PRINT-MONTH-TOTALS
002260     PERFORM PRINT-STEP-SUMMARY
002270     CLOSE JobRptFile
002280     DISPLAY "Nights reported: " NightCount
002290             "  Step runs: " EntryCount
002300     DISPLAY "Report written to JOBHRPT.DAT"
002310     STOP RUN.
002320
002330*----------------------------------------------------------------
002340*PROCESS-ONE-HISTORY-ENTRY - a STEP1 entry closes the night
002350*before it and opens the next; every entry is posted to its
002360*night and, when the night falls in the month, to its step's
002370*figures.  An entry for a step not in the job stream is passed
002380*over.
002390*----------------------------------------------------------------
002400 PROCESS-ONE-HISTORY-ENTRY.
002410     IF JobhStepName = "STEP1" OR NOT NightOpen
002420         IF NightOpen
002430             PERFORM CLOSE-NIGHT
002440         END-IF
002450         PERFORM OPEN-NIGHT
002460     END-IF
002470     MOVE ZERO TO StepSlot
002480     PERFORM FIND-STEP-SLOT
002490         VARYING StepIdx FROM 1 BY 1
002500         UNTIL StepIdx > 10 OR StepSlot NOT = ZERO
002510     IF StepSlot NOT = ZERO
002520         MOVE "Y" TO NightStepRan (StepSlot)
002530         MOVE JobhReturnCode TO NightStepRc (StepSlot)
002540         PERFORM COMPUTE-ELAPSED-SECONDS
002550         MOVE ElapsedSeconds TO NightStepSecs (StepSlot)
002560         IF JobhReturnCode > NightHighRc
002570             MOVE JobhReturnCode TO NightHighRc
002580         END-IF
002590         IF NightInMonth
002600             ADD 1 TO EntryCount
002610             PERFORM POST-STEP-FIGURES
002620         END-IF
002630     END-IF
002640     READ JobHistFile
002650         AT END SET EndOfJobHistFile TO TRUE
002660     END-READ.
002670
002680 FIND-STEP-SLOT.
002690     IF StepName (StepIdx) = JobhStepName
002700         SET StepSlot TO StepIdx
002710     END-IF.
002720
002730 OPEN-NIGHT.
002740     SET NightOpen TO TRUE
002750     MOVE JobhRunDate TO NightDate
002760     MOVE ZERO TO NightHighRc
002770     PERFORM CLEAR-ONE-NIGHT-STEP
002780         VARYING NightSlot FROM 1 BY 1 UNTIL NightSlot > 10
002790     IF NightDate (1:6) = ReportMonth
002800         SET NightInMonth TO TRUE
002810     ELSE
002820         SET NightNotInMonth TO TRUE
002830     END-IF.
002840
002850 CLEAR-ONE-NIGHT-STEP.
002860     MOVE "N" TO NightStepRan (NightSlot)
002870     MOVE ZERO TO NightStepRc (NightSlot)
002880     MOVE ZERO TO NightStepSecs (NightSlot).
002890
002900*----------------------------------------------------------------
002910*COMPUTE-ELAPSED-SECONDS - elapsed time of the entry in seconds.
002920*----------------------------------------------------------------
002930 COMPUTE-ELAPSED-SECONDS.
002940     MOVE JobhStartTime TO TimeWork
002950     COMPUTE StartSeconds = TwHours * 3600 + TwMinutes * 60
002960                          + TwSeconds
002970     MOVE JobhEndTime TO TimeWork
002980     COMPUTE EndSeconds = TwHours * 3600 + TwMinutes * 60
002990                        + TwSeconds
003000     IF EndSeconds < StartSeconds
003010         ADD 86400 TO EndSeconds
003020     END-IF
003030     SUBTRACT StartSeconds FROM EndSeconds GIVING ElapsedSeconds.
003040
003050*----------------------------------------------------------------
003060*POST-STEP-FIGURES - the entry's elapsed time added to its step's
003070*month-to-date run count, total and worst.
003080*----------------------------------------------------------------
003090 POST-STEP-FIGURES.
003100     ADD 1 TO StatRuns (StepSlot)
003110     ADD ElapsedSeconds TO StatTotalSecs (StepSlot)
003120     IF StatRuns (StepSlot) = 1
003130         OR ElapsedSeconds > StatWorstSecs (StepSlot)
003140         MOVE ElapsedSeconds TO StatWorstSecs (StepSlot)
003150         MOVE NightDate TO StatWorstNight (StepSlot)
003160     END-IF
003170     IF JobhReturnCode > StatHighRc (StepSlot)
003180         MOVE JobhReturnCode TO StatHighRc (StepSlot)
003190     END-IF.
003200
003210*----------------------------------------------------------------
003220*CLOSE-NIGHT - print the night's lines if it falls in the month,
003230*flagging RC 8 and a night with no STEP2 run.
003240*----------------------------------------------------------------
003250 CLOSE-NIGHT.
003260     IF NightInMonth
003270         MOVE SPACES TO NightLine
003280         MOVE NightDate TO NlnNightDate
003290         PERFORM FORMAT-ONE-NIGHT-STEP
003300             VARYING NightSlot FROM 1 BY 1 UNTIL NightSlot > 10
003310         IF NightHighRc NOT < 8
003320             ADD 1 TO FailedNightCount
003330             IF NOT NightStepWasRun (6)
003340                 MOVE "RC8,NOSTEP2" TO NlnFlags
003350             ELSE
003360                 MOVE "RC 8" TO NlnFlags
003370             END-IF
003380         ELSE
003390             IF NOT NightStepWasRun (6)
003400                 MOVE "NO STEP2" TO NlnFlags
003410             END-IF
003420         END-IF
003430         IF NOT NightStepWasRun (6)
003440             ADD 1 TO SkippedNightCount
003450         END-IF
003460         ADD 1 TO NightCount
003470         MOVE NightLine TO JobRptLine
003480         WRITE JobRptLine
003490         MOVE NightTimeLine TO JobRptLine
003500         WRITE JobRptLine
003510     END-IF
003520     MOVE "N" TO NightOpenSwitch.
003530
003540 FORMAT-ONE-NIGHT-STEP.
003550     IF NightStepWasRun (NightSlot)
003560         MOVE NightStepRc (NightSlot) TO RcEdit
003570         MOVE RcEdit TO NlnStepRc (NightSlot)
003580         IF NightStepSecs (NightSlot) < 6000
003590             DIVIDE NightStepSecs (NightSlot) BY 60
003600                 GIVING StdMinutes REMAINDER StdSeconds
003610             MOVE StepTimeDisplay TO NtlStepTime (NightSlot)
003620         ELSE
003630             MOVE ">100M" TO NtlStepTime (NightSlot)
003640         END-IF
003650     ELSE
003660         MOVE "  --" TO NlnStepRc (NightSlot)
003670         MOVE "   --" TO NtlStepTime (NightSlot)
003680     END-IF.
003690
003700 PRINT-MONTH-TOTALS.
003710     MOVE SPACES TO JobRptLine
003720     WRITE JobRptLine
003730     MOVE NightCount TO TotNights
003740     MOVE TotalLine1 TO JobRptLine
003750     WRITE JobRptLine
003760     MOVE FailedNightCount TO TotFailed
003770     MOVE SkippedNightCount TO TotSkipped
003780     MOVE TotalLine2 TO JobRptLine
003790     WRITE JobRptLine.
003800
003810*----------------------------------------------------------------
003820*PRINT-STEP-SUMMARY - one line per step in job-stream order; a
003830*step with no runs in the month shows no times.
003840*----------------------------------------------------------------
003850 PRINT-STEP-SUMMARY.
003860     MOVE SPACES TO JobRptLine
003870     WRITE JobRptLine
003880     MOVE SummaryHeading TO JobRptLine
003890     WRITE JobRptLine
003900     PERFORM PRINT-ONE-STEP-SUMMARY
003910         VARYING StepIdx FROM 1 BY 1 UNTIL StepIdx > 10.
003920
003930 PRINT-ONE-STEP-SUMMARY.
003940     SET StepSlot TO StepIdx
003950     MOVE StepName (StepIdx) TO SlnStepName
003960     MOVE StepProgram (StepIdx) TO SlnProgram
003970     MOVE StatRuns (StepSlot) TO SlnRuns
003980     MOVE StatHighRc (StepSlot) TO SlnHighRc
003990     IF StatRuns (StepSlot) = ZERO
004000         MOVE SPACES TO SlnAverage SlnWorst
004010         MOVE "NOT RUN" TO SlnWorstNight
004020     ELSE
004030         COMPUTE DisplaySeconds ROUNDED =
004040             StatTotalSecs (StepSlot) / StatRuns (StepSlot)
004050         PERFORM FORMAT-ELAPSED-TIME
004060         MOVE ElapsedDisplay TO SlnAverage
004070         MOVE StatWorstSecs (StepSlot) TO DisplaySeconds
004080         PERFORM FORMAT-ELAPSED-TIME
004090         MOVE ElapsedDisplay TO SlnWorst
004100         MOVE StatWorstNight (StepSlot) TO SlnWorstNight
004110     END-IF
004120     MOVE SummaryLine TO JobRptLine
004130     WRITE JobRptLine.
004140
004150 FORMAT-ELAPSED-TIME.
004160     DIVIDE DisplaySeconds BY 3600 GIVING EdHours
004170         REMAINDER DisplayRemainder
004180     DIVIDE DisplayRemainder BY 60 GIVING EdMinutes
004190         REMAINDER EdSeconds.
