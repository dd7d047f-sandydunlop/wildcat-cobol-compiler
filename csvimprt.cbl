000200*Modification history
000210*  Original - new program, the import half of the registrar
000220*             CSV round trip.
000222*  Job hist - appends its start and end times, return code and
000224*             row and transaction counts to JOBHIST.DAT for the
000226*             monthly job-history report.
000230*----------------------------------------------------------------
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID.   CSV-IMPORT-PROG.
000470     SELECT ImportRptFile ASSIGN TO "CSVIMRPT.DAT"
000480         ORGANIZATION IS LINE SEQUENTIAL.
000490
000492     SELECT JobHistFile ASSIGN TO "JOBHIST.DAT"
000494         ORGANIZATION IS LINE SEQUENTIAL
000496         FILE STATUS IS JobHistStatus.
000498
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  CsvCorrFile.
000640 FD  ImportRptFile.
000650 01  ImportRptLine         PIC X(80).
000660
000662 FD  JobHistFile.
000664 COPY "JOBHREC.CPY".
000666
000670 WORKING-STORAGE SECTION.
000680 01  CsvCorrStatus         PIC XX.
000690 01  StudentFileStatus     PIC XX.
000700 01  TranFileStatus        PIC XX.
000705 01  JobHistStatus         PIC XX.
000710
000720 01  StudentMastOpenSwitch PIC X       VALUE "N".
000730     88  StudentMastAvailable          VALUE "Y".
001420     05  TotUnmapped           PIC ZZZZ9.
001430
001440 01  RunDate               PIC 9(8).
001445 01  StartTime             PIC 9(8).
001450
001460 PROCEDURE DIVISION.
001470 MAIN-PARAGRAPH.
001480     DISPLAY "Registrar correction CSV import"
001490     ACCEPT RunDate FROM DATE YYYYMMDD
001495     ACCEPT StartTime FROM TIME
001500     OPEN INPUT CsvCorrFile
001510     EVALUATE CsvCorrStatus
001520         WHEN "00"
001540         WHEN "35"
001550             DISPLAY "No correction file REGCORR.DAT on file - "
001560                     "nothing imported"
001565             PERFORM WRITE-JOB-HISTORY
001570             STOP RUN
001580         WHEN OTHER
001590             DISPLAY "*** Cannot open REGCORR.DAT - status "
001600                     CsvCorrStatus " - run halted"
001605             PERFORM WRITE-JOB-HISTORY
001610             STOP RUN
001620     END-EVALUATE
001630     PERFORM INITIALIZE-IMPORT-FILES
001710     END-IF
001720     PERFORM IMPORT-ONE-CSV-ROW UNTIL EndOfCsvCorrFile
001730     PERFORM TERMINATE-IMPORT-FILES
001735     PERFORM WRITE-JOB-HISTORY
001740     STOP RUN.
001750
001760*----------------------------------------------------------------
003600             "  Changes generated: " ChangeGenCount
003610     DISPLAY "Dropped (match): " DroppedCount
003620             "  Unmapped: " UnmappedCount.
003630
003640*----------------------------------------------------------------
003650*WRITE-JOB-HISTORY - append this step's entry to JOBHIST.DAT.
003660*----------------------------------------------------------------
003670 WRITE-JOB-HISTORY.
003680     OPEN EXTEND JobHistFile
003690     IF JobHistStatus = "35"
003700         OPEN OUTPUT JobHistFile
003710         CLOSE JobHistFile
003720         OPEN EXTEND JobHistFile
003730     END-IF
003740     MOVE SPACES TO JobHistRec
003750     MOVE ZERO TO JobhCountValue (1) JobhCountValue (2)
003760                  JobhCountValue (3)
003770     MOVE RunDate TO JobhRunDate
003780     MOVE "STEP1D" TO JobhStepName
003790     MOVE "CSVIMPRT" TO JobhProgram
003800     MOVE StartTime TO JobhStartTime
003810     ACCEPT JobhEndTime FROM TIME
003820     MOVE RETURN-CODE TO JobhReturnCode
003830     MOVE "ROWS" TO JobhCountTag (1)
003840     MOVE RowReadCount TO JobhCountValue (1)
003850     MOVE "TRANS" TO JobhCountTag (2)
003860     ADD AddGenCount ChangeGenCount
003870         GIVING JobhCountValue (2)
003880     MOVE "UNMAPPED" TO JobhCountTag (3)
003890     MOVE UnmappedCount TO JobhCountValue (3)
003900     WRITE JobHistRec
003910     CLOSE JobHistFile.
