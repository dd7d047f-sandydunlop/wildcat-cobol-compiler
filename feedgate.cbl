000260*Modification history
000270*  Original - new program, the balancing gate in front of the
000280*             nightly transaction batch.
000282*  Job hist - appends its start and end times, return code and
000284*             feeds merged and held to JOBHIST.DAT for the
000286*             monthly job-history report.
000290*----------------------------------------------------------------
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.   FEED-GATEWAY-PROG.
000490     SELECT FeedRptFile ASSIGN TO "FEEDRPT.DAT"
000500         ORGANIZATION IS LINE SEQUENTIAL.
000510
000512     SELECT JobHistFile ASSIGN TO "JOBHIST.DAT"
000514         ORGANIZATION IS LINE SEQUENTIAL
000516         FILE STATUS IS JobHistStatus.
000518
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  FeedFile.
000760 FD  FeedRptFile.
000770 01  FeedRptLine           PIC X(80).
000780
000782 FD  JobHistFile.
000784 COPY "JOBHREC.CPY".
000786
000790 WORKING-STORAGE SECTION.
000800
000810*One department's details are collected here and only released
000910 01  FeedFileStatus        PIC XX.
000920 01  TranFileStatus        PIC XX.
000930 01  HeldFileStatus        PIC XX.
000935 01  JobHistStatus         PIC XX.
000940
000950 01  RunDate               PIC 9(8).
000955 01  StartTime             PIC 9(8).
000960
000970 01  FeedLoadSwitch        PIC X       VALUE "N".
000980     88  EndOfFeedFile                 VALUE "Y".
001620 MAIN-PARAGRAPH.
001630     DISPLAY "Departmental feed gateway"
001640     ACCEPT RunDate FROM DATE YYYYMMDD
001645     ACCEPT StartTime FROM TIME
001650     OPEN INPUT FeedFile
001660     EVALUATE FeedFileStatus
001670         WHEN "00"
001690         WHEN "35"
001700             DISPLAY "No departmental feeds on file - "
001710                     "STUTRAN.DAT left as it stands"
001715             PERFORM WRITE-JOB-HISTORY
001720             STOP RUN
001730         WHEN OTHER
001740             DISPLAY "*** Cannot open FEEDS.DAT - status "
001750                     FeedFileStatus " - run halted"
001760             MOVE 8 TO RETURN-CODE
001765             PERFORM WRITE-JOB-HISTORY
001770             STOP RUN
001780     END-EVALUATE
001790     PERFORM INITIALIZE-GATEWAY-FILES
001880     IF HeldFeedCount NOT = ZERO OR OrphanCount NOT = ZERO
001890         MOVE 8 TO RETURN-CODE
001900     END-IF
001905     PERFORM WRITE-JOB-HISTORY
001910     STOP RUN.
001920
001930*----------------------------------------------------------------
003680         DISPLAY "*** One or more feeds held out - see "
003690                 "FEEDRPT.DAT and call the department"
003700     END-IF.
003710
003720*----------------------------------------------------------------
003730*WRITE-JOB-HISTORY - append this step's entry to JOBHIST.DAT.
003740*----------------------------------------------------------------
003750 WRITE-JOB-HISTORY.
003760     OPEN EXTEND JobHistFile
003770     IF JobHistStatus = "35"
003780         OPEN OUTPUT JobHistFile
003790         CLOSE JobHistFile
003800         OPEN EXTEND JobHistFile
003810     END-IF
003820     MOVE SPACES TO JobHistRec
003830     MOVE ZERO TO JobhCountValue (1) JobhCountValue (2)
003840                  JobhCountValue (3)
003850     MOVE RunDate TO JobhRunDate
003860     MOVE "STEP1C" TO JobhStepName
003870     MOVE "FEEDGATE" TO JobhProgram
003880     MOVE StartTime TO JobhStartTime
003890     ACCEPT JobhEndTime FROM TIME
003900     MOVE RETURN-CODE TO JobhReturnCode
003910     MOVE "MERGED" TO JobhCountTag (1)
003920     MOVE MergedFeedCount TO JobhCountValue (1)
003930     MOVE "HELD" TO JobhCountTag (2)
003940     MOVE HeldFeedCount TO JobhCountValue (2)
003950     MOVE "TRANS" TO JobhCountTag (3)
003960     MOVE MergedTranCount TO JobhCountValue (3)
003970     WRITE JobHistRec
003980     CLOSE JobHistFile.
