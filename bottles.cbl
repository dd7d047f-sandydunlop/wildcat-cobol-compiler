000130*  Original  - 99-bottles-of-beer.net, language-cobol-908
000140*  Parm/file - starting count from PARM; verses to a file
000150*  Canary    - RETURN-CODE set so a job stream can gate on it
000152*  Job hist  - run date, start/end time, RETURN-CODE and verse
000154*              count appended to JOBHIST.DAT for the monthly
000156*              job-history report
000160*----------------------------------------------------------------
000170 identification division.
000180 program-id. BotBeer.
000210 file-control.
000220     select BeerFile assign to "BEEROUT.DAT"
000230         organization is line sequential.
000232     select JobHistFile assign to "JOBHIST.DAT"
000234         organization is line sequential
000236         file status is job-hist-status.
000240 data division.
000250 file section.
000260 fd  BeerFile.
000270 01  beer-line                       pic x(80).
000273 fd  JobHistFile.
000276 copy "JOBHREC.CPY".
000280 working-storage section.
000290 01  strings.
000300     05  buffer                      pic x(80).
000650 01  run-switch                     pic x value 'Y'.
000660     88  run-is-ok                    value 'Y'.
000670     88  run-is-not-ok                value 'N'.
000672 01  run-date                       pic 9(8).
000674 01  start-time                     pic 9(8).
000676 01  job-hist-status                pic xx.
000680 linkage section.
000690 01  parm-area.
000700     05  parm-length             pic s9(4) comp.
000710     05  parm-value              pic x(3).
000720 procedure division using parm-area.
000730 0.
000733     accept run-date from date yyyymmdd
000736     accept start-time from time
000740     perform GetStartingCount
000750     if run-is-ok
000760        open output BeerFile
001410                ' must be 2-99'
001420        move 4 to return-code
001430     end-if
001435     perform WriteJobHistory
001440     goback.
001450
001452*----------------------------------------------------------------
001610        end-if
001620     end-if
001630     if starting-count < 2 or starting-count > 99
001631        set run-is-not-ok to true
001632     end-if.
001633
001634*----------------------------------------------------------------
001635*WriteJobHistory - append this step's entry to JOBHIST.DAT: the
001636*verse count when the song was sung, zero when the starting
001637*count was refused.
001638*----------------------------------------------------------------
001639 WriteJobHistory.
001640     open extend JobHistFile
001641     if job-hist-status = '35'
001642        open output JobHistFile
001643        close JobHistFile
001644        open extend JobHistFile
001645     end-if
001646     move spaces to JobHistRec
001647     move zero to JobhCountValue (1) JobhCountValue (2)
001648                  JobhCountValue (3)
001649     move run-date to JobhRunDate
001650     move 'STEP1' to JobhStepName
001651     move 'BOTBEER' to JobhProgram
001652     move start-time to JobhStartTime
001653     accept JobhEndTime from time
001654     move return-code to JobhReturnCode
001655     move 'VERSES' to JobhCountTag (1)
001656     if run-is-ok
001657        move starting-count to JobhCountValue (1)
001658     end-if
001659     write JobHistRec
001660     close JobHistFile.
001661
001670 end program BotBeer.
