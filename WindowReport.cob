       identification division.
       program-id. WindowReport.
       author. Bob Stevenson.
      *Batch window report off RunHistory.dat: how long the nightly
      *window takes and which step is growing. A night runs from a
      *NightRun START to its NightRun END; a NightRun STOP leaves the
      *night open, and the next NightRun START that resumes past step
      *01 carries on the same night, so a stopped and resumed window
      *is measured start to finish the way operations lives through
      *it. Inside a night each program's START is paired with its
      *END and the elapsed time shown against that program's rolling
      *average (its last 10 completed window runs, whatever the date
      *range asked for) and against the target set for it, and the
      *step is flagged when it ran over target, never wrote its END,
      *or was skipped or stopped by NightRun (with NightRun's
      *reason). Programs started while the driver is not running -
      *by hand during the day, or between a stop and the resume -
      *are not window steps and are left out. Each night's
      *start-to-finish time is set against the agreed morning
      *deadline; a night that never reached its NightRun END counts
      *as a miss. The RunHistory archives Housekeep lists in
      *ArchiveDir.dat are read first, oldest to newest, then the live
      *file, so a month-over-month trend reaches back past the
      *retention period. Appends its start/end to RunHistory.dat
      *like the other jobs.
      *
      *WindowSLA.dat layout, pipe delimited, one setting per line:
      *  Program|TargetMinutes   e.g.  Csv2Vsam|150
      *  DEADLINE|hhmm           e.g.  DEADLINE|0600
      *Program is spelled as it appears in RunHistory.dat; minutes
      *and hhmm are keyed digits. A program with no line has no
      *target, and no file at all means no targets and no deadline -
      *the elapsed times and averages are still reported. The
      *deadline falls on the morning after a night started at or
      *after it, and on the same day for one started before it.
      *
      *Command line: mode[,fromdate[,thrudate]]
      *  D  night-by-night detail for the nights started between the
      *     dates (yyyymmdd); the first of this month to today when
      *     left off. D is the default.
      *  T  month-over-month trend, the whole window and each
      *     program, for the months the nights started in; the first
      *     of this month a year ago to today when left off.

       environment division.
       input-output section.
       file-control.
           select optional RunHistoryFile
               assign to "./RunHistory.dat"
               organization is sequential
               file status is RunHistoryStatus.

           select RunHistArchFile assign to ArchPathWork
               organization is sequential
               file status is ArchFileStatus.

           select optional ArchiveDirFile
               assign to "./ArchiveDir.dat"
               organization is sequential
               file status is ArchiveDirStatus.

           select optional WindowSLAFile
               assign to "./WindowSLA.dat"
               organization is sequential
               file status is WindowSLAStatus.

       data division.
       file section.
       fd RunHistoryFile.
       01 RunHistoryRecord.
          05 HistDate     pic 9(8).
          05 HistTime     pic 9(6).
          05 HistProgram  pic x(12).
          05 HistEvent    pic x(5).
          05 HistMode     pic x.
          05 HistTotals   pic x(60).

       fd RunHistArchFile.
       01 RunHistArchRecord   pic x(92).

       fd ArchiveDirFile.
       01 ArchiveDirRecord.
          05 ArcFileType pic x(12).
          05 ArcPath     pic x(30).
          05 ArcFromDate pic 9(8).
          05 ArcThruDate pic 9(8).
          05 ArcCount    pic 9(7).

       fd WindowSLAFile.
       01 WindowSLARecord     pic x(40).

       working-storage section.
       01 RunHistoryStatus   pic x(2).
          88 RunHistoryOK        value '00'.
          88 RunHistoryEndOfFile value '10'.
       01 ArchFileStatus     pic x(2).
          88 ArchFileOK      value '00'.
          88 ArchEndOfFile   value '10'.
       01 ArchiveDirStatus   pic x(2).
          88 ArchiveDirOK        value '00'.
          88 ArchiveDirEndOfFile value '10'.
       01 WindowSLAStatus    pic x(2).
          88 WindowSLAOK         value '00'.
          88 WindowSLAEndOfFile  value '10'.

       01 Parameter-Variables.
          05 Parameter       pic x(80).
          05 ReportMode      pic x.
             88 DetailReport value 'D'.
             88 TrendReport  value 'T'.
          05 ParmFromDate    pic x(10).
          05 ParmThruDate    pic x(10).

       01 TodayDate          pic 9(8).
       01 FromDate           pic 9(8).
       01 ThruDate           pic 9(8).

       01 ArchPathWork       pic x(30).
       01 ArcUsed            pic 9(2) value 0.
       01 ArcIdx             pic 9(2).
       01 ArcPathTable.
          05 ArcPathEntry    pic x(30) occurs 50 times.

      *One history entry, live or archived, moved here so the window
      *logic reads the same fields wherever the entry came from.
       01 HistEntry.
          05 EntryDate       pic 9(8).
          05 EntryTime       pic 9(6).
          05 EntryProgram    pic x(12).
          05 EntryEvent      pic x(5).
          05 EntryMode       pic x.
          05 EntryTotals     pic x(60).
       01 EntryStamp         pic 9(12).
       01 ResumeStepText     pic x(2).

      *WindowSLA.dat settings as read.
       01 SlaName            pic x(12).
       01 SlaValue           pic x(6).
       01 SlaNumber          pic 9(4).
       01 SlaLinesIgnored    pic 9(3) value 0.
       01 DigitWork          pic 9.
       01 Idx                pic 9(2).

       01 DeadlineSwitch     pic x value 'N'.
          88 DeadlineGiven   value 'Y'.
       01 DeadlineHours      pic 9(2).
       01 DeadlineMinutes    pic 9(2).
       01 DeadlineSeconds    pic 9(5).
       01 DeadlineStamp      pic 9(12).
       01 DeadlineMargin     pic 9(7).
       01 DeadlineText       pic x(8).

      *Date to day-number conversion: a yyyymmdd date becomes a
      *running count of days, so a time stamp taken as the day
      *number times 86400 plus the seconds into the day subtracts to
      *the seconds between two entries across midnight and month and
      *year ends without an intrinsic FUNCTION call. Each division
      *goes to its own whole-number field because the formula
      *depends on every quotient being truncated.
       01 DateToConvert      pic 9(8).
       01 ConvYear           pic 9(4).
       01 ConvMonth          pic 9(2).
       01 ConvDay            pic 9(2).
       01 MonthAdjust        pic 9(1).
       01 AdjYear            pic 9(5).
       01 AdjMonth           pic 9(2).
       01 MonthDays          pic 9(4).
       01 LeapDays4          pic 9(5).
       01 LeapDays100        pic 9(5).
       01 LeapDays400        pic 9(5).
       01 DayNumber          pic 9(7).

       01 StampDate          pic 9(8).
       01 StampTime          pic 9(6).
       01 StampTimeParts redefines StampTime.
          05 StampHours      pic 9(2).
          05 StampMinutes    pic 9(2).
          05 StampSeconds    pic 9(2).
       01 StampWork          pic 9(12).
       01 DaySeconds         pic 9(5).

      *Elapsed seconds and clock times as hh:mm:ss for the report.
       01 ElapsedWork        pic 9(7).
       01 RemainWork         pic 9(7).
       01 ElapsedText.
          05 ElapsedHours    pic 9(2).
          05 filler          pic x value ':'.
          05 ElapsedMinutes  pic 9(2).
          05 filler          pic x value ':'.
          05 ElapsedSeconds  pic 9(2).
       01 ClockWork          pic 9(6).
       01 ClockWorkParts redefines ClockWork.
          05 ClockWorkHours   pic 9(2).
          05 ClockWorkMinutes pic 9(2).
          05 ClockWorkSeconds pic 9(2).
       01 ClockText.
          05 ClockHours      pic 9(2).
          05 filler          pic x value ':'.
          05 ClockMinutes    pic 9(2).
          05 filler          pic x value ':'.
          05 ClockSeconds    pic 9(2).

      *The night being read. The driver switch is off between a
      *NightRun STOP and the resume, when the night is still open
      *but no step of it is running.
       01 NightSwitch        pic x value 'N'.
          88 NightOpen       value 'Y'.
          88 NightClosed     value 'N'.
       01 DriverSwitch       pic x value 'N'.
          88 DriverRunning   value 'Y'.
          88 DriverStopped   value 'N'.
       01 NightEndSwitch     pic x.
          88 NightFinished   value 'F'.
          88 NightStopped    value 'S'.
          88 NightUnfinished value 'U'.
          88 NightStillRunning value 'R'.
       01 NightStartDate     pic 9(8).
       01 NightStartTime     pic 9(6).
       01 NightStartStamp    pic 9(12).
       01 NightStartSeconds  pic 9(5).
       01 NightEndDate       pic 9(8).
       01 NightEndTime       pic 9(6).
       01 NightEndStamp      pic 9(12).
       01 NightResumes       pic 9(2).
       01 LastEntryDate      pic 9(8).
       01 LastEntryTime      pic 9(6).
       01 LastEntryStamp     pic 9(12).
       01 NightStartText     pic x(8).
       01 NightEndText       pic x(8).
       01 NightElapsedText   pic x(8).
       01 AverageText        pic x(8).
       01 LongestText        pic x(8).
       01 DeadlineResult     pic x(30).

       01 NightStepCount     pic 9(2) value 0.
       01 StepIdx            pic 9(2).
       01 FoundStep          pic 9(2).
       01 StepProgramWork    pic x(12).
       01 NightStepTable.
          05 NightStep occurs 40 times.
             10 StepProgram     pic x(12).
             10 StepStartTime   pic 9(6).
             10 StepStartStamp  pic 9(12).
             10 StepElapsed     pic 9(7).
             10 StepAverage     pic 9(7).
             10 StepAverageRuns pic 9(2).
             10 StepState       pic x.
                88 StepRunning    value 'R'.
                88 StepEnded      value 'E'.
                88 StepSkipped    value 'S'.
                88 StepNotStarted value 'N'.
             10 StepStopSwitch  pic x.
                88 StepWasStopped value 'Y'.
             10 StepStopReason  pic x(39).
       01 StepTableFullSwitch pic x value 'N'.
          88 StepTableFullNoted value 'Y'.

      *Every program seen in a window (or given a target), with its
      *last 10 completed elapsed times for the rolling average and
      *its tallies for each month of the trend.
       01 ProgramCount       pic 9(2) value 0.
       01 ProgIdx            pic 9(2).
       01 ProgramToFind      pic x(12).
       01 ProgramTableFullSwitch pic x value 'N'.
          88 ProgramTableFullNoted value 'Y'.
       01 ProgramTable.
          05 ProgramEntry occurs 40 times.
             10 ProgName          pic x(12).
             10 ProgTarget        pic 9(6).
             10 ProgRecentCount   pic 9(2).
             10 ProgRecentNext    pic 9(2).
             10 ProgRecent        pic 9(7) occurs 10 times.
             10 ProgMonth occurs 24 times.
                15 ProgMonthRuns     pic 9(4).
                15 ProgMonthTotal    pic 9(9).
                15 ProgMonthLongest  pic 9(7).
                15 ProgMonthOver     pic 9(4).
                15 ProgMonthNoEnd    pic 9(4).
                15 ProgMonthSkipped  pic 9(4).
                15 ProgMonthStopped  pic 9(4).
       01 RecentIdx          pic 9(2).
       01 RecentTotal        pic 9(9).

       01 MonthCount         pic 9(2) value 0.
       01 MonthIdx           pic 9(2).
       01 MonthToFind        pic 9(6).
       01 MonthTableFullSwitch pic x value 'N'.
          88 MonthTableFullNoted value 'Y'.
       01 MonthTable.
          05 MonthEntry occurs 24 times.
             10 MonthYYYYMM       pic 9(6).
             10 MonthNights       pic 9(4).
             10 MonthFinished     pic 9(4).
             10 MonthNightTotal   pic 9(9).
             10 MonthLongest      pic 9(7).
             10 MonthMissed       pic 9(4).
             10 MonthUnfinished   pic 9(4).
       01 AverageWork        pic 9(7).
       01 PriorAverage       pic 9(7).
       01 TrendText          pic x(5).

       01 StepLine.
          05 filler          pic x(2) value spaces.
          05 LineProgram     pic x(12).
          05 filler          pic x(2) value spaces.
          05 LineStarted     pic x(8).
          05 filler          pic x(2) value spaces.
          05 LineElapsed     pic x(8).
          05 filler          pic x(2) value spaces.
          05 LineAverage     pic x(8).
          05 filler          pic x(1) value spaces.
          05 LineVsAverage   pic x(9).
          05 filler          pic x(2) value spaces.
          05 LineTarget      pic x(8).
          05 filler          pic x(2) value spaces.
          05 LineFlags       pic x(60).
       01 FlagPointer        pic 9(3).

       01 NightsReported     pic 9(4) value 0.
       01 StepsReported      pic 9(5) value 0.
       01 StepsOverTarget    pic 9(5) value 0.
       01 StepsNoEnd         pic 9(5) value 0.
       01 StepsSkippedCount  pic 9(5) value 0.
       01 StepsStoppedCount  pic 9(5) value 0.
       01 DeadlinesMissed    pic 9(4) value 0.
       01 NightsUnfinished   pic 9(4) value 0.

       01 TimeWork           pic 9(8).
       01 HistEventWork      pic x(5).
       01 HistTotalsWork     pic x(60).

       procedure division.
           perform GetParameters
           move "START" to HistEventWork
           move spaces to HistTotalsWork
           string "FROM=" delimited by size
                  FromDate delimited by size
                  " THRU=" delimited by size
                  ThruDate delimited by size
             into HistTotalsWork
           end-string
           perform WriteRunHistory

           if DetailReport
               display "===== Batch window - night by night ====="
           else
               display "===== Batch window - month over month ====="
           end-if
           display "Nights started " FromDate " thru " ThruDate
           perform LoadWindowSLA
           perform LoadArchiveList

           perform varying ArcIdx from 1 by 1 until ArcIdx > ArcUsed
               move ArcPathEntry(ArcIdx) to ArchPathWork
               perform ReadArchHistEntries
           end-perform

           open input RunHistoryFile
           if RunHistoryOK
               read RunHistoryFile
               perform ReadOneLiveEntry until RunHistoryEndOfFile
           end-if
           close RunHistoryFile

           if NightOpen
               evaluate true
                   when DriverRunning
                       set NightStillRunning to true
                   when NightStopped
                       continue
                   when other
                       set NightUnfinished to true
               end-evaluate
               perform CloseNight
           end-if

           if TrendReport
               perform PrintNightTrend
               perform PrintProgramTrend
           end-if

           display " "
           display "===== WindowReport totals ====="
           display "Nights reported:          " NightsReported
           display "Steps reported:           " StepsReported
           display "Steps over target:        " StepsOverTarget
           display "Steps with no END:        " StepsNoEnd
           display "Steps skipped by NightRun:" StepsSkippedCount
           display "Steps stopped by NightRun:" StepsStoppedCount
           display "Nights not finished:      " NightsUnfinished
           display "Deadlines missed:         " DeadlinesMissed
           display "==============================="

           move "END" to HistEventWork
           move spaces to HistTotalsWork
           string "NIGHTS=" delimited by size
                  NightsReported delimited by size
                  " OVER=" delimited by size
                  StepsOverTarget delimited by size
                  " NOEND=" delimited by size
                  StepsNoEnd delimited by size
                  " LATE=" delimited by size
                  DeadlinesMissed delimited by size
             into HistTotalsWork
           end-string
           perform WriteRunHistory
           stop run.

       WriteRunHistory.
           open extend RunHistoryFile
           move spaces to RunHistoryRecord
           accept HistDate from date yyyymmdd
           accept TimeWork from time
           move TimeWork(1:6) to HistTime
           move "WindowReport" to HistProgram
           move HistEventWork to HistEvent
           move ReportMode to HistMode
           move HistTotalsWork to HistTotals
           write RunHistoryRecord
           close RunHistoryFile.

      *----------------------------------------------------------------
      * The receiving fields are cleared first because an unstring
      * stores nothing into receivers beyond the fields present, and
      * absent dates have to read as spaces for the defaults to take.
      * The trend's default reaches back to the first of this month a
      * year ago, so the month just closed can be set against the
      * same month last year.
      *----------------------------------------------------------------
       GetParameters.
           move spaces to Parameter-Variables
           accept Parameter from command-line
           unstring Parameter
             delimited by ', ' or ','
             into ReportMode ParmFromDate ParmThruDate
           end-unstring
           inspect ReportMode converting "dt" to "DT"
           if not TrendReport
               set DetailReport to true
           end-if
           accept TodayDate from date yyyymmdd
           if ParmFromDate = spaces
               move TodayDate to FromDate
               if TrendReport
                   subtract 10000 from FromDate
               end-if
               move "01" to FromDate(7:2)
           else
               move ParmFromDate(1:8) to FromDate
           end-if
           if ParmThruDate = spaces
               move TodayDate to ThruDate
           else
               move ParmThruDate(1:8) to ThruDate
           end-if
           if FromDate is not numeric or ThruDate is not numeric
            or FromDate > ThruDate
               display "Give mode[,yyyymmdd[,yyyymmdd]] - D detail or "
                       "T trend, from date not after thru date"
               stop run
           end-if.

      *----------------------------------------------------------------
      * Targets and the deadline the operations team has agreed. A
      * line naming DEADLINE sets the morning deadline; any other
      * line is a program's target in minutes. Targets go straight on
      * the program table so the steps find them there.
      *----------------------------------------------------------------
       LoadWindowSLA.
           open input WindowSLAFile
           if WindowSLAOK
               read WindowSLAFile
               perform LoadOneSLASetting
                 until WindowSLAEndOfFile
           else
               display "No WindowSLA.dat - no targets or deadline to "
                       "check against"
           end-if
           close WindowSLAFile
           if DeadlineGiven
               move DeadlineHours to ClockHours
               move DeadlineMinutes to ClockMinutes
               move 0 to ClockSeconds
               move ClockText to DeadlineText
               display "Morning deadline " DeadlineText
           else
               move spaces to DeadlineText
               display "No DEADLINE on WindowSLA.dat - the nights are "
                       "not checked against one"
           end-if.

       LoadOneSLASetting.
           if WindowSLARecord not = spaces
               move spaces to SlaName
               move spaces to SlaValue
               unstring WindowSLARecord
                 delimited by "|"
                 into SlaName SlaValue
               end-unstring
               move 0 to SlaNumber
               perform varying Idx from 1 by 1 until Idx > 6
                   if SlaValue(Idx:1) >= '0'
                    and SlaValue(Idx:1) <= '9'
                       move SlaValue(Idx:1) to DigitWork
                       compute SlaNumber = SlaNumber * 10
                                         + DigitWork
                   end-if
               end-perform
               if SlaName = "DEADLINE"
                   divide SlaNumber by 100 giving DeadlineHours
                       remainder DeadlineMinutes
                   if DeadlineHours > 23 or DeadlineMinutes > 59
                       add 1 to SlaLinesIgnored
                       display "WindowSLA.dat: DEADLINE " SlaValue
                               " is not a time of day - line ignored"
                   else
                       set DeadlineGiven to true
                       compute DeadlineSeconds = (DeadlineHours * 3600)
                                               + (DeadlineMinutes * 60)
                   end-if
               else
                   move SlaName to ProgramToFind
                   perform FindProgram
                   if ProgIdx > 0
                       compute ProgTarget(ProgIdx) = SlaNumber * 60
                   end-if
               end-if
           end-if
           read WindowSLAFile.

      *----------------------------------------------------------------
      * Housekeep lists every RunHistory archive it writes in
      * ArchiveDir.dat, oldest first. They are read ahead of the live
      * file so the entries arrive in the order they were written,
      * which is what pairing a START with its END depends on.
      *----------------------------------------------------------------
       LoadArchiveList.
           open input ArchiveDirFile
           if ArchiveDirOK
               read ArchiveDirFile
               perform NoteOneArchive until ArchiveDirEndOfFile
           end-if
           close ArchiveDirFile.

       NoteOneArchive.
           if ArcFileType = "RunHistory"
               if ArcUsed < 50
                   add 1 to ArcUsed
                   move ArcPath to ArcPathEntry(ArcUsed)
               else
                   display "(more than 50 RunHistory archives in "
                           "ArchiveDir.dat - the oldest beyond that "
                           "were not scanned)"
               end-if
           end-if
           read ArchiveDirFile.

       ReadArchHistEntries.
           open input RunHistArchFile
           if ArchFileOK
               read RunHistArchFile
               perform ReadOneArchEntry until ArchEndOfFile
           end-if
           close RunHistArchFile.

       ReadOneArchEntry.
           move RunHistArchRecord to HistEntry
           perform ProcessHistEntry
           read RunHistArchFile.

       ReadOneLiveEntry.
           move RunHistoryRecord to HistEntry
           perform ProcessHistEntry
           read RunHistoryFile.

      *----------------------------------------------------------------
      * NightRun's own entries open, pause, resume and close the
      * night; any other program's entries are steps of it only while
      * the driver is running.
      *----------------------------------------------------------------
       ProcessHistEntry.
           move EntryDate to StampDate
           move EntryTime to StampTime
           perform ComputeStamp
           move StampWork to EntryStamp
           if EntryProgram = "NightRun"
               perform ProcessDriverEntry
           else
               if NightOpen and DriverRunning
                   perform NoteLastEntry
                   evaluate EntryEvent
                       when "START" perform NoteStepStart
                       when "END"   perform NoteStepEnd
                   end-evaluate
               end-if
           end-if.

      *----------------------------------------------------------------
      * A START resuming past step 01 after the night stopped carries
      * on the same night. Any other START begins a new night, and a
      * night still open then never reached its NightRun END.
      *----------------------------------------------------------------
       ProcessDriverEntry.
           evaluate EntryEvent
               when "START"
                   move EntryTotals(16:2) to ResumeStepText
                   if NightOpen and NightStopped
                    and ResumeStepText not = "01"
                       add 1 to NightResumes
                       move space to NightEndSwitch
                       set DriverRunning to true
                       perform NoteLastEntry
                   else
                       if NightOpen
                           if not NightStopped
                               set NightUnfinished to true
                           end-if
                           perform CloseNight
                       end-if
                       perform OpenNight
                   end-if
               when "SKIP"
                   if NightOpen
                       perform NoteLastEntry
                       perform NoteSkippedStep
                   end-if
               when "STOP"
                   if NightOpen
                       perform NoteLastEntry
                       perform NoteStoppedStep
                       set NightStopped to true
                       set DriverStopped to true
                   end-if
               when "END"
                   if NightOpen
                       perform NoteLastEntry
                       set NightFinished to true
                       perform CloseNight
                   end-if
           end-evaluate.

       OpenNight.
           set NightOpen to true
           set DriverRunning to true
           move space to NightEndSwitch
           move EntryDate to NightStartDate
           move EntryTime to NightStartTime
           move EntryStamp to NightStartStamp
           move DaySeconds to NightStartSeconds
           move 0 to NightResumes
           move 0 to NightStepCount
           perform NoteLastEntry.

       NoteLastEntry.
           move EntryDate to LastEntryDate
           move EntryTime to LastEntryTime
           move EntryStamp to LastEntryStamp.

      *----------------------------------------------------------------
      * Step entries. A program started twice in a night (a rerun)
      * gets a line for each start; its END closes the latest start
      * still running, and an earlier one left open shows no END.
      *----------------------------------------------------------------
       NoteStepStart.
           move EntryProgram to StepProgramWork
           perform AddNightStep
           if FoundStep > 0
               set StepRunning(FoundStep) to true
           end-if.

       NoteStepEnd.
           move 0 to FoundStep
           perform varying StepIdx from NightStepCount by -1
                   until StepIdx < 1 or FoundStep > 0
               if StepProgram(StepIdx) = EntryProgram
                and StepRunning(StepIdx)
                   move StepIdx to FoundStep
               end-if
           end-perform
           if FoundStep > 0
               if EntryStamp > StepStartStamp(FoundStep)
                   compute StepElapsed(FoundStep) =
                           EntryStamp - StepStartStamp(FoundStep)
               end-if
               set StepEnded(FoundStep) to true
               move EntryProgram to ProgramToFind
               perform FindProgram
               if ProgIdx > 0
                   perform TakeRollingAverage
                   perform AddToRollingAverage
               end-if
           end-if.

      *----------------------------------------------------------------
      * NightRun's SKIP and STOP totals name the step's program after
      * "STEP nn "; a STOP's reason follows the program.
      *----------------------------------------------------------------
       NoteSkippedStep.
           move EntryTotals(9:12) to StepProgramWork
           perform AddNightStep
           if FoundStep > 0
               set StepSkipped(FoundStep) to true
           end-if.

       NoteStoppedStep.
           move EntryTotals(9:12) to StepProgramWork
           move 0 to FoundStep
           perform varying StepIdx from NightStepCount by -1
                   until StepIdx < 1 or FoundStep > 0
               if StepProgram(StepIdx) = StepProgramWork
                   move StepIdx to FoundStep
               end-if
           end-perform
           if FoundStep = 0
               perform AddNightStep
           end-if
           if FoundStep > 0
               set StepWasStopped(FoundStep) to true
               move EntryTotals(22:39) to StepStopReason(FoundStep)
           end-if.

       AddNightStep.
           move 0 to FoundStep
           if NightStepCount < 40
               add 1 to NightStepCount
               move NightStepCount to FoundStep
               move StepProgramWork to StepProgram(FoundStep)
               move EntryTime to StepStartTime(FoundStep)
               move EntryStamp to StepStartStamp(FoundStep)
               move 0 to StepElapsed(FoundStep)
               move 0 to StepAverage(FoundStep)
               move 0 to StepAverageRuns(FoundStep)
               set StepNotStarted(FoundStep) to true
               move 'N' to StepStopSwitch(FoundStep)
               move spaces to StepStopReason(FoundStep)
           else
               if not StepTableFullNoted
                   set StepTableFullNoted to true
                   display "(a night with more than 40 steps - the "
                           "steps beyond that were not reported)"
               end-if
           end-if.

      *----------------------------------------------------------------
      * The average a run is measured against is taken before the run
      * is added, so a step is set against its own history and not
      * against itself.
      *----------------------------------------------------------------
       TakeRollingAverage.
           move 0 to RecentTotal
           perform varying RecentIdx from 1 by 1
                   until RecentIdx > ProgRecentCount(ProgIdx)
               add ProgRecent(ProgIdx, RecentIdx) to RecentTotal
           end-perform
           move ProgRecentCount(ProgIdx) to StepAverageRuns(FoundStep)
           if ProgRecentCount(ProgIdx) > 0
               compute StepAverage(FoundStep) rounded =
                       RecentTotal / ProgRecentCount(ProgIdx)
           end-if.

       AddToRollingAverage.
           if ProgRecentNext(ProgIdx) >= 10
               move 0 to ProgRecentNext(ProgIdx)
           end-if
           add 1 to ProgRecentNext(ProgIdx)
           move StepElapsed(FoundStep)
             to ProgRecent(ProgIdx, ProgRecentNext(ProgIdx))
           if ProgRecentCount(ProgIdx) < 10
               add 1 to ProgRecentCount(ProgIdx)
           end-if.

      *----------------------------------------------------------------
      * Looks the program up on the table, adding it when new; ProgIdx
      * is left at zero only when the table is full.
      *----------------------------------------------------------------
       FindProgram.
           move 0 to ProgIdx
           perform varying Idx from 1 by 1
                   until Idx > ProgramCount or ProgIdx > 0
               if ProgName(Idx) = ProgramToFind
                   move Idx to ProgIdx
               end-if
           end-perform
           if ProgIdx = 0
               if ProgramCount < 40
                   add 1 to ProgramCount
                   move ProgramCount to ProgIdx
                   move ProgramToFind to ProgName(ProgIdx)
                   move 0 to ProgTarget(ProgIdx)
                   move 0 to ProgRecentCount(ProgIdx)
                   move 0 to ProgRecentNext(ProgIdx)
                   perform varying MonthIdx from 1 by 1
                           until MonthIdx > 24
                       move 0 to ProgMonthRuns(ProgIdx, MonthIdx)
                       move 0 to ProgMonthTotal(ProgIdx, MonthIdx)
                       move 0 to ProgMonthLongest(ProgIdx, MonthIdx)
                       move 0 to ProgMonthOver(ProgIdx, MonthIdx)
                       move 0 to ProgMonthNoEnd(ProgIdx, MonthIdx)
                       move 0 to ProgMonthSkipped(ProgIdx, MonthIdx)
                       move 0 to ProgMonthStopped(ProgIdx, MonthIdx)
                   end-perform
               else
                   if not ProgramTableFullNoted
                       set ProgramTableFullNoted to true
                       display "(more than 40 programs in the windows "
                               "- the rest have no target, average or "
                               "trend)"
                   end-if
               end-if
           end-if.

      *----------------------------------------------------------------
      * The night is over: measure it against the deadline and, when
      * it started inside the dates asked for, tally it for the trend
      * and print it for the detail.
      *----------------------------------------------------------------
       CloseNight.
           if NightFinished
               move EntryDate to NightEndDate
               move EntryTime to NightEndTime
               move EntryStamp to NightEndStamp
           else
               move LastEntryDate to NightEndDate
               move LastEntryTime to NightEndTime
               move LastEntryStamp to NightEndStamp
           end-if
           if NightStartDate >= FromDate and NightStartDate <= ThruDate
               perform CheckDeadline
               move NightStartDate(1:6) to MonthToFind
               perform FindMonth
               perform TallyNight
               if DetailReport
                   perform PrintNightHeading
               end-if
               perform varying StepIdx from 1 by 1
                       until StepIdx > NightStepCount
                   perform TallyStep
               end-perform
           end-if
           set NightClosed to true
           set DriverStopped to true.

      *----------------------------------------------------------------
      * The deadline falls on the morning after a night started at or
      * after it, or the same morning for one started before it (a
      * night kicked off after midnight). A night that never reached
      * its NightRun END did not finish in time whenever it stopped.
      *----------------------------------------------------------------
       CheckDeadline.
           move spaces to DeadlineResult
           move 0 to DeadlineMargin
           if DeadlineGiven and not NightStillRunning
               move NightStartDate to DateToConvert
               perform ConvertDateToDayNumber
               if NightStartSeconds >= DeadlineSeconds
                   add 1 to DayNumber
               end-if
               compute DeadlineStamp = (DayNumber * 86400)
                                     + DeadlineSeconds
               evaluate true
                   when not NightFinished
                       move "MISSED - did not finish" to
                            DeadlineResult
                   when NightEndStamp > DeadlineStamp
                       compute DeadlineMargin =
                               NightEndStamp - DeadlineStamp
                       move "MISSED by" to DeadlineResult
                   when other
                       compute DeadlineMargin =
                               DeadlineStamp - NightEndStamp
                       move "met with time to spare" to
                            DeadlineResult
               end-evaluate
           end-if.

       TallyNight.
           add 1 to NightsReported
           compute ElapsedWork = NightEndStamp - NightStartStamp
           if not NightFinished and not NightStillRunning
               add 1 to NightsUnfinished
           end-if
           if DeadlineResult(1:6) = "MISSED"
               add 1 to DeadlinesMissed
           end-if
           if MonthIdx > 0
               add 1 to MonthNights(MonthIdx)
               if NightFinished
                   add 1 to MonthFinished(MonthIdx)
                   add ElapsedWork to MonthNightTotal(MonthIdx)
                   if ElapsedWork > MonthLongest(MonthIdx)
                       move ElapsedWork to MonthLongest(MonthIdx)
                   end-if
               end-if
               if not NightFinished and not NightStillRunning
                   add 1 to MonthUnfinished(MonthIdx)
               end-if
               if DeadlineResult(1:6) = "MISSED"
                   add 1 to MonthMissed(MonthIdx)
               end-if
           end-if.

      *----------------------------------------------------------------
      * One step of a night in the dates asked for: flag it, tally it
      * against its program's month and, for the detail, print it. A
      * step still running when the history ends is not a missing END
      * yet.
      *----------------------------------------------------------------
       TallyStep.
           add 1 to StepsReported
           move StepProgram(StepIdx) to ProgramToFind
           perform FindProgram
           move spaces to StepLine
           move 1 to FlagPointer
           if StepEnded(StepIdx)
               if ProgIdx > 0 and MonthIdx > 0
                   add 1 to ProgMonthRuns(ProgIdx, MonthIdx)
                   add StepElapsed(StepIdx)
                     to ProgMonthTotal(ProgIdx, MonthIdx)
                   if StepElapsed(StepIdx) >
                      ProgMonthLongest(ProgIdx, MonthIdx)
                       move StepElapsed(StepIdx)
                         to ProgMonthLongest(ProgIdx, MonthIdx)
                   end-if
               end-if
               if ProgIdx > 0
                   if ProgTarget(ProgIdx) > 0
                    and StepElapsed(StepIdx) > ProgTarget(ProgIdx)
                       add 1 to StepsOverTarget
                       if MonthIdx > 0
                           add 1 to ProgMonthOver(ProgIdx, MonthIdx)
                       end-if
                       string "OVER TARGET " delimited by size
                         into LineFlags with pointer FlagPointer
                       end-string
                   end-if
               end-if
           end-if
           if StepRunning(StepIdx)
               if NightStillRunning
                   string "RUNNING " delimited by size
                     into LineFlags with pointer FlagPointer
                   end-string
               else
                   add 1 to StepsNoEnd
                   if ProgIdx > 0 and MonthIdx > 0
                       add 1 to ProgMonthNoEnd(ProgIdx, MonthIdx)
                   end-if
                   string "NO END " delimited by size
                     into LineFlags with pointer FlagPointer
                   end-string
               end-if
           end-if
           if StepSkipped(StepIdx)
               add 1 to StepsSkippedCount
               if ProgIdx > 0 and MonthIdx > 0
                   add 1 to ProgMonthSkipped(ProgIdx, MonthIdx)
               end-if
               string "SKIPPED - COMPLETED EARLIER " delimited by size
                 into LineFlags with pointer FlagPointer
               end-string
           end-if
           if StepWasStopped(StepIdx)
               add 1 to StepsStoppedCount
               if ProgIdx > 0 and MonthIdx > 0
                   add 1 to ProgMonthStopped(ProgIdx, MonthIdx)
               end-if
               string "STOPPED: " delimited by size
                      StepStopReason(StepIdx) delimited by "  "
                 into LineFlags with pointer FlagPointer
               end-string
           end-if
           if DetailReport
               perform PrintStepLine
           end-if.

      *----------------------------------------------------------------
      * Detail lines. Times not known for a step (a skipped step has
      * no elapsed, a first run no average, a program no target) show
      * as dashes.
      *----------------------------------------------------------------
       PrintNightHeading.
           move NightStartTime to ClockWork
           perform FormatClock
           move ClockText to NightStartText
           move NightEndTime to ClockWork
           perform FormatClock
           move ClockText to NightEndText
           compute ElapsedWork = NightEndStamp - NightStartStamp
           perform FormatElapsed
           move ElapsedText to NightElapsedText
           display " "
           evaluate true
               when NightFinished
                   display "Night of " NightStartDate
                           "  started " NightStartText
                           "  finished " NightEndDate " " NightEndText
                           "  elapsed " NightElapsedText
               when NightStillRunning
                   display "Night of " NightStartDate
                           "  started " NightStartText
                           "  STILL RUNNING - last entry "
                           NightEndDate " " NightEndText
               when NightStopped
                   display "Night of " NightStartDate
                           "  started " NightStartText
                           "  STOPPED by NightRun "
                           NightEndDate " " NightEndText
                           " - not resumed to an END"
               when other
                   display "Night of " NightStartDate
                           "  started " NightStartText
                           "  NO NIGHTRUN END - last entry "
                           NightEndDate " " NightEndText
           end-evaluate
           if NightResumes > 0
               display "  resumed " NightResumes
                       " time(s) after a NightRun stop"
           end-if
           if DeadlineResult not = spaces
               move DeadlineMargin to ElapsedWork
               perform FormatElapsed
               evaluate true
                   when DeadlineResult(1:9) = "MISSED by"
                       display "  deadline " DeadlineText
                               "  MISSED by " ElapsedText
                   when DeadlineResult(1:6) = "MISSED"
                       display "  deadline " DeadlineText
                               "  MISSED - the night did not finish"
                   when other
                       display "  deadline " DeadlineText
                               "  met, " ElapsedText " to spare"
               end-evaluate
           end-if
           display "  Program       Started   Elapsed   Average   "
                   "vs Avg     Target    Flags".

       PrintStepLine.
           move StepProgram(StepIdx) to LineProgram
           move StepStartTime(StepIdx) to ClockWork
           perform FormatClock
           move ClockText to LineStarted
           if StepEnded(StepIdx)
               move StepElapsed(StepIdx) to ElapsedWork
               perform FormatElapsed
               move ElapsedText to LineElapsed
           else
               move "   --" to LineElapsed
           end-if
           if StepAverageRuns(StepIdx) > 0
               move StepAverage(StepIdx) to ElapsedWork
               perform FormatElapsed
               move ElapsedText to LineAverage
               if StepElapsed(StepIdx) >= StepAverage(StepIdx)
                   compute ElapsedWork = StepElapsed(StepIdx)
                                       - StepAverage(StepIdx)
                   perform FormatElapsed
                   string "+" ElapsedText delimited by size
                     into LineVsAverage
                   end-string
               else
                   compute ElapsedWork = StepAverage(StepIdx)
                                       - StepElapsed(StepIdx)
                   perform FormatElapsed
                   string "-" ElapsedText delimited by size
                     into LineVsAverage
                   end-string
               end-if
           else
               move "   --" to LineAverage
               move "    --" to LineVsAverage
           end-if
           if ProgIdx > 0 and ProgTarget(ProgIdx) > 0
               move ProgTarget(ProgIdx) to ElapsedWork
               perform FormatElapsed
               move ElapsedText to LineTarget
           else
               move "   --" to LineTarget
           end-if
           display StepLine.

      *----------------------------------------------------------------
      * Month-over-month: the whole window first, then each program,
      * every month against the month before it. The window average
      * is over the nights that finished; a night that did not is
      * counted on its own.
      *----------------------------------------------------------------
       PrintNightTrend.
           display " "
           display "Whole window by month"
           display "  Month   Nights  Average   Longest   Missed  "
                   "Not finished  Trend"
           move 0 to PriorAverage
           perform varying MonthIdx from 1 by 1
                   until MonthIdx > MonthCount
               move 0 to AverageWork
               if MonthFinished(MonthIdx) > 0
                   compute AverageWork rounded =
                           MonthNightTotal(MonthIdx)
                         / MonthFinished(MonthIdx)
               end-if
               perform SetTrendText
               move AverageWork to ElapsedWork
               perform FormatElapsed
               move ElapsedText to AverageText
               move MonthLongest(MonthIdx) to ElapsedWork
               perform FormatElapsed
               move ElapsedText to LongestText
               if MonthFinished(MonthIdx) = 0
                   move "   --" to AverageText
                   move "   --" to LongestText
               end-if
               display "  " MonthYYYYMM(MonthIdx)
                       "  " MonthNights(MonthIdx)
                       "    " AverageText
                       "  " LongestText
                       "  " MonthMissed(MonthIdx)
                       "    " MonthUnfinished(MonthIdx)
                       "          " TrendText
           end-perform
           if MonthCount = 0
               display "  (no nights started in those dates)"
           end-if.

       PrintProgramTrend.
           display " "
           display "Each program by month"
           display "  Program       Month   Runs  Average   Longest   "
                   "Over  NoEnd Skip  Stop  Trend"
           perform varying ProgIdx from 1 by 1
                   until ProgIdx > ProgramCount
               move 0 to PriorAverage
               perform varying MonthIdx from 1 by 1
                       until MonthIdx > MonthCount
                   perform PrintOneProgramMonth
               end-perform
           end-perform.

       PrintOneProgramMonth.
           if ProgMonthRuns(ProgIdx, MonthIdx) > 0
            or ProgMonthNoEnd(ProgIdx, MonthIdx) > 0
            or ProgMonthSkipped(ProgIdx, MonthIdx) > 0
            or ProgMonthStopped(ProgIdx, MonthIdx) > 0
               move 0 to AverageWork
               if ProgMonthRuns(ProgIdx, MonthIdx) > 0
                   compute AverageWork rounded =
                           ProgMonthTotal(ProgIdx, MonthIdx)
                         / ProgMonthRuns(ProgIdx, MonthIdx)
               end-if
               perform SetTrendText
               move AverageWork to ElapsedWork
               perform FormatElapsed
               move ElapsedText to AverageText
               move ProgMonthLongest(ProgIdx, MonthIdx) to ElapsedWork
               perform FormatElapsed
               move ElapsedText to LongestText
               if ProgMonthRuns(ProgIdx, MonthIdx) = 0
                   move "   --" to AverageText
                   move "   --" to LongestText
               end-if
               display "  " ProgName(ProgIdx)
                       "  " MonthYYYYMM(MonthIdx)
                       "  " ProgMonthRuns(ProgIdx, MonthIdx)
                       "  " AverageText
                       "  " LongestText
                       "  " ProgMonthOver(ProgIdx, MonthIdx)
                       "  " ProgMonthNoEnd(ProgIdx, MonthIdx)
                       "  " ProgMonthSkipped(ProgIdx, MonthIdx)
                       "  " ProgMonthStopped(ProgIdx, MonthIdx)
                       "  " TrendText
           end-if.

      *----------------------------------------------------------------
      * Which way the average moved since the last month that had
      * one; the first month with an average has nothing to set it
      * against.
      *----------------------------------------------------------------
       SetTrendText.
           move spaces to TrendText
           if AverageWork > 0
               if PriorAverage > 0
                   evaluate true
                       when AverageWork > PriorAverage
                           move "UP" to TrendText
                       when AverageWork < PriorAverage
                           move "DOWN" to TrendText
                       when other
                           move "LEVEL" to TrendText
                   end-evaluate
               end-if
               move AverageWork to PriorAverage
           end-if.

      *----------------------------------------------------------------
      * Months are added as the nights arrive, which is in date
      * order; MonthIdx is left at zero only when the table is full.
      *----------------------------------------------------------------
       FindMonth.
           move 0 to MonthIdx
           perform varying Idx from 1 by 1
                   until Idx > MonthCount or MonthIdx > 0
               if MonthYYYYMM(Idx) = MonthToFind
                   move Idx to MonthIdx
               end-if
           end-perform
           if MonthIdx = 0
               if MonthCount < 24
                   add 1 to MonthCount
                   move MonthCount to MonthIdx
                   move MonthToFind to MonthYYYYMM(MonthIdx)
                   move 0 to MonthNights(MonthIdx)
                   move 0 to MonthFinished(MonthIdx)
                   move 0 to MonthNightTotal(MonthIdx)
                   move 0 to MonthLongest(MonthIdx)
                   move 0 to MonthMissed(MonthIdx)
                   move 0 to MonthUnfinished(MonthIdx)
               else
                   if not MonthTableFullNoted
                       set MonthTableFullNoted to true
                       display "(the dates span more than 24 months - "
                               "the later months are not in the trend)"
                   end-if
               end-if
           end-if.

       ComputeStamp.
           move StampDate to DateToConvert
           perform ConvertDateToDayNumber
           compute DaySeconds = (StampHours * 3600)
                              + (StampMinutes * 60) + StampSeconds
           compute StampWork = (DayNumber * 86400) + DaySeconds.

       ConvertDateToDayNumber.
           move DateToConvert(1:4) to ConvYear
           move DateToConvert(5:2) to ConvMonth
           move DateToConvert(7:2) to ConvDay
           compute MonthAdjust = (14 - ConvMonth) / 12
           compute AdjYear = ConvYear + 4800 - MonthAdjust
           compute AdjMonth = ConvMonth + (12 * MonthAdjust) - 3
           compute MonthDays = ((153 * AdjMonth) + 2) / 5
           compute LeapDays4 = AdjYear / 4
           compute LeapDays100 = AdjYear / 100
           compute LeapDays400 = AdjYear / 400
           compute DayNumber = ConvDay + MonthDays + (365 * AdjYear)
                   + LeapDays4 - LeapDays100 + LeapDays400 - 32045.

       FormatElapsed.
           if ElapsedWork > 359999
               move 359999 to ElapsedWork
           end-if
           divide ElapsedWork by 3600 giving ElapsedHours
               remainder RemainWork
           divide RemainWork by 60 giving ElapsedMinutes
               remainder ElapsedSeconds.

       FormatClock.
           move ClockWorkHours to ClockHours
           move ClockWorkMinutes to ClockMinutes
           move ClockWorkSeconds to ClockSeconds.
