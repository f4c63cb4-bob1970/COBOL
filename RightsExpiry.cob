      *"Title" is reserved in some dialects; release it so the
      *record layouts can keep using it as a data name.
       >>cobol-words undefine "title"
       identification division.
       program-id. RightsExpiry.
       author. Bob Stevenson.
      *Expiry report off MovieRights.idx, the licensing rights windows
      *RightsMaint keeps: every active window whose end date falls
      *between today and a number of days ahead, grouped by Studio
      *and in end-date order within each, with the number of days
      *left and whether the title already holds a following window
      *for the same territory (a renewal keyed ahead of time) or is
      *about to go unlicensed there. Counts per Studio and overall
      *are printed under each group, so the licensing team works the
      *renewals from a list instead of hearing about a lapse from
      *the licensing system. Refuses to run while RunControl.dat says
      *a load (or a restore) has the catalog in-use, and appends its
      *start/end to RunHistory.dat like the other nightly jobs.
      *
      *Command line: the number of days ahead to report on, as
      *keyed digits; 30 when left off.

       environment division.
       input-output section.
       file-control.
           select MovieFile assign to "./Movies.idx"
               organization is indexed
               access mode is dynamic
               record key is MovieID
               alternate record key is Title
                   with duplicates
               alternate record key is ContentRating
                   with duplicates
               file status is FileStatus.

           select optional RightsFile assign to "./MovieRights.idx"
               organization is indexed
               access mode is dynamic
               record key is RightsKey
               file status is RightsFileStatus.

           select ExpirySort assign to "./ExpirySort.tmp"
               organization is sequential.

           select optional RunControlFile
               assign to "./RunControl.dat"
               organization is sequential
               file status is RunControlStatus.

           select optional RunHistoryFile
               assign to "./RunHistory.dat"
               organization is sequential
               file status is RunHistoryStatus.

       data division.
       file section.
       fd MovieFile.
       01 MovieRecord.
          05 MovieID       pic 9(5).
          05 Title         pic x(100).
          05 Studio        pic x(50).
          05 Director      pic x(50).
          05 ContentRating pic x(10).
          05 Rating        pic x(5).
          05 Summary       pic x(1000).
          05 GenreCount    pic 9(2).
          05 Genre occurs 10 times depending on GenreCount
                           pic x(25).
          05 ReleaseYear   pic 9(4).
          05 filler        pic x(46).
          05 ActorCount    pic 9(2).
          05 Actor occurs 10 times depending on ActorCount
                           pic x(30).

       fd RightsFile.
       01 RightsRecord.
          05 RightsKey.
             10 RightsMovieID  pic 9(5).
             10 RightsWindowNo pic 9(3).
          05 RightsStartDate   pic 9(8).
          05 RightsEndDate     pic 9(8).
          05 RightsTerritory   pic x(20).
          05 RightsLicensor    pic x(50).
          05 RightsWindowState pic x.
             88 RightsWindowActive value 'A'.
             88 RightsWindowEnded  value 'E'.
          05 RightsChangedDate pic 9(8).
          05 filler            pic x(20).

       sd ExpirySort.
       01 ExpirySortRec.
          05 SortStudio    pic x(50).
          05 SortEndDate   pic 9(8).
          05 SortTitle     pic x(60).
          05 SortMovieID   pic 9(5).
          05 SortWindowNo  pic 9(3).
          05 SortStartDate pic 9(8).
          05 SortTerritory pic x(20).
          05 SortLicensor  pic x(50).
          05 SortDaysLeft  pic 9(4).

       fd RunControlFile.
       01 RunControlRecord.
          05 LockFlag     pic x.
          05 LockProgram  pic x(12).
          05 LockDate     pic 9(8).
          05 LockTime     pic 9(6).

       fd RunHistoryFile.
       01 RunHistoryRecord.
          05 HistDate     pic 9(8).
          05 HistTime     pic 9(6).
          05 HistProgram  pic x(12).
          05 HistEvent    pic x(5).
          05 HistMode     pic x.
          05 HistTotals   pic x(60).

       working-storage section.
       01 FileStatus         pic x(2).
          88 FileOK          value '00'.
          88 EndOfFile       value '10'.
          88 RecordNotFound  value '23'.

       01 RightsFileStatus   pic x(2).
          88 RightsFileOK        value '00'.
          88 RightsEndOfFile     value '10'.

       01 ExpirySortSwitch   pic x.
          88 ExpirySortEOF   value 'Y'.

       01 Parameter          pic x(10).
       01 DaysAhead          pic 9(4) value 0.
       01 DigitWork          pic 9.
       01 Idx                pic 9(2).

       01 TodayDate          pic 9(8).
       01 TodayDayNumber     pic 9(7).
       01 EndDayNumber       pic 9(7).
       01 DaysLeftWork       pic s9(7).

      *Date to day-number conversion: a yyyymmdd date becomes a
      *running count of days, so two dates a month or a year apart
      *subtract to the days between them without an intrinsic
      *FUNCTION call. Each division goes to its own whole-number
      *field because the formula depends on every quotient being
      *truncated.
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

       01 WindowsRead        pic 9(7) value 0.
       01 ExpiringCount      pic 9(5) value 0.
       01 UnrenewedCount     pic 9(5) value 0.

       01 CurrentStudio      pic x(50).
       01 StudioBreakSwitch  pic x value 'N'.
          88 StudioGroupOpen value 'Y'.
          88 NoStudioGroup   value 'N'.
       01 StudioExpiringCount  pic 9(5).
       01 StudioUnrenewedCount pic 9(5).

       01 RenewalFoundSwitch pic x.
          88 RenewalFound    value 'Y'.
          88 RenewalNotFound value 'N'.
       01 RenewalEndDate     pic 9(8).
       01 RenewalStartDayNumber pic 9(7).
       01 RenewalNote        pic x(30).
       01 RenewalEndDisplay  pic x(8).

       01 RunControlStatus   pic x(2).
          88 RunControlOK        value '00'.
          88 RunControlEndOfFile value '10'.
       01 RunHistoryStatus   pic x(2).

       01 HistEventWork      pic x(5).
       01 HistTotalsWork     pic x(60).
       01 TimeWork           pic 9(8).

       procedure division.
           perform CheckRunControl
           perform GetParameters
           move "START" to HistEventWork
           move spaces to HistTotalsWork
           perform WriteRunHistory

           accept TodayDate from date yyyymmdd
           move TodayDate to DateToConvert
           perform ConvertDateToDayNumber
           move DayNumber to TodayDayNumber

           display "===== Rights windows expiring in the next "
                   DaysAhead " days ====="
           display "  (as of " TodayDate ")"
           display " "

           open input MovieFile
           open input RightsFile
           if not RightsFileOK
               display "MovieRights.idx not available (status "
                       RightsFileStatus ") - no windows to report"
           else
               sort ExpirySort
                 on ascending key SortStudio SortEndDate SortTitle
                 input procedure is LoadExpirySort
                 output procedure is PrintExpiryReport
           end-if
           close MovieFile
           close RightsFile

           display " "
           display "===== Rights expiry totals ====="
           display "Windows on file:        " WindowsRead
           display "Expiring in the period: " ExpiringCount
           display "  with no renewal:      " UnrenewedCount
           display "================================"

           move "END" to HistEventWork
           move spaces to HistTotalsWork
           string "WINDOWS=" delimited by size
                  WindowsRead delimited by size
                  " EXPIRING=" delimited by size
                  ExpiringCount delimited by size
                  " UNRENEWED=" delimited by size
                  UnrenewedCount delimited by size
             into HistTotalsWork
           end-string
           perform WriteRunHistory
           stop run.

      *----------------------------------------------------------------
      * A report off a half-loaded catalog lists windows under the
      * wrong studio or none: while RunControl.dat says a load (or a
      * restore) has the catalog in-use, say so and stop.
      *----------------------------------------------------------------
       CheckRunControl.
           open input RunControlFile
           if RunControlOK
               read RunControlFile
               if not RunControlEndOfFile and LockFlag = 'L'
                   display "Movies.idx is in use by " LockProgram
                           " (since " LockDate " " LockTime ")"
                   display "Try again after the load completes, or "
                           "resume/restore it if it abended"
                   close RunControlFile
                   stop run
               end-if
           end-if
           close RunControlFile.

       WriteRunHistory.
           open extend RunHistoryFile
           move spaces to RunHistoryRecord
           accept HistDate from date yyyymmdd
           accept TimeWork from time
           move TimeWork(1:6) to HistTime
           move "RightsExpiry" to HistProgram
           move HistEventWork to HistEvent
           move space to HistMode
           move HistTotalsWork to HistTotals
           write RunHistoryRecord
           close RunHistoryFile.

      *----------------------------------------------------------------
      * The day count arrives as keyed digits ("60"), converted a
      * digit at a time the way SearchMovies takes its row cap.
      *----------------------------------------------------------------
       GetParameters.
           move spaces to Parameter
           accept Parameter from command-line
           move 0 to DaysAhead
           perform varying Idx from 1 by 1 until Idx > 4
               if Parameter(Idx:1) >= '0' and Parameter(Idx:1) <= '9'
                   move Parameter(Idx:1) to DigitWork
                   compute DaysAhead = DaysAhead * 10 + DigitWork
               end-if
           end-perform
           if DaysAhead = 0
               move 30 to DaysAhead
           end-if.

      *----------------------------------------------------------------
      * Every active window ending between today and the last day of
      * the period goes to the sort with its title and studio read
      * back from the catalog. A window already ended early through
      * RightsMaint was cut short on purpose and is not reported as
      * a lapse; an open-ended window never expires.
      *----------------------------------------------------------------
       LoadExpirySort.
           read RightsFile next record
           perform until RightsEndOfFile
               add 1 to WindowsRead
               if RightsWindowActive
                and RightsEndDate >= TodayDate
                and RightsEndDate not = 99999999
                   move RightsEndDate to DateToConvert
                   perform ConvertDateToDayNumber
                   compute DaysLeftWork = DayNumber - TodayDayNumber
                   if DaysLeftWork <= DaysAhead
                       perform ReleaseExpiringWindow
                   end-if
               end-if
               read RightsFile next record
           end-perform.

       ReleaseExpiringWindow.
           move spaces to ExpirySortRec
           move RightsMovieID to MovieID
           read MovieFile
             invalid key
               move "(title not on the catalog)" to SortStudio
               move spaces to SortTitle
             not invalid key
               move Studio to SortStudio
               move Title(1:60) to SortTitle
           end-read
           move RightsEndDate to SortEndDate
           move RightsMovieID to SortMovieID
           move RightsWindowNo to SortWindowNo
           move RightsStartDate to SortStartDate
           move RightsTerritory to SortTerritory
           move RightsLicensor to SortLicensor
           move DaysLeftWork to SortDaysLeft
           release ExpirySortRec.

       PrintExpiryReport.
           set NoStudioGroup to true
           perform ReturnNextExpiryRec
           perform until ExpirySortEOF
               if NoStudioGroup or SortStudio not = CurrentStudio
                   if StudioGroupOpen
                       perform PrintStudioBreakLine
                   end-if
                   move SortStudio to CurrentStudio
                   set StudioGroupOpen to true
                   move 0 to StudioExpiringCount
                   move 0 to StudioUnrenewedCount
                   display "Studio: " CurrentStudio
               end-if
               perform PrintExpiringWindow
               perform ReturnNextExpiryRec
           end-perform
           if StudioGroupOpen
               perform PrintStudioBreakLine
           else
               display "No windows expire in the period"
           end-if.

       ReturnNextExpiryRec.
           return ExpirySort
             at end set ExpirySortEOF to true
           end-return.

       PrintExpiringWindow.
           add 1 to ExpiringCount
           add 1 to StudioExpiringCount
           perform FindRenewalWindow
           if RenewalFound
               if RenewalEndDate = 99999999
                   move "(open)" to RenewalEndDisplay
               else
                   move RenewalEndDate to RenewalEndDisplay
               end-if
               move spaces to RenewalNote
               string "renewed to " delimited by size
                      RenewalEndDisplay delimited by size
                 into RenewalNote
               end-string
           else
               add 1 to UnrenewedCount
               add 1 to StudioUnrenewedCount
               move "NOT RENEWED" to RenewalNote
           end-if
           display "  " SortEndDate " (" SortDaysLeft " days) "
                   SortMovieID "/" SortWindowNo " " SortTitle(1:40)
           display "       " SortTerritory " " SortLicensor(1:30)
                   " " RenewalNote.

       PrintStudioBreakLine.
           display "  -- " StudioExpiringCount " expiring, "
                   StudioUnrenewedCount " with no renewal"
           display " ".

      *----------------------------------------------------------------
      * A window is covered if the title holds another active window
      * for the same territory that runs past this one's end and
      * starts no later than the day after it - the licence carries
      * on without a gap. The latest such end date is reported.
      *----------------------------------------------------------------
       FindRenewalWindow.
           set RenewalNotFound to true
           move 0 to RenewalEndDate
           move SortEndDate to DateToConvert
           perform ConvertDateToDayNumber
           move DayNumber to EndDayNumber
           move SortMovieID to RightsMovieID
           move 0 to RightsWindowNo
           start RightsFile key is not less than RightsKey
             invalid key set RightsEndOfFile to true
             not invalid key read RightsFile next record
           end-start
           perform until RightsEndOfFile
                      or RightsMovieID not = SortMovieID
               if RightsWindowNo not = SortWindowNo
                and RightsWindowActive
                and RightsTerritory = SortTerritory
                and RightsEndDate > SortEndDate
                   move RightsStartDate to DateToConvert
                   perform ConvertDateToDayNumber
                   move DayNumber to RenewalStartDayNumber
                   if RenewalStartDayNumber <= EndDayNumber + 1
                    and RightsEndDate > RenewalEndDate
                       set RenewalFound to true
                       move RightsEndDate to RenewalEndDate
                   end-if
               end-if
               read RightsFile next record
           end-perform.

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
