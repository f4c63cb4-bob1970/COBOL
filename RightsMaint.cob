      *"Title" is reserved in some dialects; release it so the
      *record layouts can keep using it as a data name.
       >>cobol-words undefine "title"
       identification division.
       program-id. RightsMaint.
       author. Bob Stevenson.
      *Maintenance for MovieRights.idx, the licensing rights windows
      *held against each catalog title: when a title may be exploited
      *(start and end date), where (territory) and under whose licence
      *(licensor). A title can carry any number of windows - a
      *renewal, a second territory, a new licensor after a studio
      *sale - each one numbered within its MovieID, so the file is
      *keyed MovieID + window number and one START finds all of a
      *title's windows in order. MovieExtract leaves titles with no
      *current window out of a full feed, SearchMovies can restrict a
      *Combined search to titles licensed on a date, and RightsExpiry
      *reports the windows about to lapse, so a lapsed licence no
      *longer first comes to light when the licensing system
      *complains about it.
      *
      *Command line: action,MovieID[,...]
      *  A,nnnnn,start,end,territory,licensor
      *               add a window; the next free window number for
      *               the title is assigned. Dates are yyyymmdd; a
      *               blank end date is an open-ended window.
      *  C,nnnnn,www,start,end,territory,licensor
      *               change window www; a field left blank keeps its
      *               current value
      *  E,nnnnn,www[,yyyymmdd]
      *               end window www early, on the date given or
      *               today; the window is kept on file, marked ended,
      *               so its history is not lost
      *  L,nnnnn      list the title's windows
      *MovieIDs are 5 digits and window numbers 3, zero filled, as
      *MovieMaint takes a MovieID.

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

           select optional RunControlFile
               assign to "./RunControl.dat"
               organization is sequential
               file status is RunControlStatus.

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

       fd RunControlFile.
       01 RunControlRecord.
          05 LockFlag     pic x.
          05 LockProgram  pic x(12).
          05 LockDate     pic 9(8).
          05 LockTime     pic 9(6).

       working-storage section.
       01 FileStatus         pic x(2).
          88 FileOK          value '00'.
          88 EndOfFile       value '10'.
          88 RecordNotFound  value '23'.

      *'05' is the open of an optional file not yet created - the
      *first window added creates MovieRights.idx.
       01 RightsFileStatus   pic x(2).
          88 RightsFileOK        value '00' '05'.
          88 RightsEndOfFile     value '10'.

       01 Parameter-Variables.
          05 Parameter       pic x(160).
          05 RightsAction    pic x.
             88 AddRequest    value 'A'.
             88 ChangeRequest value 'C'.
             88 EndRequest    value 'E'.
             88 ListRequest   value 'L'.
          05 MovieIDText     pic x(10).
          05 ParmField3      pic x(50).
          05 ParmField4      pic x(50).
          05 ParmField5      pic x(50).
          05 ParmField6      pic x(50).
          05 ParmField7      pic x(50).

      *The window fields as keyed, sorted out of the positional
      *parameters once the action says which position holds what.
       01 WindowNoText       pic x(10).
       01 StartDateText      pic x(10).
       01 EndDateText        pic x(10).
       01 TerritoryText      pic x(20).
       01 LicensorText       pic x(50).

       01 RequestedMovieID   pic 9(5).
       01 RequestedWindowNo  pic 9(3).
       01 NewStartDate       pic 9(8).
       01 NewEndDate         pic 9(8).
       01 TodayDate          pic 9(8).
       01 HighWindowNo       pic 9(3).
       01 WindowsListed      pic 9(3) value 0.

       01 DateToCheck        pic x(10).
       01 DateMonth          pic 9(2).
       01 DateDay            pic 9(2).
       01 DateValidSwitch    pic x.
          88 DateValid       value 'Y'.
          88 DateInvalid     value 'N'.

       01 RequestValidSwitch pic x.
          88 RequestValid    value 'Y'.
          88 RequestInvalid  value 'N'.

       01 EndDateDisplay     pic x(8).

      *The new window, held while the title's existing windows are
      *walked for the next free number and for overlaps - the walk
      *replaces the RightsFile buffer.
       01 NewWindow.
          05 NewWindowTerritory pic x(20).
          05 NewWindowLicensor  pic x(50).

       01 RunControlStatus   pic x(2).
          88 RunControlOK        value '00'.
          88 RunControlEndOfFile value '10'.

       procedure division.
           perform GetParameters
           perform CheckRunControl
           accept TodayDate from date yyyymmdd
           open input MovieFile
           open i-o RightsFile
           if not RightsFileOK
               display "MovieRights.idx not available (status "
                       RightsFileStatus ")"
               close MovieFile
               stop run
           end-if
           evaluate true
               when AddRequest    perform AddRightsWindow
               when ChangeRequest perform ChangeRightsWindow
               when EndRequest    perform EndRightsWindow
               when ListRequest   perform ListRightsWindows
               when other
                   display "Unknown action '" RightsAction
                           "' - use A, C, E or L"
           end-evaluate
           close MovieFile
           close RightsFile
           stop run.

      *----------------------------------------------------------------
      * The receiving fields are cleared first because an unstring
      * stores nothing into receivers beyond the fields present, and
      * a field left off has to read as spaces. The add takes no
      * window number, so its fields sit one position earlier than a
      * change's.
      *----------------------------------------------------------------
       GetParameters.
           move spaces to Parameter-Variables
           accept Parameter from command-line
           unstring Parameter
             delimited by ', ' or ','
             into RightsAction MovieIDText ParmField3 ParmField4
                  ParmField5 ParmField6 ParmField7
           end-unstring
           move spaces to WindowNoText
           move spaces to StartDateText
           move spaces to EndDateText
           move spaces to TerritoryText
           move spaces to LicensorText
           if AddRequest
               move ParmField3 to StartDateText
               move ParmField4 to EndDateText
               move ParmField5 to TerritoryText
               move ParmField6 to LicensorText
           else
               move ParmField3 to WindowNoText
               move ParmField4 to StartDateText
               move ParmField5 to EndDateText
               move ParmField6 to TerritoryText
               move ParmField7 to LicensorText
           end-if
           if MovieIDText(1:5) numeric
               move MovieIDText(1:5) to RequestedMovieID
           else
               display "Give the MovieID as 5 digits, zero filled"
               stop run
           end-if
           if not AddRequest and not ListRequest
               if WindowNoText(1:3) numeric
                   move WindowNoText(1:3) to RequestedWindowNo
               else
                   display "Give the window number as 3 digits, "
                           "zero filled (L,nnnnn lists them)"
                   stop run
               end-if
           end-if.

      *----------------------------------------------------------------
      * Adding a window validates the MovieID against the catalog:
      * while RunControl.dat says a load (or a restore) has it
      * in-use, say so and stop, the same check the other
      * maintenance programs make.
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

      *----------------------------------------------------------------
      * A window needs a start date, a territory and a licensor; the
      * end date may be left open. The title must be on the catalog -
      * a window against a MovieID that does not exist would keep a
      * deleted title looking licensed.
      *----------------------------------------------------------------
       AddRightsWindow.
           set RequestValid to true
           move RequestedMovieID to MovieID
           read MovieFile
             invalid key
               set RequestInvalid to true
               display "Movie ID " RequestedMovieID
                       " is not on the catalog"
           end-read
           if RequestValid
               move StartDateText to DateToCheck
               perform ValidateDateText
               if DateValid and StartDateText not = spaces
                   move StartDateText(1:8) to NewStartDate
               else
                   set RequestInvalid to true
                   display "Give the window start date as yyyymmdd"
               end-if
           end-if
           if RequestValid
               if EndDateText = spaces
                   move 99999999 to NewEndDate
               else
                   move EndDateText to DateToCheck
                   perform ValidateDateText
                   if DateValid
                       move EndDateText(1:8) to NewEndDate
                   else
                       set RequestInvalid to true
                       display "Give the window end date as yyyymmdd, "
                               "or leave it blank for an open window"
                   end-if
               end-if
           end-if
           if RequestValid and NewEndDate < NewStartDate
               set RequestInvalid to true
               display "The window ends before it starts"
           end-if
           if RequestValid
            and (TerritoryText = spaces or LicensorText = spaces)
               set RequestInvalid to true
               display "Give both a territory and a licensor"
           end-if
           if RequestValid
               move TerritoryText to NewWindowTerritory
               move LicensorText to NewWindowLicensor
               perform FindHighWindowNo
               if HighWindowNo = 999
                   display "Movie ID " RequestedMovieID
                           " already has 999 windows on file"
               else
                   perform WriteNewWindow
               end-if
           end-if.

      *----------------------------------------------------------------
      * Walks the title's existing windows for the highest number in
      * use, and warns (without refusing - a renewal is often keyed
      * before the old window is ended) about any active window for
      * the same territory whose dates overlap the new one.
      *----------------------------------------------------------------
       FindHighWindowNo.
           move 0 to HighWindowNo
           move RequestedMovieID to RightsMovieID
           move 0 to RightsWindowNo
           start RightsFile key is not less than RightsKey
             invalid key set RightsEndOfFile to true
             not invalid key read RightsFile next record
           end-start
           perform until RightsEndOfFile
                      or RightsMovieID not = RequestedMovieID
               move RightsWindowNo to HighWindowNo
               if RightsWindowActive
                and RightsTerritory = NewWindowTerritory
                and RightsStartDate <= NewEndDate
                and RightsEndDate >= NewStartDate
                   display "Warning: overlaps window " RightsWindowNo
                           " (" RightsStartDate " to " RightsEndDate
                           ") for the same territory"
               end-if
               read RightsFile next record
           end-perform.

       WriteNewWindow.
           move spaces to RightsRecord
           move RequestedMovieID to RightsMovieID
           compute RightsWindowNo = HighWindowNo + 1
           move NewStartDate to RightsStartDate
           move NewEndDate to RightsEndDate
           move NewWindowTerritory to RightsTerritory
           move NewWindowLicensor to RightsLicensor
           set RightsWindowActive to true
           move TodayDate to RightsChangedDate
           write RightsRecord
             invalid key
               display "Error adding window for Movie ID "
                       RequestedMovieID " (status " RightsFileStatus
                       ")"
             not invalid key
               display "Added window " RightsWindowNo " for "
                       Title(1:60)
               perform DisplayOneWindow
           end-write.

      *----------------------------------------------------------------
      * A change rewrites only the fields given; the dates are still
      * validated as a pair after the merge, so changing just the end
      * date cannot leave a window ending before it starts.
      *----------------------------------------------------------------
       ChangeRightsWindow.
           set RequestValid to true
           perform ReadRequestedWindow
           if RequestValid and StartDateText not = spaces
               move StartDateText to DateToCheck
               perform ValidateDateText
               if DateValid
                   move StartDateText(1:8) to RightsStartDate
               else
                   set RequestInvalid to true
                   display "Give the window start date as yyyymmdd"
               end-if
           end-if
           if RequestValid and EndDateText not = spaces
               move EndDateText to DateToCheck
               perform ValidateDateText
               if DateValid
                   move EndDateText(1:8) to RightsEndDate
               else
                   set RequestInvalid to true
                   display "Give the window end date as yyyymmdd"
               end-if
           end-if
           if RequestValid and RightsEndDate < RightsStartDate
               set RequestInvalid to true
               display "The window would end before it starts"
           end-if
           if RequestValid
               if TerritoryText not = spaces
                   move TerritoryText to RightsTerritory
               end-if
               if LicensorText not = spaces
                   move LicensorText to RightsLicensor
               end-if
               move TodayDate to RightsChangedDate
               rewrite RightsRecord
                 invalid key
                   display "Error changing window " RightsWindowNo
                           " (status " RightsFileStatus ")"
                 not invalid key
                   display "Changed window " RightsWindowNo
                           " for Movie ID " RightsMovieID
                   perform DisplayOneWindow
               end-rewrite
           end-if.

      *----------------------------------------------------------------
      * Ending a window pulls its end date back to the date given (or
      * today) and marks it ended rather than deleting it, so the
      * licensing team can still see what was held and when it was
      * cut short. A window that has already run out needs no ending.
      * The date keyed sits where a change keys its start date.
      *----------------------------------------------------------------
       EndRightsWindow.
           set RequestValid to true
           perform ReadRequestedWindow
           if RequestValid
               if StartDateText = spaces
                   move TodayDate to NewEndDate
               else
                   move StartDateText to DateToCheck
                   perform ValidateDateText
                   if DateValid
                       move StartDateText(1:8) to NewEndDate
                   else
                       set RequestInvalid to true
                       display "Give the end date as yyyymmdd, or "
                               "leave it off to end the window today"
                   end-if
               end-if
           end-if
           if RequestValid and RightsWindowEnded
               set RequestInvalid to true
               display "Window " RightsWindowNo " was already ended "
                       "on " RightsEndDate
           end-if
           if RequestValid and NewEndDate < RightsStartDate
               set RequestInvalid to true
               display "The window starts " RightsStartDate
                       " - it cannot end before that"
           end-if
           if RequestValid and NewEndDate > RightsEndDate
               set RequestInvalid to true
               display "The window already ends " RightsEndDate
                       " - use C to extend it"
           end-if
           if RequestValid
               move NewEndDate to RightsEndDate
               set RightsWindowEnded to true
               move TodayDate to RightsChangedDate
               rewrite RightsRecord
                 invalid key
                   display "Error ending window " RightsWindowNo
                           " (status " RightsFileStatus ")"
                 not invalid key
                   display "Ended window " RightsWindowNo
                           " for Movie ID " RightsMovieID
                   perform DisplayOneWindow
               end-rewrite
           end-if.

       ReadRequestedWindow.
           move RequestedMovieID to RightsMovieID
           move RequestedWindowNo to RightsWindowNo
           read RightsFile
             invalid key
               set RequestInvalid to true
               display "No window " RequestedWindowNo
                       " on file for Movie ID " RequestedMovieID
           end-read.

       ListRightsWindows.
           move RequestedMovieID to MovieID
           read MovieFile
             invalid key
               display "Movie ID " RequestedMovieID
                       " is not on the catalog"
             not invalid key
               display "Rights windows for " Title(1:60)
           end-read
           move RequestedMovieID to RightsMovieID
           move 0 to RightsWindowNo
           start RightsFile key is not less than RightsKey
             invalid key set RightsEndOfFile to true
             not invalid key read RightsFile next record
           end-start
           perform until RightsEndOfFile
                      or RightsMovieID not = RequestedMovieID
               add 1 to WindowsListed
               perform DisplayOneWindow
               read RightsFile next record
           end-perform
           display "Windows on file: " WindowsListed.

       DisplayOneWindow.
           if RightsEndDate = 99999999
               move "(open)" to EndDateDisplay
           else
               move RightsEndDate to EndDateDisplay
           end-if
           display "  " RightsWindowNo ": " RightsStartDate
                   " to " EndDateDisplay
                   " " RightsTerritory
                   " " RightsLicensor(1:30)
           if RightsWindowEnded
               display "       ended early, changed "
                       RightsChangedDate
           end-if.

      *----------------------------------------------------------------
      * A keyed date must be eight digits with a month of 01-12 and a
      * day of 01-31; spaces pass here and are dealt with by the
      * caller, since a blank date means different things to
      * different actions.
      *----------------------------------------------------------------
       ValidateDateText.
           set DateValid to true
           if DateToCheck not = spaces
               if DateToCheck(1:8) not numeric
                or DateToCheck(9:2) not = spaces
                   set DateInvalid to true
               else
                   move DateToCheck(5:2) to DateMonth
                   move DateToCheck(7:2) to DateDay
                   if DateMonth < 1 or DateMonth > 12
                    or DateDay < 1 or DateDay > 31
                       set DateInvalid to true
                   end-if
               end-if
           end-if.
