      *"Title" is reserved in some dialects; release it so the
      *record layouts can keep using it as a data name.
       >>cobol-words undefine "title"
       identification division.
       program-id. FeedRecon.
       author. Bob Stevenson.
      *Acknowledgement reconciliation for MovieFeed.dat transmissions.
      *MovieExtract logs every feed it completes to FeedRegister.idx
      *(extract date/time, mode, from-date, record count, MovieID
      *hash total); the licensing system answers each feed it loads
      *with an acknowledgement carrying its own count and hash total
      *and the MovieIDs it rejected. This program matches each
      *acknowledgement to the register entry for the feed it answers,
      *reports any count or hash total that disagrees with what was
      *sent and every rejected MovieID (with its title), records the
      *outcome on the register, and then lists every feed sent more
      *than a set number of days ago that has never been
      *acknowledged - so a feed the other side silently dropped is
      *chased the week it happened, not when someone asks why a
      *title never reached them. Appends its start/end (with the
      *mismatch and unacknowledged counts, for NightRun to stop on)
      *to RunHistory.dat like the other nightly jobs.
      *
      *Command line: [ackfile][,days]
      *  ackfile  the acknowledgement file to reconcile; ./MovieFeed.ack
      *           when left off. A missing file just means there is
      *           nothing to match this run - the overdue listing
      *           still runs.
      *  days     how long a feed may go unacknowledged before it is
      *           listed, as keyed digits; 3 when left off
      *
      *Acknowledgement file, pipe delimited, one or more feeds:
      *  A|yyyymmdd|hhmmss|count|hashtotal  the feed answered, by the
      *                                     date/time on its header,
      *                                     with the count and hash
      *                                     total the other side loaded
      *  R|MovieID|reason                   a title that feed's loader
      *                                     rejected; belongs to the
      *                                     A record before it

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

           select optional FeedRegisterFile
               assign to "./FeedRegister.idx"
               organization is indexed
               access mode is dynamic
               record key is RegKey
               file status is FeedRegisterStatus.

           select optional AckFile assign to AckPath
               organization is sequential
               file status is AckFileStatus.

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

       fd FeedRegisterFile.
       01 FeedRegisterRecord.
          05 RegKey.
             10 RegExtractDate pic 9(8).
             10 RegExtractTime pic 9(6).
          05 RegMode          pic x.
          05 RegFromDate      pic 9(8).
          05 RegCount         pic 9(7).
          05 RegHash          pic 9(10).
          05 RegAckState      pic x.
             88 RegNotAcknowledged value space.
             88 RegAckClean        value 'A'.
             88 RegAckMismatch     value 'M'.
          05 RegAckDate       pic 9(8).
          05 RegAckCount      pic 9(7).
          05 RegAckHash       pic 9(10).
          05 RegRejectCount   pic 9(5).
          05 filler           pic x(20).

       fd AckFile.
       01 AckRecord          pic x(200).

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

       01 FeedRegisterStatus pic x(2).
          88 FeedRegisterOK        value '00'.
          88 FeedRegisterEndOfFile value '10'.
       01 AckFileStatus      pic x(2).
          88 AckFileOK       value '00'.
          88 AckEndOfFile    value '10'.

       01 Parameter-Variables.
          05 Parameter       pic x(80).
          05 AckPath         pic x(60).
          05 DaysText        pic x(5).

       01 OverdueDays        pic 9(4) value 0.
       01 DigitWork          pic 9.
       01 Idx                pic 9(2).

      *One acknowledgement line split into its fields; the numbers
      *arrive as whatever digits the other side sent, so each is
      *converted a digit at a time rather than trusted to be zero
      *filled.
       01 AckType            pic x.
       01 AckField2          pic x(20).
       01 AckField3          pic x(20).
       01 AckField4          pic x(20).
       01 AckField5          pic x(80).
       01 NumberText         pic x(20).
       01 NumberWork         pic 9(12).
       01 AckLineNumber      pic 9(7) value 0.

       01 AckCountWork       pic 9(7).
       01 AckHashWork        pic 9(10).
       01 RejectMovieID      pic 9(5).

       01 CurrentFeedSwitch  pic x value 'N'.
          88 CurrentFeedMatched   value 'Y'.
          88 NoCurrentFeed        value 'N'.

       01 AcksRead           pic 9(5) value 0.
       01 AcksMatched        pic 9(5) value 0.
       01 AcksUnmatched      pic 9(5) value 0.
       01 MismatchCount      pic 9(5) value 0.
       01 RejectCount        pic 9(5) value 0.
       01 OrphanRejectCount  pic 9(5) value 0.
       01 RegisterEntries    pic 9(7) value 0.
       01 UnackedCount       pic 9(5) value 0.
       01 OverdueCount       pic 9(5) value 0.

       01 TodayDate          pic 9(8).
       01 TodayDayNumber     pic 9(7).
       01 FeedAgeDays        pic s9(7).

      *Date to day-number conversion: a yyyymmdd date becomes a
      *running count of days, so two dates subtract to the days
      *between them without an intrinsic FUNCTION call. Each division
      *goes to its own whole-number field because the formula depends
      *on every quotient being truncated.
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

           display "===== Feed acknowledgement reconciliation ====="
           display " "

           open input MovieFile
           open i-o FeedRegisterFile
           if not FeedRegisterOK
               display "FeedRegister.idx not available (status "
                       FeedRegisterStatus ") - no feeds to reconcile"
               close MovieFile
               move "END" to HistEventWork
               move "REG=NONE" to HistTotalsWork
               perform WriteRunHistory
               stop run
           end-if

           perform ReconcileAckFile
           perform ListUnacknowledgedFeeds

           close MovieFile
           close FeedRegisterFile

           perform DisplayReconTotals

           move "END" to HistEventWork
           move spaces to HistTotalsWork
           string "ACKS=" delimited by size
                  AcksRead delimited by size
                  " MISMATCH=" delimited by size
                  MismatchCount delimited by size
                  " REJ=" delimited by size
                  RejectCount delimited by size
                  " UNACKED=" delimited by size
                  OverdueCount delimited by size
             into HistTotalsWork
           end-string
           perform WriteRunHistory
           stop run.

      *----------------------------------------------------------------
      * The rejected MovieIDs are read back from the catalog for their
      * titles: while RunControl.dat says a load (or a restore) has it
      * in-use, say so and stop.
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
           move "FeedRecon" to HistProgram
           move HistEventWork to HistEvent
           move space to HistMode
           move HistTotalsWork to HistTotals
           write RunHistoryRecord
           close RunHistoryFile.

      *----------------------------------------------------------------
      * The receiving fields are cleared first because an unstring
      * stores nothing into receivers beyond the fields present, and
      * a parameter left off has to read as spaces for its default to
      * take.
      *----------------------------------------------------------------
       GetParameters.
           move spaces to Parameter-Variables
           accept Parameter from command-line
           unstring Parameter
             delimited by ', ' or ','
             into AckPath DaysText
           end-unstring
           if AckPath = spaces
               move "./MovieFeed.ack" to AckPath
           end-if
           move 0 to OverdueDays
           perform varying Idx from 1 by 1 until Idx > 4
               if DaysText(Idx:1) >= '0' and DaysText(Idx:1) <= '9'
                   move DaysText(Idx:1) to DigitWork
                   compute OverdueDays = OverdueDays * 10 + DigitWork
               end-if
           end-perform
           if OverdueDays = 0
               move 3 to OverdueDays
           end-if.

      *----------------------------------------------------------------
      * Each A record names a feed by its header date/time and is
      * matched to that register entry; the R records after it are
      * that feed's rejects. The register entry is rewritten once the
      * feed's last reject has been counted - at the next A record or
      * at the end of the file.
      *----------------------------------------------------------------
       ReconcileAckFile.
           open input AckFile
           if not AckFileOK
               display "No acknowledgement file " AckPath(1:40)
                       " - nothing to match this run"
           else
               display "Acknowledgements in " AckPath(1:40) ":"
               read AckFile
               perform ProcessOneAckLine until AckEndOfFile
               perform FinishCurrentFeed
           end-if
           close AckFile
           display " ".

       ProcessOneAckLine.
           add 1 to AckLineNumber
           move spaces to AckType
           move spaces to AckField2
           move spaces to AckField3
           move spaces to AckField4
           move spaces to AckField5
           unstring AckRecord
             delimited by "|"
             into AckType AckField2 AckField3 AckField4 AckField5
           end-unstring
           evaluate AckType
               when 'A'
                   perform FinishCurrentFeed
                   perform MatchAckToRegister
               when 'R'
                   perform NoteRejectedTitle
               when other
                   if AckRecord not = spaces
                       display "  Line " AckLineNumber
                               " not an A or R record - ignored"
                   end-if
           end-evaluate
           read AckFile.

       MatchAckToRegister.
           add 1 to AcksRead
           move AckField2 to NumberText
           perform ConvertNumberText
           move NumberWork to RegExtractDate
           move AckField3 to NumberText
           perform ConvertNumberText
           move NumberWork to RegExtractTime
           move AckField4 to NumberText
           perform ConvertNumberText
           move NumberWork to AckCountWork
           move AckField5 to NumberText
           perform ConvertNumberText
           move NumberWork to AckHashWork
           read FeedRegisterFile
             invalid key
               set NoCurrentFeed to true
               add 1 to AcksUnmatched
               display "  Feed " RegExtractDate " " RegExtractTime
                       " NOT IN REGISTER - acknowledgement for a "
                       "feed this system never sent"
             not invalid key
               set CurrentFeedMatched to true
               perform CompareAckToFeed
           end-read.

      *----------------------------------------------------------------
      * The count and hash total the other side loaded must both
      * equal what the trailer said was sent; either one off means
      * the transmission was truncated or altered on the way.
      *----------------------------------------------------------------
       CompareAckToFeed.
           add 1 to AcksMatched
           if not RegNotAcknowledged
               display "  Feed " RegExtractDate " " RegExtractTime
                       " acknowledged again (previously on "
                       RegAckDate ")"
           end-if
           move TodayDate to RegAckDate
           move AckCountWork to RegAckCount
           move AckHashWork to RegAckHash
           move 0 to RegRejectCount
           if AckCountWork = RegCount and AckHashWork = RegHash
               set RegAckClean to true
               display "  Feed " RegExtractDate " " RegExtractTime
                       " mode " RegMode " matched: count " RegCount
                       " hash " RegHash
           else
               set RegAckMismatch to true
               add 1 to MismatchCount
               display "  Feed " RegExtractDate " " RegExtractTime
                       " mode " RegMode " MISMATCH"
               display "      sent count " RegCount
                       " hash " RegHash
               display "      they loaded " AckCountWork
                       " hash " AckHashWork
           end-if.

       NoteRejectedTitle.
           move spaces to AckField5
           unstring AckRecord
             delimited by "|"
             into AckType AckField2 AckField5
           end-unstring
           move AckField2 to NumberText
           perform ConvertNumberText
           move NumberWork to RejectMovieID
           if NoCurrentFeed
               add 1 to OrphanRejectCount
               display "  Line " AckLineNumber " reject of Movie ID "
                       RejectMovieID " with no matched feed before it"
           else
               add 1 to RejectCount
               add 1 to RegRejectCount
               move RejectMovieID to MovieID
               read MovieFile
                 invalid key
                   move "(not on the catalog)" to Title
               end-read
               display "      REJECTED " RejectMovieID " "
                       Title(1:40)
               display "        " AckField5(1:70)
           end-if.

       FinishCurrentFeed.
           if CurrentFeedMatched
               rewrite FeedRegisterRecord
                 invalid key
                   display "  Register entry for " RegExtractDate " "
                           RegExtractTime " not updated (status "
                           FeedRegisterStatus ")"
               end-rewrite
               if RegRejectCount > 0
                   display "      " RegRejectCount
                           " title(s) rejected on this feed"
               end-if
           end-if
           set NoCurrentFeed to true.

      *----------------------------------------------------------------
      * Every feed still without an acknowledgement is counted; one
      * sent more than the allowed number of days ago is listed as
      * overdue, oldest first since the register is keyed by the
      * extract date/time.
      *----------------------------------------------------------------
       ListUnacknowledgedFeeds.
           display "Feeds sent more than " OverdueDays
                   " days ago and never acknowledged:"
           move low-values to RegKey
           start FeedRegisterFile key is not less than RegKey
             invalid key set FeedRegisterEndOfFile to true
             not invalid key read FeedRegisterFile next record
           end-start
           perform until FeedRegisterEndOfFile
               add 1 to RegisterEntries
               if RegNotAcknowledged
                   add 1 to UnackedCount
                   perform CheckFeedOverdue
               end-if
               read FeedRegisterFile next record
           end-perform
           if OverdueCount = 0
               display "  (none)"
           end-if.

       CheckFeedOverdue.
           move RegExtractDate to DateToConvert
           perform ConvertDateToDayNumber
           compute FeedAgeDays = TodayDayNumber - DayNumber
           if FeedAgeDays > OverdueDays
               add 1 to OverdueCount
               display "  " RegExtractDate " " RegExtractTime
                       " mode " RegMode " from " RegFromDate
                       " count " RegCount " - " FeedAgeDays " days"
           end-if.

       DisplayReconTotals.
           display " "
           display "===== Reconciliation totals ====="
           display "Acknowledgements read:       " AcksRead
           display "  matched to a sent feed:    " AcksMatched
           display "  not in the register:       " AcksUnmatched
           display "Count/hash mismatches:       " MismatchCount
           display "Titles rejected:             " RejectCount
           if OrphanRejectCount > 0
               display "Rejects with no feed:        "
                       OrphanRejectCount
           end-if
           display "Feeds in the register:       " RegisterEntries
           display "  not yet acknowledged:      " UnackedCount
           display "  overdue:                   " OverdueCount
           display "=================================".

      *----------------------------------------------------------------
      * Keyed digits to a number a digit at a time, the way
      * SearchMovies takes its row cap; anything that is not a digit
      * is skipped.
      *----------------------------------------------------------------
       ConvertNumberText.
           move 0 to NumberWork
           perform varying Idx from 1 by 1 until Idx > 20
               if NumberText(Idx:1) >= '0' and NumberText(Idx:1) <= '9'
                   move NumberText(Idx:1) to DigitWork
                   compute NumberWork = NumberWork * 10 + DigitWork
               end-if
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
