      *"Title" is reserved in some dialects; release it so the
      *record layouts can keep using it as a data name.
       >>cobol-words undefine "title"
       identification division.
       program-id. MovieScore.
       author. Bob Stevenson.
      *Catalog completeness report: scores every title on Movies.idx
      *against the gaps MovieVerify does not look for - a blank
      *Director or Summary, a ReleaseYear of 0000, no genres, no
      *cast, no ContentRating - each gap costing the weight set for
      *it, and lists the thinnest titles worst first with the gaps
      *named, then totals by Studio. Every listed title is also
      *written to ScoreTxn.dat as a MovieBatch 'C' transaction
      *pre-filled with its current values, so the data team fills in
      *the blanks in one file and the overnight MovieBatch run
      *applies them (copy the worked file over MovieTxn.dat) instead
      *of each title being keyed through MovieMaint. Refuses to run
      *while RunControl.dat says a load (or a restore) has the
      *catalog in-use, and appends its start/end to RunHistory.dat
      *like the other nightly jobs.
      *
      *ScoreWeights.dat layout, pipe delimited, one check per line:
      *  Check|Weight
      *Check is one of DIRECTOR SUMMARY YEAR GENRES ACTORS CRATING,
      *Weight 0-99 as keyed digits (0 stops a check counting). A
      *check left off the file, or no file at all, keeps its
      *standard weight: SUMMARY 25, the other five 15 each.
      *
      *Command line: the completeness percentage a title must reach
      *to be left off the list and the worklist, as keyed digits;
      *100 when left off (every title with any gap is listed).

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

           select ScoreSort assign to "./ScoreSort.tmp"
               organization is sequential.

           select optional WeightFile
               assign to "./ScoreWeights.dat"
               organization is sequential
               file status is WeightFileStatus.

           select WorklistFile assign to "./ScoreTxn.dat"
               organization is sequential
               file status is WorklistFileStatus.

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

       sd ScoreSort.
       01 ScoreSortRec.
          05 SortScore          pic 9(3).
          05 SortStudio         pic x(50).
          05 SortTitle          pic x(60).
          05 SortMovieID        pic 9(5).
          05 SortMissDirector   pic x.
          05 SortMissSummary    pic x.
          05 SortMissYear       pic x.
          05 SortMissGenres     pic x.
          05 SortMissActors     pic x.
          05 SortMissCRating    pic x.

       fd WeightFile.
       01 WeightRecord        pic x(40).

       fd WorklistFile.
       01 WorklistRecord      pic x(1600).

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

       01 WeightFileStatus   pic x(2).
          88 WeightFileOK        value '00'.
          88 WeightFileEndOfFile value '10'.
       01 WorklistFileStatus pic x(2).
          88 WorklistFileOK      value '00'.

       01 ScoreSortSwitch    pic x.
          88 ScoreSortEOF    value 'Y'.

       01 Parameter          pic x(20).
       01 DigitWork          pic 9.
       01 Threshold          pic 9(3).

       01 WeightDirector     pic 9(2) value 15.
       01 WeightSummary      pic 9(2) value 25.
       01 WeightYear         pic 9(2) value 15.
       01 WeightGenres       pic 9(2) value 15.
       01 WeightActors       pic 9(2) value 15.
       01 WeightCRating      pic 9(2) value 15.
       01 TotalWeight        pic 9(3).
       01 WeightCheckName    pic x(10).
       01 WeightText         pic x(5).
       01 WeightValue        pic 9(2).
       01 WeightLinesIgnored pic 9(3) value 0.

       01 Penalty            pic 9(3).
       01 TitleScore         pic 9(3).
       01 MissDirector       pic x.
       01 MissSummary        pic x.
       01 MissYear           pic x.
       01 MissGenres         pic x.
       01 MissActors         pic x.
       01 MissCRating        pic x.
       01 MissingText        pic x(60).
       01 MissingPointer     pic 9(3).

       01 Idx                pic 9(3).
       01 Idx2               pic 9(3).

       01 StudioUsed         pic 9(3) value 0.
       01 StudioFoundIdx     pic 9(3).
       01 StudioOverflowCount pic 9(5) value 0.
       01 StudioTable.
          05 StudioEntry occurs 200 times.
             10 StudioName        pic x(50).
             10 StudioTitles      pic 9(5).
             10 StudioIncomplete  pic 9(5).
             10 StudioScoreTotal  pic 9(8).
       01 SwapStudioEntry.
          05 SwapStudioName       pic x(50).
          05 SwapStudioTitles     pic 9(5).
          05 SwapStudioIncomplete pic 9(5).
          05 SwapStudioScoreTotal pic 9(8).
       01 AverageScore       pic 9(3).

       01 BuildPointer       pic 9(4).
       01 BuildPointer2      pic 9(4).
       01 TrimSource         pic x(1000).
       01 TrimLength         pic 9(4).
       01 ListString         pic x(320).

       01 RecordsRead        pic 9(5) value 0.
       01 CompleteCount      pic 9(5) value 0.
       01 IncompleteCount    pic 9(5) value 0.
       01 TitlesListed       pic 9(5) value 0.
       01 TxnsWritten        pic 9(5) value 0.
       01 CountMissDirector  pic 9(5) value 0.
       01 CountMissSummary   pic 9(5) value 0.
       01 CountMissYear      pic 9(5) value 0.
       01 CountMissGenres    pic 9(5) value 0.
       01 CountMissActors    pic 9(5) value 0.
       01 CountMissCRating   pic 9(5) value 0.

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
           perform LoadScoreWeights
           move "START" to HistEventWork
           move spaces to HistTotalsWork
           perform WriteRunHistory

           display "===== Catalog completeness (titles under "
                   Threshold "%) ====="
           display "  Weights: Director " WeightDirector
                   " Summary " WeightSummary
                   " Year " WeightYear
           display "           Genres " WeightGenres
                   " Actors " WeightActors
                   " ContentRating " WeightCRating
           display " "

           open output WorklistFile
           if not WorklistFileOK
               display "ScoreTxn.dat could not be opened (status "
                       WorklistFileStatus ")"
               stop run
           end-if

           sort ScoreSort
             on ascending key SortScore SortStudio SortTitle
             input procedure is LoadScoreSort
             output procedure is PrintScoreReport

           close WorklistFile

           perform PrintStudioReport

           display " "
           display "===== Completeness totals ====="
           display "Titles scored:          " RecordsRead
           display "  complete:             " CompleteCount
           display "  with gaps:            " IncompleteCount
           display "Titles listed:          " TitlesListed
           display "Transactions written:   " TxnsWritten
           display "Gaps by check:"
           display "  blank Director:       " CountMissDirector
           display "  blank Summary:        " CountMissSummary
           display "  ReleaseYear 0000:     " CountMissYear
           display "  no genres:            " CountMissGenres
           display "  no actors:            " CountMissActors
           display "  blank ContentRating:  " CountMissCRating
           display "==============================="

           move "END" to HistEventWork
           move spaces to HistTotalsWork
           string "READ=" delimited by size
                  RecordsRead delimited by size
                  " LISTED=" delimited by size
                  TitlesListed delimited by size
                  " TXN=" delimited by size
                  TxnsWritten delimited by size
             into HistTotalsWork
           end-string
           perform WriteRunHistory
           stop run.

      *----------------------------------------------------------------
      * Scores off a half-loaded catalog would list titles whose
      * fields simply have not arrived yet: while RunControl.dat says
      * a load (or a restore) has the catalog in-use, say so and stop.
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
           move "MovieScore" to HistProgram
           move HistEventWork to HistEvent
           move space to HistMode
           move HistTotalsWork to HistTotals
           write RunHistoryRecord
           close RunHistoryFile.

      *----------------------------------------------------------------
      * The threshold arrives as keyed digits ("80"), converted a
      * digit at a time the way SearchMovies takes its row cap.
      *----------------------------------------------------------------
       GetParameters.
           move spaces to Parameter
           accept Parameter from command-line
           move 0 to Threshold
           perform varying Idx from 1 by 1 until Idx > 3
               if Parameter(Idx:1) >= '0' and Parameter(Idx:1) <= '9'
                   move Parameter(Idx:1) to DigitWork
                   compute Threshold = Threshold * 10 + DigitWork
               end-if
           end-perform
           if Threshold = 0 or Threshold > 100
               move 100 to Threshold
           end-if.

      *----------------------------------------------------------------
      * Weights the data team has set override the standard ones a
      * check at a time; a line naming no known check is reported and
      * skipped rather than guessed at. All six at zero leaves nothing
      * to score against, which is a broken weights file, not a
      * complete catalog.
      *----------------------------------------------------------------
       LoadScoreWeights.
           open input WeightFile
           if WeightFileOK
               read WeightFile
               perform LoadOneWeight
                 until WeightFileEndOfFile
           end-if
           close WeightFile
           compute TotalWeight = WeightDirector + WeightSummary
                               + WeightYear + WeightGenres
                               + WeightActors + WeightCRating
           if TotalWeight = 0
               display "ScoreWeights.dat sets every weight to zero"
                       " - nothing to score against"
               stop run
           end-if.

       LoadOneWeight.
           if WeightRecord not = spaces
               move spaces to WeightCheckName
               move spaces to WeightText
               unstring WeightRecord
                 delimited by "|"
                 into WeightCheckName WeightText
               end-unstring
               move 0 to WeightValue
               perform varying Idx from 1 by 1 until Idx > 2
                   if WeightText(Idx:1) >= '0'
                    and WeightText(Idx:1) <= '9'
                       move WeightText(Idx:1) to DigitWork
                       compute WeightValue = WeightValue * 10
                                           + DigitWork
                   end-if
               end-perform
               evaluate WeightCheckName
                   when "DIRECTOR" move WeightValue to WeightDirector
                   when "SUMMARY"  move WeightValue to WeightSummary
                   when "YEAR"     move WeightValue to WeightYear
                   when "GENRES"   move WeightValue to WeightGenres
                   when "ACTORS"   move WeightValue to WeightActors
                   when "CRATING"  move WeightValue to WeightCRating
                   when other
                       add 1 to WeightLinesIgnored
                       display "ScoreWeights.dat: unknown check "
                               WeightCheckName " - line ignored"
               end-evaluate
           end-if
           read WeightFile.

      *----------------------------------------------------------------
      * Scores every title on one pass of Movies.idx, tallying the
      * Studio totals on the same pass since the record is already in
      * hand. Only titles under the threshold go to the sort - the
      * rest are counted, not listed.
      *----------------------------------------------------------------
       LoadScoreSort.
           open input MovieFile
           read MovieFile next record
           perform until EndOfFile
               add 1 to RecordsRead
               perform ScoreTitle
               perform AccumulateStudio
               if TitleScore < Threshold
                   move spaces to ScoreSortRec
                   move TitleScore to SortScore
                   move Studio to SortStudio
                   move Title(1:60) to SortTitle
                   move MovieID to SortMovieID
                   move MissDirector to SortMissDirector
                   move MissSummary to SortMissSummary
                   move MissYear to SortMissYear
                   move MissGenres to SortMissGenres
                   move MissActors to SortMissActors
                   move MissCRating to SortMissCRating
                   release ScoreSortRec
               end-if
               read MovieFile next record
           end-perform
           close MovieFile.

      *----------------------------------------------------------------
      * Each gap costs its weight; the score is the share of the total
      * weight the title still earns, as a whole percentage. A gap on
      * a check weighted zero is still counted in the gap totals, it
      * just costs nothing.
      *----------------------------------------------------------------
       ScoreTitle.
           move 0 to Penalty
           move spaces to MissDirector MissSummary MissYear
                          MissGenres MissActors MissCRating
           if Director = spaces
               move 'Y' to MissDirector
               add WeightDirector to Penalty
               add 1 to CountMissDirector
           end-if
           if Summary = spaces
               move 'Y' to MissSummary
               add WeightSummary to Penalty
               add 1 to CountMissSummary
           end-if
           if ReleaseYear = 0
               move 'Y' to MissYear
               add WeightYear to Penalty
               add 1 to CountMissYear
           end-if
           if GenreCount = 0
               move 'Y' to MissGenres
               add WeightGenres to Penalty
               add 1 to CountMissGenres
           end-if
           if ActorCount = 0
               move 'Y' to MissActors
               add WeightActors to Penalty
               add 1 to CountMissActors
           end-if
           if ContentRating = spaces
               move 'Y' to MissCRating
               add WeightCRating to Penalty
               add 1 to CountMissCRating
           end-if
           compute TitleScore =
                   ((TotalWeight - Penalty) * 100) / TotalWeight
           if Penalty = 0
               add 1 to CompleteCount
           else
               add 1 to IncompleteCount
           end-if.

       AccumulateStudio.
           move 0 to StudioFoundIdx
           perform varying Idx2 from 1 by 1 until Idx2 > StudioUsed
               if StudioName(Idx2) = Studio
                   move Idx2 to StudioFoundIdx
               end-if
           end-perform
           if StudioFoundIdx = 0
               if StudioUsed < 200
                   add 1 to StudioUsed
                   move StudioUsed to StudioFoundIdx
                   move Studio to StudioName(StudioFoundIdx)
                   move 0 to StudioTitles(StudioFoundIdx)
                   move 0 to StudioIncomplete(StudioFoundIdx)
                   move 0 to StudioScoreTotal(StudioFoundIdx)
               else
                   add 1 to StudioOverflowCount
               end-if
           end-if
           if StudioFoundIdx > 0
               add 1 to StudioTitles(StudioFoundIdx)
               add TitleScore to StudioScoreTotal(StudioFoundIdx)
               if Penalty > 0
                   add 1 to StudioIncomplete(StudioFoundIdx)
               end-if
           end-if.

      *----------------------------------------------------------------
      * Lists the titles worst first, and for each one reads the full
      * record back by MovieID to write its worklist transaction -
      * the sort record only carries what the report prints.
      *----------------------------------------------------------------
       PrintScoreReport.
           display "Titles ranked by completeness (worst first):"
           display "  MovieID Score Studio               Title"
           open input MovieFile
           perform ReturnNextScoreRec
           perform until ScoreSortEOF
               add 1 to TitlesListed
               perform BuildMissingText
               display "  " SortMovieID "  " SortScore "%  "
                       SortStudio(1:20) " " SortTitle(1:40)
               display "                 missing: "
                       MissingText
               move SortMovieID to MovieID
               read MovieFile
                 invalid key
                   display "                 (no longer on the "
                           "catalog - no transaction written)"
                 not invalid key
                   perform WriteWorklistTxn
               end-read
               perform ReturnNextScoreRec
           end-perform
           close MovieFile
           if TitlesListed = 0
               display "  (no titles under the threshold)"
           end-if
           display " ".

       ReturnNextScoreRec.
           return ScoreSort
             at end set ScoreSortEOF to true
           end-return.

       BuildMissingText.
           move spaces to MissingText
           move 1 to MissingPointer
           if SortMissDirector = 'Y'
               string "Director " delimited by size
                 into MissingText with pointer MissingPointer
               end-string
           end-if
           if SortMissSummary = 'Y'
               string "Summary " delimited by size
                 into MissingText with pointer MissingPointer
               end-string
           end-if
           if SortMissYear = 'Y'
               string "ReleaseYear " delimited by size
                 into MissingText with pointer MissingPointer
               end-string
           end-if
           if SortMissGenres = 'Y'
               string "Genres " delimited by size
                 into MissingText with pointer MissingPointer
               end-string
           end-if
           if SortMissActors = 'Y'
               string "Actors " delimited by size
                 into MissingText with pointer MissingPointer
               end-string
           end-if
           if SortMissCRating = 'Y'
               string "ContentRating " delimited by size
                 into MissingText with pointer MissingPointer
               end-string
           end-if.

      *----------------------------------------------------------------
      * One MovieTxn.dat 'C' line for the title in the MovieFile
      * buffer, keyed by MovieID and carrying every current value in
      * MovieBatch's field order, so only the gaps need filling in. An
      * unknown year goes out blank rather than 0000 - MovieBatch
      * loads a blank year as 0000 anyway, and a blank is what the
      * data team looks for.
      *----------------------------------------------------------------
       WriteWorklistTxn.
           move spaces to WorklistRecord
           move 1 to BuildPointer

           string "C|" delimited by size
                  MovieID delimited by size
                  "|" delimited by size
             into WorklistRecord
             with pointer BuildPointer
           end-string

           move Title to TrimSource
           perform AppendTrimmedFieldWithPipe
           move Studio to TrimSource
           perform AppendTrimmedFieldWithPipe
           move Director to TrimSource
           perform AppendTrimmedFieldWithPipe
           move ContentRating to TrimSource
           perform AppendTrimmedFieldWithPipe
           move Rating to TrimSource
           perform AppendTrimmedFieldWithPipe
           move Summary to TrimSource
           perform AppendTrimmedFieldWithPipe

           string GenreCount delimited by size
                  "|" delimited by size
             into WorklistRecord
             with pointer BuildPointer
           end-string

           perform BuildGenreListString
           move ListString to TrimSource
           perform AppendTrimmedFieldWithPipe

           string ActorCount delimited by size
                  "|" delimited by size
             into WorklistRecord
             with pointer BuildPointer
           end-string

           perform BuildActorListString
           move ListString to TrimSource
           perform AppendTrimmedFieldWithPipe

           if ReleaseYear not = 0
               string ReleaseYear delimited by size
                 into WorklistRecord
                 with pointer BuildPointer
               end-string
           end-if

           write WorklistRecord
           add 1 to TxnsWritten.

      *----------------------------------------------------------------
      * The same comma lists MovieBatch counts against GenreCount and
      * ActorCount, with the trailing padding trimmed off each value.
      *----------------------------------------------------------------
       BuildGenreListString.
           move spaces to ListString
           move 1 to BuildPointer2
           perform varying Idx from 1 by 1 until Idx > GenreCount
               if Idx > 1
                   string "," delimited by size
                     into ListString
                     with pointer BuildPointer2
                   end-string
               end-if
               move Genre(Idx) to TrimSource
               perform ComputeTrimLength
               if TrimLength > 0
                   string TrimSource(1:TrimLength) delimited by size
                     into ListString
                     with pointer BuildPointer2
                   end-string
               end-if
           end-perform.

       BuildActorListString.
           move spaces to ListString
           move 1 to BuildPointer2
           perform varying Idx from 1 by 1 until Idx > ActorCount
               if Idx > 1
                   string "," delimited by size
                     into ListString
                     with pointer BuildPointer2
                   end-string
               end-if
               move Actor(Idx) to TrimSource
               perform ComputeTrimLength
               if TrimLength > 0
                   string TrimSource(1:TrimLength) delimited by size
                     into ListString
                     with pointer BuildPointer2
                   end-string
               end-if
           end-perform.

       AppendTrimmedFieldWithPipe.
           perform AppendTrimmedField
           string "|" delimited by size
             into WorklistRecord
             with pointer BuildPointer
           end-string.

       AppendTrimmedField.
           perform ComputeTrimLength
           if TrimLength > 0
               string TrimSource(1:TrimLength) delimited by size
                 into WorklistRecord
                 with pointer BuildPointer
               end-string
           end-if.

       ComputeTrimLength.
           perform varying TrimLength from 1000 by -1
             until TrimLength = 0
                or TrimSource(TrimLength:1) not = space
           end-perform.

      *----------------------------------------------------------------
      * Studios land in the table in catalog order, so a small
      * exchange sort puts them in name order before printing, the
      * way MovieStats orders its decades.
      *----------------------------------------------------------------
       PrintStudioReport.
           display "Completeness by Studio:"
           perform SortStudioTable
           perform varying Idx from 1 by 1 until Idx > StudioUsed
               compute AverageScore rounded =
                       StudioScoreTotal(Idx) / StudioTitles(Idx)
               display "  " StudioName(Idx)
                       " Titles: " StudioTitles(Idx)
                       " With gaps: " StudioIncomplete(Idx)
                       " Avg score: " AverageScore "%"
           end-perform
           if StudioOverflowCount > 0
               display "  (" StudioOverflowCount
                       " titles not totalled - studio table "
                       "capacity reached)"
           end-if.

       SortStudioTable.
           perform varying Idx from 1 by 1 until Idx >= StudioUsed
               perform varying Idx2 from 1 by 1
                 until Idx2 >= StudioUsed
                   if StudioName(Idx2) > StudioName(Idx2 + 1)
                       move StudioEntry(Idx2) to SwapStudioEntry
                       move StudioEntry(Idx2 + 1) to StudioEntry(Idx2)
                       move SwapStudioEntry to StudioEntry(Idx2 + 1)
                   end-if
               end-perform
           end-perform.
