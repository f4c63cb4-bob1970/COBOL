      *"Title" is reserved in some dialects; release it so the
      *record layouts can keep using it as a data name.
       >>cobol-words undefine "title"
       identification division.
       program-id. MovieSimilar.
       author. Bob Stevenson.
      *"What else do we hold that is like this one?" - scores the
      *other titles on the catalog against one title and lists the
      *closest, with the reasons for each, instead of the programming
      *team running a SearchMovies query per genre and per actor and
      *comparing the lists by hand. The candidates come off the
      *cross-references the catalog already keeps: GenreIndex.idx for
      *each of the title's genres, ActorMaster.idx for each of its
      *cast, and a Director cross-reference built from Movies.idx at
      *the start of the run (SimilarDir.tmp). Every title found on
      *any of them scores
      *  10 for each genre it shares
      *  15 for each cast member it shares
      *  30 for the same Director
      *  10 more for a ReleaseYear in the same decade, 5 for the
      *     decade either side (no points when either year is 0000)
      *so the decade only ever adds to a match made on the others -
      *it never makes two titles similar on its own. Ties go to the
      *lower MovieID. A batch mode does the same for every title on
      *the catalog and writes the closest of each to
      *RelatedTitles.dat, which MovieExtract sends with a full feed
      *(F,R); run it ahead of the extract so the two agree. Refuses
      *to run while RunControl.dat says a load (or a restore) has the
      *catalog in-use, and appends its start/end to RunHistory.dat
      *like the other jobs.
      *
      *Command line:
      *  M,nnnnn[,count]   the titles most like MovieID nnnnn (5
      *                    digits, zero filled), with the genres and
      *                    cast shared; count 10 when left off
      *  B[,count]         every title's closest to RelatedTitles.dat;
      *                    count 5 when left off
      *count is keyed digits, at most 20.
      *
      *RelatedTitles.dat layout (fixed, in MovieID order, one record
      *per related title, closest first):
      *  MovieID, rank, related MovieID, score, reasons text.

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

           select optional GenreIndexFile assign to "./GenreIndex.idx"
               organization is indexed
               access mode is dynamic
               record key is IndexKey
               alternate record key is IndexGenre
                   with duplicates
               file status is GenreIndexStatus.

           select optional ActorMasterFile
               assign to "./ActorMaster.idx"
               organization is indexed
               access mode is dynamic
               record key is ActorName
               file status is ActorMasterStatus.

           select DirectorXrefFile assign to "./SimilarDir.tmp"
               organization is indexed
               access mode is dynamic
               record key is DirXrefMovieID
               alternate record key is DirXrefDirector
                   with duplicates
               file status is DirectorXrefStatus.

           select RelatedFile assign to "./RelatedTitles.dat"
               organization is sequential
               file status is RelatedFileStatus.

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

       fd GenreIndexFile.
       01 GenreIndexRecord.
          05 IndexKey.
             10 IndexGenre   pic x(25).
             10 IndexMovieID pic 9(5).

       fd ActorMasterFile.
       01 ActorMasterRecord.
          05 ActorName     pic x(30).
          05 FilmCount     pic 9(3).
          05 FilmMovieID occurs 100 times depending on FilmCount
                           pic 9(5).

       fd DirectorXrefFile.
       01 DirectorXrefRecord.
          05 DirXrefMovieID  pic 9(5).
          05 DirXrefDirector pic x(50).

       fd RelatedFile.
       01 RelatedRecord.
          05 RelMovieID      pic 9(5).
          05 RelRank         pic 9(2).
          05 RelRelatedID    pic 9(5).
          05 RelScore        pic 9(4).
          05 RelReasons      pic x(60).
          05 filler          pic x(4).

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
       01 GenreIndexStatus   pic x(2).
          88 GenreIndexOK        value '00'.
          88 GenreIndexEndOfFile value '10'.
       01 ActorMasterStatus  pic x(2).
       01 DirectorXrefStatus pic x(2).
          88 DirectorXrefOK        value '00'.
          88 DirectorXrefEndOfFile value '10'.
       01 RelatedFileStatus  pic x(2).
          88 RelatedFileOK   value '00'.

       01 Parameter-Variables.
          05 Parameter       pic x(80).
          05 SimilarMode     pic x.
             88 OneTitle     value 'M'.
             88 WholeCatalog value 'B'.
          05 ParmValue1      pic x(10).
          05 ParmValue2      pic x(10).

       01 RequestedMovieID   pic 9(5).
       01 CountText          pic x(10).
       01 TopCount           pic 9(2) value 0.
       01 DigitWork          pic 9.
       01 Idx                pic 9(6).
       01 Idx2               pic 9(3).

       01 GenreCheckSwitch   pic x value 'N'.
          88 GenresChecked   value 'Y'.
       01 CastCheckSwitch    pic x value 'N'.
          88 CastChecked     value 'Y'.

      *The title being matched, kept apart from the record area so
      *the reads that follow cannot disturb it.
       01 TargetMovieID      pic 9(5).
       01 TargetTitle        pic x(100).
       01 TargetDirector     pic x(50).
       01 TargetYear         pic 9(4).
       01 TargetDecade       pic 9(3).
       01 TargetGenreCount   pic 9(2).
       01 TargetGenreTable.
          05 TargetGenre     pic x(25) occurs 10 times.
       01 TargetActorCount   pic 9(2).
       01 TargetActorTable.
          05 TargetActor     pic x(30) occurs 10 times.
       01 TargetIdx          pic 9(2).
       01 RepeatSwitch       pic x.
          88 AlreadyCounted  value 'Y'.

      *A tally for every possible MovieID, addressed by the ID
      *itself, so a hit off any cross-reference lands on its title
      *without a search. The ReleaseYear and on-catalog flag are
      *loaded once for the run; the counts are cleared after each
      *title, for the IDs on the touched list only.
       01 TallyTable.
          05 TallyEntry occurs 99999 times.
             10 TallyYear      pic 9(4).
             10 TallyOnFile    pic x.
             10 TallyGenres    pic 9(2).
             10 TallyCast      pic 9(2).
             10 TallyDirector  pic x.
             10 TallyTouched   pic x.
       01 HitMovieID         pic 9(5).

       01 TouchedCount       pic 9(4) value 0.
       01 TouchedIdx         pic 9(4).
       01 TouchedTable.
          05 TouchedEntry occurs 9999 times.
             10 TouchedMovieID pic 9(5).
             10 TouchedScore   pic 9(4).
       01 TouchedFullSwitch  pic x value 'N'.
          88 TouchedFullNoted value 'Y'.

       01 CandidateDecade    pic 9(3).
       01 ScoreWork          pic 9(4).
       01 BestIdx            pic 9(4).
       01 BestScore          pic 9(4).
       01 RankIdx            pic 9(2).
       01 PickedCount        pic 9(2).

       01 ReasonText         pic x(60).
       01 ReasonPointer      pic 9(3).
       01 SharedText         pic x(300).
       01 SharedPointer      pic 9(3).
       01 TrimSource         pic x(50).
       01 TrimLength         pic 9(3).

       01 TitlesOnFile       pic 9(5) value 0.
       01 TitlesRead         pic 9(5) value 0.
       01 TitlesRelated      pic 9(5) value 0.
       01 RelatedWritten     pic 9(7) value 0.

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

           open input MovieFile
           perform BuildDirectorXref
           perform OpenCrossReferences

           if OneTitle
               perform MatchOneTitle
           else
               perform MatchWholeCatalog
           end-if

           close MovieFile
           close DirectorXrefFile
           if GenresChecked
               close GenreIndexFile
           end-if
           if CastChecked
               close ActorMasterFile
           end-if

           move "END" to HistEventWork
           move spaces to HistTotalsWork
           string "READ=" delimited by size
                  TitlesRead delimited by size
                  " TITLES=" delimited by size
                  TitlesRelated delimited by size
                  " RELATED=" delimited by size
                  RelatedWritten delimited by size
             into HistTotalsWork
           end-string
           perform WriteRunHistory
           stop run.

      *----------------------------------------------------------------
      * Matches off a half-loaded catalog would miss whatever has not
      * arrived yet: while RunControl.dat says a load (or a restore)
      * has the catalog in-use, say so and stop.
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
           move "MovieSimilar" to HistProgram
           move HistEventWork to HistEvent
           move SimilarMode to HistMode
           move HistTotalsWork to HistTotals
           write RunHistoryRecord
           close RunHistoryFile.

       GetParameters.
           move spaces to Parameter-Variables
           accept Parameter from command-line
           unstring Parameter
             delimited by ', ' or ','
             into SimilarMode ParmValue1 ParmValue2
           end-unstring
           inspect SimilarMode converting "mb" to "MB"
           evaluate true
               when OneTitle
                   if ParmValue1(1:5) is not numeric
                       display "Give M,nnnnn[,count] - MovieID 5 "
                               "digits, zero filled"
                       stop run
                   end-if
                   move ParmValue1(1:5) to RequestedMovieID
                   move ParmValue2 to CountText
               when WholeCatalog
                   move ParmValue1 to CountText
               when other
                   display "Give M,nnnnn[,count] for one title or "
                           "B[,count] for the whole catalog"
                   stop run
           end-evaluate
           move 0 to TopCount
           perform varying Idx from 1 by 1 until Idx > 2
               if CountText(Idx:1) >= '0' and CountText(Idx:1) <= '9'
                   move CountText(Idx:1) to DigitWork
                   compute TopCount = TopCount * 10 + DigitWork
               end-if
           end-perform
           if TopCount = 0
               if OneTitle
                   move 10 to TopCount
               else
                   move 5 to TopCount
               end-if
           end-if
           if TopCount > 20
               move 20 to TopCount
           end-if.

      *----------------------------------------------------------------
      * There is no Director key on Movies.idx, so one pass builds a
      * Director cross-reference for the run - the same pass loads
      * every title's ReleaseYear onto the tally table and clears its
      * counts.
      *----------------------------------------------------------------
       BuildDirectorXref.
           perform varying Idx from 1 by 1 until Idx > 99999
               move 0 to TallyYear(Idx)
               move 'N' to TallyOnFile(Idx)
               move 0 to TallyGenres(Idx)
               move 0 to TallyCast(Idx)
               move 'N' to TallyDirector(Idx)
               move 'N' to TallyTouched(Idx)
           end-perform
           open output DirectorXrefFile
           move 0 to MovieID
           start MovieFile key is not less than MovieID
             invalid key set EndOfFile to true
           end-start
           if not EndOfFile
               read MovieFile next record
           end-if
           perform until EndOfFile
               if MovieID > 0
                   add 1 to TitlesOnFile
                   move ReleaseYear to TallyYear(MovieID)
                   move 'Y' to TallyOnFile(MovieID)
                   if Director not = spaces
                       move MovieID to DirXrefMovieID
                       move Director to DirXrefDirector
                       write DirectorXrefRecord
                   end-if
               end-if
               read MovieFile next record
           end-perform
           close DirectorXrefFile
           open input DirectorXrefFile.

      *----------------------------------------------------------------
      * The genre and cast cross-references are maintained alongside
      * the catalog; with one missing that half of the match is left
      * out with a warning rather than the whole run refused.
      *----------------------------------------------------------------
       OpenCrossReferences.
           open input GenreIndexFile
           if GenreIndexOK
               set GenresChecked to true
           else
               display "GenreIndex.idx not available (status "
                       GenreIndexStatus ") - genres not matched"
               close GenreIndexFile
           end-if
           open input ActorMasterFile
           if ActorMasterStatus = '00'
               set CastChecked to true
           else
               display "ActorMaster.idx not available (status "
                       ActorMasterStatus ") - cast not matched"
               close ActorMasterFile
           end-if.

      *----------------------------------------------------------------
      * One title: its closest matches, each read back from the
      * catalog to show the Title and name the genres and cast it
      * shares.
      *----------------------------------------------------------------
       MatchOneTitle.
           move RequestedMovieID to MovieID
           read MovieFile
             invalid key
               display "Movie ID " RequestedMovieID
                       " is not on the catalog"
             not invalid key
               add 1 to TitlesRead
               perform SaveTarget
               perform ScoreCandidates
               perform PrintTargetHeading
               perform varying RankIdx from 1 by 1
                       until RankIdx > TopCount
                   perform PickBestCandidate
                   if BestIdx > 0
                       perform PrintOneMatch
                   end-if
               end-perform
               if PickedCount = 0
                   display "  No other title shares a genre, cast "
                           "member or Director with it"
               else
                   add 1 to TitlesRelated
               end-if
               display " "
               display "Titles scored:  " TouchedCount
               display "Titles listed:  " PickedCount
               perform ClearTallies
           end-read.

      *----------------------------------------------------------------
      * The whole catalog in MovieID order, each title's closest
      * written to RelatedTitles.dat closest first. The catalog is
      * only read in sequence here - the candidates' years are
      * already on the tally table - so the pass is never lost.
      *----------------------------------------------------------------
       MatchWholeCatalog.
           open output RelatedFile
           if not RelatedFileOK
               display "RelatedTitles.dat could not be opened "
                       "(status " RelatedFileStatus ")"
               stop run
           end-if
           display "===== Related titles for the whole catalog ====="
           display "  up to " TopCount " a title, closest first"
           move 0 to MovieID
           start MovieFile key is not less than MovieID
             invalid key set EndOfFile to true
           end-start
           if not EndOfFile
               read MovieFile next record
           end-if
           perform until EndOfFile
               if MovieID > 0
                   add 1 to TitlesRead
                   perform SaveTarget
                   perform ScoreCandidates
                   perform varying RankIdx from 1 by 1
                           until RankIdx > TopCount
                       perform PickBestCandidate
                       if BestIdx > 0
                           perform WriteRelatedRecord
                       end-if
                   end-perform
                   if PickedCount > 0
                       add 1 to TitlesRelated
                   end-if
                   perform ClearTallies
               end-if
               read MovieFile next record
           end-perform
           close RelatedFile
           display " "
           display "===== MovieSimilar totals ====="
           display "Titles read:             " TitlesRead
           display "Titles with a match:     " TitlesRelated
           display "Related records written: " RelatedWritten
           display "==============================".

       SaveTarget.
           move MovieID to TargetMovieID
           move Title to TargetTitle
           move Director to TargetDirector
           move ReleaseYear to TargetYear
           compute TargetDecade = ReleaseYear / 10
           move GenreCount to TargetGenreCount
           move ActorCount to TargetActorCount
           perform varying TargetIdx from 1 by 1 until TargetIdx > 10
               move spaces to TargetGenre(TargetIdx)
               move spaces to TargetActor(TargetIdx)
           end-perform
           perform varying TargetIdx from 1 by 1
                   until TargetIdx > GenreCount
               move Genre(TargetIdx) to TargetGenre(TargetIdx)
           end-perform
           perform varying TargetIdx from 1 by 1
                   until TargetIdx > ActorCount
               move Actor(TargetIdx) to TargetActor(TargetIdx)
           end-perform.

      *----------------------------------------------------------------
      * Every title on any of the title's cross-references is tallied
      * and then scored. A genre or cast member the title carries
      * twice is only counted once.
      *----------------------------------------------------------------
       ScoreCandidates.
           move 0 to PickedCount
           if GenresChecked
               perform varying TargetIdx from 1 by 1
                       until TargetIdx > TargetGenreCount
                   perform CheckRepeatedGenre
                   if TargetGenre(TargetIdx) not = spaces
                    and not AlreadyCounted
                       perform TallyGenreHits
                   end-if
               end-perform
           end-if
           if CastChecked
               perform varying TargetIdx from 1 by 1
                       until TargetIdx > TargetActorCount
                   perform CheckRepeatedActor
                   if TargetActor(TargetIdx) not = spaces
                    and not AlreadyCounted
                       perform TallyCastHits
                   end-if
               end-perform
           end-if
           if TargetDirector not = spaces
               perform TallyDirectorHits
           end-if
           perform varying TouchedIdx from 1 by 1
                   until TouchedIdx > TouchedCount
               perform ScoreOneCandidate
           end-perform.

       CheckRepeatedGenre.
           move 'N' to RepeatSwitch
           perform varying Idx2 from 1 by 1 until Idx2 >= TargetIdx
               if TargetGenre(Idx2) = TargetGenre(TargetIdx)
                   move 'Y' to RepeatSwitch
               end-if
           end-perform.

       CheckRepeatedActor.
           move 'N' to RepeatSwitch
           perform varying Idx2 from 1 by 1 until Idx2 >= TargetIdx
               if TargetActor(Idx2) = TargetActor(TargetIdx)
                   move 'Y' to RepeatSwitch
               end-if
           end-perform.

       TallyGenreHits.
           move TargetGenre(TargetIdx) to IndexGenre
           read GenreIndexFile
             key is IndexGenre
             invalid key set GenreIndexEndOfFile to true
           end-read
           perform until GenreIndexEndOfFile
                      or IndexGenre not = TargetGenre(TargetIdx)
               move IndexMovieID to HitMovieID
               perform TouchCandidate
               if HitMovieID not = 0
                   add 1 to TallyGenres(HitMovieID)
               end-if
               read GenreIndexFile next record
           end-perform.

       TallyCastHits.
           move TargetActor(TargetIdx) to ActorName
           read ActorMasterFile
             invalid key continue
             not invalid key
               perform varying Idx2 from 1 by 1 until Idx2 > FilmCount
                   move FilmMovieID(Idx2) to HitMovieID
                   perform TouchCandidate
                   if HitMovieID not = 0
                       add 1 to TallyCast(HitMovieID)
                   end-if
               end-perform
           end-read.

       TallyDirectorHits.
           move TargetDirector to DirXrefDirector
           read DirectorXrefFile
             key is DirXrefDirector
             invalid key set DirectorXrefEndOfFile to true
           end-read
           perform until DirectorXrefEndOfFile
                      or DirXrefDirector not = TargetDirector
               move DirXrefMovieID to HitMovieID
               perform TouchCandidate
               if HitMovieID not = 0
                   move 'Y' to TallyDirector(HitMovieID)
               end-if
               read DirectorXrefFile next record
           end-perform.

      *----------------------------------------------------------------
      * Puts a hit on the touched list the first time it is seen.
      * The title itself, an ID the catalog no longer carries (residue
      * MovieVerify reports) and anything past the end of a full list
      * come back as zero and are not tallied.
      *----------------------------------------------------------------
       TouchCandidate.
           if HitMovieID = TargetMovieID or HitMovieID = 0
               move 0 to HitMovieID
           else
               if TallyOnFile(HitMovieID) not = 'Y'
                   move 0 to HitMovieID
               end-if
           end-if
           if HitMovieID not = 0
            and TallyTouched(HitMovieID) not = 'Y'
               if TouchedCount < 9999
                   add 1 to TouchedCount
                   move HitMovieID to TouchedMovieID(TouchedCount)
                   move 0 to TouchedScore(TouchedCount)
                   move 'Y' to TallyTouched(HitMovieID)
               else
                   move 0 to HitMovieID
                   if not TouchedFullNoted
                       set TouchedFullNoted to true
                       display "(more than 9999 titles matched one "
                               "title - the rest were not scored)"
                   end-if
               end-if
           end-if.

       ScoreOneCandidate.
           move TouchedMovieID(TouchedIdx) to HitMovieID
           compute ScoreWork = (TallyGenres(HitMovieID) * 10)
                             + (TallyCast(HitMovieID) * 15)
           if TallyDirector(HitMovieID) = 'Y'
               add 30 to ScoreWork
           end-if
           if TargetYear > 0 and TallyYear(HitMovieID) > 0
               compute CandidateDecade = TallyYear(HitMovieID) / 10
               evaluate true
                   when CandidateDecade = TargetDecade
                       add 10 to ScoreWork
                   when CandidateDecade = TargetDecade + 1
                   when CandidateDecade + 1 = TargetDecade
                       add 5 to ScoreWork
               end-evaluate
           end-if
           move ScoreWork to TouchedScore(TouchedIdx).

      *----------------------------------------------------------------
      * The next closest: the highest score still on the list, the
      * lower MovieID on a tie. A picked entry's score is zeroed so
      * the next pick passes over it; BestIdx is zero when nothing
      * is left.
      *----------------------------------------------------------------
       PickBestCandidate.
           move 0 to BestIdx
           move 0 to BestScore
           perform varying TouchedIdx from 1 by 1
                   until TouchedIdx > TouchedCount
               if TouchedScore(TouchedIdx) > BestScore
                or (TouchedScore(TouchedIdx) = BestScore
                    and BestIdx > 0
                    and TouchedMovieID(TouchedIdx)
                        < TouchedMovieID(BestIdx))
                   if TouchedScore(TouchedIdx) > 0
                       move TouchedIdx to BestIdx
                       move TouchedScore(TouchedIdx) to BestScore
                   end-if
               end-if
           end-perform
           if BestIdx > 0
               add 1 to PickedCount
               move TouchedMovieID(BestIdx) to HitMovieID
               move 0 to TouchedScore(BestIdx)
               perform BuildReasonText
           end-if.

       BuildReasonText.
           move spaces to ReasonText
           move 1 to ReasonPointer
           if TallyGenres(HitMovieID) > 0
               string "genres " delimited by size
                      TallyGenres(HitMovieID) delimited by size
                      ", " delimited by size
                 into ReasonText with pointer ReasonPointer
               end-string
           end-if
           if TallyCast(HitMovieID) > 0
               string "cast " delimited by size
                      TallyCast(HitMovieID) delimited by size
                      ", " delimited by size
                 into ReasonText with pointer ReasonPointer
               end-string
           end-if
           if TallyDirector(HitMovieID) = 'Y'
               string "same director, " delimited by size
                 into ReasonText with pointer ReasonPointer
               end-string
           end-if
           if TargetYear > 0 and TallyYear(HitMovieID) > 0
               compute CandidateDecade = TallyYear(HitMovieID) / 10
               evaluate true
                   when CandidateDecade = TargetDecade
                       string "same decade, " delimited by size
                         into ReasonText with pointer ReasonPointer
                       end-string
                   when CandidateDecade = TargetDecade + 1
                   when CandidateDecade + 1 = TargetDecade
                       string "next decade, " delimited by size
                         into ReasonText with pointer ReasonPointer
                       end-string
               end-evaluate
           end-if
           if ReasonPointer > 3
               move spaces to ReasonText(ReasonPointer - 2:2)
           end-if.

       ClearTallies.
           perform varying TouchedIdx from 1 by 1
                   until TouchedIdx > TouchedCount
               move TouchedMovieID(TouchedIdx) to HitMovieID
               move 0 to TallyGenres(HitMovieID)
               move 0 to TallyCast(HitMovieID)
               move 'N' to TallyDirector(HitMovieID)
               move 'N' to TallyTouched(HitMovieID)
           end-perform
           move 0 to TouchedCount.

       WriteRelatedRecord.
           move spaces to RelatedRecord
           move TargetMovieID to RelMovieID
           move PickedCount to RelRank
           move HitMovieID to RelRelatedID
           move BestScore to RelScore
           move ReasonText to RelReasons
           write RelatedRecord
           add 1 to RelatedWritten.

      *----------------------------------------------------------------
      * One-title report. The matched title is read back for its
      * Title, and its genres and cast are set against the title's to
      * name the ones shared.
      *----------------------------------------------------------------
       PrintTargetHeading.
           display "===== Titles most like " TargetMovieID " ====="
           display TargetTitle(1:60)
           display "  Director: " TargetDirector
           display "  Released: " TargetYear
           move spaces to SharedText
           move 1 to SharedPointer
           perform varying TargetIdx from 1 by 1
                   until TargetIdx > TargetGenreCount
               move TargetGenre(TargetIdx) to TrimSource
               perform AppendSharedName
           end-perform
           display "  Genres:   " SharedText(1:100)
           display " "
           display "  Rank  Score  MovieID  Title".

       PrintOneMatch.
           move HitMovieID to MovieID
           read MovieFile
             invalid key
               display "  " PickedCount "    " BestScore "   "
                       HitMovieID "    (no longer on file)"
             not invalid key
               display "  " PickedCount "    " BestScore "   "
                       HitMovieID "    " Title(1:50)
               display "        " ReasonText
               perform ListSharedGenres
               perform ListSharedCast
           end-read.

       ListSharedGenres.
           move spaces to SharedText
           move 1 to SharedPointer
           perform varying Idx2 from 1 by 1 until Idx2 > GenreCount
               perform varying TargetIdx from 1 by 1
                       until TargetIdx > TargetGenreCount
                   if Genre(Idx2) = TargetGenre(TargetIdx)
                    and Genre(Idx2) not = spaces
                       move Genre(Idx2) to TrimSource
                       perform AppendSharedName
                       move TargetGenreCount to TargetIdx
                   end-if
               end-perform
           end-perform
           if SharedText not = spaces
               display "        shared genres: " SharedText(1:100)
           end-if.

       ListSharedCast.
           move spaces to SharedText
           move 1 to SharedPointer
           perform varying Idx2 from 1 by 1 until Idx2 > ActorCount
               perform varying TargetIdx from 1 by 1
                       until TargetIdx > TargetActorCount
                   if Actor(Idx2) = TargetActor(TargetIdx)
                    and Actor(Idx2) not = spaces
                       move Actor(Idx2) to TrimSource
                       perform AppendSharedName
                       move TargetActorCount to TargetIdx
                   end-if
               end-perform
           end-perform
           if SharedText not = spaces
               display "        shared cast:   " SharedText(1:100)
           end-if.

       AppendSharedName.
           perform varying TrimLength from 50 by -1
             until TrimLength = 0
                or TrimSource(TrimLength:1) not = space
           end-perform
           if TrimLength > 0
               if SharedPointer > 1
                   string ", " delimited by size
                     into SharedText with pointer SharedPointer
                   end-string
               end-if
               string TrimSource(1:TrimLength) delimited by size
                 into SharedText with pointer SharedPointer
               end-string
           end-if.
