      *    'R', 'T' and 'S' as a sort option (ReleaseYear ascending,
      *    Title as the tie-break), so "what do we hold from the
      *    1990s" is one query instead of a read of every Summary.
      *  - The Combined search now takes LICENSED:yyyymmdd, met by a
      *    title holding a rights window in MovieRights.idx (any
      *    territory) that covers that date; LICENSED: with no date
      *    means today. "What Action titles can we show at
      *    Christmas" no longer means checking each hit against the
      *    licensing spreadsheets.
      *  - Added SearchType 'K' (Keyword), which finds titles by the
      *    words of their Summary through KeywordIndex.idx instead of
      *    FuzzySearch's scan of every whole record: "K,heist" lists
      *    the titles whose Summary carries the word, "K,bank heist"
      *    those carrying both (up to five words). The Combined
      *    search takes the same test as KEYWORD:word. Both ignore
      *    case; words shorter than three letters and the words on
      *    StopWord.idx are not indexed, so cannot be searched for.

       environment division.
       input-output section. 
                   with duplicates
               file status is FileStatus.

           select optional KeywordIndexFile
               assign to "./KeywordIndex.idx"
               organization is indexed
               access mode is dynamic
               record key is KeywordKey
               alternate record key is KeywordWord
                   with duplicates
               file status is KeywordIndexStatus.

           select optional RightsFile assign to "./MovieRights.idx"
               organization is indexed
               access mode is dynamic
               record key is RightsKey
               file status is RightsFileStatus.

           select optional RunControlFile
               assign to "./RunControl.dat"
               organization is sequential
             10 IndexGenre   pic x(25).
             10 IndexMovieID pic 9(5).

       fd KeywordIndexFile.
       01 KeywordIndexRecord.
          05 KeywordKey.
             10 KeywordWord    pic x(20).
             10 KeywordMovieID pic 9(5).

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
       01 RecordRatingTenths     pic 9(4).
       01 CompareRatingTenths    pic 9(4).
       01 CompareYear            pic 9(4).
       01 CompareDate            pic 9(8).

       01 RightsFileStatus       pic x(2).
          88 RightsFileOK        value '00'.
          88 RightsEndOfFile     value '10'.
       01 RightsFileSwitch       pic x value 'N'.
          88 RightsAvailable     value 'Y'.
          88 RightsMissing       value 'N'.

       01 KeywordIndexStatus     pic x(2).
          88 KeywordIndexOK        value '00'.
          88 KeywordIndexEndOfFile value '10'.
       01 KeywordIndexSwitch     pic x value 'N'.
          88 KeywordIndexAvailable value 'Y'.
          88 KeywordIndexMissing   value 'N'.
       01 KeywordSearchText      pic x(100).
       01 KeywordChunk           pic x(100).
       01 KeywordPointer         pic 9(4).
       01 KeywordTermCount       pic 9.
       01 KeywordTermIdx         pic 9.
       01 KeywordTerms.
          05 KeywordTerm occurs 5 times pic x(20).
       01 KeywordCandidateID     pic 9(5).
       01 KeywordTermSwitch      pic x.
          88 AllKeywordTermsFound value 'Y'.
          88 KeywordTermMissing   value 'N'.
       01 KeywordConditionWork   pic x(25).

       01 Parameter-Variables.
          05 Parameter          pic x(220).
           perform WriteRunHistory
           open input MovieFile
           open input GenreIndexFile
           open input RightsFile
           if RightsFileOK
               set RightsAvailable to true
           end-if
           open input KeywordIndexFile
           if KeywordIndexOK
               set KeywordIndexAvailable to true
           end-if
           if ExportPath = spaces
               set ExportModeOff to true
           else
               when 'D' perform DirectorSearch
               when 'A' perform ActorSearch
               when 'C' perform CombinedSearch
               when 'K' perform KeywordSearch
               when 'F' perform FuzzySearch
           end-evaluate
           if CollectPhase
           end-if
           close MovieFile
           close GenreIndexFile
           close RightsFile
           close KeywordIndexFile
           if ExportMode
               close ExportFile
           end-if
              read MovieFile next record
           end-perform.

      *----------------------------------------------------------------
      * KeywordIndex is keyed word + MovieID, so the titles carrying
      * the first word are one run of the index read in MovieID
      * order; each is kept only if the rest of the words have their
      * own word/MovieID entry. Those lookups lose the place in the
      * run, so it is re-established just past the current entry.
      * The words are upper-cased to match the index, which is what
      * makes the search ignore case.
      *----------------------------------------------------------------
       KeywordSearch.
           perform ParseKeywordTerms
           if KeywordTermCount = 0
               display "Give a keyword of three or more letters or "
                       "digits"
           else
               if KeywordIndexMissing
                   display "KeywordIndex.idx not available - run "
                           "IndexRebuild to build it"
               else
                   perform FindKeywordMatches
               end-if
           end-if.

       ParseKeywordTerms.
           move SearchString to KeywordSearchText
           inspect KeywordSearchText converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           move 0 to KeywordTermCount
           move 1 to KeywordPointer
           perform until KeywordPointer > StrLen
                      or KeywordTermCount = 5
               move spaces to KeywordChunk
               unstring KeywordSearchText
                 delimited by all space
                 into KeywordChunk
                 with pointer KeywordPointer
               end-unstring
               if KeywordChunk(3:1) not = space
                   add 1 to KeywordTermCount
                   move KeywordChunk to KeywordTerm(KeywordTermCount)
               end-if
           end-perform.

       FindKeywordMatches.
           move KeywordTerm(1) to KeywordWord
           move 0 to KeywordMovieID
           start KeywordIndexFile key is not less than KeywordKey
             invalid key set KeywordIndexEndOfFile to true
             not invalid key read KeywordIndexFile next record
           end-start
           perform until KeywordIndexEndOfFile
                      or KeywordWord not = KeywordTerm(1)
               perform CheckKeywordCandidate
               if not KeywordIndexEndOfFile
                   read KeywordIndexFile next record
               end-if
           end-perform.

       CheckKeywordCandidate.
           move KeywordMovieID to KeywordCandidateID
           set AllKeywordTermsFound to true
           perform varying KeywordTermIdx from 2 by 1
             until KeywordTermIdx > KeywordTermCount
               move KeywordTerm(KeywordTermIdx) to KeywordWord
               move KeywordCandidateID to KeywordMovieID
               read KeywordIndexFile
                 invalid key set KeywordTermMissing to true
               end-read
           end-perform
           if KeywordTermCount > 1
               move KeywordTerm(1) to KeywordWord
               move KeywordCandidateID to KeywordMovieID
               start KeywordIndexFile key is greater than KeywordKey
                 invalid key set KeywordIndexEndOfFile to true
               end-start
           end-if
           if AllKeywordTermsFound
               move KeywordCandidateID to MovieID
               read MovieFile
                 invalid key continue
                 not invalid key perform DisplayMovie
               end-read
           end-if.

      *----------------------------------------------------------------
      * SearchString for a Combined search is a semicolon-separated
      * list of TAG:VALUE conditions (G=Genre, R=ContentRating,
      * MINRATING=minimum Rating, LICENSED=rights window covering a
      * date, KEYWORD=a word of the Summary). Every condition must be
      * satisfied for DisplayMovie to be called for a given record.
      *----------------------------------------------------------------
       CombinedSearch.
           perform ParseCombinedConditions
                   if ReleaseYear >= CompareYear
                       set ConditionMet to true
                   end-if
               when "LICENSED"
                   perform ConvertDateValue
                   perform CheckLicensedOnDate
               when "KEYWORD"
                   perform CheckKeywordOnTitle
           end-evaluate.

      *----------------------------------------------------------------
      * One keyed read of the word/MovieID pair answers whether this
      * title's Summary carries the word - upper-cased first, the way
      * the index holds it. No keyword index on hand means no title
      * can be shown to carry the word, and none meets the condition.
      *----------------------------------------------------------------
       CheckKeywordOnTitle.
           if KeywordIndexAvailable
               move CondValue(Idx) to KeywordConditionWork
               inspect KeywordConditionWork converting
                   "abcdefghijklmnopqrstuvwxyz"
                   to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               move KeywordConditionWork to KeywordWord
               move MovieID to KeywordMovieID
               read KeywordIndexFile
                 invalid key continue
                 not invalid key set ConditionMet to true
               end-read
           end-if.

      *----------------------------------------------------------------
      * The licence date arrives as keyed digits like the year does;
      * anything other than eight of them (including none) means
      * today.
      *----------------------------------------------------------------
       ConvertDateValue.
           if CondValue(Idx)(1:8) numeric
               move CondValue(Idx)(1:8) to CompareDate
           else
               accept CompareDate from date yyyymmdd
           end-if.

      *----------------------------------------------------------------
      * The rights windows are keyed MovieID + window number, so one
      * START positions on the title's first window and the walk
      * stops at the next title. No rights file on hand means no
      * title can be shown to be licensed, and none meets the
      * condition.
      *----------------------------------------------------------------
       CheckLicensedOnDate.
           if RightsAvailable
               perform FindWindowOnDate
           end-if.

       FindWindowOnDate.
           move MovieID to RightsMovieID
           move 0 to RightsWindowNo
           start RightsFile key is not less than RightsKey
             invalid key set RightsEndOfFile to true
             not invalid key read RightsFile next record
           end-start
           perform until RightsEndOfFile
                      or RightsMovieID not = MovieID
               if RightsStartDate <= CompareDate
                and RightsEndDate >= CompareDate
                   set ConditionMet to true
               end-if
               read RightsFile next record
           end-perform.

      *----------------------------------------------------------------
      * The year condition arrives as keyed digits ("1990"), converted
      * a digit at a time the same way the row cap is; a record whose
