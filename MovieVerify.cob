      *    can stop the stream when the verification finds
      *    exceptions instead of letting MovieStats report off a
      *    catalog that needs attention.
      *  - Cross-checks KeywordIndex.idx, the Summary keyword index,
      *    the same two ways: entries pointing at MovieIDs not on
      *    file, at words the Summary no longer carries or at words
      *    since put on StopWord.idx, and Summary words with no
      *    entry. All three counts go into the exception total.

       environment division.
       input-output section.
                   with duplicates
               file status is GenreIndexFileStatus.

           select optional KeywordIndexFile
               assign to "./KeywordIndex.idx"
               organization is indexed
               access mode is dynamic
               record key is KeywordKey
               alternate record key is KeywordWord
                   with duplicates
               file status is KeywordIndexStatus.

           select optional StopWordFile
               assign to "./StopWord.idx"
               organization is indexed
               access mode is dynamic
               record key is StopWord
               file status is StopWordStatus.

           select optional RunHistoryFile
               assign to "./RunHistory.dat"
               organization is sequential
             10 IndexGenre   pic x(25).
             10 IndexMovieID pic 9(5).

       fd KeywordIndexFile.
       01 KeywordIndexRecord.
          05 KeywordKey.
             10 KeywordWord    pic x(20).
             10 KeywordMovieID pic 9(5).

       fd StopWordFile.
       01 StopWordRecord.
          05 StopWord          pic x(20).

       fd RunHistoryFile.
       01 RunHistoryRecord.
          05 HistDate     pic 9(8).
       01 GenreIndexFileStatus pic x(2).
          88 GenreIndexFileOK    value '00'.
          88 GenreIndexEndOfFile value '10'.
       01 KeywordIndexStatus pic x(2).
          88 KeywordIndexOK        value '00'.
          88 KeywordIndexEndOfFile value '10'.
       01 StopWordStatus     pic x(2).
       01 StopWordSwitch     pic x value 'N'.
          88 StopWordsAvailable value 'Y'.
          88 StopWordsMissing   value 'N'.

       01 Idx                pic 9(2).

       01 OrphanIndexCount   pic 9(5) value 0.
       01 StaleIndexCount    pic 9(5) value 0.
       01 MissingIndexCount  pic 9(5) value 0.
       01 OrphanKeywordCount pic 9(5) value 0.
       01 StaleKeywordCount  pic 9(5) value 0.
       01 MissingKeywordCount pic 9(5) value 0.
       01 DuplicateTitleCount pic 9(5) value 0.
       01 BlankTitleCount    pic 9(5) value 0.
       01 BlankStudioCount   pic 9(5) value 0.

       01 RecordsVerified    pic 9(5) value 0.
       01 IndexEntriesVerified pic 9(7) value 0.
       01 KeywordEntriesVerified pic 9(7) value 0.

       01 PreviousTitle      pic x(100).

          88 GenreOnRecord      value 'Y'.
          88 GenreNotOnRecord   value 'N'.

      *A keyword pass either looks for one index entry's word in the
      *record's Summary (find) or checks every Summary word has its
      *index entry (check).
       01 KeywordScanSwitch  pic x.
          88 KeywordFindMode    value 'F'.
          88 KeywordCheckMode   value 'C'.
       01 KeywordOnRecordSwitch pic x.
          88 KeywordOnRecord    value 'Y'.
          88 KeywordNotOnRecord value 'N'.
       01 KeywordStopSwitch  pic x.
          88 KeywordStopped    value 'Y'.
          88 KeywordNotStopped value 'N'.
       01 TargetKeyword      pic x(20).
       01 KeywordSource      pic x(1000).
       01 KeywordWork        pic x(20).
       01 KeywordLength      pic 9(4).
       01 KeywordPos         pic 9(4).
       01 KeywordChar        pic x.

       01 RatingToConvert        pic x(5).
       01 RatingWholePart        pic 9(2).
       01 RatingFracPart         pic 9(2).
           display "===== Catalog integrity verification ====="
           open input MovieFile
           open input GenreIndexFile
           open input KeywordIndexFile
           perform OpenStopWordFile

           perform CheckIndexAgainstCatalog
           perform CheckKeywordsAgainstCatalog
           perform CheckCatalogAgainstIndex
           perform CheckDuplicateTitles

           close MovieFile
           close GenreIndexFile
           close KeywordIndexFile
           if StopWordsAvailable
               close StopWordFile
           end-if

           perform DisplayExceptionTotals

                       IndexMovieID " record does not carry that genre"
           end-if.

      *----------------------------------------------------------------
      * StopWord.idx decides which Summary words should be indexed;
      * without it every word is expected to have an entry.
      *----------------------------------------------------------------
       OpenStopWordFile.
           open input StopWordFile
           if StopWordStatus = '00'
               set StopWordsAvailable to true
           else
               set StopWordsMissing to true
               display "StopWord.idx not available - every Summary "
                       "word is expected in KeywordIndex"
           end-if.

      *----------------------------------------------------------------
      * Same walk for KeywordIndex: an entry whose MovieID is not on
      * file, whose record's Summary no longer carries the word, or
      * whose word has since gone on StopWord.idx, is residue that
      * IndexRebuild clears.
      *----------------------------------------------------------------
       CheckKeywordsAgainstCatalog.
           display " "
           display "KeywordIndex entries without a matching record:"
           read KeywordIndexFile next record
           perform until KeywordIndexEndOfFile
               perform CheckOneKeywordEntry
               read KeywordIndexFile next record
           end-perform.

       CheckOneKeywordEntry.
           add 1 to KeywordEntriesVerified
           move KeywordMovieID to MovieID
           read MovieFile
             invalid key
               add 1 to OrphanKeywordCount
               display "  Keyword " KeywordWord " -> Movie ID "
                       KeywordMovieID " not on file"
             not invalid key
               perform CheckKeywordOnRecord
           end-read.

       CheckKeywordOnRecord.
           move KeywordWord to TargetKeyword
           set KeywordNotOnRecord to true
           set KeywordFindMode to true
           perform ScanKeywordSource
           if KeywordNotOnRecord
               add 1 to StaleKeywordCount
               display "  Keyword " KeywordWord " -> Movie ID "
                       KeywordMovieID " Summary does not carry that "
                       "word"
           else
               if StopWordsAvailable
                   move TargetKeyword to StopWord
                   read StopWordFile
                     invalid key continue
                     not invalid key
                       add 1 to StaleKeywordCount
                       display "  Keyword " TargetKeyword
                               " -> Movie ID " MovieID
                               " is on StopWord.idx"
                   end-read
               end-if
           end-if.

      *----------------------------------------------------------------
      * Walks every catalog record: each genre it carries must have
      * its genre/MovieID pair on GenreIndex (a missing pair is a
           perform CheckRatingRange
           perform varying Idx from 1 by 1 until Idx > GenreCount
               perform CheckIndexEntryExists
           end-perform
           set KeywordNotOnRecord to true
           set KeywordCheckMode to true
           perform ScanKeywordSource.

       CheckIndexEntryExists.
           move Genre(Idx) to IndexGenre
                       " has no GenreIndex entry"
           end-read.

      *----------------------------------------------------------------
      * Splits the Summary into words the way the load indexes it -
      * runs of three or more letters or digits, upper-cased and cut
      * to 20 - and either looks for TargetKeyword among them (the
      * pass stops once it is found) or checks each word that is not
      * a stop word has its word/MovieID pair on KeywordIndex. A word
      * the Summary repeats is checked, and reported, each time.
      *----------------------------------------------------------------
       ScanKeywordSource.
           move Summary to KeywordSource
           inspect KeywordSource converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           move spaces to KeywordWork
           move 0 to KeywordLength
           perform varying KeywordPos from 1 by 1
                   until KeywordPos > 1000 or KeywordOnRecord
               move KeywordSource(KeywordPos:1) to KeywordChar
               if KeywordChar not = space
                and (KeywordChar alphabetic-upper
                     or KeywordChar numeric)
                   add 1 to KeywordLength
                   if KeywordLength <= 20
                       move KeywordChar
                         to KeywordWork(KeywordLength:1)
                   end-if
               else
                   perform CheckKeyword
               end-if
           end-perform
           perform CheckKeyword.

       CheckKeyword.
           if KeywordLength >= 3
               if KeywordFindMode
                   if KeywordWork = TargetKeyword
                       set KeywordOnRecord to true
                   end-if
               else
                   perform CheckKeywordEntryExists
               end-if
           end-if
           move spaces to KeywordWork
           move 0 to KeywordLength.

       CheckKeywordEntryExists.
           set KeywordNotStopped to true
           if StopWordsAvailable
               move KeywordWork to StopWord
               read StopWordFile
                 invalid key continue
                 not invalid key set KeywordStopped to true
               end-read
           end-if
           if KeywordNotStopped
               move KeywordWork to KeywordWord
               move MovieID to KeywordMovieID
               read KeywordIndexFile
                 invalid key
                   add 1 to MissingKeywordCount
                   display "  Movie ID " MovieID " Summary word "
                           KeywordWork " has no KeywordIndex entry"
               end-read
           end-if.

      *----------------------------------------------------------------
      * Same decimal-point split the other programs use to compare
      * ratings: both digits recombined into tenths, so 0.0-10.0 is

       DisplayExceptionTotals.
           compute TotalExceptions = OrphanIndexCount + StaleIndexCount
                   + MissingIndexCount + OrphanKeywordCount
                   + StaleKeywordCount + MissingKeywordCount
                   + DuplicateTitleCount
                   + BlankTitleCount + BlankStudioCount
                   + BadRatingCount
           display " "
           display "Index entries with no record: " OrphanIndexCount
           display "Index entries genre mismatch: " StaleIndexCount
           display "Record genres not indexed:    " MissingIndexCount
           display "KeywordIndex entries verified: "
                   KeywordEntriesVerified
           display "Keywords with no record:      " OrphanKeywordCount
           display "Keywords not in Summary/stop: " StaleKeywordCount
           display "Summary words not indexed:    " MissingKeywordCount
           display "Duplicate Titles:             " DuplicateTitleCount
           display "Blank Titles:                 " BlankTitleCount
           display "Blank Studios:                " BlankStudioCount
           display "Ratings outside 0.0-10.0:     " BadRatingCount
           display "Total exceptions:             " TotalExceptions
           if TotalExceptions = 0
               display "Catalog, GenreIndex and KeywordIndex "
                       "reconcile clean"
           else
               display "EXCEPTIONS FOUND - catalog needs attention"
           end-if
