      *way a Csv2Vsam load does (and clears it when done, which also
      *clears the lock an abended load left behind), and appends its
      *start/end to RunHistory.dat.
      *Modification history:
      *  - KeywordIndex.idx, the Summary keyword cross-reference, is
      *    regenerated from the restored records along with the genre
      *    and actor cross-references, leaving out the words on
      *    StopWord.idx the way the load does.

       environment division.
       input-output section.
               record key is ActorName
               file status is ActorMasterStatus.

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

           select BackupFile assign to BackupPath
               organization is sequential
               file status is BackupFileStatus.
          05 FilmMovieID occurs 100 times depending on FilmCount
                           pic 9(5).

       fd KeywordIndexFile.
       01 KeywordIndexRecord.
          05 KeywordKey.
             10 KeywordWord    pic x(20).
             10 KeywordMovieID pic 9(5).

       fd StopWordFile.
       01 StopWordRecord.
          05 StopWord          pic x(20).

       fd BackupFile.
       01 BackupRecord     pic x(1824).

       01 HistTotalsWork     pic x(60).
       01 TimeWork           pic 9(8).

       01 KeywordIndexStatus pic x(2).
       01 StopWordStatus     pic x(2).
       01 StopWordSwitch     pic x value 'N'.
          88 StopWordsAvailable value 'Y'.
          88 StopWordsMissing   value 'N'.
       01 KeywordStopSwitch  pic x.
          88 KeywordStopped    value 'Y'.
          88 KeywordNotStopped value 'N'.
       01 KeywordSource      pic x(1000).
       01 KeywordWork        pic x(20).
       01 KeywordLength      pic 9(4).
       01 KeywordPos         pic 9(4).
       01 KeywordChar        pic x.

       procedure division.
           accept RequestedGeneration from command-line
           if RequestedGeneration < '1'
           open output MovieFile
           open output GenreIndexFile
           open output ActorMasterFile
           open output KeywordIndexFile
           perform OpenStopWordFile

           read BackupFile
           perform RestoreOneRecord until BackupEndOfFile
           close MovieFile
           close GenreIndexFile
           close ActorMasterFile
           close KeywordIndexFile
           if StopWordsAvailable
               close StopWordFile
           end-if
           close BackupFile

           display "Restored " RecordsRestored
                   " records from generation " RequestedGeneration
           display "GenreIndex.idx, ActorMaster.idx and "
                   "KeywordIndex.idx rebuilt"

           move "END" to HistEventWork
           move spaces to HistTotalsWork
               add 1 to RecordsRestored
               perform PopulateGenreIndex
               perform AddActorMasterRefs
               perform PopulateKeywordIndex
           end-write
           read BackupFile.

               end-rewrite
           end-if.

      *----------------------------------------------------------------
      * StopWord.idx (maintained by VocabMaint's S file code) is
      * reference data like the vocabulary files: without it every
      * Summary word is indexed, which is worth a note but not worth
      * refusing to run.
      *----------------------------------------------------------------
       OpenStopWordFile.
           open input StopWordFile
           if StopWordStatus = '00'
               set StopWordsAvailable to true
           else
               set StopWordsMissing to true
               display "StopWord.idx not available - every Summary "
                       "word is indexed"
           end-if.

      *----------------------------------------------------------------
      * Same KeywordIndex.idx entries the load writes: one word/
      * MovieID pair for every word of three or more letters or
      * digits in the Summary, upper-cased and cut to 20, less the
      * words on StopWord.idx.
      *----------------------------------------------------------------
       PopulateKeywordIndex.
           move Summary to KeywordSource
           perform ScanKeywordSource.

       ScanKeywordSource.
           inspect KeywordSource converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           move spaces to KeywordWork
           move 0 to KeywordLength
           perform varying KeywordPos from 1 by 1
                   until KeywordPos > 1000
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
                   perform StoreKeyword
               end-if
           end-perform
           perform StoreKeyword.

       StoreKeyword.
           if KeywordLength >= 3
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
                   write KeywordIndexRecord
                     invalid key continue
                   end-write
               end-if
           end-if
           move spaces to KeywordWork
           move 0 to KeywordLength.

      *----------------------------------------------------------------
      * Lists the date and time each generation was last written, so
      * the operator can pick the right one to restore without
