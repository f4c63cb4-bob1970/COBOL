      *can be certified against what the morning MovieVerify run
      *reported.
      *
      *No parameters; rebuilds the cross-reference files in place.
      *Modification history:
      *  - Also rebuilds KeywordIndex.idx, the Summary keyword cross-
      *    reference, leaving out the words on StopWord.idx - the way
      *    to bring the index in line after the stop-word list has
      *    changed - with before/after counts and KIDX= on the
      *    RunHistory END entry.

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

           select optional RunControlFile
               assign to "./RunControl.dat"
               organization is sequential
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

       fd RunControlFile.
       01 RunControlRecord.
          05 LockFlag     pic x.
       01 ActorMasterStatus  pic x(2).
          88 ActorMasterOK        value '00'.
          88 ActorMasterEndOfFile value '10'.
       01 KeywordIndexStatus pic x(2).
          88 KeywordIndexOK        value '00'.
          88 KeywordIndexEndOfFile value '10'.
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

       01 Idx                pic 9(2).
       01 Idx2               pic 9(3).
       01 ActorMastersAfter      pic 9(7) value 0.
       01 ActorRefsBefore        pic 9(7) value 0.
       01 ActorRefsAfter         pic 9(7) value 0.
       01 KeywordEntriesBefore   pic 9(7) value 0.
       01 KeywordEntriesAfter    pic 9(7) value 0.

       01 FilmRefFoundSwitch pic x.
          88 FilmRefFound    value 'Y'.
           open output ActorMasterFile
           close ActorMasterFile
           open i-o ActorMasterFile
           open output KeywordIndexFile
           perform OpenStopWordFile

           read MovieFile next record
           perform RebuildOneRecord until EndOfFile
           close MovieFile
           close GenreIndexFile
           close ActorMasterFile
           close KeywordIndexFile
           if StopWordsAvailable
               close StopWordFile
           end-if

           perform CountRebuiltActorRefs

           display "ActorMaster records after:  " ActorMastersAfter
           display "Film references before:     " ActorRefsBefore
           display "Film references after:      " ActorRefsAfter
           display "KeywordIndex entries before: " KeywordEntriesBefore
           display "KeywordIndex entries after:  " KeywordEntriesAfter
           display "Rerun MovieVerify to certify the catalog clean"
           display "========================================="

                  GenreEntriesAfter delimited by size
                  " ACTORS=" delimited by size
                  ActorMastersAfter delimited by size
                  " KIDX=" delimited by size
                  KeywordEntriesAfter delimited by size
             into HistTotalsWork
           end-string
           perform WriteRunHistory
                   read ActorMasterFile next record
               end-perform
           end-if
           close ActorMasterFile
           open input KeywordIndexFile
           if KeywordIndexOK
               read KeywordIndexFile next record
               perform until KeywordIndexEndOfFile
                   add 1 to KeywordEntriesBefore
                   read KeywordIndexFile next record
               end-perform
           end-if
           close KeywordIndexFile.

      *----------------------------------------------------------------
      * The master record count changes as performers are added, so
           add 1 to RecordsRead
           perform PopulateGenreIndex
           perform AddActorMasterRefs
           perform PopulateKeywordIndex
           read MovieFile next record.

      *----------------------------------------------------------------
                 invalid key continue
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
      * words on StopWord.idx. A word the Summary repeats comes back
      * invalid key and is counted once.
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
                     not invalid key add 1 to KeywordEntriesAfter
                   end-write
               end-if
           end-if
           move spaces to KeywordWork
           move 0 to KeywordLength.
