      *Movies.rej with the latest reason; a row the operator corrected
      *but that still fails keeps the corrected data, so the keying is
      *not lost.
      *
      *Modification history:
      *  - Reject rows now carry the vendor source they came from.
      *    Each row is parsed in its own source's column order from
      *    SourceRegistry.dat, matched on the vendor's title key in
      *    VendorKey.idx before Title, and stored under the field
      *    ownership in SourcePrecedence.dat, the same as a Csv2Vsam
      *    load of that source; the control totals break the rows
      *    read, resubmitted and still unresolved down by source.
      *  - A resubmitted row that would move a title's Rating by more
      *    than the tolerance on RatingTol.dat is stored with the old
      *    Rating kept and the new one appended to RatingSusp.dat for
      *    HoldReview, the same hold Csv2Vsam's delta load applies;
      *    the held count is in the control totals and the RunHistory
      *    END entry (HELD=).
      *  - A resubmitted row now keeps the Summary keyword index
      *    KeywordIndex.idx in step the way Csv2Vsam's delta load
      *    does: a new title's Summary words are added, and a stored
      *    title whose Summary changed has its old words dropped and
      *    the current ones added, less the words on StopWord.idx.
      *  - The run now signs on an operator (MOVIEOPER in the
      *    environment, or keyed at the console) who must be on
      *    Operator.idx, checked before the catalog is locked; the ID
      *    is stamped on every MovieAudit.dat entry and the RunHistory
      *    START entry.
      *  - Before this version first runs on an installation with an
      *    existing MovieAudit.dat or Movies.rej, run Housekeep C
      *    once: it pads the audit entries written in the old
      *    3679-byte layout to 3695 bytes, and the reject rows written
      *    before the source code was carried from 1601 to 1604, in
      *    the live files and their archives. An unconverted file
      *    reads misaligned, and appending the wider records to it
      *    leaves it unreadable.

       environment division.
       input-output section.
               organization is sequential
               file status is RejectWorkStatus.

           select optional SourceRegistryFile
               assign to "./SourceRegistry.dat"
               organization is sequential
               file status is SourceRegistryStatus.

           select optional PrecedenceFile
               assign to "./SourcePrecedence.dat"
               organization is sequential
               file status is PrecedenceStatus.

           select optional VendorKeyFile
               assign to "./VendorKey.idx"
               organization is indexed
               access mode is dynamic
               record key is VendorKey
               alternate record key is VendorMovieID
                   with duplicates
               file status is VendorKeyStatus.

           select GenreIndexFile assign to "./GenreIndex.idx"
               organization is indexed
               access mode is dynamic
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
               organization is sequential
               file status is RatingHistStatus.

           select optional ToleranceFile
               assign to "./RatingTol.dat"
               organization is sequential
               file status is ToleranceStatus.

           select optional SuspenseFile
               assign to "./RatingSusp.dat"
               organization is sequential
               file status is SuspenseStatus.

           select optional OperatorFile
               assign to "./Operator.idx"
               organization is indexed
               access mode is dynamic
               record key is OperatorID
               file status is OperatorStatus.

       data division.
       file section.
       fd MovieFile.
      *numeric guard, which is the cue to stamp it.
          05 filler           pic x(2).
          05 RejectDate       pic 9(8).
      *The source code trails the date for the same reason; a blank
      *one is the standard ./Movies.csv feed.
          05 filler           pic x(2).
          05 RejectSource     pic x.

       fd RejectWorkFile.
       01 RejectWorkRecord    pic x(1604).

       fd SourceRegistryFile.
       01 SourceRegistryRecord pic x(250).

       fd PrecedenceFile.
       01 PrecedenceRecord    pic x(40).

       fd VendorKeyFile.
       01 VendorKeyRecord.
          05 VendorKey.
             10 VendorSource   pic x.
             10 VendorTitleKey pic x(60).
          05 VendorMovieID     pic 9(5).
          05 filler            pic x(14).

       fd GenreIndexFile.
       01 GenreIndexRecord.
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

       fd MovieAuditFile.
       01 MovieAuditRecord.
          05 AuditMovieID     pic 9(5).
          05 AuditAction      pic x.
          05 AuditBeforeImage pic x(1824).
          05 AuditAfterImage  pic x(1824).
          05 AuditOperator    pic x(8).
          05 AuditApprover    pic x(8).

       fd GenreVocabFile.
       01 GenreVocabRecord.
          05 OldRating         pic x(5).
          05 NewRating         pic x(5).

       fd ToleranceFile.
       01 ToleranceRecord     pic x(10).

       fd SuspenseFile.
       01 SuspenseRecord.
          05 SuspMovieID       pic 9(5).
          05 SuspDate          pic 9(8).
          05 SuspTime          pic 9(6).
          05 SuspProgram       pic x(12).
          05 SuspRunMode       pic x.
          05 SuspOldRating     pic x(5).
          05 SuspNewRating     pic x(5).
          05 SuspTitle         pic x(60).
          05 SuspStatus        pic x.
          05 SuspReviewDate    pic 9(8).
          05 SuspReviewTime    pic 9(6).
          05 SuspSource        pic x.
          05 filler            pic x(20).

       fd OperatorFile.
       01 OperatorRecord.
          05 OperatorID        pic x(8).
          05 OperatorName      pic x(30).
          05 OperatorLevel     pic x.
             88 OperatorIsSupervisor value 'S'.
             88 OperatorIsOperator   value 'O'.
          05 OperatorAddedDate pic 9(8).
          05 OperatorAddedBy   pic x(8).
          05 filler            pic x(25).

       working-storage section.
       01 FileStatus         pic x(2).
          88 FileOK          value '00'.
             10 RejReason     pic x(80).
             10 RejData       pic x(1500).
             10 RejResolvedSw pic x.
             10 RejSource     pic x.

       01 CsvRowWork         pic x(1500).

       01 RatingHistStatus   pic x(2).
       01 OldRatingWork      pic x(5).

      *Rating-swing hold, the same check Csv2Vsam's delta load makes:
      *tolerance and swing in tenths of a point.
       01 ToleranceStatus    pic x(2).
          88 ToleranceOK         value '00'.
          88 ToleranceEndOfFile  value '10'.
       01 SuspenseStatus     pic x(2).
       01 HoldCheckSwitch    pic x value 'N'.
          88 HoldCheckActive value 'Y'.
          88 HoldCheckOff    value 'N'.
       01 RatingHoldSwitch   pic x.
          88 RatingHeld      value 'Y'.
          88 RatingNotHeld   value 'N'.
       01 ToleranceTenths    pic 9(3) value 0.
       01 OldTenths          pic 9(3).
       01 NewTenths          pic 9(3).
       01 SwingTenths        pic 9(3).
       01 RatingToConvert    pic x(5).
       01 RatingWhole        pic 9(2).
       01 RatingFracDigit    pic 9(1).
       01 RatingTenths       pic 9(3).
       01 IncomingRatingWork pic x(5).
       01 HeldRatingWork     pic x(5).
       01 RecordsHeld        pic 9(3) value 0.

       01 KeywordIndexStatus pic x(2).
       01 StopWordStatus     pic x(2).
       01 StopWordSwitch     pic x value 'N'.
          88 StopWordsAvailable value 'Y'.
          88 StopWordsMissing   value 'N'.
       01 KeywordActionSwitch pic x.
          88 KeywordAdd      value 'A'.
          88 KeywordDrop     value 'D'.
       01 KeywordStopSwitch  pic x.
          88 KeywordStopped    value 'Y'.
          88 KeywordNotStopped value 'N'.
       01 KeywordSource      pic x(1000).
       01 KeywordWork        pic x(20).
       01 KeywordLength      pic 9(4).
       01 KeywordPos         pic 9(4).
       01 KeywordChar        pic x.
       01 OldSummary         pic x(1000).

      *Every source a reject row can come from: entry 1 is the
      *standard ./Movies.csv feed, the rest are read from
      *SourceRegistry.dat, and a code on a row that is no longer
      *registered gets an entry of its own so its rows still count.
       01 SourceRegistryStatus pic x(2).
          88 SourceRegistryOK        value '00'.
          88 SourceRegistryEndOfFile value '10'.
       01 SourcesLoaded      pic 9(2) value 0.
       01 SrcIdx             pic 9(2).
       01 SourceTable.
          05 SourceEntry occurs 20 times.
             10 SrcCode       pic x.
             10 SrcName       pic x(30).
             10 SrcColumns    pic x(150).
             10 SrcRegistered pic x.
             10 SrcRowsRead   pic 9(5).
             10 SrcResolved   pic 9(5).
             10 SrcRemaining  pic 9(7).
       01 SrcEntryCode       pic x.
       01 SrcEntryName       pic x(30).
       01 SrcEntryPath       pic x(60).
       01 SrcEntryColumns    pic x(150).
       01 StandardColumns.
          05 filler          pic x(45)
             value "TITLE,STUDIO,DIRECTOR,CRATING,RATING,SUMMARY,".
          05 filler          pic x(32)
             value "GCOUNT,GENRES,ACOUNT,ACTORS,YEAR".
       01 SourceCode         pic x.

       01 ColumnsDefined     pic 9(2) value 0.
       01 ColIdx             pic 9(2).
       01 ColumnTagTable.
          05 ColumnTag       pic x(8) occurs 15 times.
       01 CsvColumnTable.
          05 CsvColumn       pic x(1000) occurs 15 times.
       01 VendorKeyWork      pic x(60).

       01 PrecedenceStatus   pic x(2).
          88 PrecedenceOK        value '00'.
          88 PrecedenceEndOfFile value '10'.
       01 PrecLoaded         pic 9(2) value 0.
       01 PrecIdx            pic 9(2).
       01 PrecTable.
          05 PrecEntry occurs 20 times.
             10 PrecField    pic x(8).
             10 PrecSource   pic x.

       01 VendorKeyStatus    pic x(2).

       01 FieldTagWork       pic x(8).
       01 ColumnCarriedSwitch pic x.
          88 ColumnCarried    value 'Y'.
          88 ColumnNotCarried value 'N'.
       01 StoredFieldSwitch  pic x.
          88 StoredFieldBlank value 'Y'.
          88 StoredFieldSet   value 'N'.
       01 TakeFieldSwitch    pic x.
          88 TakeIncomingField value 'Y'.
          88 KeepStoredField   value 'N'.
       01 GenreSourceSwitch  pic x.
          88 TakeIncomingGenres value 'I'.
          88 KeepStoredGenres   value 'S'.
       01 ActorSourceSwitch  pic x.
          88 TakeIncomingActors value 'I'.
          88 KeepStoredActors   value 'S'.
       01 YearSourceSwitch   pic x.
          88 TakeIncomingYear   value 'I'.
          88 KeepStoredYear     value 'S'.
       01 StoredReleaseYear  pic 9(4).

       01 MatchTypeSwitch    pic x.
          88 MatchedOnVendorKey value 'K'.
          88 MatchedOnTitle     value 'T'.
          88 MatchedNothing     value 'N'.

       01 OperatorStatus     pic x(2).
       01 SignOnID           pic x(8).
       01 SignOnLevel        pic x.
          88 SignOnSupervisor value 'S'.

       procedure division.
           perform CheckRunControl
           perform SignOnOperator
           perform SetRunControlLock
           move "START" to HistEventWork
           move spaces to HistTotalsWork
           string "OPER=" delimited by size
                  SignOnID delimited by size
             into HistTotalsWork
           end-string
           perform WriteRunHistory

           perform LoadSourceTable
           perform LoadSourcePrecedence
           perform LoadRejectTable
           if RejUsed = 0
               display "Movies.rej is empty - nothing to recycle"
           open i-o MovieFile
           open i-o GenreIndexFile
           open i-o ActorMasterFile
           open i-o VendorKeyFile
           open i-o KeywordIndexFile
           open extend MovieAuditFile
           open extend RatingHistFile
           open extend SuspenseFile
           perform OpenVocabFiles
           perform OpenStopWordFile
           perform LoadRatingTolerance

           perform FindMaxMovieID

             varying RejIdx from 1 by 1 until RejIdx > RejUsed

           close MovieFile, GenreIndexFile, ActorMasterFile,
                 MovieAuditFile, RatingHistFile, VendorKeyFile,
                 SuspenseFile, KeywordIndexFile
           if StopWordsAvailable
               close StopWordFile
           end-if
           if GenreVocabAvailable
               close GenreVocabFile
           end-if
           display "Reject rows read:      " RejUsed
           display "Rows resubmitted:      " RejectsResolved
           display "Rows still unresolved: " RejectsRemaining
           display "Rating changes held:   " RecordsHeld
           display "By source (read / resubmitted / unresolved):"
           perform varying SrcIdx from 1 by 1
            until SrcIdx > SourcesLoaded
               if SrcRowsRead(SrcIdx) > 0 or SrcRemaining(SrcIdx) > 0
                   display "  " SrcCode(SrcIdx) " "
                           SrcName(SrcIdx)(1:18)
                           " " SrcRowsRead(SrcIdx)
                           "  " SrcResolved(SrcIdx)
                           "  " SrcRemaining(SrcIdx)
               end-if
           end-perform
           display "====================================="

           perform FinishRun.
                  RejectsResolved delimited by size
                  " REMAIN=" delimited by size
                  RejectsRemaining delimited by size
                  " HELD=" delimited by size
                  RecordsHeld delimited by size
             into HistTotalsWork
           end-string
           perform WriteRunHistory
           end-if
           close RunControlFile.

      *----------------------------------------------------------------
      * Every change this program makes is stamped with the operator
      * behind it. The ID comes from MOVIEOPER in the environment (the
      * way the nightly window signs its jobs on) or is keyed at the
      * console, and must be on Operator.idx, kept by OperatorMaint -
      * an unknown ID, or no operator file at all, stops the run
      * before anything is touched.
      *----------------------------------------------------------------
       SignOnOperator.
           move spaces to SignOnID
           accept SignOnID from environment "MOVIEOPER"
           if SignOnID = spaces
               display "Operator ID:"
               accept SignOnID from console
           end-if
           inspect SignOnID converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           open input OperatorFile
           if OperatorStatus not = '00'
               display "Operator.idx not available (status "
                       OperatorStatus ") - nobody can sign on until "
                       "OperatorMaint sets operators up"
               close OperatorFile
               stop run
           end-if
           move SignOnID to OperatorID
           read OperatorFile
             invalid key
               display "Operator '" SignOnID
                       "' is not on Operator.idx - run refused"
               close OperatorFile
               stop run
           end-read
           move OperatorLevel to SignOnLevel
           close OperatorFile.

       SetRunControlLock.
           open output RunControlFile
           move spaces to RunControlRecord
           write RunHistoryRecord
           close RunHistoryFile.

      *----------------------------------------------------------------
      * Entry 1 is always the standard ./Movies.csv feed; every source
      * on SourceRegistry.dat follows it. A missing registry leaves
      * just the standard feed, which is all a single-vendor catalog
      * ever had.
      *----------------------------------------------------------------
       LoadSourceTable.
           move 1 to SourcesLoaded
           move spaces to SourceEntry(1)
           move "Movies.csv (standard)" to SrcName(1)
           move StandardColumns to SrcColumns(1)
           move 'Y' to SrcRegistered(1)
           move 0 to SrcRowsRead(1)
           move 0 to SrcResolved(1)
           move 0 to SrcRemaining(1)
           open input SourceRegistryFile
           if SourceRegistryOK
               read SourceRegistryFile
               perform LoadOneSource
                 until SourceRegistryEndOfFile or SourcesLoaded = 20
           end-if
           close SourceRegistryFile.

       LoadOneSource.
           if SourceRegistryRecord not = spaces
               move spaces to SrcEntryCode
               move spaces to SrcEntryName
               move spaces to SrcEntryPath
               move spaces to SrcEntryColumns
               unstring SourceRegistryRecord
                 delimited by "|"
                 into SrcEntryCode SrcEntryName SrcEntryPath
                      SrcEntryColumns
               end-unstring
               add 1 to SourcesLoaded
               move SrcEntryCode to SrcCode(SourcesLoaded)
               move SrcEntryName to SrcName(SourcesLoaded)
               move SrcEntryColumns to SrcColumns(SourcesLoaded)
               move 'Y' to SrcRegistered(SourcesLoaded)
               move 0 to SrcRowsRead(SourcesLoaded)
               move 0 to SrcResolved(SourcesLoaded)
               move 0 to SrcRemaining(SourcesLoaded)
           end-if
           read SourceRegistryFile.

      *----------------------------------------------------------------
      * Points SrcIdx at SourceCode's entry, adding an unregistered
      * one the first time a code turns up that the registry no
      * longer lists (the last slot is shared once the table fills).
      *----------------------------------------------------------------
       FindSourceIndex.
           move 0 to SrcIdx
           perform varying ColIdx from 1 by 1
            until ColIdx > SourcesLoaded or SrcIdx > 0
               if SrcCode(ColIdx) = SourceCode
                   move ColIdx to SrcIdx
               end-if
           end-perform
           if SrcIdx = 0 and SourcesLoaded < 20
               add 1 to SourcesLoaded
               move SourcesLoaded to SrcIdx
               move spaces to SourceEntry(SrcIdx)
               move SourceCode to SrcCode(SrcIdx)
               move "(not on SourceRegistry.dat)" to SrcName(SrcIdx)
               move 'N' to SrcRegistered(SrcIdx)
               move 0 to SrcRowsRead(SrcIdx)
               move 0 to SrcResolved(SrcIdx)
               move 0 to SrcRemaining(SrcIdx)
           end-if
           if SrcIdx = 0
               move SourcesLoaded to SrcIdx
           end-if.

       ParseColumnOrder.
           move spaces to ColumnTagTable
           move 0 to ColumnsDefined
           unstring SrcColumns(SrcIdx)
             delimited by ","
             into ColumnTag(1)  ColumnTag(2)  ColumnTag(3)
                  ColumnTag(4)  ColumnTag(5)  ColumnTag(6)
                  ColumnTag(7)  ColumnTag(8)  ColumnTag(9)
                  ColumnTag(10) ColumnTag(11) ColumnTag(12)
                  ColumnTag(13) ColumnTag(14) ColumnTag(15)
             tallying in ColumnsDefined
           end-unstring.

       FindColumnTag.
           set ColumnNotCarried to true
           perform varying ColIdx from 1 by 1
            until ColIdx > ColumnsDefined
               if ColumnTag(ColIdx) = FieldTagWork
                   set ColumnCarried to true
               end-if
           end-perform.

       MapOneColumn.
           evaluate ColumnTag(ColIdx)
             when "TITLE"
               move CsvColumn(ColIdx) to CsvTitle
             when "STUDIO"
               move CsvColumn(ColIdx) to CsvStudio
             when "DIRECTOR"
               move CsvColumn(ColIdx) to CsvDirector
             when "CRATING"
               move CsvColumn(ColIdx) to CsvContentRating
             when "RATING"
               move CsvColumn(ColIdx) to CsvRating
             when "SUMMARY"
               move CsvColumn(ColIdx) to CsvSummary
             when "GCOUNT"
               unstring CsvColumn(ColIdx)
                 delimited by space
                 into WorkGenreCount
               end-unstring
             when "GENRES"
               move CsvColumn(ColIdx) to GenreString
             when "ACOUNT"
               unstring CsvColumn(ColIdx)
                 delimited by space
                 into WorkActorCount
               end-unstring
             when "ACTORS"
               move CsvColumn(ColIdx) to ActorString
             when "YEAR"
               move CsvColumn(ColIdx) to WorkReleaseYear
             when "KEY"
               move CsvColumn(ColIdx) to VendorKeyWork
             when other
               continue
           end-evaluate.

       LoadSourcePrecedence.
           move 0 to PrecLoaded
           open input PrecedenceFile
           if PrecedenceOK
               read PrecedenceFile
               perform LoadOnePrecedence
                 until PrecedenceEndOfFile or PrecLoaded = 20
           end-if
           close PrecedenceFile.

       LoadOnePrecedence.
           if PrecedenceRecord not = spaces
               add 1 to PrecLoaded
               move spaces to PrecEntry(PrecLoaded)
               unstring PrecedenceRecord
                 delimited by "|"
                 into PrecField(PrecLoaded) PrecSource(PrecLoaded)
               end-unstring
           end-if
           read PrecedenceFile.

      *----------------------------------------------------------------
      * Reads Movies.rej whole into the table. A reject row written
      * before the reject date was carried reads as non-numeric
           move RejectReason to RejReason(RejUsed)
           move RejectCsvData to RejData(RejUsed)
           move 'N' to RejResolvedSw(RejUsed)
           move RejectSource to RejSource(RejUsed)
           move RejectSource to SourceCode
           perform FindSourceIndex
           add 1 to SrcRowsRead(SrcIdx)
           read RejectFile.

      *----------------------------------------------------------------
                   move RejDate(RejIdx) to RejectDate
                   move RejReason(RejIdx) to RejectReason
                   move RejData(RejIdx) to RejectCsvData
                   move RejSource(RejIdx) to RejectSource
                   write RejectRecord
                   move RejSource(RejIdx) to SourceCode
                   perform FindSourceIndex
                   add 1 to SrcRemaining(SrcIdx)
               end-if
           end-perform
           if OverflowRows > 0
               move RejectWorkRecord to RejectRecord
               write RejectRecord
               add 1 to RejectsRemaining
               move RejectSource to SourceCode
               perform FindSourceIndex
               add 1 to SrcRemaining(SrcIdx)
               read RejectWorkFile
           end-perform
           close RejectWorkFile.
      *----------------------------------------------------------------
       RecycleOneReject.
           move RejData(RejIdx) to CsvRowWork
           move RejSource(RejIdx) to SourceCode
           perform FindSourceIndex
           perform ParseColumnOrder
           perform ParseAndValidateRow
           if RecordValid
               perform StoreRecycledRow
           else
               display " "
               display "Line " RejLineNo(RejIdx)
                       " (rejected " RejDate(RejIdx) ", source "
                       SrcCode(SrcIdx) "): " RejReason(RejIdx)
               display "  Now: " RejectReasonWork
               display "  Row: " CsvRowWork(1:70)
               display "Correct this row now (Y/N):"
               accept ConfirmReply from console
               if ConfirmReply = 'Y' or ConfirmReply = 'y'
                   display "Key the corrected row (pipe delimited, "
                           "columns " SrcColumns(SrcIdx)(1:80) "):"
                   accept CsvRowWork from console
                   perform ParseAndValidateRow
                   if RecordValid
           move spaces to GenreString
           move spaces to ActorString
           move spaces to WorkReleaseYear
           move spaces to VendorKeyWork
           move 0 to WorkGenreCount
           move 0 to WorkActorCount

           move spaces to CsvColumnTable
           unstring CsvRowWork
             delimited by "|"
             into CsvColumn(1)  CsvColumn(2)  CsvColumn(3)
                  CsvColumn(4)  CsvColumn(5)  CsvColumn(6)
                  CsvColumn(7)  CsvColumn(8)  CsvColumn(9)
                  CsvColumn(10) CsvColumn(11) CsvColumn(12)
                  CsvColumn(13) CsvColumn(14) CsvColumn(15)
           end-unstring
           perform varying ColIdx from 1 by 1
            until ColIdx > ColumnsDefined
               perform MapOneColumn
           end-perform

           move spaces to RejectReasonWork
           set RecordValid to true

           if SrcRegistered(SrcIdx) not = 'Y'
               set RecordInvalid to true
               string "SOURCE " delimited by size
                      SourceCode delimited by size
                      " NOT ON SOURCEREGISTRY.DAT" delimited by size
                 into RejectReasonWork
               end-string
           end-if

           perform CountGenreFields
           if ActualGenreCount not = WorkGenreCount
            and RejectReasonWork = spaces
               set RecordInvalid to true
               string "GENRE COUNT MISMATCH (expected "
                      delimited by size

      *----------------------------------------------------------------
      * The same lookup-and-store a 'D' run of Csv2Vsam does: the row
      * rewrites its title if one is on file - found by the vendor's
      * key first, then by Title - cleaning up the old GenreIndex and
      * ActorMaster references first and keeping any field another
      * source owns, and is written under the next MovieID if not,
      * with the audit and rating history entries the load would have
      * left.
      *----------------------------------------------------------------
       StoreRecycledRow.
           move 0 to FoundMovieID
           set MatchedNothing to true
           if VendorKeyWork not = spaces
               perform FindByVendorKey
           end-if
           if FoundMovieID = 0
               move CsvTitle to Title
               read MovieFile
                 key is Title
                 invalid key continue
                 not invalid key
                     move MovieID to FoundMovieID
                     set MatchedOnTitle to true
               end-read
           end-if

           move 0 to OldGenreCount
           move 0 to OldActorCount
           set TakeIncomingGenres to true
           set TakeIncomingActors to true
           set TakeIncomingYear to true
           set RatingNotHeld to true
           move spaces to OldSummary
           if FoundMovieID > 0
               move MovieRecord to AuditBeforeWork
               move Rating to OldRatingWork
               move Summary to OldSummary
               move ReleaseYear to StoredReleaseYear
               perform SaveOldGenres
               perform SaveOldActors
               perform ApplyFieldPrecedence
               move CsvRating to IncomingRatingWork
               perform CheckRatingSwing
               if RatingHeld
                   move OldRatingWork to CsvRating
               end-if
           else
               move spaces to AuditBeforeWork
               move spaces to OldRatingWork
           end-if

           move spaces          to MovieRecord
           move CsvTitle        to Title
           move CsvRating       to Rating
           move CsvSummary      to Summary

           if KeepStoredGenres
               perform RestoreOldGenres
           else
               perform PopulateGenres
           end-if
           if KeepStoredActors
               perform RestoreOldActors
           else
               perform PopulateActors
           end-if
           if KeepStoredYear
               move StoredReleaseYear to ReleaseYear
           else
               perform PopulateReleaseYear
           end-if

           set RecordNotStored to true
           if FoundMovieID > 0
                   perform RemoveOldActorRefs
               end-if
               perform AddActorMasterRefs
               perform RefreshKeywordIndex
               perform WriteMovieAudit
               if FoundMovieID > 0 and OldRatingWork not = Rating
                   perform WriteRatingHist
               end-if
               if RatingHeld
                   perform WriteRatingSuspense
               end-if
               perform RecordVendorKey
               move 'Y' to RejResolvedSw(RejIdx)
               add 1 to RejectsResolved
               add 1 to SrcResolved(SrcIdx)
               display "Resubmitted: " Title(1:60)
                       " (Movie ID " MovieID ")"
           end-if.

      *----------------------------------------------------------------
      * Csv2Vsam's vendor key lookup: a key pointing at a MovieID no
      * longer on file counts as no match, and the Title match (then
      * RecordVendorKey) takes over.
      *----------------------------------------------------------------
       FindByVendorKey.
           move SourceCode to VendorSource
           move VendorKeyWork to VendorTitleKey
           read VendorKeyFile
             invalid key continue
             not invalid key
               move VendorMovieID to MovieID
               read MovieFile
                 invalid key continue
                 not invalid key
                   move MovieID to FoundMovieID
                   set MatchedOnVendorKey to true
               end-read
           end-read.

       RecordVendorKey.
           if VendorKeyWork not = spaces
               move SourceCode to VendorSource
               move VendorKeyWork to VendorTitleKey
               read VendorKeyFile
                 invalid key
                   move MovieID to VendorMovieID
                   write VendorKeyRecord
                     invalid key continue
                   end-write
                 not invalid key
                   if VendorMovieID not = MovieID
                       move MovieID to VendorMovieID
                       rewrite VendorKeyRecord
                         invalid key continue
                       end-rewrite
                   end-if
               end-read
           end-if.

      *----------------------------------------------------------------
      * Csv2Vsam's field ownership rule, applied while the stored
      * record is still in the buffer: a field another source owns
      * (and has filled in), or one this row's source does not
      * carry, takes the stored value back over the row's.
      *----------------------------------------------------------------
       ApplyFieldPrecedence.
           move "TITLE" to FieldTagWork
           set StoredFieldSet to true
           if Title = spaces
               set StoredFieldBlank to true
           end-if
           perform DecideFieldSource
           if KeepStoredField
               move Title to CsvTitle
           end-if

           move "STUDIO" to FieldTagWork
           set StoredFieldSet to true
           if Studio = spaces
               set StoredFieldBlank to true
           end-if
           perform DecideFieldSource
           if KeepStoredField
               move Studio to CsvStudio
           end-if

           move "DIRECTOR" to FieldTagWork
           set StoredFieldSet to true
           if Director = spaces
               set StoredFieldBlank to true
           end-if
           perform DecideFieldSource
           if KeepStoredField
               move Director to CsvDirector
           end-if

           move "CRATING" to FieldTagWork
           set StoredFieldSet to true
           if ContentRating = spaces
               set StoredFieldBlank to true
           end-if
           perform DecideFieldSource
           if KeepStoredField
               move ContentRating to CsvContentRating
           end-if

           move "RATING" to FieldTagWork
           set StoredFieldSet to true
           if Rating = spaces
               set StoredFieldBlank to true
           end-if
           perform DecideFieldSource
           if KeepStoredField
               move Rating to CsvRating
           end-if

           move "SUMMARY" to FieldTagWork
           set StoredFieldSet to true
           if Summary = spaces
               set StoredFieldBlank to true
           end-if
           perform DecideFieldSource
           if KeepStoredField
               move Summary to CsvSummary
           end-if

           move "GENRES" to FieldTagWork
           set StoredFieldSet to true
           if GenreCount = 0
               set StoredFieldBlank to true
           end-if
           perform DecideFieldSource
           if KeepStoredField
               set KeepStoredGenres to true
           end-if

           move "ACTORS" to FieldTagWork
           set StoredFieldSet to true
           if ActorCount = 0
               set StoredFieldBlank to true
           end-if
           perform DecideFieldSource
           if KeepStoredField
               set KeepStoredActors to true
           end-if

           move "YEAR" to FieldTagWork
           set StoredFieldSet to true
           if ReleaseYear = 0
               set StoredFieldBlank to true
           end-if
           perform DecideFieldSource
           if KeepStoredField
               set KeepStoredYear to true
           end-if.

       DecideFieldSource.
           perform FindColumnTag
           if ColumnCarried
               set TakeIncomingField to true
           else
               set KeepStoredField to true
           end-if
           if TakeIncomingField and StoredFieldSet
               perform varying PrecIdx from 1 by 1
                until PrecIdx > PrecLoaded
                   if PrecField(PrecIdx) = FieldTagWork
                    and PrecSource(PrecIdx) not = SourceCode
                       set KeepStoredField to true
                   end-if
               end-perform
           end-if.

       RestoreOldGenres.
           move OldGenreCount to GenreCount
           perform varying Idx from 1 by 1 until Idx > OldGenreCount
               move OldGenre(Idx) to Genre(Idx)
           end-perform.

       RestoreOldActors.
           move OldActorCount to ActorCount
           perform varying Idx from 1 by 1 until Idx > OldActorCount
               move OldActor(Idx) to Actor(Idx)
           end-perform.

       PopulateGenres.
           move 1 to UnstringPointer
           move WorkGenreCount to GenreCount
               move Actor(Idx) to OldActor(Idx)
           end-perform.

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
      * A change that leaves the Summary as it was leaves its keyword
      * entries as they were.
      *----------------------------------------------------------------
       RefreshKeywordIndex.
           if Summary not = OldSummary
               perform DeleteOldKeywordEntries
               perform PopulateKeywordIndex
           end-if.

      *----------------------------------------------------------------
      * KeywordIndex.idx carries one word/MovieID pair for every word
      * of three or more letters or digits in the Summary, upper-
      * cased (so SearchMovies' keyword search ignores case) and cut
      * to 20, less the words on StopWord.idx. Old entries are
      * dropped by the Summary as it stood before the change, the
      * way the genre entries are dropped by the old genre list; the
      * stop words are not consulted on a drop, so a word stopped
      * since its entry was written still comes off.
      *----------------------------------------------------------------
       PopulateKeywordIndex.
           move Summary to KeywordSource
           set KeywordAdd to true
           perform ScanKeywordSource.

       DeleteOldKeywordEntries.
           move OldSummary to KeywordSource
           set KeywordDrop to true
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
               if KeywordAdd and StopWordsAvailable
                   move KeywordWork to StopWord
                   read StopWordFile
                     invalid key continue
                     not invalid key set KeywordStopped to true
                   end-read
               end-if
               if KeywordNotStopped
                   move KeywordWork to KeywordWord
                   move MovieID to KeywordMovieID
                   if KeywordAdd
                       write KeywordIndexRecord
                         invalid key continue
                       end-write
                   else
                       delete KeywordIndexFile
                         invalid key continue
                       end-delete
                   end-if
               end-if
           end-if
           move spaces to KeywordWork
           move 0 to KeywordLength.

       PopulateGenreIndex.
           perform varying Idx from 1 by 1 until Idx > GenreCount
               move Genre(Idx) to IndexGenre
           move AuditActionWork to AuditAction
           move AuditBeforeWork to AuditBeforeImage
           move MovieRecord to AuditAfterImage
           move SignOnID to AuditOperator
           write MovieAuditRecord.

       WriteRatingHist.
           move OldRatingWork to OldRating
           move Rating to NewRating
           write RatingHistRecord.

      *----------------------------------------------------------------
      * The tolerance on RatingTol.dat is shared with Csv2Vsam and
      * MovieBatch; without it rating changes are applied as before.
      *----------------------------------------------------------------
       LoadRatingTolerance.
           set HoldCheckOff to true
           open input ToleranceFile
           if ToleranceOK
               read ToleranceFile
               if not ToleranceEndOfFile
                and ToleranceRecord not = spaces
                   move ToleranceRecord to RatingToConvert
                   perform ParseRatingTenths
                   move RatingTenths to ToleranceTenths
                   set HoldCheckActive to true
               end-if
           end-if
           close ToleranceFile
           if HoldCheckOff
               display "RatingTol.dat not on file - rating changes "
                       "applied without a suspense check"
           end-if.

      *----------------------------------------------------------------
      * Csv2Vsam's swing check: both ratings present and different,
      * compared in tenths; a swing past the tolerance is held.
      *----------------------------------------------------------------
       CheckRatingSwing.
           set RatingNotHeld to true
           if HoldCheckActive
            and OldRatingWork not = spaces
            and IncomingRatingWork not = spaces
            and IncomingRatingWork not = OldRatingWork
               move OldRatingWork to RatingToConvert
               perform ParseRatingTenths
               move RatingTenths to OldTenths
               move IncomingRatingWork to RatingToConvert
               perform ParseRatingTenths
               move RatingTenths to NewTenths
               if NewTenths > OldTenths
                   compute SwingTenths = NewTenths - OldTenths
               else
                   compute SwingTenths = OldTenths - NewTenths
               end-if
               if SwingTenths > ToleranceTenths
                   set RatingHeld to true
                   move IncomingRatingWork to HeldRatingWork
               end-if
           end-if.

       ParseRatingTenths.
           move 0 to RatingWhole
           move 0 to RatingFracDigit
           unstring RatingToConvert
             delimited by "."
             into RatingWhole RatingFracDigit
           end-unstring
           compute RatingTenths = RatingWhole * 10 + RatingFracDigit.

       WriteRatingSuspense.
           move spaces to SuspenseRecord
           move MovieID to SuspMovieID
           accept SuspDate from date yyyymmdd
           accept AuditTimeWork from time
           move AuditTimeWork(1:6) to SuspTime
           move "RejRecycle" to SuspProgram
           move 'R' to SuspRunMode
           move OldRatingWork to SuspOldRating
           move HeldRatingWork to SuspNewRating
           move Title(1:60) to SuspTitle
           move 'P' to SuspStatus
           move 0 to SuspReviewDate
           move 0 to SuspReviewTime
           move SourceCode to SuspSource
           write SuspenseRecord
           add 1 to RecordsHeld
           display "Rating held for review: " OldRatingWork " -> "
                   HeldRatingWork.
