      *    Genre table and ActorCount). A non-numeric year rejects
      *    the row; a blank one loads as 0000 (year unknown), so
      *    older vendor files without the field still load.
      *  - Titles can now come from more than one vendor. Each vendor
      *    is a source on SourceRegistry.dat (code, name, file and
      *    column order) and a run loads one source, named by its
      *    code after a comma on the run parameter ("D,B" is a delta
      *    load of source B); with no code the run reads ./Movies.csv
      *    in the standard column order exactly as before. A
      *    vendor's own title key (its KEY column) is kept per source
      *    in VendorKey.idx - MovieRecord has no room for one key per
      *    vendor - and is tried before the Title match, so a vendor
      *    that retitles "The Matrix" as "Matrix, The" still lands on
      *    the same MovieID. SourcePrecedence.dat names the source
      *    that owns each field: on a rewrite a source only replaces
      *    a field it owns (or one no source owns), and otherwise
      *    only fills it in when the stored value is blank. Reject
      *    rows and the checkpoint carry the source code, a reload
      *    of one source keeps the other sources' rows in Movies.rej,
      *    and the control totals and RunHistory END entry report the
      *    source and how its rows matched.
      *  - A delta rewrite that would move a title's Rating by more
      *    than the tolerance on RatingTol.dat now stores the rest of
      *    the row but keeps the old Rating, and appends the old and
      *    new score to RatingSusp.dat for HoldReview to release or
      *    reject - a vendor feed that drops a run of 7.x scores to
      *    1.x no longer reaches the catalog or RatingHist.dat
      *    unseen. The held count is in the control totals, carried
      *    through a checkpoint restart, and in the RunHistory END
      *    entry as HELD= (in place of COUNT=, which the final
      *    totals still show) so NightRun can stop the window on it.
      *    A NightRun.stp step that checks COUNT= on this program's
      *    END entry must be changed (to WRITTEN=, REJ= or HELD=)
      *    before the next window, or NightRun stops on the missing
      *    tag. No RatingTol.dat means no hold, with a console note.
      *  - Added KeywordIndex.idx, a cross-reference of the words in
      *    each title's Summary to its MovieID, built alongside
      *    GenreIndex so SearchMovies can find a title by plot words
      *    with keyed reads. Words on StopWord.idx (maintained by
      *    VocabMaint's S file code) are left out. A full reload
      *    rebuilds it; a delta row whose Summary changed drops the
      *    old words and adds the current ones.
      *  - MovieAudit.dat entries now end with the operator and
      *    approving supervisor behind the change. A load runs
      *    unattended and leaves both blank.
      *  - Before this version first runs on an installation with an
      *    existing MovieAudit.dat or Movies.rej, run Housekeep C
      *    once: it pads the audit entries written in the old
      *    3679-byte layout to 3695 bytes, and the reject rows written
      *    before the source code was carried from 1601 to 1604, in
      *    the live files and their archives. An unconverted file
      *    reads misaligned, and appending the wider records to it
      *    leaves it unreadable.
      *
      *SourceRegistry.dat layout, pipe delimited, one source a line:
      *  Code|Name|File|ColumnOrder
      *  e.g.  B|Bravo Media|./Bravo.csv|KEY,TITLE,YEAR,STUDIO,...
      *ColumnOrder lists the file's columns left to right, comma
      *separated, from TITLE STUDIO DIRECTOR CRATING RATING SUMMARY
      *GCOUNT GENRES ACOUNT ACTORS YEAR KEY (SKIP for a column not
      *loaded). A field a source does not carry is never touched by
      *that source's rows.
      *
      *SourcePrecedence.dat layout, one field a line:  Field|Code
      *  e.g.  SUMMARY|A   RATING|B
      *using the ColumnOrder field names (GENRES and ACTORS cover the
      *lists and their counts). A field not listed belongs to
      *whichever source loads it last.

       environment division.
       input-output section.
                   with duplicates
               file status is FileStatus.

           select MovieCsv assign to SourcePath
               organization is sequential
               file status is FileStatus.

               organization is sequential
               file status is RejectFileStatus.

           select RejectHoldFile assign to "./Csv2Vsam.tmp"
               organization is sequential
               file status is RejectHoldStatus.

           select SourceRegistryFile
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

           select CheckpointFile assign to "./Csv2Vsam.ckp"
               organization is sequential
               file status is CheckpointFileStatus.
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

       fd RejectHoldFile.
       01 RejectHoldRecord    pic x(1604).

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

       fd CheckpointFile.
       01 CheckpointRecord.
          05 CheckpointLineNumber      pic 9(7).
          05 CheckpointCsvRecordsRead  pic 9(7).
          05 CheckpointRecordsWritten  pic 9(7).
          05 CheckpointRecordsRejected pic 9(7).
          05 CheckpointSource          pic x.
          05 CheckpointRecordsHeld     pic 9(7).

       fd MovieAuditFile.
       01 MovieAuditRecord.
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

       working-storage section.
       01 FileStatus         pic x(2).
          88 FileOK          value '00'.
          88 RecordNotFound  value '23'.

       01 RejectFileStatus   pic x(2).
          88 RejectFileOK        value '00'.
          88 RejectFileEndOfFile value '10'.
       01 RejectHoldStatus   pic x(2).
          88 RejectHoldOK        value '00'.
          88 RejectHoldEndOfFile value '10'.
       01 RejectsCarried     pic 9(7) value 0.
       01 GenreIndexFileStatus pic x(2).
          88 GenreIndexFileOK    value '00'.
          88 GenreIndexEndOfFile value '10'.
       01 RatingHistStatus   pic x(2).
       01 OldRatingWork      pic x(5).

      *The source being loaded: the standard ./Movies.csv feed unless
      *the run parameter names a source on SourceRegistry.dat.
       01 RunModeText        pic x(20).
       01 SourceCode         pic x value space.
       01 SourceName         pic x(30) value "Movies.csv (standard)".
       01 SourcePath         pic x(60) value "./Movies.csv".
       01 SourceColumns      pic x(150).
       01 StandardColumns.
          05 filler          pic x(45)
             value "TITLE,STUDIO,DIRECTOR,CRATING,RATING,SUMMARY,".
          05 filler          pic x(32)
             value "GCOUNT,GENRES,ACOUNT,ACTORS,YEAR".
       01 SourceRegistryStatus pic x(2).
          88 SourceRegistryOK        value '00'.
          88 SourceRegistryEndOfFile value '10'.
       01 SourceFoundSwitch  pic x.
          88 SourceFound     value 'Y'.
          88 SourceNotFound  value 'N'.
       01 SrcEntryCode       pic x.
       01 SrcEntryName       pic x(30).
       01 SrcEntryPath       pic x(60).
       01 SrcEntryColumns    pic x(150).

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

       01 StoredTitle        pic x(100).
       01 StoredStudio       pic x(50).
       01 StoredDirector     pic x(50).
       01 StoredContentRating pic x(10).
       01 StoredRating       pic x(5).
       01 StoredSummary      pic x(1000).
       01 StoredReleaseYear  pic 9(4).

       01 MatchTypeSwitch    pic x.
          88 MatchedOnVendorKey value 'K'.
          88 MatchedOnTitle     value 'T'.
          88 MatchedNothing     value 'N'.
       01 KeyMatchCount      pic 9(7) value 0.
       01 TitleMatchCount    pic 9(7) value 0.
       01 NewTitleCount      pic 9(7) value 0.
       01 FieldsKeptCount    pic 9(7) value 0.

      *Rating-swing hold: a rewrite moving the Rating by more than
      *the tolerance (in tenths of a point) keeps the old one and
      *sends the new one to RatingSusp.dat.
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
       01 RecordsHeld        pic 9(7) value 0.

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

       procedure division.
           perform GetRunMode
           perform SetRunControlLock
      *    for I-O even on a full load, since the records from the
      *    interrupted run are already sitting in them and must not
      *    be wiped out by an OUTPUT open.
      *    VendorKey.idx goes with the catalog: a full reload hands
      *    out fresh MovieIDs, so every vendor key on file would point
      *    at the wrong title and the file starts again empty.
           if DeltaLoad or ResumeRun
               open i-o MovieFile
               open i-o GenreIndexFile
               open i-o ActorMasterFile
               open i-o VendorKeyFile
               open i-o KeywordIndexFile
               perform FindMaxMovieID
           else
               perform BackupCatalogBeforeReload
               open output MovieFile
               open output GenreIndexFile
               open output ActorMasterFile
               open output VendorKeyFile
               open output KeywordIndexFile
           end-if

      *    A resumed run must not truncate Movies.rej the way an
      *    the crash are still counted in the checkpoint's restored
      *    RecordsRejected total, so the reject file has to keep
      *    listing them. Opening EXTEND appends the rows rejected
      *    after the restart onto what is already there. A fresh run
      *    replaces only this source's rows; the other sources' rows
      *    are still waiting for RejRecycle.
           if ResumeRun
               open extend RejectFile
           else
               perform KeepOtherSourceRejects
           end-if

           open extend MovieAuditFile
           open extend RatingHistFile
           open extend SuspenseFile
           perform OpenVocabFiles
           perform OpenStopWordFile
           perform LoadRatingTolerance

           if ResumeRun
               perform ResumeFromCheckpoint
           perform ProcessCSV until EndOfFile

           close MovieFile, MovieCsv, RejectFile, GenreIndexFile,
                 MovieAuditFile, ActorMasterFile, RatingHistFile,
                 VendorKeyFile, SuspenseFile, KeywordIndexFile
           if StopWordsAvailable
               close StopWordFile
           end-if
           if GenreVocabAvailable
               close GenreVocabFile
           end-if
                  MovieFileRecordsWritten delimited by size
                  " REJ=" delimited by size
                  RecordsRejected delimited by size
                  " HELD=" delimited by size
                  RecordsHeld delimited by size
                  " SRC=" delimited by size
                  SourceCode delimited by size
             into HistTotalsWork
           end-string
           perform WriteRunHistory
           move Rating to NewRating
           write RatingHistRecord.

      *----------------------------------------------------------------
      * The tolerance is one Rating-style value ("2.0") on
      * RatingTol.dat, shared with RejRecycle and MovieBatch. Without
      * it every rating change is applied as it always was.
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
      * A stored and an incoming Rating, both present and different,
      * are compared in tenths of a point; a swing past the tolerance
      * holds the incoming one. A blank on either side is a rating
      * arriving or going, not a swing, and is applied.
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

      *----------------------------------------------------------------
      * The held score waits on RatingSusp.dat, pending, with the
      * score the catalog kept, until HoldReview releases or rejects
      * it.
      *----------------------------------------------------------------
       WriteRatingSuspense.
           move spaces to SuspenseRecord
           move MovieID to SuspMovieID
           accept SuspDate from date yyyymmdd
           accept AuditTimeWork from time
           move AuditTimeWork(1:6) to SuspTime
           move "Csv2Vsam" to SuspProgram
           move RunModeSwitch to SuspRunMode
           move OldRatingWork to SuspOldRating
           move HeldRatingWork to SuspNewRating
           move Title(1:60) to SuspTitle
           move 'P' to SuspStatus
           move 0 to SuspReviewDate
           move 0 to SuspReviewTime
           move SourceCode to SuspSource
           write SuspenseRecord
           add 1 to RecordsHeld
           display "Rating held for review: Movie ID " MovieID
                   " " OldRatingWork " -> " HeldRatingWork.

      *----------------------------------------------------------------
      * A full reload destroys the current catalog at the OUTPUT open
      * before a single CSV row has been validated, so the existing
      * at all) keeps the original full-reload behaviour. A second
      * character of 'R' asks for a checkpoint/restart resume: skip
      * the CSV rows already processed on a prior run instead of
      * reloading the whole file from scratch. A source code after a
      * comma picks the vendor file to load from SourceRegistry.dat;
      * an unknown code stops the run here, before the catalog is
      * locked or touched.
      *----------------------------------------------------------------
       GetRunMode.
           accept RunParameter from command-line
               set ResumeRun to true
           else
               set NotResumeRun to true
           end-if
           move StandardColumns to SourceColumns
           unstring RunParameter
             delimited by ","
             into RunModeText SourceCode
           end-unstring
           if SourceCode not = space
               perform LoadSourceEntry
           end-if
           perform ParseColumnOrder
           perform LoadSourcePrecedence
           display "Loading source " SourceCode " " SourceName
                   " from " SourcePath.

       LoadSourceEntry.
           set SourceNotFound to true
           open input SourceRegistryFile
           if SourceRegistryOK
               read SourceRegistryFile
               perform FindSourceEntry
                 until SourceRegistryEndOfFile or SourceFound
               close SourceRegistryFile
           end-if
           if SourceNotFound
               display "Source " SourceCode " is not on "
                       "SourceRegistry.dat - nothing loaded"
               stop run
           end-if.

       FindSourceEntry.
           move spaces to SrcEntryCode
           move spaces to SrcEntryName
           move spaces to SrcEntryPath
           move spaces to SrcEntryColumns
           unstring SourceRegistryRecord
             delimited by "|"
             into SrcEntryCode SrcEntryName SrcEntryPath
                  SrcEntryColumns
           end-unstring
           if SrcEntryCode = SourceCode
               set SourceFound to true
               move SrcEntryName to SourceName
               move SrcEntryPath to SourcePath
               move SrcEntryColumns to SourceColumns
           else
               read SourceRegistryFile
           end-if.

      *----------------------------------------------------------------
      * Splits the source's column order into the tag table that
      * MapCsvColumns places each column by. Title is the fallback
      * match and the one field every title must have, so a column
      * order without it is refused.
      *----------------------------------------------------------------
       ParseColumnOrder.
           move spaces to ColumnTagTable
           move 0 to ColumnsDefined
           unstring SourceColumns
             delimited by ","
             into ColumnTag(1)  ColumnTag(2)  ColumnTag(3)
                  ColumnTag(4)  ColumnTag(5)  ColumnTag(6)
                  ColumnTag(7)  ColumnTag(8)  ColumnTag(9)
                  ColumnTag(10) ColumnTag(11) ColumnTag(12)
                  ColumnTag(13) ColumnTag(14) ColumnTag(15)
             tallying in ColumnsDefined
           end-unstring
           move "TITLE" to FieldTagWork
           perform FindColumnTag
           if ColumnNotCarried
               display "Source " SourceCode " column order has no "
                       "TITLE column - nothing loaded"
               stop run
           end-if.

       FindColumnTag.
           set ColumnNotCarried to true
           perform varying ColIdx from 1 by 1
            until ColIdx > ColumnsDefined
               if ColumnTag(ColIdx) = FieldTagWork
                   set ColumnCarried to true
               end-if
           end-perform.

      *----------------------------------------------------------------
      * Field ownership is optional reference data: with no
      * SourcePrecedence.dat every field belongs to whichever source
      * loads it last, the way a single-vendor catalog always worked.
      *----------------------------------------------------------------
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
      * Delta mode rewrites existing titles in place, so MovieCount
      * has to pick up where the catalog already left off rather than
           if CheckpointFileOK
               read CheckpointFile
               if not CheckpointFileEndOfFile
                and CheckpointSource = SourceCode
                   move CheckpointCsvRecordsRead  to CsvRecordsRead
                   move CheckpointRecordsWritten  to
                        MovieFileRecordsWritten
                   move CheckpointRecordsRejected to RecordsRejected
                   if CheckpointRecordsHeld numeric
                       move CheckpointRecordsHeld to RecordsHeld
                   end-if
                   perform SkipProcessedCsvRecords
               end-if
               if not CheckpointFileEndOfFile
                and CheckpointSource not = SourceCode
                   display "Checkpoint was taken loading source "
                           CheckpointSource " - source " SourceCode
                           " starts from the top of its file"
               end-if
               close CheckpointFile
           else
               display "No checkpoint file found - starting from "
           move CsvRecordsRead          to CheckpointCsvRecordsRead
           move MovieFileRecordsWritten to CheckpointRecordsWritten
           move RecordsRejected         to CheckpointRecordsRejected
           move SourceCode              to CheckpointSource
           move RecordsHeld             to CheckpointRecordsHeld
           write CheckpointRecord
           close CheckpointFile.

       ProcessCSV.
               add 1 to CsvRecordsRead
               perform MapCsvColumns

               perform ValidateCsvRecord

               read MovieCsv
               add 1 to LineNumber.

      *----------------------------------------------------------------
      * Splits the row on "|" and places each column by the source's
      * column order - straight into the record buffer, as the
      * standard layout always was, except the lists, counts, year
      * and vendor key, which are worked from before they are stored.
      * A field the source does not carry is left blank.
      *----------------------------------------------------------------
       MapCsvColumns.
           move spaces to CsvColumnTable
           unstring MovieCsvRecord
             delimited by "|"
             into CsvColumn(1)  CsvColumn(2)  CsvColumn(3)
                  CsvColumn(4)  CsvColumn(5)  CsvColumn(6)
                  CsvColumn(7)  CsvColumn(8)  CsvColumn(9)
                  CsvColumn(10) CsvColumn(11) CsvColumn(12)
                  CsvColumn(13) CsvColumn(14) CsvColumn(15)
           end-unstring
           move spaces to Title
           move spaces to Studio
           move spaces to Director
           move spaces to ContentRating
           move spaces to Rating
           move spaces to Summary
           move spaces to GenreString
           move spaces to ActorString
           move spaces to WorkReleaseYear
           move spaces to VendorKeyWork
           move 0 to WorkGenreCount
           move 0 to WorkActorCount
           perform varying ColIdx from 1 by 1
            until ColIdx > ColumnsDefined
               perform MapOneColumn
           end-perform.

       MapOneColumn.
           evaluate ColumnTag(ColIdx)
             when "TITLE"
               move CsvColumn(ColIdx) to Title
             when "STUDIO"
               move CsvColumn(ColIdx) to Studio
             when "DIRECTOR"
               move CsvColumn(ColIdx) to Director
             when "CRATING"
               move CsvColumn(ColIdx) to ContentRating
             when "RATING"
               move CsvColumn(ColIdx) to Rating
             when "SUMMARY"
               move CsvColumn(ColIdx) to Summary
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

       FullStoreRecord.
           add 1 to MovieCount
           move MovieCount to MovieID
           if RecordStored
               perform PopulateGenreIndex
               perform AddActorMasterRefs
               perform PopulateKeywordIndex
               move 'W' to AuditActionWork
               perform WriteMovieAudit
               perform RecordVendorKey
               add 1 to NewTitleCount
           end-if.

      *----------------------------------------------------------------
      * Looks the incoming row up by the vendor's own key first, then
      * by Title. A READ on MovieFile replaces the whole record
      * buffer, so the scalar fields just unstrung off the CSV row are
      * saved off first and restored once the lookup has told us
      * whether this is an update or a new title. On an update the
      * field ownership in SourcePrecedence.dat decides, field by
      * field, whether the row's value or the stored one is kept.
      *----------------------------------------------------------------
       DeltaStoreRecord.
           move Title         to SaveTitle
           move Rating        to SaveRating
           move Summary       to SaveSummary

           move 0 to FoundMovieID
           set MatchedNothing to true
           if VendorKeyWork not = spaces
               perform FindByVendorKey
           end-if
           if FoundMovieID = 0
               move SaveTitle to Title
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
               perform SaveStoredFields
               perform SaveOldGenres
               perform SaveOldActors
               perform ApplyFieldPrecedence
               move SaveRating to IncomingRatingWork
               perform CheckRatingSwing
               if RatingHeld
                   move OldRatingWork to SaveRating
               end-if
           else
               move spaces to AuditBeforeWork
               move spaces to OldRatingWork
           end-if

           move spaces         to MovieRecord
           move SaveRating      to Rating
           move SaveSummary     to Summary

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
               evaluate true
                 when MatchedOnVendorKey
                   add 1 to KeyMatchCount
                 when MatchedOnTitle
                   add 1 to TitleMatchCount
                 when other
                   add 1 to NewTitleCount
               end-evaluate
           end-if.

      *----------------------------------------------------------------
      * A vendor key on file is only as good as the MovieID it points
      * at: a title deleted or merged away since leaves the key
      * pointing nowhere, and the row falls back to the Title match
      * (RecordVendorKey then repoints the key).
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

      *----------------------------------------------------------------
      * Files or repoints this source's key for the title just stored,
      * so the next delivery matches on it whatever the vendor calls
      * the title by then.
      *----------------------------------------------------------------
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

       SaveStoredFields.
           move Title         to StoredTitle
           move Studio        to StoredStudio
           move Director      to StoredDirector
           move ContentRating to StoredContentRating
           move Rating        to StoredRating
           move Summary       to StoredSummary
           move ReleaseYear   to StoredReleaseYear.

      *----------------------------------------------------------------
      * Field by field: the row's value stands unless another source
      * owns the field and the stored value is already filled in - a
      * source that does not own a field may still fill a gap. A
      * field this source does not carry at all keeps the stored
      * value whoever owns it.
      *----------------------------------------------------------------
       ApplyFieldPrecedence.
           move "TITLE" to FieldTagWork
           set StoredFieldSet to true
           if StoredTitle = spaces
               set StoredFieldBlank to true
           end-if
           perform DecideFieldSource
           if KeepStoredField
               move StoredTitle to SaveTitle
           end-if

           move "STUDIO" to FieldTagWork
           set StoredFieldSet to true
           if StoredStudio = spaces
               set StoredFieldBlank to true
           end-if
           perform DecideFieldSource
           if KeepStoredField
               move StoredStudio to SaveStudio
           end-if

           move "DIRECTOR" to FieldTagWork
           set StoredFieldSet to true
           if StoredDirector = spaces
               set StoredFieldBlank to true
           end-if
           perform DecideFieldSource
           if KeepStoredField
               move StoredDirector to SaveDirector
           end-if

           move "CRATING" to FieldTagWork
           set StoredFieldSet to true
           if StoredContentRating = spaces
               set StoredFieldBlank to true
           end-if
           perform DecideFieldSource
           if KeepStoredField
               move StoredContentRating to SaveContentRating
           end-if

           move "RATING" to FieldTagWork
           set StoredFieldSet to true
           if StoredRating = spaces
               set StoredFieldBlank to true
           end-if
           perform DecideFieldSource
           if KeepStoredField
               move StoredRating to SaveRating
           end-if

           move "SUMMARY" to FieldTagWork
           set StoredFieldSet to true
           if StoredSummary = spaces
               set StoredFieldBlank to true
           end-if
           perform DecideFieldSource
           if KeepStoredField
               move StoredSummary to SaveSummary
           end-if

           move "GENRES" to FieldTagWork
           set StoredFieldSet to true
           if OldGenreCount = 0
               set StoredFieldBlank to true
           end-if
           perform DecideFieldSource
           if KeepStoredField
               set KeepStoredGenres to true
           end-if

           move "ACTORS" to FieldTagWork
           set StoredFieldSet to true
           if OldActorCount = 0
               set StoredFieldBlank to true
           end-if
           perform DecideFieldSource
           if KeepStoredField
               set KeepStoredActors to true
           end-if

           move "YEAR" to FieldTagWork
           set StoredFieldSet to true
           if StoredReleaseYear = 0
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
                       add 1 to FieldsKeptCount
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

      *----------------------------------------------------------------
      * Checks that the Genre/Actor counts unstrung from the CSV row
      * actually match the number of comma-delimited values present,
           accept RejectDate from date yyyymmdd
           move RejectReasonWork to RejectReason
           move MovieCsvRecord to RejectCsvData
           move SourceCode to RejectSource
           write RejectRecord
           add 1 to RecordsRejected.

      *----------------------------------------------------------------
      * A fresh load replaces this source's reject rows - they came
      * off the file being reloaded - but the rows other sources left
      * in Movies.rej are held aside and written back first, so
      * loading vendor B does not throw away vendor A's worklist.
      *----------------------------------------------------------------
       KeepOtherSourceRejects.
           move 0 to RejectsCarried
           open input RejectFile
           if RejectFileOK
               open output RejectHoldFile
               read RejectFile
               perform HoldOneOtherReject until not RejectFileOK
               close RejectHoldFile
               close RejectFile
           end-if
           open output RejectFile
           if RejectsCarried > 0
               open input RejectHoldFile
               read RejectHoldFile
               perform until not RejectHoldOK
                   move RejectHoldRecord to RejectRecord
                   write RejectRecord
                   read RejectHoldFile
               end-perform
               close RejectHoldFile
               display "Kept " RejectsCarried " reject rows from other "
                       "sources in Movies.rej"
           end-if.

       HoldOneOtherReject.
           if RejectSource not = SourceCode
               move RejectRecord to RejectHoldRecord
               write RejectHoldRecord
               add 1 to RejectsCarried
           end-if
           read RejectFile.

       PopulateGenres.
               move 1 to UnstringPointer
               perform varying Idx from 1 by 1
               end-perform
               move WorkGenreCount to GenreCount.

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

      *----------------------------------------------------------------
      * Cross-references every genre on the record just written to
      * its MovieID, so GenreSearch in SearchMovies can do a direct
       DisplayControlTotals.
           display " "
           display "===== Csv2Vsam control totals ====="
           display "Source:                  " SourceCode " "
                   SourceName
           display "CSV records read:        " CsvRecordsRead
           display "MovieFile records written: " MovieFileRecordsWritten
           display "  matched on vendor key: " KeyMatchCount
           display "  matched on Title:      " TitleMatchCount
           display "  new titles:            " NewTitleCount
           display "Fields kept for owning source: " FieldsKeptCount
           display "Records rejected:        " RecordsRejected
           display "Rating changes held:     " RecordsHeld
           display "Final MovieCount:        " MovieCount
           display "=====================================".

