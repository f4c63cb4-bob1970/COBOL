      *shows up here as a wall of CHANGE lines before the load, not
      *in MovieAuditInq after it.
      *
      *Parameter: a source code from SourceRegistry.dat previews that
      *vendor's file in its own column order, matching on the
      *vendor's title key (VendorKey.idx) before Title and leaving
      *out the fields SourcePrecedence.dat keeps for another source,
      *the way Csv2Vsam would load it. No parameter previews
      *./Movies.csv in the standard column order against
      *./Movies.idx.
      *
      *Modification history:
      *  - Previews any registered vendor source, not just
      *    ./Movies.csv: the source code parameter picks the file and
      *    column order, rows match on the vendor key first, fields
      *    another source owns are not reported as changes, and the
      *    totals and RunHistory END entry name the source.

       environment division.
       input-output section.
                   with duplicates
               file status is FileStatus.

           select MovieCsv assign to SourcePath
               organization is sequential
               file status is FileStatus.

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

           select GenreVocabFile assign to "./GenreVocab.idx"
               organization is indexed
               access mode is dynamic
       fd MovieCsv.
       01 MovieCsvRecord   pic x(1500).

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

       fd GenreVocabFile.
       01 GenreVocabRecord.
          05 VocabGenre         pic x(25).
       01 HistTotalsWork     pic x(60).
       01 TimeWork           pic 9(8).

      *The source being previewed: the standard ./Movies.csv feed
      *unless the parameter names a source on SourceRegistry.dat.
       01 RunParameter       pic x(20).
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
       01 VendorKeySwitch    pic x value 'N'.
          88 VendorKeyAvailable value 'Y'.
          88 VendorKeyMissing   value 'N'.

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

       01 MatchTypeSwitch    pic x.
          88 MatchedOnVendorKey value 'K'.
          88 MatchedOnTitle     value 'T'.
          88 MatchedNothing     value 'N'.
       01 KeyMatchCount      pic 9(7) value 0.
       01 FieldsKeptCount    pic 9(7) value 0.

       procedure division.
           perform CheckRunControl
           perform GetSource
           move "START" to HistEventWork
           move spaces to HistTotalsWork
           perform WriteRunHistory

           display "===== Movies.csv pre-load impact report ====="
           display "Source " SourceCode " " SourceName
                   " from " SourcePath
           display " "

           open input MovieCsv
           open input MovieFile
           perform OpenVocabFiles
           open input VendorKeyFile
           if VendorKeyStatus = '00'
               set VendorKeyAvailable to true
           else
               set VendorKeyMissing to true
           end-if

           read MovieCsv
           add 1 to LineNumber

           close MovieCsv
           close MovieFile
           if VendorKeyAvailable
               close VendorKeyFile
           end-if
           if GenreVocabAvailable
               close GenreVocabFile
           end-if
                  RewriteCount delimited by size
                  " REJ=" delimited by size
                  WouldRejectCount delimited by size
                  " SRC=" delimited by size
                  SourceCode delimited by size
             into HistTotalsWork
           end-string
           perform WriteRunHistory
           write RunHistoryRecord
           close RunHistoryFile.

      *----------------------------------------------------------------
      * The source code parameter picks the vendor file and column
      * order from SourceRegistry.dat, the way Csv2Vsam's run
      * parameter does; an unknown code stops the preview here.
      *----------------------------------------------------------------
       GetSource.
           accept RunParameter from command-line
           move StandardColumns to SourceColumns
           move RunParameter(1:1) to SourceCode
           if SourceCode not = space
               perform LoadSourceEntry
           end-if
           perform ParseColumnOrder
           perform LoadSourcePrecedence.

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
                       "SourceRegistry.dat - nothing to preview"
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
                       "TITLE column - nothing to preview"
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
      * The vocabulary files are reference data: a missing one means
      * the values cannot be checked, which is worth a warning - and
      *----------------------------------------------------------------
       PreviewOneRow.
           add 1 to CsvRecordsRead
           perform MapCsvColumns

           perform ValidateCsvRecord

           if RecordValid
               perform PopulateCsvTables
               perform PreviewTitleLookup
           end-if

           read MovieCsv
           add 1 to LineNumber.

      *----------------------------------------------------------------
      * Csv2Vsam's MapCsvColumns, into the Csv* working fields: each
      * column is placed by the source's column order, and a field the
      * source does not carry stays blank.
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
           move spaces to CsvTitle
           move spaces to CsvStudio
           move spaces to CsvDirector
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

      *----------------------------------------------------------------
      * Same checks as Csv2Vsam's ValidateCsvRecord, reporting instead
           end-if.

      *----------------------------------------------------------------
      * The same lookup DeltaStoreRecord does - the vendor's key
      * first, then Title: a row matching neither would be written as
      * a new MovieID; one on file would be rewritten, so the stored
      * record is compared to the row field by field to tell a real
      * change from a no-op.
      *----------------------------------------------------------------
       PreviewTitleLookup.
           set MatchedNothing to true
           if VendorKeyWork not = spaces and VendorKeyAvailable
               perform PreviewVendorKeyLookup
           end-if
           if MatchedNothing
               move CsvTitle to Title
               read MovieFile
                 key is Title
                 invalid key continue
                 not invalid key
                   set MatchedOnTitle to true
               end-read
           end-if
           if MatchedNothing
               add 1 to NewTitleCount
               display "Line " LineNumber " NEW: " CsvTitle(1:60)
           else
               perform ApplyFieldPrecedence
               perform CompareRowToRecord
           end-if.

       PreviewVendorKeyLookup.
           move SourceCode to VendorSource
           move VendorKeyWork to VendorTitleKey
           read VendorKeyFile
             invalid key continue
             not invalid key
               move VendorMovieID to MovieID
               read MovieFile
                 invalid key continue
                 not invalid key
                   set MatchedOnVendorKey to true
                   add 1 to KeyMatchCount
               end-read
           end-read.

      *----------------------------------------------------------------
      * Csv2Vsam keeps the stored value of a field another source owns
      * (unless it is blank) and of a field this source does not
      * carry; the row's value is replaced by the stored one here, so
      * those fields compare equal instead of reporting a change the
      * load would never make.
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
               move GenreCount to WorkGenreCount
               perform varying Idx from 1 by 1 until Idx > GenreCount
                   move Genre(Idx) to CsvGenre(Idx)
               end-perform
           end-if

           move "ACTORS" to FieldTagWork
           set StoredFieldSet to true
           if ActorCount = 0
               set StoredFieldBlank to true
           end-if
           perform DecideFieldSource
           if KeepStoredField
               move ActorCount to WorkActorCount
               perform varying Idx from 1 by 1 until Idx > ActorCount
                   move Actor(Idx) to CsvActor(Idx)
               end-perform
           end-if

           move "YEAR" to FieldTagWork
           set StoredFieldSet to true
           if ReleaseYear = 0
               set StoredFieldBlank to true
           end-if
           perform DecideFieldSource
           if KeepStoredField
               move ReleaseYear to CsvReleaseYear
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

       CompareRowToRecord.
           set RowUnchanged to true
           move 0 to FieldChangeCount
      * field changing on row after row.
      *----------------------------------------------------------------
       CompareScalarFields.
           if CsvTitle not = Title
               perform NoteRowChanged
               display "    Title: " Title(1:30)
                       " -> " CsvTitle(1:30)
           end-if
           if CsvStudio not = Studio
               perform NoteRowChanged
               display "    Studio: " Studio(1:30)
       DisplayImpactTotals.
           display " "
           display "===== Pre-load impact totals ====="
           display "Source:                  " SourceCode " "
                   SourceName
           display "CSV rows read:           " CsvRecordsRead
           display "Matched on vendor key:   " KeyMatchCount
           display "Would load as new title: " NewTitleCount
           display "Would rewrite a record:  " RewriteCount
           display "No change (no-ops):      " NoOpCount
           display "Would reject:            " WouldRejectCount
           display "Fields kept for owning source: " FieldsKeptCount
           display "====================================="
           display " "
           display "No records were written - this was a preview".
