      *MovieIDs, so the receiving side can tell a truncated
      *transmission from a complete one. Logs its start/end to
      *RunHistory.dat like the other nightly jobs.
      *Modification history:
      *  - A full feed now checks each title against the licensing
      *    rights windows RightsMaint keeps in MovieRights.idx and
      *    leaves out any title with no window current on the
      *    extract date, listing each one and counting them in the
      *    END totals (UNLIC=). F,U keeps them in instead, with a
      *    licence flag field on the end of every detail record, for
      *    a receiving side that wants to suppress them itself. With
      *    no rights file on hand the check is skipped with a
      *    warning and the feed goes out as before.
      *  - Every completed extract is logged to FeedRegister.idx,
      *    keyed by the extract date/time the header carries, with
      *    its mode, from-date, record count and hash total, so
      *    FeedRecon can match the licensing system's acknowledgement
      *    back to what was actually sent and list the feeds never
      *    acknowledged.
      *  - The MovieAudit.dat layout now ends with the operator and
      *    approving supervisor behind each change; the changes feed
      *    reads the wider entries and sends the same records.
      *  - A full feed can carry each title's related titles from
      *    RelatedTitles.dat (MovieSimilar B) as R records straight
      *    after its detail record (F,R or F,U,R). A related title
      *    left out of the feed for want of a rights window is left
      *    out of the R records too. The trailer count and hash
      *    total cover the R records like the others.
      *  - Before this version first runs on an installation with an
      *    existing MovieAudit.dat, run Housekeep C once: it pads the
      *    entries written in the old 3679-byte layout, live and
      *    archived, to the 3695 bytes the operator stamps need.
      *    An unconverted file reads misaligned here.
      *
      *Command line:
      *  F            full catalog feed, titles with no current
      *               rights window left out
      *  F,U          full catalog feed, every title, each detail
      *               record flagged L (licensed) or U (not)
      *  F,R  F,U,R   either full feed with each title's related
      *               titles from RelatedTitles.dat after it
      *  C,yyyymmdd   changes-only feed: titles whose MovieAudit.dat
      *               entries fall on or after that date, including
      *               the deletes MovieMaint and MovieBatch audit
      *  H|yyyymmdd|hhmmss|mode|fromdate   (fromdate zero on a full)
      *  D|MovieID|Title|Studio|Director|ContentRating|Rating|Summary
      *   |GenreCount|Genres|ActorCount|Actors|ReleaseYear
      *   [|L or U]                       (F,U only)
      *  R|MovieID|rank|RelatedMovieID|score|reasons
      *                                    (related title, F with R)
      *  X|MovieID|Title                   (deleted title, C mode)
      *  T|count|hashtotal                 (count of D, R and X
      *                                    records; hash total is the
      *                                    sum of their MovieIDs)

       environment division.
       input-output section.
               organization is sequential
               file status is AuditFileStatus.

           select optional RightsFile assign to "./MovieRights.idx"
               organization is indexed
               access mode is dynamic
               record key is RightsKey
               file status is RightsFileStatus.

           select optional FeedRegisterFile
               assign to "./FeedRegister.idx"
               organization is indexed
               access mode is dynamic
               record key is RegKey
               file status is FeedRegisterStatus.

           select optional RelatedFile
               assign to "./RelatedTitles.dat"
               organization is sequential
               file status is RelatedFileStatus.

           select optional RunControlFile
               assign to "./RunControl.dat"
               organization is sequential
          05 AuditAction      pic x.
          05 AuditBeforeImage pic x(1824).
          05 AuditAfterImage  pic x(1824).
          05 AuditOperator    pic x(8).
          05 AuditApprover    pic x(8).

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
             88 FullFeed     value 'F'.
             88 ChangesFeed  value 'C'.
          05 FromDateText    pic x(10).
          05 OptionText      pic x(10).

       01 FromDate           pic 9(8) value 0.

       01 UnlicensedSwitch   pic x value 'N'.
          88 IncludeUnlicensed value 'Y'.
          88 OmitUnlicensed    value 'N'.

       01 RelatedSwitch      pic x value 'N'.
          88 IncludeRelated  value 'Y'.
       01 RelatedFileStatus  pic x(2).
          88 RelatedFileOK       value '00'.
          88 RelatedEndOfFile    value '10'.
       01 RelatedCheckSwitch pic x value 'N'.
          88 RelatedCheckOn  value 'Y'.
          88 RelatedCheckOff value 'N'.
       01 RelatedSentCount   pic 9(7) value 0.
       01 RelatedLeftOut     pic 9(7) value 0.

       01 FeedDetailCount    pic 9(7) value 0.
       01 FeedHashTotal      pic 9(10) value 0.

       01 UnlicensedCount    pic 9(7) value 0.

       01 FeedRegisterStatus pic x(2).

       01 RightsFileStatus   pic x(2).
          88 RightsFileOK        value '00'.
          88 RightsEndOfFile     value '10'.
       01 RightsCheckSwitch  pic x value 'N'.
          88 RightsCheckOn   value 'Y'.
          88 RightsCheckOff  value 'N'.
       01 WindowMovieID      pic 9(5).
       01 TitleLicensedSwitch pic x.
          88 TitleLicensed    value 'Y'.
          88 TitleUnlicensed  value 'N'.

       01 ExtractDate        pic 9(8).
       01 ExtractTime        pic 9(6).
       01 TimeWork           pic 9(8).
                   perform WriteOneChangedTitle
               end-perform
           else
               perform OpenRightsFile
               if IncludeRelated
                   perform OpenRelatedFile
               end-if
               read MovieFile next record
               perform WriteFullFeedRecord until EndOfFile
               if RightsCheckOn
                   close RightsFile
               end-if
               if RelatedCheckOn
                   close RelatedFile
               end-if
           end-if

           perform WriteFeedTrailer
           close MovieFile
           close FeedFile

           perform WriteFeedRegister

           display "Extract complete: " FeedDetailCount
                   " feed records, hash total " FeedHashTotal
           if UnlicensedCount > 0
               if IncludeUnlicensed
                   display UnlicensedCount " titles fed flagged "
                           "with no current rights window"
               else
                   display UnlicensedCount " titles left out with "
                           "no current rights window"
               end-if
           end-if
           if RelatedCheckOn
               display RelatedSentCount " related titles fed"
               if RelatedLeftOut > 0
                   display RelatedLeftOut " related titles left out "
                           "with no current rights window"
               end-if
           end-if

           move "END" to HistEventWork
           move spaces to HistTotalsWork
                  FeedDetailCount delimited by size
                  " HASH=" delimited by size
                  FeedHashTotal delimited by size
                  " UNLIC=" delimited by size
                  UnlicensedCount delimited by size
                  " REL=" delimited by size
                  RelatedSentCount delimited by size
             into HistTotalsWork
           end-string
           perform WriteRunHistory
      * 'C' needs the date the changes feed starts from; anything
      * else (including no parameter at all) cuts a full feed, the
      * safe default for a receiving side that can reload from
      * scratch. On a full feed the fields after the mode are options,
      * in either order: U keeps unlicensed titles in, flagged, and R
      * sends the related titles.
      *----------------------------------------------------------------
       GetParameters.
           move spaces to Parameter-Variables
           accept Parameter from command-line
           unstring Parameter
             delimited by ', ' or ','
             into ExtractMode FromDateText OptionText
           end-unstring
           if ExtractMode = 'c'
               move 'C' to ExtractMode
               end-if
           else
               set FullFeed to true
               if FromDateText = 'U' or FromDateText = 'u'
                or OptionText = 'U' or OptionText = 'u'
                   set IncludeUnlicensed to true
               end-if
               if FromDateText = 'R' or FromDateText = 'r'
                or OptionText = 'R' or OptionText = 'r'
                   set IncludeRelated to true
               end-if
           end-if.

       WriteFeedHeader.
           end-string
           write FeedRecord.

      *----------------------------------------------------------------
      * One register entry per completed feed, keyed the way the
      * header identifies it, carrying the same count and hash total
      * as the trailer. The acknowledgement fields start out blank -
      * FeedRecon fills them in when the licensing system answers.
      *----------------------------------------------------------------
       WriteFeedRegister.
           open i-o FeedRegisterFile
           move spaces to FeedRegisterRecord
           move ExtractDate to RegExtractDate
           move ExtractTime to RegExtractTime
           move ExtractMode to RegMode
           move FromDate to RegFromDate
           move FeedDetailCount to RegCount
           move FeedHashTotal to RegHash
           set RegNotAcknowledged to true
           move 0 to RegAckDate
           move 0 to RegAckCount
           move 0 to RegAckHash
           move 0 to RegRejectCount
           write FeedRegisterRecord
             invalid key
               display "Feed register entry for " ExtractDate " "
                       ExtractTime " not written (status "
                       FeedRegisterStatus ")"
           end-write
           close FeedRegisterFile.

      *----------------------------------------------------------------
      * The trailer is what lets the receiving side prove the
      * transmission complete: the count and the MovieID hash total
           end-string
           write FeedRecord.

      *----------------------------------------------------------------
      * The rights file is reference data like the vocabularies: with
      * none on hand the licence of every title is unknown, and
      * leaving them all out would send the licensing system an empty
      * catalog, so the check is skipped with a warning instead.
      *----------------------------------------------------------------
       OpenRightsFile.
           open input RightsFile
           if RightsFileOK
               set RightsCheckOn to true
           else
               set RightsCheckOff to true
               display "MovieRights.idx not available - rights "
                       "windows not checked on this feed"
               close RightsFile
           end-if.

      *----------------------------------------------------------------
      * RelatedTitles.dat is a derived file like the cross-references:
      * with none on hand the feed goes out without R records and a
      * warning, rather than not at all.
      *----------------------------------------------------------------
       OpenRelatedFile.
           open input RelatedFile
           if RelatedFileOK
               set RelatedCheckOn to true
               read RelatedFile
           else
               set RelatedCheckOff to true
               display "RelatedTitles.dat not available - run "
                       "MovieSimilar B; feed sent without related "
                       "titles"
               close RelatedFile
           end-if.

       WriteFullFeedRecord.
           if RightsCheckOn
               move MovieID to WindowMovieID
               perform CheckCurrentWindow
               if TitleUnlicensed
                   add 1 to UnlicensedCount
                   if OmitUnlicensed
                       display "Left out, no current rights window: "
                               MovieID " " Title(1:50)
                   end-if
               end-if
           else
               set TitleLicensed to true
           end-if
           if TitleLicensed or IncludeUnlicensed
               perform WriteDetailRecord
               if RelatedCheckOn
                   perform WriteRelatedRecords
               end-if
           end-if
           read MovieFile next record.

      *----------------------------------------------------------------
      * RelatedTitles.dat is in MovieID order like the catalog pass,
      * so it is matched along: entries for titles left out of the
      * feed (or gone from the catalog) are passed over, and the
      * title's own are sent after its detail record. On a feed that
      * leaves unlicensed titles out, a related title with no current
      * window is left out too, so no R record names a title the
      * receiving side was not sent.
      *----------------------------------------------------------------
       WriteRelatedRecords.
           perform until RelatedEndOfFile or RelMovieID >= MovieID
               read RelatedFile
           end-perform
           perform until RelatedEndOfFile or RelMovieID not = MovieID
               set TitleLicensed to true
               if RightsCheckOn and OmitUnlicensed
                   move RelRelatedID to WindowMovieID
                   perform CheckCurrentWindow
               end-if
               if TitleLicensed
                   perform WriteRelatedRecord
               else
                   add 1 to RelatedLeftOut
               end-if
               read RelatedFile
           end-perform.

       WriteRelatedRecord.
           move spaces to FeedRecord
           move 1 to BuildPointer
           string "R|" delimited by size
                  RelMovieID delimited by size
                  "|" delimited by size
                  RelRank delimited by size
                  "|" delimited by size
                  RelRelatedID delimited by size
                  "|" delimited by size
                  RelScore delimited by size
                  "|" delimited by size
             into FeedRecord
             with pointer BuildPointer
           end-string
           move RelReasons to TrimSource
           perform AppendTrimmedField
           write FeedRecord
           add 1 to RelatedSentCount
           add 1 to FeedDetailCount
           add RelMovieID to FeedHashTotal.

      *----------------------------------------------------------------
      * A title is licensed on the extract date if any of its windows
      * - in any territory, active or ended early - covers that date.
      * The windows are keyed MovieID + window number, so one START
      * positions on the title's first window.
      *----------------------------------------------------------------
       CheckCurrentWindow.
           set TitleUnlicensed to true
           move WindowMovieID to RightsMovieID
           move 0 to RightsWindowNo
           start RightsFile key is not less than RightsKey
             invalid key set RightsEndOfFile to true
             not invalid key read RightsFile next record
           end-start
           perform until RightsEndOfFile
                      or RightsMovieID not = WindowMovieID
               if RightsStartDate <= ExtractDate
                and RightsEndDate >= ExtractDate
                   set TitleLicensed to true
               end-if
               read RightsFile next record
           end-perform.

      *----------------------------------------------------------------
      * Walks MovieAudit.dat for entries on or after the from-date
      * and keeps one entry per MovieID with the latest action seen,
             with pointer BuildPointer
           end-string

           if IncludeUnlicensed
               if TitleLicensed
                   string "|L" delimited by size
                     into FeedRecord
                     with pointer BuildPointer
                   end-string
               else
                   string "|U" delimited by size
                     into FeedRecord
                     with pointer BuildPointer
                   end-string
               end-if
           end-if

           write FeedRecord
           add 1 to FeedDetailCount
           add MovieID to FeedHashTotal.
