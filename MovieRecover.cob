      *"Title" is reserved in some dialects; release it so the
      *record layouts can keep using it as a data name.
       >>cobol-words undefine "title"
       identification division.
       program-id. MovieRecover.
       author. Bob Stevenson.
      *Point-in-time recovery of Movies.idx. MovieRestore can only put
      *the catalog back the way it stood when a Movies.bkN generation
      *was written; every MovieMaint correction, MovieBatch run,
      *VocabMaint rename, merge and alias fold made since is lost with
      *it, although MovieAudit.dat holds the after-image of each one.
      *This program restores the chosen generation and then rolls it
      *forward through the audit trail - the dated MovieAudit
      *archives listed in ArchiveDir.dat, oldest first, and then the
      *live file, which is the order the changes were made in -
      *reapplying every after-image written (or rewritten) and every
      *delete stamped after the generation was taken, up to the stop
      *date/time given. Entries from one named bad run (a bad
      *Csv2Vsam delta, say) are left out, and every entry reapplied
      *or left out is listed. GenreIndex.idx, ActorMaster.idx and
      *KeywordIndex.idx are then rebuilt from the recovered catalog
      *the way IndexRebuild does it.
      *
      *Command line:
      *  gen,stopdate[,stoptime[,program,date[,fromtime,thrutime]]]
      *  gen       - backup generation to start from, 1-5
      *  stopdate  - yyyymmdd; changes stamped after the stop
      *  stoptime    date/time (hhmmss, default 235959) are not
      *              reapplied
      *  program   - the bad run to leave out: the program that made
      *  date        it (as MovieAudit.dat records it, in any case),
      *  fromtime    the date it ran and, where that program ran more
      *  thrutime    than once that day, the times its run started
      *              and ended (default the whole day)
      *For example 2,20261009,,Csv2Vsam,20261008 restores generation 2
      *and reapplies everything up to the end of 9 October except the
      *Csv2Vsam run of 8 October.
      *
      *A later change to a title whose change was left out was made
      *on top of the bad one, so its after-image still carries it;
      *such entries are reapplied but flagged for checking. A
      *Csv2Vsam full load in the window is flagged too - a full load
      *drops the titles it does not carry without a delete entry, so
      *recovering across one should start from the generation the
      *load took on its way in.
      *
      *The recovery writes no MovieAudit.dat entries of its own - the
      *trail already holds everything it reapplies - so a later
      *recovery from an earlier generation must name the bad run
      *again. Holds the RunControl.dat lock while it runs, clearing
      *it at the end the same way MovieRestore does, and appends its
      *start/end to RunHistory.dat.
      *
      *The audit trail is read in the current 3695-byte layout, so
      *on an installation whose MovieAudit.dat and archives predate
      *the operator stamps, Housekeep C must have padded them first;
      *an entry that still reads misaligned is counted as unusable,
      *not replayed.

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

           select GenreIndexFile assign to "./GenreIndex.idx"
               organization is indexed
               access mode is dynamic
               record key is IndexKey
               alternate record key is IndexGenre
                   with duplicates
               file status is GenreIndexFileStatus.

           select ActorMasterFile assign to "./ActorMaster.idx"
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

           select BackupFile assign to BackupPath
               organization is sequential
               file status is BackupFileStatus.

           select optional GenControlFile
               assign to "./MovieBackup.gen"
               organization is sequential
               file status is GenControlStatus.

           select optional MovieAuditFile assign to "./MovieAudit.dat"
               organization is sequential
               file status is AuditFileStatus.

           select AuditArchFile assign to ArchPathWork
               organization is sequential
               file status is ArchFileStatus.

           select optional ArchiveDirFile
               assign to "./ArchiveDir.dat"
               organization is sequential
               file status is ArchiveDirStatus.

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

       fd GenControlFile.
       01 GenControlRecord.
          05 NextGeneration pic 9(1).
          05 GenEntry occurs 5 times.
             10 GenDate    pic 9(8).
             10 GenTime    pic 9(6).
             10 GenUsed    pic x.

       fd MovieAuditFile.
       01 MovieAuditRecord.
          05 AuditMovieID     pic 9(5).
          05 AuditDate        pic 9(8).
          05 AuditTime        pic 9(6).
          05 AuditProgram     pic x(10).
          05 AuditRunMode     pic x.
          05 AuditAction      pic x.
          05 AuditBeforeImage pic x(1824).
          05 AuditAfterImage  pic x(1824).
          05 AuditOperator    pic x(8).
          05 AuditApprover    pic x(8).

       fd AuditArchFile.
       01 AuditArchRecord     pic x(3695).

       fd ArchiveDirFile.
       01 ArchiveDirRecord.
          05 ArcFileType pic x(12).
          05 ArcPath     pic x(30).
          05 ArcFromDate pic 9(8).
          05 ArcThruDate pic 9(8).
          05 ArcCount    pic 9(7).

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

       01 GenreIndexFileStatus pic x(2).
       01 ActorMasterStatus  pic x(2).
          88 ActorMasterOK        value '00'.
          88 ActorMasterEndOfFile value '10'.
       01 BackupFileStatus   pic x(2).
          88 BackupFileOK        value '00'.
          88 BackupEndOfFile     value '10'.
       01 GenControlStatus   pic x(2).
          88 GenControlOK        value '00'.
          88 GenControlEndOfFile value '10'.
       01 AuditFileStatus    pic x(2).
          88 AuditFileOK     value '00'.
          88 AuditEndOfFile  value '10'.
       01 ArchFileStatus     pic x(2).
          88 ArchFileOK      value '00'.
          88 ArchEndOfFile   value '10'.
       01 ArchiveDirStatus   pic x(2).
          88 ArchiveDirOK        value '00'.
          88 ArchiveDirEndOfFile value '10'.

       01 Parameter-Variables.
          05 Parameter       pic x(80).
          05 ParmGeneration  pic x.
          05 ParmStopDate    pic x(8).
          05 ParmStopTime    pic x(6).
          05 ParmBadProgram  pic x(10).
          05 ParmBadDate     pic x(8).
          05 ParmBadFrom     pic x(6).
          05 ParmBadThru     pic x(6).

       01 RequestedGeneration pic x.
       01 GenNumber          pic 9.
       01 BackupPath         pic x(20).

      *Date and time stamps held as one fourteen-digit group each, so
      *an audit entry is placed against the generation and the stop
      *point with a single comparison.
       01 GenStamp.
          05 GenStampDate    pic 9(8).
          05 GenStampTime    pic 9(6).
       01 StopStamp.
          05 StopDate        pic 9(8).
          05 StopTime        pic 9(6).
       01 EntryStamp.
          05 EntryStampDate  pic 9(8).
          05 EntryStampTime  pic 9(6).

       01 BadRunSwitch       pic x value 'N'.
          88 BadRunNamed     value 'Y'.
          88 NoBadRun        value 'N'.
       01 BadProgram         pic x(10).
       01 BadDate            pic 9(8).
       01 BadFromTime        pic 9(6).
       01 BadThruTime        pic 9(6).
       01 EntryProgramUpper  pic x(10).

       01 BadEntrySwitch     pic x.
          88 EntryInBadRun    value 'Y'.
          88 EntryNotInBadRun value 'N'.

       01 FullLoadSwitch     pic x value 'N'.
          88 FullLoadSeen    value 'Y'.

      *One switch per MovieID, set when a change to that title is
      *left out, so a later change to the same title can be flagged.
       01 SkippedTitleTable value spaces.
          05 SkippedTitle    pic x occurs 99999 times.

       01 ArchPathWork       pic x(30).
       01 ArcUsed            pic 9(2) value 0.
       01 ArcIdx             pic 9(2).
       01 ArcPathTable.
          05 ArcPathEntry    pic x(30) occurs 50 times.

      *One audit entry, live or archived, moved here so the roll-
      *forward reads the same fields wherever the entry came from.
       01 AuditEntry.
          05 EntryMovieID     pic 9(5).
          05 EntryDate        pic 9(8).
          05 EntryTime        pic 9(6).
          05 EntryProgram     pic x(10).
          05 EntryRunMode     pic x.
          05 EntryAction      pic x.
          05 EntryBeforeImage pic x(1824).
          05 EntryAfterImage  pic x(1824).
          05 EntryOperator    pic x(8).
          05 EntryApprover    pic x(8).

       01 ChangeLabel        pic x(9).
       01 ChangeTitle        pic x(40).

       01 RecordsRestored    pic 9(5) value 0.
       01 EntriesRead        pic 9(7) value 0.
       01 EntriesBeforeGen   pic 9(7) value 0.
       01 EntriesAfterStop   pic 9(7) value 0.
       01 EntriesUnusable    pic 9(5) value 0.
       01 EntriesApplied     pic 9(5) value 0.
       01 TitlesAdded        pic 9(5) value 0.
       01 TitlesReplaced     pic 9(5) value 0.
       01 TitlesDeleted      pic 9(5) value 0.
       01 DeletesNotFound    pic 9(5) value 0.
       01 ApplyFailures      pic 9(5) value 0.
       01 EntriesSkipped     pic 9(5) value 0.
       01 AppliedOverSkipped pic 9(5) value 0.
       01 ArchivesScanned    pic 9(3) value 0.

       01 RecordsRead        pic 9(5) value 0.
       01 GenreEntriesAfter  pic 9(7) value 0.
       01 ActorMastersAfter  pic 9(5) value 0.
       01 ActorRefsAfter     pic 9(7) value 0.
       01 KeywordEntriesAfter pic 9(7) value 0.

       01 Idx                pic 9(2).
       01 Idx2               pic 9(3).

       01 FilmRefFoundSwitch pic x.
          88 FilmRefFound    value 'Y'.
          88 FilmRefNotFound value 'N'.

       01 RunControlStatus   pic x(2).
       01 RunHistoryStatus   pic x(2).

       01 HistEventWork      pic x(5).
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
           perform GetParameters
           perform ReadGenerationStamp

           move spaces to BackupPath
           string "./Movies.bk" delimited by size
                  RequestedGeneration delimited by size
             into BackupPath
           end-string

           open input BackupFile
           if not BackupFileOK
               display "Backup generation " RequestedGeneration
                       " is not on file"
               perform DisplayGenerationDates
               stop run
           end-if

           if StopStamp not > GenStamp
               display "Generation " RequestedGeneration
                       " was written " GenStampDate " " GenStampTime
                       " - the stop point must be later"
               close BackupFile
               stop run
           end-if

           perform SetRunControlLock
           move "START" to HistEventWork
           move spaces to HistTotalsWork
           string "GEN=" delimited by size
                  RequestedGeneration delimited by size
                  " STOP=" delimited by size
                  StopDate delimited by size
                  StopTime delimited by size
             into HistTotalsWork
           end-string
           perform WriteRunHistory

           display "===== Point-in-time recovery ====="
           display "Starting from generation " RequestedGeneration
                   ", written " GenStampDate " " GenStampTime
           display "Rolling forward to " StopDate " " StopTime
           if BadRunNamed
               display "Leaving out the " BadProgram " run of "
                       BadDate " " BadFromTime "-" BadThruTime
           end-if

           open output MovieFile
           read BackupFile
           perform RestoreOneRecord until BackupEndOfFile
           close MovieFile
           close BackupFile
           display "Restored " RecordsRestored
                   " records from generation " RequestedGeneration

           display " "
           display "Changes from MovieAudit.dat:"
           open i-o MovieFile
           perform LoadArchiveList
           perform varying ArcIdx from 1 by 1 until ArcIdx > ArcUsed
               move ArcPathEntry(ArcIdx) to ArchPathWork
               perform ScanOneArchive
           end-perform
           open input MovieAuditFile
           read MovieAuditFile
           perform RollForwardLiveEntry until AuditEndOfFile
           close MovieAuditFile
           close MovieFile
           if EntriesApplied = 0 and EntriesSkipped = 0
               display "  (no changes between the generation and "
                       "the stop point)"
           end-if

           perform RebuildCrossReferences

           display " "
           display "===== MovieRecover totals ====="
           display "Records restored from backup:  " RecordsRestored
           display "Audit entries read:          " EntriesRead
           if ArchivesScanned > 0
               display "  (including " ArchivesScanned
                       " MovieAudit archives)"
           end-if
           display "  already in the backup:     " EntriesBeforeGen
           display "  after the stop point:      " EntriesAfterStop
           display "  unusable stamp or action:    " EntriesUnusable
           display "Changes reapplied:             " EntriesApplied
           display "  titles added:                " TitlesAdded
           display "  titles replaced:             " TitlesReplaced
           display "  titles deleted:              " TitlesDeleted
           display "  deletes already gone:        " DeletesNotFound
           display "  failed:                      " ApplyFailures
           display "Changes left out (bad run):    " EntriesSkipped
           display "Reapplied over a left-out one: " AppliedOverSkipped
           display "Catalog records recovered:     " RecordsRead
           display "GenreIndex entries:          " GenreEntriesAfter
           display "ActorMaster records:           " ActorMastersAfter
           display "Film references:             " ActorRefsAfter
           display "KeywordIndex entries:        " KeywordEntriesAfter
           display "================================"
           if BadRunNamed and EntriesSkipped = 0
               display "No entries matched the " BadProgram
                       " run of " BadDate " - check the program "
                       "name, date and times given"
           end-if
           if AppliedOverSkipped > 0
               display "Check the titles flagged above: their later "
                       "after-images were taken over the left-out "
                       "change"
           end-if
           if FullLoadSeen
               display "A Csv2Vsam full load falls in the window - "
                       "titles it dropped are still on file; start "
                       "from the generation the load wrote instead"
           end-if
           display "Rerun MovieVerify to certify the catalog clean"

           move "END" to HistEventWork
           move spaces to HistTotalsWork
           string "GEN=" delimited by size
                  RequestedGeneration delimited by size
                  " RESTORED=" delimited by size
                  RecordsRestored delimited by size
                  " APPLIED=" delimited by size
                  EntriesApplied delimited by size
                  " SKIPPED=" delimited by size
                  EntriesSkipped delimited by size
             into HistTotalsWork
           end-string
           perform WriteRunHistory
           perform ClearRunControlLock
           stop run.

      *----------------------------------------------------------------
      * Times left off default to the whole day: the stop point to
      * the end of the stop date, the bad run to every entry its
      * program wrote that day. The program name is matched without
      * regard to case.
      *----------------------------------------------------------------
       GetParameters.
           move spaces to Parameter-Variables
           accept Parameter from command-line
           unstring Parameter
             delimited by ', ' or ','
             into ParmGeneration ParmStopDate ParmStopTime
                  ParmBadProgram ParmBadDate ParmBadFrom ParmBadThru
           end-unstring
           move ParmGeneration to RequestedGeneration

           if RequestedGeneration < '1'
            or RequestedGeneration > '5'
            or ParmStopDate not numeric
               display "Give gen,stopdate[,stoptime[,program,date"
                       "[,fromtime,thrutime]]] - gen 1-5, dates "
                       "yyyymmdd, times hhmmss"
               perform DisplayGenerationDates
               stop run
           end-if
           move ParmStopDate to StopDate
           move 235959 to StopTime
           if ParmStopTime not = spaces
               if ParmStopTime numeric
                   move ParmStopTime to StopTime
               else
                   display "Stop time '" ParmStopTime
                           "' is not hhmmss"
                   stop run
               end-if
           end-if

           if ParmBadProgram not = spaces
               set BadRunNamed to true
               move ParmBadProgram to BadProgram
               inspect BadProgram converting
                   "abcdefghijklmnopqrstuvwxyz"
                   to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               if ParmBadDate not numeric
                   display "Give the date the " ParmBadProgram
                           " run to leave out ran, yyyymmdd"
                   stop run
               end-if
               move ParmBadDate to BadDate
               move 0 to BadFromTime
               move 235959 to BadThruTime
               if ParmBadFrom not = spaces
                   if ParmBadFrom numeric
                    and ParmBadThru numeric
                       move ParmBadFrom to BadFromTime
                       move ParmBadThru to BadThruTime
                   else
                       display "Give the bad run's start and end "
                               "times as hhmmss,hhmmss"
                       stop run
                   end-if
               end-if
           end-if.

      *----------------------------------------------------------------
      * The MovieBackup.gen stamp is the moment the backup was taken,
      * and so the point the roll-forward starts from. A generation
      * with no stamp cannot be rolled forward safely.
      *----------------------------------------------------------------
       ReadGenerationStamp.
           move RequestedGeneration to GenNumber
           move 0 to GenStampDate
           move 0 to GenStampTime
           open input GenControlFile
           if GenControlOK
               read GenControlFile
               if not GenControlEndOfFile
                and GenUsed(GenNumber) = 'Y'
                   move GenDate(GenNumber) to GenStampDate
                   move GenTime(GenNumber) to GenStampTime
               end-if
           end-if
           close GenControlFile
           if GenStampDate = 0
               display "Generation " RequestedGeneration
                       " has no MovieBackup.gen stamp - there is no "
                       "point to roll forward from"
               perform DisplayGenerationDates
               stop run
           end-if.

      *----------------------------------------------------------------
      * Same lock MovieRestore takes: the catalog is rebuilt in place,
      * so nothing may search or maintain it mid-recovery, and
      * clearing it at the end clears the lock an abended load left
      * behind along with it.
      *----------------------------------------------------------------
       SetRunControlLock.
           open output RunControlFile
           move spaces to RunControlRecord
           move 'L' to LockFlag
           move "MovieRecover" to LockProgram
           accept LockDate from date yyyymmdd
           accept TimeWork from time
           move TimeWork(1:6) to LockTime
           write RunControlRecord
           close RunControlFile.

       ClearRunControlLock.
           open output RunControlFile
           move spaces to RunControlRecord
           move 0 to LockDate
           move 0 to LockTime
           write RunControlRecord
           close RunControlFile.

       WriteRunHistory.
           open extend RunHistoryFile
           move spaces to RunHistoryRecord
           accept HistDate from date yyyymmdd
           accept TimeWork from time
           move TimeWork(1:6) to HistTime
           move "MovieRecover" to HistProgram
           move HistEventWork to HistEvent
           move RequestedGeneration to HistMode
           move HistTotalsWork to HistTotals
           write RunHistoryRecord
           close RunHistoryFile.

       RestoreOneRecord.
           move BackupRecord to MovieRecord
           write MovieRecord
             invalid key
               display "Error restoring Movie ID " MovieID
             not invalid key
               add 1 to RecordsRestored
           end-write
           read BackupFile.

      *----------------------------------------------------------------
      * Housekeep lists every MovieAudit archive it writes in
      * ArchiveDir.dat, oldest first; they are replayed ahead of the
      * live file so the changes go back on in the order they were
      * made.
      *----------------------------------------------------------------
       LoadArchiveList.
           open input ArchiveDirFile
           if ArchiveDirOK
               read ArchiveDirFile
               perform NoteOneArchive until ArchiveDirEndOfFile
           end-if
           close ArchiveDirFile.

       NoteOneArchive.
           if ArcFileType = "MovieAudit"
            and ArcThruDate >= GenStampDate
            and ArcFromDate <= StopDate
               if ArcUsed < 50
                   add 1 to ArcUsed
                   move ArcPath to ArcPathEntry(ArcUsed)
               else
                   display "(more than 50 MovieAudit archives in "
                           "ArchiveDir.dat cover the window - the "
                           "later ones were not replayed)"
               end-if
           end-if
           read ArchiveDirFile.

       ScanOneArchive.
           open input AuditArchFile
           if ArchFileOK
               add 1 to ArchivesScanned
               read AuditArchFile
               perform RollForwardArchEntry until ArchEndOfFile
           else
               display "(archive " ArchPathWork " listed in "
                       "ArchiveDir.dat but not readable - status "
                       ArchFileStatus ")"
           end-if
           close AuditArchFile.

       RollForwardArchEntry.
           move AuditArchRecord to AuditEntry
           perform RollForwardEntry
           read AuditArchFile.

       RollForwardLiveEntry.
           move MovieAuditRecord to AuditEntry
           perform RollForwardEntry
           read MovieAuditFile.

      *----------------------------------------------------------------
      * An entry stamped at or before the generation is already in
      * the backup, and one after the stop point is past where the
      * recovery was asked to go; everything in between is reapplied
      * unless it belongs to the bad run.
      *----------------------------------------------------------------
       RollForwardEntry.
           add 1 to EntriesRead
           if EntryDate not numeric or EntryTime not numeric
               add 1 to EntriesUnusable
           else
               move EntryDate to EntryStampDate
               move EntryTime to EntryStampTime
               evaluate true
                 when EntryStamp not > GenStamp
                   add 1 to EntriesBeforeGen
                 when EntryStamp > StopStamp
                   add 1 to EntriesAfterStop
                 when other
                   perform CheckBadRun
                   if EntryInBadRun
                       perform SkipEntry
                   else
                       perform ApplyEntry
                   end-if
               end-evaluate
           end-if.

       CheckBadRun.
           set EntryNotInBadRun to true
           if BadRunNamed
               move EntryProgram to EntryProgramUpper
               inspect EntryProgramUpper converting
                   "abcdefghijklmnopqrstuvwxyz"
                   to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               if EntryProgramUpper = BadProgram
                and EntryDate = BadDate
                and EntryTime >= BadFromTime
                and EntryTime <= BadThruTime
                   set EntryInBadRun to true
               end-if
           end-if.

       SkipEntry.
           add 1 to EntriesSkipped
           if EntryMovieID numeric and EntryMovieID > 0
               move 'Y' to SkippedTitle(EntryMovieID)
           end-if
           move "skipped" to ChangeLabel
           perform DisplayChange.

      *----------------------------------------------------------------
      * A write or rewrite puts the whole after-image back: written
      * if the title is not on file, otherwise rewritten over what is
      * there. A delete removes the title if it is still on file.
      *----------------------------------------------------------------
       ApplyEntry.
           evaluate EntryAction
             when 'W'
             when 'R'
               add 1 to EntriesApplied
               move EntryAfterImage to MovieRecord
               write MovieRecord
                 invalid key
                   perform ReplaceFromImage
                 not invalid key
                   add 1 to TitlesAdded
                   move "added" to ChangeLabel
               end-write
               perform DisplayChange
               if EntryMovieID numeric and EntryMovieID > 0
                   if SkippedTitle(EntryMovieID) = 'Y'
                       add 1 to AppliedOverSkipped
                       display "    ** made after a left-out change "
                               "to this title - check it"
                   end-if
               end-if
               if EntryProgram = "Csv2Vsam" and EntryRunMode = 'F'
                   set FullLoadSeen to true
               end-if
             when 'D'
               add 1 to EntriesApplied
               move EntryMovieID to MovieID
               delete MovieFile record
                 invalid key
                   add 1 to DeletesNotFound
                   move "not found" to ChangeLabel
                 not invalid key
                   add 1 to TitlesDeleted
                   move "deleted" to ChangeLabel
               end-delete
               perform DisplayChange
             when other
               add 1 to EntriesUnusable
           end-evaluate.

       ReplaceFromImage.
           rewrite MovieRecord
             invalid key
               add 1 to ApplyFailures
               move "failed" to ChangeLabel
             not invalid key
               add 1 to TitlesReplaced
               move "replaced" to ChangeLabel
           end-rewrite.

       DisplayChange.
           if EntryAction = 'D'
               move EntryBeforeImage(6:40) to ChangeTitle
           else
               move EntryAfterImage(6:40) to ChangeTitle
           end-if
           display "  " ChangeLabel " " EntryDate " " EntryTime " "
                   EntryProgram " " EntryRunMode EntryAction " "
                   EntryMovieID " " ChangeTitle.

      *----------------------------------------------------------------
      * The cross-reference files are regenerated wholesale from the
      * recovered catalog, the same way IndexRebuild does it: the
      * roll-forward has changed titles the backup put back, so
      * nothing short of a full rebuild would leave them matching.
      *----------------------------------------------------------------
       RebuildCrossReferences.
           open output GenreIndexFile
           open output ActorMasterFile
           close ActorMasterFile
           open i-o ActorMasterFile
           open output KeywordIndexFile
           perform OpenStopWordFile

           open input MovieFile
           read MovieFile next record
           perform RebuildOneRecord until EndOfFile
           close MovieFile

           close GenreIndexFile
           close ActorMasterFile
           close KeywordIndexFile
           if StopWordsAvailable
               close StopWordFile
           end-if
           perform CountRebuiltActorRefs.

       RebuildOneRecord.
           add 1 to RecordsRead
           perform PopulateGenreIndex
           perform AddActorMasterRefs
           perform PopulateKeywordIndex
           read MovieFile next record.

       CountRebuiltActorRefs.
           open input ActorMasterFile
           if ActorMasterOK
               read ActorMasterFile next record
               perform until ActorMasterEndOfFile
                   add 1 to ActorMastersAfter
                   add FilmCount to ActorRefsAfter
                   read ActorMasterFile next record
               end-perform
           end-if
           close ActorMasterFile.

       PopulateGenreIndex.
           perform varying Idx from 1 by 1 until Idx > GenreCount
               move Genre(Idx) to IndexGenre
               move MovieID to IndexMovieID
               write GenreIndexRecord
                 invalid key continue
                 not invalid key add 1 to GenreEntriesAfter
               end-write
           end-perform.

       AddActorMasterRefs.
           perform varying Idx from 1 by 1 until Idx > ActorCount
               perform AddOneActorRef
           end-perform.

       AddOneActorRef.
           move Actor(Idx) to ActorName
           read ActorMasterFile
             invalid key
               move Actor(Idx) to ActorName
               move 1 to FilmCount
               move MovieID to FilmMovieID(1)
               write ActorMasterRecord
                 invalid key continue
               end-write
             not invalid key
               perform AppendFilmRef
           end-read.

       AppendFilmRef.
           set FilmRefNotFound to true
           perform varying Idx2 from 1 by 1 until Idx2 > FilmCount
               if FilmMovieID(Idx2) = MovieID
                   set FilmRefFound to true
               end-if
           end-perform
           if FilmRefNotFound and FilmCount < 100
               add 1 to FilmCount
               move MovieID to FilmMovieID(FilmCount)
               rewrite ActorMasterRecord
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
                     not invalid key add 1 to KeywordEntriesAfter
                   end-write
               end-if
           end-if
           move spaces to KeywordWork
           move 0 to KeywordLength.

      *----------------------------------------------------------------
      * Lists the date and time each generation was last written, so
      * the operator can pick the one to start from.
      *----------------------------------------------------------------
       DisplayGenerationDates.
           open input GenControlFile
           if GenControlOK
               read GenControlFile
               if not GenControlEndOfFile
                   display "Generations on file:"
                   perform varying Idx from 1 by 1 until Idx > 5
                       if GenUsed(Idx) = 'Y'
                           display "  " Idx ": written " GenDate(Idx)
                                   " " GenTime(Idx)
                       end-if
                   end-perform
               end-if
           end-if
           close GenControlFile.
