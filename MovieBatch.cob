      *studio corrections doesn't have to be keyed one MovieID at a
      *time through MovieMaint. Changes refresh GenreIndex.idx the
      *same way MovieMaint's RefreshGenreIndex does, deletes are
      *queued for a supervisor's approval (see below), every applied
      *transaction is audited to MovieAudit.dat, and an
      *applied/queued/failed line per transaction goes to
      *MovieBatch.rpt so the overnight run can be checked the
      *morning after.
      *
      *MovieTxn.dat layout, pipe delimited, one transaction per line:
      *  Action|MovieID|Title|Studio|Director|ContentRating|Rating
      *        |Summary|GenreCount|Genres|ActorCount|Actors
      *        |ReleaseYear
      *Action 'A' adds, 'C' changes, 'D' deletes (queued for a
      *supervisor's approval). MovieID (5 digits, zero filled) may
      *be left blank on a C or D, in which case the
      *record is located by Title; an A ignores any MovieID and is
      *assigned the next one. A change replaces every field, the same
      *way MovieMaint keys in every field.
      *    stored, the same way Csv2Vsam normalises the vendor's
      *    spellings. A missing alias file skips the normalisation
      *    with a console note.
      *  - A change transaction that would move the Rating by more
      *    than the tolerance on RatingTol.dat applies every other
      *    field but keeps the old Rating, appending the old and new
      *    score to RatingSusp.dat for HoldReview to release or
      *    reject - the same hold Csv2Vsam's delta load applies. The
      *    report line notes the hold, and the held count is in the
      *    control totals and the RunHistory END entry (HELD=).
      *  - Applied transactions now keep the Summary keyword index
      *    KeywordIndex.idx in step the same way GenreIndex.idx is
      *    kept in step: adds index the new title's Summary words,
      *    changes that alter the Summary drop the old words and add
      *    the current ones, deletes drop them. Words on StopWord.idx
      *    are left out; a missing stop-word file indexes every word
      *    with a console note.
      *  - The run now signs on an operator (MOVIEOPER in the
      *    environment, or keyed at the console) who must be on
      *    Operator.idx, and stamps the ID on every MovieAudit.dat
      *    entry and the RunHistory START entry. A 'D' transaction is
      *    no longer applied here: it is queued on Approval.dat as
      *    the MovieMaint delete of the title it names ('D,nnnnn'),
      *    for a supervisor other than the batch's operator to
      *    release with ApproveQueue, after which MovieMaint carries
      *    it out with the archive and cleanups it always made. The
      *    report line says QUEUED, a delete already waiting is not
      *    queued twice, and the queued count is in the control
      *    totals and the RunHistory END entry (QUEUED=, in place of
      *    READ=, which the control totals still show). MovieArch.dat
      *    is no longer written here. A NightRun.stp step that
      *    checks READ= on this program's END entry must be changed
      *    to QUEUED=, APPLIED= or FAILED= before the next window, or
      *    NightRun stops on the missing tag.
      *  - Before this version first runs on an installation with an
      *    existing MovieAudit.dat, run Housekeep C once: it pads the
      *    entries written in the old 3679-byte layout, live and
      *    archived, to the 3695 bytes the operator stamps need.
      *    Appending the wider entries to an unconverted file would
      *    leave it unreadable.

       environment division.
       input-output section.
               organization is sequential
               file status is AuditFileStatus.

           select GenreVocabFile assign to "./GenreVocab.idx"
               organization is indexed
               access mode is dynamic
               record key is AliasName
               file status is ActorAliasStatus.

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

           select optional ApprovalFile
               assign to "./Approval.dat"
               organization is sequential
               file status is ApprovalStatus.

       data division.
       file section.
       fd MovieFile.
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

       fd TxnFile.
       01 TxnRecord        pic x(1600).

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

       fd ApprovalFile.
       01 ApprovalRecord.
          05 ApprProgram       pic x(12).
          05 ApprParameter     pic x(80).
          05 ApprSubject       pic x(60).
          05 ApprOperator      pic x(8).
          05 ApprDate          pic 9(8).
          05 ApprTime          pic 9(6).
          05 ApprStatus        pic x.
             88 ApprPending    value 'P'.
             88 ApprReleased   value 'R'.
             88 ApprRejected   value 'X'.
             88 ApprCompleted  value 'C'.
          05 ApprSupervisor    pic x(8).
          05 ApprReviewDate    pic 9(8).
          05 ApprReviewTime    pic 9(6).
          05 filler            pic x(23).

       working-storage section.
       01 FileStatus         pic x(2).
          88 FileOK          value '00'.
          88 TxnEndOfFile    value '10'.
       01 ReportFileStatus   pic x(2).
       01 AuditFileStatus    pic x(2).

       01 TxnFields.
          05 TxnAction        pic x.
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
       01 TxnsHeld           pic 9(7) value 0.

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

       01 OperatorStatus     pic x(2).
       01 SignOnID           pic x(8).
       01 SignOnLevel        pic x.
          88 SignOnSupervisor value 'S'.

       01 ApprovalStatus     pic x(2).
          88 ApprovalOK        value '00'.
          88 ApprovalEndOfFile value '10'.
       01 ApprovalSwitch     pic x value 'N'.
          88 ApprovalReleased  value 'R'.
          88 ApprovalPending   value 'P'.
          88 ApprovalNotOnFile value 'N'.
       01 ApprovalProgramWork pic x(12).
       01 ApprovalParmWork   pic x(80).
       01 ApprovalSubjectWork pic x(60).
       01 ApproverID         pic x(8) value spaces.

       01 TxnQueuedSwitch    pic x.
          88 TxnQueued       value 'Y'.
          88 TxnNotQueued    value 'N'.
       01 QueueNote          pic x(60).
       01 TxnsQueued         pic 9(7) value 0.

       procedure division.
           perform CheckRunControl
           perform SignOnOperator
           move "START" to HistEventWork
           move spaces to HistTotalsWork
           string "OPER=" delimited by size
                  SignOnID delimited by size
             into HistTotalsWork
           end-string
           perform WriteRunHistory
           open i-o MovieFile
           open i-o GenreIndexFile
           open i-o ActorMasterFile
           open i-o KeywordIndexFile
           open input TxnFile
           open output ReportFile
           open extend MovieAuditFile
           open extend RatingHistFile
           open extend SuspenseFile
           perform OpenVocabFiles
           perform OpenStopWordFile
           perform LoadRatingTolerance

           perform FindMaxMovieID

           perform ProcessTransaction until TxnEndOfFile

           close MovieFile, GenreIndexFile, ActorMasterFile, TxnFile,
                 ReportFile, MovieAuditFile, RatingHistFile,
                 SuspenseFile, KeywordIndexFile
           if StopWordsAvailable
               close StopWordFile
           end-if
           if GenreVocabAvailable
               close GenreVocabFile
           end-if

           move "END" to HistEventWork
           move spaces to HistTotalsWork
           string "QUEUED=" delimited by size
                  TxnsQueued delimited by size
                  " APPLIED=" delimited by size
                  TxnsApplied delimited by size
                  " FAILED=" delimited by size
                  TxnsFailed delimited by size
                  " HELD=" delimited by size
                  TxnsHeld delimited by size
             into HistTotalsWork
           end-string
           perform WriteRunHistory
           write RunHistoryRecord
           close RunHistoryFile.

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

      *----------------------------------------------------------------
      * A change that altered the Rating appends the old and new
      * score to RatingHist.dat, the same trail the delta load and
           move Rating to NewRating
           write RatingHistRecord.

      *----------------------------------------------------------------
      * The tolerance on RatingTol.dat is shared with Csv2Vsam and
      * RejRecycle; without it rating changes are applied as before.
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
           move "MovieBatch" to SuspProgram
           move 'B' to SuspRunMode
           move OldRatingWork to SuspOldRating
           move HeldRatingWork to SuspNewRating
           move Title(1:60) to SuspTitle
           move 'P' to SuspStatus
           move 0 to SuspReviewDate
           move 0 to SuspReviewTime
           write SuspenseRecord
           add 1 to TxnsHeld.

      *----------------------------------------------------------------
      * Adds are assigned MovieIDs past the highest already on file,
      * the same way Csv2Vsam's delta load picks up where the catalog
       ProcessTransaction.
           add 1 to TxnsRead
           move spaces to FailReason
           set RatingNotHeld to true
           set TxnNotQueued to true
           move spaces to QueueNote
           move spaces to TxnFields
           move spaces to GenreString
           move spaces to ActorString
           evaluate TxnAction
               when 'A' perform ApplyAddTransaction
               when 'C' perform ApplyChangeTransaction
               when 'D' perform QueueDeleteTransaction
               when other move "UNKNOWN ACTION" to FailReason
           end-evaluate

           if FailReason = spaces
               if TxnQueued
                   add 1 to TxnsQueued
               else
                   add 1 to TxnsApplied
               end-if
               perform WriteReportLine
           else
               add 1 to TxnsFailed
                 not invalid key
                   perform PopulateGenreIndex
                   perform AddActorMasterRefs
                   perform PopulateKeywordIndex
                   move 'W' to AuditActionWork
                   perform WriteMovieAudit
               end-write
               move Rating to OldRatingWork
               perform SaveOldGenres
               perform SaveOldActors
               move Summary to OldSummary
               move MovieID to SaveMovieID
               move spaces to MovieRecord
               move SaveMovieID to MovieID
               perform MoveTxnFieldsToRecord
               move Rating to IncomingRatingWork
               perform CheckRatingSwing
               if RatingHeld
                   move OldRatingWork to Rating
               end-if
               rewrite MovieRecord
                 invalid key
                   move "REWRITE FAILED - INVALID KEY" to FailReason
                   perform PopulateGenreIndex
                   perform RemoveOldActorRefs
                   perform AddActorMasterRefs
                   perform RefreshKeywordIndex
                   move 'R' to AuditActionWork
                   perform WriteMovieAudit
                   if OldRatingWork not = Rating
                       perform WriteRatingHist
                   end-if
                   if RatingHeld
                       perform WriteRatingSuspense
                   end-if
               end-rewrite
           end-if.

      *----------------------------------------------------------------
      * A delete is not applied overnight: no one person may remove a
      * title. It is queued on Approval.dat as the MovieMaint delete
      * of the title it names, for a supervisor other than the batch's
      * operator to release with ApproveQueue; MovieMaint D,nnnnn
      * then carries it out. A resent correction sheet does not queue
      * the same delete twice.
      *----------------------------------------------------------------
       QueueDeleteTransaction.
           perform LocateTargetRecord
           if FailReason = spaces
               set TxnQueued to true
               move "MovieMaint" to ApprovalProgramWork
               move spaces to ApprovalParmWork
               string "D," delimited by size
                      MovieID delimited by size
                 into ApprovalParmWork
               end-string
               move Title to ApprovalSubjectWork
               perform FindQueuedDelete
               evaluate true
                 when ApprovalPending
                   move "ALREADY AWAITING SUPERVISOR APPROVAL"
                     to QueueNote
                 when ApprovalReleased
                   string "ALREADY RELEASED - RUN MovieMaint "
                          delimited by size
                          ApprovalParmWork delimited by space
                     into QueueNote
                   end-string
                 when other
                   perform QueueApproval
                   string "AWAITS SUPERVISOR APPROVAL - THEN "
                          delimited by size
                          "MovieMaint " delimited by size
                          ApprovalParmWork delimited by space
                     into QueueNote
                   end-string
               end-evaluate
           end-if.

       FindQueuedDelete.
           set ApprovalNotOnFile to true
           open input ApprovalFile
           if ApprovalOK
               read ApprovalFile
               perform FindApprovalEntry
                 until ApprovalEndOfFile or not ApprovalNotOnFile
           end-if
           close ApprovalFile.

       FindApprovalEntry.
           if ApprProgram = ApprovalProgramWork
            and ApprParameter = ApprovalParmWork
            and (ApprPending or ApprReleased)
               if ApprReleased
                   set ApprovalReleased to true
               else
                   set ApprovalPending to true
               end-if
           else
               read ApprovalFile
           end-if.

       QueueApproval.
           open extend ApprovalFile
           move spaces to ApprovalRecord
           move ApprovalProgramWork to ApprProgram
           move ApprovalParmWork to ApprParameter
           move ApprovalSubjectWork to ApprSubject
           move SignOnID to ApprOperator
           accept ApprDate from date yyyymmdd
           accept AuditTimeWork from time
           move AuditTimeWork(1:6) to ApprTime
           set ApprPending to true
           move 0 to ApprReviewDate
           move 0 to ApprReviewTime
           write ApprovalRecord
           close ApprovalFile.

       MoveTxnFieldsToRecord.
           move TxnTitle         to Title
           move TxnStudio        to Studio
               end-if
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

       WriteMovieAudit.
           move spaces to MovieAuditRecord
           move 'B' to AuditRunMode
           move AuditActionWork to AuditAction
           move AuditBeforeWork to AuditBeforeImage
           move MovieRecord to AuditAfterImage
           move SignOnID to AuditOperator
           write MovieAuditRecord.

      *----------------------------------------------------------------
      * One report line per transaction, applied, queued or failed,
      * so the morning check is a scan of MovieBatch.rpt rather than
      * a replay of the console log.
      *----------------------------------------------------------------
       WriteReportLine.
           move spaces to ReportRecord
           else
               move TxnTitle(1:40) to ReportKey
           end-if
           evaluate true
             when FailReason not = spaces
               move "FAILED" to ReportOutcome
               move FailReason to ReportReason
             when TxnQueued
               move "QUEUED" to ReportOutcome
               move QueueNote to ReportReason
             when other
               move "APPLIED" to ReportOutcome
               if RatingHeld
                   string "RATING " delimited by size
                          OldRatingWork delimited by space
                          " -> " delimited by size
                          HeldRatingWork delimited by space
                          " HELD FOR REVIEW" delimited by size
                     into ReportReason
                   end-string
               end-if
           end-evaluate
           write ReportRecord.

       DisplayControlTotals.
           display "===== MovieBatch control totals ====="
           display "Transactions read:    " TxnsRead
           display "Transactions applied: " TxnsApplied
           display "Deletes queued:       " TxnsQueued
           display "Transactions failed:  " TxnsFailed
           display "Rating changes held:  " TxnsHeld
           display "Final MovieCount:     " MovieCount
           display "=====================================".
