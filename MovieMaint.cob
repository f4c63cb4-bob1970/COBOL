      *    canonical name is echoed when a keyed spelling maps. A
      *    missing alias file skips the normalisation with a console
      *    note.
      *  - A delete now also drops the title's entries from the
      *    Summary keyword index KeywordIndex.idx, so SearchMovies'
      *    keyword search does not turn up a title no longer on file.
      *    (The Summary is not one of the fields keyed in here, so a
      *    rewrite leaves its keyword entries as they are.)
      *  - The operator must now sign on: the ID (from MOVIEOPER in
      *    the environment, or keyed at the console) has to be on
      *    Operator.idx, and is stamped on every MovieAudit.dat entry
      *    and the RunHistory START entry. A delete no longer runs on
      *    the first request - it is queued on Approval.dat, and only
      *    once a different operator with supervisor authority has
      *    released it with ApproveQueue does 'D,nnnnn' go ahead,
      *    with that supervisor stamped on the audit entry as the
      *    approver. MovieBatch's delete transactions queue here too.
      *  - Before this version first runs on an installation with an
      *    existing MovieAudit.dat, run Housekeep C once: it pads the
      *    entries written in the old 3679-byte layout, live and
      *    archived, to the 3695 bytes the operator stamps need.
      *    Appending the wider entries to an unconverted file would
      *    leave it unreadable.

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

           select optional MovieAuditFile assign to "./MovieAudit.dat"
               organization is sequential
               file status is AuditFileStatus.
               organization is sequential
               file status is RatingHistStatus.

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

       fd MovieAuditFile.
       01 MovieAuditRecord.
          05 AuditMovieID     pic 9(5).
          05 AuditAction      pic x.
          05 AuditBeforeImage pic x(1824).
          05 AuditAfterImage  pic x(1824).
          05 AuditOperator    pic x(8).
          05 AuditApprover    pic x(8).

       fd MovieArchiveFile.
       01 MovieArchiveRecord.
          05 OldRating         pic x(5).
          05 NewRating         pic x(5).

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
       01 RatingHistStatus   pic x(2).
       01 OldRatingWork      pic x(5).

       01 KeywordIndexStatus pic x(2).
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

       procedure division.
           perform CheckRunControl
           perform GetParameters
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
           open extend MovieAuditFile
           if DeleteMode
               open extend MovieArchiveFile
               open i-o KeywordIndexFile
           else
               open extend RatingHistFile
               perform OpenVocabFiles
               perform DisplayCurrentRecord
               perform SaveOldGenres
               perform SaveOldActors
               move Summary to OldSummary
               if DeleteMode
                   move "MovieMaint" to ApprovalProgramWork
                   move spaces to ApprovalParmWork
                   string "D," delimited by size
                          RequestedMovieID delimited by size
                     into ApprovalParmWork
                   end-string
                   move Title to ApprovalSubjectWork
                   perform CheckApproval
                   if ApprovalReleased
                       perform DeleteMovieRecord
                       close ApprovalFile
                   end-if
               else
                   perform AcceptReplacementValues
                   rewrite MovieRecord
           close MovieAuditFile
           if DeleteMode
               close MovieArchiveFile
               close KeywordIndexFile
           else
               close RatingHistFile
           end-if
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
      * A destructive change does not run on one person's say-so: it
      * runs only once a supervisor other than the operator who asked
      * for it has released it on Approval.dat (ApproveQueue does the
      * releasing). The first request is queued there as pending and
      * nothing is changed; one still pending is refused; a released
      * one goes ahead, with the file left open on its entry so
      * CompleteApproval can mark it done once the change is made.
      *----------------------------------------------------------------
       CheckApproval.
           set ApprovalNotOnFile to true
           open i-o ApprovalFile
           if ApprovalOK
               read ApprovalFile
               perform FindApprovalEntry
                 until ApprovalEndOfFile or not ApprovalNotOnFile
           end-if
           evaluate true
             when ApprovalReleased
               move ApprSupervisor to ApproverID
               display "Released by " ApprSupervisor " on "
                       ApprReviewDate " " ApprReviewTime
                       " (queued by " ApprOperator ")"
             when ApprovalPending
               display "Awaiting supervisor approval since "
                       ApprDate " " ApprTime " (queued by "
                       ApprOperator ") - no change made"
               close ApprovalFile
             when other
               close ApprovalFile
               perform QueueApproval
           end-evaluate.

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
           close ApprovalFile
           display "Queued for supervisor approval - no change made."
           display "Run this again once a supervisor has released it "
                   "with ApproveQueue".

      *----------------------------------------------------------------
      * The released entry is still the record last read, so it is
      * rewritten in place as completed - it cannot be run twice.
      *----------------------------------------------------------------
       CompleteApproval.
           set ApprCompleted to true
           rewrite ApprovalRecord.

      *----------------------------------------------------------------
      * A rewrite that changed the Rating appends the old and new
      * score to RatingHist.dat, the same trail the delta load
           else
               move MovieRecord to AuditAfterImage
           end-if
           move SignOnID to AuditOperator
           move ApproverID to AuditApprover
           write MovieAuditRecord.

      *----------------------------------------------------------------
      * - the same cleanup RefreshGenreIndex does for genres a record
      * no longer carries after a rewrite. The operator has to confirm
      * first; this is the one maintenance action with no undo short
      * of the archive. By the time it gets here a supervisor has
      * released the delete; declining the confirmation leaves the
      * release on Approval.dat for another try.
      *----------------------------------------------------------------
       DeleteMovieRecord.
           display "Confirm delete of Movie ID " MovieID " (Y/N):"
                   move RequestedMovieID to MovieID
                   perform DeleteAllGenreIndexEntries
                   perform RemoveOldActorRefs
                   perform DeleteOldKeywordEntries
                   move 'D' to AuditActionWork
                   perform WriteMovieAudit
                   perform CompleteApproval
                   display "Movie ID " MovieID " deleted and archived"
               end-delete
           else
               perform DeleteGenreIndexEntry
           end-perform.

      *----------------------------------------------------------------
      * Drops this MovieID's KeywordIndex.idx entries: every word of
      * three or more letters or digits in the Summary as it stood
      * before the delete, upper-cased and cut to 20 - the same words
      * the load and MovieBatch index it under. A stop word never had
      * an entry, so its delete simply finds nothing.
      *----------------------------------------------------------------
       DeleteOldKeywordEntries.
           move OldSummary to KeywordSource
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
                   perform DropKeywordEntry
               end-if
           end-perform
           perform DropKeywordEntry.

       DropKeywordEntry.
           if KeywordLength >= 3
               move KeywordWork to KeywordWord
               move MovieID to KeywordMovieID
               delete KeywordIndexFile
                 invalid key continue
               end-delete
           end-if
           move spaces to KeywordWork
           move 0 to KeywordLength.

       DisplayDeleteError.
           display "Error deleting record"
           display "Movie Title and ID: " Title, " " MovieID.
