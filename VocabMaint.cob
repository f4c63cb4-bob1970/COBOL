      *              its canonical name in ActorAlias.idx
      *  A,D,variant delete an alias mapping
      *  A,L         list the alias mappings
      *  S,A,word    add a stop word to StopWord.idx
      *  S,D,word    delete a stop word
      *  S,L         list the stop words
      *Modification history:
      *  - Added the G,R rename action, so standardising "Sci-Fi" to
      *    "Science Fiction" no longer means re-keying every affected
      *    through it before storing Actor slots and master records.
      *    AliasApply folds the catalog's existing split spellings
      *    together once the mappings are on file.
      *  - Added the S file code for StopWord.idx, the list of words
      *    ("THE", "AND", "WITH") the load and maintenance programs
      *    leave out of the Summary keyword index KeywordIndex.idx.
      *    Words are stored upper-case, the way the keyword index
      *    holds them; IndexRebuild brings the index in line with a
      *    changed list.
      *  - Every run now signs on an operator (MOVIEOPER in the
      *    environment, or keyed at the console) who must be on
      *    Operator.idx; the ID is stamped on the audit entries a
      *    rename leaves. A G,R rename no longer runs on the first
      *    request: it is queued on Approval.dat with the number of
      *    catalog records it would sweep, and only once a different
      *    operator with supervisor authority has released it with
      *    ApproveQueue does the same G,R,old,new go ahead, with that
      *    supervisor stamped on each audit entry as the approver.
      *  - Every run now appends its start and end to RunHistory.dat
      *    like the other maintenance programs: the signed-on
      *    operator on the START entry (OPER=), and the file code,
      *    action and count of records a rename swept on the END
      *    entry - including a request refused or queued for
      *    approval, which ends through the same path.
      *  - Before this version first runs on an installation with an
      *    existing MovieAudit.dat, run Housekeep C once: it pads the
      *    entries written in the old 3679-byte layout, live and
      *    archived, to the 3695 bytes the operator stamps need.
      *    Appending the wider entries to an unconverted file would
      *    leave it unreadable.

       environment division.
       input-output section.
               record key is AliasName
               file status is ActorAliasStatus.

           select optional StopWordFile
               assign to "./StopWord.idx"
               organization is indexed
               access mode is dynamic
               record key is StopWord
               file status is StopWordStatus.

           select optional MovieFile assign to "./Movies.idx"
               organization is indexed
               access mode is dynamic
               organization is sequential
               file status is RunControlStatus.

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

           select optional RunHistoryFile
               assign to "./RunHistory.dat"
               organization is sequential
               file status is RunHistoryStatus.

       data division.
       file section.
       fd GenreVocabFile.
          05 AliasName      pic x(30).
          05 CanonicalName  pic x(30).

       fd StopWordFile.
       01 StopWordRecord.
          05 StopWord       pic x(20).

       fd MovieFile.
       01 MovieRecord.
          05 MovieID       pic 9(5).
          05 AuditAction      pic x.
          05 AuditBeforeImage pic x(1824).
          05 AuditAfterImage  pic x(1824).
          05 AuditOperator    pic x(8).
          05 AuditApprover    pic x(8).

       fd RunControlFile.
       01 RunControlRecord.
          05 LockDate     pic 9(8).
          05 LockTime     pic 9(6).

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

       fd RunHistoryFile.
       01 RunHistoryRecord.
          05 HistDate     pic 9(8).
          05 HistTime     pic 9(6).
          05 HistProgram  pic x(12).
          05 HistEvent    pic x(5).
          05 HistMode     pic x.
          05 HistTotals   pic x(60).

       working-storage section.
       01 GenreVocabStatus   pic x(2).
          88 GenreVocabOK        value '00'.
       01 ActorAliasStatus   pic x(2).
          88 ActorAliasOK        value '00'.
          88 ActorAliasEndOfFile value '10'.
       01 StopWordStatus     pic x(2).
          88 StopWordOK          value '00'.
          88 StopWordEndOfFile   value '10'.

       01 FileStatus         pic x(2).
          88 FileOK          value '00'.
             88 GenreVocabRequest  value 'G'.
             88 RatingVocabRequest value 'R'.
             88 ActorAliasRequest  value 'A'.
             88 StopWordRequest    value 'S'.
          05 VocabAction     pic x.
             88 AddRequest    value 'A'.
             88 DeleteRequest value 'D'.
          88 RunControlOK        value '00'.
          88 RunControlEndOfFile value '10'.

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

       01 RunHistoryStatus   pic x(2).
       01 HistEventWork      pic x(5).
       01 HistTotalsWork     pic x(60).

       procedure division.
           perform GetParameters
           if DeleteRequest or RenameRequest
               perform CheckRunControl
           end-if
           perform SignOnOperator
           move "START" to HistEventWork
           move spaces to HistTotalsWork
           string "OPER=" delimited by size
                  SignOnID delimited by size
             into HistTotalsWork
           end-string
           perform WriteRunHistory
           if GenreVocabRequest
               open i-o GenreVocabFile
               perform GenreVocabRequestedAction
                       perform ActorAliasRequestedAction
                       close ActorAliasFile
                   else
                       if StopWordRequest
                           open i-o StopWordFile
                           perform StopWordRequestedAction
                           close StopWordFile
                       else
                           display "Unknown vocabulary file '"
                                   VocabFileCode "' - use G (Genre), "
                                   "R (ContentRating), A (ActorAlias)"
                                   " or S (StopWord)"
                       end-if
                   end-if
               end-if
           end-if
           perform FinishRun.

      *----------------------------------------------------------------
      * Every way out after the START entry comes through here, so a
      * refused or queued request still leaves its END entry behind.
      *----------------------------------------------------------------
       FinishRun.
           move "END" to HistEventWork
           move spaces to HistTotalsWork
           string "FILE=" delimited by size
                  VocabFileCode delimited by size
                  " ACTION=" delimited by size
                  VocabAction delimited by size
                  " SWEPT=" delimited by size
                  RecordsSwept delimited by size
             into HistTotalsWork
           end-string
           perform WriteRunHistory
           stop run.

       WriteRunHistory.
           open extend RunHistoryFile
           move spaces to RunHistoryRecord
           accept HistDate from date yyyymmdd
           accept AuditTimeWork from time
           move AuditTimeWork(1:6) to HistTime
           move "VocabMaint" to HistProgram
           move HistEventWork to HistEvent
           move VocabFileCode to HistMode
           move HistTotalsWork to HistTotals
           write RunHistoryRecord
           close RunHistoryFile.

       GetParameters.
           move spaces to Parameter-Variables
           accept Parameter from command-line
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

       GenreVocabRequestedAction.
           evaluate true
               when AddRequest    perform AddGenreValue
                           "' - use A, D or L"
           end-evaluate.

       StopWordRequestedAction.
           evaluate true
               when AddRequest    perform AddStopWordValue
               when DeleteRequest perform DeleteStopWordValue
               when ListRequest   perform ListStopWordValues
               when other
                   display "Unknown action '" VocabAction
                           "' - use A, D or L"
           end-evaluate.

      *----------------------------------------------------------------
      * An alias maps one variant spelling to the canonical name the
      * catalog should carry. Mapping a name to itself, or adding a
                       display "Canonical name '" VocabNewValue
                               "' is itself mapped as a variant - "
                               "chains are not allowed"
                       perform FinishRun
                   end-read
                   perform CheckVariantNotCanonical
                   if AliasConflictFound
                       display "Re-point that mapping at '"
                               VocabNewValue "' first (A,D then "
                               "A,A), then add this one"
                       perform FinishRun
                   end-if
                   move VocabValue to AliasName
                   move VocabNewValue to CanonicalName
      * Fiction" is the main use), the old one comes off, and every
      * catalog record and GenreIndex entry carrying the old value is
      * swept to the new one, each rewritten record audited so the
      * sweep is traceable in MovieAuditInq. The rename sweeps the
      * whole catalog, so it waits for a supervisor's release first.
      *----------------------------------------------------------------
       RenameGenreValue.
           if VocabValue = spaces or VocabNewValue = spaces
               display "Give G,R,old,new - both values required"
               perform FinishRun
           end-if
           move VocabValue to VocabGenre
           read GenreVocabFile
             invalid key
               display "Genre '" VocabValue "' not on file - "
                       "nothing renamed"
               perform FinishRun
           end-read

           move "VocabMaint" to ApprovalProgramWork
           move spaces to ApprovalParmWork
           string "G,R," delimited by size
                  VocabValue delimited by "  "
                  "," delimited by size
                  VocabNewValue delimited by "  "
             into ApprovalParmWork
           end-string
           perform CountGenreInUse
           move spaces to ApprovalSubjectWork
           string "Genre rename sweeping " delimited by size
                  InUseCount delimited by size
                  " catalog record(s)" delimited by size
             into ApprovalSubjectWork
           end-string
           perform CheckApproval
           if not ApprovalReleased
               perform FinishRun
           end-if

           move VocabNewValue to VocabGenre
           write GenreVocabRecord
             invalid key continue
           end-delete

           perform SweepCatalogForRename
           perform CompleteApproval
           close ApprovalFile

           display "Genre '" VocabValue "' renamed to '"
                   VocabNewValue "' - " RecordsSwept
           move 'R' to AuditAction
           move AuditBeforeWork to AuditBeforeImage
           move MovieRecord to AuditAfterImage
           move SignOnID to AuditOperator
           move ApproverID to AuditApprover
           write MovieAuditRecord.

       AddRatingValue.
               read RatingVocabFile next record
           end-perform
           display "Content Ratings on file: " EntriesListed.

      *----------------------------------------------------------------
      * Stop words are held upper-case, the way KeywordIndex.idx holds
      * the Summary words, so "the" and "The" are one entry. A change
      * to the list only affects entries written from then on; a
      * word newly stopped stays in the index until IndexRebuild.
      *----------------------------------------------------------------
       AddStopWordValue.
           if VocabValue = spaces
               display "No value given to add"
           else
               inspect VocabValue converting
                   "abcdefghijklmnopqrstuvwxyz"
                   to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               move VocabValue to StopWord
               write StopWordRecord
                 invalid key
                   display "Stop word '" VocabValue(1:20)
                           "' already on file"
                 not invalid key
                   display "Stop word '" VocabValue(1:20) "' added"
                   display "Run IndexRebuild to drop it from "
                           "KeywordIndex.idx"
               end-write
           end-if.

       DeleteStopWordValue.
           inspect VocabValue converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           move VocabValue to StopWord
           delete StopWordFile
             invalid key
               display "Stop word '" VocabValue(1:20) "' not on file"
             not invalid key
               display "Stop word '" VocabValue(1:20) "' deleted"
               display "Run IndexRebuild to index it from the "
                       "catalog Summaries"
           end-delete.

       ListStopWordValues.
           display "Stop words on file:"
           move 0 to EntriesListed
           read StopWordFile next record
           perform until StopWordEndOfFile
               display "  " StopWord
               add 1 to EntriesListed
               read StopWordFile next record
           end-perform
           display "Stop words on file: " EntriesListed.
