       identification division.
       program-id. OperatorMaint.
       author. Bob Stevenson.
      *Maintenance for Operator.idx, the operators allowed to sign on
      *to the programs that change the catalog - MovieMaint,
      *MovieBatch, MovieMerge, VocabMaint, RejRecycle, AliasApply and
      *HoldReview take an operator ID (MOVIEOPER in the environment,
      *or keyed at the console), refuse to run for an ID not on file,
      *and stamp it on every MovieAudit.dat entry they write. Each
      *operator carries an authority level: 'O' for an operator, 'S'
      *for a supervisor, who may release the deletes, merges, genre
      *renames and alias folds queued on Approval.dat (ApproveQueue)
      *and who alone may add and delete operators here.
      *
      *Command line: action[,operid[,level[,name]]]
      *  A,operid,level,name  add an operator (level S or O)
      *  D,operid             delete an operator
      *  L                    list the operators
      *Every run signs on the same way the maintenance programs do;
      *adding and deleting need a supervisor. The one exception is an
      *empty (or missing) Operator.idx: the first operator added
      *needs no sign-on but must be a supervisor, so the file can be
      *set up at all. A supervisor cannot delete their own ID.
      *
      *Operator.idx layout (keyed on the ID):
      *  ID, name, level, date added, ID of the supervisor who added
      *  the entry.

       environment division.
       input-output section.
       file-control.
           select optional OperatorFile
               assign to "./Operator.idx"
               organization is indexed
               access mode is dynamic
               record key is OperatorID
               file status is OperatorStatus.

       data division.
       file section.
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
       01 OperatorStatus     pic x(2).
          88 OperatorOK        value '00'.
          88 OperatorEndOfFile value '10'.

       01 Parameter-Variables.
          05 Parameter       pic x(80).
          05 OperAction      pic x.
             88 AddRequest    value 'A'.
             88 DeleteRequest value 'D'.
             88 ListRequest   value 'L'.
          05 OperParmID      pic x(8).
          05 OperParmLevel   pic x.
             88 ValidLevel    value 'S' 'O'.
          05 OperParmName    pic x(30).

       01 SignOnID           pic x(8).
       01 SignOnLevel        pic x.
          88 SignOnSupervisor value 'S'.

       01 OperatorsOnFile    pic 9(4) value 0.
       01 EntriesListed      pic 9(4) value 0.

       procedure division.
           perform GetParameters
           open i-o OperatorFile
           perform CountOperators
           if OperatorsOnFile = 0
               perform FirstOperatorSetup
           else
               perform SignOnOperator
               evaluate true
                   when AddRequest    perform AddOperator
                   when DeleteRequest perform DeleteOperator
                   when ListRequest   perform ListOperators
                   when other
                       display "Unknown action '" OperAction
                               "' - use A, D or L"
               end-evaluate
           end-if
           close OperatorFile
           stop run.

       GetParameters.
           move spaces to Parameter-Variables
           accept Parameter from command-line
           unstring Parameter
             delimited by ', ' or ','
             into OperAction OperParmID OperParmLevel OperParmName
           end-unstring
           inspect OperAction converting "adl" to "ADL"
           inspect OperParmID converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           inspect OperParmLevel converting "so" to "SO".

       CountOperators.
           move 0 to OperatorsOnFile
           read OperatorFile next record
           perform until OperatorEndOfFile
               add 1 to OperatorsOnFile
               read OperatorFile next record
           end-perform.

      *----------------------------------------------------------------
      * With nobody on file nobody can sign on, so the first add is
      * taken without one - but only for a supervisor, who can then
      * set up everyone else signed on in the usual way.
      *----------------------------------------------------------------
       FirstOperatorSetup.
           if AddRequest and OperParmLevel = 'S'
               move OperParmID to SignOnID
               move 'S' to SignOnLevel
               perform AddOperator
           else
               display "Operator.idx is empty - set up the first "
                       "supervisor with A,operid,S,name"
           end-if.

      *----------------------------------------------------------------
      * The same sign-on the maintenance programs make, read against
      * the file already open here.
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
           move SignOnID to OperatorID
           read OperatorFile
             invalid key
               display "Operator '" SignOnID
                       "' is not on Operator.idx - run refused"
               close OperatorFile
               stop run
           end-read
           move OperatorLevel to SignOnLevel.

       AddOperator.
           if not SignOnSupervisor
               display "Only a supervisor may add operators"
           else
               if OperParmID = spaces or not ValidLevel
                   display "Give A,operid,level,name - level S "
                           "(supervisor) or O (operator)"
               else
                   move spaces to OperatorRecord
                   move OperParmID to OperatorID
                   move OperParmName to OperatorName
                   move OperParmLevel to OperatorLevel
                   accept OperatorAddedDate from date yyyymmdd
                   move SignOnID to OperatorAddedBy
                   write OperatorRecord
                     invalid key
                       display "Operator '" OperParmID
                               "' already on file"
                     not invalid key
                       display "Operator '" OperParmID "' added, "
                               "level " OperParmLevel
                   end-write
               end-if
           end-if.

      *----------------------------------------------------------------
      * A supervisor deleting their own ID could leave nobody able to
      * release the approval queue or set operators up, so that is
      * left to another supervisor.
      *----------------------------------------------------------------
       DeleteOperator.
           if not SignOnSupervisor
               display "Only a supervisor may delete operators"
           else
               if OperParmID = SignOnID
                   display "A supervisor cannot delete their own "
                           "operator ID"
               else
                   move OperParmID to OperatorID
                   delete OperatorFile
                     invalid key
                       display "Operator '" OperParmID
                               "' not on file"
                     not invalid key
                       display "Operator '" OperParmID "' deleted"
                   end-delete
               end-if
           end-if.

       ListOperators.
           display "Operators on file:"
           move 0 to EntriesListed
           move low-values to OperatorID
           start OperatorFile
             key is not less than OperatorID
             invalid key continue
           end-start
           read OperatorFile next record
           perform until OperatorEndOfFile
               display "  " OperatorID " " OperatorLevel " "
                       OperatorName " added " OperatorAddedDate
                       " by " OperatorAddedBy
               add 1 to EntriesListed
               read OperatorFile next record
           end-perform
           display "Operators on file: " EntriesListed.
