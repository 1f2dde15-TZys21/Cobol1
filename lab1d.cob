      *        record whose stored figures disagree - the queue of
      *        corrections still waiting on the rebuild. Exit moved
      *        from option 3 to option 5.
      *      - Corrections now need two people. Option 2, and a batch
      *        transaction, only record a pending request in
      *        lab1d-pnd.dat with the requester, reason and proposed
      *        totals; the history record is rewritten only when a
      *        different C or A operator approves the request from
      *        the new approval queue (option 5) or with an approve
      *        transaction (action A, or R to reject) in batch.
      *        Requests, approvals, rejections and requests left
      *        pending longer than PEND-DAYS (lab1d-prm.dat, default
      *        5) are all logged to the audit file; an expired request
      *        can no longer be approved. Exit moved from option 5 to
      *        option 6.
      *      - A run date whose month has been closed on the period-
      *        control file (lab1c-per.dat, see lab2b) can no longer
      *        be corrected: a request for it is refused, interactive
      *        or batch, and a request already pending for it cannot
      *        be approved until the month is reopened.
      *      - Every line written to the audit file (lab1d-aud.dat) now
      *        carries a sequence number and a check value chained from
      *        the line before (SEQ= and CHK= after column 120), and the
      *        last of each is kept on the trail-control file
      *        (lab1c-tctl.dat), so lab2c can show the trail complete
      *        and unaltered.
      *      - A batch approve or reject transaction may only name a
      *        request already on file when the run started, so a
      *        request and its approval cannot travel in the same
      *        transaction file; and a request raised by the user
      *        running the batch job cannot be reviewed in that job,
      *        whatever operator the review card names.

       Environment division.
       Input-output section.
               Organization is Line Sequential
               File Status is Opr-File-Status.

           Select lab1d-pnd
               Assign to "lab1d-pnd.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is pnd-request-no
               File Status is Pnd-File-Status.

           Select lab1c-per
               Assign to "lab1c-per.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is per-month
               File Status is Per-File-Status.

           Select lab1d-prm
               Assign to "lab1d-prm.dat"
               Organization is Line Sequential
               File Status is Prm-File-Status.

           Select lab1c-tctl
               Assign to "lab1c-tctl.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is tctl-trail
               File Status is Tctl-File-Status.

       data division.
       File Section.
       fd  lab1c-hist.
           05    trn-new-even        PIC X(6).
           05    trn-reason          PIC X(30).
           05    trn-operator        PIC X(8).
           05    trn-action          PIC X(1).
               88  trn-is-request     Value "C" " ".
               88  trn-is-approval    Value "A".
               88  trn-is-rejection   Value "R".
           05    trn-request-no      PIC X(6).

       fd  lab1d-aud.
       01  audit-line              PIC X(148).

       fd  lab1c-opr.
       01  operator-card           PIC X(80).

      *    One correction request awaiting (or past) review. The
      *    proposed figures sit here until a second operator approves
      *    them; only then is the history record rewritten.
       fd  lab1d-pnd.
       01  pending-record.
           05    pnd-request-no      PIC 9(6).
           05    pnd-run-date        PIC 9(8).
           05    pnd-status          PIC X(01).
               88  pnd-is-pending    Value "P".
               88  pnd-is-approved   Value "A".
               88  pnd-is-rejected   Value "R".
               88  pnd-is-expired    Value "E".
           05    pnd-requester       PIC X(8).
           05    pnd-req-date        PIC 9(8).
           05    pnd-req-time        PIC 9(8).
           05    pnd-old-total       PIC 9(06).
           05    pnd-old-even        PIC 9(06).
           05    pnd-new-total       PIC 9(06).
           05    pnd-new-even        PIC 9(06).
           05    pnd-reason          PIC X(30).
           05    pnd-reviewer        PIC X(8).
           05    pnd-rev-date        PIC 9(8).
           05    pnd-rev-time        PIC 9(8).
           05    pnd-rev-note        PIC X(30).

       fd  lab1c-per.
       01  period-record.
           05    per-month             PIC 9(6).
           05    per-status            PIC X(01).
               88  per-is-open          Value " ".
               88  per-is-closed        Value "C".
               88  per-is-reopened      Value "O".
           05    per-close-date        PIC 9(8).
           05    per-close-oper        PIC X(08).
           05    per-reopen-date       PIC 9(8).
           05    per-reopen-oper       PIC X(08).
           05    per-reopen-reason     PIC X(30).
           05    per-reopen-count      PIC 9(3).
           05    per-stmt-rerun        PIC X(01).
               88  per-stmt-rerun-due   Value "Y".
           05    per-stmt-date         PIC 9(8).

       fd  lab1d-prm.
       01  parm-line               PIC X(80).

       fd  lab1c-tctl.
       01  trail-control-record.
           05    tctl-trail            PIC X(08).
           05    tctl-last-seq         PIC 9(8).
           05    tctl-last-chk         PIC 9(10).
           05    tctl-last-date        PIC 9(8).
           05    tctl-last-time        PIC 9(8).
           05    tctl-last-program     PIC X(08).
           05    tctl-base-seq         PIC 9(8).
           05    tctl-base-chk         PIC 9(10).
           05    tctl-base-date        PIC 9(8).

       Working-Storage section.
       01  Hist-File-Status    PIC XX.
      *    Period control (lab1c-per.dat): a month closed by lab2b
      *    once its lab1i statement is accepted may not be changed.
      *    With no period-control file nothing is locked.
       01  Per-File-Status     PIC XX.
       01  Ws-Per-Month        PIC 9(6).
       01  Ws-Period-Closed    PIC X Value "N".
       01  Ws-Menu-Choice      PIC X.
       01  Ws-Done             PIC X Value "N".
       01  Ws-Lookup-Date      PIC 9(8).
       01  Ws-Old-Total        PIC 9(06).
       01  Ws-Old-Even         PIC 9(06).

      *    Two-person approval: the pending-request file, the next
      *    request number (one past the highest on file), and the
      *    review in progress.
       01  Pnd-File-Status     PIC XX.
       01  Ws-Pnd-Eof          PIC X Value "N".
       01  Ws-Next-Request-No  PIC 9(6) Value 0.
       01  Ws-Start-Request-No PIC 9(6) Value 0.
       01  Ws-Queue-Count      PIC 9(4) Value 0.
       01  Ws-Pending-Found    PIC X Value "N".
       01  Ws-Raw-Request-No   PIC X(6).
       01  Ws-Review-Request-No PIC 9(6).
       01  Ws-Review-Action    PIC X.
       01  Ws-Review-Note      PIC X(30).
       01  Ws-Reviewer-Id      PIC X(8).
       01  Ws-Review-Ok        PIC X.
       01  Ws-Audit-Verb       PIC X(8).
       01  Ws-Trn-Requested    PIC 9(6) Value 0.
       01  Ws-Trn-Rejected     PIC 9(6) Value 0.

      *    Requests older than PEND-DAYS calendar days are expired
      *    at start-up (overridable by a PEND-DAYS card on
      *    lab1d-prm.dat; a bad card stops the run with RC 8).
       01  Prm-File-Status     PIC XX.
       01  Ws-Parm-Present     PIC X Value "N".
       01  Ws-Parm-Eof         PIC X Value "N".
       01  Ws-Parm-Keyword     PIC X(20).
       01  Ws-Parm-Value       PIC X(20).
       01  Ws-Parm-Len         PIC 9(2).
       01  Ws-Parm-Num         PIC 9(8).
       01  Ws-Pend-Days        PIC 9(3) Value 5.
       01  Ws-Today            PIC 9(8).
       01  Ws-Today-Int        PIC 9(7).
       01  Ws-Request-Int      PIC 9(7).
       01  Ws-Request-Age      PIC S9(5).
       01  Ws-Display-Age      PIC ZZZZ9.
       01  Ws-Expired-Count    PIC 9(4) Value 0.

      *    Audit-trail integrity: every line written to a control
      *    trail carries its sequence number and a check value
      *    chained from the line before, stamped after the line's
      *    text. The trail-control file (lab1c-tctl.dat, one record
      *    per trail) holds the last sequence and check value so
      *    lab2c can tell a trimmed tail from a complete trail.
       01  Tctl-File-Status    PIC XX.
       01  Ws-Tctl-Found       PIC X.
       01  Ws-Trail-Id         PIC X(08).
       01  Ws-Trail-Text       PIC X(120).
       01  Ws-Trail-Seq        PIC 9(8).
       01  Ws-Trail-Chk        PIC 9(10).
       01  Ws-Trail-Work       PIC 9(12).
       01  Ws-Trail-Pos        PIC 9(3).
       01  Ws-Trail-Stamp.
           05  Filler          PIC X(05) Value " SEQ=".
           05  Ws-Ts-Seq       PIC 9(8).
           05  Filler          PIC X(05) Value " CHK=".
           05  Ws-Ts-Chk       PIC 9(10).

       procedure division.
       000-main.
           Accept Ws-Run-Mode from Environment "LAB1D_MODE"
           Accept Ws-Operator-Id from Environment "USER"
           Accept Ws-Today from Date YYYYMMDD
           Compute Ws-Today-Int = Function Integer-Of-Date(Ws-Today)
           Perform 070-Read-Parameters
           Perform 500-Load-Auth-File
           Open I-O lab1c-hist
           If Hist-File-Status Not = "00"
           If Aud-File-Status Not = "00"
               Open Output lab1d-aud
           End-If
           Open I-O lab1d-pnd
           If Pnd-File-Status Not = "00"
               Open Output lab1d-pnd
               Close lab1d-pnd
               Open I-O lab1d-pnd
           End-If
           Perform 080-Sweep-Pending-Requests
           Move Ws-Next-Request-No to Ws-Start-Request-No
           If Ws-Batch-Mode
               Perform 400-Batch-Corrections
           Else
               Perform 100-Menu-Loop Until Ws-Done = "Y"
           End-If
           Close lab1d-pnd
           Close lab1d-aud
           Close lab1c-hist
           If Ws-Batch-Mode and Ws-Trn-Errors > 0
           End-If
           Stop run.

       070-Read-Parameters.
           Open Input lab1d-prm
           If Prm-File-Status = "00"
               Move "Y" to Ws-Parm-Present
               Move "N" to Ws-Parm-Eof
               Perform 071-Process-One-Parm-Line
                   Until Ws-Parm-Eof = "Y"
               Close lab1d-prm
           End-If.

       071-Process-One-Parm-Line.
           Read lab1d-prm
               At End
                   Move "Y" to Ws-Parm-Eof
               Not At End
                   If parm-line Not = Spaces
                       and parm-line(1:1) Not = "*"
                       Perform 072-Apply-One-Parm
                   End-If
           End-Read.

       072-Apply-One-Parm.
           Move Spaces to Ws-Parm-Keyword Ws-Parm-Value
           Unstring parm-line Delimited By "="
               Into Ws-Parm-Keyword Ws-Parm-Value
           End-Unstring
           Move 0 to Ws-Parm-Len
           Inspect Ws-Parm-Value Tallying Ws-Parm-Len
               For Characters Before Initial Space
           If Ws-Parm-Len = 0 or Ws-Parm-Len > 8
               Perform 079-Bad-Parm-Card
           End-If
           If Ws-Parm-Value(1:Ws-Parm-Len) Is Not Numeric
               Perform 079-Bad-Parm-Card
           End-If
           Compute Ws-Parm-Num =
               Function Numval(Ws-Parm-Value(1:Ws-Parm-Len))
           Evaluate Ws-Parm-Keyword
               When "PEND-DAYS"
                   If Ws-Parm-Num < 1 or Ws-Parm-Num > 999
                       Perform 079-Bad-Parm-Card
                   End-If
                   Move Ws-Parm-Num to Ws-Pend-Days
               When Other
                   Perform 079-Bad-Parm-Card
           End-Evaluate.

       079-Bad-Parm-Card.
           Display "**ERROR** invalid parameter card: " parm-line
           Close lab1d-prm
           Move 8 to Return-Code
           Stop run.

      *    Start-up pass over the pending-request file: finds the
      *    highest request number so new requests number on from it,
      *    and expires every request still pending after PEND-DAYS,
      *    logging each one to the audit file.
       080-Sweep-Pending-Requests.
           Move 0 to Ws-Next-Request-No Ws-Expired-Count
           Move 0 to pnd-request-no
           Start lab1d-pnd Key Is Not Less Than pnd-request-no
               Invalid Key
                   Move "Y" to Ws-Pnd-Eof
               Not Invalid Key
                   Move "N" to Ws-Pnd-Eof
           End-Start
           Perform 081-Sweep-One-Request Until Ws-Pnd-Eof = "Y"
           Add 1 to Ws-Next-Request-No
           If Ws-Expired-Count > 0
               Display "LAB1D: " Ws-Expired-Count
                   " correction request(s) pending over "
                   Ws-Pend-Days " days expired"
           End-If.

       081-Sweep-One-Request.
           Read lab1d-pnd Next Record
               At End
                   Move "Y" to Ws-Pnd-Eof
               Not At End
                   Move pnd-request-no to Ws-Next-Request-No
                   If pnd-is-pending
                       Perform 082-Expire-If-Stale
                   End-If
           End-Read.

       082-Expire-If-Stale.
           Perform 890-Compute-Request-Age
           If Ws-Request-Age > Ws-Pend-Days
               Move "E" to pnd-status
               Move "SWEEP" to pnd-reviewer
               Move Ws-Today to pnd-rev-date
               Accept pnd-rev-time from Time
               Move "EXPIRED - NOT REVIEWED IN TIME" to pnd-rev-note
               Rewrite pending-record
               Move Ws-Operator-Id to Ws-Aud-Operator
               Move "EXPIRE" to Ws-Audit-Verb
               Perform 970-Write-Review-Audit
               Add 1 to Ws-Expired-Count
           End-If.

       100-Menu-Loop.
           Display space
           Display "1. View a day's count record"
           Display "2. Request a correction to a day's count record"
           Display "3. Browse a date range"
           Display "4. Pending-rebuild worklist"
           Display "5. Correction approval queue"
           Display "6. Exit"
           Display "Select an option: " with no advancing
           Accept Ws-Menu-Choice
           Evaluate Ws-Menu-Choice
                   Move "CORRECT" to Ws-Denied-Function
                   Perform 540-Check-Correct-Auth
                   If Ws-Auth-Ok = "Y"
                       Perform 300-Request-Correction
                   End-If
               When "3"
                   Move "BROWSE" to Ws-Denied-Function
                       Perform 700-Rebuild-Worklist
                   End-If
               When "5"
                   Move "APPROVE" to Ws-Denied-Function
                   Perform 540-Check-Correct-Auth
                   If Ws-Auth-Ok = "Y"
                       Perform 800-Approval-Queue
                   End-If
               When "6"
                   Move "Y" to Ws-Done
               When Other
                   Display "Invalid option."
                   Display "**WARNING** MTD/YTD above are as originally"
                       " posted - they do not reflect this correction"
               End-If
               Perform 810-Find-Pending-For-Date
               If Ws-Pending-Found = "Y"
                   Display "**PENDING** correction request "
                       pnd-request-no " by " pnd-requester
                       " awaiting approval: new total "
                       pnd-new-total " even " pnd-new-even
               End-If
           Else
               Display "No record found for that run date."
           End-If.

      *    Records the proposed correction as a pending request; the
      *    history record itself is not touched until a second
      *    operator approves it from the approval queue.
       300-Request-Correction.
           Perform 210-Get-Valid-Lookup-Date
           Perform 900-Read-By-Date
           Perform 910-Check-Period-Lock
           Evaluate True
               When Ws-Record-Found = "N"
                   Display "No record found for that run date."
               When Ws-Period-Closed = "Y"
                   Display "Run date " Ws-Lookup-Date " is in closed"
                       " period " Ws-Per-Month " - it cannot be"
                       " corrected unless the period is reopened."
               When Other
                   Perform 810-Find-Pending-For-Date
                   If Ws-Pending-Found = "Y"
                       Display "Request " pnd-request-no " by "
                           pnd-requester " is already awaiting"
                           " approval for this run date."
                   Else
                       Display "Current total count: "
                           hist-total-count
                       Display "Current even count:  "
                           hist-even-count
                       Perform 310-Get-Valid-New-Total
                       Perform 320-Get-Valid-New-Even
                       Display "Enter reason for correction: "
                           with no advancing
                       Accept Ws-New-Reason
                       Move Ws-Operator-Id to pnd-requester
                       Perform 820-Write-Pending-Request
                       Display "Correction request " pnd-request-no
                           " recorded - it takes effect when a"
                           " second authorized operator approves it."
                   End-If
           End-Evaluate.

       210-Get-Valid-Lookup-Date.
           Move "N" to Ws-Valid-Entry
               Close lab1d-trn
           End-If
           Display "Correction transactions read: " Ws-Trn-Read
           Display "Requests recorded:            " Ws-Trn-Requested
           Display "Requests approved and applied: " Ws-Trn-Applied
           Display "Requests rejected:            " Ws-Trn-Rejected
           Display "Transactions in error:        " Ws-Trn-Errors
           If Ws-Trn-Applied > 0
               Display "**WARNING** MTD/YTD on corrected and later"
                   Perform 420-Edit-And-Apply
           End-Read.

      *    Action C (or blank) requests a correction; A approves and
      *    R rejects the pending request named in trn-request-no.
      *    trn-operator is the requester on a C and the reviewer on
      *    an A or R, and must carry C or A itself either way. An A
      *    or R may only name a request on file before this run
      *    started - never one raised from the same transaction file.
       420-Edit-And-Apply.
           Evaluate True
               When trn-is-request
                   If trn-run-date Is Not Numeric
                       or trn-new-total Is Not Numeric
                       or trn-new-even Is Not Numeric
                       Add 1 to Ws-Trn-Errors
                       Display "LAB1D: bad correction transaction: "
                           corr-trans-record
                   Else
                       Move trn-operator to Ws-Auth-Lookup-Id
                       Move "CORRECT" to Ws-Denied-Function
                       Perform 550-Check-Batch-Auth
                       If Ws-Auth-Ok = "N"
                           Add 1 to Ws-Trn-Errors
                       Else
                           Perform 430-Record-Batch-Request
                       End-If
                   End-If
               When trn-is-approval or trn-is-rejection
                   If trn-request-no Is Not Numeric
                       Add 1 to Ws-Trn-Errors
                       Display "LAB1D: bad review transaction: "
                           corr-trans-record
                   Else
                       Move trn-request-no to Ws-Review-Request-No
                       If Ws-Review-Request-No Not <
                           Ws-Start-Request-No
                           Add 1 to Ws-Trn-Errors
                           Display "LAB1D: request " trn-request-no
                               " was not on file when this run"
                               " started - review refused"
                       Else
                           Move trn-operator to Ws-Auth-Lookup-Id
                           Move "APPROVE" to Ws-Denied-Function
                           Perform 550-Check-Batch-Auth
                           If Ws-Auth-Ok = "N"
                               Add 1 to Ws-Trn-Errors
                           Else
                               Perform 440-Apply-Batch-Review
                           End-If
                       End-If
                   End-If
               When Other
                   Add 1 to Ws-Trn-Errors
                   Display "LAB1D: unknown transaction action: "
                       corr-trans-record
           End-Evaluate.

       430-Record-Batch-Request.
           Move trn-run-date to Ws-Lookup-Date
           Perform 900-Read-By-Date
           Perform 910-Check-Period-Lock
           If Ws-Record-Found = "Y" and Ws-Period-Closed = "Y"
               Move "N" to Ws-Record-Found
               Display "LAB1D: run date " trn-run-date
                   " is in closed period " Ws-Per-Month
                   " - correction refused"
           Else
               If Ws-Record-Found = "N"
                   Display "LAB1D: no history record for run date "
                       trn-run-date
               End-If
           End-If
           If Ws-Record-Found = "N"
               Add 1 to Ws-Trn-Errors
           Else
               Perform 810-Find-Pending-For-Date
               If Ws-Pending-Found = "Y"
                   Add 1 to Ws-Trn-Errors
                   Display "LAB1D: request " pnd-request-no
                       " already pending for run date " trn-run-date
               Else
                   Move trn-new-total to Ws-New-Total
                   Move trn-new-even to Ws-New-Even
                   Move trn-reason to Ws-New-Reason
                   Move trn-operator to pnd-requester
                   Perform 820-Write-Pending-Request
                   Add 1 to Ws-Trn-Requested
               End-If
           End-If.

      *    Sets Ws-Period-Closed for the month of Ws-Lookup-Date.
       910-Check-Period-Lock.
           Move Ws-Lookup-Date(1:6) to Ws-Per-Month
           Move "N" to Ws-Period-Closed
           Open Input lab1c-per
           If Per-File-Status = "00"
               Move Ws-Per-Month to per-month
               Read lab1c-per
                   Invalid Key
                       Continue
                   Not Invalid Key
                       If per-is-closed
                           Move "Y" to Ws-Period-Closed
                       End-If
               End-Read
               Close lab1c-per
           End-If.

       440-Apply-Batch-Review.
           Move trn-request-no to Ws-Review-Request-No
           Move trn-operator to Ws-Reviewer-Id
           Perform 840-Read-Request-For-Review
           If Ws-Review-Ok = "Y" and pnd-requester = Ws-Operator-Id
               Move "N" to Ws-Review-Ok
               Display "LAB1D: request " pnd-request-no
                   " was raised by " pnd-requester
                   ", who is running this job - a second operator"
                   " must review it"
               Move Ws-Operator-Id to Ws-Aud-Operator
               Move "SELFAPPROVE" to Ws-Denied-Function
               Perform 960-Write-Denied-Audit
           End-If
           If Ws-Review-Ok = "N"
               Add 1 to Ws-Trn-Errors
           Else
               If trn-is-approval
                   Perform 850-Approve-Request
                   If Ws-Review-Ok = "Y"
                       Add 1 to Ws-Trn-Applied
                   Else
                       Add 1 to Ws-Trn-Errors
                   End-If
               Else
                   Move trn-reason to Ws-Review-Note
                   Perform 860-Reject-Request
                   Add 1 to Ws-Trn-Rejected
               End-If
           End-If.

       600-Browse-Date-Range.
                   hist-correction-reason
           End-If.

      *    Lists every request awaiting approval, oldest first, and
      *    lets the operator approve or reject one. Nobody may review
      *    a request they raised themselves.
       800-Approval-Queue.
           Move 0 to Ws-Queue-Count
           Move 0 to pnd-request-no
           Start lab1d-pnd Key Is Not Less Than pnd-request-no
               Invalid Key
                   Move "Y" to Ws-Pnd-Eof
               Not Invalid Key
                   Move "N" to Ws-Pnd-Eof
           End-Start
           Perform 801-List-One-Request Until Ws-Pnd-Eof = "Y"
           If Ws-Queue-Count = 0
               Display "No correction requests awaiting approval."
           Else
               Display Ws-Queue-Count " request(s) awaiting approval."
               Perform 803-Review-One-Request
           End-If.

       801-List-One-Request.
           Read lab1d-pnd Next Record
               At End
                   Move "Y" to Ws-Pnd-Eof
               Not At End
                   If pnd-is-pending
                       Add 1 to Ws-Queue-Count
                       Perform 802-Display-Queue-Line
                   End-If
           End-Read.

       802-Display-Queue-Line.
           Perform 890-Compute-Request-Age
           Move Ws-Request-Age to Ws-Display-Age
           Display pnd-request-no " " pnd-run-date
               " " pnd-old-total "/" pnd-old-even
               " -> " pnd-new-total "/" pnd-new-even
               " by " pnd-requester " age " Ws-Display-Age
           Display "        reason: " pnd-reason.

       803-Review-One-Request.
           Move Spaces to Ws-Raw-Request-No
           Display "Enter request number to review (blank to return): "
               with no advancing
           Accept Ws-Raw-Request-No
           If Ws-Raw-Request-No Not = Spaces
               If Ws-Raw-Request-No Is Not Numeric
                   Display "Invalid entry - enter a 6-digit request"
                       " number."
               Else
                   Move Ws-Raw-Request-No to Ws-Review-Request-No
                   Move Ws-Operator-Id to Ws-Reviewer-Id
                   Perform 840-Read-Request-For-Review
                   If Ws-Review-Ok = "Y"
                       Perform 804-Take-Review-Decision
                   End-If
               End-If
           End-If.

       804-Take-Review-Decision.
           Display "Run date " pnd-run-date
               " current " pnd-old-total "/" pnd-old-even
               " proposed " pnd-new-total "/" pnd-new-even
           Display "Requested by " pnd-requester " - " pnd-reason
           Move Space to Ws-Review-Action
           Display "(A)pprove, (R)eject or blank to leave pending: "
               with no advancing
           Accept Ws-Review-Action
           Evaluate Ws-Review-Action
               When "A"
               When "a"
                   Perform 850-Approve-Request
                   If Ws-Review-Ok = "Y"
                       Display "Request approved - record updated."
                       Display "**WARNING** MTD/YTD on this and any"
                           " later posted records still reflect the"
                           " old total - they are not recalculated"
                           " by this program"
                   End-If
               When "R"
               When "r"
                   Display "Enter reason for rejection: "
                       with no advancing
                   Accept Ws-Review-Note
                   Perform 860-Reject-Request
                   Display "Request rejected."
               When Other
                   Display "Request left pending."
           End-Evaluate.

      *    Leaves pending-record holding the open request for
      *    Ws-Lookup-Date, if there is one.
       810-Find-Pending-For-Date.
           Move "N" to Ws-Pending-Found
           Move 0 to pnd-request-no
           Start lab1d-pnd Key Is Not Less Than pnd-request-no
               Invalid Key
                   Move "Y" to Ws-Pnd-Eof
               Not Invalid Key
                   Move "N" to Ws-Pnd-Eof
           End-Start
           Perform 811-Check-One-For-Date
               Until Ws-Pnd-Eof = "Y" or Ws-Pending-Found = "Y".

       811-Check-One-For-Date.
           Read lab1d-pnd Next Record
               At End
                   Move "Y" to Ws-Pnd-Eof
               Not At End
                   If pnd-is-pending
                       and pnd-run-date = Ws-Lookup-Date
                       Move "Y" to Ws-Pending-Found
                   End-If
           End-Read.

      *    Caller has read the history record and staged the new
      *    figures and reason in Ws-New-* and the requester in
      *    pnd-requester.
       820-Write-Pending-Request.
           Move Ws-Next-Request-No to pnd-request-no
           Add 1 to Ws-Next-Request-No
           Move hist-run-date to pnd-run-date
           Move "P" to pnd-status
           Move Ws-Today to pnd-req-date
           Accept pnd-req-time from Time
           Move hist-total-count to pnd-old-total
           Move hist-even-count to pnd-old-even
           Move Ws-New-Total to pnd-new-total
           Move Ws-New-Even to pnd-new-even
           Move Ws-New-Reason to pnd-reason
           Move Spaces to pnd-reviewer pnd-rev-note
           Move 0 to pnd-rev-date pnd-rev-time
           Write pending-record
               Invalid Key
                   Display "LAB1D: request " pnd-request-no
                       " already on file - status " Pnd-File-Status
           End-Write
           Move pnd-requester to Ws-Aud-Operator
           Perform 980-Write-Request-Audit.

      *    Reads request Ws-Review-Request-No for Ws-Reviewer-Id and
      *    refuses it unless it is still pending and was raised by
      *    someone else.
       840-Read-Request-For-Review.
           Move "Y" to Ws-Review-Ok
           Move Ws-Review-Request-No to pnd-request-no
           Read lab1d-pnd
               Invalid Key
                   Move "N" to Ws-Review-Ok
                   Display "LAB1D: no correction request "
                       Ws-Review-Request-No
           End-Read
           If Ws-Review-Ok = "Y" and Not pnd-is-pending
               Move "N" to Ws-Review-Ok
               Display "LAB1D: request " pnd-request-no
                   " is no longer pending - status " pnd-status
           End-If
           If Ws-Review-Ok = "Y" and pnd-requester = Ws-Reviewer-Id
               Move "N" to Ws-Review-Ok
               Display "LAB1D: request " pnd-request-no
                   " was raised by " pnd-requester
                   " - a second operator must review it"
               Move Ws-Reviewer-Id to Ws-Aud-Operator
               Move "SELFAPPROVE" to Ws-Denied-Function
               Perform 960-Write-Denied-Audit
           End-If.

      *    Applies the approved figures, provided the history record
      *    still holds the values the request was raised against.
       850-Approve-Request.
           Move "Y" to Ws-Review-Ok
           Move pnd-run-date to Ws-Lookup-Date
           Perform 900-Read-By-Date
           If Ws-Record-Found = "N"
               Move "N" to Ws-Review-Ok
               Display "LAB1D: no history record for run date "
                   pnd-run-date " - request not applied"
           Else
               Perform 910-Check-Period-Lock
               If Ws-Period-Closed = "Y"
                   Move "N" to Ws-Review-Ok
                   Display "LAB1D: run date " pnd-run-date
                       " is in closed period " Ws-Per-Month
                       " - request not applied"
               End-If
               If Ws-Review-Ok = "Y"
                  and (hist-total-count Not = pnd-old-total
                   or hist-even-count Not = pnd-old-even)
                   Move "N" to Ws-Review-Ok
                   Display "LAB1D: run date " pnd-run-date
                       " has changed since request " pnd-request-no
                       " was raised - reject it and request again"
               End-If
           End-If
           If Ws-Review-Ok = "Y"
               Move hist-total-count to Ws-Old-Total
               Move hist-even-count to Ws-Old-Even
               Move pnd-new-total to hist-total-count
               Move pnd-new-even to hist-even-count
               Move "Y" to hist-corrected
               Move pnd-reason to hist-correction-reason
               Rewrite history-record
               Move Ws-Reviewer-Id to Ws-Aud-Operator
               Perform 950-Write-Correction-Audit
               Move "A" to pnd-status
               Move Ws-Reviewer-Id to pnd-reviewer
               Move Ws-Today to pnd-rev-date
               Accept pnd-rev-time from Time
               Move Spaces to pnd-rev-note
               Rewrite pending-record
               Move "APPROVE" to Ws-Audit-Verb
               Perform 970-Write-Review-Audit
           End-If.

       860-Reject-Request.
           Move "R" to pnd-status
           Move Ws-Reviewer-Id to pnd-reviewer
           Move Ws-Today to pnd-rev-date
           Accept pnd-rev-time from Time
           Move Ws-Review-Note to pnd-rev-note
           Rewrite pending-record
           Move Ws-Reviewer-Id to Ws-Aud-Operator
           Move "REJECT" to Ws-Audit-Verb
           Perform 970-Write-Review-Audit.

       890-Compute-Request-Age.
           Compute Ws-Request-Int =
               Function Integer-Of-Date(pnd-req-date)
           Compute Ws-Request-Age = Ws-Today-Int - Ws-Request-Int.

       500-Load-Auth-File.
           Open Input lab1c-opr
           If Opr-File-Status = "00"
                  hist-correction-reason delimited by size
                  into Ws-Aud-Buffer
           Move Ws-Aud-Buffer to audit-line
           Perform 985-Stamp-Audit-Line
           Write audit-line.

       960-Write-Denied-Audit.
                  Ws-Denied-Function  delimited by size
                  into Ws-Aud-Buffer
           Move Ws-Aud-Buffer to audit-line
           Perform 985-Stamp-Audit-Line
           Write audit-line.

      *    A new correction request, with the figures proposed.
       980-Write-Request-Audit.
           Accept Ws-Aud-Date from Date YYYYMMDD
           Accept Ws-Aud-Time from Time
           Move Spaces to Ws-Aud-Buffer
           String Ws-Aud-Date         delimited by size
                  " "                 delimited by size
                  Ws-Aud-Time         delimited by size
                  " OPER="            delimited by size
                  Ws-Aud-Operator     delimited by size
                  " REQUEST="         delimited by size
                  pnd-request-no      delimited by size
                  " RUNDATE="         delimited by size
                  pnd-run-date        delimited by size
                  " NEW="             delimited by size
                  pnd-new-total       delimited by size
                  "/"                 delimited by size
                  pnd-new-even        delimited by size
                  " REASON="          delimited by size
                  pnd-reason          delimited by size
                  into Ws-Aud-Buffer
           Move Ws-Aud-Buffer to audit-line
           Perform 985-Stamp-Audit-Line
           Write audit-line.

      *    The outcome of a request: APPROVE, REJECT or EXPIRE, per
      *    Ws-Audit-Verb. An approval is preceded by the ordinary
      *    correction line for the change itself.
       970-Write-Review-Audit.
           Accept Ws-Aud-Date from Date YYYYMMDD
           Accept Ws-Aud-Time from Time
           Move Spaces to Ws-Aud-Buffer
           String Ws-Aud-Date         delimited by size
                  " "                 delimited by size
                  Ws-Aud-Time         delimited by size
                  " OPER="            delimited by size
                  Ws-Aud-Operator     delimited by size
                  " "                 delimited by size
                  Ws-Audit-Verb       delimited by space
                  "="                 delimited by size
                  pnd-request-no      delimited by size
                  " REQBY="           delimited by size
                  pnd-requester       delimited by size
                  " RUNDATE="         delimited by size
                  pnd-run-date        delimited by size
                  " NOTE="            delimited by size
                  pnd-rev-note        delimited by size
                  into Ws-Aud-Buffer
           Move Ws-Aud-Buffer to audit-line
           Perform 985-Stamp-Audit-Line
           Write audit-line.

       985-Stamp-Audit-Line.
           Move "AUDIT" to Ws-Trail-Id
           Move audit-line(1:120) to Ws-Trail-Text
           Perform 990-Stamp-Trail-Line
           Move Ws-Trail-Stamp to audit-line(121:28).

      *    The next sequence number and chained check value for
      *    the trail in Ws-Trail-Id, recorded on the trail-control
      *    file before the line is written.
       990-Stamp-Trail-Line.
           Open I-O lab1c-tctl
           If Tctl-File-Status Not = "00"
               Open Output lab1c-tctl
               Close lab1c-tctl
               Open I-O lab1c-tctl
           End-If
           Move Ws-Trail-Id to tctl-trail
           Read lab1c-tctl
               Invalid Key
                   Move "N" to Ws-Tctl-Found
                   Move 0 to tctl-last-seq tctl-last-chk
                   Move 0 to tctl-base-seq tctl-base-chk
                   Move 0 to tctl-base-date
               Not Invalid Key
                   Move "Y" to Ws-Tctl-Found
           End-Read
           Compute Ws-Trail-Seq = tctl-last-seq + 1
           Move tctl-last-chk to Ws-Trail-Chk
           Perform 991-Compute-Trail-Chk
           Move Ws-Trail-Seq to tctl-last-seq Ws-Ts-Seq
           Move Ws-Trail-Chk to tctl-last-chk Ws-Ts-Chk
           Accept tctl-last-date From Date YYYYMMDD
           Accept tctl-last-time From Time
           Move "LAB1D" to tctl-last-program
           If Ws-Tctl-Found = "Y"
               Rewrite trail-control-record
           Else
               Write trail-control-record
           End-If
           Close lab1c-tctl.

      *    Check value: the previous line's value and this line's
      *    sequence number, then every character of the line text,
      *    folded in turn (times 31, modulo 9999999967).
       991-Compute-Trail-Chk.
           Compute Ws-Trail-Work = Function Mod(
               Ws-Trail-Chk * 31 + Ws-Trail-Seq, 9999999967)
           Move 1 to Ws-Trail-Pos
           Perform 992-Hash-One-Char Until Ws-Trail-Pos > 120
           Move Ws-Trail-Work to Ws-Trail-Chk.

       992-Hash-One-Char.
           Compute Ws-Trail-Work = Function Mod(
               Ws-Trail-Work * 31
                   + Function Ord(Ws-Trail-Text(Ws-Trail-Pos:1)),
               9999999967)
           Add 1 to Ws-Trail-Pos.
