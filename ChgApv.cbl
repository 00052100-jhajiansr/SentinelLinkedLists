000100 identification division.
000200 program-id. ChgApv as "SentinelLinkedLists.ChgApv".
000300 author. Applications Development Unit.
000400 installation. Sentinel Linked Lists Project.
000500 date-written. 10/14/2026.
000600 date-compiled.
000700*----------------------------------------------------------------
000800* modification history
000900*  date        init   description
001000*  10/14/2026  jah    original build - the checker's half of
001100*                     the PENDCHG approval queue ChgReq fills.
001200*                     A supervisor sign-on works the requests
001300*                     from the terminal or, unattended, from
001400*                     APVTRAN one per record behind the sign-on
001500*                     id and password: LIST shows the requests
001600*                     awaiting a decision, for one list or all
001700*                     of them; APPROVE passes one for the
001800*                     list's next Program1 run to apply; DECLINE
001900*                     turns one down with a reason its maker is
002000*                     told of at their next ChgReq sign-on.
002100*                     Only a request still awaiting approval can
002200*                     be decided, and never by the operator who
002300*                     raised it - the checker must be a second
002400*                     pair of eyes.  Each decision is stamped
002500*                     with the checker's id and the date, and
002600*                     Program1 carries the checker onto the
002700*                     audit record of every change it applies.
002800*                     APVRPT logs each decision taken or refused
002900*                     and ends with every request still
003000*                     awaiting one.
003100*----------------------------------------------------------------

003200 environment division.
003300 input-output section.
003400 file-control.
003500     select pending-change-file assign to "PENDCHG"
003600         organization is indexed
003700         access mode is dynamic
003800         record key is pcg-key
003900         file status is pendchg-file-status.
004000     select approval-trans-file assign to "APVTRAN"
004100         organization is sequential
004200         file status is apvtran-file-status.
004300     select approval-report-file assign to "APVRPT"
004400         organization is line sequential
004500         file status is apvrpt-file-status.
004600     select operator-master-file assign to "OPERMAST"
004700         organization is indexed
004800         access mode is random
004900         record key is opr-id
005000         file status is opermast-file-status.
005100     select signon-log-file assign to "SIGNLOG"
005200         organization is sequential
005300         file status is signon-file-status.

005400 data division.
005500 file section.
005600 fd  pending-change-file.
005700     copy "PCHGREC.cpy".

005800 fd  approval-trans-file.
005900 01  approval-trans-record.
006000     05 apt-action           pic x(08).
006100     05 apt-list-id          pic x(08).
006200     05 apt-date             pic 9(08).
006300     05 apt-time             pic 9(08).
006400     05 apt-seq              pic 9(02).
006500     05 apt-reason           pic x(30).
006600     05 filler               pic x(16).

006700 fd  approval-report-file.
006800 01  approval-report-record  pic x(132).

006900 fd  operator-master-file.
007000     copy "OPERREC.cpy".

007100 fd  signon-log-file.
007200     copy "SIGNREC.cpy".

007300 working-storage section.
007400 01 pendchg-file-status pic x(02) value spaces.
007500 01 apvtran-file-status pic x(02) value spaces.
007600 01 apvrpt-file-status pic x(02) value spaces.
007700 01 opermast-file-status pic x(02) value spaces.
007800 01 signon-file-status pic x(02) value spaces.
007900 78 password-attempt-limit value 3.
008000 01 operator_password pic x(08) value spaces.
008100 01 password_ok_switch pic x(01) value "N".
008200     88 password-is-verified value "Y".
008300 01 signon_result pic x(12) value spaces.
008400 01 signon_date pic 9(08) value zero.
008500 01 batch_mode_switch pic x(01) value "N".
008600     88 batch-mode-active value "Y".
008700 01 request_done_switch pic x(01) value "N".
008800     88 requests-are-done value "Y".
008900 01 operator-id pic x(08) value spaces.
009000 01 operator_valid_switch pic x(01) value "N".
009100     88 operator-id-is-valid value "Y".
009200 01 session_authority pic x(01) value spaces.
009300     88 session-is-supervisor value "S".
009400 01 master_warned_switch pic x(01) value "N".
009500 01 approval_request.
009600     05 apv_action           pic x(08).
009700     05 apv_list_id          pic x(08).
009800     05 apv_date             pic 9(08).
009900     05 apv_time             pic 9(08).
010000     05 apv_seq              pic 9(02).
010100     05 apv_reason           pic x(30).
010200     05 filler               pic x(16).
010300 01 run_date pic 9(08) value zero.
010400 01 action_taken_count pic s9(9) value zero.
010500 01 action_refused_count pic s9(9) value zero.
010600 01 pendchg_eof_switch pic x(01) value "N".
010700     88 pending-changes-at-end value "Y".
010800 01 awaiting_filter_id pic x(08) value spaces.
010900 01 awaiting_count pic s9(9) value zero.
011000 01 report_heading_line pic x(132) value
011100     "CHANGE APPROVAL LOG".
011200 01 report_blank_line pic x(132) value spaces.
011300 01 report_action_line.
011400     05 ral-action pic x(08).
011500     05 filler pic x(02) value spaces.
011600     05 ral-list-id pic x(08).
011700     05 filler pic x(02) value spaces.
011800     05 ral-key.
011900         10 ral-date pic 9(08).
012000         10 filler pic x(01) value "/".
012100         10 ral-time pic 9(08).
012200         10 filler pic x(01) value "/".
012300         10 ral-seq pic 9(02).
012400     05 filler pic x(02) value spaces.
012500     05 ral-result pic x(50).
012600     05 filler pic x(40) value spaces.
012700 01 report_total_line.
012800     05 filler pic x(16) value "ACTIONS TAKEN:  ".
012900     05 rtt-count pic zzzzzzzz9.
013000     05 filler pic x(11) value "  REFUSED: ".
013100     05 rtr-count pic zzzzzzzz9.
013200     05 filler pic x(87) value spaces.
013300 01 report_awaiting_heading pic x(132) value
013400     "REQUESTS AWAITING APPROVAL".
013500 01 report_request_columns.
013600     05 filler pic x(40) value
013700         "LIST ID  DATE     TIME     SQ  ACTION  ".
013800     05 filler pic x(38) value
013900         "STATUS     POSITION  MAKER     CHECKER".
014000     05 filler pic x(54) value spaces.
014100 01 report_request_line.
014200     05 rql-list-id pic x(08).
014300     05 filler pic x(01) value spaces.
014400     05 rql-date pic 9(08).
014500     05 filler pic x(01) value spaces.
014600     05 rql-time pic 9(08).
014700     05 filler pic x(01) value spaces.
014800     05 rql-seq pic 9(02).
014900     05 filler pic x(02) value spaces.
015000     05 rql-action pic x(06).
015100     05 filler pic x(02) value spaces.
015200     05 rql-status pic x(08).
015300     05 filler pic x(02) value spaces.
015400     05 rql-position pic zzzzzzzz9.
015500     05 filler pic x(02) value spaces.
015600     05 rql-maker-id pic x(08).
015700     05 filler pic x(02) value spaces.
015800     05 rql-checker-id pic x(08).
015900     05 filler pic x(54) value spaces.
016000 01 report_request_detail.
016100     05 filler pic x(10) value spaces.
016200     05 rqd-label pic x(12).
016300     05 rqd-text pic x(80).
016400     05 filler pic x(30) value spaces.
016500 01 report_none_line pic x(132) value
016600     "NONE".

016700 procedure division.
016800 0000-mainline.
016900     open output approval-report-file.
017000     write approval-report-record from report_heading_line.
017100     write approval-report-record from report_blank_line.
017200     accept run_date from date yyyymmdd.
017300     open input approval-trans-file.
017400     if apvtran-file-status is equal to "00"
017500         move "Y" to batch_mode_switch
017600     end-if.
017700     perform 1100-get-operator-id thru 1100-exit.
017800     if not session-is-supervisor
017900         display "Change approval requires supervisor"
018000             " authority - run refused."
018100         move "SIGN-ON" to ral-action
018200         move spaces to ral-list-id
018300         move zero to ral-date ral-time ral-seq
018400         move "SUPERVISOR AUTHORITY REQUIRED - RUN REFUSED"
018500             to ral-result
018600         perform 8100-log-refusal thru 8100-exit
018700         close approval-report-file
018800         move 8 to return-code
018900         goback
019000     end-if.
019100     perform 1200-open-pending-changes thru 1200-exit.
019200     perform 2000-take-one-request thru 2000-exit
019300         until requests-are-done.
019400     if batch-mode-active
019500         close approval-trans-file
019600     end-if.
019700     write approval-report-record from report_blank_line.
019800     move action_taken_count to rtt-count.
019900     move action_refused_count to rtr-count.
020000     write approval-report-record from report_total_line.
020100     write approval-report-record from report_blank_line.
020200     move spaces to awaiting_filter_id.
020300     perform 8500-write-awaiting-listing thru 8500-exit.
020400     close pending-change-file.
020500     close approval-report-file.
020600     goback.

020700*----------------------------------------------------------------
020800* 1100-get-operator-id - identify who is deciding the
020900* requests, so every decision names its checker.  In batch
021000* mode this is always APVTRAN's first record, read ahead of
021100* the requests the same way ListMnt reads it off LMNTTRAN.
021200*----------------------------------------------------------------
021300 1100-get-operator-id.
021400     if batch-mode-active
021500         read approval-trans-file into operator-id
021600             at end
021700                 move "N" to batch_mode_switch
021800                 display "Enter your operator id"
021900                 accept operator-id
022000         end-read
022100     else
022200         display "Enter your operator id"
022300         accept operator-id
022400     end-if.
022500     perform 1150-validate-operator thru 1150-exit.
022600     perform until operator-id-is-valid
022700         display "Operator id " operator-id
022800             " is not authorized."
022900         move "ID REFUSED" to signon_result
023000         perform 1190-write-signon-log thru 1190-exit
023100         if batch-mode-active
023200             move 8 to return-code
023300             goback
023400         end-if
023500         display "Enter your operator id"
023600         accept operator-id
023700         perform 1150-validate-operator thru 1150-exit
023800     end-perform.
023900     perform 1155-verify-password thru 1155-exit.
024000 1100-exit.
024100     exit.

024200*----------------------------------------------------------------
024300* 1150-validate-operator - look the signed-on id up on the
024400* OPERMAST master file, the same way ListMnt's sign-on does.
024500* Only a missing master (status 35) keeps the old take-anything
024600* behavior, with a warning; a master on file that will not open
024700* refuses the run instead.
024800*----------------------------------------------------------------
024900 1150-validate-operator.
025000     move "N" to operator_valid_switch.
025100     move spaces to session_authority.
025200     open input operator-master-file.
025300     if opermast-file-status is equal to "35"
025400         if master_warned_switch is equal to "N"
025500             display "Operator master file not on file -"
025600                 " id accepted unvalidated."
025700             move "Y" to master_warned_switch
025800         end-if
025900         move "Y" to operator_valid_switch
026000         move "S" to session_authority
026100         go to 1150-exit
026200     end-if.
026300     if opermast-file-status is not equal to "00"
026400         display "Operator master file is not usable -"
026500             " status " opermast-file-status
026600             " - sign-on refused."
026700         move 8 to return-code
026800         goback
026900     end-if.
027000     move operator-id to opr-id.
027100     read operator-master-file
027200         invalid key
027300             continue
027400         not invalid key
027500             if operator-is-active
027600                 move "Y" to operator_valid_switch
027700                 move opr-authority to session_authority
027800             end-if
027900     end-read.
028000     close operator-master-file.
028100 1150-exit.
028200     exit.

028300*----------------------------------------------------------------
028400* 1155-verify-password - prove the password behind the id the
028500* same way ListMnt's sign-on does: in batch mode it is
028600* APVTRAN's second record, behind the id; each miss is counted
028700* onto the master record and the limit of straight misses
028800* locks the id until OperMnt resets it; every outcome goes to
028900* SIGNLOG.  An expired password is refused here rather than
029000* changed - the change belongs to a Program1 sign-on or an
029100* OperMnt PASSWD reset.  A session running without a master on
029200* file has no credential to check and skips through.
029300*----------------------------------------------------------------
029400 1155-verify-password.
029500     if master_warned_switch is equal to "Y"
029600         go to 1155-exit
029700     end-if.
029800     perform 1156-read-password-entry thru 1156-exit.
029900     open i-o operator-master-file.
030000     if opermast-file-status is not equal to "00"
030100         display "Operator master file is not usable -"
030200             " status " opermast-file-status
030300             " - sign-on refused."
030400         move 8 to return-code
030500         goback
030600     end-if.
030700     move operator-id to opr-id.
030800     read operator-master-file
030900         invalid key
031000             display "Operator record gone from the master -"
031100                 " sign-on refused."
031200             close operator-master-file
031300             move 8 to return-code
031400             goback
031500     end-read.
031600     move "N" to password_ok_switch.
031700     perform until password-is-verified
031800         if operator_password is equal to opr-password
031900             move "Y" to password_ok_switch
032000             if opr-fail-count is greater than zero
032100                 move zero to opr-fail-count
032200                 rewrite operator-record
032300             end-if
032400         else
032500             add 1 to opr-fail-count
032600             if opr-fail-count is not less than
032700                     password-attempt-limit
032800                 move "L" to opr-status
032900             end-if
033000             rewrite operator-record
033100             move "BAD PASSWORD" to signon_result
033200             perform 1190-write-signon-log thru 1190-exit
033300             display "Password is not correct."
033400             if operator-is-locked
033500                 move "LOCKED OUT" to signon_result
033600                 perform 1190-write-signon-log thru 1190-exit
033700                 display "Operator id " operator-id
033800                     " is now locked - OperMnt must reset it."
033900                 close operator-master-file
034000                 move 8 to return-code
034100                 goback
034200             end-if
034300             if batch-mode-active
034400                 close operator-master-file
034500                 move 8 to return-code
034600                 goback
034700             end-if
034800             perform 1156-read-password-entry thru 1156-exit
034900         end-if
035000     end-perform.
035100     accept signon_date from date yyyymmdd.
035200     if opr-pwd-expiry is equal to zero
035300             or signon_date is greater than opr-pwd-expiry
035400         move "EXPIRED" to signon_result
035500         perform 1190-write-signon-log thru 1190-exit
035600         display "Password for " operator-id " has expired -"
035700             " change it at a Program1 sign-on or have"
035800             " OperMnt set a new one."
035900         close operator-master-file
036000         move 8 to return-code
036100         goback
036200     end-if.
036300     close operator-master-file.
036400     move "GRANTED" to signon_result.
036500     perform 1190-write-signon-log thru 1190-exit.
036600 1155-exit.
036700     exit.

036800*----------------------------------------------------------------
036900* 1156-read-password-entry - one ask for the password.
037000*----------------------------------------------------------------
037100 1156-read-password-entry.
037200     if batch-mode-active
037300         read approval-trans-file into operator_password
037400             at end
037500                 move "N" to batch_mode_switch
037600                 display "Enter your password"
037700                 accept operator_password
037800         end-read
037900     else
038000         display "Enter your password"
038100         accept operator_password
038200     end-if.
038300 1156-exit.
038400     exit.

038500*----------------------------------------------------------------
038600* 1190-write-signon-log - append one sign-on outcome to the
038700* shared SIGNLOG with a timestamp, the same record Program1
038800* writes.  The caller puts the outcome in signon_result
038900* first.  A log that will not open is said out loud but does
039000* not stop the sign-on.
039100*----------------------------------------------------------------
039200 1190-write-signon-log.
039300     open extend signon-log-file.
039400     if signon-file-status is equal to "35"
039500         open output signon-log-file
039600     end-if.
039700     if signon-file-status is not equal to "00"
039800         display "SIGNLOG will not open - status "
039900             signon-file-status " - sign-on not logged."
040000         go to 1190-exit
040100     end-if.
040200     accept sgl-date from date yyyymmdd.
040300     accept sgl-time from time.
040400     move operator-id to sgl-operator-id.
040500     move signon_result to sgl-result.
040600     write signon-log-record.
040700     close signon-log-file.
040800 1190-exit.
040900     exit.

041000*----------------------------------------------------------------
041100* 1200-open-pending-changes - open PENDCHG for the session.  No
041200* file on disk means no request has been raised yet, so there
041300* is nothing to decide; any failed open refuses the run.
041400*----------------------------------------------------------------
041500 1200-open-pending-changes.
041600     open i-o pending-change-file.
041700     if pendchg-file-status is equal to "35"
041800         display "No change requests on file - nothing to"
041900             " decide."
042000         move "OPEN" to ral-action
042100         move spaces to ral-list-id
042200         move zero to ral-date ral-time ral-seq
042300         move "NO CHANGE REQUESTS ON FILE" to ral-result
042400         perform 8000-log-action thru 8000-exit
042500         close approval-report-file
042600         goback
042700     end-if.
042800     if pendchg-file-status is not equal to "00"
042900         display "PENDCHG will not open - status "
043000             pendchg-file-status " - run refused."
043100         move 8 to return-code
043200         close approval-report-file
043300         goback
043400     end-if.
043500 1200-exit.
043600     exit.

043700*----------------------------------------------------------------
043800* 2000-take-one-request - get the next request, from APVTRAN
043900* when one is present or prompted a field at a time otherwise,
044000* and carry it out.  Actions are LIST, APPROVE and DECLINE; END
044100* (or running out of APVTRAN records) finishes the session.  A
044200* request is named by its list id and the date, time and
044300* sequence number LIST shows against it.
044400*----------------------------------------------------------------
044500 2000-take-one-request.
044600     if batch-mode-active
044700         read approval-trans-file into approval_request
044800             at end
044900                 move "Y" to request_done_switch
045000                 go to 2000-exit
045100         end-read
045200         if apvtran-file-status is not equal to "00"
045300             move "Y" to request_done_switch
045400             go to 2000-exit
045500         end-if
045600     else
045700         display "Enter action (LIST, APPROVE, DECLINE, END)"
045800         accept apv_action
045900         if apv_action is equal to "END"
046000                 or apv_action is equal to "end"
046100             move "Y" to request_done_switch
046200             go to 2000-exit
046300         end-if
046400         perform 2100-prompt-request thru 2100-exit
046500     end-if.
046600     if apv_action is equal to "END"
046700             or apv_action is equal to "end"
046800         move "Y" to request_done_switch
046900         go to 2000-exit
047000     end-if.
047100     move apv_action to ral-action.
047200     move apv_list_id to ral-list-id.
047300     move apv_date to ral-date.
047400     move apv_time to ral-time.
047500     move apv_seq to ral-seq.
047600     if apv_action is equal to "LIST"
047700             or apv_action is equal to "list"
047800         move apv_list_id to awaiting_filter_id
047900         perform 8500-write-awaiting-listing thru 8500-exit
048000         move "LISTED" to ral-result
048100         perform 8000-log-action thru 8000-exit
048200         go to 2000-exit
048300     end-if.
048400     if apv_action is equal to "APPROVE"
048500             or apv_action is equal to "approve"
048600         perform 3000-approve-request thru 3000-exit
048700         go to 2000-exit
048800     end-if.
048900     if apv_action is equal to "DECLINE"
049000             or apv_action is equal to "decline"
049100         perform 4000-decline-request thru 4000-exit
049200         go to 2000-exit
049300     end-if.
049400     move "ACTION NOT RECOGNIZED" to ral-result.
049500     perform 8100-log-refusal thru 8100-exit.
049600 2000-exit.
049700     exit.

049800*----------------------------------------------------------------
049900* 2100-prompt-request - the rest of an interactive request,
050000* asking only for the fields its action uses.
050100*----------------------------------------------------------------
050200 2100-prompt-request.
050300     move spaces to apv_list_id.
050400     move zero to apv_date apv_time apv_seq.
050500     move spaces to apv_reason.
050600     if apv_action is equal to "LIST"
050700             or apv_action is equal to "list"
050800         display "Enter the list id (blank for every list)"
050900         accept apv_list_id
051000         go to 2100-exit
051100     end-if.
051200     display "Enter the list id".
051300     accept apv_list_id.
051400     display "Enter the request date (yyyymmdd)".
051500     accept apv_date.
051600     display "Enter the request time (hhmmsshh)".
051700     accept apv_time.
051800     display "Enter the request sequence number".
051900     accept apv_seq.
052000     if apv_action is equal to "DECLINE"
052100             or apv_action is equal to "decline"
052200         display "Enter the reason for declining"
052300         accept apv_reason
052400     end-if.
052500 2100-exit.
052600     exit.

052700*----------------------------------------------------------------
052800* 3000-approve-request - pass a request awaiting approval for
052900* the list's next Program1 run to apply.
053000*----------------------------------------------------------------
053100 3000-approve-request.
053200     perform 5000-read-target-request thru 5000-exit.
053300     if ral-result is not equal to spaces
053400         perform 8100-log-refusal thru 8100-exit
053500         go to 3000-exit
053600     end-if.
053700     move "A" to pcg-status.
053800     move operator-id to pcg-checker-id.
053900     move run_date to pcg-decided-date.
054000     rewrite pending-change-record.
054100     move "APPROVED - APPLIED AT THE LIST'S NEXT RUN"
054200         to ral-result.
054300     perform 8000-log-action thru 8000-exit.
054400 3000-exit.
054500     exit.

054600*----------------------------------------------------------------
054700* 4000-decline-request - turn a request awaiting approval down
054800* with the reason its maker will be told at their next ChgReq
054900* sign-on.
055000*----------------------------------------------------------------
055100 4000-decline-request.
055200     if apv_reason is equal to spaces
055300         move "DECLINE REASON MISSING" to ral-result
055400         perform 8100-log-refusal thru 8100-exit
055500         go to 4000-exit
055600     end-if.
055700     perform 5000-read-target-request thru 5000-exit.
055800     if ral-result is not equal to spaces
055900         perform 8100-log-refusal thru 8100-exit
056000         go to 4000-exit
056100     end-if.
056200     move "X" to pcg-status.
056300     move operator-id to pcg-checker-id.
056400     move run_date to pcg-decided-date.
056500     move apv_reason to pcg-result.
056600     move "N" to pcg-notified.
056700     rewrite pending-change-record.
056800     move "DECLINED - MAKER TOLD AT NEXT SIGN-ON" to ral-result.
056900     perform 8000-log-action thru 8000-exit.
057000 4000-exit.
057100     exit.

057200*----------------------------------------------------------------
057300* 5000-read-target-request - read the named request by key and
057400* make sure this operator may decide it: it must still be
057500* awaiting approval, and the checker may not be its maker.  A
057600* failure leaves its reason in ral-result; a request that may
057700* be decided leaves it spaces.
057800*----------------------------------------------------------------
057900 5000-read-target-request.
058000     move spaces to ral-result.
058100     move apv_list_id to pcg-list-id.
058200     move apv_date to pcg-raised-date.
058300     move apv_time to pcg-raised-time.
058400     move apv_seq to pcg-seq.
058500     read pending-change-file
058600         invalid key
058700             move "REQUEST NOT ON FILE" to ral-result
058800             go to 5000-exit
058900     end-read.
059000     if not change-awaits-approval
059100         move "REQUEST NOT AWAITING APPROVAL" to ral-result
059200         go to 5000-exit
059300     end-if.
059400     if pcg-maker-id is equal to operator-id
059500         move "CHECKER MAY NOT BE THE MAKER" to ral-result
059600     end-if.
059700 5000-exit.
059800     exit.

059900*----------------------------------------------------------------
060000* 8000-log-action - write one action-taken line to APVRPT.
060100*----------------------------------------------------------------
060200 8000-log-action.
060300     write approval-report-record from report_action_line.
060400     add 1 to action_taken_count.
060500     if not batch-mode-active
060600         display ral-action " " ral-result
060700     end-if.
060800 8000-exit.
060900     exit.

061000*----------------------------------------------------------------
061100* 8100-log-refusal - write one refused-action line to APVRPT.
061200*----------------------------------------------------------------
061300 8100-log-refusal.
061400     write approval-report-record from report_action_line.
061500     add 1 to action_refused_count.
061600     if not batch-mode-active
061700         display "Refused - " ral-result
061800     end-if.
061900 8100-exit.
062000     exit.

062100*----------------------------------------------------------------
062200* 8500-write-awaiting-listing - every request awaiting approval
062300* for the list in awaiting_filter_id, or for every list when it
062400* is spaces, oldest first within each list.  An interactive
062500* session also sees it on the terminal, so the supervisor has
062600* the keys to APPROVE or DECLINE against.
062700*----------------------------------------------------------------
062800 8500-write-awaiting-listing.
062900     move zero to awaiting_count.
063000     write approval-report-record from report_awaiting_heading.
063100     write approval-report-record from report_request_columns.
063200     if not batch-mode-active
063300         display report_request_columns
063400     end-if.
063500     if awaiting_filter_id is equal to spaces
063600         move low-values to pcg-key
063700     else
063800         move awaiting_filter_id to pcg-list-id
063900         move zero to pcg-raised-date
064000         move zero to pcg-raised-time
064100         move zero to pcg-seq
064200     end-if.
064300     move "N" to pendchg_eof_switch.
064400     start pending-change-file key is not less than pcg-key
064500         invalid key
064600             move "Y" to pendchg_eof_switch
064700     end-start.
064800     perform 8510-list-one-awaiting thru 8510-exit
064900         until pending-changes-at-end.
065000     if awaiting_count is equal to zero
065100         write approval-report-record from report_none_line
065200         if not batch-mode-active
065300             display "No requests awaiting approval."
065400         end-if
065500     end-if.
065600     write approval-report-record from report_blank_line.
065700 8500-exit.
065800     exit.

065900*----------------------------------------------------------------
066000* 8510-list-one-awaiting - list the next request awaiting
066100* approval, stopping at the end of the filtered list.
066200*----------------------------------------------------------------
066300 8510-list-one-awaiting.
066400     read pending-change-file next record
066500         at end
066600             move "Y" to pendchg_eof_switch
066700             go to 8510-exit
066800     end-read.
066900     if awaiting_filter_id is not equal to spaces
067000             and pcg-list-id is not equal to awaiting_filter_id
067100         move "Y" to pendchg_eof_switch
067200         go to 8510-exit
067300     end-if.
067400     if not change-awaits-approval
067500         go to 8510-exit
067600     end-if.
067700     add 1 to awaiting_count.
067800     perform 8600-write-request-lines thru 8600-exit.
067900 8510-exit.
068000     exit.

068100*----------------------------------------------------------------
068200* 8600-write-request-lines - the request in the PENDCHG record
068300* area on APVRPT: its key, action, status, position, maker and
068400* checker, then the value it names and a correction's new
068500* value.  An interactive session sees the same lines.
068600*----------------------------------------------------------------
068700 8600-write-request-lines.
068800     move pcg-list-id to rql-list-id.
068900     move pcg-raised-date to rql-date.
069000     move pcg-raised-time to rql-time.
069100     move pcg-seq to rql-seq.
069200     if pending-is-delete
069300         move "DELETE" to rql-action
069400     else
069500         move "CHANGE" to rql-action
069600     end-if.
069700     evaluate true
069800         when change-awaits-approval
069900             move "PENDING" to rql-status
070000         when change-is-approved
070100             move "APPROVED" to rql-status
070200         when change-was-declined
070300             move "DECLINED" to rql-status
070400         when change-was-applied
070500             move "APPLIED" to rql-status
070600         when change-was-refused
070700             move "REFUSED" to rql-status
070800         when other
070900             move pcg-status to rql-status
071000     end-evaluate.
071100     move pcg-position to rql-position.
071200     move pcg-maker-id to rql-maker-id.
071300     move pcg-checker-id to rql-checker-id.
071400     write approval-report-record from report_request_line.
071500     move "VALUE:" to rqd-label.
071600     move pcg-old-value to rqd-text.
071700     write approval-report-record from report_request_detail.
071800     if not batch-mode-active
071900         display report_request_line
072000         display report_request_detail
072100     end-if.
072200     if pending-is-change
072300         move "NEW VALUE:" to rqd-label
072400         move pcg-new-value to rqd-text
072500         write approval-report-record
072600             from report_request_detail
072700         if not batch-mode-active
072800             display report_request_detail
072900         end-if
073000     end-if.
073100 8600-exit.
073200     exit.

073300 end program ChgApv.
