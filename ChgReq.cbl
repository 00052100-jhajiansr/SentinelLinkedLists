000100 identification division.
000200 program-id. ChgReq as "SentinelLinkedLists.ChgReq".
000300 author. Applications Development Unit.
000400 installation. Sentinel Linked Lists Project.
000500 date-written. 10/14/2026.
000600 date-compiled.
000700*----------------------------------------------------------------
000800* modification history
000900*  date        init   description
001000*  10/14/2026  jah    original build - let a clerk raise any
001100*                     number of Targ-style deletes and ChgNew
001200*                     corrections without a supervisor at the
001300*                     terminal.  Each request goes onto the
001400*                     PENDCHG pending-changes file stamped with
001500*                     the list id, the moment it was raised and
001600*                     the operator who raised it (the maker),
001700*                     to wait for a supervisor's decision in
001800*                     ChgApv; the list's next Program1 run
001900*                     applies the approved ones.  Requests come
002000*                     from the terminal or, unattended, from
002100*                     CHGTRAN one per record behind the sign-on
002200*                     id and password: DELETE names the value
002300*                     to remove, CHANGE names the value to
002400*                     replace (and optionally the position it
002500*                     sits at) and the new value, LIST shows
002600*                     the operator's requests still waiting to
002700*                     be decided or applied.  A value that is
002800*                     not on the list when the request is
002900*                     raised is refused on the spot.  At
003000*                     sign-on the operator is told of every
003100*                     request of theirs that was declined, or
003200*                     that Program1 refused because the value
003300*                     had gone or moved, since their last
003400*                     session.  CHGRPT logs the session.
003500*----------------------------------------------------------------

003600 environment division.
003700 input-output section.
003800 file-control.
003900     select pending-change-file assign to "PENDCHG"
004000         organization is indexed
004100         access mode is dynamic
004200         record key is pcg-key
004300         file status is pendchg-file-status.
004400     select change-trans-file assign to "CHGTRAN"
004500         organization is sequential
004600         file status is chgtran-file-status.
004700     select change-report-file assign to "CHGRPT"
004800         organization is line sequential
004900         file status is chgrpt-file-status.
005000     select list-data-file assign to "LISTDATA"
005100         organization is indexed
005200         access mode is dynamic
005300         record key is ldr-key
005400         file status is list-file-status.
005500     select operator-master-file assign to "OPERMAST"
005600         organization is indexed
005700         access mode is random
005800         record key is opr-id
005900         file status is opermast-file-status.
006000     select signon-log-file assign to "SIGNLOG"
006100         organization is sequential
006200         file status is signon-file-status.

006300 data division.
006400 file section.
006500 fd  pending-change-file.
006600     copy "PCHGREC.cpy".

006700 fd  change-trans-file.
006800 01  change-trans-record.
006900     05 cht-action           pic x(08).
007000     05 cht-list-id          pic x(08).
007100     05 cht-position         pic 9(09).
007200     05 cht-old-value        pic x(80).
007300     05 cht-new-value        pic x(80).
007400     05 filler               pic x(15).

007500 fd  change-report-file.
007600 01  change-report-record    pic x(132).

007700 fd  list-data-file.
007800     copy "LISTREC.cpy".

007900 fd  operator-master-file.
008000     copy "OPERREC.cpy".

008100 fd  signon-log-file.
008200     copy "SIGNREC.cpy".

008300 working-storage section.
008400 01 pendchg-file-status pic x(02) value spaces.
008500 01 chgtran-file-status pic x(02) value spaces.
008600 01 chgrpt-file-status pic x(02) value spaces.
008700 01 list-file-status pic x(02) value spaces.
008800 01 opermast-file-status pic x(02) value spaces.
008900 01 signon-file-status pic x(02) value spaces.
009000 78 password-attempt-limit value 3.
009100 01 operator_password pic x(08) value spaces.
009200 01 password_ok_switch pic x(01) value "N".
009300     88 password-is-verified value "Y".
009400 01 signon_result pic x(12) value spaces.
009500 01 signon_date pic 9(08) value zero.
009600 01 batch_mode_switch pic x(01) value "N".
009700     88 batch-mode-active value "Y".
009800 01 request_done_switch pic x(01) value "N".
009900     88 requests-are-done value "Y".
010000 01 operator-id pic x(08) value spaces.
010100 01 operator_valid_switch pic x(01) value "N".
010200     88 operator-id-is-valid value "Y".
010300 01 session_authority pic x(01) value spaces.
010400     88 session-is-supervisor value "S".
010500 01 master_warned_switch pic x(01) value "N".
010600 01 change_request.
010700     05 chq_action           pic x(08).
010800     05 chq_list_id          pic x(08).
010900     05 chq_position         pic 9(09).
011000     05 chq_old_value        pic x(80).
011100     05 chq_new_value        pic x(80).
011200     05 filler               pic x(15).
011300 01 run_date pic 9(08) value zero.
011400 01 action_taken_count pic s9(9) value zero.
011500 01 action_refused_count pic s9(9) value zero.
011600 01 pendchg_eof_switch pic x(01) value "N".
011700     88 pending-changes-at-end value "Y".
011800 01 request_filed_switch pic x(01) value "N".
011900     88 request-was-filed value "Y".
012000 01 list_eof_switch pic x(01) value "N".
012100     88 list-at-end value "Y".
012200 01 old_found_switch pic x(01) value "N".
012300     88 old-value-was-found value "Y".
012400 01 new_found_switch pic x(01) value "N".
012500     88 new-value-was-found value "Y".
012600 01 list_checked_switch pic x(01) value "N".
012700     88 list-was-checked value "Y".
012800 01 outcome_count pic s9(9) value zero.
012900 01 listed_count pic s9(9) value zero.
013000 01 report_heading_line pic x(132) value
013100     "CHANGE REQUEST LOG".
013200 01 report_blank_line pic x(132) value spaces.
013300 01 report_action_line.
013400     05 ral-action pic x(08).
013500     05 filler pic x(02) value spaces.
013600     05 ral-list-id pic x(08).
013700     05 filler pic x(02) value spaces.
013800     05 ral-key.
013900         10 ral-date pic 9(08).
014000         10 filler pic x(01) value "/".
014100         10 ral-time pic 9(08).
014200         10 filler pic x(01) value "/".
014300         10 ral-seq pic 9(02).
014400     05 filler pic x(02) value spaces.
014500     05 ral-result pic x(50).
014600     05 filler pic x(40) value spaces.
014700 01 report_total_line.
014800     05 filler pic x(16) value "ACTIONS TAKEN:  ".
014900     05 rtt-count pic zzzzzzzz9.
015000     05 filler pic x(11) value "  REFUSED: ".
015100     05 rtr-count pic zzzzzzzz9.
015200     05 filler pic x(87) value spaces.
015300 01 report_outcome_heading pic x(132) value
015400     "YOUR REQUESTS DECLINED OR REFUSED SINCE YOUR LAST SESSION".
015500 01 report_waiting_heading pic x(132) value
015600     "YOUR REQUESTS WAITING TO BE DECIDED OR APPLIED".
015700 01 report_request_columns.
015800     05 filler pic x(40) value
015900         "LIST ID  DATE     TIME     SQ  ACTION  ".
016000     05 filler pic x(38) value
016100         "STATUS     POSITION  MAKER     CHECKER".
016200     05 filler pic x(54) value spaces.
016300 01 report_request_line.
016400     05 rql-list-id pic x(08).
016500     05 filler pic x(01) value spaces.
016600     05 rql-date pic 9(08).
016700     05 filler pic x(01) value spaces.
016800     05 rql-time pic 9(08).
016900     05 filler pic x(01) value spaces.
017000     05 rql-seq pic 9(02).
017100     05 filler pic x(02) value spaces.
017200     05 rql-action pic x(06).
017300     05 filler pic x(02) value spaces.
017400     05 rql-status pic x(08).
017500     05 filler pic x(02) value spaces.
017600     05 rql-position pic zzzzzzzz9.
017700     05 filler pic x(02) value spaces.
017800     05 rql-maker-id pic x(08).
017900     05 filler pic x(02) value spaces.
018000     05 rql-checker-id pic x(08).
018100     05 filler pic x(54) value spaces.
018200 01 report_request_detail.
018300     05 filler pic x(10) value spaces.
018400     05 rqd-label pic x(12).
018500     05 rqd-text pic x(80).
018600     05 filler pic x(30) value spaces.
018700 01 report_none_line pic x(132) value
018800     "NONE".

018900 procedure division.
019000 0000-mainline.
019100     open output change-report-file.
019200     write change-report-record from report_heading_line.
019300     write change-report-record from report_blank_line.
019400     accept run_date from date yyyymmdd.
019500     open input change-trans-file.
019600     if chgtran-file-status is equal to "00"
019700         move "Y" to batch_mode_switch
019800     end-if.
019900     perform 1100-get-operator-id thru 1100-exit.
020000     perform 1200-open-pending-changes thru 1200-exit.
020100     perform 1500-report-outcomes thru 1500-exit.
020200     perform 2000-take-one-request thru 2000-exit
020300         until requests-are-done.
020400     if batch-mode-active
020500         close change-trans-file
020600     end-if.
020700     close pending-change-file.
020800     write change-report-record from report_blank_line.
020900     move action_taken_count to rtt-count.
021000     move action_refused_count to rtr-count.
021100     write change-report-record from report_total_line.
021200     close change-report-file.
021300     goback.

021400*----------------------------------------------------------------
021500* 1100-get-operator-id - identify who is raising the requests,
021600* so every request names its maker.  In batch mode this
021700* is always CHGTRAN's first record, read ahead of the requests
021800* the same way ListMnt reads it off LMNTTRAN.
021900*----------------------------------------------------------------
022000 1100-get-operator-id.
022100     if batch-mode-active
022200         read change-trans-file into operator-id
022300             at end
022400                 move "N" to batch_mode_switch
022500                 display "Enter your operator id"
022600                 accept operator-id
022700         end-read
022800     else
022900         display "Enter your operator id"
023000         accept operator-id
023100     end-if.
023200     perform 1150-validate-operator thru 1150-exit.
023300     perform until operator-id-is-valid
023400         display "Operator id " operator-id
023500             " is not authorized."
023600         move "ID REFUSED" to signon_result
023700         perform 1190-write-signon-log thru 1190-exit
023800         if batch-mode-active
023900             move 8 to return-code
024000             goback
024100         end-if
024200         display "Enter your operator id"
024300         accept operator-id
024400         perform 1150-validate-operator thru 1150-exit
024500     end-perform.
024600     perform 1155-verify-password thru 1155-exit.
024700 1100-exit.
024800     exit.

024900*----------------------------------------------------------------
025000* 1150-validate-operator - look the signed-on id up on the
025100* OPERMAST master file, the same way ListMnt's sign-on does.
025200* Only a missing master (status 35) keeps the old take-anything
025300* behavior, with a warning; a master on file that will not open
025400* refuses the run instead.
025500*----------------------------------------------------------------
025600 1150-validate-operator.
025700     move "N" to operator_valid_switch.
025800     move spaces to session_authority.
025900     open input operator-master-file.
026000     if opermast-file-status is equal to "35"
026100         if master_warned_switch is equal to "N"
026200             display "Operator master file not on file -"
026300                 " id accepted unvalidated."
026400             move "Y" to master_warned_switch
026500         end-if
026600         move "Y" to operator_valid_switch
026700         move "S" to session_authority
026800         go to 1150-exit
026900     end-if.
027000     if opermast-file-status is not equal to "00"
027100         display "Operator master file is not usable -"
027200             " status " opermast-file-status
027300             " - sign-on refused."
027400         move 8 to return-code
027500         goback
027600     end-if.
027700     move operator-id to opr-id.
027800     read operator-master-file
027900         invalid key
028000             continue
028100         not invalid key
028200             if operator-is-active
028300                 move "Y" to operator_valid_switch
028400                 move opr-authority to session_authority
028500             end-if
028600     end-read.
028700     close operator-master-file.
028800 1150-exit.
028900     exit.

029000*----------------------------------------------------------------
029100* 1155-verify-password - prove the password behind the id the
029200* same way ListMnt's sign-on does: in batch mode it is
029300* CHGTRAN's second record, behind the id; each miss is counted
029400* onto the master record and the limit of straight misses
029500* locks the id until OperMnt resets it; every outcome goes to
029600* SIGNLOG.  An expired password is refused here rather than
029700* changed - the change belongs to a Program1 sign-on or an
029800* OperMnt PASSWD reset.  A session running without a master on
029900* file has no credential to check and skips through.
030000*----------------------------------------------------------------
030100 1155-verify-password.
030200     if master_warned_switch is equal to "Y"
030300         go to 1155-exit
030400     end-if.
030500     perform 1156-read-password-entry thru 1156-exit.
030600     open i-o operator-master-file.
030700     if opermast-file-status is not equal to "00"
030800         display "Operator master file is not usable -"
030900             " status " opermast-file-status
031000             " - sign-on refused."
031100         move 8 to return-code
031200         goback
031300     end-if.
031400     move operator-id to opr-id.
031500     read operator-master-file
031600         invalid key
031700             display "Operator record gone from the master -"
031800                 " sign-on refused."
031900             close operator-master-file
032000             move 8 to return-code
032100             goback
032200     end-read.
032300     move "N" to password_ok_switch.
032400     perform until password-is-verified
032500         if operator_password is equal to opr-password
032600             move "Y" to password_ok_switch
032700             if opr-fail-count is greater than zero
032800                 move zero to opr-fail-count
032900                 rewrite operator-record
033000             end-if
033100         else
033200             add 1 to opr-fail-count
033300             if opr-fail-count is not less than
033400                     password-attempt-limit
033500                 move "L" to opr-status
033600             end-if
033700             rewrite operator-record
033800             move "BAD PASSWORD" to signon_result
033900             perform 1190-write-signon-log thru 1190-exit
034000             display "Password is not correct."
034100             if operator-is-locked
034200                 move "LOCKED OUT" to signon_result
034300                 perform 1190-write-signon-log thru 1190-exit
034400                 display "Operator id " operator-id
034500                     " is now locked - OperMnt must reset it."
034600                 close operator-master-file
034700                 move 8 to return-code
034800                 goback
034900             end-if
035000             if batch-mode-active
035100                 close operator-master-file
035200                 move 8 to return-code
035300                 goback
035400             end-if
035500             perform 1156-read-password-entry thru 1156-exit
035600         end-if
035700     end-perform.
035800     accept signon_date from date yyyymmdd.
035900     if opr-pwd-expiry is equal to zero
036000             or signon_date is greater than opr-pwd-expiry
036100         move "EXPIRED" to signon_result
036200         perform 1190-write-signon-log thru 1190-exit
036300         display "Password for " operator-id " has expired -"
036400             " change it at a Program1 sign-on or have"
036500             " OperMnt set a new one."
036600         close operator-master-file
036700         move 8 to return-code
036800         goback
036900     end-if.
037000     close operator-master-file.
037100     move "GRANTED" to signon_result.
037200     perform 1190-write-signon-log thru 1190-exit.
037300 1155-exit.
037400     exit.

037500*----------------------------------------------------------------
037600* 1156-read-password-entry - one ask for the password.
037700*----------------------------------------------------------------
037800 1156-read-password-entry.
037900     if batch-mode-active
038000         read change-trans-file into operator_password
038100             at end
038200                 move "N" to batch_mode_switch
038300                 display "Enter your password"
038400                 accept operator_password
038500         end-read
038600     else
038700         display "Enter your password"
038800         accept operator_password
038900     end-if.
039000 1156-exit.
039100     exit.

039200*----------------------------------------------------------------
039300* 1190-write-signon-log - append one sign-on outcome to the
039400* shared SIGNLOG with a timestamp, the same record Program1
039500* writes.  The caller puts the outcome in signon_result
039600* first.  A log that will not open is said out loud but does
039700* not stop the sign-on.
039800*----------------------------------------------------------------
039900 1190-write-signon-log.
040000     open extend signon-log-file.
040100     if signon-file-status is equal to "35"
040200         open output signon-log-file
040300     end-if.
040400     if signon-file-status is not equal to "00"
040500         display "SIGNLOG will not open - status "
040600             signon-file-status " - sign-on not logged."
040700         go to 1190-exit
040800     end-if.
040900     accept sgl-date from date yyyymmdd.
041000     accept sgl-time from time.
041100     move operator-id to sgl-operator-id.
041200     move signon_result to sgl-result.
041300     write signon-log-record.
041400     close signon-log-file.
041500 1190-exit.
041600     exit.

041700*----------------------------------------------------------------
041800* 1200-open-pending-changes - open PENDCHG for the session.  A
041900* missing file (status 35) means no request has been raised
042000* yet, so OUTPUT creates it, the same way RejWork builds the
042100* first REJMAST.  Any other failed open refuses the run.
042200*----------------------------------------------------------------
042300 1200-open-pending-changes.
042400     open i-o pending-change-file.
042500     if pendchg-file-status is equal to "35"
042600         open output pending-change-file
042700         close pending-change-file
042800         open i-o pending-change-file
042900     end-if.
043000     if pendchg-file-status is not equal to "00"
043100         display "PENDCHG will not open - status "
043200             pendchg-file-status " - run refused."
043300         move 8 to return-code
043400         close change-report-file
043500         goback
043600     end-if.
043700 1200-exit.
043800     exit.

043900*----------------------------------------------------------------
044000* 1500-report-outcomes - tell the operator of every request of
044100* theirs a supervisor declined, or Program1 refused because the
044200* value had gone or moved, that they have not been told of yet,
044300* and mark each one told so it is reported only the once.  The
044400* outcomes go on CHGRPT and, at the terminal, on the screen.
044500*----------------------------------------------------------------
044600 1500-report-outcomes.
044700     move zero to outcome_count.
044800     write change-report-record from report_outcome_heading.
044900     write change-report-record from report_request_columns.
045000     move low-values to pcg-key.
045100     move "N" to pendchg_eof_switch.
045200     start pending-change-file key is not less than pcg-key
045300         invalid key
045400             move "Y" to pendchg_eof_switch
045500     end-start.
045600     perform 1510-report-one-outcome thru 1510-exit
045700         until pending-changes-at-end.
045800     if outcome_count is equal to zero
045900         write change-report-record from report_none_line
046000     end-if.
046100     write change-report-record from report_blank_line.
046200 1500-exit.
046300     exit.

046400*----------------------------------------------------------------
046500* 1510-report-one-outcome - report the next untold declined or
046600* refused request of the signed-on operator.
046700*----------------------------------------------------------------
046800 1510-report-one-outcome.
046900     read pending-change-file next record
047000         at end
047100             move "Y" to pendchg_eof_switch
047200             go to 1510-exit
047300     end-read.
047400     if pcg-maker-id is not equal to operator-id
047500         go to 1510-exit
047600     end-if.
047700     if not change-was-declined
047800             and not change-was-refused
047900         go to 1510-exit
048000     end-if.
048100     if maker-was-told
048200         go to 1510-exit
048300     end-if.
048400     add 1 to outcome_count.
048500     perform 8600-write-request-lines thru 8600-exit.
048600     if change-was-declined
048700         move "DECLINED:" to rqd-label
048800     else
048900         move "REFUSED:" to rqd-label
049000     end-if.
049100     move pcg-result to rqd-text.
049200     write change-report-record from report_request_detail.
049300     if not batch-mode-active
049400         display report_request_detail
049500     end-if.
049600     move "Y" to pcg-notified.
049700     rewrite pending-change-record.
049800 1510-exit.
049900     exit.

050000*----------------------------------------------------------------
050100* 2000-take-one-request - get the next request, from CHGTRAN
050200* when one is present or prompted a field at a time otherwise,
050300* and carry it out.  Actions are DELETE, CHANGE and LIST; END
050400* (or running out of CHGTRAN records) finishes the session.
050500*----------------------------------------------------------------
050600 2000-take-one-request.
050700     if batch-mode-active
050800         read change-trans-file into change_request
050900             at end
051000                 move "Y" to request_done_switch
051100                 go to 2000-exit
051200         end-read
051300         if chgtran-file-status is not equal to "00"
051400             move "Y" to request_done_switch
051500             go to 2000-exit
051600         end-if
051700     else
051800         display "Enter action (DELETE, CHANGE, LIST, END)"
051900         accept chq_action
052000         if chq_action is equal to "END"
052100                 or chq_action is equal to "end"
052200             move "Y" to request_done_switch
052300             go to 2000-exit
052400         end-if
052500         perform 2100-prompt-request thru 2100-exit
052600     end-if.
052700     if chq_action is equal to "END"
052800             or chq_action is equal to "end"
052900         move "Y" to request_done_switch
053000         go to 2000-exit
053100     end-if.
053200     if chq_position is not numeric
053300         move zero to chq_position
053400     end-if.
053500     move chq_action to ral-action.
053600     move chq_list_id to ral-list-id.
053700     move zero to ral-date ral-time ral-seq.
053800     if chq_action is equal to "LIST"
053900             or chq_action is equal to "list"
054000         perform 3000-list-own-requests thru 3000-exit
054100         go to 2000-exit
054200     end-if.
054300     if chq_action is equal to "DELETE"
054400             or chq_action is equal to "delete"
054500         move "D" to pcg-action
054600         perform 4000-raise-request thru 4000-exit
054700         go to 2000-exit
054800     end-if.
054900     if chq_action is equal to "CHANGE"
055000             or chq_action is equal to "change"
055100         move "C" to pcg-action
055200         perform 4000-raise-request thru 4000-exit
055300         go to 2000-exit
055400     end-if.
055500     move "ACTION NOT RECOGNIZED" to ral-result.
055600     perform 8100-log-refusal thru 8100-exit.
055700 2000-exit.
055800     exit.

055900*----------------------------------------------------------------
056000* 2100-prompt-request - the rest of an interactive request,
056100* asking only for the fields its action uses.
056200*----------------------------------------------------------------
056300 2100-prompt-request.
056400     move spaces to chq_list_id.
056500     move zero to chq_position.
056600     move spaces to chq_old_value.
056700     move spaces to chq_new_value.
056800     if chq_action is equal to "LIST"
056900             or chq_action is equal to "list"
057000         go to 2100-exit
057100     end-if.
057200     display "Enter the list id".
057300     accept chq_list_id.
057400     if chq_action is equal to "DELETE"
057500             or chq_action is equal to "delete"
057600         display "Enter the value to delete"
057700         accept chq_old_value
057800         go to 2100-exit
057900     end-if.
058000     display "Enter the position of the cell to correct"
058100         " (0 to find it by its value)".
058200     accept chq_position.
058300     display "Enter the value the cell holds now".
058400     accept chq_old_value.
058500     display "Enter the new value".
058600     accept chq_new_value.
058700 2100-exit.
058800     exit.

058900*----------------------------------------------------------------
059000* 3000-list-own-requests - every request of the signed-on
059100* operator still waiting for a supervisor or for the list's
059200* next Program1 run, on CHGRPT and, at the terminal, on the
059300* screen.
059400*----------------------------------------------------------------
059500 3000-list-own-requests.
059600     move zero to listed_count.
059700     write change-report-record from report_waiting_heading.
059800     write change-report-record from report_request_columns.
059900     if not batch-mode-active
060000         display report_request_columns
060100     end-if.
060200     move low-values to pcg-key.
060300     move "N" to pendchg_eof_switch.
060400     start pending-change-file key is not less than pcg-key
060500         invalid key
060600             move "Y" to pendchg_eof_switch
060700     end-start.
060800     perform 3010-list-one-request thru 3010-exit
060900         until pending-changes-at-end.
061000     if listed_count is equal to zero
061100         write change-report-record from report_none_line
061200         if not batch-mode-active
061300             display "No requests waiting."
061400         end-if
061500     end-if.
061600     write change-report-record from report_blank_line.
061700     move "LISTED" to ral-result.
061800     perform 8000-log-action thru 8000-exit.
061900 3000-exit.
062000     exit.

062100*----------------------------------------------------------------
062200* 3010-list-one-request - list the next of the operator's
062300* requests that is still pending or approved.
062400*----------------------------------------------------------------
062500 3010-list-one-request.
062600     read pending-change-file next record
062700         at end
062800             move "Y" to pendchg_eof_switch
062900             go to 3010-exit
063000     end-read.
063100     if pcg-maker-id is not equal to operator-id
063200         go to 3010-exit
063300     end-if.
063400     if not change-awaits-approval
063500             and not change-is-approved
063600         go to 3010-exit
063700     end-if.
063800     add 1 to listed_count.
063900     perform 8600-write-request-lines thru 8600-exit.
064000 3010-exit.
064100     exit.

064200*----------------------------------------------------------------
064300* 4000-raise-request - put one delete (pcg-action "D") or
064400* correction ("C") on PENDCHG to wait for a supervisor.  The
064500* value named must be on the list as it stands now, at the
064600* position given when there is one, and a correction's new
064700* value must not be on it already - a request that could not
064800* go in today would only be refused when it is applied.
064900*----------------------------------------------------------------
065000 4000-raise-request.
065100     if chq_list_id is equal to spaces
065200         move "LIST ID MISSING" to ral-result
065300         perform 8100-log-refusal thru 8100-exit
065400         go to 4000-exit
065500     end-if.
065600     if chq_old_value is equal to spaces
065700         move "VALUE MISSING" to ral-result
065800         perform 8100-log-refusal thru 8100-exit
065900         go to 4000-exit
066000     end-if.
066100     if pending-is-change
066200         if chq_new_value is equal to spaces
066300             move "NEW VALUE MISSING" to ral-result
066400             perform 8100-log-refusal thru 8100-exit
066500             go to 4000-exit
066600         end-if
066700         if chq_new_value is equal to chq_old_value
066800             move "NEW VALUE SAME AS THE OLD" to ral-result
066900             perform 8100-log-refusal thru 8100-exit
067000             go to 4000-exit
067100         end-if
067200     else
067300         move zero to chq_position
067400         move spaces to chq_new_value
067500     end-if.
067600     perform 4100-check-list-data thru 4100-exit.
067700     if ral-result is not equal to spaces
067800         perform 8100-log-refusal thru 8100-exit
067900         go to 4000-exit
068000     end-if.
068100     perform 4200-file-request thru 4200-exit.
068200     if not request-was-filed
068300         move "NO FREE SEQUENCE NUMBER - TRY AGAIN" to ral-result
068400         perform 8100-log-refusal thru 8100-exit
068500         go to 4000-exit
068600     end-if.
068700     move pcg-raised-date to ral-date.
068800     move pcg-raised-time to ral-time.
068900     move pcg-seq to ral-seq.
069000     move "RAISED - AWAITING SUPERVISOR APPROVAL" to ral-result.
069100     perform 8000-log-action thru 8000-exit.
069200     if not batch-mode-active
069300         display "Request raised as " chq_list_id " "
069400             pcg-raised-date " " pcg-raised-time " " pcg-seq
069500             " - awaiting supervisor approval."
069600     end-if.
069700 4000-exit.
069800     exit.

069900*----------------------------------------------------------------
070000* 4100-check-list-data - hold the request to the list's cells
070100* on LISTDATA as they stand.  A refusal leaves its reason in
070200* ral-result; spaces means the request may go in.  LISTDATA
070300* is opened only for the check, so a Program1 session saving
070400* the file is not held up by this one; a file that will not
070500* open lets the request through for Program1 to judge.
070600*----------------------------------------------------------------
070700 4100-check-list-data.
070800     move spaces to ral-result.
070900     move "N" to old_found_switch.
071000     move "N" to new_found_switch.
071100     move "N" to list_checked_switch.
071200     open input list-data-file.
071300     if list-file-status is not equal to "00"
071400         go to 4100-exit
071500     end-if.
071600     move "Y" to list_checked_switch.
071700     move chq_list_id to ldr-list-id.
071800     move zero to ldr-position.
071900     move "N" to list_eof_switch.
072000     start list-data-file key is not less than ldr-key
072100         invalid key
072200             move "Y" to list_eof_switch
072300     end-start.
072400     perform 4110-check-one-cell thru 4110-exit
072500         until list-at-end.
072600     close list-data-file.
072700     if not old-value-was-found
072800         if chq_position is greater than zero
072900             move "VALUE NOT AT THAT POSITION ON THE LIST"
073000                 to ral-result
073100         else
073200             move "VALUE NOT ON THE LIST" to ral-result
073300         end-if
073400         go to 4100-exit
073500     end-if.
073600     if new-value-was-found
073700         move "NEW VALUE ALREADY ON THE LIST" to ral-result
073800     end-if.
073900 4100-exit.
074000     exit.

074100*----------------------------------------------------------------
074200* 4110-check-one-cell - test the next cell of the list for the
074300* value named (at the position named, when one is) and for a
074400* correction's new value.
074500*----------------------------------------------------------------
074600 4110-check-one-cell.
074700     read list-data-file next record
074800         at end
074900             move "Y" to list_eof_switch
075000             go to 4110-exit
075100     end-read.
075200     if ldr-list-id is not equal to chq_list_id
075300         move "Y" to list_eof_switch
075400         go to 4110-exit
075500     end-if.
075600     if ldr-value is equal to chq_old_value
075700         if chq_position is equal to zero
075800                 or chq_position is equal to ldr-position
075900             move "Y" to old_found_switch
076000         end-if
076100     end-if.
076200     if pending-is-change
076300             and ldr-value is equal to chq_new_value
076400         move "Y" to new_found_switch
076500     end-if.
076600 4110-exit.
076700     exit.

076800*----------------------------------------------------------------
076900* 4200-file-request - write the request under the list id and
077000* the moment it was raised.  Two raised in the same hundredth
077100* of a second move on to the next sequence number.
077200*----------------------------------------------------------------
077300 4200-file-request.
077400     move "N" to request_filed_switch.
077500     move chq_list_id to pcg-list-id.
077600     accept pcg-raised-date from date yyyymmdd.
077700     accept pcg-raised-time from time.
077800     move zero to pcg-seq.
077900     move chq_old_value to pcg-old-value.
078000     move chq_position to pcg-position.
078100     move chq_new_value to pcg-new-value.
078200     move operator-id to pcg-maker-id.
078300     move "P" to pcg-status.
078400     move spaces to pcg-checker-id.
078500     move zero to pcg-decided-date.
078600     move zero to pcg-applied-date.
078700     move spaces to pcg-result.
078800     move "N" to pcg-notified.
078900     perform 4210-write-one-request thru 4210-exit
079000         until request-was-filed
079100             or pcg-seq is equal to 99.
079200 4200-exit.
079300     exit.

079400*----------------------------------------------------------------
079500* 4210-write-one-request - try the request under the current
079600* sequence number.
079700*----------------------------------------------------------------
079800 4210-write-one-request.
079900     write pending-change-record
080000         invalid key
080100             add 1 to pcg-seq
080200             go to 4210-exit
080300     end-write.
080400     move "Y" to request_filed_switch.
080500 4210-exit.
080600     exit.

080700*----------------------------------------------------------------
080800* 8000-log-action - write one action-taken line to CHGRPT.
080900*----------------------------------------------------------------
081000 8000-log-action.
081100     write change-report-record from report_action_line.
081200     add 1 to action_taken_count.
081300 8000-exit.
081400     exit.

081500*----------------------------------------------------------------
081600* 8100-log-refusal - write one refused-action line to CHGRPT,
081700* and say it at the terminal.
081800*----------------------------------------------------------------
081900 8100-log-refusal.
082000     write change-report-record from report_action_line.
082100     add 1 to action_refused_count.
082200     if not batch-mode-active
082300         display "Request refused - " ral-result
082400     end-if.
082500 8100-exit.
082600     exit.

082700*----------------------------------------------------------------
082800* 8600-write-request-lines - the request in the PENDCHG record
082900* area on CHGRPT: its key, action, status, position, maker and
083000* checker, then the value it names and a correction's new
083100* value.  An interactive session sees the same lines.
083200*----------------------------------------------------------------
083300 8600-write-request-lines.
083400     move pcg-list-id to rql-list-id.
083500     move pcg-raised-date to rql-date.
083600     move pcg-raised-time to rql-time.
083700     move pcg-seq to rql-seq.
083800     if pending-is-delete
083900         move "DELETE" to rql-action
084000     else
084100         move "CHANGE" to rql-action
084200     end-if.
084300     evaluate true
084400         when change-awaits-approval
084500             move "PENDING" to rql-status
084600         when change-is-approved
084700             move "APPROVED" to rql-status
084800         when change-was-declined
084900             move "DECLINED" to rql-status
085000         when change-was-applied
085100             move "APPLIED" to rql-status
085200         when change-was-refused
085300             move "REFUSED" to rql-status
085400         when other
085500             move pcg-status to rql-status
085600     end-evaluate.
085700     move pcg-position to rql-position.
085800     move pcg-maker-id to rql-maker-id.
085900     move pcg-checker-id to rql-checker-id.
086000     write change-report-record from report_request_line.
086100     move "VALUE:" to rqd-label.
086200     move pcg-old-value to rqd-text.
086300     write change-report-record from report_request_detail.
086400     if not batch-mode-active
086500         display report_request_line
086600         display report_request_detail
086700     end-if.
086800     if pending-is-change
086900         move "NEW VALUE:" to rqd-label
087000         move pcg-new-value to rqd-text
087100         write change-report-record from report_request_detail
087200         if not batch-mode-active
087300             display report_request_detail
087400         end-if
087500     end-if.
087600 8600-exit.
087700     exit.

087800 end program ChgReq.
