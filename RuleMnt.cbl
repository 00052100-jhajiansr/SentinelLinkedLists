000100 identification division.
000200 program-id. RuleMnt as "SentinelLinkedLists.RuleMnt".
000300 author. Applications Development Unit.
000400 installation. Sentinel Linked Lists Project.
000500 date-written. 10/14/2026.
000600 date-compiled.
000700*----------------------------------------------------------------
000800* modification history
000900*  date        init   description
001000*  10/14/2026  jah    original build - maintain the EDITRULE
001100*                     edit rules without a hand edit of the
001200*                     file: ADD a rule for a list, CHANGE one
001300*                     (numeric-only flag, minimum and maximum
001400*                     length, required prefix), or DELETE one
001500*                     so the list takes values free-form again.
001600*                     Requests come from the terminal or,
001700*                     unattended, from RULETRAN one per record
001800*                     behind the sign-on id and password, and
001900*                     only a supervisor sign-on may run it.
002000*                     Before an added or changed rule is
002100*                     committed, every cell already on LISTDATA
002200*                     for the list that the new rule would
002300*                     refuse is listed on RULERPT; a rule that
002400*                     would strand cells goes in only on a Y
002500*                     to the confirm question (the confirm
002600*                     field on RULETRAN).  The rules are held
002700*                     in storage for the run and EDITRULE is
002800*                     written back once at end of run, under an
002900*                     in-use lock on RULELOCK so two
003000*                     maintenance runs cannot write the file
003100*                     over each other.
003200*----------------------------------------------------------------

003300 environment division.
003400 input-output section.
003500 file-control.
003600     select edit-rules-file assign to "EDITRULE"
003700         organization is sequential
003800         file status is editrule-file-status.
003900     select rule-trans-file assign to "RULETRAN"
004000         organization is sequential
004100         file status is ruletran-file-status.
004200     select rule-report-file assign to "RULERPT"
004300         organization is line sequential
004400         file status is rulerpt-file-status.
004500     select list-data-file assign to "LISTDATA"
004600         organization is indexed
004700         access mode is dynamic
004800         record key is ldr-key
004900         file status is list-file-status.
005000     select operator-master-file assign to "OPERMAST"
005100         organization is indexed
005200         access mode is random
005300         record key is opr-id
005400         file status is opermast-file-status.
005500     select session-lock-file assign to "RULELOCK"
005600         organization is sequential
005700         file status is lock-file-status.
005800     select signon-log-file assign to "SIGNLOG"
005900         organization is sequential
006000         file status is signon-file-status.

006100 data division.
006200 file section.
006300 fd  edit-rules-file.
006400     copy "RULEREC.cpy".

006500 fd  rule-trans-file.
006600 01  rule-trans-record.
006700     05 rmt-action           pic x(08).
006800     05 rmt-list-id          pic x(08).
006900     05 rmt-numeric-only     pic x(01).
007000     05 rmt-min-length       pic 9(02).
007100     05 rmt-max-length       pic 9(02).
007200     05 rmt-prefix           pic x(10).
007300     05 rmt-confirm          pic x(01).
007400     05 filler               pic x(48).

007500 fd  rule-report-file.
007600 01  rule-report-record      pic x(132).

007700 fd  list-data-file.
007800     copy "LISTREC.cpy".

007900 fd  operator-master-file.
008000     copy "OPERREC.cpy".

008100 fd  session-lock-file.
008200     copy "LOCKREC.cpy".

008300 fd  signon-log-file.
008400     copy "SIGNREC.cpy".

008500 working-storage section.
008600 01 editrule-file-status pic x(02) value spaces.
008700 01 ruletran-file-status pic x(02) value spaces.
008800 01 rulerpt-file-status pic x(02) value spaces.
008900 01 list-file-status pic x(02) value spaces.
009000 01 opermast-file-status pic x(02) value spaces.
009100 01 lock-file-status pic x(02) value spaces.
009200 01 signon-file-status pic x(02) value spaces.
009300 01 lock_taken_switch pic x(01) value "N".
009400     88 session-lock-is-held value "Y".
009500 01 LockOvrd external pic x(1).
009600 78 password-attempt-limit value 3.
009700 01 operator_password pic x(08) value spaces.
009800 01 password_ok_switch pic x(01) value "N".
009900     88 password-is-verified value "Y".
010000 01 signon_result pic x(12) value spaces.
010100 01 signon_date pic 9(08) value zero.
010200 01 batch_mode_switch pic x(01) value "N".
010300     88 batch-mode-active value "Y".
010400 01 request_done_switch pic x(01) value "N".
010500     88 requests-are-done value "Y".
010600 01 operator-id pic x(08) value spaces.
010700 01 operator_valid_switch pic x(01) value "N".
010800     88 operator-id-is-valid value "Y".
010900 01 session_authority pic x(01) value spaces.
011000     88 session-is-supervisor value "S".
011100 01 master_warned_switch pic x(01) value "N".
011200 01 action_taken_count pic s9(9) value zero.
011300 01 action_refused_count pic s9(9) value zero.
011400 01 rule_request.
011500     05 rlm_action           pic x(08).
011600     05 rlm_list_id          pic x(08).
011700     05 rlm_numeric_only     pic x(01).
011800     05 rlm_min_length       pic 9(02).
011900     05 rlm_max_length       pic 9(02).
012000     05 rlm_prefix           pic x(10).
012100     05 rlm_confirm          pic x(01).
012200     05 filler               pic x(48).
012300* The rules as they will be written back to EDITRULE at end of
012400* run.  A deleted rule's slot is blanked, not closed up, and is
012500* skipped on the write.
012600 01 rules_eof_switch pic x(01) value "N".
012700     88 rules-at-end value "Y".
012800 01 rules_changed_switch pic x(01) value "N".
012900     88 rules-were-changed value "Y".
013000 01 rule_count pic s9(9) value zero.
013100 01 rule_scan_idx pic s9(9) value zero.
013200 01 rule_found_idx pic s9(9) value zero.
013300 01 rule_table.
013400   05 rule_entry occurs 100 times.
013500     10 rtb-list-id pic x(08).
013600     10 rtb-numeric-only pic x(01).
013700     10 rtb-min-length pic 9(02).
013800     10 rtb-max-length pic 9(02).
013900     10 rtb-prefix pic x(10).
014000* The rule being added or changed, screened against the list's
014100* cells before it goes in.
014200 01 rule_numeric_only pic x(01) value spaces.
014300 01 rule_min_length pic 9(02) value zero.
014400 01 rule_max_length pic 9(02) value zero.
014500 01 rule_prefix pic x(10) value spaces.
014600 01 rule_prefix_length pic 9(02) value zero.
014700 01 value_char_idx pic s9(4) value zero.
014800 01 value_trim_length pic s9(4) value zero.
014900 01 edit_violation_switch pic x(01) value "N".
015000     88 value-breaks-rules value "Y".
015100 01 screen_reason pic x(20) value spaces.
015200 01 list_eof_switch pic x(01) value "N".
015300     88 list-at-end value "Y".
015400 01 impact_count pic s9(9) value zero.
015500 01 commit_answer pic x(01) value spaces.
015600 01 report_heading_line pic x(132) value
015700     "EDIT RULE MAINTENANCE LOG".
015800 01 report_blank_line pic x(132) value spaces.
015900 01 report_action_line.
016000     05 ral-action pic x(08).
016100     05 filler pic x(02) value spaces.
016200     05 ral-list-id pic x(08).
016300     05 filler pic x(02) value spaces.
016400     05 ral-result pic x(50).
016500     05 filler pic x(62) value spaces.
016600 01 report_rule_line.
016700     05 filler pic x(20) value spaces.
016800     05 filler pic x(14) value "NUMERIC ONLY: ".
016900     05 rrl-numeric-only pic x(01).
017000     05 filler pic x(08) value "   MIN: ".
017100     05 rrl-min-length pic z9.
017200     05 filler pic x(08) value "   MAX: ".
017300     05 rrl-max-length pic z9.
017400     05 filler pic x(11) value "   PREFIX: ".
017500     05 rrl-prefix pic x(10).
017600     05 filler pic x(56) value spaces.
017700 01 report_impact_line.
017800     05 filler pic x(18) value spaces.
017900     05 ril-position pic -zzzzzzzz9.
018000     05 filler pic x(02) value spaces.
018100     05 ril-reason pic x(20).
018200     05 filler pic x(02) value spaces.
018300     05 ril-value pic x(80).
018400 01 report_count_line.
018500     05 filler pic x(20) value spaces.
018600     05 rcl-label pic x(26).
018700     05 rcl-count pic zzzzzzzz9.
018800     05 filler pic x(77) value spaces.
018900 01 report_total_line.
019000     05 filler pic x(16) value "ACTIONS TAKEN:  ".
019100     05 rtt-count pic zzzzzzzz9.
019200     05 filler pic x(11) value "  REFUSED: ".
019300     05 rtr-count pic zzzzzzzz9.
019400     05 filler pic x(87) value spaces.

019500 procedure division.
019600 0000-mainline.
019700     open output rule-report-file.
019800     write rule-report-record from report_heading_line.
019900     write rule-report-record from report_blank_line.
020000     open input rule-trans-file.
020100     if ruletran-file-status is equal to "00"
020200         move "Y" to batch_mode_switch
020300     end-if.
020400     perform 1100-get-operator-id thru 1100-exit.
020500     if not session-is-supervisor
020600         display "Edit rule maintenance requires supervisor"
020700             " authority - run refused."
020800         move "SIGN-ON" to ral-action
020900         move spaces to ral-list-id
021000         move "SUPERVISOR AUTHORITY REQUIRED - RUN REFUSED"
021100             to ral-result
021200         perform 8100-log-refusal thru 8100-exit
021300         close rule-report-file
021400         move 8 to return-code
021500         goback
021600     end-if.
021700     perform 1200-take-session-lock thru 1200-exit.
021800     perform 1300-load-rules thru 1300-exit.
021900     perform 2000-take-one-request thru 2000-exit
022000         until requests-are-done.
022100     if batch-mode-active
022200         close rule-trans-file
022300     end-if.
022400     if rules-were-changed
022500         perform 8500-write-rules-file thru 8500-exit
022600     end-if.
022700     write rule-report-record from report_blank_line.
022800     move action_taken_count to rtt-count.
022900     move action_refused_count to rtr-count.
023000     write rule-report-record from report_total_line.
023100     close rule-report-file.
023200     perform 9500-release-session-lock thru 9500-exit.
023300     goback.

023400*----------------------------------------------------------------
023500* 1100-get-operator-id - identify who is maintaining the rules
023600* so the run can be held to a supervisor.  In batch mode this
023700* is always RULETRAN's first record, read ahead of the requests
023800* the same way ListMnt reads it off LMNTTRAN.
023900*----------------------------------------------------------------
024000 1100-get-operator-id.
024100     if batch-mode-active
024200         read rule-trans-file into operator-id
024300             at end
024400                 move "N" to batch_mode_switch
024500                 display "Enter your operator id"
024600                 accept operator-id
024700         end-read
024800     else
024900         display "Enter your operator id"
025000         accept operator-id
025100     end-if.
025200     perform 1150-validate-operator thru 1150-exit.
025300     perform until operator-id-is-valid
025400         display "Operator id " operator-id
025500             " is not authorized."
025600         move "ID REFUSED" to signon_result
025700         perform 1190-write-signon-log thru 1190-exit
025800         if batch-mode-active
025900             move 8 to return-code
026000             goback
026100         end-if
026200         display "Enter your operator id"
026300         accept operator-id
026400         perform 1150-validate-operator thru 1150-exit
026500     end-perform.
026600     perform 1155-verify-password thru 1155-exit.
026700 1100-exit.
026800     exit.

026900*----------------------------------------------------------------
027000* 1150-validate-operator - look the signed-on id up on the
027100* OPERMAST master file, the same way ListMnt's sign-on does.
027200* Only a missing master (status 35) keeps the old take-anything
027300* behavior, with a warning; a master on file that will not open
027400* refuses the run instead.
027500*----------------------------------------------------------------
027600 1150-validate-operator.
027700     move "N" to operator_valid_switch.
027800     move spaces to session_authority.
027900     open input operator-master-file.
028000     if opermast-file-status is equal to "35"
028100         if master_warned_switch is equal to "N"
028200             display "Operator master file not on file -"
028300                 " id accepted unvalidated."
028400             move "Y" to master_warned_switch
028500         end-if
028600         move "Y" to operator_valid_switch
028700         move "S" to session_authority
028800         go to 1150-exit
028900     end-if.
029000     if opermast-file-status is not equal to "00"
029100         display "Operator master file is not usable -"
029200             " status " opermast-file-status
029300             " - sign-on refused."
029400         move 8 to return-code
029500         goback
029600     end-if.
029700     move operator-id to opr-id.
029800     read operator-master-file
029900         invalid key
030000             continue
030100         not invalid key
030200             if operator-is-active
030300                 move "Y" to operator_valid_switch
030400                 move opr-authority to session_authority
030500             end-if
030600     end-read.
030700     close operator-master-file.
030800 1150-exit.
030900     exit.

031000*----------------------------------------------------------------
031100* 1155-verify-password - prove the password behind the id the
031200* same way ListMnt's sign-on does: in batch mode it is
031300* RULETRAN's second record, behind the id; each miss is counted
031400* onto the master record and the limit of straight misses
031500* locks the id until OperMnt resets it; every outcome goes to
031600* SIGNLOG.  An expired password is refused here rather than
031700* changed - the change belongs to a Program1 sign-on or an
031800* OperMnt PASSWD reset.  A session running without a master on
031900* file has no credential to check and skips through.
032000*----------------------------------------------------------------
032100 1155-verify-password.
032200     if master_warned_switch is equal to "Y"
032300         go to 1155-exit
032400     end-if.
032500     perform 1156-read-password-entry thru 1156-exit.
032600     open i-o operator-master-file.
032700     if opermast-file-status is not equal to "00"
032800         display "Operator master file is not usable -"
032900             " status " opermast-file-status
033000             " - sign-on refused."
033100         move 8 to return-code
033200         goback
033300     end-if.
033400     move operator-id to opr-id.
033500     read operator-master-file
033600         invalid key
033700             display "Operator record gone from the master -"
033800                 " sign-on refused."
033900             close operator-master-file
034000             move 8 to return-code
034100             goback
034200     end-read.
034300     move "N" to password_ok_switch.
034400     perform until password-is-verified
034500         if operator_password is equal to opr-password
034600             move "Y" to password_ok_switch
034700             if opr-fail-count is greater than zero
034800                 move zero to opr-fail-count
034900                 rewrite operator-record
035000             end-if
035100         else
035200             add 1 to opr-fail-count
035300             if opr-fail-count is not less than
035400                     password-attempt-limit
035500                 move "L" to opr-status
035600             end-if
035700             rewrite operator-record
035800             move "BAD PASSWORD" to signon_result
035900             perform 1190-write-signon-log thru 1190-exit
036000             display "Password is not correct."
036100             if operator-is-locked
036200                 move "LOCKED OUT" to signon_result
036300                 perform 1190-write-signon-log thru 1190-exit
036400                 display "Operator id " operator-id
036500                     " is now locked - OperMnt must reset it."
036600                 close operator-master-file
036700                 move 8 to return-code
036800                 goback
036900             end-if
037000             if batch-mode-active
037100                 close operator-master-file
037200                 move 8 to return-code
037300                 goback
037400             end-if
037500             perform 1156-read-password-entry thru 1156-exit
037600         end-if
037700     end-perform.
037800     accept signon_date from date yyyymmdd.
037900     if opr-pwd-expiry is equal to zero
038000             or signon_date is greater than opr-pwd-expiry
038100         move "EXPIRED" to signon_result
038200         perform 1190-write-signon-log thru 1190-exit
038300         display "Password for " operator-id " has expired -"
038400             " change it at a Program1 sign-on or have"
038500             " OperMnt set a new one."
038600         close operator-master-file
038700         move 8 to return-code
038800         goback
038900     end-if.
039000     close operator-master-file.
039100     move "GRANTED" to signon_result.
039200     perform 1190-write-signon-log thru 1190-exit.
039300 1155-exit.
039400     exit.

039500*----------------------------------------------------------------
039600* 1156-read-password-entry - one ask for the password.
039700*----------------------------------------------------------------
039800 1156-read-password-entry.
039900     if batch-mode-active
040000         read rule-trans-file into operator_password
040100             at end
040200                 move "N" to batch_mode_switch
040300                 display "Enter your password"
040400                 accept operator_password
040500         end-read
040600     else
040700         display "Enter your password"
040800         accept operator_password
040900     end-if.
041000 1156-exit.
041100     exit.

041200*----------------------------------------------------------------
041300* 1190-write-signon-log - append one sign-on outcome to the
041400* shared SIGNLOG with a timestamp, the same record Program1
041500* writes.  The caller puts the outcome in signon_result
041600* first.  A log that will not open is said out loud but does
041700* not stop the sign-on.
041800*----------------------------------------------------------------
041900 1190-write-signon-log.
042000     open extend signon-log-file.
042100     if signon-file-status is equal to "35"
042200         open output signon-log-file
042300     end-if.
042400     if signon-file-status is not equal to "00"
042500         display "SIGNLOG will not open - status "
042600             signon-file-status " - sign-on not logged."
042700         go to 1190-exit
042800     end-if.
042900     accept sgl-date from date yyyymmdd.
043000     accept sgl-time from time.
043100     move operator-id to sgl-operator-id.
043200     move signon_result to sgl-result.
043300     write signon-log-record.
043400     close signon-log-file.
043500 1190-exit.
043600     exit.

043700*----------------------------------------------------------------
043800* 1200-take-session-lock - put this run's in-use record on
043900* RULELOCK before the rules are read, the same mechanism
044000* OperMnt uses on OPERLOCK, so two maintenance runs cannot
044100* write EDITRULE over each other.  A lock already held refuses
044200* the run naming the holder; LockOvrd with a Y takes over the
044300* lock a crashed run left behind.
044400*----------------------------------------------------------------
044500 1200-take-session-lock.
044600     open input session-lock-file.
044700     if lock-file-status is equal to "35"
044800         perform 1210-write-lock-record thru 1210-exit
044900         go to 1200-exit
045000     end-if.
045100     if lock-file-status is not equal to "00"
045200         display "RULELOCK is not usable - status "
045300             lock-file-status " - run refused."
045400         move 8 to return-code
045500         goback
045600     end-if.
045700     read session-lock-file
045800         at end
045900             close session-lock-file
046000             perform 1210-write-lock-record thru 1210-exit
046100             go to 1200-exit
046200     end-read.
046300     if LockOvrd is equal to "Y" or LockOvrd is equal to "y"
046400         display "Taking over the lock left by "
046500             lck-operator-id "."
046600         close session-lock-file
046700         perform 1210-write-lock-record thru 1210-exit
046800         go to 1200-exit
046900     end-if.
047000     display "EDITRULE is in use by " lck-operator-id
047100         " since " lck-date " " lck-time " - run refused.".
047200     close session-lock-file.
047300     move 8 to return-code.
047400     goback.
047500 1200-exit.
047600     exit.

047700*----------------------------------------------------------------
047800* 1210-write-lock-record - write this run's in-use record.
047900*----------------------------------------------------------------
048000 1210-write-lock-record.
048100     open output session-lock-file.
048200     move operator-id to lck-operator-id.
048300     move spaces to lck-list-id.
048400     accept lck-date from date yyyymmdd.
048500     accept lck-time from time.
048600     write lock-record.
048700     close session-lock-file.
048800     move "Y" to lock_taken_switch.
048900 1210-exit.
049000     exit.

049100*----------------------------------------------------------------
049200* 1300-load-rules - take every EDITRULE record into the rules
049300* table.  No rules file on disk (status 35) just means no list
049400* is ruled yet; the first ADD builds it.  Any other failed open
049500* refuses the run - writing the table back at end of run would
049600* replace rules that were never read.
049700*----------------------------------------------------------------
049800 1300-load-rules.
049900     open input edit-rules-file.
050000     if editrule-file-status is equal to "35"
050100         go to 1300-exit
050200     end-if.
050300     if editrule-file-status is not equal to "00"
050400         display "EDITRULE will not open - status "
050500             editrule-file-status " - maintenance refused."
050600         move 8 to return-code
050700         close rule-report-file
050800         perform 9500-release-session-lock thru 9500-exit
050900         goback
051000     end-if.
051100     perform 1310-load-one-rule thru 1310-exit
051200         until rules-at-end.
051300     close edit-rules-file.
051400 1300-exit.
051500     exit.

051600*----------------------------------------------------------------
051700* 1310-load-one-rule - table one EDITRULE record as it stands.
051800* A file holding more rules than the table refuses the run
051900* rather than writing back a file with rules missing.
052000*----------------------------------------------------------------
052100 1310-load-one-rule.
052200     read edit-rules-file
052300         at end
052400             move "Y" to rules_eof_switch
052500             go to 1310-exit
052600     end-read.
052700     if rule_count is equal to 100
052800         display "EDITRULE holds more lists than the rules"
052900             " table - maintenance refused."
053000         close edit-rules-file
053100         move 8 to return-code
053200         close rule-report-file
053300         perform 9500-release-session-lock thru 9500-exit
053400         goback
053500     end-if.
053600     add 1 to rule_count.
053700     move edr-list-id to rtb-list-id(rule_count).
053800     move edr-numeric-only to rtb-numeric-only(rule_count).
053900     move edr-min-length to rtb-min-length(rule_count).
054000     move edr-max-length to rtb-max-length(rule_count).
054100     move edr-prefix to rtb-prefix(rule_count).
054200 1310-exit.
054300     exit.

054400*----------------------------------------------------------------
054500* 2000-take-one-request - get the next maintenance request,
054600* from RULETRAN when one is present or prompted a field at a
054700* time otherwise, and carry it out.  Actions are ADD, CHANGE
054800* and DELETE; END (or running out of RULETRAN records)
054900* finishes the session.  ADD and CHANGE carry the whole rule -
055000* a CHANGE replaces every field of the list's rule.
055100*----------------------------------------------------------------
055200 2000-take-one-request.
055300     if batch-mode-active
055400         read rule-trans-file into rule_request
055500             at end
055600                 move "Y" to request_done_switch
055700                 go to 2000-exit
055800         end-read
055900         if ruletran-file-status is not equal to "00"
056000             move "Y" to request_done_switch
056100             go to 2000-exit
056200         end-if
056300     else
056400         display "Enter action (ADD, CHANGE, DELETE, END)"
056500         accept rlm_action
056600         if rlm_action is equal to "END"
056700                 or rlm_action is equal to "end"
056800             move "Y" to request_done_switch
056900             go to 2000-exit
057000         end-if
057100         display "Enter the list id"
057200         accept rlm_list_id
057300         move spaces to rlm_confirm
057400         if rlm_action is equal to "ADD"
057500                 or rlm_action is equal to "add"
057600                 or rlm_action is equal to "CHANGE"
057700                 or rlm_action is equal to "change"
057800             display "Digits only (Y or N)"
057900             accept rlm_numeric_only
058000             display "Enter the minimum length (00 for none)"
058100             accept rlm_min_length
058200             display "Enter the maximum length (00 for none)"
058300             accept rlm_max_length
058400             display "Enter the required prefix (blank for"
058500                 " none)"
058600             accept rlm_prefix
058700         end-if
058800     end-if.
058900     if rlm_action is equal to "END"
059000             or rlm_action is equal to "end"
059100         move "Y" to request_done_switch
059200         go to 2000-exit
059300     end-if.
059400     move rlm_action to ral-action.
059500     move rlm_list_id to ral-list-id.
059600     if rlm_list_id is equal to spaces
059700         move "LIST ID MISSING" to ral-result
059800         perform 8100-log-refusal thru 8100-exit
059900         go to 2000-exit
060000     end-if.
060100     perform 6100-find-rule thru 6100-exit.
060200     if rlm_action is equal to "ADD"
060300             or rlm_action is equal to "add"
060400         perform 3000-add-rule thru 3000-exit
060500         go to 2000-exit
060600     end-if.
060700     if rlm_action is equal to "CHANGE"
060800             or rlm_action is equal to "change"
060900         perform 4000-change-rule thru 4000-exit
061000         go to 2000-exit
061100     end-if.
061200     if rlm_action is equal to "DELETE"
061300             or rlm_action is equal to "delete"
061400         perform 5000-delete-rule thru 5000-exit
061500         go to 2000-exit
061600     end-if.
061700     move "ACTION NOT RECOGNIZED" to ral-result.
061800     perform 8100-log-refusal thru 8100-exit.
061900 2000-exit.
062000     exit.

062100*----------------------------------------------------------------
062200* 3000-add-rule - put a rule on a list that has none.  A list
062300* already ruled is refused - CHANGE replaces a rule.
062400*----------------------------------------------------------------
062500 3000-add-rule.
062600     if rule_found_idx is greater than zero
062700         move "ALREADY ON FILE" to ral-result
062800         perform 8100-log-refusal thru 8100-exit
062900         go to 3000-exit
063000     end-if.
063100     perform 6000-check-rule-fields thru 6000-exit.
063200     if ral-result is not equal to spaces
063300         perform 8100-log-refusal thru 8100-exit
063400         go to 3000-exit
063500     end-if.
063600     perform 6500-list-impact thru 6500-exit.
063700     perform 6600-get-commit-answer thru 6600-exit.
063800     if commit_answer is not equal to "Y"
063900         move "WOULD STRAND CELLS - NOT CONFIRMED"
064000             to ral-result
064100         perform 8100-log-refusal thru 8100-exit
064200         go to 3000-exit
064300     end-if.
064400     move zero to rule_found_idx.
064500     move 1 to rule_scan_idx.
064600     perform until rule_scan_idx is greater than rule_count
064700             or rule_found_idx is greater than zero
064800         if rtb-list-id(rule_scan_idx) is equal to spaces
064900             move rule_scan_idx to rule_found_idx
065000         else
065100             add 1 to rule_scan_idx
065200         end-if
065300     end-perform.
065400     if rule_found_idx is equal to zero
065500         if rule_count is equal to 100
065600             move "RULES TABLE FULL" to ral-result
065700             perform 8100-log-refusal thru 8100-exit
065800             go to 3000-exit
065900         end-if
066000         add 1 to rule_count
066100         move rule_count to rule_found_idx
066200     end-if.
066300     move rlm_list_id to rtb-list-id(rule_found_idx).
066400     perform 6200-store-rule thru 6200-exit.
066500     move "ADDED" to ral-result.
066600     perform 8000-log-action thru 8000-exit.
066700 3000-exit.
066800     exit.

066900*----------------------------------------------------------------
067000* 4000-change-rule - replace a list's rule with the one keyed.
067100*----------------------------------------------------------------
067200 4000-change-rule.
067300     if rule_found_idx is equal to zero
067400         move "NOT ON FILE" to ral-result
067500         perform 8100-log-refusal thru 8100-exit
067600         go to 4000-exit
067700     end-if.
067800     perform 6000-check-rule-fields thru 6000-exit.
067900     if ral-result is not equal to spaces
068000         perform 8100-log-refusal thru 8100-exit
068100         go to 4000-exit
068200     end-if.
068300     perform 6500-list-impact thru 6500-exit.
068400     perform 6600-get-commit-answer thru 6600-exit.
068500     if commit_answer is not equal to "Y"
068600         move "WOULD STRAND CELLS - NOT CONFIRMED"
068700             to ral-result
068800         perform 8100-log-refusal thru 8100-exit
068900         go to 4000-exit
069000     end-if.
069100     perform 6200-store-rule thru 6200-exit.
069200     move "CHANGED" to ral-result.
069300     perform 8000-log-action thru 8000-exit.
069400 4000-exit.
069500     exit.

069600*----------------------------------------------------------------
069700* 5000-delete-rule - take a list's rule off, so the list takes
069800* values free-form again.  Nothing already on file can be
069900* stranded by a rule coming off, so there is no impact listing.
070000*----------------------------------------------------------------
070100 5000-delete-rule.
070200     if rule_found_idx is equal to zero
070300         move "NOT ON FILE" to ral-result
070400         perform 8100-log-refusal thru 8100-exit
070500         go to 5000-exit
070600     end-if.
070700     move spaces to rule_entry(rule_found_idx).
070800     move "Y" to rules_changed_switch.
070900     move "DELETED" to ral-result.
071000     perform 8000-log-action thru 8000-exit.
071100 5000-exit.
071200     exit.

071300*----------------------------------------------------------------
071400* 6000-check-rule-fields - edit the keyed rule and take it into
071500* the rule_ fields the impact screen works from.  A blank
071600* digits-only flag means N; the lengths must be numeric, no
071700* longer than a value, and a maximum (when there is one) not
071800* under the minimum.  A failure leaves its reason in
071900* ral-result; a good rule leaves it spaces.
072000*----------------------------------------------------------------
072100 6000-check-rule-fields.
072200     move spaces to ral-result.
072300     if rlm_numeric_only is equal to "Y"
072400             or rlm_numeric_only is equal to "y"
072500         move "Y" to rule_numeric_only
072600     else
072700         if rlm_numeric_only is equal to "N"
072800                 or rlm_numeric_only is equal to "n"
072900                 or rlm_numeric_only is equal to space
073000             move "N" to rule_numeric_only
073100         else
073200             move "DIGITS-ONLY FLAG NOT Y OR N" to ral-result
073300             go to 6000-exit
073400         end-if
073500     end-if.
073600     if rlm_min_length is not numeric
073700             or rlm_max_length is not numeric
073800         move "LENGTH NOT NUMERIC" to ral-result
073900         go to 6000-exit
074000     end-if.
074100     if rlm_min_length is greater than 80
074200             or rlm_max_length is greater than 80
074300         move "LENGTH PAST THE 80-BYTE VALUE" to ral-result
074400         go to 6000-exit
074500     end-if.
074600     if rlm_max_length is greater than zero
074700             and rlm_max_length is less than rlm_min_length
074800         move "MAXIMUM UNDER MINIMUM" to ral-result
074900         go to 6000-exit
075000     end-if.
075100     move rlm_min_length to rule_min_length.
075200     move rlm_max_length to rule_max_length.
075300     move rlm_prefix to rule_prefix.
075400     move 10 to value_char_idx.
075500     move zero to rule_prefix_length.
075600     perform until value_char_idx is less than 1
075700             or rule_prefix_length is greater than zero
075800         if rule_prefix(value_char_idx:1) is not equal to space
075900             move value_char_idx to rule_prefix_length
076000         else
076100             subtract 1 from value_char_idx
076200         end-if
076300     end-perform.
076400 6000-exit.
076500     exit.

076600*----------------------------------------------------------------
076700* 6100-find-rule - the table slot holding the list's rule,
076800* zero when the list has none.
076900*----------------------------------------------------------------
077000 6100-find-rule.
077100     move zero to rule_found_idx.
077200     move 1 to rule_scan_idx.
077300     perform until rule_scan_idx is greater than rule_count
077400             or rule_found_idx is greater than zero
077500         if rtb-list-id(rule_scan_idx) is equal to rlm_list_id
077600             move rule_scan_idx to rule_found_idx
077700         else
077800             add 1 to rule_scan_idx
077900         end-if
078000     end-perform.
078100 6100-exit.
078200     exit.

078300*----------------------------------------------------------------
078400* 6200-store-rule - put the checked rule in its table slot and
078500* show it on the report under the action line.
078600*----------------------------------------------------------------
078700 6200-store-rule.
078800     move rule_numeric_only to rtb-numeric-only(rule_found_idx).
078900     move rule_min_length to rtb-min-length(rule_found_idx).
079000     move rule_max_length to rtb-max-length(rule_found_idx).
079100     move rule_prefix to rtb-prefix(rule_found_idx).
079200     move "Y" to rules_changed_switch.
079300     move rule_numeric_only to rrl-numeric-only.
079400     move rule_min_length to rrl-min-length.
079500     move rule_max_length to rrl-max-length.
079600     move rule_prefix to rrl-prefix.
079700     write rule-report-record from report_rule_line.
079800 6200-exit.
079900     exit.

080000*----------------------------------------------------------------
080100* 6500-list-impact - list on RULERPT every cell already on
080200* LISTDATA for the list that the keyed rule would refuse, and
080300* count them.  The list's records are read by key from its
080400* front cell on; a blank cell holds no value to refuse.  No
080500* LISTDATA on file means nothing can be stranded.
080600*----------------------------------------------------------------
080700 6500-list-impact.
080800     move zero to impact_count.
080900     open input list-data-file.
081000     if list-file-status is not equal to "00"
081100         go to 6500-exit
081200     end-if.
081300     move rlm_list_id to ldr-list-id.
081400     move zero to ldr-position.
081500     move "N" to list_eof_switch.
081600     start list-data-file key is not less than ldr-key
081700         invalid key
081800             move "Y" to list_eof_switch
081900     end-start.
082000     perform 6510-screen-one-cell thru 6510-exit
082100         until list-at-end.
082200     close list-data-file.
082300     move "CELLS THE RULE WOULD REFUSE" to rcl-label.
082400     move impact_count to rcl-count.
082500     write rule-report-record from report_count_line.
082600 6500-exit.
082700     exit.

082800*----------------------------------------------------------------
082900* 6510-screen-one-cell - hold the next cell of the list to the
083000* keyed rule: the tests Program1's 2707-screen-for-edit-rules
083100* makes, in the same order with the same reasons.
083200*----------------------------------------------------------------
083300 6510-screen-one-cell.
083400     read list-data-file next record
083500         at end
083600             move "Y" to list_eof_switch
083700             go to 6510-exit
083800     end-read.
083900     if ldr-list-id is not equal to rlm_list_id
084000         move "Y" to list_eof_switch
084100         go to 6510-exit
084200     end-if.
084300     if ldr-value is equal to spaces
084400         go to 6510-exit
084500     end-if.
084600     move spaces to screen_reason.
084700     move "N" to edit_violation_switch.
084800     move 80 to value_char_idx.
084900     move zero to value_trim_length.
085000     perform until value_char_idx is less than 1
085100             or value_trim_length is greater than zero
085200         if ldr-value(value_char_idx:1) is not equal to space
085300             move value_char_idx to value_trim_length
085400         else
085500             subtract 1 from value_char_idx
085600         end-if
085700     end-perform.
085800     if value_trim_length is less than rule_min_length
085900         move "SHORTER THAN MINIMUM" to screen_reason
086000         go to 6510-refused
086100     end-if.
086200     if rule_max_length is greater than zero
086300             and value_trim_length is greater than
086400                 rule_max_length
086500         move "LONGER THAN MAXIMUM" to screen_reason
086600         go to 6510-refused
086700     end-if.
086800     if rule_numeric_only is equal to "Y"
086900         move 1 to value_char_idx
087000         perform until value_char_idx is greater than
087100                 value_trim_length
087200                 or value-breaks-rules
087300             if ldr-value(value_char_idx:1) is not numeric
087400                 move "Y" to edit_violation_switch
087500                 move "NOT ALL NUMERIC" to screen_reason
087600             end-if
087700             add 1 to value_char_idx
087800         end-perform
087900         if value-breaks-rules
088000             go to 6510-refused
088100         end-if
088200     end-if.
088300     if rule_prefix_length is greater than zero
088400             and ldr-value(1:rule_prefix_length)
088500                 is not equal to
088600                     rule_prefix(1:rule_prefix_length)
088700         move "REQUIRED PREFIX GONE" to screen_reason
088800         go to 6510-refused
088900     end-if.
089000     go to 6510-exit.
089100 6510-refused.
089200     move ldr-position to ril-position.
089300     move screen_reason to ril-reason.
089400     move ldr-value to ril-value.
089500     write rule-report-record from report_impact_line.
089600     add 1 to impact_count.
089700 6510-exit.
089800     exit.

089900*----------------------------------------------------------------
090000* 6600-get-commit-answer - a rule that strands nothing goes in
090100* without asking.  One that would strand cells goes in only on
090200* a Y: the confirm field on RULETRAN in batch mode, or the
090300* supervisor's answer at the terminal once the count is shown.
090400*----------------------------------------------------------------
090500 6600-get-commit-answer.
090600     move "Y" to commit_answer.
090700     if impact_count is equal to zero
090800         go to 6600-exit
090900     end-if.
091000     if batch-mode-active
091100         move rlm_confirm to commit_answer
091200     else
091300         display impact_count " cell(s) on list " rlm_list_id
091400             " would be refused by this rule - see RULERPT."
091500         display "Commit the rule anyway (Y/N)"
091600         accept commit_answer
091700     end-if.
091800     if commit_answer is equal to "y"
091900         move "Y" to commit_answer
092000     end-if.
092100 6600-exit.
092200     exit.

092300*----------------------------------------------------------------
092400* 8000-log-action - write one taken-action line to RULERPT.
092500*----------------------------------------------------------------
092600 8000-log-action.
092700     write rule-report-record from report_action_line.
092800     add 1 to action_taken_count.
092900 8000-exit.
093000     exit.

093100*----------------------------------------------------------------
093200* 8100-log-refusal - write one refused-action line to RULERPT.
093300*----------------------------------------------------------------
093400 8100-log-refusal.
093500     write rule-report-record from report_action_line.
093600     add 1 to action_refused_count.
093700 8100-exit.
093800     exit.

093900*----------------------------------------------------------------
094000* 8500-write-rules-file - write EDITRULE back from the table,
094100* skipping the slots of deleted rules.
094200*----------------------------------------------------------------
094300 8500-write-rules-file.
094400     open output edit-rules-file.
094500     if editrule-file-status is not equal to "00"
094600         display "EDITRULE will not open for output - status "
094700             editrule-file-status " - rule changes not saved."
094800         move 8 to return-code
094900         go to 8500-exit
095000     end-if.
095100     move 1 to rule_scan_idx.
095200     perform until rule_scan_idx is greater than rule_count
095300         if rtb-list-id(rule_scan_idx) is not equal to spaces
095400             move spaces to edit-rules-record
095500             move rtb-list-id(rule_scan_idx) to edr-list-id
095600             move rtb-numeric-only(rule_scan_idx)
095700                 to edr-numeric-only
095800             move rtb-min-length(rule_scan_idx)
095900                 to edr-min-length
096000             move rtb-max-length(rule_scan_idx)
096100                 to edr-max-length
096200             move rtb-prefix(rule_scan_idx) to edr-prefix
096300             write edit-rules-record
096400         end-if
096500         add 1 to rule_scan_idx
096600     end-perform.
096700     close edit-rules-file.
096800 8500-exit.
096900     exit.

097000*----------------------------------------------------------------
097100* 9500-release-session-lock - empty RULELOCK out so the next
097200* run can take it.  Safe to perform on any exit path - it only
097300* releases a lock this run took.
097400*----------------------------------------------------------------
097500 9500-release-session-lock.
097600     if not session-lock-is-held
097700         go to 9500-exit
097800     end-if.
097900     open output session-lock-file.
098000     close session-lock-file.
098100     move "N" to lock_taken_switch.
098200 9500-exit.
098300     exit.

098400 end program RuleMnt.
