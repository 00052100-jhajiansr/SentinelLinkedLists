000100 identification division.
000200 program-id. RejWork as "SentinelLinkedLists.RejWork".
000300 author. Applications Development Unit.
000400 installation. Sentinel Linked Lists Project.
000500 date-written. 10/14/2026.
000600 date-compiled.
000700*----------------------------------------------------------------
000800* modification history
000900*  date        init   description
001000*  10/14/2026  jah    original build - work the values Program1
001075*                     refuses to REJECTS instead of leaving them
001150*                     to pile up.  Each run first picks the
001225*                     REJECTS records up onto the 276-byte
001300*                     REJMAST rejects master, keyed by list id
001375*                     and the reject's timestamp, with a
001450*                     disposition status of pending and the
001525*                     expiry date keyed with the refused value,
001600*                     and empties REJECTS behind them - under
001675*                     LISTLOCK, so a Program1 session cannot be
001750*                     adding to the file while it is emptied.  A
001825*                     clerk then works the master from the
001900*                     terminal or, unattended, from the 128-byte
001975*                     REJTRAN one request per record behind the
002050*                     sign-on id and password: LIST shows the
002125*                     pending rejects by list and reason, FIX
002200*                     keys a corrected value for a pending
002275*                     reject (screened against the list's
002350*                     EDITRULE rules, the cells on LISTDATA and
002425*                     the other corrections waiting to go) and a
002500*                     corrected expiry date (blank keeps the one
002575*                     keyed, zeros for none, screened the way
002650*                     Program1 screens one) and marks it
002725*                     resubmitted, WRITEOFF closes a pending
002800*                     reject with a reason code, and RELEASE
002875*                     writes every correction not yet sent out
002950*                     to RESUBMIT, one TRANSIN-format section
003025*                     per list for the list's next Program1
003100*                     batch run, each value followed by its
003175*                     expiry date.  A correction whose expiry
003250*                     has passed by RELEASE goes back to pending
003325*                     instead of out, and a front value re-keyed
003400*                     to hold the front of the list goes out
003475*                     with the date it carries on LISTDATA
003550*                     unless that date is already past.  Only a
003625*                     pending reject can be fixed or written
003700*                     off, so no value is ever both resubmitted
003775*                     and written off.  REJRPT logs every action
003850*                     taken or refused, lists what is still
003925*                     pending by list and reason, and shows
004000*                     every reject still pending after the
004075*                     number of days on REJPARM (five when there
004150*                     is no parameter file).
004200*----------------------------------------------------------------

004300 environment division.
004400 input-output section.
004500 file-control.
004600     select rejects-file assign to "REJECTS"
004700         organization is sequential
004800         file status is rejects-file-status.
004900     select reject-master-file assign to "REJMAST"
005000         organization is indexed
005100         access mode is dynamic
005200         record key is rjm-key
005300         file status is rejmast-file-status.
005400     select reject-trans-file assign to "REJTRAN"
005500         organization is sequential
005600         file status is rejtran-file-status.
005700     select reject-parm-file assign to "REJPARM"
005800         organization is line sequential
005900         file status is parm-file-status.
006000     select resubmit-file assign to "RESUBMIT"
006100         organization is sequential
006200         file status is resubmit-file-status.
006300     select reject-report-file assign to "REJRPT"
006400         organization is line sequential
006500         file status is rejrpt-file-status.
006600     select list-data-file assign to "LISTDATA"
006700         organization is indexed
006800         access mode is dynamic
006900         record key is ldr-key
007000         file status is list-file-status.
007100     select edit-rules-file assign to "EDITRULE"
007200         organization is sequential
007300         file status is editrule-file-status.
007400     select operator-master-file assign to "OPERMAST"
007500         organization is indexed
007600         access mode is random
007700         record key is opr-id
007800         file status is opermast-file-status.
007900     select session-lock-file assign to "LISTLOCK"
008000         organization is sequential
008100         file status is lock-file-status.
008200     select signon-log-file assign to "SIGNLOG"
008300         organization is sequential
008400         file status is signon-file-status.

008500 data division.
008600 file section.
008700 fd  rejects-file.
008800     copy "REJREC.cpy".

008900 fd  reject-master-file.
009000 01  reject-master-record.
009100     05 rjm-key.
009200         10 rjm-list-id      pic x(08).
009300         10 rjm-date         pic 9(08).
009400         10 rjm-time         pic 9(08).
009500         10 rjm-seq          pic 9(02).
009600     05 rjm-operator-id      pic x(08).
009700     05 rjm-value            pic x(80).
009800     05 rjm-position         pic s9(9).
009900     05 rjm-reason           pic x(20).
010000     05 rjm-status           pic x(01).
010100         88 reject-is-pending value "P".
010200         88 reject-was-resubmitted value "R".
010300         88 reject-was-written-off value "W".
010400     05 rjm-disposed-date    pic 9(08).
010500     05 rjm-disposed-by      pic x(08).
010600     05 rjm-corrected-value  pic x(80).
010700     05 rjm-writeoff-code    pic x(04).
010800     05 rjm-released-date    pic 9(08).
010900     05 rjm-picked-up-date   pic 9(08).
010910     05 rjm-expiry           pic x(08).
010920     05 rjm-corrected-expiry pic 9(08).

011000 fd  reject-trans-file.
011100 01  reject-trans-record.
011200     05 rwt-action           pic x(08).
011300     05 rwt-list-id          pic x(08).
011400     05 rwt-date             pic 9(08).
011500     05 rwt-time             pic 9(08).
011600     05 rwt-seq              pic 9(02).
011700     05 rwt-code             pic x(04).
011800     05 rwt-value            pic x(80).
011810     05 rwt-expiry           pic x(08).
011900     05 filler               pic x(02).

012000 fd  reject-parm-file.
012100 01  reject-parm-record.
012200     05 rwp-aged-days        pic 9(03).

012300 fd  resubmit-file.
012400 01  resubmit-record         pic x(88).

012500 fd  reject-report-file.
012600 01  reject-report-record    pic x(132).

012700 fd  list-data-file.
012800     copy "LISTREC.cpy".

012900 fd  edit-rules-file.
013000     copy "RULEREC.cpy".

013100 fd  operator-master-file.
013200     copy "OPERREC.cpy".

013300 fd  session-lock-file.
013400     copy "LOCKREC.cpy".

013500 fd  signon-log-file.
013600     copy "SIGNREC.cpy".

013700 working-storage section.
013800 01 rejects-file-status pic x(02) value spaces.
013900 01 rejmast-file-status pic x(02) value spaces.
014000 01 rejtran-file-status pic x(02) value spaces.
014100 01 parm-file-status pic x(02) value spaces.
014200 01 resubmit-file-status pic x(02) value spaces.
014300 01 rejrpt-file-status pic x(02) value spaces.
014400 01 list-file-status pic x(02) value spaces.
014500 01 editrule-file-status pic x(02) value spaces.
014600 01 opermast-file-status pic x(02) value spaces.
014700 01 lock-file-status pic x(02) value spaces.
014800 01 signon-file-status pic x(02) value spaces.
014900 01 lock_taken_switch pic x(01) value "N".
015000     88 file-lock-is-held value "Y".
015100 78 password-attempt-limit value 3.
015200 01 operator_password pic x(08) value spaces.
015300 01 password_ok_switch pic x(01) value "N".
015400     88 password-is-verified value "Y".
015500 01 signon_result pic x(12) value spaces.
015600 01 signon_date pic 9(08) value zero.
015700 01 batch_mode_switch pic x(01) value "N".
015800     88 batch-mode-active value "Y".
015900 01 request_done_switch pic x(01) value "N".
016000     88 requests-are-done value "Y".
016100 01 operator-id pic x(08) value spaces.
016200 01 operator_valid_switch pic x(01) value "N".
016300     88 operator-id-is-valid value "Y".
016400 01 session_authority pic x(01) value spaces.
016500     88 session-is-supervisor value "S".
016600 01 master_warned_switch pic x(01) value "N".
016700 01 reject_request.
016800     05 rwk_action           pic x(08).
016900     05 rwk_list_id          pic x(08).
017000     05 rwk_date             pic 9(08).
017100     05 rwk_time             pic 9(08).
017200     05 rwk_seq              pic 9(02).
017300     05 rwk_code             pic x(04).
017400     05 rwk_value            pic x(80).
017410     05 rwk_expiry           pic x(08).
017500     05 filler               pic x(02).
017600 01 run_date pic 9(08) value zero.
017700 01 run_days pic s9(9) value zero.
017800 01 aged_days_limit pic 9(03) value 5.
017900 01 action_taken_count pic s9(9) value zero.
018000 01 action_refused_count pic s9(9) value zero.
018100 01 rejects_eof_switch pic x(01) value "N".
018200     88 rejects-at-end value "Y".
018300 01 master_eof_switch pic x(01) value "N".
018400     88 master-at-end value "Y".
018500 01 list_eof_switch pic x(01) value "N".
018600     88 list-at-end value "Y".
018700 01 rules_eof_switch pic x(01) value "N".
018800     88 rules-at-end value "Y".
018900 01 picked_up_count pic s9(9) value zero.
019000 01 already_picked_count pic s9(9) value zero.
019100 01 pickup_filed_switch pic x(01) value "N".
019200     88 reject-was-filed value "Y".
019300 01 screen_list_id pic x(08) value spaces.
019400 01 screen_value pic x(80) value spaces.
019500 01 screen_reason pic x(40) value spaces.
019510 01 screen_expiry pic x(08) value spaces.
019520 01 screen_expiry_number redefines screen_expiry pic 9(08).
019530 01 screen_expiry_date redefines screen_expiry.
019540     05 sxd-year pic 9(04).
019550     05 sxd-month pic 9(02).
019560     05 sxd-day pic 9(02).
019570 01 corrected_expiry pic 9(08) value zero.
019580 01 expiry_month_days pic 9(02) value zero.
019590 01 leap_quotient pic 9(04) value zero.
019591 01 leap_remainder_4 pic 9(03) value zero.
019592 01 leap_remainder_100 pic 9(03) value zero.
019593 01 leap_remainder_400 pic 9(03) value zero.
019600 01 rule_count pic s9(9) value zero.
019700 01 rule_scan_idx pic s9(9) value zero.
019800 01 rule_table.
019900   05 rule_entry occurs 100 times.
020000     10 rtb-list-id pic x(08).
020100     10 rtb-numeric-only pic x(01).
020200     10 rtb-min-length pic 9(02).
020300     10 rtb-max-length pic 9(02).
020400     10 rtb-prefix pic x(10).
020500 01 rules_loaded_switch pic x(01) value "N".
020600     88 edit-rules-active value "Y".
020700 01 rule_numeric_only pic x(01) value spaces.
020800 01 rule_min_length pic 9(02) value zero.
020900 01 rule_max_length pic 9(02) value zero.
021000 01 rule_prefix pic x(10) value spaces.
021100 01 rule_prefix_length pic 9(02) value zero.
021200 01 value_char_idx pic s9(4) value zero.
021300 01 value_trim_length pic s9(4) value zero.
021400 01 edit_violation_switch pic x(01) value "N".
021500     88 value-breaks-rules value "Y".
021600* The pending rejects, loaded from the master for a listing and
021700* put in list, reason and timestamp order.
021800 01 pending_count pic s9(9) value zero.
021900 01 pending_scan_idx pic s9(9) value zero.
022000 01 pending_next_idx pic s9(9) value zero.
022100 01 pending_overflow_switch pic x(01) value "N".
022200     88 pending-table-overflowed value "Y".
022300 01 pending_filter_id pic x(08) value spaces.
022400 01 pending_table.
022500   05 pending_entry occurs 2000 times.
022600     10 pnd-sort-key.
022700       15 pnd-list-id pic x(08).
022800       15 pnd-reason pic x(20).
022900       15 pnd-date pic 9(08).
023000       15 pnd-time pic 9(08).
023100       15 pnd-seq pic 9(02).
023200     10 pnd-operator-id pic x(08).
023300     10 pnd-value pic x(80).
023400     10 pnd-age-days pic s9(9).
023500 01 pending_swap_entry.
023600     05 filler pic x(46).
023700     05 filler pic x(08).
023800     05 filler pic x(80).
023900     05 filler pic s9(9).
024000 01 sort_swapped_switch pic x(01) value "N".
024100 01 group_list_id pic x(08) value spaces.
024200 01 group_reason pic x(20) value spaces.
024300 01 group_count pic s9(9) value zero.
024400 01 aged_count pic s9(9) value zero.
024500* The corrections going out on a RELEASE, gathered off the
024600* master in key order so each list's corrections sit together.
024700 01 release_count pic s9(9) value zero.
024800 01 release_scan_idx pic s9(9) value zero.
024900 01 release_group_start pic s9(9) value zero.
025000 01 release_group_end pic s9(9) value zero.
025100 01 release_overflow_switch pic x(01) value "N".
025200     88 release-table-overflowed value "Y".
025210 01 group_ended_switch pic x(01) value "N".
025220     88 group-has-ended value "Y".
025300 01 release_table.
025400   05 release_entry occurs 2000 times.
025500     10 rls-key.
025600       15 rls-list-id pic x(08).
025700       15 rls-date pic 9(08).
025800       15 rls-time pic 9(08).
025900       15 rls-seq pic 9(02).
026000     10 rls-value pic x(80).
026010     10 rls-expiry pic 9(08).
026100     10 rls-sent-switch pic x(01).
026200 01 front_value pic x(80) value spaces.
026210 01 front_expiry pic 9(08) value zero.
026300 01 section_value_count pic s9(9) value zero.
026400 01 section_first_idx pic s9(9) value zero.
026500 01 values_released_count pic s9(9) value zero.
026600 01 lists_released_count pic s9(9) value zero.
026700 01 lists_held_count pic s9(9) value zero.
026800 01 resubmit_count_record.
026900     05 rsc-count pic 9(09).
027000     05 filler pic x(79) value spaces.
027100 01 resubmit_text_record.
027200     05 rst-text pic x(80).
027210     05 rst-expiry pic x(08) value spaces.
027300 01 work_date pic 9(08) value zero.
027400 01 work_date_split redefines work_date.
027500     05 wds-year pic 9(04).
027600     05 wds-month pic 9(02).
027700     05 wds-day pic 9(02).
027800 01 work_days pic s9(9) value zero.
027900 01 julian_term_a pic s9(9) value zero.
028000 01 julian_term_b pic s9(9) value zero.
028100 01 julian_term_t pic s9(9) value zero.
028200 01 julian_term_1 pic s9(9) value zero.
028300 01 julian_term_2 pic s9(9) value zero.
028400 01 julian_term_3 pic s9(9) value zero.
028500 01 report_heading_line pic x(132) value
028600     "REJECTS WORK LOG".
028700 01 report_blank_line pic x(132) value spaces.
028800 01 report_action_line.
028900     05 ral-action pic x(08).
029000     05 filler pic x(02) value spaces.
029100     05 ral-list-id pic x(08).
029200     05 filler pic x(02) value spaces.
029300     05 ral-key.
029400         10 ral-date pic 9(08).
029500         10 filler pic x(01) value "/".
029600         10 ral-time pic 9(08).
029700         10 filler pic x(01) value "/".
029800         10 ral-seq pic 9(02).
029900     05 filler pic x(02) value spaces.
030000     05 ral-result pic x(50).
030100     05 filler pic x(40) value spaces.
030200 01 report_total_line.
030300     05 filler pic x(16) value "ACTIONS TAKEN:  ".
030400     05 rtt-count pic zzzzzzzz9.
030500     05 filler pic x(11) value "  REFUSED: ".
030600     05 rtr-count pic zzzzzzzz9.
030700     05 filler pic x(87) value spaces.
030800 01 report_count_line.
030900     05 rcl-label pic x(26).
031000     05 rcl-count pic zzzzzzzz9.
031100     05 filler pic x(97) value spaces.
031200 01 report_pending_heading pic x(132) value
031300     "PENDING REJECTS BY LIST AND REASON".
031400 01 report_pending_columns pic x(132) value
031500     "LIST ID  REASON               DATE     TIME     SQ VALUE".
031600 01 report_pending_line.
031700     05 rpl-list-id pic x(08).
031800     05 filler pic x(01) value spaces.
031900     05 rpl-reason pic x(20).
032000     05 filler pic x(01) value spaces.
032100     05 rpl-date pic 9(08).
032200     05 filler pic x(01) value spaces.
032300     05 rpl-time pic 9(08).
032400     05 filler pic x(01) value spaces.
032500     05 rpl-seq pic 9(02).
032600     05 filler pic x(01) value spaces.
032700     05 rpl-value pic x(80).
032800     05 filler pic x(01) value spaces.
032900 01 report_group_line.
033000     05 filler pic x(10) value spaces.
033100     05 filler pic x(28) value
033200         "PENDING FOR LIST AND REASON:".
033300     05 rgl-count pic zzzzzzzz9.
033400     05 filler pic x(85) value spaces.
033500 01 report_aged_heading.
033600     05 filler pic x(31) value
033700         "REJECTS STILL PENDING MORE THAN".
033800     05 rah-days pic zz9.
033900     05 filler pic x(05) value " DAYS".
034000     05 filler pic x(93) value spaces.
034100 01 report_aged_columns pic x(132) value
034200     "LIST ID  DATE     TIME     SQ   AGE KEYED BY VALUE".
034300 01 report_aged_line.
034400     05 ral2-list-id pic x(08).
034500     05 filler pic x(01) value spaces.
034600     05 ral2-date pic 9(08).
034700     05 filler pic x(01) value spaces.
034800     05 ral2-time pic 9(08).
034900     05 filler pic x(01) value spaces.
035000     05 ral2-seq pic 9(02).
035100     05 filler pic x(01) value spaces.
035200     05 ral2-age pic zzzz9.
035300     05 filler pic x(01) value spaces.
035400     05 ral2-operator-id pic x(08).
035500     05 filler pic x(01) value spaces.
035600     05 ral2-value pic x(80).
035700     05 filler pic x(06) value spaces.
035800 01 report_none_line pic x(132) value
035900     "NONE".
036000 01 report_overflow_line pic x(132) value
036100     "PENDING REJECTS PAST THE LISTING LIMIT NOT SHOWN".

036200 procedure division.
036300 0000-mainline.
036400     open output reject-report-file.
036500     write reject-report-record from report_heading_line.
036600     write reject-report-record from report_blank_line.
036700     accept run_date from date yyyymmdd.
036800     move run_date to work_date.
036900     perform 7000-date-to-days thru 7000-exit.
037000     move work_days to run_days.
037100     perform 1000-get-parms thru 1000-exit.
037200     open input reject-trans-file.
037300     if rejtran-file-status is equal to "00"
037400         move "Y" to batch_mode_switch
037500     end-if.
037600     perform 1100-get-operator-id thru 1100-exit.
037700     perform 1200-open-master thru 1200-exit.
037800     perform 1300-load-edit-rules thru 1300-exit.
037900     perform 1400-pick-up-rejects thru 1400-exit.
038000     perform 2000-take-one-request thru 2000-exit
038100         until requests-are-done.
038200     if batch-mode-active
038300         close reject-trans-file
038400     end-if.
038500     write reject-report-record from report_blank_line.
038600     move action_taken_count to rtt-count.
038700     move action_refused_count to rtr-count.
038800     write reject-report-record from report_total_line.
038900     move spaces to pending_filter_id.
039000     perform 8500-load-pending thru 8500-exit.
039100     perform 8600-write-pending-listing thru 8600-exit.
039200     perform 8700-write-aged-listing thru 8700-exit.
039300     close reject-master-file.
039400     close reject-report-file.
039500     goback.

039600*----------------------------------------------------------------
039700* 1000-get-parms - the number of days a reject may stay pending
039800* before the aged listing shows it, from REJPARM.  No parameter
039900* file, or a blank or zero answer on it, leaves the five-day
040000* default.
040100*----------------------------------------------------------------
040200 1000-get-parms.
040300     open input reject-parm-file.
040400     if parm-file-status is not equal to "00"
040500         go to 1000-exit
040600     end-if.
040700     read reject-parm-file
040800         at end
040900             move zero to rwp-aged-days
041000     end-read.
041100     if rwp-aged-days is numeric
041200             and rwp-aged-days is greater than zero
041300         move rwp-aged-days to aged_days_limit
041400     end-if.
041500     close reject-parm-file.
041600 1000-exit.
041700     exit.

041800*----------------------------------------------------------------
041900* 1100-get-operator-id - identify who is working the rejects,
042000* so every disposition names who made it.  In batch mode this
042100* is always REJTRAN's first record, read ahead of the requests
042200* the same way ListMnt reads it off LMNTTRAN.
042300*----------------------------------------------------------------
042400 1100-get-operator-id.
042500     if batch-mode-active
042600         read reject-trans-file into operator-id
042700             at end
042800                 move "N" to batch_mode_switch
042900                 display "Enter your operator id"
043000                 accept operator-id
043100         end-read
043200     else
043300         display "Enter your operator id"
043400         accept operator-id
043500     end-if.
043600     perform 1150-validate-operator thru 1150-exit.
043700     perform until operator-id-is-valid
043800         display "Operator id " operator-id
043900             " is not authorized."
044000         move "ID REFUSED" to signon_result
044100         perform 1190-write-signon-log thru 1190-exit
044200         if batch-mode-active
044300             move 8 to return-code
044400             goback
044500         end-if
044600         display "Enter your operator id"
044700         accept operator-id
044800         perform 1150-validate-operator thru 1150-exit
044900     end-perform.
045000     perform 1155-verify-password thru 1155-exit.
045100 1100-exit.
045200     exit.

045300*----------------------------------------------------------------
045400* 1150-validate-operator - look the signed-on id up on the
045500* OPERMAST master file, the same way ListMnt's sign-on does.
045600* Only a missing master (status 35) keeps the old take-anything
045700* behavior, with a warning; a master on file that will not open
045800* refuses the run instead.
045900*----------------------------------------------------------------
046000 1150-validate-operator.
046100     move "N" to operator_valid_switch.
046200     move spaces to session_authority.
046300     open input operator-master-file.
046400     if opermast-file-status is equal to "35"
046500         if master_warned_switch is equal to "N"
046600             display "Operator master file not on file -"
046700                 " id accepted unvalidated."
046800             move "Y" to master_warned_switch
046900         end-if
047000         move "Y" to operator_valid_switch
047100         move "S" to session_authority
047200         go to 1150-exit
047300     end-if.
047400     if opermast-file-status is not equal to "00"
047500         display "Operator master file is not usable -"
047600             " status " opermast-file-status
047700             " - sign-on refused."
047800         move 8 to return-code
047900         goback
048000     end-if.
048100     move operator-id to opr-id.
048200     read operator-master-file
048300         invalid key
048400             continue
048500         not invalid key
048600             if operator-is-active
048700                 move "Y" to operator_valid_switch
048800                 move opr-authority to session_authority
048900             end-if
049000     end-read.
049100     close operator-master-file.
049200 1150-exit.
049300     exit.

049400*----------------------------------------------------------------
049500* 1155-verify-password - prove the password behind the id the
049600* same way ListMnt's sign-on does: in batch mode it is
049700* REJTRAN's second record, behind the id; each miss is counted
049800* onto the master record and the limit of straight misses
049900* locks the id until OperMnt resets it; every outcome goes to
050000* SIGNLOG.  An expired password is refused here rather than
050100* changed - the change belongs to a Program1 sign-on or an
050200* OperMnt PASSWD reset.  A session running without a master on
050300* file has no credential to check and skips through.
050400*----------------------------------------------------------------
050500 1155-verify-password.
050600     if master_warned_switch is equal to "Y"
050700         go to 1155-exit
050800     end-if.
050900     perform 1156-read-password-entry thru 1156-exit.
051000     open i-o operator-master-file.
051100     if opermast-file-status is not equal to "00"
051200         display "Operator master file is not usable -"
051300             " status " opermast-file-status
051400             " - sign-on refused."
051500         move 8 to return-code
051600         goback
051700     end-if.
051800     move operator-id to opr-id.
051900     read operator-master-file
052000         invalid key
052100             display "Operator record gone from the master -"
052200                 " sign-on refused."
052300             close operator-master-file
052400             move 8 to return-code
052500             goback
052600     end-read.
052700     move "N" to password_ok_switch.
052800     perform until password-is-verified
052900         if operator_password is equal to opr-password
053000             move "Y" to password_ok_switch
053100             if opr-fail-count is greater than zero
053200                 move zero to opr-fail-count
053300                 rewrite operator-record
053400             end-if
053500         else
053600             add 1 to opr-fail-count
053700             if opr-fail-count is not less than
053800                     password-attempt-limit
053900                 move "L" to opr-status
054000             end-if
054100             rewrite operator-record
054200             move "BAD PASSWORD" to signon_result
054300             perform 1190-write-signon-log thru 1190-exit
054400             display "Password is not correct."
054500             if operator-is-locked
054600                 move "LOCKED OUT" to signon_result
054700                 perform 1190-write-signon-log thru 1190-exit
054800                 display "Operator id " operator-id
054900                     " is now locked - OperMnt must reset it."
055000                 close operator-master-file
055100                 move 8 to return-code
055200                 goback
055300             end-if
055400             if batch-mode-active
055500                 close operator-master-file
055600                 move 8 to return-code
055700                 goback
055800             end-if
055900             perform 1156-read-password-entry thru 1156-exit
056000         end-if
056100     end-perform.
056200     accept signon_date from date yyyymmdd.
056300     if opr-pwd-expiry is equal to zero
056400             or signon_date is greater than opr-pwd-expiry
056500         move "EXPIRED" to signon_result
056600         perform 1190-write-signon-log thru 1190-exit
056700         display "Password for " operator-id " has expired -"
056800             " change it at a Program1 sign-on or have"
056900             " OperMnt set a new one."
057000         close operator-master-file
057100         move 8 to return-code
057200         goback
057300     end-if.
057400     close operator-master-file.
057500     move "GRANTED" to signon_result.
057600     perform 1190-write-signon-log thru 1190-exit.
057700 1155-exit.
057800     exit.

057900*----------------------------------------------------------------
058000* 1156-read-password-entry - one ask for the password.
058100*----------------------------------------------------------------
058200 1156-read-password-entry.
058300     if batch-mode-active
058400         read reject-trans-file into operator_password
058500             at end
058600                 move "N" to batch_mode_switch
058700                 display "Enter your password"
058800                 accept operator_password
058900         end-read
059000     else
059100         display "Enter your password"
059200         accept operator_password
059300     end-if.
059400 1156-exit.
059500     exit.

059600*----------------------------------------------------------------
059700* 1190-write-signon-log - append one sign-on outcome to the
059800* shared SIGNLOG with a timestamp, the same record Program1
059900* writes.  The caller puts the outcome in signon_result
060000* first.  A log that will not open is said out loud but does
060100* not stop the sign-on.
060200*----------------------------------------------------------------
060300 1190-write-signon-log.
060400     open extend signon-log-file.
060500     if signon-file-status is equal to "35"
060600         open output signon-log-file
060700     end-if.
060800     if signon-file-status is not equal to "00"
060900         display "SIGNLOG will not open - status "
061000             signon-file-status " - sign-on not logged."
061100         go to 1190-exit
061200     end-if.
061300     accept sgl-date from date yyyymmdd.
061400     accept sgl-time from time.
061500     move operator-id to sgl-operator-id.
061600     move signon_result to sgl-result.
061700     write signon-log-record.
061800     close signon-log-file.
061900 1190-exit.
062000     exit.

062100*----------------------------------------------------------------
062200* 1200-open-master - open REJMAST for the session.  A missing
062300* file (status 35) means this is the first run, so OUTPUT
062400* creates it, the same way OperMnt builds the first OPERMAST.
062500* Any other failed open refuses the run - dispositions logged
062600* against a master that never opened would be a false log.
062700*----------------------------------------------------------------
062800 1200-open-master.
062900     open i-o reject-master-file.
063000     if rejmast-file-status is equal to "35"
063100         open output reject-master-file
063200         close reject-master-file
063300         open i-o reject-master-file
063400     end-if.
063500     if rejmast-file-status is not equal to "00"
063600         display "REJMAST will not open - status "
063700             rejmast-file-status " - run refused."
063800         move 8 to return-code
063900         close reject-report-file
064000         goback
064100     end-if.
064200 1200-exit.
064300     exit.

064400*----------------------------------------------------------------
064500* 1300-load-edit-rules - take every EDITRULE record into the
064600* rules table once, so a corrected value can be screened
064700* against its list's rules the way Program1 will screen it when
064800* it is resubmitted.  No rules file on disk means no list is
064900* ruled.
065000*----------------------------------------------------------------
065100 1300-load-edit-rules.
065200     open input edit-rules-file.
065300     if editrule-file-status is not equal to "00"
065400         go to 1300-exit
065500     end-if.
065600     perform 1310-load-one-rule thru 1310-exit
065700         until rules-at-end.
065800     close edit-rules-file.
065900 1300-exit.
066000     exit.

066100*----------------------------------------------------------------
066200* 1310-load-one-rule - table one EDITRULE record, treating a
066300* length that is not numeric as zero the way Program1's
066400* 1310-match-one-rule does.
066500*----------------------------------------------------------------
066600 1310-load-one-rule.
066700     read edit-rules-file
066800         at end
066900             move "Y" to rules_eof_switch
067000             go to 1310-exit
067100     end-read.
067200     if rule_count is equal to 100
067300         display "EDITRULE holds more lists than the rules"
067400             " table - dropping " edr-list-id
067500         go to 1310-exit
067600     end-if.
067700     add 1 to rule_count.
067800     move edr-list-id to rtb-list-id(rule_count).
067900     move edr-numeric-only to rtb-numeric-only(rule_count).
068000     if edr-min-length is numeric
068100         move edr-min-length to rtb-min-length(rule_count)
068200     else
068300         move zero to rtb-min-length(rule_count)
068400     end-if.
068500     if edr-max-length is numeric
068600         move edr-max-length to rtb-max-length(rule_count)
068700     else
068800         move zero to rtb-max-length(rule_count)
068900     end-if.
069000     move edr-prefix to rtb-prefix(rule_count).
069100 1310-exit.
069200     exit.

069300*----------------------------------------------------------------
069400* 1400-pick-up-rejects - move everything on REJECTS onto the
069500* master as pending and empty REJECTS behind it.  Program1
069600* appends to REJECTS under LISTLOCK, so the pickup takes the
069700* same lock for as long as it works the file; a session holding
069800* it just means the pickup waits for the next run, and the
069900* requests go ahead against what the master already holds.
070000*----------------------------------------------------------------
070100 1400-pick-up-rejects.
070200     perform 1600-take-file-lock thru 1600-exit.
070300     if not file-lock-is-held
070400         move "PICKUP" to ral-action
070500         move spaces to ral-list-id
070600         move zero to ral-date ral-time ral-seq
070700         move "LISTDATA IN USE - REJECTS NOT PICKED UP"
070800             to ral-result
070900         perform 8100-log-refusal thru 8100-exit
071000         go to 1400-exit
071100     end-if.
071200     open input rejects-file.
071300     if rejects-file-status is not equal to "00"
071400         perform 9500-release-file-lock thru 9500-exit
071500         go to 1400-exit
071600     end-if.
071700     perform 1410-pick-up-one-reject thru 1410-exit
071800         until rejects-at-end.
071900     close rejects-file.
072000     open output rejects-file.
072100     close rejects-file.
072200     perform 9500-release-file-lock thru 9500-exit.
072300     move "PICKUP" to ral-action.
072400     move spaces to ral-list-id.
072500     move zero to ral-date ral-time ral-seq.
072600     move "REJECTS PICKED UP ONTO THE MASTER" to ral-result.
072700     perform 8000-log-action thru 8000-exit.
072800     move "REJECTS PICKED UP:        " to rcl-label.
072900     move picked_up_count to rcl-count.
073000     write reject-report-record from report_count_line.
073100     move "ALREADY ON THE MASTER:    " to rcl-label.
073200     move already_picked_count to rcl-count.
073300     write reject-report-record from report_count_line.
073400     write reject-report-record from report_blank_line.
073500 1400-exit.
073600     exit.

073700*----------------------------------------------------------------
073800* 1410-pick-up-one-reject - file one REJECTS record on the
073900* master.  Two rejects can carry the same list and timestamp,
074000* so a taken key moves on to the next sequence number - unless
074100* the record already there is this same reject, left on
074200* REJECTS by a pickup that stopped before it emptied the file,
074300* which is counted and not filed twice.
074400*----------------------------------------------------------------
074500 1410-pick-up-one-reject.
074600     read rejects-file
074700         at end
074800             move "Y" to rejects_eof_switch
074900             go to 1410-exit
075000     end-read.
075100     move "N" to pickup_filed_switch.
075200     move zero to rjm-seq.
075300     perform 1420-file-one-reject thru 1420-exit
075400         until reject-was-filed
075500             or rjm-seq is equal to 99.
075600     if not reject-was-filed
075700         display "No free sequence number for the reject on "
075800             rej-list-id " at " rej-date " " rej-time
075900             " - left off the master."
076000     end-if.
076100 1410-exit.
076200     exit.

076300*----------------------------------------------------------------
076400* 1420-file-one-reject - try the reject under the current
076500* sequence number.
076600*----------------------------------------------------------------
076700 1420-file-one-reject.
076800     move rej-list-id to rjm-list-id.
076900     move rej-date to rjm-date.
077000     move rej-time to rjm-time.
077100     read reject-master-file
077200         invalid key
077300             move rej-operator-id to rjm-operator-id
077400             move rej-value to rjm-value
077500             move rej-position to rjm-position
077600             move rej-reason to rjm-reason
077700             move "P" to rjm-status
077800             move zero to rjm-disposed-date
077900             move spaces to rjm-disposed-by
078000             move spaces to rjm-corrected-value
078010             move rej-expiry to rjm-expiry
078020             move zero to rjm-corrected-expiry
078100             move spaces to rjm-writeoff-code
078200             move zero to rjm-released-date
078300             move run_date to rjm-picked-up-date
078400             write reject-master-record
078500             add 1 to picked_up_count
078600             move "Y" to pickup_filed_switch
078700             go to 1420-exit
078800     end-read.
078900     if rjm-operator-id is equal to rej-operator-id
079000             and rjm-value is equal to rej-value
079100             and rjm-position is equal to rej-position
079200             and rjm-reason is equal to rej-reason
079300         add 1 to already_picked_count
079400         move "Y" to pickup_filed_switch
079500         go to 1420-exit
079600     end-if.
079700     add 1 to rjm-seq.
079800 1420-exit.
079900     exit.

080000*----------------------------------------------------------------
080100* 1600-take-file-lock - put this run's in-use record on
080200* LISTLOCK for as long as it works REJECTS or RESUBMIT, the
080300* files Program1 writes and reads.  A lock already held is
080400* left alone - it is a live Program1 or maintenance session,
080500* not something this program may take over - and the caller
080600* is told by lock_taken_switch staying N.
080700*----------------------------------------------------------------
080800 1600-take-file-lock.
080900     move "N" to lock_taken_switch.
081000     open input session-lock-file.
081100     if lock-file-status is equal to "35"
081200         perform 1670-write-lock-record thru 1670-exit
081300         go to 1600-exit
081400     end-if.
081500     if lock-file-status is not equal to "00"
081600         display "LISTLOCK is not usable - status "
081700             lock-file-status "."
081800         go to 1600-exit
081900     end-if.
082000     read session-lock-file
082100         at end
082200             close session-lock-file
082300             perform 1670-write-lock-record thru 1670-exit
082400             go to 1600-exit
082500     end-read.
082600     display "LISTDATA is in use by " lck-operator-id
082700         " on list " lck-list-id " since " lck-date " "
082800         lck-time ".".
082900     close session-lock-file.
083000 1600-exit.
083100     exit.

083200*----------------------------------------------------------------
083300* 1670-write-lock-record - write this run's in-use record.
083400* The list id rides as spaces - the rejects files cover every
083500* list.
083600*----------------------------------------------------------------
083700 1670-write-lock-record.
083800     open output session-lock-file.
083900     move operator-id to lck-operator-id.
084000     move spaces to lck-list-id.
084100     accept lck-date from date yyyymmdd.
084200     accept lck-time from time.
084300     write lock-record.
084400     close session-lock-file.
084500     move "Y" to lock_taken_switch.
084600 1670-exit.
084700     exit.

084800*----------------------------------------------------------------
084900* 2000-take-one-request - get the next request, from REJTRAN
085000* when one is present or prompted a field at a time otherwise,
085100* and carry it out.  Actions are LIST, FIX, WRITEOFF and
085200* RELEASE; END (or running out of REJTRAN records) finishes
085300* the session.  A reject is named by its list id and the date,
085400* time and sequence number LIST shows against it.
085500*----------------------------------------------------------------
085600 2000-take-one-request.
085700     if batch-mode-active
085800         read reject-trans-file into reject_request
085900             at end
086000                 move "Y" to request_done_switch
086100                 go to 2000-exit
086200         end-read
086300         if rejtran-file-status is not equal to "00"
086400             move "Y" to request_done_switch
086500             go to 2000-exit
086600         end-if
086700     else
086800         display "Enter action (LIST, FIX, WRITEOFF, RELEASE,"
086900             " END)"
087000         accept rwk_action
087100         if rwk_action is equal to "END"
087200                 or rwk_action is equal to "end"
087300             move "Y" to request_done_switch
087400             go to 2000-exit
087500         end-if
087600         perform 2100-prompt-request thru 2100-exit
087700     end-if.
087800     if rwk_action is equal to "END"
087900             or rwk_action is equal to "end"
088000         move "Y" to request_done_switch
088100         go to 2000-exit
088200     end-if.
088300     move rwk_action to ral-action.
088400     move rwk_list_id to ral-list-id.
088500     move rwk_date to ral-date.
088600     move rwk_time to ral-time.
088700     move rwk_seq to ral-seq.
088800     if rwk_action is equal to "LIST"
088900             or rwk_action is equal to "list"
089000         perform 3000-list-pending thru 3000-exit
089100         go to 2000-exit
089200     end-if.
089300     if rwk_action is equal to "FIX"
089400             or rwk_action is equal to "fix"
089500         perform 4000-fix-reject thru 4000-exit
089600         go to 2000-exit
089700     end-if.
089800     if rwk_action is equal to "WRITEOFF"
089900             or rwk_action is equal to "writeoff"
090000         perform 5000-write-off-reject thru 5000-exit
090100         go to 2000-exit
090200     end-if.
090300     if rwk_action is equal to "RELEASE"
090400             or rwk_action is equal to "release"
090500         perform 6000-release-corrections thru 6000-exit
090600         go to 2000-exit
090700     end-if.
090800     move "ACTION NOT RECOGNIZED" to ral-result.
090900     perform 8100-log-refusal thru 8100-exit.
091000 2000-exit.
091100     exit.

091200*----------------------------------------------------------------
091300* 2100-prompt-request - the rest of an interactive request,
091400* asking only for the fields its action uses.
091500*----------------------------------------------------------------
091600 2100-prompt-request.
091700     move spaces to rwk_list_id.
091800     move zero to rwk_date rwk_time rwk_seq.
091900     move spaces to rwk_code.
092000     move spaces to rwk_value.
092010     move spaces to rwk_expiry.
092100     if rwk_action is equal to "RELEASE"
092200             or rwk_action is equal to "release"
092300         go to 2100-exit
092400     end-if.
092500     if rwk_action is equal to "LIST"
092600             or rwk_action is equal to "list"
092700         display "Enter the list id (blank for every list)"
092800         accept rwk_list_id
092900         go to 2100-exit
093000     end-if.
093100     display "Enter the list id".
093200     accept rwk_list_id.
093300     display "Enter the reject date (yyyymmdd)".
093400     accept rwk_date.
093500     display "Enter the reject time (hhmmsshh)".
093600     accept rwk_time.
093700     display "Enter the reject sequence number".
093800     accept rwk_seq.
093900     if rwk_action is equal to "FIX"
094000             or rwk_action is equal to "fix"
094100         display "Enter the corrected value"
094200         accept rwk_value
094210         display "Enter the corrected expiry date (yyyymmdd,"
094220             " blank to keep the one keyed, zeros for none)"
094230         accept rwk_expiry
094300     end-if.
094400     if rwk_action is equal to "WRITEOFF"
094500             or rwk_action is equal to "writeoff"
094600         display "Enter the write-off reason code"
094700         accept rwk_code
094800     end-if.
094900 2100-exit.
095000     exit.

095100*----------------------------------------------------------------
095200* 3000-list-pending - list the pending rejects for one list, or
095300* for every list when no id is given, in list and reason order.
095400* The full listing goes on REJRPT at end of run either way; an
095500* interactive session also sees it on the terminal here, so the
095600* clerk has the keys to FIX or WRITEOFF against.
095700*----------------------------------------------------------------
095800 3000-list-pending.
095900     move rwk_list_id to pending_filter_id.
096000     perform 8500-load-pending thru 8500-exit.
096100     if not batch-mode-active
096200         move 1 to pending_scan_idx
096300         perform until pending_scan_idx is greater than
096400                 pending_count
096500             perform 8610-build-pending-line thru 8610-exit
096600             display report_pending_line
096700             add 1 to pending_scan_idx
096800         end-perform
096900         if pending_count is equal to zero
097000             display "No pending rejects."
097100         end-if
097200     end-if.
097300     move "LISTED" to ral-result.
097400     perform 8000-log-action thru 8000-exit.
097500 3000-exit.
097600     exit.

097700*----------------------------------------------------------------
097800* 4000-fix-reject - key a corrected value for a pending reject
097900* and mark it resubmitted, to go out on the next RELEASE.  The
098000* corrected value is held to everything Program1 will hold it
098100* to when it comes back in: the list's edit rules, the cells
098200* already on the list, and the other corrections for the list
098300* still waiting to go - a value refused at resubmission would
098400* throw every answer after it on the batch file one record
098500* off.
098510* The expiry date goes through the same screening Program1
098520* gives it; left blank, the one keyed with the refused value
098530* stands, so a value refused for a bad date needs a new one.
098600*----------------------------------------------------------------
098700 4000-fix-reject.
098800     perform 4100-read-target-reject thru 4100-exit.
098900     if ral-result is not equal to spaces
099000         perform 8100-log-refusal thru 8100-exit
099100         go to 4000-exit
099200     end-if.
099300     if rwk_value is equal to spaces
099400         move "CORRECTED VALUE MISSING" to ral-result
099500         perform 8100-log-refusal thru 8100-exit
099600         go to 4000-exit
099700     end-if.
099710     if rwk_expiry is equal to spaces
099720         move rjm-expiry to screen_expiry
099730     else
099740         move rwk_expiry to screen_expiry
099750     end-if.
099800     move rwk_list_id to screen_list_id.
099900     move rwk_value to screen_value.
100000     perform 4200-screen-edit-rules thru 4200-exit.
100100     if screen_reason is equal to spaces
100200         perform 4300-screen-list-data thru 4300-exit
100300     end-if.
100400     if screen_reason is equal to spaces
100500         perform 4400-screen-corrections thru 4400-exit
100600     end-if.
100610     if screen_reason is equal to spaces
100620         perform 4500-screen-expiry-date thru 4500-exit
100630     end-if.
100700     if screen_reason is not equal to spaces
100800         move screen_reason to ral-result
100900         perform 8100-log-refusal thru 8100-exit
101000         go to 4000-exit
101100     end-if.
101200* The screens walked the master, so the reject is read back by
101300* key before it is rewritten.
101400     perform 4100-read-target-reject thru 4100-exit.
101500     if ral-result is not equal to spaces
101600         perform 8100-log-refusal thru 8100-exit
101700         go to 4000-exit
101800     end-if.
101900     move "R" to rjm-status.
102000     move run_date to rjm-disposed-date.
102100     move operator-id to rjm-disposed-by.
102200     move rwk_value to rjm-corrected-value.
102210     move corrected_expiry to rjm-corrected-expiry.
102300     move zero to rjm-released-date.
102400     rewrite reject-master-record.
102500     move "RESUBMITTED - GOES OUT ON NEXT RELEASE"
102600         to ral-result.
102700     perform 8000-log-action thru 8000-exit.
102800 4000-exit.
102900     exit.

103000*----------------------------------------------------------------
103100* 4100-read-target-reject - read the named reject by key and
103200* make sure it is still pending.  A failure leaves its reason
103300* in ral-result; a pending reject leaves it spaces.
103400*----------------------------------------------------------------
103500 4100-read-target-reject.
103600     move spaces to ral-result.
103700     if rwk_list_id is equal to spaces
103800         move "LIST ID MISSING" to ral-result
103900         go to 4100-exit
104000     end-if.
104100     if rwk_date is not numeric
104200             or rwk_time is not numeric
104300             or rwk_seq is not numeric
104400         move "REJECT KEY NOT NUMERIC" to ral-result
104500         go to 4100-exit
104600     end-if.
104700     move rwk_list_id to rjm-list-id.
104800     move rwk_date to rjm-date.
104900     move rwk_time to rjm-time.
105000     move rwk_seq to rjm-seq.
105100     read reject-master-file
105200         invalid key
105300             move "REJECT NOT ON FILE" to ral-result
105400             go to 4100-exit
105500     end-read.
105600     if reject-was-resubmitted
105700         move "ALREADY RESUBMITTED" to ral-result
105800         go to 4100-exit
105900     end-if.
106000     if reject-was-written-off
106100         move "ALREADY WRITTEN OFF" to ral-result
106200     end-if.
106300 4100-exit.
106400     exit.

106500*----------------------------------------------------------------
106600* 4200-screen-edit-rules - hold screen_value to the rules of
106700* screen_list_id, when it has any: the tests Program1's
106800* 2707-screen-for-edit-rules makes, in the same order with the
106900* same reasons.  A break leaves its reason in screen_reason.
107000*----------------------------------------------------------------
107100 4200-screen-edit-rules.
107200     move spaces to screen_reason.
107300     move "N" to edit_violation_switch.
107400     move "N" to rules_loaded_switch.
107500     move 1 to rule_scan_idx.
107600     perform until rule_scan_idx is greater than rule_count
107700             or edit-rules-active
107800         if rtb-list-id(rule_scan_idx) is equal to
107900                 screen_list_id
108000             move "Y" to rules_loaded_switch
108100         else
108200             add 1 to rule_scan_idx
108300         end-if
108400     end-perform.
108500     if not edit-rules-active
108600         go to 4200-exit
108700     end-if.
108800     move rtb-numeric-only(rule_scan_idx) to rule_numeric_only.
108900     move rtb-min-length(rule_scan_idx) to rule_min_length.
109000     move rtb-max-length(rule_scan_idx) to rule_max_length.
109100     move rtb-prefix(rule_scan_idx) to rule_prefix.
109200     move 10 to value_char_idx.
109300     move zero to rule_prefix_length.
109400     perform until value_char_idx is less than 1
109500             or rule_prefix_length is greater than zero
109600         if rule_prefix(value_char_idx:1) is not equal to space
109700             move value_char_idx to rule_prefix_length
109800         else
109900             subtract 1 from value_char_idx
110000         end-if
110100     end-perform.
110200     move 80 to value_char_idx.
110300     move zero to value_trim_length.
110400     perform until value_char_idx is less than 1
110500             or value_trim_length is greater than zero
110600         if screen_value(value_char_idx:1) is not equal to space
110700             move value_char_idx to value_trim_length
110800         else
110900             subtract 1 from value_char_idx
111000         end-if
111100     end-perform.
111200     if value_trim_length is less than rule_min_length
111300         move "SHORTER THAN MINIMUM" to screen_reason
111400         go to 4200-exit
111500     end-if.
111600     if rule_max_length is greater than zero
111700             and value_trim_length is greater than
111800                 rule_max_length
111900         move "LONGER THAN MAXIMUM" to screen_reason
112000         go to 4200-exit
112100     end-if.
112200     if rule_numeric_only is equal to "Y"
112300         move 1 to value_char_idx
112400         perform until value_char_idx is greater than
112500                 value_trim_length
112600                 or value-breaks-rules
112700             if screen_value(value_char_idx:1) is not numeric
112800                 move "Y" to edit_violation_switch
112900                 move "NOT ALL NUMERIC" to screen_reason
113000             end-if
113100             add 1 to value_char_idx
113200         end-perform
113300         if value-breaks-rules
113400             go to 4200-exit
113500         end-if
113600     end-if.
113700     if rule_prefix_length is greater than zero
113800             and screen_value(1:rule_prefix_length)
113900                 is not equal to
114000                     rule_prefix(1:rule_prefix_length)
114100         move "REQUIRED PREFIX GONE" to screen_reason
114200     end-if.
114300 4200-exit.
114400     exit.

114500*----------------------------------------------------------------
114600* 4300-screen-list-data - is screen_value already a cell of
114700* screen_list_id on LISTDATA?  The list's records are read by
114800* key from its front cell on.  No LISTDATA on file means no
114900* list has anything to collide with.
115000*----------------------------------------------------------------
115100 4300-screen-list-data.
115200     open input list-data-file.
115300     if list-file-status is not equal to "00"
115400         go to 4300-exit
115500     end-if.
115600     move screen_list_id to ldr-list-id.
115700     move zero to ldr-position.
115800     move "N" to list_eof_switch.
115900     start list-data-file key is not less than ldr-key
116000         invalid key
116100             move "Y" to list_eof_switch
116200     end-start.
116300     perform until list-at-end
116400             or screen_reason is not equal to spaces
116500         read list-data-file next record
116600             at end
116700                 move "Y" to list_eof_switch
116800         end-read
116900         if not list-at-end
117000             if ldr-list-id is not equal to screen_list_id
117100                 move "Y" to list_eof_switch
117200             else
117300                 if ldr-value is equal to screen_value
117400                     move "VALUE ALREADY ON THE LIST"
117500                         to screen_reason
117600                 end-if
117700             end-if
117800         end-if
117900     end-perform.
118000     close list-data-file.
118100 4300-exit.
118200     exit.

118300*----------------------------------------------------------------
118400* 4400-screen-corrections - is screen_value already the
118500* correction on some other reject of the same list that has not
118600* gone out yet, or went out today for tonight's run?  Both would
118700* reach Program1 together, and the second would collide with
118800* the first.
118900*----------------------------------------------------------------
119000 4400-screen-corrections.
119100     move screen_list_id to rjm-list-id.
119200     move zero to rjm-date rjm-time rjm-seq.
119300     move "N" to master_eof_switch.
119400     start reject-master-file key is not less than rjm-key
119500         invalid key
119600             move "Y" to master_eof_switch
119700     end-start.
119800     perform until master-at-end
119900             or screen_reason is not equal to spaces
120000         read reject-master-file next record
120100             at end
120200                 move "Y" to master_eof_switch
120300         end-read
120400         if not master-at-end
120500             if rjm-list-id is not equal to screen_list_id
120600                 move "Y" to master_eof_switch
120700             else
120800                 if reject-was-resubmitted
120900                         and (rjm-released-date is equal to
121000                             zero
121100                             or rjm-released-date is equal to
121200                                 run_date)
121300                         and rjm-corrected-value is equal to
121400                             screen_value
121500                     move "SAME CORRECTION ALREADY WAITING"
121600                         to screen_reason
121700                 end-if
121800             end-if
121900         end-if
122000     end-perform.
122100 4400-exit.
122200     exit.

122201*----------------------------------------------------------------
122202* 4500-screen-expiry-date - hold screen_expiry to the tests
122203* Program1's 2709-screen-expiry-date makes, with the same
122204* reasons: a real calendar date - a month of 1 to 12 and a day
122205* no later than the month's last, with February's 29th only in
122206* a year divisible by 4 and not by 100 unless by 400 - no
122207* earlier than today.  Blank or zeros means the value does not
122208* expire.  A good date is left in corrected_expiry, zero for
122209* none; a bad one leaves its reason in screen_reason.
122210*----------------------------------------------------------------
122211 4500-screen-expiry-date.
122212     move zero to corrected_expiry.
122213     if screen_expiry is equal to spaces
122214             or screen_expiry is equal to zeros
122215         go to 4500-exit
122216     end-if.
122217     if screen_expiry is not numeric
122218         move "EXPIRY NOT A DATE" to screen_reason
122219         go to 4500-exit
122220     end-if.
122221     if sxd-month is less than 1
122222             or sxd-month is greater than 12
122223             or sxd-day is less than 1
122224         move "EXPIRY NOT A DATE" to screen_reason
122225         go to 4500-exit
122226     end-if.
122227     move 31 to expiry_month_days.
122228     if sxd-month is equal to 4 or 6 or 9 or 11
122229         move 30 to expiry_month_days
122230     end-if.
122231     if sxd-month is equal to 2
122232         move 28 to expiry_month_days
122233         divide sxd-year by 4 giving leap_quotient
122234             remainder leap_remainder_4
122235         divide sxd-year by 100 giving leap_quotient
122236             remainder leap_remainder_100
122237         divide sxd-year by 400 giving leap_quotient
122238             remainder leap_remainder_400
122239         if leap_remainder_4 is equal to zero
122240                 and (leap_remainder_100 is not equal to zero
122241                     or leap_remainder_400 is equal to zero)
122242             move 29 to expiry_month_days
122243         end-if
122244     end-if.
122245     if sxd-day is greater than expiry_month_days
122246         move "EXPIRY NOT A DATE" to screen_reason
122247         go to 4500-exit
122248     end-if.
122249     if screen_expiry_number is less than run_date
122250         move "EXPIRY ALREADY PAST" to screen_reason
122251         go to 4500-exit
122252     end-if.
122253     move screen_expiry_number to corrected_expiry.
122254 4500-exit.
122255     exit.

122300*----------------------------------------------------------------
122400* 5000-write-off-reject - close a pending reject with a reason
122500* code.  A written-off reject is never resubmitted.
122600*----------------------------------------------------------------
122700 5000-write-off-reject.
122800     perform 4100-read-target-reject thru 4100-exit.
122900     if ral-result is not equal to spaces
123000         perform 8100-log-refusal thru 8100-exit
123100         go to 5000-exit
123200     end-if.
123300     if rwk_code is equal to spaces
123400         move "WRITE-OFF CODE MISSING" to ral-result
123500         perform 8100-log-refusal thru 8100-exit
123600         go to 5000-exit
123700     end-if.
123800     move "W" to rjm-status.
123900     move run_date to rjm-disposed-date.
124000     move operator-id to rjm-disposed-by.
124100     move rwk_code to rjm-writeoff-code.
124200     rewrite reject-master-record.
124300     move "WRITTEN OFF" to ral-result.
124400     perform 8000-log-action thru 8000-exit.
124500 5000-exit.
124600     exit.

124700*----------------------------------------------------------------
124800* 6000-release-corrections - write RESUBMIT afresh from every
124900* correction not yet sent out plus every one already sent out
125000* today, so a second RELEASE in a day adds to tonight's file
125100* instead of replacing it, and each list still gets one section
125200* - Program1 refuses a list named twice in one run.  Each
125300* section is laid out the way Program1 reads a list section
125400* after sign-on: the list id, an N to the merge question, the
125500* count of build-loop cells and their values, the front-of-
125600* list value and the end-of-list value.  The front insert
125700* always overwrites the front cell, so the list's own front
125800* value on LISTDATA is carried back through it unchanged; a
125900* list with no front value takes its first correction there.
125910* Every correction goes out with its corrected expiry date.
126000* Corrections sent out today are stamped with the date.  The
126100* job puts the operator id and password records ahead of the
126200* file to make it a complete TRANSIN.  Done under LISTLOCK, so
126300* the file is not rewritten under a run reading it.
126400*----------------------------------------------------------------
126500 6000-release-corrections.
126600     perform 1600-take-file-lock thru 1600-exit.
126700     if not file-lock-is-held
126800         move "LISTDATA IN USE - RELEASE REFUSED" to ral-result
126900         perform 8100-log-refusal thru 8100-exit
127000         go to 6000-exit
127100     end-if.
127200     move zero to release_count.
127300     move "N" to release_overflow_switch.
127400     move low-values to rjm-key.
127500     move "N" to master_eof_switch.
127600     start reject-master-file key is not less than rjm-key
127700         invalid key
127800             move "Y" to master_eof_switch
127900     end-start.
128000     perform 6100-gather-one-correction thru 6100-exit
128100         until master-at-end.
128200     open output resubmit-file.
128300     if resubmit-file-status is not equal to "00"
128400         perform 9500-release-file-lock thru 9500-exit
128500         move "RESUBMIT WILL NOT OPEN - RELEASE REFUSED"
128600             to ral-result
128700         perform 8100-log-refusal thru 8100-exit
128800         go to 6000-exit
128900     end-if.
129000     move zero to values_released_count.
129100     move zero to lists_released_count.
129200     move zero to lists_held_count.
129300     move 1 to release_group_start.
129400     perform 6200-write-one-section thru 6200-exit
129500         until release_group_start is greater than
129600             release_count.
129700     close resubmit-file.
129800     move 1 to release_scan_idx.
129900     perform 6400-stamp-one-release thru 6400-exit
130000         until release_scan_idx is greater than release_count.
130100     perform 9500-release-file-lock thru 9500-exit.
130110     move spaces to ral-list-id.
130120     move zero to ral-date ral-time ral-seq.
130200     move "RELEASED TO RESUBMIT" to ral-result.
130300     perform 8000-log-action thru 8000-exit.
130400     move "VALUES RELEASED:          " to rcl-label.
130500     move values_released_count to rcl-count.
130600     write reject-report-record from report_count_line.
130700     move "LISTS RELEASED:           " to rcl-label.
130800     move lists_released_count to rcl-count.
130900     write reject-report-record from report_count_line.
131000     move "LISTS HELD BACK:          " to rcl-label.
131100     move lists_held_count to rcl-count.
131200     write reject-report-record from report_count_line.
131300     if release-table-overflowed
131400         display "More corrections than one release holds -"
131500             " RELEASE again after tonight's run for the rest."
131600     end-if.
131700 6000-exit.
131800     exit.

131900*----------------------------------------------------------------
132000* 6100-gather-one-correction - take the next correction due out
132100* into the release table.  One not yet sent out whose expiry
132110* date has passed since it was keyed would only be refused when
132120* Program1 reads it, throwing the answers behind it off, so it
132130* goes back to pending to be fixed again instead.
132200*----------------------------------------------------------------
132300 6100-gather-one-correction.
132400     read reject-master-file next record
132500         at end
132600             move "Y" to master_eof_switch
132700             go to 6100-exit
132800     end-read.
132900     if not reject-was-resubmitted
133000         go to 6100-exit
133100     end-if.
133200     if rjm-released-date is not equal to zero
133300             and rjm-released-date is not equal to run_date
133400         go to 6100-exit
133500     end-if.
133510     if rjm-released-date is equal to zero
133520             and rjm-corrected-expiry is numeric
133530             and rjm-corrected-expiry is greater than zero
133540             and rjm-corrected-expiry is less than run_date
133550         move "P" to rjm-status
133560         move zero to rjm-disposed-date
133570         move spaces to rjm-disposed-by
133580         move spaces to rjm-corrected-value
133590         move zero to rjm-corrected-expiry
133591         rewrite reject-master-record
133592         move rjm-list-id to ral-list-id
133593         move rjm-date to ral-date
133594         move rjm-time to ral-time
133595         move rjm-seq to ral-seq
133596         move "EXPIRY PAST - BACK TO PENDING" to ral-result
133597         perform 8000-log-action thru 8000-exit
133598         go to 6100-exit
133599     end-if.
133600     if release_count is equal to 2000
133700         move "Y" to release_overflow_switch
133800         go to 6100-exit
133900     end-if.
134000     add 1 to release_count.
134100     move rjm-key to rls-key(release_count).
134200     move rjm-corrected-value to rls-value(release_count).
134210     if rjm-corrected-expiry is numeric
134220         move rjm-corrected-expiry to rls-expiry(release_count)
134230     else
134240         move zero to rls-expiry(release_count)
134250     end-if.
134300     move "N" to rls-sent-switch(release_count).
134400 6100-exit.
134500     exit.

134600*----------------------------------------------------------------
134700* 6200-write-one-section - write the section for the list whose
134800* corrections start at release_group_start, and move on to the
134900* next list's.  A list with no front value on file and only one
135000* correction has nothing to put at the end of the list and is
135100* held back until a second correction joins it; a front value
135110* whose date has passed counts as none.  Each correction
135120* carries its own expiry date, spaces for none.
135200*----------------------------------------------------------------
135300 6200-write-one-section.
135400     move release_group_start to release_group_end.
135410     move "N" to group_ended_switch.
135500     perform until group-has-ended
135510         if release_group_end is equal to release_count
135520             move "Y" to group_ended_switch
135530         else
135600             if rls-list-id(release_group_end + 1) is not equal
135700                     to rls-list-id(release_group_start)
135710                 move "Y" to group_ended_switch
135720             else
135800                 add 1 to release_group_end
135810             end-if
135820         end-if
135900     end-perform.
136000     perform 6210-read-front-value thru 6210-exit.
136100     compute section_value_count =
136200         release_group_end - release_group_start + 1.
136300     move release_group_start to section_first_idx.
136400     if front_value is equal to spaces
136500         if section_value_count is less than 2
136600             add 1 to lists_held_count
136700             go to 6200-next
136800         end-if
136900         move rls-value(release_group_start) to front_value
136910         move rls-expiry(release_group_start) to front_expiry
137000         add 1 to section_first_idx
137100     end-if.
137200     move rls-list-id(release_group_start) to rst-text.
137300     write resubmit-record from resubmit_text_record.
137400     move "N" to rst-text.
137500     write resubmit-record from resubmit_text_record.
137600     compute rsc-count = release_group_end - section_first_idx.
137700     write resubmit-record from resubmit_count_record.
137800     move section_first_idx to release_scan_idx.
137900     perform until release_scan_idx is not less than
138000             release_group_end
138100         move rls-value(release_scan_idx) to rst-text
138110         move spaces to rst-expiry
138120         if rls-expiry(release_scan_idx) is greater than zero
138130             move rls-expiry(release_scan_idx) to rst-expiry
138140         end-if
138200         write resubmit-record from resubmit_text_record
138300         add 1 to release_scan_idx
138400     end-perform.
138500     move front_value to rst-text.
138505     move spaces to rst-expiry.
138510     if front_expiry is greater than zero
138520         move front_expiry to rst-expiry
138530     end-if.
138600     write resubmit-record from resubmit_text_record.
138610     move spaces to rst-expiry.
138700     move rls-value(release_group_end) to rst-text.
138710     if rls-expiry(release_group_end) is greater than zero
138720         move rls-expiry(release_group_end) to rst-expiry
138730     end-if.
138800     write resubmit-record from resubmit_text_record.
138900     move release_group_start to release_scan_idx.
139000     perform until release_scan_idx is greater than
139100             release_group_end
139200         move "Y" to rls-sent-switch(release_scan_idx)
139300         add 1 to release_scan_idx
139400     end-perform.
139500     add section_value_count to values_released_count.
139600     add 1 to lists_released_count.
139700 6200-next.
139800     compute release_group_start = release_group_end + 1.
139900 6200-exit.
140000     exit.

140100*----------------------------------------------------------------
140200* 6210-read-front-value - the list's front-of-list value on
140300* LISTDATA and the date it expires, spaces and zero when the
140400* list or its front cell is not on file or the front cell's
140410* date has already passed - an expired front is swept off the
140420* list at its next run, so the first correction takes the
140430* front instead, the same as when there is none.
140500*----------------------------------------------------------------
140600 6210-read-front-value.
140700     move spaces to front_value.
140710     move zero to front_expiry.
140800     open input list-data-file.
140900     if list-file-status is not equal to "00"
141000         go to 6210-exit
141100     end-if.
141200     move rls-list-id(release_group_start) to ldr-list-id.
141300     move zero to ldr-position.
141400     read list-data-file
141500         invalid key
141600             move spaces to ldr-value
141610             move zero to ldr-expiry
141700     end-read.
141800     move ldr-value to front_value.
141810     move ldr-expiry to front_expiry.
141820     if front_expiry is greater than zero
141830             and front_expiry is less than run_date
141840         move spaces to front_value
141850         move zero to front_expiry
141860     end-if.
141900     close list-data-file.
142000 6210-exit.
142100     exit.

142200*----------------------------------------------------------------
142300* 6400-stamp-one-release - stamp a correction sent out today
142400* with the release date.
142500*----------------------------------------------------------------
142600 6400-stamp-one-release.
142700     if rls-sent-switch(release_scan_idx) is not equal to "Y"
142800         go to 6400-next
142900     end-if.
143000     move rls-key(release_scan_idx) to rjm-key.
143100     read reject-master-file
143200         invalid key
143300             go to 6400-next
143400     end-read.
143500     if rjm-released-date is equal to zero
143600         move run_date to rjm-released-date
143700         rewrite reject-master-record
143800     end-if.
143900 6400-next.
144000     add 1 to release_scan_idx.
144100 6400-exit.
144200     exit.

144300*----------------------------------------------------------------
144400* 7000-date-to-days - turn a yyyymmdd date into a serial day
144500* number, the standard Julian day arithmetic (Fliegel and Van
144600* Flandern), so dates subtract like numbers.  The formula
144700* counts on every division truncating before the next step
144800* uses it, so each division lands in its own whole-number term
144900* rather than riding through one compute with its fraction
145000* still on.
145100*----------------------------------------------------------------
145200 7000-date-to-days.
145300     compute julian_term_a = (wds-month - 14) / 12.
145400     compute julian_term_b = wds-year + 4800 + julian_term_a.
145500     compute julian_term_1 = (1461 * julian_term_b) / 4.
145600     compute julian_term_2 =
145700         (367 * (wds-month - 2 - 12 * julian_term_a)) / 12.
145800     compute julian_term_t = (julian_term_b + 100) / 100.
145900     compute julian_term_3 = (3 * julian_term_t) / 4.
146000     compute work_days = julian_term_1 + julian_term_2
146100         - julian_term_3 + wds-day - 32075.
146200 7000-exit.
146300     exit.

146400*----------------------------------------------------------------
146500* 8000-log-action - write one action-taken line to REJRPT.
146600*----------------------------------------------------------------
146700 8000-log-action.
146800     write reject-report-record from report_action_line.
146900     add 1 to action_taken_count.
147000 8000-exit.
147100     exit.

147200*----------------------------------------------------------------
147300* 8100-log-refusal - write one refused-action line to REJRPT.
147400*----------------------------------------------------------------
147500 8100-log-refusal.
147600     write reject-report-record from report_action_line.
147700     add 1 to action_refused_count.
147800 8100-exit.
147900     exit.

148000*----------------------------------------------------------------
148100* 8500-load-pending - load the pending rejects of the list in
148200* pending_filter_id, or of every list when it is spaces, with
148300* each one's age in days, and put them in list, reason and
148400* timestamp order.
148500*----------------------------------------------------------------
148600 8500-load-pending.
148700     move zero to pending_count.
148800     move "N" to pending_overflow_switch.
148900     if pending_filter_id is equal to spaces
149000         move low-values to rjm-key
149100     else
149200         move pending_filter_id to rjm-list-id
149300         move zero to rjm-date rjm-time rjm-seq
149400     end-if.
149500     move "N" to master_eof_switch.
149600     start reject-master-file key is not less than rjm-key
149700         invalid key
149800             move "Y" to master_eof_switch
149900     end-start.
150000     perform 8510-load-one-pending thru 8510-exit
150100         until master-at-end.
150200     if pending_count is greater than 1
150300         move "Y" to sort_swapped_switch
150400         perform 8520-sort-pending-pass thru 8520-exit
150500             until sort_swapped_switch is equal to "N"
150600     end-if.
150700 8500-exit.
150800     exit.

150900*----------------------------------------------------------------
151000* 8510-load-one-pending - take the next pending reject into the
151100* table.
151200*----------------------------------------------------------------
151300 8510-load-one-pending.
151400     read reject-master-file next record
151500         at end
151600             move "Y" to master_eof_switch
151700             go to 8510-exit
151800     end-read.
151900     if pending_filter_id is not equal to spaces
152000             and rjm-list-id is not equal to pending_filter_id
152100         move "Y" to master_eof_switch
152200         go to 8510-exit
152300     end-if.
152400     if not reject-is-pending
152500         go to 8510-exit
152600     end-if.
152700     if pending_count is equal to 2000
152800         move "Y" to pending_overflow_switch
152900         go to 8510-exit
153000     end-if.
153100     add 1 to pending_count.
153200     move rjm-list-id to pnd-list-id(pending_count).
153300     move rjm-reason to pnd-reason(pending_count).
153400     move rjm-date to pnd-date(pending_count).
153500     move rjm-time to pnd-time(pending_count).
153600     move rjm-seq to pnd-seq(pending_count).
153700     move rjm-operator-id to pnd-operator-id(pending_count).
153800     move rjm-value to pnd-value(pending_count).
153900     move rjm-date to work_date.
154000     perform 7000-date-to-days thru 7000-exit.
154100     compute pnd-age-days(pending_count) = run_days - work_days.
154200 8510-exit.
154300     exit.

154400*----------------------------------------------------------------
154500* 8520-sort-pending-pass - one pass along the pending table,
154600* swapping each out-of-order pair of neighbors, the same
154700* pass-until-no-swap shape as Program1's top-list sort.
154800*----------------------------------------------------------------
154900 8520-sort-pending-pass.
155000     move "N" to sort_swapped_switch.
155100     move 1 to pending_scan_idx.
155200     perform until pending_scan_idx is not less than
155300             pending_count
155400         add 1 to pending_scan_idx giving pending_next_idx
155500         if pnd-sort-key(pending_scan_idx) is greater than
155600                 pnd-sort-key(pending_next_idx)
155700             move pending_entry(pending_scan_idx)
155800                 to pending_swap_entry
155900             move pending_entry(pending_next_idx)
156000                 to pending_entry(pending_scan_idx)
156100             move pending_swap_entry
156200                 to pending_entry(pending_next_idx)
156300             move "Y" to sort_swapped_switch
156400         end-if
156500         add 1 to pending_scan_idx
156600     end-perform.
156700 8520-exit.
156800     exit.

156900*----------------------------------------------------------------
157000* 8600-write-pending-listing - every pending reject by list and
157100* reason, with a count under each list and reason.
157200*----------------------------------------------------------------
157300 8600-write-pending-listing.
157400     write reject-report-record from report_blank_line.
157500     write reject-report-record from report_pending_heading.
157600     write reject-report-record from report_pending_columns.
157700     if pending_count is equal to zero
157800         write reject-report-record from report_none_line
157900         go to 8600-exit
158000     end-if.
158100     move pnd-list-id(1) to group_list_id.
158200     move pnd-reason(1) to group_reason.
158300     move zero to group_count.
158400     move 1 to pending_scan_idx.
158500     perform until pending_scan_idx is greater than
158600             pending_count
158700         if pnd-list-id(pending_scan_idx) is not equal to
158800                 group_list_id
158900                 or pnd-reason(pending_scan_idx) is not equal
159000                     to group_reason
159100             move group_count to rgl-count
159200             write reject-report-record from report_group_line
159300             move pnd-list-id(pending_scan_idx)
159400                 to group_list_id
159500             move pnd-reason(pending_scan_idx) to group_reason
159600             move zero to group_count
159700         end-if
159800         perform 8610-build-pending-line thru 8610-exit
159900         write reject-report-record from report_pending_line
160000         add 1 to group_count
160100         add 1 to pending_scan_idx
160200     end-perform.
160300     move group_count to rgl-count.
160400     write reject-report-record from report_group_line.
160500     if pending-table-overflowed
160600         write reject-report-record from report_overflow_line
160700     end-if.
160800 8600-exit.
160900     exit.

161000*----------------------------------------------------------------
161100* 8610-build-pending-line - one pending reject's listing line.
161200*----------------------------------------------------------------
161300 8610-build-pending-line.
161400     move pnd-list-id(pending_scan_idx) to rpl-list-id.
161500     move pnd-reason(pending_scan_idx) to rpl-reason.
161600     move pnd-date(pending_scan_idx) to rpl-date.
161700     move pnd-time(pending_scan_idx) to rpl-time.
161800     move pnd-seq(pending_scan_idx) to rpl-seq.
161900     move pnd-value(pending_scan_idx) to rpl-value.
162000 8610-exit.
162100     exit.

162200*----------------------------------------------------------------
162300* 8700-write-aged-listing - every reject still pending after
162400* the REJPARM number of days, with who keyed it, for branch
162500* follow-up.
162600*----------------------------------------------------------------
162700 8700-write-aged-listing.
162800     write reject-report-record from report_blank_line.
162900     move aged_days_limit to rah-days.
163000     write reject-report-record from report_aged_heading.
163100     write reject-report-record from report_aged_columns.
163200     move zero to aged_count.
163300     move 1 to pending_scan_idx.
163400     perform until pending_scan_idx is greater than
163500             pending_count
163600         if pnd-age-days(pending_scan_idx) is greater than
163700                 aged_days_limit
163800             move pnd-list-id(pending_scan_idx) to ral2-list-id
163900             move pnd-date(pending_scan_idx) to ral2-date
164000             move pnd-time(pending_scan_idx) to ral2-time
164100             move pnd-seq(pending_scan_idx) to ral2-seq
164200             move pnd-age-days(pending_scan_idx) to ral2-age
164300             move pnd-operator-id(pending_scan_idx)
164400                 to ral2-operator-id
164500             move pnd-value(pending_scan_idx) to ral2-value
164600             write reject-report-record from report_aged_line
164700             add 1 to aged_count
164800         end-if
164900         add 1 to pending_scan_idx
165000     end-perform.
165100     if aged_count is equal to zero
165200         write reject-report-record from report_none_line
165300     end-if.
165400     if pending-table-overflowed
165500         write reject-report-record from report_overflow_line
165600     end-if.
165700 8700-exit.
165800     exit.

165900*----------------------------------------------------------------
166000* 9500-release-file-lock - empty LISTLOCK out again.  Safe to
166100* perform on any path - it only releases a lock this run took.
166200*----------------------------------------------------------------
166300 9500-release-file-lock.
166400     if not file-lock-is-held
166500         go to 9500-exit
166600     end-if.
166700     open output session-lock-file.
166800     close session-lock-file.
166900     move "N" to lock_taken_switch.
167000 9500-exit.
167100     exit.

167200 end program RejWork.
