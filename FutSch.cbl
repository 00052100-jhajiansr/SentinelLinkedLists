000100 identification division.
000200 program-id. FutSch as "SentinelLinkedLists.FutSch".
000300 author. Applications Development Unit.
000400 installation. Sentinel Linked Lists Project.
000500 date-written. 10/14/2026.
000600 date-compiled.
000700*----------------------------------------------------------------
000800* modification history
000900*  date        init   description
001000*  10/14/2026  jah    original build - schedule a change to a
001075*                     list for the date a branch says it must
001150*                     take effect, instead of someone having to
001225*                     remember to key it on the day.  Each
001300*                     change goes onto the FUTCHG future-changes
001375*                     file under the list id, its effective
001450*                     date, the moment it was scheduled and the
001525*                     operator who scheduled it; the FutRel step
001600*                     releases it on the night it falls due and
001675*                     that night's Program1 run applies it
001750*                     through the same screening keyed work
001825*                     gets.  Changes come from the terminal or,
001900*                     unattended, from FUTTRAN one per record
001975*                     behind the sign-on id and password: ADDEND
002050*                     and ADDFRONT name a value to add at the
002125*                     end or the front of the list and the date
002200*                     it expires (keyed after the value at the
002275*                     terminal or in FUTTRAN columns 212-219,
002350*                     blank for none), DELETE names the value
002425*                     to remove, CHANGE names the value to
002500*                     replace (and optionally the position it
002575*                     sits at) and the new value, CANCEL
002650*                     withdraws a change not yet released, and
002725*                     LIST shows the changes still waiting, for
002800*                     one list or all of them.  The effective
002875*                     date and the expiry are held to the days
002950*                     in their month, February's leap day
003025*                     included; the effective date may not be
003100*                     already past, and an expiry is screened
003175*                     the way Program1 screens a keyed one and
003250*                     refused when it falls before the
003325*                     effective date.  A delete or correction
003400*                     is a supervisor's call, the same as a
003475*                     Targ delete, so only a supervisor sign-on
003550*                     may schedule one; any active operator may
003625*                     schedule an add.  Only the operator who
003700*                     scheduled a change, or a supervisor, may
003775*                     cancel it.  FUTSRPT logs the session.
004000*----------------------------------------------------------------

004100 environment division.
004200 input-output section.
004300 file-control.
004400     select future-change-file assign to "FUTCHG"
004500         organization is indexed
004600         access mode is dynamic
004700         record key is fut-key
004800         file status is futchg-file-status.
004900     select future-trans-file assign to "FUTTRAN"
005000         organization is sequential
005100         file status is futtran-file-status.
005200     select schedule-report-file assign to "FUTSRPT"
005300         organization is line sequential
005400         file status is futsrpt-file-status.
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
006500 fd  future-change-file.
006600     copy "FUTREC.cpy".

006700 fd  future-trans-file.
006800 01  future-trans-record.
006900     05 fst-action           pic x(08).
007000     05 fst-list-id          pic x(08).
007100     05 fst-effective-date   pic 9(08).
007200     05 fst-position         pic 9(09).
007300     05 fst-old-value        pic x(80).
007400     05 fst-new-value        pic x(80).
007500     05 fst-sched-date       pic 9(08).
007600     05 fst-sched-time       pic 9(08).
007700     05 fst-seq              pic 9(02).
007710     05 fst-expiry           pic x(08).
007800     05 filler               pic x(01).

007900 fd  schedule-report-file.
008000 01  schedule-report-record  pic x(132).

008100 fd  operator-master-file.
008200     copy "OPERREC.cpy".

008300 fd  signon-log-file.
008400     copy "SIGNREC.cpy".

008500 working-storage section.
008600 01 futchg-file-status pic x(02) value spaces.
008700 01 futtran-file-status pic x(02) value spaces.
008800 01 futsrpt-file-status pic x(02) value spaces.
008900 01 opermast-file-status pic x(02) value spaces.
009000 01 signon-file-status pic x(02) value spaces.
009100 78 password-attempt-limit value 3.
009200 01 operator_password pic x(08) value spaces.
009300 01 password_ok_switch pic x(01) value "N".
009400     88 password-is-verified value "Y".
009500 01 signon_result pic x(12) value spaces.
009600 01 signon_date pic 9(08) value zero.
009700 01 batch_mode_switch pic x(01) value "N".
009800     88 batch-mode-active value "Y".
009900 01 request_done_switch pic x(01) value "N".
010000     88 requests-are-done value "Y".
010100 01 operator-id pic x(08) value spaces.
010200 01 operator_valid_switch pic x(01) value "N".
010300     88 operator-id-is-valid value "Y".
010400 01 session_authority pic x(01) value spaces.
010500     88 session-is-supervisor value "S".
010600 01 master_warned_switch pic x(01) value "N".
010700 01 future_request.
010800     05 fsq_action           pic x(08).
010900     05 fsq_list_id          pic x(08).
011000     05 fsq_effective_date   pic 9(08).
011100     05 fsq_position         pic 9(09).
011200     05 fsq_old_value        pic x(80).
011300     05 fsq_new_value        pic x(80).
011400     05 fsq_sched_date       pic 9(08).
011500     05 fsq_sched_time       pic 9(08).
011600     05 fsq_seq              pic 9(02).
011610     05 fsq_expiry           pic x(08).
011620     05 fsq_expiry_number redefines fsq_expiry pic 9(08).
011700     05 filler               pic x(01).
011800 01 run_date pic 9(08) value zero.
011900 01 check_date pic 9(08) value zero.
012000 01 check_date_split redefines check_date.
012100     05 cds-year pic 9(04).
012200     05 cds-month pic 9(02).
012300     05 cds-day pic 9(02).
012310 01 calendar_date_switch pic x(01) value "N".
012320     88 date-is-on-calendar value "Y".
012330 01 month_day_limit pic 9(02) value zero.
012340 01 leap_quotient pic 9(04) value zero.
012350 01 leap_remainder_4 pic 9(03) value zero.
012360 01 leap_remainder_100 pic 9(03) value zero.
012370 01 leap_remainder_400 pic 9(03) value zero.
012400 01 action_taken_count pic s9(9) value zero.
012500 01 action_refused_count pic s9(9) value zero.
012600 01 futchg_eof_switch pic x(01) value "N".
012700     88 future-changes-at-end value "Y".
012800 01 request_filed_switch pic x(01) value "N".
012900     88 request-was-filed value "Y".
013000 01 listed_count pic s9(9) value zero.
013100 01 waiting_filter_id pic x(08) value spaces.
013200 01 report_heading_line pic x(132) value
013300     "FUTURE CHANGE SCHEDULING LOG".
013400 01 report_blank_line pic x(132) value spaces.
013500 01 report_action_line.
013600     05 ral-action pic x(08).
013700     05 filler pic x(02) value spaces.
013800     05 ral-list-id pic x(08).
013900     05 filler pic x(02) value spaces.
014000     05 ral-key.
014100         10 ral-effective-date pic 9(08).
014200         10 filler pic x(01) value "/".
014300         10 ral-date pic 9(08).
014400         10 filler pic x(01) value "/".
014500         10 ral-time pic 9(08).
014600         10 filler pic x(01) value "/".
014700         10 ral-seq pic 9(02).
014800     05 filler pic x(02) value spaces.
014900     05 ral-result pic x(50).
015000     05 filler pic x(31) value spaces.
015100 01 report_total_line.
015200     05 filler pic x(16) value "ACTIONS TAKEN:  ".
015300     05 rtt-count pic zzzzzzzz9.
015400     05 filler pic x(11) value "  REFUSED: ".
015500     05 rtr-count pic zzzzzzzz9.
015600     05 filler pic x(87) value spaces.
015700 01 report_waiting_heading pic x(132) value
015800     "FUTURE CHANGES WAITING TO BE RELEASED OR APPLIED".
015900 01 report_change_columns.
016000     05 filler pic x(38) value
016100         "LIST ID  EFFECTIVE  SCHEDULED TIME    ".
016200     05 filler pic x(44) value
016300         " SQ  ACTION    STATUS      POSITION  BY".
016400     05 filler pic x(50) value spaces.
016500 01 report_change_line.
016600     05 rcl-list-id pic x(08).
016700     05 filler pic x(01) value spaces.
016800     05 rcl-effective-date pic 9(08).
016900     05 filler pic x(03) value spaces.
017000     05 rcl-sched-date pic 9(08).
017100     05 filler pic x(02) value spaces.
017200     05 rcl-sched-time pic 9(08).
017300     05 filler pic x(01) value spaces.
017400     05 rcl-seq pic 9(02).
017500     05 filler pic x(02) value spaces.
017600     05 rcl-action pic x(08).
017700     05 filler pic x(02) value spaces.
017800     05 rcl-status pic x(09).
017900     05 filler pic x(02) value spaces.
018000     05 rcl-position pic zzzzzzzz9.
018100     05 filler pic x(02) value spaces.
018200     05 rcl-scheduler-id pic x(08).
018300     05 filler pic x(49) value spaces.
018400 01 report_change_detail.
018500     05 filler pic x(10) value spaces.
018600     05 rcd-label pic x(12).
018700     05 rcd-text pic x(80).
018800     05 filler pic x(30) value spaces.
018900 01 report_none_line pic x(132) value
019000     "NONE".

019100 procedure division.
019200 0000-mainline.
019300     open output schedule-report-file.
019400     write schedule-report-record from report_heading_line.
019500     write schedule-report-record from report_blank_line.
019600     accept run_date from date yyyymmdd.
019700     open input future-trans-file.
019800     if futtran-file-status is equal to "00"
019900         move "Y" to batch_mode_switch
020000     end-if.
020100     perform 1100-get-operator-id thru 1100-exit.
020200     perform 1200-open-future-changes thru 1200-exit.
020300     perform 2000-take-one-request thru 2000-exit
020400         until requests-are-done.
020500     if batch-mode-active
020600         close future-trans-file
020700     end-if.
020800     close future-change-file.
020900     write schedule-report-record from report_blank_line.
021000     move action_taken_count to rtt-count.
021100     move action_refused_count to rtr-count.
021200     write schedule-report-record from report_total_line.
021300     close schedule-report-file.
021400     goback.

021500*----------------------------------------------------------------
021600* 1100-get-operator-id - identify who is scheduling the
021700* changes, so every change names the operator behind it.  In
021800* batch mode this is always FUTTRAN's first record, read ahead
021900* of the changes the same way ListMnt reads it off LMNTTRAN.
022000*----------------------------------------------------------------
022100 1100-get-operator-id.
022200     if batch-mode-active
022300         read future-trans-file into operator-id
022400             at end
022500                 move "N" to batch_mode_switch
022600                 display "Enter your operator id"
022700                 accept operator-id
022800         end-read
022900     else
023000         display "Enter your operator id"
023100         accept operator-id
023200     end-if.
023300     perform 1150-validate-operator thru 1150-exit.
023400     perform until operator-id-is-valid
023500         display "Operator id " operator-id
023600             " is not authorized."
023700         move "ID REFUSED" to signon_result
023800         perform 1190-write-signon-log thru 1190-exit
023900         if batch-mode-active
024000             move 8 to return-code
024100             goback
024200         end-if
024300         display "Enter your operator id"
024400         accept operator-id
024500         perform 1150-validate-operator thru 1150-exit
024600     end-perform.
024700     perform 1155-verify-password thru 1155-exit.
024800 1100-exit.
024900     exit.

025000*----------------------------------------------------------------
025100* 1150-validate-operator - look the signed-on id up on the
025200* OPERMAST master file, the same way ListMnt's sign-on does.
025300* Only a missing master (status 35) keeps the old take-anything
025400* behavior, with a warning; a master on file that will not open
025500* refuses the run instead.
025600*----------------------------------------------------------------
025700 1150-validate-operator.
025800     move "N" to operator_valid_switch.
025900     move spaces to session_authority.
026000     open input operator-master-file.
026100     if opermast-file-status is equal to "35"
026200         if master_warned_switch is equal to "N"
026300             display "Operator master file not on file -"
026400                 " id accepted unvalidated."
026500             move "Y" to master_warned_switch
026600         end-if
026700         move "Y" to operator_valid_switch
026800         move "S" to session_authority
026900         go to 1150-exit
027000     end-if.
027100     if opermast-file-status is not equal to "00"
027200         display "Operator master file is not usable -"
027300             " status " opermast-file-status
027400             " - sign-on refused."
027500         move 8 to return-code
027600         goback
027700     end-if.
027800     move operator-id to opr-id.
027900     read operator-master-file
028000         invalid key
028100             continue
028200         not invalid key
028300             if operator-is-active
028400                 move "Y" to operator_valid_switch
028500                 move opr-authority to session_authority
028600             end-if
028700     end-read.
028800     close operator-master-file.
028900 1150-exit.
029000     exit.

029100*----------------------------------------------------------------
029200* 1155-verify-password - prove the password behind the id the
029300* same way ListMnt's sign-on does: in batch mode it is
029400* FUTTRAN's second record, behind the id; each miss is counted
029500* onto the master record and the limit of straight misses
029600* locks the id until OperMnt resets it; every outcome goes to
029700* SIGNLOG.  An expired password is refused here rather than
029800* changed - the change belongs to a Program1 sign-on or an
029900* OperMnt PASSWD reset.  A session running without a master on
030000* file has no credential to check and skips through.
030100*----------------------------------------------------------------
030200 1155-verify-password.
030300     if master_warned_switch is equal to "Y"
030400         go to 1155-exit
030500     end-if.
030600     perform 1156-read-password-entry thru 1156-exit.
030700     open i-o operator-master-file.
030800     if opermast-file-status is not equal to "00"
030900         display "Operator master file is not usable -"
031000             " status " opermast-file-status
031100             " - sign-on refused."
031200         move 8 to return-code
031300         goback
031400     end-if.
031500     move operator-id to opr-id.
031600     read operator-master-file
031700         invalid key
031800             display "Operator record gone from the master -"
031900                 " sign-on refused."
032000             close operator-master-file
032100             move 8 to return-code
032200             goback
032300     end-read.
032400     move "N" to password_ok_switch.
032500     perform until password-is-verified
032600         if operator_password is equal to opr-password
032700             move "Y" to password_ok_switch
032800             if opr-fail-count is greater than zero
032900                 move zero to opr-fail-count
033000                 rewrite operator-record
033100             end-if
033200         else
033300             add 1 to opr-fail-count
033400             if opr-fail-count is not less than
033500                     password-attempt-limit
033600                 move "L" to opr-status
033700             end-if
033800             rewrite operator-record
033900             move "BAD PASSWORD" to signon_result
034000             perform 1190-write-signon-log thru 1190-exit
034100             display "Password is not correct."
034200             if operator-is-locked
034300                 move "LOCKED OUT" to signon_result
034400                 perform 1190-write-signon-log thru 1190-exit
034500                 display "Operator id " operator-id
034600                     " is now locked - OperMnt must reset it."
034700                 close operator-master-file
034800                 move 8 to return-code
034900                 goback
035000             end-if
035100             if batch-mode-active
035200                 close operator-master-file
035300                 move 8 to return-code
035400                 goback
035500             end-if
035600             perform 1156-read-password-entry thru 1156-exit
035700         end-if
035800     end-perform.
035900     accept signon_date from date yyyymmdd.
036000     if opr-pwd-expiry is equal to zero
036100             or signon_date is greater than opr-pwd-expiry
036200         move "EXPIRED" to signon_result
036300         perform 1190-write-signon-log thru 1190-exit
036400         display "Password for " operator-id " has expired -"
036500             " change it at a Program1 sign-on or have"
036600             " OperMnt set a new one."
036700         close operator-master-file
036800         move 8 to return-code
036900         goback
037000     end-if.
037100     close operator-master-file.
037200     move "GRANTED" to signon_result.
037300     perform 1190-write-signon-log thru 1190-exit.
037400 1155-exit.
037500     exit.

037600*----------------------------------------------------------------
037700* 1156-read-password-entry - one ask for the password.
037800*----------------------------------------------------------------
037900 1156-read-password-entry.
038000     if batch-mode-active
038100         read future-trans-file into operator_password
038200             at end
038300                 move "N" to batch_mode_switch
038400                 display "Enter your password"
038500                 accept operator_password
038600         end-read
038700     else
038800         display "Enter your password"
038900         accept operator_password
039000     end-if.
039100 1156-exit.
039200     exit.

039300*----------------------------------------------------------------
039400* 1190-write-signon-log - append one sign-on outcome to the
039500* shared SIGNLOG with a timestamp, the same record Program1
039600* writes.  The caller puts the outcome in signon_result
039700* first.  A log that will not open is said out loud but does
039800* not stop the sign-on.
039900*----------------------------------------------------------------
040000 1190-write-signon-log.
040100     open extend signon-log-file.
040200     if signon-file-status is equal to "35"
040300         open output signon-log-file
040400     end-if.
040500     if signon-file-status is not equal to "00"
040600         display "SIGNLOG will not open - status "
040700             signon-file-status " - sign-on not logged."
040800         go to 1190-exit
040900     end-if.
041000     accept sgl-date from date yyyymmdd.
041100     accept sgl-time from time.
041200     move operator-id to sgl-operator-id.
041300     move signon_result to sgl-result.
041400     write signon-log-record.
041500     close signon-log-file.
041600 1190-exit.
041700     exit.

041800*----------------------------------------------------------------
041900* 1200-open-future-changes - open FUTCHG for the session.  A
042000* missing file (status 35) means nothing has been scheduled
042100* yet, so OUTPUT creates it, the same way ChgReq builds the
042200* first PENDCHG.  Any other failed open refuses the run.
042300*----------------------------------------------------------------
042400 1200-open-future-changes.
042500     open i-o future-change-file.
042600     if futchg-file-status is equal to "35"
042700         open output future-change-file
042800         close future-change-file
042900         open i-o future-change-file
043000     end-if.
043100     if futchg-file-status is not equal to "00"
043200         display "FUTCHG will not open - status "
043300             futchg-file-status " - run refused."
043400         move 8 to return-code
043500         close schedule-report-file
043600         goback
043700     end-if.
043800 1200-exit.
043900     exit.

044000*----------------------------------------------------------------
044100* 2000-take-one-request - get the next request, from FUTTRAN
044200* when one is present or prompted a field at a time otherwise,
044300* and carry it out.  Actions are ADDEND, ADDFRONT, DELETE,
044400* CHANGE, CANCEL and LIST; END (or running out of FUTTRAN
044500* records) finishes the session.
044600*----------------------------------------------------------------
044700 2000-take-one-request.
044800     if batch-mode-active
044900         read future-trans-file into future_request
045000             at end
045100                 move "Y" to request_done_switch
045200                 go to 2000-exit
045300         end-read
045400         if futtran-file-status is not equal to "00"
045500             move "Y" to request_done_switch
045600             go to 2000-exit
045700         end-if
045800     else
045900         display "Enter action (ADDEND, ADDFRONT, DELETE,"
046000             " CHANGE, CANCEL, LIST, END)"
046100         accept fsq_action
046200         if fsq_action is equal to "END"
046300                 or fsq_action is equal to "end"
046400             move "Y" to request_done_switch
046500             go to 2000-exit
046600         end-if
046700         perform 2100-prompt-request thru 2100-exit
046800     end-if.
046900     if fsq_action is equal to "END"
047000             or fsq_action is equal to "end"
047100         move "Y" to request_done_switch
047200         go to 2000-exit
047300     end-if.
047400     if fsq_position is not numeric
047500         move zero to fsq_position
047600     end-if.
047700     if fsq_effective_date is not numeric
047800         move zero to fsq_effective_date
047900     end-if.
048000     move fsq_action to ral-action.
048100     move fsq_list_id to ral-list-id.
048200     move fsq_effective_date to ral-effective-date.
048300     move zero to ral-date ral-time ral-seq.
048400     if fsq_action is equal to "LIST"
048500             or fsq_action is equal to "list"
048600         move fsq_list_id to waiting_filter_id
048700         perform 3000-list-waiting-changes thru 3000-exit
048800         go to 2000-exit
048900     end-if.
049000     if fsq_action is equal to "ADDEND"
049100             or fsq_action is equal to "addend"
049200         move "E" to fut-action
049300         perform 4000-schedule-change thru 4000-exit
049400         go to 2000-exit
049500     end-if.
049600     if fsq_action is equal to "ADDFRONT"
049700             or fsq_action is equal to "addfront"
049800         move "F" to fut-action
049900         perform 4000-schedule-change thru 4000-exit
050000         go to 2000-exit
050100     end-if.
050200     if fsq_action is equal to "DELETE"
050300             or fsq_action is equal to "delete"
050400         move "D" to fut-action
050500         perform 4000-schedule-change thru 4000-exit
050600         go to 2000-exit
050700     end-if.
050800     if fsq_action is equal to "CHANGE"
050900             or fsq_action is equal to "change"
051000         move "C" to fut-action
051100         perform 4000-schedule-change thru 4000-exit
051200         go to 2000-exit
051300     end-if.
051400     if fsq_action is equal to "CANCEL"
051500             or fsq_action is equal to "cancel"
051600         perform 5000-cancel-change thru 5000-exit
051700         go to 2000-exit
051800     end-if.
051900     move "ACTION NOT RECOGNIZED" to ral-result.
052000     perform 8100-log-refusal thru 8100-exit.
052100 2000-exit.
052200     exit.

052300*----------------------------------------------------------------
052400* 2100-prompt-request - the rest of an interactive request,
052500* asking only for the fields its action uses.
052600*----------------------------------------------------------------
052700 2100-prompt-request.
052800     move spaces to fsq_list_id.
052900     move zero to fsq_effective_date.
053000     move zero to fsq_position.
053100     move spaces to fsq_old_value.
053200     move spaces to fsq_new_value.
053300     move zero to fsq_sched_date fsq_sched_time fsq_seq.
053310     move spaces to fsq_expiry.
053400     if fsq_action is equal to "LIST"
053500             or fsq_action is equal to "list"
053600         display "Enter the list id (blank for every list)"
053700         accept fsq_list_id
053800         go to 2100-exit
053900     end-if.
054000     display "Enter the list id".
054100     accept fsq_list_id.
054200     display "Enter the effective date (yyyymmdd)".
054300     accept fsq_effective_date.
054400     if fsq_action is equal to "CANCEL"
054500             or fsq_action is equal to "cancel"
054600         display "Enter the date it was scheduled (yyyymmdd)"
054700         accept fsq_sched_date
054800         display "Enter the time it was scheduled (hhmmsshh)"
054900         accept fsq_sched_time
055000         display "Enter its sequence number"
055100         accept fsq_seq
055200         go to 2100-exit
055300     end-if.
055400     if fsq_action is equal to "DELETE"
055500             or fsq_action is equal to "delete"
055600         display "Enter the value to delete"
055700         accept fsq_old_value
055800         go to 2100-exit
055900     end-if.
056000     if fsq_action is equal to "CHANGE"
056100             or fsq_action is equal to "change"
056200         display "Enter the position of the cell to correct"
056300             " (0 to find it by its value)"
056400         accept fsq_position
056500         display "Enter the value the cell will hold then"
056600         accept fsq_old_value
056700         display "Enter the new value"
056800         accept fsq_new_value
056900         go to 2100-exit
057000     end-if.
057100     display "Enter the value to add".
057200     accept fsq_new_value.
057210     display "Expiry date for the value (yyyymmdd, blank for"
057220         " none)".
057230     accept fsq_expiry.
057300 2100-exit.
057400     exit.

057500*----------------------------------------------------------------
057600* 3000-list-waiting-changes - every change still scheduled, or
057700* released and waiting for tonight's Program1 run, for the
057800* list in waiting_filter_id or for every list when it is
057900* spaces, in the order they fall due within each list, on
058000* FUTSRPT and, at the terminal, on the screen.  The key shown
058100* is what CANCEL names a change by.
058200*----------------------------------------------------------------
058300 3000-list-waiting-changes.
058400     move zero to listed_count.
058500     write schedule-report-record from report_waiting_heading.
058600     write schedule-report-record from report_change_columns.
058700     if not batch-mode-active
058800         display report_change_columns
058900     end-if.
059000     if waiting_filter_id is equal to spaces
059100         move low-values to fut-key
059200     else
059300         move waiting_filter_id to fut-list-id
059400         move zero to fut-effective-date
059500         move zero to fut-sched-date
059600         move zero to fut-sched-time
059700         move zero to fut-seq
059800     end-if.
059900     move "N" to futchg_eof_switch.
060000     start future-change-file key is not less than fut-key
060100         invalid key
060200             move "Y" to futchg_eof_switch
060300     end-start.
060400     perform 3010-list-one-waiting thru 3010-exit
060500         until future-changes-at-end.
060600     if listed_count is equal to zero
060700         write schedule-report-record from report_none_line
060800         if not batch-mode-active
060900             display "No future changes waiting."
061000         end-if
061100     end-if.
061200     write schedule-report-record from report_blank_line.
061300     move "LISTED" to ral-result.
061400     perform 8000-log-action thru 8000-exit.
061500 3000-exit.
061600     exit.

061700*----------------------------------------------------------------
061800* 3010-list-one-waiting - list the next change still scheduled
061900* or released, stopping at the end of the filtered list.
062000*----------------------------------------------------------------
062100 3010-list-one-waiting.
062200     read future-change-file next record
062300         at end
062400             move "Y" to futchg_eof_switch
062500             go to 3010-exit
062600     end-read.
062700     if waiting_filter_id is not equal to spaces
062800             and fut-list-id is not equal to waiting_filter_id
062900         move "Y" to futchg_eof_switch
063000         go to 3010-exit
063100     end-if.
063200     if not future-is-scheduled
063300             and not future-is-released
063400         go to 3010-exit
063500     end-if.
063600     add 1 to listed_count.
063700     perform 8600-write-change-lines thru 8600-exit.
063800 3010-exit.
063900     exit.

064000*----------------------------------------------------------------
064100* 4000-schedule-change - put one add at the end ("E") or the
064200* front ("F"), delete ("D") or correction ("C") on FUTCHG for
064300* its effective date.  The value is not held to the list or
064400* its edit rules here - both may change before the date comes
064500* round, so Program1 screens it on the night, the same as keyed
064600* work, and a refusal is stamped on the change with the reason.
064700*----------------------------------------------------------------
064800 4000-schedule-change.
064900     if fsq_list_id is equal to spaces
065000         move "LIST ID MISSING" to ral-result
065100         perform 8100-log-refusal thru 8100-exit
065200         go to 4000-exit
065300     end-if.
065400     perform 4100-check-effective-date thru 4100-exit.
065500     if ral-result is not equal to spaces
065600         perform 8100-log-refusal thru 8100-exit
065700         go to 4000-exit
065800     end-if.
065900     if future-is-add-end or future-is-add-front
066000         if fsq_new_value is equal to spaces
066100             move "VALUE MISSING" to ral-result
066200             perform 8100-log-refusal thru 8100-exit
066300             go to 4000-exit
066400         end-if
066410         perform 4150-check-expiry-date thru 4150-exit
066420         if ral-result is not equal to spaces
066430             perform 8100-log-refusal thru 8100-exit
066440             go to 4000-exit
066450         end-if
066500         move spaces to fsq_old_value
066600         move zero to fsq_position
066700         go to 4000-file
066800     end-if.
066810     move spaces to fsq_expiry.
066900     if not session-is-supervisor
067000         move "SUPERVISOR AUTHORITY REQUIRED" to ral-result
067100         perform 8100-log-refusal thru 8100-exit
067200         go to 4000-exit
067300     end-if.
067400     if fsq_old_value is equal to spaces
067500         move "VALUE MISSING" to ral-result
067600         perform 8100-log-refusal thru 8100-exit
067700         go to 4000-exit
067800     end-if.
067900     if future-is-change
068000         if fsq_new_value is equal to spaces
068100             move "NEW VALUE MISSING" to ral-result
068200             perform 8100-log-refusal thru 8100-exit
068300             go to 4000-exit
068400         end-if
068500         if fsq_new_value is equal to fsq_old_value
068600             move "NEW VALUE SAME AS THE OLD" to ral-result
068700             perform 8100-log-refusal thru 8100-exit
068800             go to 4000-exit
068900         end-if
069000     else
069100         move zero to fsq_position
069200         move spaces to fsq_new_value
069300     end-if.
069400 4000-file.
069500     perform 4200-file-change thru 4200-exit.
069600     if not request-was-filed
069700         move "NO FREE SEQUENCE NUMBER - TRY AGAIN" to ral-result
069800         perform 8100-log-refusal thru 8100-exit
069900         go to 4000-exit
070000     end-if.
070100     move fut-sched-date to ral-date.
070200     move fut-sched-time to ral-time.
070300     move fut-seq to ral-seq.
070400     move "SCHEDULED - APPLIED ON THE EFFECTIVE DATE"
070500         to ral-result.
070600     perform 8000-log-action thru 8000-exit.
070700     if not batch-mode-active
070800         display "Change scheduled as " fsq_list_id " "
070900             fut-effective-date " " fut-sched-date " "
071000             fut-sched-time " " fut-seq "."
071100     end-if.
071200 4000-exit.
071300     exit.

071400*----------------------------------------------------------------
071500* 4100-check-effective-date - the effective date must be a real
071600* calendar date no earlier than today; a change dated today is
071700* released by tonight's run.  A failure leaves its reason in
071800* ral-result; a good date leaves it spaces.
071900*----------------------------------------------------------------
072000 4100-check-effective-date.
072100     move spaces to ral-result.
072200     move fsq_effective_date to check_date.
072300     perform 4110-check-calendar-date thru 4110-exit.
072400     if not date-is-on-calendar
072700         move "EFFECTIVE DATE NOT VALID" to ral-result
072800         go to 4100-exit
072900     end-if.
073000     if check_date is less than run_date
073100         move "EFFECTIVE DATE ALREADY PAST" to ral-result
073200     end-if.
073300 4100-exit.
073400     exit.

073401*----------------------------------------------------------------
073402* 4110-check-calendar-date - is the yyyymmdd date in check_date
073403* a day that exists: a month of 1 to 12 and a day no later
073404* than the month's last - 30 days hath September, April, June
073405* and November, and February has 29 in a year divisible by 4,
073406* unless it is divisible by 100 and not by 400.  The verdict
073407* is left on calendar_date_switch.
073408*----------------------------------------------------------------
073409 4110-check-calendar-date.
073410     move "N" to calendar_date_switch.
073411     if cds-month is less than 1
073412             or cds-month is greater than 12
073413             or cds-day is less than 1
073414         go to 4110-exit
073415     end-if.
073416     move 31 to month_day_limit.
073417     if cds-month is equal to 4 or 6 or 9 or 11
073418         move 30 to month_day_limit
073419     end-if.
073420     if cds-month is equal to 2
073421         move 28 to month_day_limit
073422         divide cds-year by 4 giving leap_quotient
073423             remainder leap_remainder_4
073424         divide cds-year by 100 giving leap_quotient
073425             remainder leap_remainder_100
073426         divide cds-year by 400 giving leap_quotient
073427             remainder leap_remainder_400
073428         if leap_remainder_4 is equal to zero
073429                 and (leap_remainder_100 is not equal to zero
073430                     or leap_remainder_400 is equal to zero)
073431             move 29 to month_day_limit
073432         end-if
073433     end-if.
073434     if cds-day is greater than month_day_limit
073435         go to 4110-exit
073436     end-if.
073437     move "Y" to calendar_date_switch.
073438 4110-exit.
073439     exit.

073440*----------------------------------------------------------------
073441* 4150-check-expiry-date - an add's expiry date, held to what
073442* Program1 asks of a keyed one: blank or zeros for a value that
073443* does not expire, otherwise a real calendar date no earlier
073444* than today - and, since the value only goes on the list on
073445* the effective date, no earlier than that either.  A failure
073446* leaves its reason in ral-result; a good date (or none) leaves
073447* it spaces, with zeros in fsq_expiry for none.
073448*----------------------------------------------------------------
073449 4150-check-expiry-date.
073450     move spaces to ral-result.
073451     if fsq_expiry is equal to spaces
073452             or fsq_expiry is equal to zeros
073453         move zeros to fsq_expiry
073454         go to 4150-exit
073455     end-if.
073456     if fsq_expiry is not numeric
073457         move "EXPIRY NOT A DATE" to ral-result
073458         go to 4150-exit
073459     end-if.
073460     move fsq_expiry_number to check_date.
073461     perform 4110-check-calendar-date thru 4110-exit.
073462     if not date-is-on-calendar
073463         move "EXPIRY NOT A DATE" to ral-result
073464         go to 4150-exit
073465     end-if.
073466     if check_date is less than run_date
073467         move "EXPIRY ALREADY PAST" to ral-result
073468         go to 4150-exit
073469     end-if.
073470     if check_date is less than fsq_effective_date
073471         move "EXPIRY BEFORE THE EFFECTIVE DATE" to ral-result
073472     end-if.
073473 4150-exit.
073474     exit.

073500*----------------------------------------------------------------
073600* 4200-file-change - write the change under the list id, its
073700* effective date and the moment it was scheduled.  Two
073800* scheduled in the same hundredth of a second move on to the
073900* next sequence number.
074000*----------------------------------------------------------------
074100 4200-file-change.
074200     move "N" to request_filed_switch.
074300     move fsq_list_id to fut-list-id.
074400     move fsq_effective_date to fut-effective-date.
074500     accept fut-sched-date from date yyyymmdd.
074600     accept fut-sched-time from time.
074700     move zero to fut-seq.
074800     move fsq_old_value to fut-old-value.
074900     move fsq_position to fut-position.
075000     move fsq_new_value to fut-new-value.
075010     move fsq_expiry to fut-expiry.
075100     move operator-id to fut-scheduler-id.
075200     move "S" to fut-status.
075300     move zero to fut-released-date.
075400     move zero to fut-applied-date.
075500     move spaces to fut-result.
075600     move "N" to fut-reported.
075700     perform 4210-write-one-change thru 4210-exit
075800         until request-was-filed
075900             or fut-seq is equal to 99.
076000 4200-exit.
076100     exit.

076200*----------------------------------------------------------------
076300* 4210-write-one-change - try the change under the current
076400* sequence number.
076500*----------------------------------------------------------------
076600 4210-write-one-change.
076700     write future-change-record
076800         invalid key
076900             add 1 to fut-seq
077000             go to 4210-exit
077100     end-write.
077200     move "Y" to request_filed_switch.
077300 4210-exit.
077400     exit.

077500*----------------------------------------------------------------
077600* 5000-cancel-change - withdraw a change named by its list id,
077700* effective date and the date, time and sequence number LIST
077800* shows against it.  Only a change still scheduled can be
077900* withdrawn - once FutRel has released it, tonight's Program1
078000* run applies it - and only by the operator who scheduled it
078100* or a supervisor.
078200*----------------------------------------------------------------
078300 5000-cancel-change.
078400     move fsq_sched_date to ral-date.
078500     move fsq_sched_time to ral-time.
078600     move fsq_seq to ral-seq.
078700     move fsq_list_id to fut-list-id.
078800     move fsq_effective_date to fut-effective-date.
078900     move fsq_sched_date to fut-sched-date.
079000     move fsq_sched_time to fut-sched-time.
079100     move fsq_seq to fut-seq.
079200     read future-change-file
079300         invalid key
079400             move "CHANGE NOT ON FILE" to ral-result
079500             perform 8100-log-refusal thru 8100-exit
079600             go to 5000-exit
079700     end-read.
079800     if not future-is-scheduled
079900         move "CHANGE NO LONGER SCHEDULED" to ral-result
080000         perform 8100-log-refusal thru 8100-exit
080100         go to 5000-exit
080200     end-if.
080300     if fut-scheduler-id is not equal to operator-id
080400             and not session-is-supervisor
080500         move "ONLY THE SCHEDULER OR A SUPERVISOR MAY CANCEL"
080600             to ral-result
080700         perform 8100-log-refusal thru 8100-exit
080800         go to 5000-exit
080900     end-if.
081000     move "X" to fut-status.
081100     move run_date to fut-applied-date.
081200     move "CANCELLED" to fut-result.
081300     move "Y" to fut-reported.
081400     rewrite future-change-record.
081500     move "CANCELLED" to ral-result.
081600     perform 8000-log-action thru 8000-exit.
081700 5000-exit.
081800     exit.

081900*----------------------------------------------------------------
082000* 8000-log-action - write one action-taken line to FUTSRPT.
082100*----------------------------------------------------------------
082200 8000-log-action.
082300     write schedule-report-record from report_action_line.
082400     add 1 to action_taken_count.
082500 8000-exit.
082600     exit.

082700*----------------------------------------------------------------
082800* 8100-log-refusal - write one refused-action line to FUTSRPT,
082900* and say it at the terminal.
083000*----------------------------------------------------------------
083100 8100-log-refusal.
083200     write schedule-report-record from report_action_line.
083300     add 1 to action_refused_count.
083400     if not batch-mode-active
083500         display "Request refused - " ral-result
083600     end-if.
083700 8100-exit.
083800     exit.

083900*----------------------------------------------------------------
084000* 8600-write-change-lines - the change in the FUTCHG record
084100* area on FUTSRPT: its key, action, status, position and the
084200* operator who scheduled it, then the value it names, an add's
084300* expiry date when it has one and a correction's new value.
084400* An interactive session sees the same lines.
084500*----------------------------------------------------------------
084600 8600-write-change-lines.
084700     move fut-list-id to rcl-list-id.
084800     move fut-effective-date to rcl-effective-date.
084900     move fut-sched-date to rcl-sched-date.
085000     move fut-sched-time to rcl-sched-time.
085100     move fut-seq to rcl-seq.
085200     evaluate true
085300         when future-is-add-end
085400             move "ADDEND" to rcl-action
085500         when future-is-add-front
085600             move "ADDFRONT" to rcl-action
085700         when future-is-delete
085800             move "DELETE" to rcl-action
085900         when future-is-change
086000             move "CHANGE" to rcl-action
086100         when other
086200             move fut-action to rcl-action
086300     end-evaluate.
086400     evaluate true
086500         when future-is-scheduled
086600             move "SCHEDULED" to rcl-status
086700         when future-is-released
086800             move "RELEASED" to rcl-status
086900         when future-was-applied
087000             move "APPLIED" to rcl-status
087100         when future-was-refused
087200             move "REFUSED" to rcl-status
087300         when future-was-cancelled
087400             move "CANCELLED" to rcl-status
087500         when other
087600             move fut-status to rcl-status
087700     end-evaluate.
087800     move fut-position to rcl-position.
087900     move fut-scheduler-id to rcl-scheduler-id.
088000     write schedule-report-record from report_change_line.
088100     move "VALUE:" to rcd-label.
088200     if future-is-add-end or future-is-add-front
088300         move fut-new-value to rcd-text
088400     else
088500         move fut-old-value to rcd-text
088600     end-if.
088700     write schedule-report-record from report_change_detail.
088800     if not batch-mode-active
088900         display report_change_line
089000         display report_change_detail
089100     end-if.
089110     if (future-is-add-end or future-is-add-front)
089120             and fut-expiry is numeric
089130             and fut-expiry is greater than zero
089140         move "EXPIRES:" to rcd-label
089150         move fut-expiry to rcd-text
089160         write schedule-report-record
089170             from report_change_detail
089180         if not batch-mode-active
089190             display report_change_detail
089195         end-if
089196     end-if.
089200     if future-is-change
089300         move "NEW VALUE:" to rcd-label
089400         move fut-new-value to rcd-text
089500         write schedule-report-record
089600             from report_change_detail
089700         if not batch-mode-active
089800             display report_change_detail
089900         end-if
090000     end-if.
090100 8600-exit.
090200     exit.

090300 end program FutSch.
