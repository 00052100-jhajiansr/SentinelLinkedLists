000100 identification division.
000200 program-id. ListExp as "SentinelLinkedLists.ListExp".
000300 author. Applications Development Unit.
000400 installation. Sentinel Linked Lists Project.
000500 date-written. 10/14/2026.
000600 date-compiled.
000700*----------------------------------------------------------------
000800* modification history
000900*  date        init   description
001000*  10/14/2026  jah    original build - the overnight expiry
001100*                     sweep.  A cell keyed with an expiry date
001200*                     is good through that date; the first night
001300*                     after it, this step takes the cell off its
001400*                     list.  A numbered cell is removed the way
001500*                     a Targ delete removes one, the cells above
001600*                     it closing up one position each; an
001700*                     expired front cell is blanked.  Every
001800*                     removal goes onto AUDITLOG as an action
001900*                     "D" record under the LISTEXP operator id,
002000*                     so the audit trail, ListRcv and Reconcil
002100*                     see it the same as a keyed delete.  Each
002200*                     list changed is rewritten in place on
002300*                     LISTDATA with the save date on every cell,
002400*                     the same as a Program1 save.  EXPRPT lists
002500*                     what was removed and every cell that
002600*                     expires in the next 30 days.  EXPPARM may
002700*                     set the run date and change the days
002800*                     looked ahead.  The step holds LISTLOCK
002900*                     while it runs and will not start while a
003000*                     session holds it.  RUNCTL carries this
003100*                     step after FutRel and ahead of Program1.
003200*----------------------------------------------------------------

003300 environment division.
003400 input-output section.
003500 file-control.
003600     select list-data-file assign to "LISTDATA"
003700         organization is indexed
003800         access mode is dynamic
003900         record key is ldr-key
004000         file status is list-file-status.
004100     select audit-log-file assign to "AUDITLOG"
004200         organization is sequential
004300         file status is audit-file-status.
004400     select session-lock-file assign to "LISTLOCK"
004500         organization is sequential
004600         file status is lock-file-status.
004700     select expiry-parm-file assign to "EXPPARM"
004800         organization is line sequential
004900         file status is parm-file-status.
005000     select expiry-report-file assign to "EXPRPT"
005100         organization is line sequential
005200         file status is report-file-status.

005300 data division.
005400 file section.
005500 fd  list-data-file.
005600     copy "LISTREC.cpy".

005700 fd  audit-log-file.
005800     copy "AUDITREC.cpy".

005900 fd  session-lock-file.
006000     copy "LOCKREC.cpy".

006100 fd  expiry-parm-file.
006200 01  expiry-parm-record.
006300     05 epm-run-date         pic 9(08).
006400     05 epm-days-ahead       pic 9(03).
006500     05 filler               pic x(69).

006600 fd  expiry-report-file.
006700 01  expiry-report-record    pic x(132).

006800 working-storage section.
006900 01 list-file-status pic x(02) value spaces.
007000 01 audit-file-status pic x(02) value spaces.
007100 01 lock-file-status pic x(02) value spaces.
007200 01 parm-file-status pic x(02) value spaces.
007300 01 report-file-status pic x(02) value spaces.
007400 78 list-max-capacity value 10000.
007500 01 operator-id pic x(08) value "LISTEXP".
007600 01 lock_taken_switch pic x(01) value "N".
007700     88 file-lock-is-held value "Y".
007800 01 run_date pic 9(08) value zero.
007900 01 run_days pic s9(9) value zero.
008000 01 days_ahead pic s9(4) value 30.
008100 01 days_until_expiry pic s9(9) value zero.
008200 01 save_stamp_date pic 9(08) value zero.
008300 01 list_eof_switch pic x(01) value "N".
008400     88 list-data-at-end value "Y".
008500 01 chain_broken_switch pic x(01) value "N".
008600     88 chain-is-broken value "Y".
008700 01 front_present_switch pic x(01) value "N".
008800     88 front-cell-present value "Y".
008900 01 swept_list_id pic x(08) value spaces.
009000 01 next_list_record pic x(113) value spaces.
009100 01 expected_position pic s9(9) value zero.
009200 01 broken_position pic s9(9) value zero.
009300 01 loaded_high_position pic s9(9) value zero.
009400 01 list_high_position pic s9(9) value zero.
009500 01 scan_position pic s9(9) value zero.
009600 01 cell_idx pic s9(9) value zero.
009700 01 shift_idx pic s9(9) value zero.
009800 01 removed_in_list pic s9(9) value zero.
009900 01 lists_swept_count pic s9(9) value zero.
010000 01 lists_changed_count pic s9(9) value zero.
010100 01 lists_skipped_count pic s9(9) value zero.
010200 01 removed_count pic s9(9) value zero.
010300 01 expiring_count pic s9(9) value zero.
010400 01 write_error_count pic s9(9) value zero.
010500 01 swept_cells.
010600     05 swept_cell occurs 10001 times.
010700         10 swc-value pic x(80).
010800         10 swc-expiry pic 9(08).
010900         10 swc-original-position pic s9(9).
011000 01 work_date pic 9(08) value zero.
011100 01 work_date_split redefines work_date.
011200     05 wds-year pic 9(04).
011300     05 wds-month pic 9(02).
011400     05 wds-day pic 9(02).
011500 01 work_days pic s9(9) value zero.
011600 01 julian_term_a pic s9(9) value zero.
011700 01 julian_term_b pic s9(9) value zero.
011800 01 julian_term_t pic s9(9) value zero.
011900 01 julian_term_1 pic s9(9) value zero.
012000 01 julian_term_2 pic s9(9) value zero.
012100 01 julian_term_3 pic s9(9) value zero.
012200 01 report_heading_line.
012300     05 filler pic x(38) value
012400         "LIST EXPIRY SWEEP".
012500     05 filler pic x(10) value "RUN DATE: ".
012600     05 rhl-run-date pic 9(08).
012700     05 filler pic x(76) value spaces.
012800 01 report_blank_line pic x(132) value spaces.
012900 01 report_removed_heading pic x(132) value
013000     "CELLS REMOVED AS PAST THEIR EXPIRY DATE".
013100 01 report_removed_columns.
013200     05 filler pic x(42) value
013300         "LIST ID    ORIG POS  AUDIT POS  EXPIRED".
013400     05 filler pic x(90) value
013500         "VALUE".
013600 01 report_removed_line.
013700     05 rrl-list-id pic x(08).
013800     05 filler pic x(02) value spaces.
013900     05 rrl-original-position pic zzzzzzzz9.
014000     05 filler pic x(02) value spaces.
014100     05 rrl-audit-position pic zzzzzzzz9.
014200     05 filler pic x(02) value spaces.
014300     05 rrl-expiry pic 9(08).
014400     05 filler pic x(02) value spaces.
014500     05 rrl-value pic x(80).
014600     05 filler pic x(10) value spaces.
014700 01 report_expiring_heading.
014800     05 filler pic x(27) value
014900         "CELLS EXPIRING IN THE NEXT ".
015000     05 reh-days pic zzz9.
015100     05 filler pic x(05) value " DAYS".
015200     05 filler pic x(96) value spaces.
015300 01 report_expiring_columns.
015400     05 filler pic x(37) value
015500         "LIST ID    POSITION  EXPIRES   DAYS".
015600     05 filler pic x(95) value
015700         "VALUE".
015800 01 report_expiring_line.
015900     05 rel-list-id pic x(08).
016000     05 filler pic x(02) value spaces.
016100     05 rel-position pic zzzzzzzz9.
016200     05 filler pic x(02) value spaces.
016300     05 rel-expiry pic 9(08).
016400     05 filler pic x(02) value spaces.
016500     05 rel-days pic zzz9.
016600     05 filler pic x(02) value spaces.
016700     05 rel-value pic x(80).
016800     05 filler pic x(15) value spaces.
016900 01 report_skipped_line.
017000     05 filler pic x(05) value "LIST ".
017100     05 rsl-list-id pic x(08).
017200     05 filler pic x(41) value
017300         " NOT SWEPT - POSITIONS OUT OF SEQUENCE AT".
017400     05 filler pic x(01) value spaces.
017500     05 rsl-position pic -(9)9.
017600     05 filler pic x(67) value spaces.
017700 01 report_none_line pic x(132) value
017800     "NONE".
017900 01 report_total_line.
018000     05 filler pic x(13) value "LISTS SWEPT: ".
018100     05 rtl-swept pic zzzzzzzz9.
018200     05 filler pic x(11) value "  CHANGED: ".
018300     05 rtl-changed pic zzzzzzzz9.
018400     05 filler pic x(17) value "  CELLS REMOVED: ".
018500     05 rtl-removed pic zzzzzzzz9.
018600     05 filler pic x(17) value "  EXPIRING SOON: ".
018700     05 rtl-expiring pic zzzzzzzz9.
018800     05 filler pic x(11) value "  SKIPPED: ".
018900     05 rtl-skipped pic zzzzzzzz9.
019000     05 filler pic x(18) value spaces.
019100 01 report_no_file_line pic x(132) value
019200     "NO LISTDATA ON FILE".

019300 procedure division.
019400 0000-mainline.
019500     accept run_date from date yyyymmdd.
019600     accept save_stamp_date from date yyyymmdd.
019700     perform 1000-read-parm thru 1000-exit.
019800     move run_date to work_date.
019900     perform 7000-date-to-days thru 7000-exit.
020000     move work_days to run_days.
020100     perform 1600-take-file-lock thru 1600-exit.
020200     if not file-lock-is-held
020300         display "Expiry sweep not run - LISTDATA is not free."
020400         move 8 to return-code
020500         goback
020600     end-if.
020700     open output expiry-report-file.
020800     move run_date to rhl-run-date.
020900     write expiry-report-record from report_heading_line.
021000     write expiry-report-record from report_blank_line.
021100     open i-o list-data-file.
021200     if list-file-status is equal to "35"
021300         write expiry-report-record from report_no_file_line
021400         close expiry-report-file
021500         perform 9500-release-file-lock thru 9500-exit
021600         move zero to return-code
021700         goback
021800     end-if.
021900     if list-file-status is not equal to "00"
022000         display "LISTDATA will not open - status "
022100             list-file-status " - nothing swept."
022200         close expiry-report-file
022300         perform 9500-release-file-lock thru 9500-exit
022400         move 8 to return-code
022500         goback
022600     end-if.
022700     open extend audit-log-file.
022800     if audit-file-status is equal to "35"
022900         open output audit-log-file
023000     end-if.
023100     if audit-file-status is not equal to "00"
023200         display "AUDITLOG will not open - status "
023300             audit-file-status " - nothing swept."
023400         close list-data-file
023500         close expiry-report-file
023600         perform 9500-release-file-lock thru 9500-exit
023700         move 8 to return-code
023800         goback
023900     end-if.
024000     perform 2000-sweep-lists thru 2000-exit.
024100     close audit-log-file.
024200     perform 3000-list-expiring-soon thru 3000-exit.
024300     close list-data-file.
024400     perform 9500-release-file-lock thru 9500-exit.
024500     move lists_swept_count to rtl-swept.
024600     move lists_changed_count to rtl-changed.
024700     move removed_count to rtl-removed.
024800     move expiring_count to rtl-expiring.
024900     move lists_skipped_count to rtl-skipped.
025000     write expiry-report-record from report_total_line.
025100     close expiry-report-file.
025200     display "Expired cells removed tonight: " rtl-removed.
025300     if write_error_count is greater than zero
025400         display "LISTDATA rewrite failures: "
025500             write_error_count " - see the messages above."
025600         move 8 to return-code
025700         goback
025800     end-if.
025900     if lists_skipped_count is greater than zero
026000         move 4 to return-code
026100     else
026200         move zero to return-code
026300     end-if.
026400     goback.

026500*----------------------------------------------------------------
026600* 1000-read-parm - pick up the settings from EXPPARM: the run
026700* date to sweep against (zero for today's date - set it when
026800* the night's sequence starts after midnight and must sweep as
026900* of the business day it belongs to) and the days the
027000* expiring section looks ahead.  No file, or a field that is
027100* blank or zero, keeps its default: today and 30 days.
027200*----------------------------------------------------------------
027300 1000-read-parm.
027400     open input expiry-parm-file.
027500     if parm-file-status is not equal to "00"
027600         go to 1000-exit
027700     end-if.
027800     read expiry-parm-file
027900         at end
028000             close expiry-parm-file
028100             go to 1000-exit
028200     end-read.
028300     if epm-run-date is numeric
028400             and epm-run-date is greater than zero
028500         move epm-run-date to run_date
028600     end-if.
028700     if epm-days-ahead is numeric
028800             and epm-days-ahead is greater than zero
028900         move epm-days-ahead to days_ahead
029000     end-if.
029100     close expiry-parm-file.
029200 1000-exit.
029300     exit.

029400*----------------------------------------------------------------
029500* 1600-take-file-lock - take LISTLOCK for the sweep the way
029600* the LISTDATA sessions do.  A lock already held means a
029700* session is working the lists; the sweep does not override
029800* it, and the night stops here until the lock is cleared.
029900*----------------------------------------------------------------
030000 1600-take-file-lock.
030100     move "N" to lock_taken_switch.
030200     open input session-lock-file.
030300     if lock-file-status is equal to "35"
030400         perform 1670-write-lock-record thru 1670-exit
030500         go to 1600-exit
030600     end-if.
030700     if lock-file-status is not equal to "00"
030800         display "LISTLOCK is not usable - status "
030900             lock-file-status "."
031000         go to 1600-exit
031100     end-if.
031200     read session-lock-file
031300         at end
031400             close session-lock-file
031500             perform 1670-write-lock-record thru 1670-exit
031600             go to 1600-exit
031700     end-read.
031800     display "LISTDATA is in use by " lck-operator-id
031900         " on list " lck-list-id " since " lck-date " "
032000         lck-time ".".
032100     close session-lock-file.
032200 1600-exit.
032300     exit.

032400*----------------------------------------------------------------
032500* 1670-write-lock-record - write this run's in-use record.
032600* The list id rides as spaces - the sweep covers every list.
032700*----------------------------------------------------------------
032800 1670-write-lock-record.
032900     open output session-lock-file.
033000     move operator-id to lck-operator-id.
033100     move spaces to lck-list-id.
033200     accept lck-date from date yyyymmdd.
033300     accept lck-time from time.
033400     write lock-record.
033500     close session-lock-file.
033600     move "Y" to lock_taken_switch.
033700 1670-exit.
033800     exit.

033900*----------------------------------------------------------------
034000* 2000-sweep-lists - take LISTDATA a list at a time in key
034100* order, removing every cell whose expiry date is before the
034200* run date.
034300*----------------------------------------------------------------
034400 2000-sweep-lists.
034500     write expiry-report-record from report_removed_heading.
034600     write expiry-report-record from report_removed_columns.
034700     move "N" to list_eof_switch.
034800     perform 8010-read-next-cell thru 8010-exit.
034900     perform 2100-sweep-one-list thru 2100-exit
035000         until list-data-at-end.
035100     if removed_count is equal to zero
035200         write expiry-report-record from report_none_line
035300     end-if.
035400     write expiry-report-record from report_blank_line.
035500 2000-exit.
035600     exit.

035700*----------------------------------------------------------------
035800* 2100-sweep-one-list - load the list whose first record is in
035900* the LISTDATA record area, take its expired cells off, and
036000* rewrite it if anything came off.  The first record of the
036100* next list is read ahead and kept, so after a rewrite the
036200* file is positioned back on it.  A list whose positions do
036300* not run unbroken from the front cell is left as it is and
036400* reported - closing it up would move cells ListVer has still
036500* to look at.
036600*----------------------------------------------------------------
036700 2100-sweep-one-list.
036800     move ldr-list-id to swept_list_id.
036900     move "N" to chain_broken_switch.
037000     move "N" to front_present_switch.
037100     move zero to removed_in_list.
037200     move zero to loaded_high_position.
037300     if ldr-position is equal to zero
037400         move "Y" to front_present_switch
037500         move zero to expected_position
037600     else
037700         move 1 to expected_position
037800     end-if.
037900     perform 2200-load-one-cell thru 2200-exit
038000         until list-data-at-end
038100             or ldr-list-id is not equal to swept_list_id.
038200     move list-data-record to next_list_record.
038300     add 1 to lists_swept_count.
038400     if chain-is-broken
038500         add 1 to lists_skipped_count
038600         move swept_list_id to rsl-list-id
038700         move broken_position to rsl-position
038800         write expiry-report-record from report_skipped_line
038900         go to 2100-exit
039000     end-if.
039100     move loaded_high_position to list_high_position.
039200     perform 2300-remove-expired-cells thru 2300-exit.
039300     if removed_in_list is equal to zero
039400         go to 2100-exit
039500     end-if.
039600     add 1 to lists_changed_count.
039700     perform 2400-rewrite-list thru 2400-exit.
039800     if list-data-at-end
039900         go to 2100-exit
040000     end-if.
040100     move next_list_record to list-data-record.
040200     start list-data-file key is not less than ldr-key
040300         invalid key
040400             move "Y" to list_eof_switch
040500             go to 2100-exit
040600     end-start.
040700     perform 8010-read-next-cell thru 8010-exit.
040800 2100-exit.
040900     exit.

041000*----------------------------------------------------------------
041100* 2200-load-one-cell - hold the cell in the record area in the
041200* sweep table, at its position plus one, and read the next.
041300* A position out of step marks the list broken; the rest of
041400* the list is still read past.
041500*----------------------------------------------------------------
041600 2200-load-one-cell.
041700     if not chain-is-broken
041800         if ldr-position is not equal to expected_position
041900                 or ldr-position is greater than
042000                     list-max-capacity
042100             move "Y" to chain_broken_switch
042200             move ldr-position to broken_position
042300         else
042400             compute cell_idx = ldr-position + 1
042500             move ldr-value to swc-value(cell_idx)
042600             move ldr-expiry to swc-expiry(cell_idx)
042700             move ldr-position
042800                 to swc-original-position(cell_idx)
042900             move ldr-position to loaded_high_position
043000             add 1 to expected_position
043100         end-if
043200     end-if.
043300     perform 8010-read-next-cell thru 8010-exit.
043400 2200-exit.
043500     exit.

043600*----------------------------------------------------------------
043700* 2300-remove-expired-cells - an expired front cell is blanked
043800* in place; the numbered chain is walked from position one,
043900* and each expired cell is audited at the position it holds
044000* at that moment and closed over, the same as 4100-unlink-
044100* targ-cell does for a Targ delete, so the audit trail replays
044200* in order.  The walk stays on a position after a removal -
044300* the next cell has just moved down into it.
044400*----------------------------------------------------------------
044500 2300-remove-expired-cells.
044600     if front-cell-present
044700         if swc-expiry(1) is greater than zero
044800                 and swc-expiry(1) is less than run_date
044900             move zero to scan_position
045000             move 1 to cell_idx
045100             perform 2350-audit-and-report thru 2350-exit
045200             move spaces to swc-value(1)
045300             move zero to swc-expiry(1)
045400         end-if
045500     end-if.
045600     move 1 to scan_position.
045700     perform 2310-check-one-cell thru 2310-exit
045800         until scan_position is greater than list_high_position.
045900 2300-exit.
046000     exit.

046100*----------------------------------------------------------------
046200* 2310-check-one-cell - remove the cell at scan_position if it
046300* has expired, otherwise move on to the next.
046400*----------------------------------------------------------------
046500 2310-check-one-cell.
046600     compute cell_idx = scan_position + 1.
046700     if swc-expiry(cell_idx) is equal to zero
046800             or swc-expiry(cell_idx) is not less than run_date
046900         add 1 to scan_position
047000         go to 2310-exit
047100     end-if.
047200     perform 2350-audit-and-report thru 2350-exit.
047300     move cell_idx to shift_idx.
047400     perform 2320-shift-one-cell thru 2320-exit
047500         until shift_idx is not less than list_high_position + 1.
047600     subtract 1 from list_high_position.
047700 2310-exit.
047800     exit.

047900*----------------------------------------------------------------
048000* 2320-shift-one-cell - move the cell above shift_idx down
048100* into it.
048200*----------------------------------------------------------------
048300 2320-shift-one-cell.
048400     move swept_cell(shift_idx + 1) to swept_cell(shift_idx).
048500     add 1 to shift_idx.
048600 2320-exit.
048700     exit.

048800*----------------------------------------------------------------
048900* 2350-audit-and-report - write the action "D" audit record
049000* for the cell at cell_idx, at scan_position, and list it on
049100* EXPRPT.
049200*----------------------------------------------------------------
049300 2350-audit-and-report.
049400     move operator-id to aud-operator-id.
049500     accept aud-date from date yyyymmdd.
049600     accept aud-time from time.
049700     move scan_position to aud-position.
049800     move swc-value(cell_idx) to aud-value.
049900     move "D" to aud-action.
050000     move spaces to aud-prior-value.
050100     move swept_list_id to aud-list-id.
050200     move spaces to aud-checker-id.
050300     write audit-record.
050400     move swept_list_id to rrl-list-id.
050500     move swc-original-position(cell_idx)
050600         to rrl-original-position.
050700     move scan_position to rrl-audit-position.
050800     move swc-expiry(cell_idx) to rrl-expiry.
050900     move swc-value(cell_idx) to rrl-value.
051000     write expiry-report-record from report_removed_line.
051100     add 1 to removed_in_list.
051200     add 1 to removed_count.
051300 2350-exit.
051400     exit.

051500*----------------------------------------------------------------
051600* 2400-rewrite-list - put the swept list back on LISTDATA by
051700* key: every cell left is rewritten at its new position with
051800* the save date, and the positions the chain no longer reaches
051900* are deleted.
052000*----------------------------------------------------------------
052100 2400-rewrite-list.
052200     if front-cell-present
052300         move zero to scan_position
052400     else
052500         move 1 to scan_position
052600     end-if.
052700     perform 2410-rewrite-one-cell thru 2410-exit
052800         until scan_position is greater than list_high_position.
052900     perform 2420-delete-one-cell thru 2420-exit
053000         until scan_position is greater than
053100             loaded_high_position.
053200 2400-exit.
053300     exit.

053400*----------------------------------------------------------------
053500* 2410-rewrite-one-cell - rewrite the cell at scan_position.
053600*----------------------------------------------------------------
053700 2410-rewrite-one-cell.
053800     compute cell_idx = scan_position + 1.
053900     move swept_list_id to ldr-list-id.
054000     move scan_position to ldr-position.
054100     move swc-value(cell_idx) to ldr-value.
054200     move save_stamp_date to ldr-updated.
054300     move swc-expiry(cell_idx) to ldr-expiry.
054400     rewrite list-data-record
054500         invalid key
054600             display "LISTDATA rewrite failed - status "
054700                 list-file-status " at " swept_list_id " "
054800                 scan_position "."
054900             add 1 to write_error_count
055000     end-rewrite.
055100     add 1 to scan_position.
055200 2410-exit.
055300     exit.

055400*----------------------------------------------------------------
055500* 2420-delete-one-cell - delete the record at scan_position,
055600* left empty by the close-up.
055700*----------------------------------------------------------------
055800 2420-delete-one-cell.
055900     move swept_list_id to ldr-list-id.
056000     move scan_position to ldr-position.
056100     delete list-data-file record
056200         invalid key
056300             display "LISTDATA delete failed - status "
056400                 list-file-status " at " swept_list_id " "
056500                 scan_position "."
056600             add 1 to write_error_count
056700     end-delete.
056800     add 1 to scan_position.
056900 2420-exit.
057000     exit.

057100*----------------------------------------------------------------
057200* 3000-list-expiring-soon - every cell left on LISTDATA that
057300* expires on or after the run date and within the days looked
057400* ahead, with the days it has left, so the branches can renew
057500* a value before the sweep takes it.
057600*----------------------------------------------------------------
057700 3000-list-expiring-soon.
057800     move days_ahead to reh-days.
057900     write expiry-report-record from report_expiring_heading.
058000     write expiry-report-record from report_expiring_columns.
058100     move low-values to ldr-key.
058200     move "N" to list_eof_switch.
058300     start list-data-file key is not less than ldr-key
058400         invalid key
058500             move "Y" to list_eof_switch
058600     end-start.
058700     perform 3100-list-one-expiring thru 3100-exit
058800         until list-data-at-end.
058900     if expiring_count is equal to zero
059000         write expiry-report-record from report_none_line
059100     end-if.
059200     write expiry-report-record from report_blank_line.
059300 3000-exit.
059400     exit.

059500*----------------------------------------------------------------
059600* 3100-list-one-expiring - list the next cell if it expires
059700* inside the window.
059800*----------------------------------------------------------------
059900 3100-list-one-expiring.
060000     perform 8010-read-next-cell thru 8010-exit.
060100     if list-data-at-end
060200         go to 3100-exit
060300     end-if.
060400     if ldr-expiry is equal to zero
060500             or ldr-expiry is less than run_date
060600         go to 3100-exit
060700     end-if.
060800     move ldr-expiry to work_date.
060900     perform 7000-date-to-days thru 7000-exit.
061000     compute days_until_expiry = work_days - run_days.
061100     if days_until_expiry is greater than days_ahead
061200         go to 3100-exit
061300     end-if.
061400     add 1 to expiring_count.
061500     move ldr-list-id to rel-list-id.
061600     move ldr-position to rel-position.
061700     move ldr-expiry to rel-expiry.
061800     move days_until_expiry to rel-days.
061900     move ldr-value to rel-value.
062000     write expiry-report-record from report_expiring_line.
062100 3100-exit.
062200     exit.

062300*----------------------------------------------------------------
062400* 7000-date-to-days - turn the yyyymmdd date in work_date into
062500* a day number in work_days (the Fliegel and Van Flandern
062600* Julian day count), so dates a month or a year apart subtract
062700* straight.
062800*----------------------------------------------------------------
062900 7000-date-to-days.
063000     compute julian_term_a = (wds-month - 14) / 12.
063100     compute julian_term_b = wds-year + 4800 + julian_term_a.
063200     compute julian_term_1 = (1461 * julian_term_b) / 4.
063300     compute julian_term_2 =
063400         (367 * (wds-month - 2 - 12 * julian_term_a)) / 12.
063500     compute julian_term_t = (julian_term_b + 100) / 100.
063600     compute julian_term_3 = (3 * julian_term_t) / 4.
063700     compute work_days = julian_term_1 + julian_term_2
063800         - julian_term_3 + wds-day - 32075.
063900 7000-exit.
064000     exit.

064100*----------------------------------------------------------------
064200* 8010-read-next-cell - read the next LISTDATA record.  Any
064300* failed read ends the pass.
064400*----------------------------------------------------------------
064500 8010-read-next-cell.
064600     read list-data-file next record
064700         at end
064800             move "Y" to list_eof_switch
064900             go to 8010-exit
065000     end-read.
065100     if list-file-status is not equal to "00"
065200         move "Y" to list_eof_switch
065300     end-if.
065400 8010-exit.
065500     exit.

065600*----------------------------------------------------------------
065700* 9500-release-file-lock - empty LISTLOCK out again.  Safe to
065800* perform on any path - it only releases a lock this run took.
065900*----------------------------------------------------------------
066000 9500-release-file-lock.
066100     if not file-lock-is-held
066200         go to 9500-exit
066300     end-if.
066400     open output session-lock-file.
066500     close session-lock-file.
066600     move "N" to lock_taken_switch.
066700 9500-exit.
066800     exit.

066900 end program ListExp.
