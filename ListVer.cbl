000100 identification division.
000200 program-id. ListVer as "SentinelLinkedLists.ListVer".
000300 author. Applications Development Unit.
000400 installation. Sentinel Linked Lists Project.
000500 date-written. 10/14/2026.
000600 date-compiled.
000700*----------------------------------------------------------------
000800* modification history
000900*  date        init   description
001000*  10/14/2026  jah    original build - read-only structural
001100*                     check of every list's block on LISTDATA,
001200*                     run by RunCtl ahead of the night's
001300*                     archive and billing steps.  For each list
001400*                     id: the front-of-list cell at position
001500*                     zero is present, the numbered positions
001600*                     run one through n with no gap or repeat,
001700*                     no value sits on the list twice (the
001800*                     rule Program1's 2705-screen-for-duplicate
001900*                     enforces), every keyed value passes the
002000*                     list's current EDITRULE rules, every cell
002100*                     carries the same ldr-updated date, and
002200*                     the list is not past list-max-capacity.
002300*                     Findings go to VERRPT by list id and
002400*                     position; any finding ends the run with
002500*                     return code 8 so RunCtl stops the night
002600*                     before a damaged file is archived and
002700*                     sent to billing.
002800*----------------------------------------------------------------

002900 environment division.
003000 input-output section.
003100 file-control.
003200     select list-data-file assign to "LISTDATA"
003300         organization is indexed
003400         access mode is sequential
003500         record key is ldr-key
003600         file status is list-file-status.
003700     select edit-rules-file assign to "EDITRULE"
003800         organization is sequential
003900         file status is editrule-file-status.
004000     select verify-report-file assign to "VERRPT"
004100         organization is line sequential
004200         file status is report-file-status.

004300 data division.
004400 file section.
004500 fd  list-data-file.
004600     copy "LISTREC.cpy".

004700 fd  edit-rules-file.
004800     copy "RULEREC.cpy".

004900 fd  verify-report-file.
005000 01  verify-report-record    pic x(132).

005100 working-storage section.
005200 78 list-max-capacity value 10000.
005300 01 list-file-status pic x(02) value spaces.
005400 01 editrule-file-status pic x(02) value spaces.
005500 01 report-file-status pic x(02) value spaces.
005600 01 list_eof_switch pic x(01) value "N".
005700     88 list-at-end value "Y".
005800 01 rules_eof_switch pic x(01) value "N".
005900     88 rules-at-end value "Y".
006000 01 list_open_switch pic x(01) value "N".
006100     88 a-list-is-open value "Y".
006200 01 current_list_id pic x(08) value spaces.
006300 01 current_updated pic 9(08) value zero.
006400 01 expected_position pic s9(9) value zero.
006500 01 capacity_flagged_switch pic x(01) value "N".
006600     88 capacity-was-flagged value "Y".
006700 01 lists_checked_count pic s9(9) value zero.
006800 01 cells_checked_count pic s9(9) value zero.
006900 01 finding_count pic s9(9) value zero.
007000* The current list's cells as read, for the duplicate scan.
007100* Entry n is the nth record of the list, not position n - a
007200* damaged block need not run in step with its positions.
007300 01 cell_count pic s9(9) value zero.
007400 01 cell_scan_idx pic s9(9) value zero.
007500 01 duplicate_found_switch pic x(01) value "N".
007600     88 value-is-duplicate value "Y".
007700 01 cell_table.
007800   05 cell_entry occurs 10001 times.
007900     10 cel-position pic s9(9).
008000     10 cel-value pic x(80).
008100 01 rule_count pic s9(9) value zero.
008200 01 rule_scan_idx pic s9(9) value zero.
008300 01 rule_table.
008400   05 rule_entry occurs 100 times.
008500     10 rtb-list-id pic x(08).
008600     10 rtb-numeric-only pic x(01).
008700     10 rtb-min-length pic 9(02).
008800     10 rtb-max-length pic 9(02).
008900     10 rtb-prefix pic x(10).
009000* The rules of the list being checked, staged the same way
009100* Program1 stages them for its screen.
009200 01 rules_loaded_switch pic x(01) value "N".
009300     88 edit-rules-active value "Y".
009400 01 rule_numeric_only pic x(01) value spaces.
009500 01 rule_min_length pic 9(02) value zero.
009600 01 rule_max_length pic 9(02) value zero.
009700 01 rule_prefix pic x(10) value spaces.
009800 01 rule_prefix_length pic 9(02) value zero.
009900 01 value_char_idx pic s9(4) value zero.
010000 01 value_trim_length pic s9(4) value zero.
010100 01 edit_violation_switch pic x(01) value "N".
010200     88 value-breaks-rules value "Y".
010300 01 edit_reason pic x(20) value spaces.
010400 01 report_heading_line pic x(132) value
010500     "LISTDATA INTEGRITY CHECK".
010600 01 report_blank_line pic x(132) value spaces.
010700 01 report_column_line pic x(132) value
010800     "LIST ID    POSITION FINDING".
010900 01 report_finding_line.
011000     05 rfl-list-id pic x(08).
011100     05 filler pic x(01) value spaces.
011200     05 rfl-position pic -zzzzzzzz9.
011300     05 filler pic x(01) value spaces.
011400     05 rfl-finding.
011500         10 rfl-text pic x(22).
011600         10 rfl-other pic zzzzzzzz9.
011700     05 filler pic x(01) value spaces.
011800     05 rfl-value pic x(80).
011900 01 report_count_line.
012000     05 rcl-label pic x(26).
012100     05 rcl-count pic zzzzzzzz9.
012200     05 filler pic x(97) value spaces.
012300 01 report_empty_line pic x(132) value
012400     "NO LISTS ON FILE".
012500 01 report_unopened_line.
012600     05 filler pic x(34) value
012700         "LISTDATA WILL NOT OPEN - STATUS   ".
012800     05 rul-status pic x(02).
012900     05 filler pic x(96) value spaces.
013000 01 report_passed_line pic x(132) value
013100     "LISTDATA PASSED THE INTEGRITY CHECK".
013200 01 report_failed_line pic x(132) value
013300     "LISTDATA FAILED THE INTEGRITY CHECK - DO NOT ARCHIVE".

013400 procedure division.
013500 0000-mainline.
013600     open output verify-report-file.
013700     write verify-report-record from report_heading_line.
013800     write verify-report-record from report_blank_line.
013900     move spaces to rfl-finding.
014000     perform 1000-load-edit-rules thru 1000-exit.
014100     open input list-data-file.
014200     if list-file-status is equal to "35"
014300         write verify-report-record from report_empty_line
014400         close verify-report-file
014500         goback
014600     end-if.
014700     if list-file-status is not equal to "00"
014800         move list-file-status to rul-status
014900         write verify-report-record from report_unopened_line
015000         close verify-report-file
015100         move 8 to return-code
015200         goback
015300     end-if.
015400     write verify-report-record from report_column_line.
015500     perform 2000-check-one-record thru 2000-exit
015600         until list-at-end.
015700     if a-list-is-open
015800         perform 4000-close-out-list thru 4000-exit
015900     end-if.
016000     close list-data-file.
016100     perform 8000-write-trailer thru 8000-exit.
016200     close verify-report-file.
016300     if finding_count is greater than zero
016400         move 8 to return-code
016500     end-if.
016600     goback.

016700*----------------------------------------------------------------
016800* 1000-load-edit-rules - take every EDITRULE record into the
016900* rules table once, so each list finds its rules as it comes
017000* up.  No rules file on disk means no list is ruled.
017100*----------------------------------------------------------------
017200 1000-load-edit-rules.
017300     open input edit-rules-file.
017400     if editrule-file-status is not equal to "00"
017500         go to 1000-exit
017600     end-if.
017700     perform 1100-load-one-rule thru 1100-exit
017800         until rules-at-end.
017900     close edit-rules-file.
018000 1000-exit.
018100     exit.

018200*----------------------------------------------------------------
018300* 1100-load-one-rule - table one EDITRULE record, treating a
018400* length that is not numeric as zero the way Program1's
018500* 1310-match-one-rule does.
018600*----------------------------------------------------------------
018700 1100-load-one-rule.
018800     read edit-rules-file
018900         at end
019000             move "Y" to rules_eof_switch
019100             go to 1100-exit
019200     end-read.
019300     if rule_count is equal to 100
019400         display "EDITRULE holds more lists than the rules"
019500             " table - dropping " edr-list-id
019600         go to 1100-exit
019700     end-if.
019800     add 1 to rule_count.
019900     move edr-list-id to rtb-list-id(rule_count).
020000     move edr-numeric-only to rtb-numeric-only(rule_count).
020100     if edr-min-length is numeric
020200         move edr-min-length to rtb-min-length(rule_count)
020300     else
020400         move zero to rtb-min-length(rule_count)
020500     end-if.
020600     if edr-max-length is numeric
020700         move edr-max-length to rtb-max-length(rule_count)
020800     else
020900         move zero to rtb-max-length(rule_count)
021000     end-if.
021100     move edr-prefix to rtb-prefix(rule_count).
021200 1100-exit.
021300     exit.

021400*----------------------------------------------------------------
021500* 2000-check-one-record - the file is keyed by list id plus
021600* position, so each list's records arrive together; when the
021700* id changes the finished list is closed out and the next one
021800* is opened.  Each cell is checked as it is read.
021900*----------------------------------------------------------------
022000 2000-check-one-record.
022100     read list-data-file
022200         at end
022300             move "Y" to list_eof_switch
022400             go to 2000-exit
022500     end-read.
022600     if list-file-status is not equal to "00"
022700         move "Y" to list_eof_switch
022800         go to 2000-exit
022900     end-if.
023000     if a-list-is-open
023100             and ldr-list-id is not equal to current_list_id
023200         perform 4000-close-out-list thru 4000-exit
023300     end-if.
023400     if not a-list-is-open
023500         perform 3000-open-list thru 3000-exit
023600     end-if.
023700     add 1 to cells_checked_count.
023800     perform 2100-check-position thru 2100-exit.
023900     perform 2200-check-duplicate thru 2200-exit.
024000     perform 2300-check-edit-rules thru 2300-exit.
024100     if ldr-updated is not equal to current_updated
024200         move "UPDATED DATE DIFFERS" to rfl-text
024300         move ldr-updated to rfl-other
024400         perform 7000-write-finding thru 7000-exit
024500     end-if.
024600 2000-exit.
024700     exit.

024800*----------------------------------------------------------------
024900* 2100-check-position - the positions must run zero, one, two
025000* and on with nothing skipped or repeated.  A negative position
025100* is never written by Program1; a position past the one
025200* expected leaves a gap, reported from the first missing
025300* position through the last; one short of it is a repeat.
025400* A list past list-max-capacity is reported once, at the first
025500* position beyond it.
025600*----------------------------------------------------------------
025700 2100-check-position.
025800     if ldr-position is less than zero
025900         move "NEGATIVE POSITION" to rfl-text
026000         perform 7000-write-finding thru 7000-exit
026100         go to 2100-exit
026200     end-if.
026300     if ldr-position is less than expected_position
026400         move "POSITION REPEATED" to rfl-text
026500         perform 7000-write-finding thru 7000-exit
026600         go to 2100-exit
026700     end-if.
026800     if ldr-position is greater than expected_position
026900         if expected_position is equal to zero
027000             move zero to rfl-position
027100             move "POSITION ZERO MISSING" to rfl-text
027200             perform 7100-write-list-finding thru 7100-exit
027300             move 1 to expected_position
027400         end-if
027500     end-if.
027600     if ldr-position is greater than expected_position
027700         move expected_position to rfl-position
027800         move "GAP - MISSING THROUGH" to rfl-text
027900         subtract 1 from ldr-position giving rfl-other
028000         perform 7100-write-list-finding thru 7100-exit
028100     end-if.
028200     if ldr-position is greater than list-max-capacity
028300             and not capacity-was-flagged
028400         move "Y" to capacity_flagged_switch
028500         move "PAST LIST CAPACITY OF" to rfl-text
028600         move list-max-capacity to rfl-other
028700         perform 7000-write-finding thru 7000-exit
028800     end-if.
028900     add 1 to ldr-position giving expected_position.
029000 2100-exit.
029100     exit.

029200*----------------------------------------------------------------
029300* 2200-check-duplicate - no value may sit on the list twice.
029400* The cell is held against every cell of the list read before
029500* it, front-of-list cell included, the same comparison
029600* 2705-screen-for-duplicate makes; a spaces value is never
029700* screened.  The cell is then kept for the cells after it.
029800*----------------------------------------------------------------
029900 2200-check-duplicate.
030000     move "N" to duplicate_found_switch.
030100     if ldr-value is not equal to spaces
030200         move 1 to cell_scan_idx
030300         perform until cell_scan_idx is greater than cell_count
030400                 or value-is-duplicate
030500             if cel-value(cell_scan_idx) is equal to ldr-value
030600                 move "Y" to duplicate_found_switch
030700                 move "DUPLICATE OF POSITION" to rfl-text
030800                 move cel-position(cell_scan_idx) to rfl-other
030900                 perform 7000-write-finding thru 7000-exit
031000             end-if
031100             add 1 to cell_scan_idx
031200         end-perform
031300     end-if.
031400     if cell_count is less than 10001
031500         add 1 to cell_count
031600         move ldr-position to cel-position(cell_count)
031700         move ldr-value to cel-value(cell_count)
031800     end-if.
031900 2200-exit.
032000     exit.

032100*----------------------------------------------------------------
032200* 2300-check-edit-rules - hold the cell's value to the list's
032300* current rules, when it has any: digits only, minimum and
032400* maximum length on the keyed part of the value, and the
032500* required prefix - the tests Program1's
032600* 2707-screen-for-edit-rules makes, in the same order with the
032700* same reasons.  An all-spaces cell is an emptied one, such as
032800* a front cell a Targ delete blanked, not a keyed value, and is
032900* not held to the rules.
033000*----------------------------------------------------------------
033100 2300-check-edit-rules.
033200     move "N" to edit_violation_switch.
033300     move spaces to edit_reason.
033400     if not edit-rules-active
033500             or ldr-value is equal to spaces
033600         go to 2300-exit
033700     end-if.
033800     move 80 to value_char_idx.
033900     move zero to value_trim_length.
034000     perform until value_char_idx is less than 1
034100             or value_trim_length is greater than zero
034200         if ldr-value(value_char_idx:1) is not equal to space
034300             move value_char_idx to value_trim_length
034400         else
034500             subtract 1 from value_char_idx
034600         end-if
034700     end-perform.
034800     if value_trim_length is less than rule_min_length
034900         move "Y" to edit_violation_switch
035000         move "SHORTER THAN MINIMUM" to edit_reason
035100         go to 2300-report
035200     end-if.
035300     if rule_max_length is greater than zero
035400             and value_trim_length is greater than
035500                 rule_max_length
035600         move "Y" to edit_violation_switch
035700         move "LONGER THAN MAXIMUM" to edit_reason
035800         go to 2300-report
035900     end-if.
036000     if rule_numeric_only is equal to "Y"
036100         move 1 to value_char_idx
036200         perform until value_char_idx is greater than
036300                 value_trim_length
036400                 or value-breaks-rules
036500             if ldr-value(value_char_idx:1) is not numeric
036600                 move "Y" to edit_violation_switch
036700                 move "NOT ALL NUMERIC" to edit_reason
036800             end-if
036900             add 1 to value_char_idx
037000         end-perform
037100         if value-breaks-rules
037200             go to 2300-report
037300         end-if
037400     end-if.
037500     if rule_prefix_length is greater than zero
037600             and ldr-value(1:rule_prefix_length)
037700                 is not equal to
037800                     rule_prefix(1:rule_prefix_length)
037900         move "Y" to edit_violation_switch
038000         move "REQUIRED PREFIX GONE" to edit_reason
038100     end-if.
038200 2300-report.
038300     if value-breaks-rules
038400         move edit_reason to rfl-text
038500         perform 7000-write-finding thru 7000-exit
038600     end-if.
038700 2300-exit.
038800     exit.

038900*----------------------------------------------------------------
039000* 3000-open-list - start the checks for a new list id: reset
039100* the tallies, take the first cell's ldr-updated as the date
039200* every other cell must carry, and stage the list's rules.
039300*----------------------------------------------------------------
039400 3000-open-list.
039500     move "Y" to list_open_switch.
039600     move ldr-list-id to current_list_id.
039700     move ldr-updated to current_updated.
039800     move zero to expected_position.
039900     move zero to cell_count.
040000     move "N" to capacity_flagged_switch.
040100     add 1 to lists_checked_count.
040200     perform 3100-stage-list-rules thru 3100-exit.
040300 3000-exit.
040400     exit.

040500*----------------------------------------------------------------
040600* 3100-stage-list-rules - find the list's rules in the table
040700* and measure the prefix once, so the screen compares only the
040800* keyed part of it, not the trailing spaces in the field.
040900*----------------------------------------------------------------
041000 3100-stage-list-rules.
041100     move "N" to rules_loaded_switch.
041200     move 1 to rule_scan_idx.
041300     perform until rule_scan_idx is greater than rule_count
041400             or edit-rules-active
041500         if rtb-list-id(rule_scan_idx) is equal to
041600                 current_list_id
041700             move "Y" to rules_loaded_switch
041800         else
041900             add 1 to rule_scan_idx
042000         end-if
042100     end-perform.
042200     if not edit-rules-active
042300         go to 3100-exit
042400     end-if.
042500     move rtb-numeric-only(rule_scan_idx) to rule_numeric_only.
042600     move rtb-min-length(rule_scan_idx) to rule_min_length.
042700     move rtb-max-length(rule_scan_idx) to rule_max_length.
042800     move rtb-prefix(rule_scan_idx) to rule_prefix.
042900     move 10 to value_char_idx.
043000     move zero to rule_prefix_length.
043100     perform until value_char_idx is less than 1
043200             or rule_prefix_length is greater than zero
043300         if rule_prefix(value_char_idx:1) is not equal to space
043400             move value_char_idx to rule_prefix_length
043500         else
043600             subtract 1 from value_char_idx
043700         end-if
043800     end-perform.
043900 3100-exit.
044000     exit.

044100*----------------------------------------------------------------
044200* 4000-close-out-list - a list whose records never reached a
044300* position at or above zero has no front-of-list cell; every
044400* other shape was caught as its cells were read.
044500*----------------------------------------------------------------
044600 4000-close-out-list.
044700     if expected_position is equal to zero
044800         move zero to rfl-position
044900         move "POSITION ZERO MISSING" to rfl-text
045000         perform 7100-write-list-finding thru 7100-exit
045100     end-if.
045200     move "N" to list_open_switch.
045300 4000-exit.
045400     exit.

045500*----------------------------------------------------------------
045600* 7000-write-finding - one exception line against the cell just
045700* read, with the finding staged in rfl-text and, where it names
045800* a second position or a date, rfl-other.
045900*----------------------------------------------------------------
046000 7000-write-finding.
046100     move ldr-position to rfl-position.
046200     move ldr-value to rfl-value.
046300     perform 7200-put-finding thru 7200-exit.
046400 7000-exit.
046500     exit.

046600*----------------------------------------------------------------
046700* 7100-write-list-finding - one exception line against a
046800* position with no cell on file, staged in rfl-position.
046900*----------------------------------------------------------------
047000 7100-write-list-finding.
047100     move spaces to rfl-value.
047200     perform 7200-put-finding thru 7200-exit.
047300 7100-exit.
047400     exit.

047500*----------------------------------------------------------------
047600* 7200-put-finding - write the staged line, count it, and clear
047700* the finding for the next one.
047800*----------------------------------------------------------------
047900 7200-put-finding.
048000     move current_list_id to rfl-list-id.
048100     write verify-report-record from report_finding_line.
048200     add 1 to finding_count.
048300     move spaces to rfl-finding.
048400 7200-exit.
048500     exit.

048600*----------------------------------------------------------------
048700* 8000-write-trailer - the run's counts and its verdict.
048800*----------------------------------------------------------------
048900 8000-write-trailer.
049000     write verify-report-record from report_blank_line.
049100     move "LISTS CHECKED:            " to rcl-label.
049200     move lists_checked_count to rcl-count.
049300     write verify-report-record from report_count_line.
049400     move "CELLS CHECKED:            " to rcl-label.
049500     move cells_checked_count to rcl-count.
049600     write verify-report-record from report_count_line.
049700     move "FINDINGS:                 " to rcl-label.
049800     move finding_count to rcl-count.
049900     write verify-report-record from report_count_line.
050000     write verify-report-record from report_blank_line.
050100     if finding_count is greater than zero
050200         write verify-report-record from report_failed_line
050300     else
050400         write verify-report-record from report_passed_line
050500     end-if.
050600 8000-exit.
050700     exit.

050800 end program ListVer.
