000100 identification division.
000200 program-id. FutRel as "SentinelLinkedLists.FutRel".
000300 author. Applications Development Unit.
000400 installation. Sentinel Linked Lists Project.
000500 date-written. 10/14/2026.
000600 date-compiled.
000700*----------------------------------------------------------------
000800* modification history
000900*  date        init   description
001000*  10/14/2026  jah    original build - the overnight step ahead
001100*                     of Program1 that picks up the changes
001200*                     FutSch scheduled on FUTCHG.  Every change
001300*                     still scheduled whose effective date is on
001400*                     or before the run date is released, and
001500*                     that night's Program1 run applies every
001600*                     released change for each list through the
001700*                     same screening, audit trail and LISTRPT
001800*                     keyed work gets, stamping it applied or
001900*                     refused with the reason.  Releasing here
002000*                     rather than in Program1 fixes the night's
002100*                     set before the save starts, so a Program1
002200*                     run that crosses midnight, or a rerun the
002300*                     next morning, applies the same changes.
002400*                     FUTRPT, for the supervisors each morning,
002500*                     lists the outcomes Program1 stamped since
002600*                     the last listing, the changes released for
002700*                     tonight (and any released earlier that are
002800*                     still waiting), and every change coming due
002900*                     in the next week.  FUTPARM may set the run
003000*                     date and the days looked ahead.  RUNCTL
003100*                     carries this step ahead of Program1.
003200*----------------------------------------------------------------

003300 environment division.
003400 input-output section.
003500 file-control.
003600     select future-change-file assign to "FUTCHG"
003700         organization is indexed
003800         access mode is dynamic
003900         record key is fut-key
004000         file status is futchg-file-status.
004100     select future-parm-file assign to "FUTPARM"
004200         organization is line sequential
004300         file status is parm-file-status.
004400     select future-report-file assign to "FUTRPT"
004500         organization is line sequential
004600         file status is report-file-status.

004700 data division.
004800 file section.
004900 fd  future-change-file.
005000     copy "FUTREC.cpy".

005100 fd  future-parm-file.
005200 01  future-parm-record.
005300     05 fpm-run-date         pic 9(08).
005400     05 fpm-days-ahead       pic 9(03).
005500     05 filler               pic x(69).

005600 fd  future-report-file.
005700 01  future-report-record    pic x(132).

005800 working-storage section.
005900 01 futchg-file-status pic x(02) value spaces.
006000 01 parm-file-status pic x(02) value spaces.
006100 01 report-file-status pic x(02) value spaces.
006200 01 run_date pic 9(08) value zero.
006300 01 run_days pic s9(9) value zero.
006400 01 days_ahead pic s9(4) value 7.
006500 01 days_until_due pic s9(9) value zero.
006600 01 futchg_eof_switch pic x(01) value "N".
006700     88 future-changes-at-end value "Y".
006800 01 released_count pic s9(9) value zero.
006900 01 still_waiting_count pic s9(9) value zero.
007000 01 coming_due_count pic s9(9) value zero.
007100 01 applied_count pic s9(9) value zero.
007200 01 refused_count pic s9(9) value zero.
007300 01 section_count pic s9(9) value zero.
007400 01 work_date pic 9(08) value zero.
007500 01 work_date_split redefines work_date.
007600     05 wds-year pic 9(04).
007700     05 wds-month pic 9(02).
007800     05 wds-day pic 9(02).
007900 01 work_days pic s9(9) value zero.
008000 01 julian_term_a pic s9(9) value zero.
008100 01 julian_term_b pic s9(9) value zero.
008200 01 julian_term_t pic s9(9) value zero.
008300 01 julian_term_1 pic s9(9) value zero.
008400 01 julian_term_2 pic s9(9) value zero.
008500 01 julian_term_3 pic s9(9) value zero.
008600 01 report_heading_line.
008700     05 filler pic x(38) value
008800         "FUTURE CHANGES RELEASE AND LOOK-AHEAD".
008900     05 filler pic x(10) value "RUN DATE: ".
009000     05 rhl-run-date pic 9(08).
009100     05 filler pic x(76) value spaces.
009200 01 report_blank_line pic x(132) value spaces.
009300 01 report_outcome_heading pic x(132) value
009400     "CHANGES APPLIED OR REFUSED SINCE THE LAST LISTING".
009500 01 report_released_heading pic x(132) value
009600     "CHANGES RELEASED FOR TONIGHT'S PROGRAM1 RUN".
009700 01 report_due_heading.
009800     05 filler pic x(30) value
009900         "CHANGES COMING DUE IN THE NEXT".
010000     05 rdh-days pic zzz9.
010100     05 filler pic x(05) value " DAYS".
010200     05 filler pic x(93) value spaces.
010300 01 report_change_columns.
010400     05 filler pic x(38) value
010500         "LIST ID  EFFECTIVE  SCHEDULED TIME    ".
010600     05 filler pic x(44) value
010700         " SQ  ACTION    STATUS      POSITION  BY".
010800     05 filler pic x(50) value spaces.
010900 01 report_change_line.
011000     05 rcl-list-id pic x(08).
011100     05 filler pic x(01) value spaces.
011200     05 rcl-effective-date pic 9(08).
011300     05 filler pic x(03) value spaces.
011400     05 rcl-sched-date pic 9(08).
011500     05 filler pic x(02) value spaces.
011600     05 rcl-sched-time pic 9(08).
011700     05 filler pic x(01) value spaces.
011800     05 rcl-seq pic 9(02).
011900     05 filler pic x(02) value spaces.
012000     05 rcl-action pic x(08).
012100     05 filler pic x(02) value spaces.
012200     05 rcl-status pic x(09).
012300     05 filler pic x(02) value spaces.
012400     05 rcl-position pic zzzzzzzz9.
012500     05 filler pic x(02) value spaces.
012600     05 rcl-scheduler-id pic x(08).
012700     05 filler pic x(49) value spaces.
012800 01 report_change_detail.
012900     05 filler pic x(10) value spaces.
013000     05 rcd-label pic x(12).
013100     05 rcd-text pic x(80).
013200     05 filler pic x(30) value spaces.
013300 01 report_waiting_detail.
013400     05 filler pic x(10) value spaces.
013500     05 filler pic x(12) value "WAITING:".
013600     05 filler pic x(26) value
013700         "RELEASED ON AN EARLIER RUN".
013800     05 filler pic x(02) value spaces.
013900     05 rwd-released-date pic 9(08).
014000     05 filler pic x(74) value spaces.
014100 01 report_none_line pic x(132) value
014200     "NONE".
014300 01 report_total_line.
014400     05 filler pic x(10) value "RELEASED: ".
014500     05 rtl-released pic zzzzzzzz9.
014600     05 filler pic x(17) value "  STILL WAITING: ".
014700     05 rtl-waiting pic zzzzzzzz9.
014800     05 filler pic x(14) value "  COMING DUE: ".
014900     05 rtl-due pic zzzzzzzz9.
015000     05 filler pic x(11) value "  APPLIED: ".
015100     05 rtl-applied pic zzzzzzzz9.
015200     05 filler pic x(11) value "  REFUSED: ".
015300     05 rtl-refused pic zzzzzzzz9.
015400     05 filler pic x(24) value spaces.
015500 01 report_no_file_line pic x(132) value
015600     "NO FUTURE CHANGES ON FILE".

015700 procedure division.
015800 0000-mainline.
015900     accept run_date from date yyyymmdd.
016000     perform 1000-read-parm thru 1000-exit.
016100     move run_date to work_date.
016200     perform 7000-date-to-days thru 7000-exit.
016300     move work_days to run_days.
016400     open output future-report-file.
016500     move run_date to rhl-run-date.
016600     write future-report-record from report_heading_line.
016700     write future-report-record from report_blank_line.
016800     open i-o future-change-file.
016900     if futchg-file-status is equal to "35"
017000         write future-report-record from report_no_file_line
017100         close future-report-file
017200         move zero to return-code
017300         goback
017400     end-if.
017500     if futchg-file-status is not equal to "00"
017600         display "FUTCHG will not open - status "
017700             futchg-file-status " - nothing released."
017800         close future-report-file
017900         move 8 to return-code
018000         goback
018100     end-if.
018200     perform 2000-list-outcomes thru 2000-exit.
018300     perform 3000-release-due-changes thru 3000-exit.
018400     perform 4000-list-coming-due thru 4000-exit.
018500     close future-change-file.
018600     move released_count to rtl-released.
018700     move still_waiting_count to rtl-waiting.
018800     move coming_due_count to rtl-due.
018900     move applied_count to rtl-applied.
019000     move refused_count to rtl-refused.
019100     write future-report-record from report_total_line.
019200     close future-report-file.
019300     display "Future changes released for tonight: "
019400         rtl-released.
019500     move zero to return-code.
019600     goback.

019700*----------------------------------------------------------------
019800* 1000-read-parm - pick up the settings from FUTPARM: the run
019900* date to release against (zero for today's date - set it when
020000* the night's sequence starts after midnight and must release
020100* as of the business day it belongs to) and the days the
020200* coming-due section looks ahead.  No file, or a field that is
020300* blank or zero, keeps its default: today and 7 days.
020400*----------------------------------------------------------------
020500 1000-read-parm.
020600     open input future-parm-file.
020700     if parm-file-status is not equal to "00"
020800         go to 1000-exit
020900     end-if.
021000     read future-parm-file
021100         at end
021200             close future-parm-file
021300             go to 1000-exit
021400     end-read.
021500     if fpm-run-date is numeric
021600             and fpm-run-date is greater than zero
021700         move fpm-run-date to run_date
021800     end-if.
021900     if fpm-days-ahead is numeric
022000             and fpm-days-ahead is greater than zero
022100         move fpm-days-ahead to days_ahead
022200     end-if.
022300     close future-parm-file.
022400 1000-exit.
022500     exit.

022600*----------------------------------------------------------------
022700* 2000-list-outcomes - every change Program1 has applied or
022800* refused since the last listing, with the outcome it stamped,
022900* each marked reported so it is listed only the once.
023000*----------------------------------------------------------------
023100 2000-list-outcomes.
023200     write future-report-record from report_outcome_heading.
023300     write future-report-record from report_change_columns.
023400     move zero to section_count.
023500     perform 8000-start-browse thru 8000-exit.
023600     perform 2100-list-one-outcome thru 2100-exit
023700         until future-changes-at-end.
023800     if section_count is equal to zero
023900         write future-report-record from report_none_line
024000     end-if.
024100     write future-report-record from report_blank_line.
024200 2000-exit.
024300     exit.

024400*----------------------------------------------------------------
024500* 2100-list-one-outcome - list the next unreported outcome.
024600*----------------------------------------------------------------
024700 2100-list-one-outcome.
024800     perform 8010-read-next-change thru 8010-exit.
024900     if future-changes-at-end
025000         go to 2100-exit
025100     end-if.
025200     if not future-was-applied
025300             and not future-was-refused
025400         go to 2100-exit
025500     end-if.
025600     if outcome-was-reported
025700         go to 2100-exit
025800     end-if.
025900     add 1 to section_count.
026000     if future-was-applied
026100         add 1 to applied_count
026200     else
026300         add 1 to refused_count
026400     end-if.
026500     perform 8600-write-change-lines thru 8600-exit.
026600     if future-was-applied
026700         move "APPLIED:" to rcd-label
026800     else
026900         move "REFUSED:" to rcd-label
027000     end-if.
027100     move fut-result to rcd-text.
027200     write future-report-record from report_change_detail.
027300     move "Y" to fut-reported.
027400     rewrite future-change-record.
027500 2100-exit.
027600     exit.

027700*----------------------------------------------------------------
027800* 3000-release-due-changes - release every change still
027900* scheduled whose effective date has come, stamped with the
028000* run date, and list it; a change released on an earlier run
028100* that Program1 has not reached yet (the run stopped short, or
028200* it did not come to that list) is listed as still waiting -
028300* it stays released and the next run applies it.
028400*----------------------------------------------------------------
028500 3000-release-due-changes.
028600     write future-report-record from report_released_heading.
028700     write future-report-record from report_change_columns.
028800     move zero to section_count.
028900     perform 8000-start-browse thru 8000-exit.
029000     perform 3100-release-one-change thru 3100-exit
029100         until future-changes-at-end.
029200     if section_count is equal to zero
029300         write future-report-record from report_none_line
029400     end-if.
029500     write future-report-record from report_blank_line.
029600 3000-exit.
029700     exit.

029800*----------------------------------------------------------------
029900* 3100-release-one-change - release or list the next change.
030000*----------------------------------------------------------------
030100 3100-release-one-change.
030200     perform 8010-read-next-change thru 8010-exit.
030300     if future-changes-at-end
030400         go to 3100-exit
030500     end-if.
030600     if future-is-released
030700         add 1 to section_count
030800         add 1 to still_waiting_count
030900         perform 8600-write-change-lines thru 8600-exit
031000         move fut-released-date to rwd-released-date
031100         write future-report-record from report_waiting_detail
031200         go to 3100-exit
031300     end-if.
031400     if not future-is-scheduled
031500         go to 3100-exit
031600     end-if.
031700     if fut-effective-date is greater than run_date
031800         go to 3100-exit
031900     end-if.
032000     move "R" to fut-status.
032100     move run_date to fut-released-date.
032200     rewrite future-change-record.
032300     add 1 to section_count.
032400     add 1 to released_count.
032500     perform 8600-write-change-lines thru 8600-exit.
032600 3100-exit.
032700     exit.

032800*----------------------------------------------------------------
032900* 4000-list-coming-due - every change still scheduled that
033000* falls due after the run date and within the days looked
033100* ahead, so the supervisors see the week's changes before the
033200* night each one goes in.
033300*----------------------------------------------------------------
033400 4000-list-coming-due.
033500     move days_ahead to rdh-days.
033600     write future-report-record from report_due_heading.
033700     write future-report-record from report_change_columns.
033800     move zero to section_count.
033900     perform 8000-start-browse thru 8000-exit.
034000     perform 4100-list-one-coming thru 4100-exit
034100         until future-changes-at-end.
034200     if section_count is equal to zero
034300         write future-report-record from report_none_line
034400     end-if.
034500     write future-report-record from report_blank_line.
034600 4000-exit.
034700     exit.

034800*----------------------------------------------------------------
034900* 4100-list-one-coming - list the next change if it falls due
035000* inside the window.
035100*----------------------------------------------------------------
035200 4100-list-one-coming.
035300     perform 8010-read-next-change thru 8010-exit.
035400     if future-changes-at-end
035500         go to 4100-exit
035600     end-if.
035700     if not future-is-scheduled
035800         go to 4100-exit
035900     end-if.
036000     if fut-effective-date is not greater than run_date
036100         go to 4100-exit
036200     end-if.
036300     move fut-effective-date to work_date.
036400     perform 7000-date-to-days thru 7000-exit.
036500     compute days_until_due = work_days - run_days.
036600     if days_until_due is greater than days_ahead
036700         go to 4100-exit
036800     end-if.
036900     add 1 to section_count.
037000     add 1 to coming_due_count.
037100     perform 8600-write-change-lines thru 8600-exit.
037200 4100-exit.
037300     exit.

037400*----------------------------------------------------------------
037500* 7000-date-to-days - turn the yyyymmdd date in work_date into
037600* a day number in work_days (the Fliegel and Van Flandern
037700* Julian day count), so dates a month or a year apart subtract
037800* straight.
037900*----------------------------------------------------------------
038000 7000-date-to-days.
038100     compute julian_term_a = (wds-month - 14) / 12.
038200     compute julian_term_b = wds-year + 4800 + julian_term_a.
038300     compute julian_term_1 = (1461 * julian_term_b) / 4.
038400     compute julian_term_2 =
038500         (367 * (wds-month - 2 - 12 * julian_term_a)) / 12.
038600     compute julian_term_t = (julian_term_b + 100) / 100.
038700     compute julian_term_3 = (3 * julian_term_t) / 4.
038800     compute work_days = julian_term_1 + julian_term_2
038900         - julian_term_3 + wds-day - 32075.
039000 7000-exit.
039100     exit.

039200*----------------------------------------------------------------
039300* 8000-start-browse - position FUTCHG at its first record for
039400* a pass over the whole file.
039500*----------------------------------------------------------------
039600 8000-start-browse.
039700     move low-values to fut-key.
039800     move "N" to futchg_eof_switch.
039900     start future-change-file key is not less than fut-key
040000         invalid key
040100             move "Y" to futchg_eof_switch
040200     end-start.
040300 8000-exit.
040400     exit.

040500*----------------------------------------------------------------
040600* 8010-read-next-change - read the next FUTCHG record.
040700*----------------------------------------------------------------
040800 8010-read-next-change.
040900     read future-change-file next record
041000         at end
041100             move "Y" to futchg_eof_switch
041200     end-read.
041300 8010-exit.
041400     exit.

041500*----------------------------------------------------------------
041600* 8600-write-change-lines - the change in the FUTCHG record
041700* area on FUTRPT: its key, action, status, position and the
041800* operator who scheduled it, then the value it names and a
041900* correction's new value.
042000*----------------------------------------------------------------
042100 8600-write-change-lines.
042200     move fut-list-id to rcl-list-id.
042300     move fut-effective-date to rcl-effective-date.
042400     move fut-sched-date to rcl-sched-date.
042500     move fut-sched-time to rcl-sched-time.
042600     move fut-seq to rcl-seq.
042700     evaluate true
042800         when future-is-add-end
042900             move "ADDEND" to rcl-action
043000         when future-is-add-front
043100             move "ADDFRONT" to rcl-action
043200         when future-is-delete
043300             move "DELETE" to rcl-action
043400         when future-is-change
043500             move "CHANGE" to rcl-action
043600         when other
043700             move fut-action to rcl-action
043800     end-evaluate.
043900     evaluate true
044000         when future-is-scheduled
044100             move "SCHEDULED" to rcl-status
044200         when future-is-released
044300             move "RELEASED" to rcl-status
044400         when future-was-applied
044500             move "APPLIED" to rcl-status
044600         when future-was-refused
044700             move "REFUSED" to rcl-status
044800         when future-was-cancelled
044900             move "CANCELLED" to rcl-status
045000         when other
045100             move fut-status to rcl-status
045200     end-evaluate.
045300     move fut-position to rcl-position.
045400     move fut-scheduler-id to rcl-scheduler-id.
045500     write future-report-record from report_change_line.
045600     move "VALUE:" to rcd-label.
045700     if future-is-add-end or future-is-add-front
045800         move fut-new-value to rcd-text
045900     else
046000         move fut-old-value to rcd-text
046100     end-if.
046200     write future-report-record from report_change_detail.
046300     if future-is-change
046400         move "NEW VALUE:" to rcd-label
046500         move fut-new-value to rcd-text
046600         write future-report-record from report_change_detail
046700     end-if.
046800 8600-exit.
046900     exit.

047000 end program FutRel.
