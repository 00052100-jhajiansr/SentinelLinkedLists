000100 identification division.
000200 program-id. WinRpt as "SentinelLinkedLists.WinRpt".
000300 author. Applications Development Unit.
000400 installation. Sentinel Linked Lists Project.
000500 date-written. 10/14/2026.
000600 date-compiled.
000700*----------------------------------------------------------------
000800* modification history
000900*  date        init   description
001000*  10/14/2026  jah    original build - the batch-window report
001100*                     over the RUNHIST run history RunCtl keeps.
001200*                     For each overnight step it shows the time
001300*                     the step took on the night reported (every
001400*                     run of it that night, reruns after a
001500*                     restart included), and the average and
001600*                     worst it took over a set number of nights
001700*                     before it, and flags a step that ran more
001800*                     than a set percentage over its average -
001900*                     so a step creeping up night after night,
002000*                     Program1's save as the lists grow, is seen
002100*                     before it makes the billing hand-off late.
002200*                     The night's whole window, from the first
002300*                     step starting to the last one ending, is
002400*                     shown against the deadline it has to
002500*                     finish by.  WINPARM may set the night to
002600*                     report (the latest on the history
002700*                     otherwise), the nights averaged (14), the
002800*                     overrun percentage (25) and the deadline
002900*                     (0600).  WINRPT is the report.  Run it
003000*                     once the night's sequence has finished.
003100*----------------------------------------------------------------

003200 environment division.
003300 input-output section.
003400 file-control.
003500     select run-history-file assign to "RUNHIST"
003600         organization is sequential
003700         file status is runhist-file-status.
003800     select window-parm-file assign to "WINPARM"
003900         organization is line sequential
004000         file status is parm-file-status.
004100     select window-report-file assign to "WINRPT"
004200         organization is line sequential
004300         file status is report-file-status.

004400 data division.
004500 file section.
004600 fd  run-history-file.
004700     copy "RUNHREC.cpy".

004800 fd  window-parm-file.
004900 01  window-parm-record.
005000     05 wpm-night-date       pic 9(08).
005100     05 wpm-nights           pic 9(03).
005200     05 wpm-overrun-pct      pic 9(03).
005300     05 wpm-deadline         pic 9(04).
005400     05 filler               pic x(62).

005500 fd  window-report-file.
005600 01  window-report-record    pic x(132).

005700 working-storage section.
005800 01 runhist-file-status pic x(02) value spaces.
005900 01 parm-file-status pic x(02) value spaces.
006000 01 report-file-status pic x(02) value spaces.
006100 78 night-table-size value 366.
006200 78 step-table-size value 100.
006300 78 hundredths-per-day value 8640000.
006400 01 asked_night_date pic 9(08) value zero.
006500 01 nights_wanted pic s9(4) value 14.
006600 01 overrun_pct pic s9(4) value 25.
006700 01 deadline_hhmm pic 9(04) value 0600.
006800 01 deadline_split redefines deadline_hhmm.
006900     05 dls-hours pic 9(02).
007000     05 dls-minutes pic 9(02).
007100 01 night_keep_limit pic s9(4) value zero.
007200 01 runhist_eof_switch pic x(01) value "N".
007300     88 run-history-at-end value "Y".
007400 01 night_count pic s9(4) value zero.
007500 01 night_scan_idx pic s9(4) value zero.
007600 01 night_found_idx pic s9(4) value zero.
007700 01 night_insert_idx pic s9(4) value zero.
007800 01 night_table.
007900     05 night_entry occurs 366 times.
008000         10 ntb-date pic 9(08).
008100 01 report_night_date pic 9(08) value zero.
008200 01 step_count pic s9(4) value zero.
008300 01 step_scan_idx pic s9(4) value zero.
008400 01 step_found_idx pic s9(4) value zero.
008500 01 step_insert_idx pic s9(4) value zero.
008600 01 step_table.
008700     05 step_entry occurs 100 times.
008800         10 stt-step-number pic 9(02).
008900         10 stt-program pic x(30).
009000         10 stt-night occurs 366 times.
009100             15 stt-elapsed pic s9(15).
009200             15 stt-runs pic s9(4).
009300 01 step_table_full_switch pic x(01) value "N".
009400     88 step-table-is-full value "Y".
009500 01 window_found_switch pic x(01) value "N".
009600     88 window-was-found value "Y".
009700 01 window_start_abs pic s9(15) value zero.
009800 01 window_end_abs pic s9(15) value zero.
009900 01 window_start_date pic 9(08) value zero.
010000 01 window_start_time pic 9(08) value zero.
010100 01 window_end_date pic 9(08) value zero.
010200 01 window_end_time pic 9(08) value zero.
010300 01 deadline_abs pic s9(15) value zero.
010400 01 deadline_days pic s9(9) value zero.
010500 01 start_abs pic s9(15) value zero.
010600 01 end_abs pic s9(15) value zero.
010700 01 elapsed_cs pic s9(15) value zero.
010800 01 tonight_cs pic s9(15) value zero.
010900 01 tonight_runs pic s9(4) value zero.
011000 01 prior_total_cs pic s9(15) value zero.
011100 01 prior_worst_cs pic s9(15) value zero.
011200 01 prior_average_cs pic s9(15) value zero.
011300 01 prior_nights_ran pic s9(4) value zero.
011400 01 over_pct pic s9(9) value zero.
011500 01 steps_flagged_count pic s9(4) value zero.
011600 01 work_date pic 9(08) value zero.
011700 01 work_date_split redefines work_date.
011800     05 wds-year pic 9(04).
011900     05 wds-month pic 9(02).
012000     05 wds-day pic 9(02).
012100 01 work_days pic s9(9) value zero.
012200 01 work_time pic 9(08) value zero.
012300 01 work_time_split redefines work_time.
012400     05 wts-hours pic 9(02).
012500     05 wts-minutes pic 9(02).
012600     05 wts-seconds pic 9(02).
012700     05 wts-hundredths pic 9(02).
012800 01 work_abs pic s9(15) value zero.
012900 01 julian_term_a pic s9(9) value zero.
013000 01 julian_term_b pic s9(9) value zero.
013100 01 julian_term_t pic s9(9) value zero.
013200 01 julian_term_1 pic s9(9) value zero.
013300 01 julian_term_2 pic s9(9) value zero.
013400 01 julian_term_3 pic s9(9) value zero.
013500 01 format_seconds pic s9(13) value zero.
013600 01 format_hours pic s9(13) value zero.
013700 01 format_minutes pic s9(4) value zero.
013800 01 format_remainder pic s9(13) value zero.
013900 01 elapsed_edit.
014000     05 ede-hours pic zz9.
014100     05 filler pic x(01) value ":".
014200     05 ede-minutes pic 9(02).
014300     05 filler pic x(01) value ":".
014400     05 ede-seconds pic 9(02).
014500 01 time_of_day_edit.
014600     05 tde-hours pic 9(02).
014700     05 filler pic x(01) value ":".
014800     05 tde-minutes pic 9(02).
014900     05 filler pic x(01) value ":".
015000     05 tde-seconds pic 9(02).
015100 01 report_heading_line.
015200     05 filler pic x(38) value
015300         "BATCH WINDOW ELAPSED-TIME REPORT".
015400     05 filler pic x(10) value "NIGHT OF: ".
015500     05 rhl-night-date pic 9(08).
015600     05 filler pic x(76) value spaces.
015700 01 report_basis_line.
015800     05 filler pic x(29) value
015900         "AVERAGE AND WORST OVER UP TO ".
016000     05 rbl-nights pic zz9.
016100     05 filler pic x(16) value " PRIOR NIGHTS - ".
016200     05 rbl-found pic zz9.
016300     05 filler pic x(25) value
016400         " ON FILE.  FLAGGED WHEN ".
016500     05 rbl-pct pic zz9.
016600     05 filler pic x(17) value "% OVER AVERAGE.".
016700     05 filler pic x(36) value spaces.
016800 01 report_blank_line pic x(132) value spaces.
016900 01 report_step_columns.
017000     05 filler pic x(42) value
017100         "STEP  PROGRAM                        RUNS".
017200     05 filler pic x(90) value
017300         "   TONIGHT    AVERAGE      WORST NIGHTS  FLAG".
017400 01 report_step_line.
017500     05 rsl-step-number pic 9(02).
017600     05 filler pic x(04) value spaces.
017700     05 rsl-program pic x(30).
017800     05 filler pic x(02) value spaces.
017900     05 rsl-runs pic zz9.
018000     05 filler pic x(02) value spaces.
018100     05 rsl-tonight pic x(09).
018200     05 filler pic x(02) value spaces.
018300     05 rsl-average pic x(09).
018400     05 filler pic x(02) value spaces.
018500     05 rsl-worst pic x(09).
018600     05 filler pic x(04) value spaces.
018700     05 rsl-nights pic zz9.
018800     05 filler pic x(02) value spaces.
018900     05 rsl-flag pic x(30).
019000     05 filler pic x(19) value spaces.
019100 01 report_over_flag.
019200     05 filler pic x(16) value "OVER AVERAGE BY ".
019300     05 rof-pct pic zzzzz9.
019400     05 filler pic x(01) value "%".
019500     05 filler pic x(07) value spaces.
019600 01 report_window_line.
019700     05 filler pic x(15) value "WINDOW OPENED: ".
019800     05 rwl-open-date pic 9(08).
019900     05 filler pic x(01) value spaces.
020000     05 rwl-open-time pic x(08).
020100     05 filler pic x(10) value "  CLOSED: ".
020200     05 rwl-close-date pic 9(08).
020300     05 filler pic x(01) value spaces.
020400     05 rwl-close-time pic x(08).
020500     05 filler pic x(11) value "  ELAPSED: ".
020600     05 rwl-elapsed pic x(09).
020700     05 filler pic x(53) value spaces.
020800 01 report_deadline_line.
020900     05 filler pic x(15) value "DEADLINE:      ".
021000     05 rdl-date pic 9(08).
021100     05 filler pic x(01) value spaces.
021200     05 rdl-time pic x(08).
021300     05 rdl-label pic x(11).
021400     05 rdl-margin pic x(09).
021500     05 filler pic x(02) value spaces.
021600     05 rdl-note pic x(30).
021700     05 filler pic x(48) value spaces.
021800 01 report_total_line.
021900     05 filler pic x(13) value "STEPS TIMED: ".
022000     05 rtl-steps pic zzz9.
022100     05 filler pic x(11) value "  FLAGGED: ".
022200     05 rtl-flagged pic zzz9.
022300     05 filler pic x(100) value spaces.
022400 01 report_no_history_line pic x(132) value
022500     "NO RUN HISTORY ON FILE".
022600 01 report_no_night_line.
022700     05 filler pic x(06) value "NIGHT ".
022800     05 rnn-night-date pic 9(08).
022900     05 filler pic x(28) value
023000         " IS NOT ON THE RUN HISTORY".
023100     05 filler pic x(90) value spaces.
023200 01 report_step_limit_line.
023300     05 filler pic x(48) value
023400         "MORE STEPS ON THE HISTORY THAN THE REPORT HOLDS".
023500     05 filler pic x(84) value " - THE REST ARE LEFT OFF".

023600 procedure division.
023700 0000-mainline.
023800     perform 1000-read-parm thru 1000-exit.
023900     open output window-report-file.
024000     perform 2000-find-nights thru 2000-exit.
024100     if night_count is equal to zero
024200         write window-report-record from report_no_history_line
024300         close window-report-file
024400         move zero to return-code
024500         goback
024600     end-if.
024700     move ntb-date(night_count) to report_night_date.
024800     if asked_night_date is greater than zero
024900             and report_night_date is not equal to
025000                 asked_night_date
025100         move asked_night_date to rnn-night-date
025200         write window-report-record from report_no_night_line
025300         close window-report-file
025400         move zero to return-code
025500         goback
025600     end-if.
025700     move report_night_date to rhl-night-date.
025800     write window-report-record from report_heading_line.
025900     move nights_wanted to rbl-nights.
026000     compute rbl-found = night_count - 1.
026100     move overrun_pct to rbl-pct.
026200     write window-report-record from report_basis_line.
026300     write window-report-record from report_blank_line.
026400     perform 3000-time-steps thru 3000-exit.
026500     perform 4000-report-steps thru 4000-exit.
026600     perform 5000-report-window thru 5000-exit.
026700     close window-report-file.
026800     display "Batch window report written - steps flagged: "
026900         rtl-flagged.
027000     move zero to return-code.
027100     goback.

027200*----------------------------------------------------------------
027300* 1000-read-parm - pick up the settings from WINPARM: the night
027400* to report (zero for the latest night on the history), the
027500* nights before it to average over, the percentage over its
027600* average that flags a step, and the hhmm the night's window
027700* must close by.  No file, or a field that is blank or zero,
027800* keeps its default: the latest night, 14 nights, 25 percent
027900* and 0600.  The nights averaged stop at a year.
028000*----------------------------------------------------------------
028100 1000-read-parm.
028200     open input window-parm-file.
028300     if parm-file-status is not equal to "00"
028400         go to 1000-set-limit
028500     end-if.
028600     read window-parm-file
028700         at end
028800             close window-parm-file
028900             go to 1000-set-limit
029000     end-read.
029100     if wpm-night-date is numeric
029200             and wpm-night-date is greater than zero
029300         move wpm-night-date to asked_night_date
029400     end-if.
029500     if wpm-nights is numeric
029600             and wpm-nights is greater than zero
029700         move wpm-nights to nights_wanted
029800     end-if.
029900     if wpm-overrun-pct is numeric
030000             and wpm-overrun-pct is greater than zero
030100         move wpm-overrun-pct to overrun_pct
030200     end-if.
030300     if wpm-deadline is numeric
030400             and wpm-deadline is greater than zero
030500         move wpm-deadline to deadline_hhmm
030600     end-if.
030700     close window-parm-file.
030800 1000-set-limit.
030900     if nights_wanted is greater than night-table-size - 1
031000         compute nights_wanted = night-table-size - 1
031100     end-if.
031200     if dls-hours is greater than 23
031300             or dls-minutes is greater than 59
031400         move 0600 to deadline_hhmm
031500     end-if.
031600     compute night_keep_limit = nights_wanted + 1.
031700 1000-exit.
031800     exit.

031900*----------------------------------------------------------------
032000* 2000-find-nights - first pass over RUNHIST: the night to
032100* report and the nights before it to average over.  The night
032200* table keeps the latest nights on or before the asked-for
032300* night (every night when none was asked for) in ascending
032400* order, the night reported last.  A missing history leaves
032500* the table empty.
032600*----------------------------------------------------------------
032700 2000-find-nights.
032800     move zero to night_count.
032900     open input run-history-file.
033000     if runhist-file-status is not equal to "00"
033100         go to 2000-exit
033200     end-if.
033300     move "N" to runhist_eof_switch.
033400     perform 2100-note-one-night thru 2100-exit
033500         until run-history-at-end.
033600     close run-history-file.
033700 2000-exit.
033800     exit.

033900*----------------------------------------------------------------
034000* 2100-note-one-night - read the next history record and keep
034100* its night if it is one of the latest.
034200*----------------------------------------------------------------
034300 2100-note-one-night.
034400     perform 8010-read-next-history thru 8010-exit.
034500     if run-history-at-end
034600         go to 2100-exit
034700     end-if.
034800     if asked_night_date is greater than zero
034900             and rhs-night-date is greater than asked_night_date
035000         go to 2100-exit
035100     end-if.
035200     perform 8100-find-night thru 8100-exit.
035300     if night_found_idx is greater than zero
035400         go to 2100-exit
035500     end-if.
035600     if night_count is not less than night_keep_limit
035700         if rhs-night-date is less than ntb-date(1)
035800             go to 2100-exit
035900         end-if
036000         perform 2150-drop-oldest-night thru 2150-exit
036100     end-if.
036200     perform 2160-insert-night thru 2160-exit.
036300 2100-exit.
036400     exit.

036500*----------------------------------------------------------------
036600* 2150-drop-oldest-night - close the oldest night out of the
036700* table to make room for a later one.
036800*----------------------------------------------------------------
036900 2150-drop-oldest-night.
037000     move 1 to night_scan_idx.
037100     perform until night_scan_idx is not less than night_count
037200         move night_entry(night_scan_idx + 1)
037300             to night_entry(night_scan_idx)
037400         add 1 to night_scan_idx
037500     end-perform.
037600     subtract 1 from night_count.
037700 2150-exit.
037800     exit.

037900*----------------------------------------------------------------
038000* 2160-insert-night - put rhs-night-date into the table at the
038100* spot that keeps it in ascending order.
038200*----------------------------------------------------------------
038300 2160-insert-night.
038400     move 1 to night_insert_idx.
038500     perform until night_insert_idx is greater than night_count
038600             or ntb-date(night_insert_idx) is greater than
038700                 rhs-night-date
038800         add 1 to night_insert_idx
038900     end-perform.
039000     move night_count to night_scan_idx.
039100     perform until night_scan_idx is less than night_insert_idx
039200         move night_entry(night_scan_idx)
039300             to night_entry(night_scan_idx + 1)
039400         subtract 1 from night_scan_idx
039500     end-perform.
039600     move rhs-night-date to ntb-date(night_insert_idx).
039700     add 1 to night_count.
039800 2160-exit.
039900     exit.

040000*----------------------------------------------------------------
040100* 3000-time-steps - second pass over RUNHIST: add each run's
040200* elapsed time to its step's total for its night, and for the
040300* night reported, note when the first step started and the
040400* last one ended.
040500*----------------------------------------------------------------
040600 3000-time-steps.
040700     move zero to step_count.
040800     initialize step_table.
040900     open input run-history-file.
041000     if runhist-file-status is not equal to "00"
041100         go to 3000-exit
041200     end-if.
041300     move "N" to runhist_eof_switch.
041400     perform 3100-time-one-run thru 3100-exit
041500         until run-history-at-end.
041600     close run-history-file.
041700 3000-exit.
041800     exit.

041900*----------------------------------------------------------------
042000* 3100-time-one-run - time the next history record if its
042100* night is in the table.  A run whose end is before its start
042200* (the clock put back) counts as no time at all.
042300*----------------------------------------------------------------
042400 3100-time-one-run.
042500     perform 8010-read-next-history thru 8010-exit.
042600     if run-history-at-end
042700         go to 3100-exit
042800     end-if.
042900     if rhs-night-date is less than ntb-date(1)
043000             or rhs-night-date is greater than
043100                 ntb-date(night_count)
043200         go to 3100-exit
043300     end-if.
043400     perform 8100-find-night thru 8100-exit.
043500     if night_found_idx is equal to zero
043600         go to 3100-exit
043700     end-if.
043800     perform 3200-find-step thru 3200-exit.
043900     if step_found_idx is equal to zero
044000         go to 3100-exit
044100     end-if.
044200     move rhs-start-date to work_date.
044300     move rhs-start-time to work_time.
044400     perform 7100-moment-to-hundredths thru 7100-exit.
044500     move work_abs to start_abs.
044600     move rhs-end-date to work_date.
044700     move rhs-end-time to work_time.
044800     perform 7100-moment-to-hundredths thru 7100-exit.
044900     move work_abs to end_abs.
045000     compute elapsed_cs = end_abs - start_abs.
045100     if elapsed_cs is less than zero
045200         move zero to elapsed_cs
045300     end-if.
045400     add elapsed_cs
045500         to stt-elapsed(step_found_idx, night_found_idx).
045600     add 1 to stt-runs(step_found_idx, night_found_idx).
045700     if night_found_idx is not equal to night_count
045800         go to 3100-exit
045900     end-if.
046000     if not window-was-found
046100             or start_abs is less than window_start_abs
046200         move start_abs to window_start_abs
046300         move rhs-start-date to window_start_date
046400         move rhs-start-time to window_start_time
046500     end-if.
046600     if not window-was-found
046700             or end_abs is greater than window_end_abs
046800         move end_abs to window_end_abs
046900         move rhs-end-date to window_end_date
047000         move rhs-end-time to window_end_time
047100     end-if.
047200     move "Y" to window_found_switch.
047300 3100-exit.
047400     exit.

047500*----------------------------------------------------------------
047600* 3200-find-step - find the record's step, by step number and
047700* program, in the step table, adding it in step-number order
047800* the first time it is seen.  A table already full leaves
047900* step_found_idx zero and the report says so.
048000*----------------------------------------------------------------
048100 3200-find-step.
048200     move zero to step_found_idx.
048300     move 1 to step_scan_idx.
048400     perform until step_scan_idx is greater than step_count
048500             or step_found_idx is greater than zero
048600         if stt-step-number(step_scan_idx) is equal to
048700                 rhs-step-number
048800                 and stt-program(step_scan_idx) is equal to
048900                     rhs-program
049000             move step_scan_idx to step_found_idx
049100         else
049200             add 1 to step_scan_idx
049300         end-if
049400     end-perform.
049500     if step_found_idx is greater than zero
049600         go to 3200-exit
049700     end-if.
049800     if step_count is not less than step-table-size
049900         move "Y" to step_table_full_switch
050000         go to 3200-exit
050100     end-if.
050200     move 1 to step_insert_idx.
050300     perform until step_insert_idx is greater than step_count
050400             or stt-step-number(step_insert_idx) is greater
050500                 than rhs-step-number
050600         add 1 to step_insert_idx
050700     end-perform.
050800     move step_count to step_scan_idx.
050900     perform until step_scan_idx is less than step_insert_idx
051000         move step_entry(step_scan_idx)
051100             to step_entry(step_scan_idx + 1)
051200         subtract 1 from step_scan_idx
051300     end-perform.
051400     initialize step_entry(step_insert_idx).
051500     move rhs-step-number to stt-step-number(step_insert_idx).
051600     move rhs-program to stt-program(step_insert_idx).
051700     add 1 to step_count.
051800     move step_insert_idx to step_found_idx.
051900 3200-exit.
052000     exit.

052100*----------------------------------------------------------------
052200* 4000-report-steps - one line per step: the night's runs and
052300* time, and the average and worst over the prior nights it
052400* ran on.
052500*----------------------------------------------------------------
052600 4000-report-steps.
052700     write window-report-record from report_step_columns.
052800     move 1 to step_scan_idx.
052900     perform until step_scan_idx is greater than step_count
053000         perform 4100-report-one-step thru 4100-exit
053100         add 1 to step_scan_idx
053200     end-perform.
053300     if step-table-is-full
053400         write window-report-record
053500             from report_step_limit_line
053600     end-if.
053700     write window-report-record from report_blank_line.
053800     move step_count to rtl-steps.
053900     move steps_flagged_count to rtl-flagged.
054000     write window-report-record from report_total_line.
054100     write window-report-record from report_blank_line.
054200 4000-exit.
054300     exit.

054400*----------------------------------------------------------------
054500* 4100-report-one-step - the line for the step at
054600* step_scan_idx.  The average is over the prior nights the
054700* step ran on; a step with none shows NO HISTORY, and a step
054800* in the history that did not run on the night reported shows
054900* NOT RUN.  The flag goes on a step whose time on the night is
055000* more than the overrun percentage above its average.
055100*----------------------------------------------------------------
055200 4100-report-one-step.
055300     move stt-step-number(step_scan_idx) to rsl-step-number.
055400     move stt-program(step_scan_idx) to rsl-program.
055500     move stt-elapsed(step_scan_idx, night_count) to tonight_cs.
055600     move stt-runs(step_scan_idx, night_count) to tonight_runs.
055700     move zero to prior_total_cs.
055800     move zero to prior_worst_cs.
055900     move zero to prior_average_cs.
056000     move zero to prior_nights_ran.
056100     move 1 to night_scan_idx.
056200     perform until night_scan_idx is not less than night_count
056300         if stt-runs(step_scan_idx, night_scan_idx)
056400                 is greater than zero
056500             add 1 to prior_nights_ran
056600             add stt-elapsed(step_scan_idx, night_scan_idx)
056700                 to prior_total_cs
056800             if stt-elapsed(step_scan_idx, night_scan_idx)
056900                     is greater than prior_worst_cs
057000                 move stt-elapsed(step_scan_idx,
057100                         night_scan_idx)
057200                     to prior_worst_cs
057300             end-if
057400         end-if
057500         add 1 to night_scan_idx
057600     end-perform.
057700     move tonight_runs to rsl-runs.
057800     move prior_nights_ran to rsl-nights.
057900     move spaces to rsl-flag.
058000     if tonight_runs is equal to zero
058100         move "  NOT RUN" to rsl-tonight
058200     else
058300         move tonight_cs to elapsed_cs
058400         perform 7200-format-elapsed thru 7200-exit
058500         move elapsed_edit to rsl-tonight
058600     end-if.
058700     if prior_nights_ran is equal to zero
058800         move spaces to rsl-average
058900         move spaces to rsl-worst
059000         move "NO HISTORY" to rsl-flag
059100         write window-report-record from report_step_line
059200         go to 4100-exit
059300     end-if.
059400     compute prior_average_cs rounded =
059500         prior_total_cs / prior_nights_ran.
059600     move prior_average_cs to elapsed_cs.
059700     perform 7200-format-elapsed thru 7200-exit.
059800     move elapsed_edit to rsl-average.
059900     move prior_worst_cs to elapsed_cs.
060000     perform 7200-format-elapsed thru 7200-exit.
060100     move elapsed_edit to rsl-worst.
060200     if tonight_runs is greater than zero
060300             and prior_average_cs is greater than zero
060400             and tonight_cs * 100 is greater than
060500                 prior_average_cs * (100 + overrun_pct)
060600         compute over_pct =
060700             ((tonight_cs - prior_average_cs) * 100)
060800                 / prior_average_cs
060900         move over_pct to rof-pct
061000         move report_over_flag to rsl-flag
061100         add 1 to steps_flagged_count
061200     end-if.
061300     write window-report-record from report_step_line.
061400 4100-exit.
061500     exit.

061600*----------------------------------------------------------------
061700* 5000-report-window - the night's window, from the first step
061800* starting to the last one ending, against the deadline: the
061900* first hhmm at or after the window opened, so a 0600 deadline
062000* for a sequence started at 2200 falls the next morning.
062100*----------------------------------------------------------------
062200 5000-report-window.
062300     if not window-was-found
062400         go to 5000-exit
062500     end-if.
062600     move window_start_date to rwl-open-date.
062700     move window_start_time to work_time.
062800     perform 7300-format-time-of-day thru 7300-exit.
062900     move time_of_day_edit to rwl-open-time.
063000     move window_end_date to rwl-close-date.
063100     move window_end_time to work_time.
063200     perform 7300-format-time-of-day thru 7300-exit.
063300     move time_of_day_edit to rwl-close-time.
063400     compute elapsed_cs = window_end_abs - window_start_abs.
063500     perform 7200-format-elapsed thru 7200-exit.
063600     move elapsed_edit to rwl-elapsed.
063700     write window-report-record from report_window_line.
063800     move window_start_date to work_date.
063900     compute work_time = deadline_hhmm * 10000.
064000     perform 7100-moment-to-hundredths thru 7100-exit.
064100     move work_abs to deadline_abs.
064200     move window_start_date to rdl-date.
064300     if deadline_abs is less than window_start_abs
064400         add hundredths-per-day to deadline_abs
064500         perform 7000-date-to-days thru 7000-exit
064600         compute deadline_days = work_days + 1
064700         perform 7400-days-to-date thru 7400-exit
064800         move work_date to rdl-date
064900     end-if.
065000     perform 7300-format-time-of-day thru 7300-exit.
065100     move time_of_day_edit to rdl-time.
065200     if window_end_abs is greater than deadline_abs
065300         move "  LATE BY: " to rdl-label
065400         compute elapsed_cs = window_end_abs - deadline_abs
065500         move "WINDOW RAN PAST THE DEADLINE" to rdl-note
065600     else
065700         move "  MARGIN:  " to rdl-label
065800         compute elapsed_cs = deadline_abs - window_end_abs
065900         move spaces to rdl-note
066000     end-if.
066100     perform 7200-format-elapsed thru 7200-exit.
066200     move elapsed_edit to rdl-margin.
066300     write window-report-record from report_deadline_line.
066400 5000-exit.
066500     exit.

066600*----------------------------------------------------------------
066700* 7000-date-to-days - turn the yyyymmdd date in work_date into
066800* a day number in work_days (the Fliegel and Van Flandern
066900* Julian day count), so dates a month or a year apart subtract
067000* straight.
067100*----------------------------------------------------------------
067200 7000-date-to-days.
067300     compute julian_term_a = (wds-month - 14) / 12.
067400     compute julian_term_b = wds-year + 4800 + julian_term_a.
067500     compute julian_term_1 = (1461 * julian_term_b) / 4.
067600     compute julian_term_2 =
067700         (367 * (wds-month - 2 - 12 * julian_term_a)) / 12.
067800     compute julian_term_t = (julian_term_b + 100) / 100.
067900     compute julian_term_3 = (3 * julian_term_t) / 4.
068000     compute work_days = julian_term_1 + julian_term_2
068100         - julian_term_3 + wds-day - 32075.
068200 7000-exit.
068300     exit.

068400*----------------------------------------------------------------
068500* 7100-moment-to-hundredths - turn the date in work_date and
068600* the hhmmsscc time in work_time into hundredths of a second
068700* from the start of the day count in work_abs, so two moments
068800* either side of midnight subtract straight.
068900*----------------------------------------------------------------
069000 7100-moment-to-hundredths.
069100     perform 7000-date-to-days thru 7000-exit.
069200     compute work_abs = work_days * hundredths-per-day
069300         + wts-hours * 360000
069400         + wts-minutes * 6000
069500         + wts-seconds * 100
069600         + wts-hundredths.
069700 7100-exit.
069800     exit.

069900*----------------------------------------------------------------
070000* 7200-format-elapsed - the hundredths of a second in
070100* elapsed_cs as hhh:mm:ss in elapsed_edit.
070200*----------------------------------------------------------------
070300 7200-format-elapsed.
070400     divide elapsed_cs by 100 giving format_seconds.
070500     divide format_seconds by 3600 giving format_hours
070600         remainder format_remainder.
070700     move format_hours to ede-hours.
070800     divide format_remainder by 60 giving format_minutes
070900         remainder format_remainder.
071000     move format_minutes to ede-minutes.
071100     move format_remainder to ede-seconds.
071200 7200-exit.
071300     exit.

071400*----------------------------------------------------------------
071500* 7300-format-time-of-day - the hhmmsscc time in work_time as
071600* hh:mm:ss in time_of_day_edit.
071700*----------------------------------------------------------------
071800 7300-format-time-of-day.
071900     move wts-hours to tde-hours.
072000     move wts-minutes to tde-minutes.
072100     move wts-seconds to tde-seconds.
072200 7300-exit.
072300     exit.

072400*----------------------------------------------------------------
072500* 7400-days-to-date - turn the day number in deadline_days back
072600* into a yyyymmdd date in work_date, the Fliegel and Van
072700* Flandern count run the other way.
072800*----------------------------------------------------------------
072900 7400-days-to-date.
073000     compute julian_term_a = deadline_days + 68569.
073100     compute julian_term_b = (4 * julian_term_a) / 146097.
073200     compute julian_term_t = (146097 * julian_term_b + 3) / 4.
073300     compute julian_term_a = julian_term_a - julian_term_t.
073400     compute julian_term_1 =
073500         (4000 * (julian_term_a + 1)) / 1461001.
073600     compute julian_term_t = (1461 * julian_term_1) / 4.
073700     compute julian_term_a = julian_term_a - julian_term_t + 31.
073800     compute julian_term_2 = (80 * julian_term_a) / 2447.
073900     compute julian_term_t = (2447 * julian_term_2) / 80.
074000     compute wds-day = julian_term_a - julian_term_t.
074100     compute julian_term_a = julian_term_2 / 11.
074200     compute wds-month =
074300         julian_term_2 + 2 - 12 * julian_term_a.
074400     compute wds-year = 100 * (julian_term_b - 49)
074500         + julian_term_1 + julian_term_a.
074600 7400-exit.
074700     exit.

074800*----------------------------------------------------------------
074900* 8010-read-next-history - read the next RUNHIST record.  Any
075000* failed read ends the pass.
075100*----------------------------------------------------------------
075200 8010-read-next-history.
075300     read run-history-file
075400         at end
075500             move "Y" to runhist_eof_switch
075600             go to 8010-exit
075700     end-read.
075800     if runhist-file-status is not equal to "00"
075900         move "Y" to runhist_eof_switch
076000     end-if.
076100 8010-exit.
076200     exit.

076300*----------------------------------------------------------------
076400* 8100-find-night - find rhs-night-date in the night table;
076500* night_found_idx is left zero when it is not there.
076600*----------------------------------------------------------------
076700 8100-find-night.
076800     move zero to night_found_idx.
076900     move 1 to night_scan_idx.
077000     perform until night_scan_idx is greater than night_count
077100             or night_found_idx is greater than zero
077200         if ntb-date(night_scan_idx) is equal to rhs-night-date
077300             move night_scan_idx to night_found_idx
077400         else
077500             add 1 to night_scan_idx
077600         end-if
077700     end-perform.
077800 8100-exit.
077900     exit.

078000 end program WinRpt.
