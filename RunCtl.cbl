002992*                     list id on a step is informational and
002993*                     Reconcil and AuditRpt appear once per
002994*                     night
002995*  10/14/2026  jah    time every step run onto RUNHIST, the
003000*                     run history kept across nights: the date
003005*                     and time each step started and ended, its
003010*                     return code and what became of it, under
003015*                     the night the sequence belongs to.  The
003020*                     night is the date the sequence first
003025*                     started, carried on every RUNCTL record
003030*                     and kept by a restart whenever any step
003035*                     on it is complete or stopped with a
003040*                     nonzero return code, so a rerun after a
003045*                     restart - even the next morning, even of
003050*                     a sequence that failed on its first step
003055*                     - is timed against the same night, and a
003060*                     step that fails and is rerun has a record
003065*                     for each run.  The WinRpt report reads
003070*                     the history back.  A history file that
003075*                     will not open is reported and the
003080*                     sequence runs on without it
003090*----------------------------------------------------------------

003100 environment division.
003200 input-output section.
003700     select run-report-file assign to "RUNRPT"
003800         organization is line sequential
003900         file status is report-file-status.
003910     select run-history-file assign to "RUNHIST"
003920         organization is sequential
003930         file status is runhist-file-status.

004000 data division.
004100 file section.
004600     05 rcs-list-id          pic x(08).
004700     05 rcs-status           pic x(01).
004800     05 rcs-return-code      pic 9(02).
004810     05 rcs-night-date       pic 9(08).
004900     05 filler               pic x(29).

005000 fd  run-report-file.
005100 01  run-report-record       pic x(132).

005110 fd  run-history-file.
005120     copy "RUNHREC.cpy".

005200 working-storage section.
005300 01 runctl-file-status pic x(02) value spaces.
005400 01 report-file-status pic x(02) value spaces.
005410 01 runhist-file-status pic x(02) value spaces.
005420 01 night_date pic 9(08) value zero.
005430 01 loaded_night_date pic 9(08) value zero.
005440 01 steps_complete_count pic s9(9) value zero.
005445 01 steps_failed_count pic s9(9) value zero.
005450 01 history_warned_switch pic x(01) value "N".
005460 01 step_start_date pic 9(08) value zero.
005470 01 step_start_time pic 9(08) value zero.
005480 01 step_disposition pic x(01) value spaces.
005500 01 step_count pic s9(9) value zero.
005600 01 step_scan_idx pic s9(9) value zero.
005700 01 step_write_idx pic s9(9) value zero.
009900     write run-report-record from report_heading_line.
010000     write run-report-record from report_blank_line.
010100     perform 1000-load-run-control thru 1000-exit.
010110     perform 1200-set-night-date thru 1200-exit.
010200     move 1 to step_scan_idx.
010300     perform until step_scan_idx is greater than step_count
010400             or sequence-was-stopped
016700     else
016800         move zero to stp-return-code(step_count)
016900     end-if.
016910     if rcs-night-date is numeric
016920             and rcs-night-date is greater than zero
016930             and loaded_night_date is equal to zero
016940         move rcs-night-date to loaded_night_date
016950     end-if.
016960     if step-is-complete(step_count)
016970         add 1 to steps_complete_count
016980     end-if.
016985     if stp-return-code(step_count) is not equal to zero
016990         add 1 to steps_failed_count
016995     end-if.
017000 1100-exit.
017100     exit.

017105*----------------------------------------------------------------
017110* 1200-set-night-date - settle which night the run history
017115* times tonight's steps under.  A sequence with no step yet
017120* complete and none stopped on a nonzero return code is a fresh
017125* night and takes today's date; a restart - any step complete,
017130* or one that failed and stopped the sequence, even the first -
017135* carries on under the date RUNCTL already holds, so a rerun
017140* after midnight stays with the night it belongs to.
017145*----------------------------------------------------------------
017150 1200-set-night-date.
017155     if loaded_night_date is greater than zero
017160             and (steps_complete_count is greater than zero
017165                 or steps_failed_count is greater than zero)
017170         move loaded_night_date to night_date
017175     else
017180         accept night_date from date yyyymmdd
017185     end-if.
017190 1200-exit.
017195     exit.

017200*----------------------------------------------------------------
017300* 2000-run-one-step - settle the step at the scan position: a
017400* step already recorded complete is skipped (that is the
019100         go to 2000-exit
019200     end-if.
019300     if stp-program(step_scan_idx) is equal to spaces
019310         accept step_start_date from date yyyymmdd
019320         accept step_start_time from time
019400         move "C" to stp-status(step_scan_idx)
019500         move zero to stp-return-code(step_scan_idx)
019510         move "H" to step_disposition
019520         perform 2900-append-run-history thru 2900-exit
019600         perform 3000-rewrite-run-control thru 3000-exit
019700         add 1 to steps_run_count
019800         move "HAND-OFF STEP RECORDED COMPLETE"
021600 2100-call-step-program.
021700     move stp-program(step_scan_idx) to step_program_name.
021800     move zero to return-code.
021810     accept step_start_date from date yyyymmdd.
021820     accept step_start_time from time.
021900     call step_program_name
022000         on exception
022100             move 12 to stp-return-code(step_scan_idx)
022200             move "Y" to sequence_stopped_switch
022300             move 12 to failing_return_code
022310             move "X" to step_disposition
022320             perform 2900-append-run-history thru 2900-exit
022400             perform 3000-rewrite-run-control thru 3000-exit
022500             move "PROGRAM COULD NOT BE CALLED"
022600                 to rsl-disposition
023800     if stp-return-code(step_scan_idx) is equal to zero
023900         move "C" to stp-status(step_scan_idx)
024000         move "COMPLETE" to rsl-disposition
024010         move "C" to step_disposition
024100     else
024200         move "FAILED - SEQUENCE STOPPED" to rsl-disposition
024300         move "Y" to sequence_stopped_switch
024400         move stp-return-code(step_scan_idx)
024500             to failing_return_code
024510         move "F" to step_disposition
024600     end-if.
024610     perform 2900-append-run-history thru 2900-exit.
024700     move stp-return-code(step_scan_idx) to rsl-return-code.
024800     perform 3000-rewrite-run-control thru 3000-exit.
024900     write run-report-record from report_step_line.
025100 2100-exit.
025200     exit.

025202*----------------------------------------------------------------
025204* 2900-append-run-history - put the step just run on RUNHIST:
025206* the night, the step, when it started and - taken now - when
025208* it ended, its return code and step_disposition.  The file is
025210* opened and closed around each record, the same as RUNCTL is
025212* rewritten after each step, so a step's timing is on disk
025214* before the next step starts.  A missing file (status 35) is
025216* the first night and OUTPUT creates it; a file that will not
025218* open is reported once and the sequence carries on - the
025220* history is for operations, not for the steps.
025222*----------------------------------------------------------------
025224 2900-append-run-history.
025226     open extend run-history-file.
025228     if runhist-file-status is equal to "35"
025230         open output run-history-file
025232     end-if.
025234     if runhist-file-status is not equal to "00"
025236         if history_warned_switch is equal to "N"
025238             display "RUNHIST will not open - status "
025240                 runhist-file-status " - step times not kept."
025242             move "Y" to history_warned_switch
025244         end-if
025246         go to 2900-exit
025248     end-if.
025250     move night_date to rhs-night-date.
025252     move stp-step-number(step_scan_idx) to rhs-step-number.
025254     move stp-program(step_scan_idx) to rhs-program.
025256     move stp-list-id(step_scan_idx) to rhs-list-id.
025258     move step_start_date to rhs-start-date.
025260     move step_start_time to rhs-start-time.
025262     accept rhs-end-date from date yyyymmdd.
025264     accept rhs-end-time from time.
025266     move stp-return-code(step_scan_idx) to rhs-return-code.
025268     move step_disposition to rhs-disposition.
025270     write run-history-record.
025272     close run-history-file.
025274 2900-exit.
025276     exit.

025300*----------------------------------------------------------------
025400* 3000-rewrite-run-control - write the step table back over
025500* RUNCTL so what has completed is on disk before the next step
027200         move stp-status(step_write_idx) to rcs-status
027300         move stp-return-code(step_write_idx)
027400             to rcs-return-code
027410         move night_date to rcs-night-date
027500         write run-control-record
027600         add 1 to step_write_idx
027700     end-perform.
