001610*                     and pulling the batch prompts one record
001611*                     off for the rest of the run; correct the
001612*                     list-id cutover note to say third record
001613*  10/14/2026  jah    move the EDITRULE record layout out to
001614*                     RULEREC.cpy so the new ListVer integrity
001615*                     check holds the cells already on LISTDATA to
001616*                     the same rules this program screens new
001617*                     values against
001618*  10/14/2026  jah    add to REJECTS instead of starting it fresh
001619*                     each run, and carry the list id on every
001620*                     reject, so the new RejWork program can pick
001621*                     the refused values up onto its rejects
001622*                     master by list; the REJECTS layout moves out
001623*                     to REJREC.cpy and SIGNLOG's to SIGNREC.cpy.
001624*                     REJECTS must be emptied at the cutover - a
001625*                     file left in the old record length will not
001626*                     extend
001627*  10/14/2026  jah    apply the deletes and corrections clerks
001628*                     raise on the new PENDCHG file once a
001629*                     supervisor has approved them through ChgApv:
001630*                     after the Targ and ChgNew paths, every
001631*                     approved request for the list goes through
001632*                     the same search-and-delete and
001633*                     change-in-place logic, audited with the
001634*                     maker in aud-operator-id and the checker in
001635*                     the new aud-checker-id, and one that no
001636*                     longer matches the chain is refused with its
001637*                     reason.  Requests are stamped only after a
001638*                     save that worked, so a run that stops short
001639*                     or fails its save applies them again on the
001640*                     rerun.  LISTRPT counts both.  AUDITLOG and
001641*                     AUDITHST go through the one-time AudCnv run
001642*                     at the cutover
001643*  10/14/2026  jah    apply the effective-dated changes FutSch
001644*                     schedules on the new FUTCHG file once FutRel
001645*                     has released them: after the approved
001646*                     requests, every released change for the list
001647*                     goes in the way keyed work does - an add
001648*                     through the duplicate, edit-rule and expiry
001649*                     screens, a delete through search-and-delete
001650*                     and a correction through change-in-place -
001651*                     audited under the operator who scheduled it.
001652*                     A batch run also works each list with
001653*                     released changes the transaction file did
001654*                     not name, for those changes alone, without
001655*                     the Targ and ChgNew externals; one that
001656*                     would overflow the section directory or the
001657*                     cell table waits for the next run.  Changes
001658*                     are stamped after a save that worked, and
001659*                     LISTRPT counts them
001660*  10/14/2026  jah    carry an optional expiry date on every cell.
001661*                     Each value keyed is followed by its expiry
001662*                     (yyyymmdd, blank for none), in batch mode in
001663*                     the eight bytes after the value on the now
001664*                     88-byte transaction record; a date not on
001665*                     the calendar, or already past, refuses the
001666*                     value to REJECTS with the date keyed.  The
001667*                     expiry goes through the checkpoint, the
001668*                     save, the archive and a restore, moves with
001669*                     its cell, prints on LISTRPT and rides on
001670*                     each insert's audit record for ListRcv; a
001671*                     correction keeps the cell's expiry.  ListExp
001672*                     sweeps expired cells overnight.  CHECKPT and
001673*                     LISTARCH grow eight bytes - LISTDATA and
001674*                     LISTARCH go through the one-time ListCnv run
001675*                     at the cutover
001676*  10/14/2026  jah    read and save LISTDATA by key instead of
001677*                     holding every other list in the 30000-entry
001678*                     retained table and rewriting the whole file:
001679*                     each worked list is read by key when its
001680*                     section starts, and the save rewrites or
001681*                     writes only its cells and deletes positions
001682*                     it no longer reaches, so the file is not
001683*                     capped at the table's size and a save that
001684*                     dies partway cannot take an unworked list
001685*                     down with it
001699*----------------------------------------------------------------

001600 environment division.
001700 input-output section.
001800 file-control.
001900     select list-data-file assign to "LISTDATA"
002000         organization is indexed
002010         access mode is dynamic
002020         record key is ldr-key
002100         file status is list-file-status.
002110     select list-report-file assign to "LISTRPT"
002311     select signon-log-file assign to "SIGNLOG"
002312         organization is sequential
002313         file status is signon-file-status.
002314     select pending-change-file assign to "PENDCHG"
002315         organization is indexed
002316         access mode is dynamic
002317         record key is pcg-key
002318         file status is pendchg-file-status.
002319     select future-change-file assign to "FUTCHG"
002320         organization is indexed
002321         access mode is dynamic
002322         record key is fut-key
002323         file status is futchg-file-status.

002300 data division.
002400 file section.
002870     05 chk-value            pic x(80).
002875     05 chk-transaction-count pic s9(9).
002877     05 chk-list-id          pic x(08).
002878     05 chk-expiry           pic 9(08).

002880 fd  transaction-file.
002885 01  transaction-record.
002886     05 trn-value            pic x(80).
002887     05 trn-expiry           pic x(08).
002890 01  transaction-record-num redefines transaction-record
002895         pic 9(09).

002899     copy "AUDITREC.cpy".

002900 fd  rejects-file.
002901     copy "REJREC.cpy".

002908 fd  operator-master-file.
002909     copy "OPERREC.cpy".
002914     05 arc-gen-time         pic 9(08).
002915     05 arc-position         pic s9(9).
002916     05 arc-value            pic x(80).
002917     05 arc-expiry           pic 9(08).

002918 fd  archive-work-file.
002919 01  archive-work-record    pic x(121).

002920 fd  billing-extract-file.
002921 01  billing-extract-record  pic x(110).

002922 fd  edit-rules-file.
002923     copy "RULEREC.cpy".

002929 fd  session-lock-file.
002930     copy "LOCKREC.cpy".

002931 fd  signon-log-file.
002932     copy "SIGNREC.cpy".

002933 fd  pending-change-file.
002934     copy "PCHGREC.cpy".

002935 fd  future-change-file.
002936     copy "FUTREC.cpy".

003000 working-storage section.

           05 rdl-position pic zzzzzzzz9.
           05 filler pic x(03) value spaces.
           05 rdl-value pic x(80).
           05 filler pic x(02) value spaces.
           05 rdl-expiry-area.
               10 filler pic x(08) value "EXPIRES ".
               10 rdl-expiry pic 9(08).
           05 filler pic x(19) value spaces.
       01 report_trailer_line.
           05 filler pic x(15) value "CELLS WRITTEN: ".
           05 rtl-count pic zzzzzzzz9.
           88 change-was-found value "Y".
       01 change_scan_idx pic s9(9) value zero.
       01 change_target_idx pic s9(9) value zero.
       01 delete_target pic x(80) value spaces.
       01 change_old_value pic x(80) value spaces.
       01 change_new_value pic x(80) value spaces.
       01 change_position_area.
           05 change_position pic 9(09).
       01 change_outcome pic x(30) value spaces.
       01 audit_maker_id pic x(08) value spaces.
       01 audit_checker_id pic x(08) value spaces.
       01 pendchg-file-status pic x(02) value spaces.
       01 pendchg_open_switch pic x(01) value "N".
           88 pending-changes-are-open value "Y".
       01 pendchg_eof_switch pic x(01) value "N".
           88 pending-changes-at-end value "Y".
       01 approved_applied_count pic s9(9) value zero.
       01 approved_refused_count pic s9(9) value zero.
       01 approved_change_count pic s9(9) value zero.
       01 approved_scan_idx pic s9(9) value zero.
       01 approved_changes.
         05 approved_entry occurs 500 times.
           10 apc-key pic x(26).
           10 apc-status pic x(01).
           10 apc-result pic x(30).
       01 futchg-file-status pic x(02) value spaces.
       01 futchg_open_switch pic x(01) value "N".
           88 future-changes-are-open value "Y".
       01 futchg_eof_switch pic x(01) value "N".
           88 future-changes-at-end value "Y".
       01 future_only_switch pic x(01) value "N".
           88 section-is-future-only value "Y".
       01 due_list_worked_switch pic x(01) value "N".
       01 due_add_count pic s9(9) value zero.
       01 set_aside_count pic s9(9) value zero.
       01 set_aside_lists.
         05 set_aside_list_id occurs 500 times pic x(08).
       01 future_applied_count pic s9(9) value zero.
       01 future_refused_count pic s9(9) value zero.
       01 future_change_count pic s9(9) value zero.
       01 future_scan_idx pic s9(9) value zero.
       01 future_changes.
         05 future_entry occurs 500 times.
           10 fuc-key pic x(34).
           10 fuc-status pic x(01).
           10 fuc-result pic x(30).
       01 rejects-file-status pic x(02) value spaces.
       01 reject_count pic s9(9) value zero.
       01 duplicate_check_value pic x(80) value spaces.
       01 edit_violation_switch pic x(01) value "N".
           88 value-breaks-rules value "Y".
       01 edit_reason pic x(20) value spaces.
       01 expiry_entry pic x(08) value spaces.
       01 expiry_entry_number redefines expiry_entry pic 9(08).
       01 expiry_entry_date redefines expiry_entry.
           05 eed-year pic 9(04).
           05 eed-month pic 9(02).
           05 eed-day pic 9(02).
       01 value_expiry pic 9(08) value zero.
       01 expiry_month_days pic 9(02) value zero.
       01 leap_quotient pic 9(04) value zero.
       01 leap_remainder_4 pic 9(03) value zero.
       01 leap_remainder_100 pic 9(03) value zero.
       01 leap_remainder_400 pic 9(03) value zero.
       01 edit_reject_count pic s9(9) value zero.
       01 reject_reason pic x(20) value spaces.
       01 value_trim_length pic s9(9) value zero.
           05 filler pic x(30) value
               "  (DETAIL ON REJECTS FILE)".
           05 filler pic x(71) value spaces.
       01 report_approved_applied_line.
           05 filler pic x(22) value "APPROVED CHANGES DONE:".
           05 rap-count pic zzzzzzzz9.
           05 filler pic x(101) value spaces.
       01 report_approved_refused_line.
           05 filler pic x(22) value "APPROVED CHANGES REFD:".
           05 rar-count pic zzzzzzzz9.
           05 filler pic x(34) value
               "  (REFUSED BACK TO THE REQUESTER)".
           05 filler pic x(67) value spaces.
       01 report_future_applied_line.
           05 filler pic x(22) value "FUTURE CHANGES DONE:  ".
           05 rfa-count pic zzzzzzzz9.
           05 filler pic x(101) value spaces.
       01 report_future_refused_line.
           05 filler pic x(22) value "FUTURE CHANGES REFD:  ".
           05 rfr-count pic zzzzzzzz9.
           05 filler pic x(34) value
               "  (REASON STAMPED ON FUTCHG)".
           05 filler pic x(67) value spaces.
       01 lock-file-status pic x(02) value spaces.
       01 lock_taken_switch pic x(01) value "N".
           88 session-lock-is-held value "Y".
         05 finished_entry occurs 30000 times.
           10 fin-position pic s9(9).
           10 fin-value pic x(80).
           10 fin-expiry pic 9(08).
       01 reset_scan_idx pic s9(9) value zero.
       01 save_section_idx pic s9(9) value zero.
       01 save_cell_idx pic s9(9) value zero.
           05 filler pic x(02) value "T|".
           05 bxt-count pic 9(09).
           05 filler pic x(99) value spaces.
       01 list_block_end_switch pic x(01) value "N".
           88 list-block-is-ended value "Y".
       01 list_save_failed_switch pic x(01) value "N".
           88 list-save-failed value "Y".
       01 save_last_position pic s9(9) value zero.
       01 remaining_capacity pic s9(9) value zero.
       01 report_scan_idx pic s9(9) value zero.
       01 checkpoint_resume_inputnum pic s9(9) value zero.
       01 sort_scan_idx pic s9(9) value zero.
       01 sort_next_idx pic s9(9) value zero.
       01 sort_swap_value pic x(80) value spaces.
       01 sort_swap_expiry pic 9(08) value zero.
       01 sort_swapped_switch pic x(01) value "N".
       01 top_resequenced_switch pic x(01) value "N".
           88 top-list-was-resequenced value "Y".
004600   05 next_top_next usage is pointer
              occurs list-max-capacity times
              indexed by ntoppidx value is null.
004610 01 front_cell_expiry pic 9(08) value zero.
004620 01 list_item_expiries.
004630   05 list_item_expiry pic 9(08) occurs list-max-capacity times
004640        value zero.
004650 01 top_list_expiries.
004660   05 top_expiry pic 9(08) occurs list-max-capacity times
004670        value zero.
004680 01 next_top_list_expiries.
004690   05 next_top_expiry pic 9(08) occurs list-max-capacity times
004695        value zero.
004700 01 anykey pic x(80).
004800 01 Targ external pic x(80).
004810 01 ChgOld external pic x(80).
           perform 1300-load-edit-rules thru 1300-exit.
           perform 2800-open-audit-log thru 2800-exit.
           perform 2810-open-rejects-file thru 2810-exit.
           perform 2820-open-pending-changes thru 2820-exit.
           perform 2830-open-future-changes thru 2830-exit.
           perform 2000-load-prior-list thru 2000-exit.
           perform 2200-load-checkpoint thru 2200-exit.
      * A restore run cannot resume a checkpoint - the snapshot on
           perform 2750-close-transaction-file thru 2750-exit.
           close list-report-file.
           close billing-extract-file.
      * A save that failed leaves the approved requests approved,
      * the future changes released and the checkpoint in place, so
      * the rerun applies the same work again - nothing of it
      * reached LISTDATA.
           perform 8000-save-list-file thru 8000-exit.
           if list-save-failed
               display "Lists not saved - approved and future changes"
                   " left for the rerun."
           else
               perform 8400-stamp-approved-changes thru 8400-exit
               perform 8450-stamp-future-changes thru 8450-exit
           end-if.
           perform 8300-purge-archive thru 8300-exit.
           if not list-save-failed
               perform 2500-clear-checkpoint thru 2500-exit
           end-if.
           perform 2900-close-audit-log thru 2900-exit.
           perform 2910-close-rejects-file thru 2910-exit.
           perform 9500-release-session-lock thru 9500-exit.
005301*----------------------------------------------------------------
005302* 0100-process-one-list - one list's whole session: the merge
005303* question and build loop, the front and end inserts, the Targ
005304* delete and ChgNew change, the list's approved PENDCHG requests
005305* and released FUTCHG changes, its LISTRPT and billing extract
005306* sections, reverse display and archive generation, and finally
005307* the finished chain set aside for the one combined save.  Only
005308* the first section, which may be resuming a checkpointed
005309* session, checkpoints - a rerun from its checkpoint replays
005310* every later section off the transaction file, while one taken
005311* in a later section would lose the earlier sections' work.  A
005312* section worked only for its FUTCHG changes has no keyed work
005313* and goes straight to the PENDCHG requests and the changes.
005314*----------------------------------------------------------------
005315 0100-process-one-list.
           accept save_stamp_date from date yyyymmdd.
           if section-is-future-only
               display "List " selected_list_id
                   " worked for its released future changes."
               go to 0100-apply-requests
           end-if.
           if section_number is equal to 1
                   and resuming-from-checkpoint
               display "Resuming interrupted session at cell "
                   to next-item-list-pointer(inputnum)
               perform 2710-get-screened-value thru 2710-exit
               move anykey to list_item_data(inputnum)
               move value_expiry to list_item_expiry(inputnum)
               if not batch-mode-active
                   display list_item_data(inputnum)
                   display "Press any key to continue"
           perform 2720-get-screened-front-value thru 2720-exit.
           move target_data to new_cell_data(0).
           move target_data to list_item_data(0).
           move value_expiry to front_cell_expiry.
           move zero to aud-position.
           move list_item_data(0) to aud-value.
           perform 2850-write-audit-record thru 2850-exit.
           move sentinel_cell(0) to new_cell_list_pointer.
           perform 2725-get-screened-end-value thru 2725-exit.
           move target_data to list_item_data(inputnum_save).
           move value_expiry to list_item_expiry(inputnum_save).
           move new_cell_list_pointer
               to previous-item-list-pointer(inputnum_save).
           move inputnum_save to aud-position.
           move list_item_data(inputnum_save) to aud-value.
           perform 2850-write-audit-record thru 2850-exit.
       0100-apply-changes.
      * An unauthorized Targ deletion stops a batch run the same
      * way an unauthorized merge does - the schedule asked for a
      * deletion that is not going to happen, and letting the value
      * driver leaves Targ sitting at low-values, not spaces, so
      * low-values is tested too - otherwise every driverless batch
      * run by a clerk would stop here for a deletion nobody asked
      * for.  The externals ride every section the transaction
      * file names in a multi-list run; a list that does not carry
      * the value simply reports it not found.  A section worked
      * only for its future changes starts below them.
           if Targ is not equal to spaces
                   and Targ is not equal to low-values
               if session-is-supervisor
                   move Targ to delete_target
                   perform 4000-search-and-delete-targ thru 4000-exit
               else
                   display "The Targ delete requires supervisor"
           end-if.
           if ChgNew is not equal to spaces
                   and ChgNew is not equal to low-values
               move ChgOld to change_old_value
               move ChgNew to change_new_value
               move ChgPos to change_position_area
               perform 4500-change-cell-value thru 4500-exit
           end-if.
       0100-apply-requests.
           perform 4700-apply-approved-changes thru 4700-exit.
           perform 4800-apply-future-changes thru 4800-exit.

           display "Here are the linked list values."
           perform 9000-print-list-report thru 9000-exit.
           perform until reset_scan_idx is greater than
                   list-max-capacity
               move spaces to list_item_data(reset_scan_idx)
               move zero to list_item_expiry(reset_scan_idx)
               add 1 to reset_scan_idx
           end-perform.
           move zero to inputnum.
           move zero to next_top_count.
           move zero to reject_count.
           move zero to edit_reject_count.
           move zero to approved_applied_count.
           move zero to approved_refused_count.
           move zero to future_applied_count.
           move zero to future_refused_count.
           move "N" to merge_answer.
           move "N" to targ_found_switch.
           move "N" to change_found_switch.
           move -1 to duplicate_exclude_position.
           move spaces to list_item_data(0).
           move spaces to new_cell_data(0).
           move zero to front_cell_expiry.
           move "N" to rules_loaded_switch.
           move "N" to rule_numeric_only.
           move zero to rule_min_length.
       0200-exit.
           exit.

005331*----------------------------------------------------------------
005332* 0300-load-next-list - batch mode only: the record after one
005333* section's last prompt names the next list to work, exactly
005334* the way the run's first list was named at sign-on; running
005335* out of records (or an interactive session, which works one
005336* list the way it always has) ends the run's sections.  The
005337* named list's records are read off LISTDATA by key into
005338* list-item the same as the first list's were - or, on a
005339* restore run, loaded from the archive as of RestoreDate the
005340* same as the first list was.  A list already worked this run
005341* is refused outright: its finished chain is set aside for the
005342* save already, and a second section over it would start from
005343* last night's chain and save over the first section's work.
005344* Once the transaction file's sections are done, a batch run
005345* goes on to every list with released FUTCHG changes it has
005346* not worked, one section each, for those changes alone.  Such
005347* a list is only taken on while the section directory and the
005348* finished-cell table have room for it - its cells, the front
005349* cell and one for every released add at the end; one that
005350* will not fit is set aside with a display, its changes left
005351* released for the next run, and the run goes on to the next
005352* list rather than stopping at 0400 with nothing saved.
005353*----------------------------------------------------------------
005354 0300-load-next-list.
           if not batch-mode-active
               move "Y" to sections_done_switch
               go to 0300-exit
           end-if.
           if section-is-future-only
               go to 0300-next-due-list
           end-if.
           read transaction-file into selected_list_id
               at end
                   go to 0300-next-due-list
           end-read.
           if selected_list_id is equal to spaces
               go to 0300-next-due-list
           end-if.
           move 1 to section_scan_idx.
           perform until section_scan_idx is greater than
               end-if
               add 1 to section_scan_idx
           end-perform.
           go to 0300-load.
       0300-next-due-list.
           perform 0310-find-next-due-list thru 0310-exit.
           if selected_list_id is equal to spaces
               move "Y" to sections_done_switch
               go to 0300-exit
           end-if.
           move "Y" to future_only_switch.
       0300-load.
           add 1 to section_number.
           perform 0200-reset-list-state thru 0200-exit.
           perform 1300-load-edit-rules thru 1300-exit.
           perform 2010-read-list-by-key thru 2010-exit.
           if restore-mode-active
               perform 2050-restore-from-archive thru 2050-exit
           end-if.
           if section-is-future-only
               perform 0330-count-due-adds thru 0330-exit
               if section_count is not less than 50
                       or finished_cell_count + prior_count + 1
                           + due_add_count is greater than 30000
                   display "No room left this run for list "
                       selected_list_id " - its future changes wait"
                       " for the next run."
                   subtract 1 from section_number
                   perform 0340-set-aside-due-list thru 0340-exit
                   if sections-are-done
                       go to 0300-exit
                   end-if
                   go to 0300-next-due-list
               end-if
           end-if.
           if prior_count is greater than zero
               move prior_count to inputnum_save
               move next-item-list-pointer(prior_count)
       0300-exit.
           exit.

005355*----------------------------------------------------------------
005356* 0310-find-next-due-list - find the lowest list id with a
005357* released FUTCHG change that no section of this run has
005358* worked, and leave it in selected_list_id - spaces when there
005359* is none.  A restore run works none: RestoreDate rides every
005360* section, and would put each such list back to its archived
005361* state along with the one the restore was asked for.
005362*----------------------------------------------------------------
005363 0310-find-next-due-list.
           move spaces to selected_list_id.
           if not future-changes-are-open
                   or restore-mode-active
               go to 0310-exit
           end-if.
           move low-values to fut-key.
           move "N" to futchg_eof_switch.
           start future-change-file key is not less than fut-key
               invalid key
                   move "Y" to futchg_eof_switch
           end-start.
           perform 0320-check-one-due-change thru 0320-exit
               until future-changes-at-end.
       0310-exit.
           exit.

005364*----------------------------------------------------------------
005365* 0320-check-one-due-change - take the next FUTCHG record's list
005366* if the change is released and the list not yet worked or
005367* set aside.
005368*----------------------------------------------------------------
005369 0320-check-one-due-change.
           read future-change-file next record
               at end
                   move "Y" to futchg_eof_switch
                   go to 0320-exit
           end-read.
           if not future-is-released
               go to 0320-exit
           end-if.
           move "N" to due_list_worked_switch.
           move 1 to section_scan_idx.
           perform until section_scan_idx is greater than
                   section_count
               if sec-list-id(section_scan_idx) is equal to
                       fut-list-id
                   move "Y" to due_list_worked_switch
               end-if
               add 1 to section_scan_idx
           end-perform.
           move 1 to section_scan_idx.
           perform until section_scan_idx is greater than
                   set_aside_count
               if set_aside_list_id(section_scan_idx) is equal to
                       fut-list-id
                   move "Y" to due_list_worked_switch
               end-if
               add 1 to section_scan_idx
           end-perform.
           if due_list_worked_switch is equal to "Y"
               go to 0320-exit
           end-if.
           move fut-list-id to selected_list_id.
           move "Y" to futchg_eof_switch.
       0320-exit.
           exit.

005370*----------------------------------------------------------------
005371* 0330-count-due-adds - count the released FUTCHG adds at the
005372* end of the list in selected_list_id, each of which will take
005373* a new cell, into due_add_count.
005374*----------------------------------------------------------------
005375 0330-count-due-adds.
           move zero to due_add_count.
           move selected_list_id to fut-list-id.
           move zero to fut-effective-date.
           move zero to fut-sched-date.
           move zero to fut-sched-time.
           move zero to fut-seq.
           move "N" to futchg_eof_switch.
           start future-change-file key is not less than fut-key
               invalid key
                   move "Y" to futchg_eof_switch
           end-start.
           perform 0335-count-one-due-add thru 0335-exit
               until future-changes-at-end.
       0330-exit.
           exit.

005376*----------------------------------------------------------------
005377* 0335-count-one-due-add - count the next FUTCHG record if it is
005378* a released add at the end of the list.
005379*----------------------------------------------------------------
005380 0335-count-one-due-add.
           read future-change-file next record
               at end
                   move "Y" to futchg_eof_switch
                   go to 0335-exit
           end-read.
           if fut-list-id is not equal to selected_list_id
               move "Y" to futchg_eof_switch
               go to 0335-exit
           end-if.
           if future-is-released and future-is-add-end
               add 1 to due_add_count
           end-if.
       0335-exit.
           exit.

005381*----------------------------------------------------------------
005382* 0340-set-aside-due-list - remember the list in
005383* selected_list_id as set aside, so 0320 does not offer it
005384* again this run.  Once 500 are set aside there is no telling
005385* the rest apart, so the run's sections end there; every list
005386* not reached keeps its changes released all the same.
005387*----------------------------------------------------------------
005388 0340-set-aside-due-list.
           if set_aside_count is not less than 500
               display "Too many lists set aside - the rest of the"
                   " future changes wait for the next run."
               move "Y" to sections_done_switch
               go to 0340-exit
           end-if.
           add 1 to set_aside_count.
           move selected_list_id to set_aside_list_id(set_aside_count).
       0340-exit.
           exit.

005390*----------------------------------------------------------------
005391* 0400-finish-one-list - set the finished chain aside for the
005392* one combined save: the section directory remembers which
005393* list and where its cells sit in the finished table, front
005394* cell first and then positions one up through inputnum_save,
005395* so 8000-save-list-file can write them in ascending key
005396* order.
005397*----------------------------------------------------------------
005398 0400-finish-one-list.
           if section_count is not less than 50
               display "More list sections than the run can carry -"
                   " run stopped with nothing saved."
           add 1 to finished_cell_count.
           move zero to fin-position(finished_cell_count).
           move list_item_data(0) to fin-value(finished_cell_count).
           move front_cell_expiry to fin-expiry(finished_cell_count).
           move 1 to finish_scan_idx.
           perform until finish_scan_idx is greater than
                   inputnum_save
                   to fin-position(finished_cell_count)
               move list_item_data(finish_scan_idx)
                   to fin-value(finished_cell_count)
               move list_item_expiry(finish_scan_idx)
                   to fin-expiry(finished_cell_count)
               add 1 to finish_scan_idx
           end-perform.
           add 1 to inputnum_save
005664*----------------------------------------------------------------
005664* 1250-take-session-lock - put this session's in-use record on
005664* LISTLOCK before anything is loaded.  8000-save-list-file
005664* rewrites each list the run worked from the chain it loaded
005664* - and a batch run goes on to lists it was never named for -
005664* so two sessions open at once destroy each other's work
005664* whichever saves last, and the lock is on the file as a
005664* whole, whatever lists the two sessions named.  A
005664* lock already on file refuses this sign-on with a message
005664* naming who holds it and since when; a supervisor handing
005664* LockOvrd a Y takes over the lock a crashed session left
           exit.

005800*----------------------------------------------------------------
005900* 2000-load-prior-list - read yesterday's saved chain for the
006000* selected list, if any, back into list-item so today's session
006100* continues that chain.  Only that list's records are read -
006150* LISTDATA is keyed by list id plus position, and the save
006160* touches only the lists a run works.  A missing file (status
006200* 35) just means this is the first run and is not an error.
006300*----------------------------------------------------------------
006350 2000-load-prior-list.
           if RestoreDate is numeric
                   and RestoreDate is greater than zero
               move "Y" to restore_mode_switch
           end-if.
           perform 2010-read-list-by-key thru 2010-exit.
           if restore-mode-active
               perform 2050-restore-from-archive thru 2050-exit
           end-if.
       2000-exit.
           exit.

006353*----------------------------------------------------------------
006356* 2010-read-list-by-key - place the selected list's LISTDATA
006359* records into list-item, starting at its first key and
006362* reading until the next list's records begin.  On a restore
006365* run the saved chain is not read at all - the archive
006368* generation replaces it.  A file that is missing or will not
006371* open has no chain to read.
006374*----------------------------------------------------------------
006377 2010-read-list-by-key.
           if restore-mode-active
               go to 2010-exit
           end-if.
           open input list-data-file.
           if list-file-status is not equal to "00"
               go to 2010-exit
           end-if.
           move low-values to ldr-key.
           move selected_list_id to ldr-list-id.
           move "N" to list_block_end_switch.
           start list-data-file key is not less than ldr-key
               invalid key
                   move "Y" to list_block_end_switch
           end-start.
           perform 2020-read-one-list-record thru 2020-exit
               until list-block-is-ended.
           close list-data-file.
       2010-exit.
           exit.

006380*----------------------------------------------------------------
006383* 2020-read-one-list-record - read the next LISTDATA record and
006386* place it if it still belongs to the selected list.
006389*----------------------------------------------------------------
006392 2020-read-one-list-record.
           read list-data-file next record
               at end
                   move "Y" to list_block_end_switch
                   go to 2020-exit
           end-read.
           if list-file-status is not equal to "00"
                   or ldr-list-id is not equal to selected_list_id
               move "Y" to list_block_end_switch
               go to 2020-exit
           end-if.
           perform 2100-restore-one-cell thru 2100-exit.
       2020-exit.
           exit.

006401*----------------------------------------------------------------
006402* 2050-restore-from-archive - restore mode: instead of
006403* continuing the chain LISTDATA holds, load the selected list
           if arc-position is equal to zero
               move arc-value to list_item_data(0)
               move arc-value to new_cell_data(0)
               move arc-expiry to front_cell_expiry
           else
               allocate length of list-item characters loc 31
                   returning new_cell_list_pointer
               move new_cell_list_pointer
                   to next-item-list-pointer(arc-position)
               move arc-value to list_item_data(arc-position)
               move arc-expiry to list_item_expiry(arc-position)
               move arc-position to prior_count
           end-if.
       2052-exit.
           exit.

007000*----------------------------------------------------------------
007100* 2100-restore-one-cell - place one loaded record back into the
007200* list-item table at the position it was saved from.  Position
           if ldr-position is equal to zero
               move ldr-value to list_item_data(0)
               move ldr-value to new_cell_data(0)
               move ldr-expiry to front_cell_expiry
           else
               allocate length of list-item characters loc 31
                   returning new_cell_list_pointer
               move new_cell_list_pointer
                   to next-item-list-pointer(ldr-position)
               move ldr-value to list_item_data(ldr-position)
               move ldr-expiry to list_item_expiry(ldr-position)
               move ldr-position to prior_count
           end-if.
       2100-exit.
007660 2300-restore-checkpoint-cell.
           move chk-list-id to checkpoint_list_id.
           move chk-value to list_item_data(chk-position).
           move chk-expiry to list_item_expiry(chk-position).
           allocate length of list-item characters loc 31
               returning new_cell_list_pointer.
           move new_cell_list_pointer
               move checkpoint_scan_idx to chk-position
               move list_item_data(checkpoint_scan_idx)
                   to chk-value
               move list_item_expiry(checkpoint_scan_idx)
                   to chk-expiry
               move transaction_record_count to chk-transaction-count
               move selected_list_id to chk-list-id
               write checkpoint-record
               move checkpoint_scan_idx to chk-position
               move list_item_data(checkpoint_scan_idx)
                   to chk-value
               move list_item_expiry(checkpoint_scan_idx)
                   to chk-expiry
               move transaction_record_count to chk-transaction-count
               move selected_list_id to chk-list-id
               write checkpoint-record
                       move "N" to batch_mode_switch
                       display 'Enter a Value for the list'
                       accept anykey
                       perform 2730-ask-value-expiry thru 2730-exit
                   not at end
                       add 1 to transaction_record_count
                       move trn-expiry to expiry_entry
               end-read
           else
               display 'Enter a Value for the list'
               accept anykey
               perform 2730-ask-value-expiry thru 2730-exit
           end-if.
       2700-exit.
           exit.

007882*----------------------------------------------------------------
007883* 2705-screen-for-duplicate - check whether the value in
007884* duplicate_check_value already sits on the chain: the
007885* front-of-list cell first and then the numbered cells one
007886* through duplicate_scan_limit, the same order the Targ search
007887* walks.  The caller sets the limit to however much of the
007888* numbered chain is occupied when it asks, and may put the
007889* position of a cell about to be overwritten in
007890* duplicate_exclude_position - the front insert excludes the
007891* front cell itself, and the in-place change excludes the cell
007892* being changed - since a value cannot collide with a cell it
007893* is replacing.  The exclusion is put back to none here after
007894* every screen.  A spaces value is never screened - an
007895* all-spaces entry has nothing to collide with.
007896*----------------------------------------------------------------
007897 2705-screen-for-duplicate.
           move "N" to duplicate_switch.
           if duplicate_check_value is equal to spaces
               move -1 to duplicate_exclude_position
       2705-exit.
           exit.

007898*----------------------------------------------------------------
007899* 2706-write-reject - write the refused value to REJECTS with
007900* the position it collided with, the operator who keyed it and
007901* the expiry date keyed with it in expiry_entry, and bump the
007902* count carried on LISTRPT beside the trailer.
007903*----------------------------------------------------------------
007904 2706-write-reject.
           move operator-id to rej-operator-id.
           if audit_maker_id is not equal to spaces
               move audit_maker_id to rej-operator-id
           end-if.
           accept rej-date from date yyyymmdd.
           accept rej-time from time.
           move duplicate_check_value to rej-value.
           move duplicate_found_position to rej-position.
           move "DUPLICATE VALUE" to rej-reason.
           move selected_list_id to rej-list-id.
           move expiry_entry to rej-expiry.
           write reject-record.
           add 1 to reject_count.
       2706-exit.
           exit.

007905*----------------------------------------------------------------
007906* 2707-screen-for-edit-rules - hold the value in
007907* duplicate_check_value to the selected list's edit rules, when
007908* the list has any: digits only, minimum and maximum length on
007909* the keyed part of the value, and a required prefix.  The
007910* verdict is left on edit_violation_switch with the reason in
007911* edit_reason, the same staging shape the duplicate screen
007912* uses, so every insert path can run both screens on the same
007913* staged value.
007914*----------------------------------------------------------------
007915 2707-screen-for-edit-rules.
           move "N" to edit_violation_switch.
           move spaces to edit_reason.
           if not edit-rules-active
       2707-exit.
           exit.

007916*----------------------------------------------------------------
007917* 2708-write-edit-reject - write the rule-breaking value to
007918* REJECTS the same way a duplicate goes, expiry and all,
007919* carrying the rule it broke as the reason, and bump the
007920* edit-rules count carried on LISTRPT beside the duplicates
007921* line.
007922*----------------------------------------------------------------
007923 2708-write-edit-reject.
           move operator-id to rej-operator-id.
           if audit_maker_id is not equal to spaces
               move audit_maker_id to rej-operator-id
           end-if.
           accept rej-date from date yyyymmdd.
           accept rej-time from time.
           move duplicate_check_value to rej-value.
           move zero to rej-position.
           move edit_reason to rej-reason.
           move selected_list_id to rej-list-id.
           move expiry_entry to rej-expiry.
           write reject-record.
           add 1 to edit_reject_count.
       2708-exit.
           exit.

007924*----------------------------------------------------------------
007925* 2709-screen-expiry-date - hold the expiry date keyed with the
007926* value in duplicate_check_value to a real calendar date - a
007927* month of 1 to 12 and a day no later than the month's last,
007928* with February's 29th only in a year divisible by 4 and not
007929* by 100 unless by 400 - no earlier than today, leaving it in
007930* value_expiry for the caller to put on the cell; blank or
007931* zeros means the value does not expire.  A bad date is
007932* refused the way a rule break is - the verdict on
007933* edit_violation_switch with the reason in edit_reason - so
007934* it goes to REJECTS through 2708-write-edit-reject and is
007935* counted with the rule breaks.  A value that already breaks a
007936* rule is left as it is.
007937*----------------------------------------------------------------
007938 2709-screen-expiry-date.
           move zero to value_expiry.
           if value-breaks-rules
               go to 2709-exit
           end-if.
           if expiry_entry is equal to spaces
                   or expiry_entry is equal to zeros
               go to 2709-exit
           end-if.
           if expiry_entry is not numeric
               move "Y" to edit_violation_switch
               move "EXPIRY NOT A DATE" to edit_reason
               go to 2709-exit
           end-if.
           if eed-month is less than 1
                   or eed-month is greater than 12
                   or eed-day is less than 1
               move "Y" to edit_violation_switch
               move "EXPIRY NOT A DATE" to edit_reason
               go to 2709-exit
           end-if.
           move 31 to expiry_month_days.
           if eed-month is equal to 4 or 6 or 9 or 11
               move 30 to expiry_month_days
           end-if.
           if eed-month is equal to 2
               move 28 to expiry_month_days
               divide eed-year by 4 giving leap_quotient
                   remainder leap_remainder_4
               divide eed-year by 100 giving leap_quotient
                   remainder leap_remainder_100
               divide eed-year by 400 giving leap_quotient
                   remainder leap_remainder_400
               if leap_remainder_4 is equal to zero
                       and (leap_remainder_100 is not equal to zero
                           or leap_remainder_400 is equal to zero)
                   move 29 to expiry_month_days
               end-if
           end-if.
           if eed-day is greater than expiry_month_days
               move "Y" to edit_violation_switch
               move "EXPIRY NOT A DATE" to edit_reason
               go to 2709-exit
           end-if.
           if expiry_entry_number is less than save_stamp_date
               move "Y" to edit_violation_switch
               move "EXPIRY ALREADY PAST" to edit_reason
               go to 2709-exit
           end-if.
           move expiry_entry_number to value_expiry.
       2709-exit.
           exit.

007939*----------------------------------------------------------------
007940* 2710-get-screened-value - get the next build-loop value and
007941* keep asking until one arrives that is not already on the
007942* chain, writing each refusal to REJECTS, the same
007943* ask-again-until-good shape 2600-validate-inputnum uses.  The
007944* accepted value is left in anykey for the build loop to move
007945* into place.
007946*----------------------------------------------------------------
007947 2710-get-screened-value.
           perform 2700-get-list-value thru 2700-exit.
           move anykey to duplicate_check_value.
           perform 2707-screen-for-edit-rules thru 2707-exit.
           perform 2709-screen-expiry-date thru 2709-exit.
           move inputnum_save to duplicate_scan_limit.
           perform 2705-screen-for-duplicate thru 2705-exit.
           perform until not value-is-duplicate
               perform 2700-get-list-value thru 2700-exit
               move anykey to duplicate_check_value
               perform 2707-screen-for-edit-rules thru 2707-exit
               perform 2709-screen-expiry-date thru 2709-exit
               perform 2705-screen-for-duplicate thru 2705-exit
           end-perform.
       2710-exit.
           exit.

007948*----------------------------------------------------------------
007949* 2715-refuse-one-value - write the staged value's refusal the
007950* way it failed: a rule break goes to REJECTS with the rule it
007951* broke, a collision with the position it collided with.  A
007952* value that manages both is refused once, as the rule break -
007953* it was never eligible to collide.
007954*----------------------------------------------------------------
007955 2715-refuse-one-value.
           if value-breaks-rules
               perform 2708-write-edit-reject thru 2708-exit
               display "Value breaks the list's edit rules -"
       2715-exit.
           exit.

007956*----------------------------------------------------------------
007957* 2720-get-screened-front-value - get the value for the
007958* front-of-list cell, from the transaction file in batch mode
007959* the same as before, refusing values already on the chain the
007960* same way the build loop does.  The front cell itself is left
007961* out of the screen - this insert overwrites it, so on a
007962* continued run re-keying yesterday's front value is no
007963* duplicate.  The accepted value is left in target_data.
007964*----------------------------------------------------------------
007965 2720-get-screened-front-value.
           perform 2721-read-front-value thru 2721-exit.
           move target_data to duplicate_check_value.
           perform 2707-screen-for-edit-rules thru 2707-exit.
           perform 2709-screen-expiry-date thru 2709-exit.
           move inputnum_save to duplicate_scan_limit.
           move zero to duplicate_exclude_position.
           perform 2705-screen-for-duplicate thru 2705-exit.
               perform 2721-read-front-value thru 2721-exit
               move target_data to duplicate_check_value
               perform 2707-screen-for-edit-rules thru 2707-exit
               perform 2709-screen-expiry-date thru 2709-exit
               move zero to duplicate_exclude_position
               perform 2705-screen-for-duplicate thru 2705-exit
           end-perform.
       2720-exit.
           exit.

007966*----------------------------------------------------------------
007967* 2721-read-front-value - one ask for the front-of-list value.
007968*----------------------------------------------------------------
007969 2721-read-front-value.
           if batch-mode-active
               read transaction-file into target_data
                   at end
                       move "N" to batch_mode_switch
                       display "Enter a data value for the new cell."
                       accept target_data
                       perform 2730-ask-value-expiry thru 2730-exit
                   not at end
                       add 1 to transaction_record_count
                       move trn-expiry to expiry_entry
               end-read
           else
               display "Enter a data value for the new cell."
               accept target_data
               perform 2730-ask-value-expiry thru 2730-exit
           end-if.
       2721-exit.
           exit.

007970*----------------------------------------------------------------
007971* 2725-get-screened-end-value - get the value for the
007972* end-of-list cell the same screened way.  The accepted value
007973* is left in target_data.
007974*----------------------------------------------------------------
007975 2725-get-screened-end-value.
           perform 2726-read-end-value thru 2726-exit.
           move target_data to duplicate_check_value.
           perform 2707-screen-for-edit-rules thru 2707-exit.
           perform 2709-screen-expiry-date thru 2709-exit.
           move inputnum_save to duplicate_scan_limit.
           perform 2705-screen-for-duplicate thru 2705-exit.
           perform until not value-is-duplicate
               perform 2726-read-end-value thru 2726-exit
               move target_data to duplicate_check_value
               perform 2707-screen-for-edit-rules thru 2707-exit
               perform 2709-screen-expiry-date thru 2709-exit
               perform 2705-screen-for-duplicate thru 2705-exit
           end-perform.
       2725-exit.
           exit.

007976*----------------------------------------------------------------
007977* 2726-read-end-value - one ask for the end-of-list value.
007978*----------------------------------------------------------------
007979 2726-read-end-value.
           if batch-mode-active
               read transaction-file into target_data
                   at end
                       move "N" to batch_mode_switch
                       display "Enter a data value for the last cell."
                       accept target_data
                       perform 2730-ask-value-expiry thru 2730-exit
                   not at end
                       add 1 to transaction_record_count
                       move trn-expiry to expiry_entry
               end-read
           else
               display "Enter a data value for the last cell."
               accept target_data
               perform 2730-ask-value-expiry thru 2730-exit
           end-if.
       2726-exit.
           exit.

007980*----------------------------------------------------------------
007981* 2730-ask-value-expiry - one ask at the terminal for the
007982* expiry date of the value just keyed.  Batch mode takes it
007983* from the transaction record instead.
007984*----------------------------------------------------------------
007985 2730-ask-value-expiry.
           display "Expiry date for the value (yyyymmdd, blank for"
               " none)".
           accept expiry_entry.
       2730-exit.
           exit.

007986*----------------------------------------------------------------
007987* 2750-close-transaction-file - close the transaction file if
007988* this run opened one.
007989*----------------------------------------------------------------
007990 2750-close-transaction-file.
           if transaction_file_open_switch is equal to "Y"
               close transaction-file
           end-if.
       2750-exit.
           exit.

007991*----------------------------------------------------------------
007992* 2800-open-audit-log - open AUDITLOG for this run.  EXTEND
007993* appends onto prior sessions' audit trail; a missing file
007994* (status 35) means this is the first run and OUTPUT creates it.
007995*----------------------------------------------------------------
007996 2800-open-audit-log.
           open extend audit-log-file.
           if audit-file-status is equal to "35"
               open output audit-log-file
008030* change the caller just made.  The caller moves the position
008040* and value into aud-position/aud-value before performing this;
008050* the operator id, timestamp and action code are filled in
008051* here.  audit_action sits at "I" for the insert paths; the
008052* Targ delete sets it to "D" around its call and puts it back.
008053* An approved PENDCHG request being applied sets
008054* audit_maker_id and audit_checker_id around its call, so the
008055* record names the clerk who raised it and the supervisor who
008056* approved it rather than the operator running the session.
008057* An insert carries the new cell's expiry date in
008058* aud-insert-expiry - every insert path has put the cell's
008059* value and expiry in place before it asks for the record.
008060*----------------------------------------------------------------
008070 2850-write-audit-record.
           move operator-id to aud-operator-id.
           if audit_maker_id is not equal to spaces
               move audit_maker_id to aud-operator-id
           end-if.
           move audit_checker_id to aud-checker-id.
           accept aud-date from date yyyymmdd.
           accept aud-time from time.
           move audit_action to aud-action.
           move audit_prior_value to aud-prior-value.
           if audit-was-insert
               if aud-position is equal to zero
                   move front_cell_expiry to aud-insert-expiry
               else
                   move list_item_expiry(aud-position)
                       to aud-insert-expiry
               end-if
           end-if.
           move selected_list_id to aud-list-id.
           write audit-record.
       2850-exit.
       2900-exit.
           exit.

008112*----------------------------------------------------------------
008114* 2810-open-rejects-file - add this run's refused values to
008116* REJECTS behind whatever earlier runs left there - RejWork
008118* empties the file when it picks the records up onto its
008120* rejects master, and until then they must survive the next
008122* run.  A missing file is started fresh.
008124*----------------------------------------------------------------
008126 2810-open-rejects-file.
           open extend rejects-file.
           if rejects-file-status is equal to "35"
               open output rejects-file
           end-if.
       2810-exit.
           exit.

008128*----------------------------------------------------------------
008130* 2820-open-pending-changes - open PENDCHG for the run, so each
008132* list's approved delete and correction requests can be applied
008134* and stamped.  No file on disk (status 35) just means nobody
008136* has raised a request yet; any other failed open is said out
008138* loud and the requests wait, still approved, for a later run.
008140*----------------------------------------------------------------
008142 2820-open-pending-changes.
           open i-o pending-change-file.
           if pendchg-file-status is equal to "00"
               move "Y" to pendchg_open_switch
               go to 2820-exit
           end-if.
           if pendchg-file-status is not equal to "35"
               display "PENDCHG will not open - status "
                   pendchg-file-status " - approved changes wait"
                   " for a later run."
           end-if.
       2820-exit.
           exit.

008144*----------------------------------------------------------------
008146* 2830-open-future-changes - open FUTCHG for the run, so each
008148* list's released future changes can be applied and stamped.
008150* No file on disk (status 35) just means nothing has been
008152* scheduled yet; any other failed open is said out loud and
008154* the changes wait, still released, for a later run.
008156*----------------------------------------------------------------
008158 2830-open-future-changes.
           open i-o future-change-file.
           if futchg-file-status is equal to "00"
               move "Y" to futchg_open_switch
               go to 2830-exit
           end-if.
           if futchg-file-status is not equal to "35"
               display "FUTCHG will not open - status "
                   futchg-file-status " - future changes wait"
                   " for a later run."
           end-if.
       2830-exit.
           exit.

008170*----------------------------------------------------------------
008180* 2910-close-rejects-file - close REJECTS at the end of the
008190* run.
                   to top_next(top_scan_idx)
               perform 3150-get-screened-top-value thru 3150-exit
               move anykey to top_data(top_scan_idx)
               move value_expiry to top_expiry(top_scan_idx)
           end-perform.
       3100-exit.
           exit.
003011* keep asking until one arrives that passes the list's edit
003011* rules, refusing each rule break to REJECTS, the same
003011* ask-again shape 2710-get-screened-value uses.  Only the edit
003011* rules and the expiry date are screened here - a duplicate is
003011* still caught at splice time, where the merge knows how much
003011* of the chain the value is landing on.
003011*----------------------------------------------------------------
003011 3150-get-screened-top-value.
           perform 3160-read-top-value thru 3160-exit.
           move anykey to duplicate_check_value.
           perform 2707-screen-for-edit-rules thru 2707-exit.
           perform 2709-screen-expiry-date thru 2709-exit.
           perform until not value-breaks-rules
               perform 2708-write-edit-reject thru 2708-exit
               display "Value breaks the list's edit rules -"
               perform 3160-read-top-value thru 3160-exit
               move anykey to duplicate_check_value
               perform 2707-screen-for-edit-rules thru 2707-exit
               perform 2709-screen-expiry-date thru 2709-exit
           end-perform.
       3150-exit.
           exit.
                       move "N" to batch_mode_switch
                       display 'Enter a value for the top list'
                       accept anykey
                       perform 2730-ask-value-expiry thru 2730-exit
                   not at end
                       add 1 to transaction_record_count
                       move trn-expiry to expiry_entry
               end-read
           else
               display 'Enter a value for the top list'
               accept anykey
               perform 2730-ask-value-expiry thru 2730-exit
           end-if.
       3160-exit.
           exit.
               perform 3250-get-screened-next-top-value
                   thru 3250-exit
               move anykey to next_top_data(next_top_scan_idx)
               move value_expiry to next_top_expiry(next_top_scan_idx)
           end-perform.
       3200-exit.
           exit.
           perform 3260-read-next-top-value thru 3260-exit.
           move anykey to duplicate_check_value.
           perform 2707-screen-for-edit-rules thru 2707-exit.
           perform 2709-screen-expiry-date thru 2709-exit.
           perform until not value-breaks-rules
               perform 2708-write-edit-reject thru 2708-exit
               display "Value breaks the list's edit rules -"
               perform 3260-read-next-top-value thru 3260-exit
               move anykey to duplicate_check_value
               perform 2707-screen-for-edit-rules thru 2707-exit
               perform 2709-screen-expiry-date thru 2709-exit
           end-perform.
       3250-exit.
           exit.
                       move "N" to batch_mode_switch
                       display 'Enter a value for the next top list'
                       accept anykey
                       perform 2730-ask-value-expiry thru 2730-exit
                   not at end
                       add 1 to transaction_record_count
                       move trn-expiry to expiry_entry
               end-read
           else
               display 'Enter a value for the next top list'
               accept anykey
               perform 2730-ask-value-expiry thru 2730-exit
           end-if.
       3260-exit.
           exit.
                   move top_data(sort_next_idx)
                       to top_data(sort_scan_idx)
                   move sort_swap_value to top_data(sort_next_idx)
                   move top_expiry(sort_scan_idx) to sort_swap_expiry
                   move top_expiry(sort_next_idx)
                       to top_expiry(sort_scan_idx)
                   move sort_swap_expiry to top_expiry(sort_next_idx)
                   move "Y" to sort_swapped_switch
                   move "Y" to top_resequenced_switch
               end-if
                       to next_top_data(sort_scan_idx)
                   move sort_swap_value
                       to next_top_data(sort_next_idx)
                   move next_top_expiry(sort_scan_idx)
                       to sort_swap_expiry
                   move next_top_expiry(sort_next_idx)
                       to next_top_expiry(sort_scan_idx)
                   move sort_swap_expiry
                       to next_top_expiry(sort_next_idx)
                   move "Y" to sort_swapped_switch
                   move "Y" to next_top_resequenced_switch
               end-if
               giving duplicate_scan_limit.
           perform 2705-screen-for-duplicate thru 2705-exit.
           if value-is-duplicate
               move next_top_expiry(next_top_scan_idx)
                   to expiry_entry_number
               perform 2706-write-reject thru 2706-exit
               add 1 to next_top_scan_idx
               subtract 1 from merge_target_idx
               to previous-item-list-pointer(merge_target_idx).
           move next_top_data(next_top_scan_idx)
               to list_item_data(merge_target_idx).
           move next_top_expiry(next_top_scan_idx)
               to list_item_expiry(merge_target_idx).
           move merge_target_idx to aud-position.
           move list_item_data(merge_target_idx) to aud-value.
           perform 2850-write-audit-record thru 2850-exit.
               giving duplicate_scan_limit.
           perform 2705-screen-for-duplicate thru 2705-exit.
           if value-is-duplicate
               move top_expiry(top_scan_idx) to expiry_entry_number
               perform 2706-write-reject thru 2706-exit
               add 1 to top_scan_idx
               subtract 1 from merge_target_idx
               to previous-item-list-pointer(merge_target_idx).
           move top_data(top_scan_idx)
               to list_item_data(merge_target_idx).
           move top_expiry(top_scan_idx)
               to list_item_expiry(merge_target_idx).
           move merge_target_idx to aud-position.
           move list_item_data(merge_target_idx) to aud-value.
           perform 2850-write-audit-record thru 2850-exit.
003910* 4000-search-and-delete-targ - walk list_item_data, position
003915* zero (the front-of-list insert cell) first and then the
003920* numbered cells one through inputnum_save, comparing each
003930* against delete_target, so a batch driver can hand Program1 a
003940* value to remove through Targ without an operator at the
003943* terminal.  An approved PENDCHG delete comes through here too,
003946* with its value moved into delete_target the same way.
003950*----------------------------------------------------------------
003960 4000-search-and-delete-targ.
           move "N" to targ_found_switch.
           if list_item_data(0) is equal to delete_target
               move "Y" to targ_found_switch
               move zero to aud-position
               move list_item_data(0) to aud-value
               perform 2855-write-audit-delete thru 2855-exit
               move spaces to list_item_data(0)
               move spaces to new_cell_data(0)
               move zero to front_cell_expiry
           else
               move zero to delete_scan_idx
               perform until delete_scan_idx is equal to inputnum_save
                       or targ-was-found
                   add 1 to delete_scan_idx
                   if list_item_data(delete_scan_idx) is equal to
                           delete_target
                       move "Y" to targ_found_switch
                   end-if
               end-perform
               add 1 to delete_next_idx
               move list_item_data(delete_next_idx)
                   to list_item_data(delete_scan_idx)
               move list_item_expiry(delete_next_idx)
                   to list_item_expiry(delete_scan_idx)
               move next-item-list-pointer(delete_next_idx)
                   to next-item-list-pointer(delete_scan_idx)
               move previous-item-list-pointer(delete_next_idx)
003999* for the clerk who fat-fingered an entry: the batch driver
003999* hands in the replacement through ChgNew and names the cell
003999* either by position (ChgPos) or by the value it holds now
003999* (ChgOld), the same way Targ comes in - moved into
003999* change_new_value, change_position and change_old_value, where
003999* an approved PENDCHG correction puts its own.  The outcome is
003999* left in change_outcome, spaces when the change went in.  The
003999* cell keeps its position and its next/previous pointers; only
003999* list_item_data changes, and the audit record carries the
003999* before and after values.  The value search covers the
003999* front-of-list cell first and then the numbered cells, the
003999* insert - leaving out the cell being changed, which it
003999* replaces - and a collision is refused to REJECTS instead of
003999* recreating the duplicate state the insert screening keeps
003999* off the list.  A correction keys no expiry date - the cell
003999* keeps its own - so a refusal goes to REJECTS with none.
003999*----------------------------------------------------------------
003999 4500-change-cell-value.
           move "N" to change_found_switch.
           move spaces to change_outcome.
           move spaces to expiry_entry.
           if change_position is numeric
                   and change_position is greater than zero
               if change_position is not greater than inputnum_save
                   move change_position to change_target_idx
                   move "Y" to change_found_switch
               end-if
           else
               if change_old_value is equal to spaces
                   display "Change request ignored - no old value"
                       " or position given."
                   move "NO OLD VALUE OR POSITION GIVEN"
                       to change_outcome
                   go to 4500-exit
               end-if
               if list_item_data(0) is equal to change_old_value
                   move zero to change_target_idx
                   move "Y" to change_found_switch
               else
                           or change-was-found
                       add 1 to change_scan_idx
                       if list_item_data(change_scan_idx) is equal
                               to change_old_value
                           move change_scan_idx to change_target_idx
                           move "Y" to change_found_switch
                       end-if
           end-if.
           if not change-was-found
               display "Change value was not found in the list."
               move "VALUE NO LONGER ON THE LIST" to change_outcome
               go to 4500-exit
           end-if.
           move change_new_value to duplicate_check_value.
           perform 2707-screen-for-edit-rules thru 2707-exit.
           if value-breaks-rules
               perform 2708-write-edit-reject thru 2708-exit
               display "Change refused - the new value breaks the"
                   " list's edit rules (" edit_reason ")."
               move edit_reason to change_outcome
               go to 4500-exit
           end-if.
           move inputnum_save to duplicate_scan_limit.
               perform 2706-write-reject thru 2706-exit
               display "Change refused - the new value is already"
                   " on the list."
               move "NEW VALUE ALREADY ON THE LIST" to change_outcome
               go to 4500-exit
           end-if.
           move list_item_data(change_target_idx)
               to audit_prior_value.
           move change_new_value to list_item_data(change_target_idx).
           if change_target_idx is equal to zero
               move change_new_value to new_cell_data(0)
           end-if.
           move change_target_idx to aud-position.
           move list_item_data(change_target_idx) to aud-value.
       4500-exit.
           exit.

004600*----------------------------------------------------------------
004610* 4700-apply-approved-changes - put every approved PENDCHG
004620* request for the list being worked through the same delete
004630* and change logic the Targ and ChgNew externals use, oldest
004640* first, after those externals have had their turn.  Each
004650* outcome is held in approved_changes and stamped on PENDCHG
004660* only after the save (8400-stamp-approved-changes); if the run
004670* stops short or the save fails the requests are still approved
004680* and the rerun applies them.
004690*----------------------------------------------------------------
004700 4700-apply-approved-changes.
           if not pending-changes-are-open
               go to 4700-exit
           end-if.
           move selected_list_id to pcg-list-id.
           move zero to pcg-raised-date.
           move zero to pcg-raised-time.
           move zero to pcg-seq.
           move "N" to pendchg_eof_switch.
           start pending-change-file key is not less than pcg-key
               invalid key
                   move "Y" to pendchg_eof_switch
           end-start.
           perform 4710-apply-one-change thru 4710-exit
               until pending-changes-at-end.
       4700-exit.
           exit.

004710*----------------------------------------------------------------
004720* 4710-apply-one-change - apply the next approved request for
004730* the list.  A delete must still find its value on the chain;
004740* a correction named by position must still find the value it
004750* replaces at that position, and one named by value must still
004760* find it anywhere - a value that is gone or has moved refuses
004770* the request rather than changing some other cell.  A
004780* correction's new value is screened by 4500 the same as a
004790* keyed one.
004800*----------------------------------------------------------------
004810 4710-apply-one-change.
           read pending-change-file next record
               at end
                   move "Y" to pendchg_eof_switch
                   go to 4710-exit
           end-read.
           if pcg-list-id is not equal to selected_list_id
               move "Y" to pendchg_eof_switch
               go to 4710-exit
           end-if.
           if not change-is-approved
               go to 4710-exit
           end-if.
           if approved_change_count is equal to 500
               display "More approved changes than one run applies -"
                   " the rest wait for the next run."
               move "Y" to pendchg_eof_switch
               go to 4710-exit
           end-if.
           add 1 to approved_change_count.
           move pcg-key to apc-key(approved_change_count).
           move pcg-maker-id to audit_maker_id.
           move pcg-checker-id to audit_checker_id.
           move spaces to change_outcome.
           if pending-is-delete
               move pcg-old-value to delete_target
               perform 4000-search-and-delete-targ thru 4000-exit
               if not targ-was-found
                   move "VALUE NO LONGER ON THE LIST" to change_outcome
               end-if
               go to 4710-record
           end-if.
           if not pending-is-change
               move "ACTION NOT RECOGNIZED" to change_outcome
               go to 4710-record
           end-if.
           if pcg-position is greater than zero
               if pcg-position is greater than inputnum_save
                   move "VALUE HAS MOVED OR IS GONE" to change_outcome
                   go to 4710-record
               end-if
               if list_item_data(pcg-position) is not equal to
                       pcg-old-value
                   move "VALUE HAS MOVED OR IS GONE" to change_outcome
                   go to 4710-record
               end-if
           end-if.
           move pcg-old-value to change_old_value.
           move pcg-new-value to change_new_value.
           move pcg-position to change_position.
           perform 4500-change-cell-value thru 4500-exit.
       4710-record.
           move spaces to audit_maker_id.
           move spaces to audit_checker_id.
           if change_outcome is equal to spaces
               move "D" to apc-status(approved_change_count)
               move "APPLIED" to apc-result(approved_change_count)
               add 1 to approved_applied_count
           else
               move "F" to apc-status(approved_change_count)
               move change_outcome
                   to apc-result(approved_change_count)
               add 1 to approved_refused_count
           end-if.
       4710-exit.
           exit.

004812*----------------------------------------------------------------
004814* 4800-apply-future-changes - put every FUTCHG change FutRel
004816* has released for the list being worked in, in the order
004818* they fell due, after the approved PENDCHG requests: an add
004820* through the same duplicate and edit-rule screens as a keyed
004822* value, a delete through 4000-search-and-delete-targ and a
004824* correction through 4500-change-cell-value, the same way
004826* 4710 takes an approved request.  Each outcome is held in
004828* future_changes and stamped on FUTCHG only after the save
004830* (8450-stamp-future-changes); if the run stops short or the
004832* save fails the changes are still released and the rerun
004834* applies them.
004836*----------------------------------------------------------------
004838 4800-apply-future-changes.
           if not future-changes-are-open
               go to 4800-exit
           end-if.
           move selected_list_id to fut-list-id.
           move zero to fut-effective-date.
           move zero to fut-sched-date.
           move zero to fut-sched-time.
           move zero to fut-seq.
           move "N" to futchg_eof_switch.
           start future-change-file key is not less than fut-key
               invalid key
                   move "Y" to futchg_eof_switch
           end-start.
           perform 4810-apply-one-future-change thru 4810-exit
               until future-changes-at-end.
       4800-exit.
           exit.

004840*----------------------------------------------------------------
004842* 4810-apply-one-future-change - apply the next released change
004844* for the list, audited under the operator who scheduled it.
004846* A delete or correction must still find its value the way an
004848* approved request must; a refused add or correction has
004850* already gone to REJECTS from the screen that refused it.
004852*----------------------------------------------------------------
004854 4810-apply-one-future-change.
           read future-change-file next record
               at end
                   move "Y" to futchg_eof_switch
                   go to 4810-exit
           end-read.
           if fut-list-id is not equal to selected_list_id
               move "Y" to futchg_eof_switch
               go to 4810-exit
           end-if.
           if not future-is-released
               go to 4810-exit
           end-if.
           if future_change_count is equal to 500
               display "More future changes than one run applies -"
                   " the rest wait for the next run."
               move "Y" to futchg_eof_switch
               go to 4810-exit
           end-if.
           add 1 to future_change_count.
           move fut-key to fuc-key(future_change_count).
           move fut-scheduler-id to audit_maker_id.
           move spaces to audit_checker_id.
           move spaces to change_outcome.
           if future-is-add-end
               perform 4820-add-future-end-value thru 4820-exit
               go to 4810-record
           end-if.
           if future-is-add-front
               perform 4830-add-future-front-value thru 4830-exit
               go to 4810-record
           end-if.
           if future-is-delete
               move fut-old-value to delete_target
               perform 4000-search-and-delete-targ thru 4000-exit
               if not targ-was-found
                   move "VALUE NO LONGER ON THE LIST" to change_outcome
               end-if
               go to 4810-record
           end-if.
           if not future-is-change
               move "ACTION NOT RECOGNIZED" to change_outcome
               go to 4810-record
           end-if.
           if fut-position is greater than zero
               if fut-position is greater than inputnum_save
                   move "VALUE HAS MOVED OR IS GONE" to change_outcome
                   go to 4810-record
               end-if
               if list_item_data(fut-position) is not equal to
                       fut-old-value
                   move "VALUE HAS MOVED OR IS GONE" to change_outcome
                   go to 4810-record
               end-if
           end-if.
           move fut-old-value to change_old_value.
           move fut-new-value to change_new_value.
           move fut-position to change_position.
           perform 4500-change-cell-value thru 4500-exit.
       4810-record.
           move spaces to audit_maker_id.
           if change_outcome is equal to spaces
               move "D" to fuc-status(future_change_count)
               move "APPLIED" to fuc-result(future_change_count)
               add 1 to future_applied_count
           else
               move "F" to fuc-status(future_change_count)
               move change_outcome
                   to fuc-result(future_change_count)
               add 1 to future_refused_count
           end-if.
       4810-exit.
           exit.

004856*----------------------------------------------------------------
004858* 4820-add-future-end-value - add the change's value as a new
004860* last cell, with the expiry date FutSch took with it,
004862* screened the way 2725-get-screened-end-value screens the
004864* keyed end-of-list value and its expiry, except that a
004866* refusal is final - there is nobody to ask again, so the
004868* reason is left in change_outcome instead.
004870*----------------------------------------------------------------
004872 4820-add-future-end-value.
           if fut-new-value is equal to spaces
               move "NO VALUE TO ADD" to change_outcome
               go to 4820-exit
           end-if.
           if inputnum_save is not less than list-max-capacity
               move "LIST IS FULL" to change_outcome
               go to 4820-exit
           end-if.
           move fut-new-value to duplicate_check_value.
           move fut-expiry to expiry_entry.
           perform 2707-screen-for-edit-rules thru 2707-exit.
           perform 2709-screen-expiry-date thru 2709-exit.
           if value-breaks-rules
               perform 2708-write-edit-reject thru 2708-exit
               move edit_reason to change_outcome
               go to 4820-exit
           end-if.
           move inputnum_save to duplicate_scan_limit.
           perform 2705-screen-for-duplicate thru 2705-exit.
           if value-is-duplicate
               perform 2706-write-reject thru 2706-exit
               move "VALUE ALREADY ON THE LIST" to change_outcome
               go to 4820-exit
           end-if.
           add 1 to inputnum_save.
           allocate length of list-item characters loc 31
               returning new_cell_list_pointer.
           move new_cell_list_pointer
               to next-item-list-pointer(inputnum_save).
           move fut-new-value to list_item_data(inputnum_save).
           move value_expiry to list_item_expiry(inputnum_save).
           move inputnum_save to aud-position.
           move list_item_data(inputnum_save) to aud-value.
           perform 2850-write-audit-record thru 2850-exit.
       4820-exit.
           exit.

004874*----------------------------------------------------------------
004876* 4830-add-future-front-value - put the change's value into the
004878* front-of-list cell, screened the way
004880* 2720-get-screened-front-value screens the keyed front value -
004882* the front cell itself left out, since this overwrites it -
004884* and given the change's expiry date the same way 4820 gives
004886* it, with a refusal left in change_outcome.
004888*----------------------------------------------------------------
004890 4830-add-future-front-value.
           if fut-new-value is equal to spaces
               move "NO VALUE TO ADD" to change_outcome
               go to 4830-exit
           end-if.
           move fut-new-value to duplicate_check_value.
           move fut-expiry to expiry_entry.
           perform 2707-screen-for-edit-rules thru 2707-exit.
           perform 2709-screen-expiry-date thru 2709-exit.
           if value-breaks-rules
               perform 2708-write-edit-reject thru 2708-exit
               move edit_reason to change_outcome
               go to 4830-exit
           end-if.
           move inputnum_save to duplicate_scan_limit.
           move zero to duplicate_exclude_position.
           perform 2705-screen-for-duplicate thru 2705-exit.
           if value-is-duplicate
               perform 2706-write-reject thru 2706-exit
               move "VALUE ALREADY ON THE LIST" to change_outcome
               go to 4830-exit
           end-if.
           move fut-new-value to list_item_data(0).
           move fut-new-value to new_cell_data(0).
           move value_expiry to front_cell_expiry.
           move zero to aud-position.
           move list_item_data(0) to aud-value.
           perform 2850-write-audit-record thru 2850-exit.
       4830-exit.
           exit.

008000*----------------------------------------------------------------
008100* 8000-save-list-file - save every worked list's finished chain
008200* out of the finished-cell table by key, stamped with today's
008300* date: each cell is rewritten at its position, or written when
008310* the position is new, and any of the list's records past the
008320* end of the finished chain are deleted.  Lists the run did not
008330* work are not touched.  The section directory is put into id
008340* order first so the updates go to the file in ascending key
008350* order.  A missing file (status 35) is created for the first
008360* run's save.  A file that will not open, or a write or delete
008370* that fails, sets list_save_failed_switch along with return
008380* code 8, so the run's changes are left unstamped.
008400*----------------------------------------------------------------
008500 8000-save-list-file.
           open i-o list-data-file.
           if list-file-status is equal to "35"
               open output list-data-file
               close list-data-file
               open i-o list-data-file
           end-if.
           if list-file-status is not equal to "00"
               display "LISTDATA will not open for the save - status "
                   list-file-status " - lists not saved."
               move 8 to return-code
               move "Y" to list_save_failed_switch
               go to 8000-exit
           end-if.
           accept save_stamp_date from date yyyymmdd.
           perform 8050-sort-section-directory thru 8050-exit.
           move 1 to save_section_idx.
           perform until save_section_idx is greater than
                   section_count
               perform 8150-write-one-section thru 8150-exit
               perform 8160-delete-past-chain-end thru 8160-exit
               add 1 to save_section_idx
           end-perform.
           close list-data-file.
       8000-exit.

008501*----------------------------------------------------------------
008502* 8050-sort-section-directory - put the worked lists into
008503* ascending id order for the save, pass after pass until
008504* a pass makes no swap, the same neighbor-swap shape
008505* 3300-sort-top-list uses - the sections sit in the order the
008506* transaction file named them, which is no order at all.
           exit.

008514*----------------------------------------------------------------
008515* 8150-write-one-section - save one worked list's cells
008516* from the finished-cell table, stamped with today's date,
008517* front cell first and then by ascending position; a position
008518* already on file is rewritten, a new one written.
008519*----------------------------------------------------------------
008520 8150-write-one-section.
           move zero to save_last_position.
           move sec-start(save_section_idx) to save_cell_idx.
           perform until save_cell_idx is greater than
                   sec-start(save_section_idx)
               move fin-position(save_cell_idx) to ldr-position
               move fin-value(save_cell_idx) to ldr-value
               move save_stamp_date to ldr-updated
               move fin-expiry(save_cell_idx) to ldr-expiry
               rewrite list-data-record
                   invalid key
                       perform 8170-write-new-position
                           thru 8170-exit
               end-rewrite
               move fin-position(save_cell_idx) to save_last_position
               add 1 to save_cell_idx
           end-perform.
       8150-exit.
           exit.

008521*----------------------------------------------------------------
008522* 8160-delete-past-chain-end - delete the worked list's records
008523* above the last position the finished chain reaches - cells
008524* a Targ delete or a restore took off the end since the list
008525* was last saved.
008526*----------------------------------------------------------------
008527 8160-delete-past-chain-end.
           move "N" to list_block_end_switch.
           perform until list-block-is-ended
               move sec-list-id(save_section_idx) to ldr-list-id
               move save_last_position to ldr-position
               start list-data-file key is greater than ldr-key
                   invalid key
                       move "Y" to list_block_end_switch
               end-start
               if not list-block-is-ended
                   read list-data-file next record
                       at end
                           move "Y" to list_block_end_switch
                   end-read
               end-if
               if not list-block-is-ended
                   if list-file-status is not equal to "00"
                           or ldr-list-id is not equal to
                               sec-list-id(save_section_idx)
                       move "Y" to list_block_end_switch
                   else
                       delete list-data-file record
                           invalid key
                               display "LISTDATA delete failed at "
                                   ldr-list-id " " ldr-position
                               move 8 to return-code
                               move "Y" to list_save_failed_switch
                               move "Y" to list_block_end_switch
                       end-delete
                   end-if
               end-if
           end-perform.
       8160-exit.
           exit.

008528*----------------------------------------------------------------
008529* 8170-write-new-position - write a finished cell at a position
008530* the list did not reach when it was last saved.
008531*----------------------------------------------------------------
008532 8170-write-new-position.
           write list-data-record
               invalid key
                   display "LISTDATA write failed - status "
                       list-file-status " at " ldr-list-id " "
                       ldr-position
                   move 8 to return-code
                   move "Y" to list_save_failed_switch
           end-write.
       8170-exit.
           exit.

008560*----------------------------------------------------------------
           move archive_stamp_time to arc-gen-time.
           move zero to arc-position.
           move list_item_data(0) to arc-value.
           move front_cell_expiry to arc-expiry.
           write archive-record.
           perform varying inputnum from 1 by 1
                   until inputnum is greater than inputnum_save
               move archive_stamp_time to arc-gen-time
               move inputnum to arc-position
               move list_item_data(inputnum) to arc-value
               move list_item_expiry(inputnum) to arc-expiry
               write archive-record
           end-perform.
           close archive-file.
       8350-exit.
           exit.

008900*----------------------------------------------------------------
008901* 8400-stamp-approved-changes - after the save, mark every
008902* approved request this run took up as applied or refused,
008903* with the date and the outcome, and close PENDCHG.  A refused
008904* request is left for ChgReq to report back to the clerk who
008905* raised it.  A request no longer approved on the file (it was
008906* stamped by some other run meanwhile) is left alone.
008907*----------------------------------------------------------------
008908 8400-stamp-approved-changes.
           if not pending-changes-are-open
               go to 8400-exit
           end-if.
           move 1 to approved_scan_idx.
           perform until approved_scan_idx is greater than
                   approved_change_count
               perform 8410-stamp-one-change thru 8410-exit
               add 1 to approved_scan_idx
           end-perform.
           close pending-change-file.
           move "N" to pendchg_open_switch.
       8400-exit.
           exit.

008909*----------------------------------------------------------------
008910* 8410-stamp-one-change - stamp one request's outcome.
008911*----------------------------------------------------------------
008912 8410-stamp-one-change.
           move apc-key(approved_scan_idx) to pcg-key.
           read pending-change-file
               invalid key
                   go to 8410-exit
           end-read.
           if not change-is-approved
               go to 8410-exit
           end-if.
           move apc-status(approved_scan_idx) to pcg-status.
           move apc-result(approved_scan_idx) to pcg-result.
           accept pcg-applied-date from date yyyymmdd.
           move "N" to pcg-notified.
           rewrite pending-change-record.
       8410-exit.
           exit.

008913*----------------------------------------------------------------
008914* 8450-stamp-future-changes - after the save, mark every
008915* released FUTCHG change this run took up as applied or
008916* refused, with the date and the outcome, and close FUTCHG.
008917* FutRel lists each outcome for the supervisors the next
008918* morning.  A change no longer released on the file is left
008919* alone.
008920*----------------------------------------------------------------
008921 8450-stamp-future-changes.
           if not future-changes-are-open
               go to 8450-exit
           end-if.
           move 1 to future_scan_idx.
           perform until future_scan_idx is greater than
                   future_change_count
               perform 8460-stamp-one-future-change thru 8460-exit
               add 1 to future_scan_idx
           end-perform.
           close future-change-file.
           move "N" to futchg_open_switch.
       8450-exit.
           exit.

008922*----------------------------------------------------------------
008923* 8460-stamp-one-future-change - stamp one change's outcome.
008924*----------------------------------------------------------------
008925 8460-stamp-one-future-change.
           move fuc-key(future_scan_idx) to fut-key.
           read future-change-file
               invalid key
                   go to 8460-exit
           end-read.
           if not future-is-released
               go to 8460-exit
           end-if.
           move fuc-status(future_scan_idx) to fut-status.
           move fuc-result(future_scan_idx) to fut-result.
           accept fut-applied-date from date yyyymmdd.
           move "N" to fut-reported.
           rewrite future-change-record.
       8460-exit.
           exit.

008900*----------------------------------------------------------------
008910* 9000-print-list-report - traverse list_item_data from
008920* inputnum_save down through position 1 and write it to LISTRPT
           perform until report_scan_idx is zero
               move report_scan_idx to rdl-position
               move list_item_data(report_scan_idx) to rdl-value
               if list_item_expiry(report_scan_idx) is greater than
                       zero
                   move "EXPIRES " to rdl-expiry-area
                   move list_item_expiry(report_scan_idx)
                       to rdl-expiry
               else
                   move spaces to rdl-expiry-area
               end-if
               write list-report-record from report_detail_line
               add 1 to report_count
               subtract 1 from report_scan_idx
           write list-report-record from report_rejects_line.
           move edit_reject_count to rel-count.
           write list-report-record from report_edit_rejects_line.
           if approved_applied_count is greater than zero
                   or approved_refused_count is greater than zero
               move approved_applied_count to rap-count
               write list-report-record
                   from report_approved_applied_line
               move approved_refused_count to rar-count
               write list-report-record
                   from report_approved_refused_line
           end-if.
           if future_applied_count is greater than zero
                   or future_refused_count is greater than zero
               move future_applied_count to rfa-count
               write list-report-record
                   from report_future_applied_line
               move future_refused_count to rfr-count
               write list-report-record
                   from report_future_refused_line
           end-if.
           if top-list-was-resequenced
               write list-report-record from report_top_reseq_line
           end-if.
