002807*                     positions is 10001 records - and refuse
002808*                     a COPY or RENAME of a block bigger than
002809*                     that instead of writing past the table
002810*  10/14/2026  jah    RELOAD puts the chain ListRcv rebuilt
002811*                     on RCVLIST in place of the named list's
002812*                     block, or back on the file when the block
002813*                     is gone altogether.  Supervisor authority
002814*                     only, and refused unless every RCVLIST
002815*                     record carries the named id.  The list's
002816*                     RECONBAL balance is left alone - the
002817*                     rebuilt count is what Reconcil checks it
002818*                     against.
002819*  10/14/2026  jah    take the SIGNLOG record layout from the
002820*                     shared SIGNREC.cpy
002821*  10/14/2026  jah    carry each cell's expiry date through
002822*                     the maintenance table, the hold table and
002823*                     the rewrite, so a COPY, RENAME or RELOAD
002824*                     moves the cells with the dates they expire
002825*                     on, and read RCVLIST at the new LISTDATA
002826*                     record length
002827*  10/14/2026  jah    work LISTDATA by key instead of holding
002828*                     the whole file in a 30000-entry table and
002829*                     writing it all back at end of run.  The
002830*                     file is opened for update at sign-on and
002831*                     each action reads, writes and deletes only
002832*                     the records of the lists it names, so the
002833*                     other lists are never rewritten and the
002834*                     file is no longer capped at the table's
002835*                     size.  RENAME writes the new block before
002836*                     it deletes the old one, so a run that dies
002837*                     between the two leaves the list on file
002838*                     under both ids rather than under neither.
002804*----------------------------------------------------------------

002900 environment division.
003100 file-control.
003200     select list-data-file assign to "LISTDATA"
003300         organization is indexed
003400         access mode is dynamic
003500         record key is ldr-key
003600         file status is list-file-status.
003700     select maintenance-trans-file assign to "LMNTTRAN"
005040     select signon-log-file assign to "SIGNLOG"
005050         organization is sequential
005060         file status is signon-file-status.
005070     select rebuilt-list-file assign to "RCVLIST"
005080         organization is sequential
005090         file status is rebuilt-file-status.

005100 data division.
005200 file section.
007020     copy "LOCKREC.cpy".

007030 fd  signon-log-file.
007040     copy "SIGNREC.cpy".

007090 fd  rebuilt-list-file.
007091 01  rebuilt-list-record.
007092     05 rlr-list-id          pic x(08).
007093     05 rlr-position         pic s9(9).
007094     05 rlr-value            pic x(80).
007095     05 rlr-updated          pic 9(08).
007096     05 rlr-expiry           pic 9(08).

007100 working-storage section.
007200 01 list-file-status pic x(02) value spaces.
007690     88 password-is-verified value "Y".
007700 01 signon_result pic x(12) value spaces.
007710 01 signon_date pic 9(08) value zero.
007720 01 rebuilt-file-status pic x(02) value spaces.
007730 01 rebuilt_eof_switch pic x(01) value "N".
007740     88 rebuilt-list-at-end value "Y".
007700 01 batch_mode_switch pic x(01) value "N".
007800     88 batch-mode-active value "Y".
007900 01 request_done_switch pic x(01) value "N".
009200     05 filler               pic x(55).
009300 01 action_taken_count pic s9(9) value zero.
009400 01 action_refused_count pic s9(9) value zero.
009500 01 list_file_open_switch pic x(01) value "N".
009600     88 list-file-is-open value "Y".
009610 01 block_end_switch pic x(01) value "N".
009620     88 list-block-is-ended value "Y".
009700 01 balance_changed_switch pic x(01) value "N".
009800     88 balances-were-changed value "Y".
009900 01 stamp_date pic 9(08) value zero.
010900 01 block_search_id pic x(08) value spaces.
011100 01 block_cell_count pic s9(9) value zero.
011200 01 block_found_switch pic x(01) value "N".
011300     88 block-was-found value "Y".
011700   05 hold_entry occurs 10001 times.
011800     10 hld-position pic s9(9).
011900     10 hld-value pic x(80).
011910     10 hld-expiry pic 9(08).
012000 01 insert_list_id pic x(08) value spaces.
012200 01 balance_entry_count pic s9(9) value zero.
012300 01 balance_scan_idx pic s9(9) value zero.
012400 01 balance_slot_idx pic s9(9) value zero.
015700     end-if.
015800     perform 1100-get-operator-id thru 1100-exit.
015850     perform 1160-take-session-lock thru 1160-exit.
015900     perform 1200-open-list-data thru 1200-exit.
016000     perform 1300-load-balances thru 1300-exit.
016100     perform 2000-take-one-request thru 2000-exit
016200         until requests-are-done.
016300     if batch-mode-active
016400         close maintenance-trans-file
016500     end-if.
016600     if list-file-is-open
016700         close list-data-file
016800     end-if.
016900     if balances-were-changed
017000         perform 8600-rewrite-balances thru 8600-exit
025102*----------------------------------------------------------------
025104* 1160-take-session-lock - put this session's in-use record on
025106* LISTLOCK, the same lock Program1 takes at sign-on: the
025108* actions rewrite whole lists on LISTDATA, so a maintenance
025110* run and an open keying session cannot both be on the
025112* file.  A lock already held refuses the run naming the
025114* holder; LockOvrd with supervisor authority takes over the
025116* lock a crashed session left behind.
025118*----------------------------------------------------------------
025224     exit.

025200*----------------------------------------------------------------
025300* 1200-open-list-data - open LISTDATA for update by key.  Each
025400* action reads, writes and deletes only the records of the
025500* lists it names, so every other list on the file is left
025600* alone.  A missing file (status 35) just means there are no
025700* lists yet: every request will refuse NOT ON FILE except a
025800* RELOAD, which creates the file.  A file on disk that will not
025900* open refuses the run.
026000*----------------------------------------------------------------
026100 1200-open-list-data.
026200     move "N" to list_file_open_switch.
026300     open i-o list-data-file.
026400     if list-file-status is equal to "35"
026500         go to 1200-exit
026600     end-if.
026700     if list-file-status is not equal to "00"
026800         display "LISTDATA will not open - status "
026900             list-file-status " - run refused."
027000         move 8 to return-code
027100         perform 9500-release-session-lock thru 9500-exit
027200         goback
027300     end-if.
027400     move "Y" to list_file_open_switch.
027500 1200-exit.
027600     exit.

029900*----------------------------------------------------------------
030000* 1300-load-balances - pick up the balances Reconcil carries
033600*----------------------------------------------------------------
033700* 2000-take-one-request - get the next maintenance request, from
033800* LMNTTRAN when one is present or prompted a field at a time
033900* otherwise, and carry it out.  Actions are COPY, RENAME, PURGE
034000* and RELOAD; END (or running out of LMNTTRAN records) finishes
034100* the session.
034200*----------------------------------------------------------------
034300 2000-take-one-request.
034400     if batch-mode-active
035200             go to 2000-exit
035300         end-if
035400     else
035500         display "Enter action (COPY, RENAME, PURGE, RELOAD, END)"
035600         accept mnt_action
035700         if mnt_action is equal to "END"
035800                 or mnt_action is equal to "end"
039900         perform 5000-purge-list thru 5000-exit
040000         go to 2000-exit
040100     end-if.
040110     if mnt_action is equal to "RELOAD"
040120             or mnt_action is equal to "reload"
040130         perform 5500-reload-list thru 5500-exit
040140         go to 2000-exit
040150     end-if.
040200     move "ACTION NOT RECOGNIZED" to ral-result.
040300     perform 8100-log-refusal thru 8100-exit.
040400 2000-exit.
043100         perform 8100-log-refusal thru 8100-exit
043200         go to 3000-exit
043300     end-if.
044000     move mnt_new_id to insert_list_id.
044100     perform 6400-insert-hold-block thru 6400-exit.
044300     move "COPIED" to ral-result.
044400     perform 8000-log-action thru 8000-exit.
044500 3000-exit.

044700*----------------------------------------------------------------
044800* 4000-rename-list - move every record of the named list to a
044900* new id: the records are held aside, written back under the
045000* new id, and only then is the old block deleted.
045100* A balance carried on RECONBAL moves to the new id with the
045200* list, so the rename does not orphan it under the dead name.
045300*----------------------------------------------------------------
047200         perform 8100-log-refusal thru 8100-exit
047300         go to 4000-exit
047400     end-if.
047500     move mnt_new_id to insert_list_id.
047600     perform 6400-insert-hold-block thru 6400-exit.
047700     move mnt_list_id to block_search_id.
047900     perform 6200-delete-block thru 6200-exit.
048000     perform 7000-find-balance-entry thru 7000-exit.
048100     if balance_slot_idx is greater than zero
048200         move mnt_new_id to bal-list-id(balance_slot_idx)
048300         move "Y" to balance_changed_switch
048400     end-if.
048600     move "RENAMED" to ral-result.
048700     perform 8000-log-action thru 8000-exit.
048800 4000-exit.
053200     if balance_slot_idx is greater than zero
053300         perform 7100-drop-balance-entry thru 7100-exit
053400     end-if.
053600     move "PURGED" to ral-result.
053700     perform 8000-log-action thru 8000-exit.
053800 5000-exit.
053900     exit.

053910*----------------------------------------------------------------
053911* 5500-reload-list - replace the named list's block with the
053912* chain ListRcv rebuilt on RCVLIST from the last archive
053913* generation and the audit trail.  ListRcv leaves RCVLIST empty
053914* when its replay flagged anything, so an empty file is
053915* refused, and so is one rebuilt for some other list id.  The
053916* list need not still be on file - a block lost altogether is
053917* put back the same as a damaged one is replaced.  Supervisor
053918* authority only: the reload overwrites whatever the file
053919* holds for the list.
053920*----------------------------------------------------------------
053921 5500-reload-list.
053922     if mnt_list_id is equal to spaces
053923         move "LIST ID MISSING" to ral-result
053924         perform 8100-log-refusal thru 8100-exit
053925         go to 5500-exit
053926     end-if.
053927     if not session-is-supervisor
053928         move "RELOAD REQUIRES SUPERVISOR AUTHORITY"
053929             to ral-result
053930         perform 8100-log-refusal thru 8100-exit
053931         go to 5500-exit
053932     end-if.
053933     open input rebuilt-list-file.
053934     if rebuilt-file-status is not equal to "00"
053935         move "NO REBUILT LIST ON FILE" to ral-result
053936         perform 8100-log-refusal thru 8100-exit
053937         go to 5500-exit
053938     end-if.
053939     move zero to hold_cell_count.
053940     move "N" to rebuilt_eof_switch.
053941     move spaces to ral-result.
053942     perform 5510-hold-one-rebuilt-cell thru 5510-exit
053943         until rebuilt-list-at-end
053944             or ral-result is not equal to spaces.
053945     close rebuilt-list-file.
053946     if ral-result is not equal to spaces
053947         perform 8100-log-refusal thru 8100-exit
053948         go to 5500-exit
053949     end-if.
053950     if hold_cell_count is equal to zero
053951         move "REBUILT LIST IS EMPTY" to ral-result
053952         perform 8100-log-refusal thru 8100-exit
053953         go to 5500-exit
053954     end-if.
053955     move mnt_list_id to block_search_id.
053956     perform 6000-find-list-block thru 6000-exit.
053963     if block-was-found
053964         perform 6200-delete-block thru 6200-exit
053965     end-if.
053966     move mnt_list_id to insert_list_id.
053967     perform 6400-insert-hold-block thru 6400-exit.
053969     move "RELOADED" to ral-result.
053970     perform 8000-log-action thru 8000-exit.
053971 5500-exit.
053972     exit.

053973*----------------------------------------------------------------
053974* 5510-hold-one-rebuilt-cell - set the next RCVLIST cell aside
053975* in the hold table, refusing a record for another list or one
053976* more than a full list holds.
053977*----------------------------------------------------------------
053978 5510-hold-one-rebuilt-cell.
053979     read rebuilt-list-file
053980         at end
053981             move "Y" to rebuilt_eof_switch
053982             go to 5510-exit
053983     end-read.
053984     if rlr-list-id is not equal to mnt_list_id
053985         move "REBUILT LIST IS FOR ANOTHER LIST" to ral-result
053986         go to 5510-exit
053987     end-if.
053988     if hold_cell_count is equal to 10001
053989         move "LIST TOO BIG TO HOLD" to ral-result
053990         go to 5510-exit
053991     end-if.
053992     add 1 to hold_cell_count.
053993     move rlr-position to hld-position(hold_cell_count).
053994     move rlr-value to hld-value(hold_cell_count).
053995     move rlr-expiry to hld-expiry(hold_cell_count).
053996 5510-exit.
053997     exit.

054000*----------------------------------------------------------------
054100* 2900-edit-both-ids - the edits COPY and RENAME share: both
054200* ids keyed, and different from each other.  A failed edit
056000     exit.

056100*----------------------------------------------------------------
056200* 6000-find-list-block - count the named list's records on
056300* LISTDATA.  The file is keyed by list id plus position, so a
056400* list's records sit together; the block is found when there
056500* is at least one, and runs for block_cell_count records.
056600*----------------------------------------------------------------
056700 6000-find-list-block.
056800     move "N" to block_found_switch.
057000     move zero to block_cell_count.
057100     if not list-file-is-open
057200         go to 6000-exit
057300     end-if.
057400     perform 6050-start-list-block thru 6050-exit.
057500     perform 6060-read-block-record thru 6060-exit.
057600     perform until list-block-is-ended
057700         add 1 to block_cell_count
057800         perform 6060-read-block-record thru 6060-exit
057900     end-perform.
058000     if block_cell_count is greater than zero
058100         move "Y" to block_found_switch
058200     end-if.
059300 6000-exit.
059400     exit.

059410*----------------------------------------------------------------
059420* 6050-start-list-block - position LISTDATA ahead of the first
059430* record of the list named in block_search_id.
059440*----------------------------------------------------------------
059450 6050-start-list-block.
059460     move "N" to block_end_switch.
059470     move low-values to ldr-key.
059480     move block_search_id to ldr-list-id.
059490     start list-data-file key is not less than ldr-key
059500         invalid key
059510             move "Y" to block_end_switch
059520     end-start.
059530 6050-exit.
059540     exit.

059550*----------------------------------------------------------------
059560* 6060-read-block-record - read the next LISTDATA record; the
059570* block ends at end of file or at the first record of another
059580* list.
059590*----------------------------------------------------------------
059600 6060-read-block-record.
059610     if list-block-is-ended
059620         go to 6060-exit
059630     end-if.
059640     read list-data-file next record
059650         at end
059660             move "Y" to block_end_switch
059670             go to 6060-exit
059680     end-read.
059690     if list-file-status is not equal to "00"
059700             or ldr-list-id is not equal to block_search_id
059710         move "Y" to block_end_switch
059720     end-if.
059730 6060-exit.
059740     exit.

059750*----------------------------------------------------------------
059760* 6200-delete-block - delete every record of the list named in
059770* block_search_id off LISTDATA by key.
059780*----------------------------------------------------------------
060000 6200-delete-block.
060100     perform 6050-start-list-block thru 6050-exit.
060200     perform 6060-read-block-record thru 6060-exit.
060300     perform until list-block-is-ended
060400         delete list-data-file record
060500             invalid key
060600                 display "LISTDATA delete failed - status "
060700                     list-file-status " at " ldr-list-id " "
060710                     ldr-position "."
060720                 move 8 to return-code
060730         end-delete
060740         perform 6060-read-block-record thru 6060-exit
060750     end-perform.
060900 6200-exit.
061000     exit.

061100*----------------------------------------------------------------
061200* 6300-copy-block-to-hold - set the found block's positions and
061300* values aside, so the records can be written back under
061400* another id.  The hold table takes a full list - the front
061410* cell at position zero plus the 10000 numbered positions -
061420* and the callers refuse a block any bigger before performing
061430* this.
061500*----------------------------------------------------------------
061600 6300-copy-block-to-hold.
061700     move zero to hold_cell_count.
061800     perform 6050-start-list-block thru 6050-exit.
061900     perform 6060-read-block-record thru 6060-exit.
062000     perform until list-block-is-ended
062100         add 1 to hold_cell_count
062300         move ldr-position to hld-position(hold_cell_count)
062500         move ldr-value to hld-value(hold_cell_count)
062610         move ldr-expiry to hld-expiry(hold_cell_count)
062650         perform 6060-read-block-record thru 6060-exit
062700     end-perform.
062800 6300-exit.
062900     exit.

063000*----------------------------------------------------------------
063100* 6400-insert-hold-block - write the held cells onto LISTDATA
063200* under insert_list_id, stamped with today's date the way a
063300* save stamps what it writes.  The callers have made sure no
063400* block is on file under the id.  With no LISTDATA on disk at
063500* all (only a RELOAD gets here then) the file is created
063600* first.
063700*----------------------------------------------------------------
063800 6400-insert-hold-block.
063900     if not list-file-is-open
064000         open output list-data-file
064100         close list-data-file
064200         open i-o list-data-file
064300         if list-file-status is not equal to "00"
064400             display "LISTDATA cannot be created - status "
064500                 list-file-status " - block not written."
064600             move 8 to return-code
064700             go to 6400-exit
064800         end-if
064900         move "Y" to list_file_open_switch
065000     end-if.
065200     move zero to hold_scan_idx.
065300     perform until hold_scan_idx is equal to hold_cell_count
065400         add 1 to hold_scan_idx
065800         move insert_list_id to ldr-list-id
065900         move hld-position(hold_scan_idx) to ldr-position
066100         move hld-value(hold_scan_idx) to ldr-value
066210         move hld-expiry(hold_scan_idx) to ldr-expiry
066300         move stamp_date to ldr-updated
066310         write list-data-record
066320             invalid key
066330                 display "LISTDATA write failed - status "
066340                     list-file-status " at " ldr-list-id " "
066350                     ldr-position "."
066360                 move 8 to return-code
066370         end-write
066400     end-perform.
066600 6400-exit.
066700     exit.

071800 8100-exit.
071900     exit.

074700*----------------------------------------------------------------
074800* 8600-rewrite-balances - write the balance table back over
074900* RECONBAL, with any renamed balance under its new id and any
