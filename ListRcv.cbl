000100 identification division.
000200 program-id. ListRcv as "SentinelLinkedLists.ListRcv".
000300 author. Applications Development Unit.
000400 installation. Sentinel Linked Lists Project.
000500 date-written. 10/14/2026.
000600 date-compiled.
000700*----------------------------------------------------------------
000800* modification history
000900*  date        init   description
001000*  10/14/2026  jah    original build - roll one list forward
001085*                     from its newest LISTARCH generation
001170*                     through the audit trail, so a LISTDATA
001255*                     block lost or damaged between archives
001340*                     can be rebuilt from what the trail says
001425*                     happened to it instead of restored to
001510*                     the archive and re-keyed by hand.  The
001595*                     list id comes from RCVPARM, or from the
001680*                     terminal when no parameter file is on
001765*                     disk.  Every AUDITHST and then AUDITLOG
001850*                     record logged against the list after the
001935*                     generation's stamp is replayed in the
002020*                     order it was written - "I" places the
002105*                     value at its position with the expiry
002190*                     date logged with it, "D" closes the
002275*                     position up the way Program1's
002360*                     4100-unlink-targ-cell does, each cell
002445*                     taking its expiry date with it, "C"
002530*                     replaces the value - and each one is
002615*                     proved against the chain first: a delete
002700*                     or a change whose value is not what the
002785*                     cell holds, an insert onto a position
002870*                     holding some other value, or a value
002955*                     already elsewhere on the chain is flagged
003040*                     and skipped rather than guessed at.
003125*                     Cells carry their expiry dates over from
003210*                     the generation, so a rebuilt list expires
003295*                     the way the lost one would have.  RCVRPT
003380*                     shows every action applied, skipped or
003465*                     flagged and the rebuilt chain's cell
003550*                     count, counted the way LISTRPT's CELLS
003635*                     WRITTEN trailer counts, for Reconcil's
003720*                     balance to be checked against.  The
003805*                     rebuilt chain goes to RCVLIST in the
003890*                     LISTDATA record layout, ready for
003975*                     ListMnt's RELOAD to put in place of the
004060*                     list's block - but only when the replay
004145*                     came through clean; any flag leaves
004230*                     RCVLIST empty and sets return code 8.
004400*----------------------------------------------------------------

004500 environment division.
004600 input-output section.
004700 file-control.
004800     select archive-file assign to "LISTARCH"
004900         organization is sequential
005000         file status is archive-file-status.
005100     select audit-history-file assign to "AUDITHST"
005200         organization is sequential
005300         file status is history-file-status.
005400     select audit-log-file assign to "AUDITLOG"
005500         organization is sequential
005600         file status is audit-file-status.
005700     select recovery-parm-file assign to "RCVPARM"
005800         organization is line sequential
005900         file status is parm-file-status.
006000     select rebuilt-list-file assign to "RCVLIST"
006100         organization is sequential
006200         file status is rebuilt-file-status.
006300     select recovery-report-file assign to "RCVRPT"
006400         organization is line sequential
006500         file status is report-file-status.

006600 data division.
006700 file section.
006800 fd  archive-file.
006900 01  archive-record.
007000     05 arc-list-id          pic x(08).
007100     05 arc-gen-date         pic 9(08).
007200     05 arc-gen-time         pic 9(08).
007300     05 arc-position         pic s9(9).
007400     05 arc-value            pic x(80).
007410     05 arc-expiry           pic 9(08).

007500 fd  audit-history-file.
007600 01  audit-history-record    pic x(210).

007700 fd  audit-log-file.
007800 01  audit-log-record        pic x(210).

007900 fd  recovery-parm-file.
008000 01  recovery-parm-record.
008100     05 prv-list-id          pic x(08).

008200 fd  rebuilt-list-file.
008300     copy "LISTREC.cpy".

008400 fd  recovery-report-file.
008500 01  recovery-report-record  pic x(132).

008600 working-storage section.
008700     copy "AUDITREC.cpy".
008800 01 archive-file-status pic x(02) value spaces.
008900 01 history-file-status pic x(02) value spaces.
009000 01 audit-file-status pic x(02) value spaces.
009100 01 parm-file-status pic x(02) value spaces.
009200 01 rebuilt-file-status pic x(02) value spaces.
009300 01 report-file-status pic x(02) value spaces.
009400 01 archive_eof_switch pic x(01) value "N".
009500     88 archive-at-end value "Y".
009600 01 audit_eof_switch pic x(01) value "N".
009700     88 audit-at-end value "Y".
009800 01 history_source_switch pic x(01) value "N".
009900     88 history-is-source value "Y".
010000 01 selected_list_id pic x(08) value spaces.
010100 01 run_date pic 9(08) value zero.
010200 01 gen_found_switch pic x(01) value "N".
010300     88 generation-was-found value "Y".
010400 01 gen_date pic 9(08) value zero.
010500 01 gen_time pic 9(08) value zero.
010600 01 gen_cell_count pic s9(9) value zero.
010700* The chain being rebuilt: entry one is the front-of-list
010800* cell at position zero, entry n + 1 is position n.  The
010900* occupied byte tells a keyed spaces value from a position
011000* nothing has been put on yet.
011100 01 chain_high_position pic s9(9) value zero.
011200 01 chain_slot_idx pic s9(9) value zero.
011300 01 chain_scan_idx pic s9(9) value zero.
011400 01 chain_next_idx pic s9(9) value zero.
011500 01 rebuilt_chain.
011600   05 rebuilt_entry occurs 10001 times.
011700     10 rch-value pic x(80).
011800     10 rch-occupied-switch pic x(01).
011810     10 rch-expiry pic 9(08).
011900 01 duplicate_found_switch pic x(01) value "N".
012000     88 value-is-elsewhere value "Y".
012100 01 replay_result pic x(19) value spaces.
012200 01 replay_flag_switch pic x(01) value "N".
012300     88 replay-was-flagged value "Y".
012400 01 replayed_count pic s9(9) value zero.
012500 01 applied_count pic s9(9) value zero.
012600 01 skipped_count pic s9(9) value zero.
012700 01 flagged_count pic s9(9) value zero.
012800 01 gap_count pic s9(9) value zero.
012900 01 written_count pic s9(9) value zero.
013000 01 report_heading_line pic x(132) value
013100     "LIST ROLL-FORWARD RECOVERY REPORT".
013200 01 report_blank_line pic x(132) value spaces.
013300 01 report_list_line.
013400     05 filler pic x(18) value "RECOVERING LIST   ".
013500     05 rll-list-id pic x(08).
013600     05 filler pic x(106) value spaces.
013700 01 report_gen_line.
013800     05 filler pic x(21) value "STARTING GENERATION: ".
013900     05 rgl-gen-date pic 9(08).
014000     05 filler pic x(01) value "/".
014100     05 rgl-gen-time pic 9(08).
014200     05 filler pic x(09) value "  CELLS: ".
014300     05 rgl-count pic zzzzzzzz9.
014400     05 filler pic x(76) value spaces.
014500 01 report_source_line.
014600     05 filler pic x(17) value "REPLAY FROM FILE ".
014700     05 rsl-file pic x(08).
014800     05 filler pic x(107) value spaces.
014900 01 report_detail_line.
015000     05 rdl-date pic 9(08).
015100     05 filler pic x(01) value spaces.
015200     05 rdl-time pic 9(08).
015300     05 filler pic x(01) value spaces.
015400     05 rdl-action pic x(01).
015500     05 filler pic x(01) value spaces.
015600     05 rdl-position pic -zzzzzzz9.
015700     05 filler pic x(02) value spaces.
015800     05 rdl-result pic x(19).
015900     05 filler pic x(02) value spaces.
016000     05 rdl-value pic x(80).
016100 01 report_cell_line.
016200     05 filler pic x(40) value spaces.
016300     05 filler pic x(12) value "CELL HOLDS: ".
016400     05 rcv-value pic x(80).
016500 01 report_gap_line.
016600     05 filler pic x(32) value
016700         "EXCEPTION: NO CELL AT POSITION  ".
016800     05 rgp-position pic zzzzzzzz9.
016900     05 filler pic x(91) value spaces.
017000 01 report_count_line.
017100     05 rcl-label pic x(26).
017200     05 rcl-count pic zzzzzzzz9.
017300     05 filler pic x(97) value spaces.
017400 01 report_written_line pic x(132) value
017500     "REBUILT LIST WRITTEN TO RCVLIST - READY FOR LISTMNT RELOAD".
017600 01 report_withheld_line pic x(132) value
017700     "REBUILT LIST WITHHELD - RESOLVE THE FLAGGED ACTIONS FIRST".

017800 procedure division.
017900 0000-mainline.
018000     perform 1000-get-parms thru 1000-exit.
018100     accept run_date from date yyyymmdd.
018200     open output recovery-report-file.
018300     write recovery-report-record from report_heading_line.
018400     write recovery-report-record from report_blank_line.
018500     move selected_list_id to rll-list-id.
018600     write recovery-report-record from report_list_line.
018700     perform 2000-pick-generation thru 2000-exit.
018800     perform 3000-load-generation thru 3000-exit.
018900     move gen_date to rgl-gen-date.
019000     move gen_time to rgl-gen-time.
019100     move gen_cell_count to rgl-count.
019200     write recovery-report-record from report_gen_line.
019300     move "Y" to history_source_switch.
019400     perform 4000-replay-one-file thru 4000-exit.
019500     move "N" to history_source_switch.
019600     perform 4000-replay-one-file thru 4000-exit.
019700     perform 6000-check-for-gaps thru 6000-exit.
019800     perform 7000-write-rebuilt-list thru 7000-exit.
019900     perform 8000-write-trailer thru 8000-exit.
020000     close recovery-report-file.
020100     if replay-was-flagged
020200         move 8 to return-code
020300     end-if.
020400     goback.

020500*----------------------------------------------------------------
020600* 1000-get-parms - pick up the list id to recover from RCVPARM,
020700* or prompt for it when no parameter file is on disk, the same
020800* fallback the other utilities take.  A blank answer means the
020900* list id DEFAULT, the same as a Program1 sign-on.
021000*----------------------------------------------------------------
021100 1000-get-parms.
021200     open input recovery-parm-file.
021300     if parm-file-status is equal to "00"
021400         read recovery-parm-file
021500             at end
021600                 perform 1100-prompt-parms thru 1100-exit
021700                 go to 1000-continue
021800         end-read
021900         move prv-list-id to selected_list_id
022000     else
022100         perform 1100-prompt-parms thru 1100-exit
022200     end-if.
022300 1000-continue.
022400     if parm-file-status is equal to "00"
022500         close recovery-parm-file
022600     end-if.
022700     if selected_list_id is equal to spaces
022800         move "DEFAULT" to selected_list_id
022900     end-if.
023000 1000-exit.
023100     exit.

023200*----------------------------------------------------------------
023300* 1100-prompt-parms - terminal fallback for the list id.
023400*----------------------------------------------------------------
023500 1100-prompt-parms.
023600     display "Enter the list id to recover".
023700     accept selected_list_id.
023800 1100-exit.
023900     exit.

024000*----------------------------------------------------------------
024100* 2000-pick-generation - one pass along the archive for the
024200* newest generation stamp of the selected list.  No archive,
024300* or no generation of the list on it, refuses the run - the
024400* roll-forward has nowhere to start from.
024500*----------------------------------------------------------------
024600 2000-pick-generation.
024700     move "N" to archive_eof_switch.
024800     open input archive-file.
024900     if archive-file-status is not equal to "00"
025000         display "No archive on file - recovery refused."
025100         move 8 to return-code
025200         close recovery-report-file
025300         goback
025400     end-if.
025500     perform 2100-scan-one-stamp thru 2100-exit
025600         until archive-at-end.
025700     close archive-file.
025800     if not generation-was-found
025900         display "No archive generation of list "
026000             selected_list_id " - recovery refused."
026100         move 8 to return-code
026200         close recovery-report-file
026300         goback
026400     end-if.
026500 2000-exit.
026600     exit.

026700*----------------------------------------------------------------
026800* 2100-scan-one-stamp - keep the newest stamp seen so far.
026900*----------------------------------------------------------------
027000 2100-scan-one-stamp.
027100     read archive-file
027200         at end
027300             move "Y" to archive_eof_switch
027400             go to 2100-exit
027500     end-read.
027600     if arc-list-id is not equal to selected_list_id
027700         go to 2100-exit
027800     end-if.
027900     if arc-gen-date is greater than gen_date
028000             or (arc-gen-date is equal to gen_date
028100                 and arc-gen-time is greater than gen_time)
028200         move "Y" to gen_found_switch
028300         move arc-gen-date to gen_date
028400         move arc-gen-time to gen_time
028500     end-if.
028600 2100-exit.
028700     exit.

028800*----------------------------------------------------------------
028900* 3000-load-generation - second pass: place the chosen
029000* generation's cells on the rebuilt chain at the positions
029100* they were archived from.
029200*----------------------------------------------------------------
029300 3000-load-generation.
029400     move 1 to chain_slot_idx.
029500     perform until chain_slot_idx is greater than 10001
029600         move spaces to rch-value(chain_slot_idx)
029700         move "N" to rch-occupied-switch(chain_slot_idx)
029710         move zero to rch-expiry(chain_slot_idx)
029800         add 1 to chain_slot_idx
029900     end-perform.
030000     move "N" to archive_eof_switch.
030100     open input archive-file.
030200     perform 3100-load-one-cell thru 3100-exit
030300         until archive-at-end.
030400     close archive-file.
030500 3000-exit.
030600     exit.

030700*----------------------------------------------------------------
030800* 3100-load-one-cell - place one archived cell of the chosen
030900* generation.  A position outside the chain's range cannot
031000* have been written by Program1 and is dropped with a
031100* display.
031200*----------------------------------------------------------------
031300 3100-load-one-cell.
031400     read archive-file
031500         at end
031600             move "Y" to archive_eof_switch
031700             go to 3100-exit
031800     end-read.
031900     if arc-list-id is not equal to selected_list_id
032000             or arc-gen-date is not equal to gen_date
032100             or arc-gen-time is not equal to gen_time
032200         go to 3100-exit
032300     end-if.
032400     if arc-position is less than zero
032500             or arc-position is greater than 10000
032600         display "Archived position " arc-position
032700             " is out of range - dropped."
032800         go to 3100-exit
032900     end-if.
033000     add 1 to arc-position giving chain_slot_idx.
033100     move arc-value to rch-value(chain_slot_idx).
033200     move "Y" to rch-occupied-switch(chain_slot_idx).
033210     move arc-expiry to rch-expiry(chain_slot_idx).
033300     if arc-position is greater than chain_high_position
033400         move arc-position to chain_high_position
033500     end-if.
033600     if arc-position is greater than zero
033700         add 1 to gen_cell_count
033800     end-if.
033900 3100-exit.
034000     exit.

034100*----------------------------------------------------------------
034200* 4000-replay-one-file - replay one audit file's records for
034300* the selected list logged after the generation's stamp, in
034400* the order they were written.  AUDITHST is replayed first:
034500* AudTrim only ever moves the oldest records off the live
034600* trail, so everything on the history file comes before
034700* everything still on AUDITLOG.  Either file missing just
034800* means there is nothing on it to replay.
034900*----------------------------------------------------------------
035000 4000-replay-one-file.
035100     move "N" to audit_eof_switch.
035200     if history-is-source
035300         open input audit-history-file
035400         if history-file-status is not equal to "00"
035500             go to 4000-exit
035600         end-if
035700         move "AUDITHST" to rsl-file
035800     else
035900         open input audit-log-file
036000         if audit-file-status is not equal to "00"
036100             go to 4000-exit
036200         end-if
036300         move "AUDITLOG" to rsl-file
036400     end-if.
036500     write recovery-report-record from report_blank_line.
036600     write recovery-report-record from report_source_line.
036700     perform 4100-replay-one-record thru 4100-exit
036800         until audit-at-end.
036900     if history-is-source
037000         close audit-history-file
037100     else
037200         close audit-log-file
037300     end-if.
037400 4000-exit.
037500     exit.

037600*----------------------------------------------------------------
037700* 4100-replay-one-record - read the next audit record and, when
037800* it belongs to the selected list and was logged after the
037900* generation was archived, carry out its action.
038000*----------------------------------------------------------------
038100 4100-replay-one-record.
038200     if history-is-source
038300         read audit-history-file into audit-record
038400             at end
038500                 move "Y" to audit_eof_switch
038600                 go to 4100-exit
038700         end-read
038800     else
038900         read audit-log-file into audit-record
039000             at end
039100                 move "Y" to audit_eof_switch
039200                 go to 4100-exit
039300         end-read
039400     end-if.
039500     if aud-list-id is not equal to selected_list_id
039600         go to 4100-exit
039700     end-if.
039800     if aud-date is less than gen_date
039900         go to 4100-exit
040000     end-if.
040100     if aud-date is equal to gen_date
040200             and aud-time is not greater than gen_time
040300         go to 4100-exit
040400     end-if.
040500     add 1 to replayed_count.
040600     move spaces to replay_result.
040700     if aud-position is less than zero
040800             or aud-position is greater than 10000
040900         move "FLAGGED - NO CELL" to replay_result
041000         perform 5900-log-flagged thru 5900-exit
041100         go to 4100-exit
041200     end-if.
041300     add 1 to aud-position giving chain_slot_idx.
041400     evaluate true
041500         when audit-was-insert
041600             perform 5000-replay-insert thru 5000-exit
041700         when audit-was-delete
041800             perform 5100-replay-delete thru 5100-exit
041900         when audit-was-change
042000             perform 5200-replay-change thru 5200-exit
042100         when other
042200             move "FLAGGED - ACTION" to replay_result
042300             perform 5900-log-flagged thru 5900-exit
042400     end-evaluate.
042500 4100-exit.
042600     exit.

042700*----------------------------------------------------------------
042800* 5000-replay-insert - put an inserted value back at its
042900* position.  The front-of-list insert overwrites position zero
043000* the way Program1's front insert does.  A numbered position
043100* already holding the same value is an insert already in place
043200* - a checkpointed session re-keys the cells after its last
043300* checkpoint and logs them twice - and is skipped; one holding
043400* some other value, or a value already elsewhere on the chain,
043500* is flagged.  The build loop logs its cells highest position
043600* first, so an insert beyond the end of the chain is normal
043700* part-way through a session; any position still empty when
043800* the replay is done is caught by 6000-check-for-gaps.  The
043810* cell takes the expiry date logged with the insert, none when
043820* the audit record holds no date there.
043900*----------------------------------------------------------------
044000 5000-replay-insert.
044100     if aud-position is greater than zero
044200             and rch-occupied-switch(chain_slot_idx) is equal
044300                 to "Y"
044400         if rch-value(chain_slot_idx) is equal to aud-value
044500             move "SKIPPED - IN PLACE" to replay_result
044600             perform 5800-log-skipped thru 5800-exit
044700         else
044800             move "FLAGGED - OCCUPIED" to replay_result
044900             perform 5900-log-flagged thru 5900-exit
045000         end-if
045100         go to 5000-exit
045200     end-if.
045300     perform 5500-find-value-elsewhere thru 5500-exit.
045400     if value-is-elsewhere
045500         move "FLAGGED - DUPLICATE" to replay_result
045600         perform 5900-log-flagged thru 5900-exit
045700         go to 5000-exit
045800     end-if.
045900     move aud-value to rch-value(chain_slot_idx).
046000     move "Y" to rch-occupied-switch(chain_slot_idx).
046010     if aud-insert-expiry is numeric
046020         move aud-insert-expiry to rch-expiry(chain_slot_idx)
046030     else
046040         move zero to rch-expiry(chain_slot_idx)
046050     end-if.
046100     if aud-position is greater than chain_high_position
046200         move aud-position to chain_high_position
046300     end-if.
046400     move "APPLIED" to replay_result.
046500     perform 5700-log-applied thru 5700-exit.
046600 5000-exit.
046700     exit.

046800*----------------------------------------------------------------
046900* 5100-replay-delete - take a deleted value off the chain.  The
047000* cell must hold the value the audit record says was removed.
047100* The front-of-list cell is blanked in place; a numbered cell
047200* is closed up by shifting every cell above it down one
047300* position, the same shape as Program1's 4100-unlink-targ-cell.
047400*----------------------------------------------------------------
047500 5100-replay-delete.
047600     if aud-position is greater than chain_high_position
047700             or rch-occupied-switch(chain_slot_idx) is not
047800                 equal to "Y"
047900         move "FLAGGED - NO CELL" to replay_result
048000         perform 5900-log-flagged thru 5900-exit
048100         go to 5100-exit
048200     end-if.
048300     if rch-value(chain_slot_idx) is not equal to aud-value
048400         move "FLAGGED - MISMATCH" to replay_result
048500         perform 5900-log-flagged thru 5900-exit
048600         go to 5100-exit
048700     end-if.
048800     if aud-position is equal to zero
048900         move spaces to rch-value(1)
048910         move zero to rch-expiry(1)
049000     else
049100         move chain_slot_idx to chain_scan_idx
049200         perform until chain_scan_idx is greater than
049300                 chain_high_position
049400             add 1 to chain_scan_idx giving chain_next_idx
049500             move rebuilt_entry(chain_next_idx)
049600                 to rebuilt_entry(chain_scan_idx)
049700             add 1 to chain_scan_idx
049800         end-perform
049900         add 1 to chain_high_position giving chain_scan_idx
050000         move spaces to rch-value(chain_scan_idx)
050100         move "N" to rch-occupied-switch(chain_scan_idx)
050110         move zero to rch-expiry(chain_scan_idx)
050200         subtract 1 from chain_high_position
050300     end-if.
050400     move "APPLIED" to replay_result.
050500     perform 5700-log-applied thru 5700-exit.
050600 5100-exit.
050700     exit.

050800*----------------------------------------------------------------
050900* 5200-replay-change - correct a value in place.  The cell must
051000* still hold the value the correction replaced, carried on the
051100* audit record as aud-prior-value, and the new value must not
051200* already sit elsewhere on the chain.
051300*----------------------------------------------------------------
051400 5200-replay-change.
051500     if aud-position is greater than chain_high_position
051600             or rch-occupied-switch(chain_slot_idx) is not
051700                 equal to "Y"
051800         move "FLAGGED - NO CELL" to replay_result
051900         perform 5900-log-flagged thru 5900-exit
052000         go to 5200-exit
052100     end-if.
052200     if rch-value(chain_slot_idx) is not equal to
052300             aud-prior-value
052400         move "FLAGGED - MISMATCH" to replay_result
052500         perform 5900-log-flagged thru 5900-exit
052600         go to 5200-exit
052700     end-if.
052800     perform 5500-find-value-elsewhere thru 5500-exit.
052900     if value-is-elsewhere
053000         move "FLAGGED - DUPLICATE" to replay_result
053100         perform 5900-log-flagged thru 5900-exit
053200         go to 5200-exit
053300     end-if.
053400     move aud-value to rch-value(chain_slot_idx).
053500     move "APPLIED" to replay_result.
053600     perform 5700-log-applied thru 5700-exit.
053700 5200-exit.
053800     exit.

053900*----------------------------------------------------------------
054000* 5500-find-value-elsewhere - is aud-value already on the
054100* chain at some position other than the one being written?
054200* A spaces value is never screened, the same as Program1's
054300* duplicate screen.
054400*----------------------------------------------------------------
054500 5500-find-value-elsewhere.
054600     move "N" to duplicate_found_switch.
054700     if aud-value is equal to spaces
054800         go to 5500-exit
054900     end-if.
055000     move 1 to chain_scan_idx.
055100     perform until chain_scan_idx is greater than
055200             chain_high_position + 1
055300             or value-is-elsewhere
055400         if chain_scan_idx is not equal to chain_slot_idx
055500                 and rch-occupied-switch(chain_scan_idx) is
055600                     equal to "Y"
055700                 and rch-value(chain_scan_idx) is equal to
055800                     aud-value
055900             move "Y" to duplicate_found_switch
056000         end-if
056100         add 1 to chain_scan_idx
056200     end-perform.
056300 5500-exit.
056400     exit.

056500*----------------------------------------------------------------
056600* 5600-write-detail - one detail line for the record being
056700* replayed, with the outcome staged in replay_result.
056800*----------------------------------------------------------------
056900 5600-write-detail.
057000     move aud-date to rdl-date.
057100     move aud-time to rdl-time.
057200     move aud-action to rdl-action.
057300     move aud-position to rdl-position.
057400     move replay_result to rdl-result.
057500     move aud-value to rdl-value.
057600     write recovery-report-record from report_detail_line.
057700 5600-exit.
057800     exit.

057900*----------------------------------------------------------------
058000* 5700-log-applied - an action carried out.
058100*----------------------------------------------------------------
058200 5700-log-applied.
058300     perform 5600-write-detail thru 5600-exit.
058400     add 1 to applied_count.
058500 5700-exit.
058600     exit.

058700*----------------------------------------------------------------
058800* 5800-log-skipped - an action the chain already reflects.
058900*----------------------------------------------------------------
059000 5800-log-skipped.
059100     perform 5600-write-detail thru 5600-exit.
059200     add 1 to skipped_count.
059300 5800-exit.
059400     exit.

059500*----------------------------------------------------------------
059600* 5900-log-flagged - an action that cannot be replayed cleanly.
059700* Where the cell it names exists, a second line shows what the
059800* cell actually holds, so the mismatch can be run down against
059900* the trail.
060000*----------------------------------------------------------------
060100 5900-log-flagged.
060200     perform 5600-write-detail thru 5600-exit.
060300     if aud-position is not less than zero
060400             and aud-position is not greater than
060500                 chain_high_position
060600             and rch-occupied-switch(chain_slot_idx) is equal
060700                 to "Y"
060800         move rch-value(chain_slot_idx) to rcv-value
060900         write recovery-report-record from report_cell_line
061000     end-if.
061100     add 1 to flagged_count.
061200     move "Y" to replay_flag_switch.
061300 5900-exit.
061400     exit.

061500*----------------------------------------------------------------
061600* 6000-check-for-gaps - every numbered position up to the end
061700* of the rebuilt chain must hold a cell, the same unbroken run
061800* Program1 saves.  A gap means an insert the trail expected is
061900* missing, and it is flagged like a failed action.
062000*----------------------------------------------------------------
062100 6000-check-for-gaps.
062200     write recovery-report-record from report_blank_line.
062300     move 2 to chain_scan_idx.
062400     perform until chain_scan_idx is greater than
062500             chain_high_position + 1
062600         if rch-occupied-switch(chain_scan_idx) is not equal
062700                 to "Y"
062800             subtract 1 from chain_scan_idx
062900                 giving rgp-position
063000             write recovery-report-record from report_gap_line
063100             add 1 to gap_count
063200             move "Y" to replay_flag_switch
063300         end-if
063400         add 1 to chain_scan_idx
063500     end-perform.
063600 6000-exit.
063700     exit.

063800*----------------------------------------------------------------
063900* 7000-write-rebuilt-list - write the rebuilt chain to RCVLIST
064000* in LISTDATA's record layout and key order, front cell first,
064100* every cell stamped with today's date the way a save stamps
064200* a worked list.  A flagged replay writes nothing - the file
064300* is left empty so a RELOAD cannot put a chain nobody can vouch
064400* for in place of the list.
064500*----------------------------------------------------------------
064600 7000-write-rebuilt-list.
064700     open output rebuilt-list-file.
064800     if rebuilt-file-status is not equal to "00"
064900         display "RCVLIST will not open - status "
065000             rebuilt-file-status " - rebuilt list not written."
065100         move "Y" to replay_flag_switch
065200         go to 7000-exit
065300     end-if.
065400     if replay-was-flagged
065500         close rebuilt-list-file
065600         go to 7000-exit
065700     end-if.
065800     move 1 to chain_scan_idx.
065900     perform until chain_scan_idx is greater than
066000             chain_high_position + 1
066100         move selected_list_id to ldr-list-id
066200         subtract 1 from chain_scan_idx giving ldr-position
066300         move rch-value(chain_scan_idx) to ldr-value
066400         move run_date to ldr-updated
066410         move rch-expiry(chain_scan_idx) to ldr-expiry
066500         write list-data-record
066600         if ldr-position is greater than zero
066700             add 1 to written_count
066800         end-if
066900         add 1 to chain_scan_idx
067000     end-perform.
067100     close rebuilt-list-file.
067200 7000-exit.
067300     exit.

067400*----------------------------------------------------------------
067500* 8000-write-trailer - the replay's counts and the rebuilt
067600* chain's numbered cell count, the figure LISTRPT's CELLS
067700* WRITTEN trailer would carry for it.
067800*----------------------------------------------------------------
067900 8000-write-trailer.
068000     write recovery-report-record from report_blank_line.
068100     move "AUDIT RECORDS REPLAYED:   " to rcl-label.
068200     move replayed_count to rcl-count.
068300     write recovery-report-record from report_count_line.
068400     move "ACTIONS APPLIED:          " to rcl-label.
068500     move applied_count to rcl-count.
068600     write recovery-report-record from report_count_line.
068700     move "ACTIONS SKIPPED:          " to rcl-label.
068800     move skipped_count to rcl-count.
068900     write recovery-report-record from report_count_line.
069000     move "ACTIONS FLAGGED:          " to rcl-label.
069100     move flagged_count to rcl-count.
069200     write recovery-report-record from report_count_line.
069300     move "GAPS LEFT IN CHAIN:       " to rcl-label.
069400     move gap_count to rcl-count.
069500     write recovery-report-record from report_count_line.
069600     move "CELLS ON REBUILT LIST:    " to rcl-label.
069700     move chain_high_position to rcl-count.
069800     write recovery-report-record from report_count_line.
069900     write recovery-report-record from report_blank_line.
070000     if replay-was-flagged
070100         write recovery-report-record from report_withheld_line
070200     else
070300         write recovery-report-record from report_written_line
070400     end-if.
070500 8000-exit.
070600     exit.

070700 end program ListRcv.
