001760*                     lookup, however short - a clerk keying 5
001770*                     means position 5, not the value "5" -
001780*                     instead of demanding all nine digits
001781*  10/14/2026  jah    answer with the cell's expiry date too,
001782*                     now that LISTDATA carries one - or that
001783*                     the value does not expire
001800*----------------------------------------------------------------
001900
002000 environment division.
005000 01 request_position pic s9(9) value zero.
005100 01 found_position pic s9(9) value zero.
005200 01 found_value pic x(80) value spaces.
005210 01 found_expiry pic 9(08) value zero.
005300 01 value_found_switch pic x(01) value "N".
005400     88 value-was-found value "Y".
005500 01 scan_eof_switch pic x(01) value "N".
012600     end-read.
012700     move ldr-position to found_position.
012800     move ldr-value to found_value.
012810     move ldr-expiry to found_expiry.
012900     perform 8000-show-cell thru 8000-exit.
013000 2000-exit.
013100     exit.
016800         move "Y" to value_found_switch
016900         move ldr-position to found_position
017000         move ldr-value to found_value
017010         move ldr-expiry to found_expiry
017100     end-if.
017200 3100-exit.
017300     exit.
017400
017500*----------------------------------------------------------------
017600* 8000-show-cell - answer with the cell found, the date its
017700* value expires, and whichever neighbors sit on the chain
017800* either side of it.  The cell at position zero is the
017900* front-of-list cell, so nothing sits before it.
018000*----------------------------------------------------------------
018100 8000-show-cell.
018200     move found_position to position_edit.
018300     display "POSITION " position_edit "  VALUE " found_value.
018310     if found_expiry is greater than zero
018320         display "EXPIRES             " found_expiry
018330     else
018340         display "EXPIRES:            (NONE)"
018350     end-if.
018400     if found_position is greater than zero
018450         move selected_list_id to ldr-list-id
018500         subtract 1 from found_position giving ldr-position
