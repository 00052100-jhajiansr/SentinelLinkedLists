000100 identification division.
000200 program-id. AudCnv as "SentinelLinkedLists.AudCnv".
000300 author. Applications Development Unit.
000400 installation. Sentinel Linked Lists Project.
000500 date-written. 10/14/2026.
000600 date-compiled.
000700*----------------------------------------------------------------
000800* modification history
000900*  date        init   description
001000*  10/14/2026  jah    original build - one-time conversion of
001100*                     the audit trail for the approval-queue
001200*                     cutover.  The audit record grows from 202
001300*                     to 210 bytes to carry the checker id of
001400*                     the supervisor who approved a PENDCHG
001500*                     delete or correction, and AuditRpt,
001600*                     AudTrim, ListRcv and Reconcil read the
001700*                     new length only.  This program reads the
001800*                     old-length AUDITLOG and AUDITHST and
001900*                     writes AUDNEW and AHSTNEW with the checker
002000*                     id blank on every record already logged.
002100*                     A file that is not on disk is skipped.
002200*                     Operations verifies the counts, then
002300*                     replaces AUDITLOG with AUDNEW and AUDITHST
002400*                     with AHSTNEW in the job setup.  Run once
002500*                     at the cutover, before the first Program1
002600*                     run on the new record.
002700*----------------------------------------------------------------

002800 environment division.
002900 input-output section.
003000 file-control.
003100     select old-audit-log-file assign to "AUDITLOG"
003200         organization is sequential
003300         file status is old-log-file-status.
003400     select new-audit-log-file assign to "AUDNEW"
003500         organization is sequential
003600         file status is new-log-file-status.
003700     select old-audit-history-file assign to "AUDITHST"
003800         organization is sequential
003900         file status is old-history-file-status.
004000     select new-audit-history-file assign to "AHSTNEW"
004100         organization is sequential
004200         file status is new-history-file-status.

004300 data division.
004400 file section.
004500 fd  old-audit-log-file.
004600 01  old-audit-log-record    pic x(202).

004700 fd  new-audit-log-file.
004800 01  new-audit-log-record.
004900     05 new-log-old-part     pic x(202).
005000     05 new-log-checker-id   pic x(08).

005100 fd  old-audit-history-file.
005200 01  old-audit-history-record pic x(202).

005300 fd  new-audit-history-file.
005400 01  new-audit-history-record.
005500     05 new-hst-old-part     pic x(202).
005600     05 new-hst-checker-id   pic x(08).

005700 working-storage section.
005800 01 old-log-file-status pic x(02) value spaces.
005900 01 new-log-file-status pic x(02) value spaces.
006000 01 old-history-file-status pic x(02) value spaces.
006100 01 new-history-file-status pic x(02) value spaces.
006200 01 old_eof_switch pic x(01) value "N".
006300     88 old-file-at-end value "Y".
006400 01 log_converted_count pic s9(9) value zero.
006500 01 history_converted_count pic s9(9) value zero.
006600 01 converted_count_edit pic zzzzzzzz9.

006700 procedure division.
006800 0000-mainline.
006900     perform 1000-convert-audit-log thru 1000-exit.
007000     perform 2000-convert-audit-history thru 2000-exit.
007100     display "Verify the counts, then replace AUDITLOG with"
007200         " AUDNEW and AUDITHST with AHSTNEW in the job setup.".
007300     goback.

007400*----------------------------------------------------------------
007500* 1000-convert-audit-log - carry every AUDITLOG record across
007600* to AUDNEW with a blank checker id.  No AUDITLOG on file is
007700* not an error - there is simply nothing to convert.
007800*----------------------------------------------------------------
007900 1000-convert-audit-log.
008000     open input old-audit-log-file.
008100     if old-log-file-status is equal to "35"
008200         display "No AUDITLOG on file - nothing to convert."
008300         go to 1000-exit
008400     end-if.
008500     if old-log-file-status is not equal to "00"
008600         display "AUDITLOG will not open - status "
008700             old-log-file-status " - conversion abandoned."
008800         move 8 to return-code
008900         goback
009000     end-if.
009100     open output new-audit-log-file.
009200     if new-log-file-status is not equal to "00"
009300         display "AUDNEW will not open - status "
009400             new-log-file-status " - conversion abandoned"
009500             " with AUDITLOG untouched."
009600         close old-audit-log-file
009700         move 8 to return-code
009800         goback
009900     end-if.
010000     move "N" to old_eof_switch.
010100     perform 1100-convert-one-log-record thru 1100-exit
010200         until old-file-at-end.
010300     close old-audit-log-file.
010400     close new-audit-log-file.
010500     move log_converted_count to converted_count_edit.
010600     display "Audit records converted to AUDNEW:  "
010700         converted_count_edit.
010800 1000-exit.
010900     exit.

011000*----------------------------------------------------------------
011100* 1100-convert-one-log-record - one AUDITLOG record, as logged,
011200* with the checker id appended blank.
011300*----------------------------------------------------------------
011400 1100-convert-one-log-record.
011500     read old-audit-log-file
011600         at end
011700             move "Y" to old_eof_switch
011800             go to 1100-exit
011900     end-read.
012000     if old-log-file-status is not equal to "00"
012100         move "Y" to old_eof_switch
012200         go to 1100-exit
012300     end-if.
012400     move old-audit-log-record to new-log-old-part.
012500     move spaces to new-log-checker-id.
012600     write new-audit-log-record.
012700     add 1 to log_converted_count.
012800 1100-exit.
012900     exit.

013000*----------------------------------------------------------------
013100* 2000-convert-audit-history - the same for the AUDITHST
013200* history file AudTrim rolls the old trail onto.
013300*----------------------------------------------------------------
013400 2000-convert-audit-history.
013500     open input old-audit-history-file.
013600     if old-history-file-status is equal to "35"
013700         display "No AUDITHST on file - nothing to convert."
013800         go to 2000-exit
013900     end-if.
014000     if old-history-file-status is not equal to "00"
014100         display "AUDITHST will not open - status "
014200             old-history-file-status
014300             " - conversion abandoned."
014400         move 8 to return-code
014500         goback
014600     end-if.
014700     open output new-audit-history-file.
014800     if new-history-file-status is not equal to "00"
014900         display "AHSTNEW will not open - status "
015000             new-history-file-status " - conversion abandoned"
015100             " with AUDITHST untouched."
015200         close old-audit-history-file
015300         move 8 to return-code
015400         goback
015500     end-if.
015600     move "N" to old_eof_switch.
015700     perform 2100-convert-one-history-record thru 2100-exit
015800         until old-file-at-end.
015900     close old-audit-history-file.
016000     close new-audit-history-file.
016100     move history_converted_count to converted_count_edit.
016200     display "Audit records converted to AHSTNEW: "
016300         converted_count_edit.
016400 2000-exit.
016500     exit.

016600*----------------------------------------------------------------
016700* 2100-convert-one-history-record - one AUDITHST record with the
016800* checker id appended blank.
016900*----------------------------------------------------------------
017000 2100-convert-one-history-record.
017100     read old-audit-history-file
017200         at end
017300             move "Y" to old_eof_switch
017400             go to 2100-exit
017500     end-read.
017600     if old-history-file-status is not equal to "00"
017700         move "Y" to old_eof_switch
017800         go to 2100-exit
017900     end-if.
018000     move old-audit-history-record to new-hst-old-part.
018100     move spaces to new-hst-checker-id.
018200     write new-audit-history-record.
018300     add 1 to history_converted_count.
018400 2100-exit.
018500     exit.

018600 end program AudCnv.
