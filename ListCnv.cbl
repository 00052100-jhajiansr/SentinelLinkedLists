000100 identification division.
000200 program-id. ListCnv as "SentinelLinkedLists.ListCnv".
000300 author. Applications Development Unit.
000400 installation. Sentinel Linked Lists Project.
000500 date-written. 10/14/2026.
000600 date-compiled.
000700*----------------------------------------------------------------
000800* modification history
000900*  date        init   description
001000*  10/14/2026  jah    original build - one-time conversion of
001100*                     the saved lists for the cell-expiry
001200*                     cutover.  The LISTDATA record grows from
001300*                     105 to 113 bytes and the LISTARCH record
001400*                     from 113 to 121 to carry each cell's
001500*                     expiry date, and every program that reads
001600*                     either file reads the new length only.
001700*                     This program reads the old-length
001800*                     LISTDATA and LISTARCH and writes LISTNEW
001900*                     and ARCHNEW with no expiry date on any
002000*                     cell already saved.  A file that is not
002100*                     on disk is skipped.  Operations verifies
002200*                     the counts, then replaces LISTDATA with
002300*                     LISTNEW and LISTARCH with ARCHNEW in the
002400*                     job setup.  Run once at the cutover,
002500*                     before the first Program1 run on the new
002600*                     record, with LISTLOCK empty.
002700*----------------------------------------------------------------

002800 environment division.
002900 input-output section.
003000 file-control.
003100     select old-list-data-file assign to "LISTDATA"
003200         organization is indexed
003300         access mode is sequential
003400         record key is old-ldr-key
003500         file status is old-list-file-status.
003600     select new-list-data-file assign to "LISTNEW"
003700         organization is indexed
003800         access mode is sequential
003900         record key is ldr-key
004000         file status is new-list-file-status.
004100     select old-archive-file assign to "LISTARCH"
004200         organization is sequential
004300         file status is old-archive-file-status.
004400     select new-archive-file assign to "ARCHNEW"
004500         organization is sequential
004600         file status is new-archive-file-status.

004700 data division.
004800 file section.
004900 fd  old-list-data-file.
005000 01  old-list-data-record.
005100     05 old-ldr-key.
005200         10 old-ldr-list-id   pic x(08).
005300         10 old-ldr-position  pic s9(9).
005400     05 filler               pic x(88).

005500 fd  new-list-data-file.
005600     copy "LISTREC.cpy".

005700 fd  old-archive-file.
005800 01  old-archive-record      pic x(113).

005900 fd  new-archive-file.
006000 01  new-archive-record.
006100     05 new-arc-old-part     pic x(113).
006200     05 new-arc-expiry       pic 9(08).

006300 working-storage section.
006400 01 old-list-file-status pic x(02) value spaces.
006500 01 new-list-file-status pic x(02) value spaces.
006600 01 old-archive-file-status pic x(02) value spaces.
006700 01 new-archive-file-status pic x(02) value spaces.
006800 01 old_eof_switch pic x(01) value "N".
006900     88 old-file-at-end value "Y".
007000 01 list_converted_count pic s9(9) value zero.
007100 01 archive_converted_count pic s9(9) value zero.
007200 01 converted_count_edit pic zzzzzzzz9.

007300 procedure division.
007400 0000-mainline.
007500     perform 1000-convert-list-data thru 1000-exit.
007600     perform 2000-convert-archive thru 2000-exit.
007700     display "Verify the counts, then replace LISTDATA with"
007800         " LISTNEW and LISTARCH with ARCHNEW in the job setup.".
007900     goback.

008000*----------------------------------------------------------------
008100* 1000-convert-list-data - carry every LISTDATA record across
008200* to LISTNEW with no expiry date.  The old file is read in key
008300* order, so the new one is written in key order too.  No
008400* LISTDATA on file is not an error - there is simply nothing
008500* to convert.
008600*----------------------------------------------------------------
008700 1000-convert-list-data.
008800     open input old-list-data-file.
008900     if old-list-file-status is equal to "35"
009000         display "No LISTDATA on file - nothing to convert."
009100         go to 1000-exit
009200     end-if.
009300     if old-list-file-status is not equal to "00"
009400         display "LISTDATA will not open - status "
009500             old-list-file-status " - conversion abandoned."
009600         move 8 to return-code
009700         goback
009800     end-if.
009900     open output new-list-data-file.
010000     if new-list-file-status is not equal to "00"
010100         display "LISTNEW will not open - status "
010200             new-list-file-status " - conversion abandoned"
010300             " with LISTDATA untouched."
010400         close old-list-data-file
010500         move 8 to return-code
010600         goback
010700     end-if.
010800     move "N" to old_eof_switch.
010900     perform 1100-convert-one-list-record thru 1100-exit
011000         until old-file-at-end.
011100     close old-list-data-file.
011200     close new-list-data-file.
011300     move list_converted_count to converted_count_edit.
011400     display "List records converted to LISTNEW:    "
011500         converted_count_edit.
011600 1000-exit.
011700     exit.

011800*----------------------------------------------------------------
011900* 1100-convert-one-list-record - one LISTDATA record, as saved,
012000* with a zero expiry date appended.
012100*----------------------------------------------------------------
012200 1100-convert-one-list-record.
012300     read old-list-data-file
012400         at end
012500             move "Y" to old_eof_switch
012600             go to 1100-exit
012700     end-read.
012800     if old-list-file-status is not equal to "00"
012900         move "Y" to old_eof_switch
013000         go to 1100-exit
013100     end-if.
013200     move old-list-data-record to list-data-record.
013300     move zero to ldr-expiry.
013400     write list-data-record.
013500     if new-list-file-status is not equal to "00"
013600         display "LISTNEW write failed - status "
013700             new-list-file-status " at " old-ldr-list-id " "
013800             old-ldr-position " - conversion abandoned."
013900         close old-list-data-file
014000         close new-list-data-file
014100         move 8 to return-code
014200         goback
014300     end-if.
014400     add 1 to list_converted_count.
014500 1100-exit.
014600     exit.

014700*----------------------------------------------------------------
014800* 2000-convert-archive - the same for every archived generation
014900* on LISTARCH.
015000*----------------------------------------------------------------
015100 2000-convert-archive.
015200     open input old-archive-file.
015300     if old-archive-file-status is equal to "35"
015400         display "No LISTARCH on file - nothing to convert."
015500         go to 2000-exit
015600     end-if.
015700     if old-archive-file-status is not equal to "00"
015800         display "LISTARCH will not open - status "
015900             old-archive-file-status
016000             " - conversion abandoned."
016100         move 8 to return-code
016200         goback
016300     end-if.
016400     open output new-archive-file.
016500     if new-archive-file-status is not equal to "00"
016600         display "ARCHNEW will not open - status "
016700             new-archive-file-status " - conversion abandoned"
016800             " with LISTARCH untouched."
016900         close old-archive-file
017000         move 8 to return-code
017100         goback
017200     end-if.
017300     move "N" to old_eof_switch.
017400     perform 2100-convert-one-archive-record thru 2100-exit
017500         until old-file-at-end.
017600     close old-archive-file.
017700     close new-archive-file.
017800     move archive_converted_count to converted_count_edit.
017900     display "Archive records converted to ARCHNEW: "
018000         converted_count_edit.
018100 2000-exit.
018200     exit.

018300*----------------------------------------------------------------
018400* 2100-convert-one-archive-record - one LISTARCH record with a
018500* zero expiry date appended.
018600*----------------------------------------------------------------
018700 2100-convert-one-archive-record.
018800     read old-archive-file
018900         at end
019000             move "Y" to old_eof_switch
019100             go to 2100-exit
019200     end-read.
019300     if old-archive-file-status is not equal to "00"
019400         move "Y" to old_eof_switch
019500         go to 2100-exit
019600     end-if.
019700     move old-archive-record to new-arc-old-part.
019800     move zero to new-arc-expiry.
019900     write new-archive-record.
020000     add 1 to archive_converted_count.
020100 2100-exit.
020200     exit.

020300 end program ListCnv.
