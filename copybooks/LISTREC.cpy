000500* last saved.  Position zero is the special front-of-list cell
000600* of its list; positions one and up are the numbered chain.  The
000700* file is keyed by list id plus position, so several named lists
000800* live side by side on the one file.  ldr-expiry is the date
000810* after which the cell's value is no longer good - the ListExp
000820* sweep takes it off the chain the night after - or zero for a
000830* value that does not expire.  Shared by Program1, the ListInq
000900* inquiry, the ListDir directory listing, the end-of-day
001000* reconciliation step and the ListExp expiry sweep.
001100*----------------------------------------------------------------
001200 01  list-data-record.
001300     05 ldr-key.
001500         10 ldr-position      pic s9(9).
001600     05 ldr-value             pic x(80).
001700     05 ldr-updated           pic 9(08).
001800     05 ldr-expiry            pic 9(08).
