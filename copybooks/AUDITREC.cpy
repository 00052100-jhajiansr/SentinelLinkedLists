000200* AUDITREC - one record per change to list-item: who keyed it,
000300* when, at what position, the value involved, and what kind of
000400* change it was - "I" for an insert into list_item_data, "D"
000500* for a cell removed through the Targ delete (or taken off by
000510* the ListExp expiry sweep, under the LISTEXP operator id), "C"
000600* for a cell corrected in place, with the value it held before
000700* carried in aud-prior-value (spaces on deletes).  An insert
000702* carries the new cell's expiry date in aud-insert-expiry over
000704* the front of aud-prior-value - zeros for a value that does
000706* not expire, spaces on an insert logged before the date was
000708* carried, which reads as no expiry.  aud-list-id
000710* names which list on LISTDATA the session was working.  A
000720* delete or correction applied from an approved PENDCHG request
000730* carries the clerk who raised it in aud-operator-id and the
000740* supervisor who approved it in aud-checker-id; everything
000750* keyed in a session directly leaves aud-checker-id spaces.
000760* Shared by every paragraph in Program1 that writes to AUDITLOG
000800* and by the reporting, reconciliation and recovery programs
000900* that read it back.
001000*----------------------------------------------------------------
001100 01  audit-record.
001200     05 aud-operator-id      pic x(08).
002000         88 audit-was-delete value "D".
002100         88 audit-was-change value "C".
002200     05 aud-prior-value      pic x(80).
002210     05 aud-insert-detail redefines aud-prior-value.
002220         10 aud-insert-expiry pic 9(08).
002230         10 filler           pic x(72).
002300     05 aud-list-id          pic x(08).
002400     05 aud-checker-id       pic x(08).
