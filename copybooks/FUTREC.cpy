000100*----------------------------------------------------------------
000200* FUTREC - one record per change scheduled on FUTCHG to take
000300* effect on a future date, keyed by list id, the effective date
000400* and the moment it was scheduled (a sequence number splits two
000500* scheduled in the same hundredth of a second), so a list's
000600* changes read back in the order they fall due.  An add names
000700* the value to go on the list in fut-new-value, at the end or
000800* at the front, with the date it expires in fut-expiry (zeros
000810* for a value that does not expire); a delete names the value
000820* to remove in fut-old-value; a correction names the value it
000900* replaces, optionally the position it sits at (zero to find
001000* it by value), and the new value.
001100* The record carries the operator who scheduled it, its
001200* status, the night FutRel released it for Program1, and the
001300* outcome when Program1 applied it - a change the list's
001400* screening refused is stamped with the reason.  fut-reported
001500* is set once FutRel has listed the outcome for the
001600* supervisors.  Shared by FutSch, which schedules the changes,
001700* FutRel, which releases the due ones each night and lists what
001800* is coming due, and Program1, which applies the released
001900* ones.
002000*----------------------------------------------------------------
002100 01  future-change-record.
002200     05 fut-key.
002300         10 fut-list-id      pic x(08).
002400         10 fut-effective-date pic 9(08).
002500         10 fut-sched-date   pic 9(08).
002600         10 fut-sched-time   pic 9(08).
002700         10 fut-seq          pic 9(02).
002800     05 fut-action           pic x(01).
002900         88 future-is-add-end value "E".
003000         88 future-is-add-front value "F".
003100         88 future-is-change value "C".
003200         88 future-is-delete value "D".
003300     05 fut-old-value        pic x(80).
003400     05 fut-position         pic 9(09).
003500     05 fut-new-value        pic x(80).
003600     05 fut-scheduler-id     pic x(08).
003700     05 fut-status           pic x(01).
003800         88 future-is-scheduled value "S".
003900         88 future-is-released value "R".
004000         88 future-was-applied value "D".
004100         88 future-was-refused value "F".
004200         88 future-was-cancelled value "X".
004300     05 fut-released-date    pic 9(08).
004400     05 fut-applied-date     pic 9(08).
004500     05 fut-result           pic x(30).
004600     05 fut-reported         pic x(01).
004700         88 outcome-was-reported value "Y".
004800     05 fut-expiry           pic 9(08).
004900     05 filler               pic x(12).
