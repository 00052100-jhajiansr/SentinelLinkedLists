000100*----------------------------------------------------------------
000200* PCHGREC - one record per delete or in-place correction a
000300* clerk has asked for on PENDCHG, keyed by list id and the
000400* moment it was raised (a sequence number splits two raised in
000500* the same hundredth of a second).  A delete names the value to
000600* remove; a correction names the value it replaces, optionally
000700* the position it sits at (zero to find it by value), and the
000800* new value.  The request carries who raised it (the maker),
000900* who approved or declined it (the checker, never the maker),
001000* its status, and the outcome when Program1 applied it - a
001100* request that no longer matched the chain is refused with the
001200* reason and held for its maker to be told at the next ChgReq
001300* sign-on.  Shared by ChgReq, which raises the requests, ChgApv,
001400* which decides them, and Program1, which applies the approved
001500* ones.
001600*----------------------------------------------------------------
001700 01  pending-change-record.
001800     05 pcg-key.
001900         10 pcg-list-id      pic x(08).
002000         10 pcg-raised-date  pic 9(08).
002100         10 pcg-raised-time  pic 9(08).
002200         10 pcg-seq          pic 9(02).
002300     05 pcg-action           pic x(01).
002400         88 pending-is-delete value "D".
002500         88 pending-is-change value "C".
002600     05 pcg-old-value        pic x(80).
002700     05 pcg-position         pic 9(09).
002800     05 pcg-new-value        pic x(80).
002900     05 pcg-maker-id         pic x(08).
003000     05 pcg-status           pic x(01).
003100         88 change-awaits-approval value "P".
003200         88 change-is-approved value "A".
003300         88 change-was-declined value "X".
003400         88 change-was-applied value "D".
003500         88 change-was-refused value "F".
003600     05 pcg-checker-id       pic x(08).
003700     05 pcg-decided-date     pic 9(08).
003800     05 pcg-applied-date     pic 9(08).
003900     05 pcg-result           pic x(30).
004000     05 pcg-notified         pic x(01).
004100         88 maker-was-told value "Y".
004200     05 filler               pic x(20).
