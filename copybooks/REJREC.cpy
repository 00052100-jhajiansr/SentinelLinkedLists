000100*----------------------------------------------------------------
000200* REJREC - one record per value Program1 refused to REJECTS:
000300* who keyed it and when, the value itself, the position it
000400* collided with (zero for a rule break, which collides with
000500* nothing), the reason it was refused, the list it was keyed
000510* against, and the expiry date keyed with it, as keyed (spaces
000520* or zeros for none) - a refusal for a date that is no date
000530* carries the bad entry - so a corrected value goes back with
000540* its date.  Program1 appends to the file; the RejWork
000700* rejects work program picks the records up onto its rejects
000800* master and empties the file behind it.  Shared by Program1
000900* and RejWork.
001000*----------------------------------------------------------------
001100 01  reject-record.
001200     05 rej-operator-id      pic x(08).
001300     05 rej-timestamp.
001400         10 rej-date         pic 9(08).
001500         10 rej-time         pic 9(08).
001600     05 rej-value            pic x(80).
001700     05 rej-position         pic s9(9).
001800     05 rej-reason           pic x(20).
001900     05 rej-list-id          pic x(08).
002000     05 rej-expiry           pic x(08).
