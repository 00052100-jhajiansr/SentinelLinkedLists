000100*----------------------------------------------------------------
000200* RULEREC - one record per ruled list on EDITRULE: the list id
000300* the rules hold for, whether its values are digits only, the
000400* minimum and maximum length of the keyed part of a value (a
000500* zero maximum means no maximum), and a prefix every value must
000600* start with (spaces for none).  A list with no record takes
000700* values free-form.  Shared by Program1, which screens every
000800* value taken in against it, the ListVer integrity check,
000900* which holds the cells already on file to it, RejWork, which
000910* screens a corrected reject before it goes back out, and
000920* RuleMnt, which maintains the file.
001000*----------------------------------------------------------------
001100 01  edit-rules-record.
001200     05 edr-list-id          pic x(08).
001300     05 edr-numeric-only     pic x(01).
001400     05 edr-min-length       pic 9(02).
001500     05 edr-max-length       pic 9(02).
001600     05 edr-prefix           pic x(10).
001700     05 filler               pic x(57).
