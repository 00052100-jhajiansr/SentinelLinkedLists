000100*----------------------------------------------------------------
000200* SIGNREC - one record per sign-on outcome on SIGNLOG: the date
000300* and time of the attempt, the operator id keyed, and the
000400* outcome - GRANTED, ID REFUSED, BAD PASSWORD, LOCKED OUT or
000500* EXPIRED.  Every program that signs an operator on against
000600* OPERMAST appends to it.  Shared by Program1, ListMnt,
000700* RejWork, RuleMnt, ChgReq, ChgApv and FutSch, and read back
000710* by the SecRpt security exception report.
000800*----------------------------------------------------------------
000900 01  signon-log-record.
001000     05 sgl-date             pic 9(08).
001100     05 sgl-time             pic 9(08).
001200     05 sgl-operator-id      pic x(08).
001300     05 sgl-result           pic x(12).
