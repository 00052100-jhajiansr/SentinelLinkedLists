002700*                     unchanged.  The front-of-list cell rides
002800*                     the comparison like any other cell so the
002900*                     totals tie.
002910*  10/14/2026  jah    read LISTARCH at its new length - each
002920*                     archived cell now carries its expiry date
003000*----------------------------------------------------------------

003100 environment division.
004900     05 arc-gen-time         pic 9(08).
005000     05 arc-position         pic s9(9).
005100     05 arc-value            pic x(80).
005110     05 arc-expiry           pic 9(08).

005200 fd  diff-parm-file.
005300 01  diff-parm-record.
