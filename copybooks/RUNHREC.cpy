000100*----------------------------------------------------------------
000200* RUNHREC - one record per step RunCtl runs on RUNHIST, the run
000300* history kept from night to night: the night the sequence
000400* belongs to (the date it first started - a rerun after a
000500* restart the next morning still carries it), the step and the
000600* program it called, the date and time the step started and
000700* ended (hhmmsscc), the return code it came back with and what
000800* became of it - "C" complete, "F" failed, "X" the program
000900* could not be called, "H" a hand-off step recorded complete.
001000* A step that fails and is rerun has a record for each run.
001100* Written by RunCtl and read back by the WinRpt batch-window
001200* report.
001300*----------------------------------------------------------------
001400 01  run-history-record.
001500     05 rhs-night-date       pic 9(08).
001600     05 rhs-step-number      pic 9(02).
001700     05 rhs-program          pic x(30).
001800     05 rhs-list-id          pic x(08).
001900     05 rhs-start-date       pic 9(08).
002000     05 rhs-start-time       pic 9(08).
002100     05 rhs-end-date         pic 9(08).
002200     05 rhs-end-time         pic 9(08).
002300     05 rhs-return-code      pic 9(02).
002400     05 rhs-disposition      pic x(01).
002500         88 history-step-complete value "C".
002600         88 history-step-failed value "F".
002700         88 history-step-not-called value "X".
002800         88 history-step-hand-off value "H".
002900     05 filler               pic x(17).
