002083*                     list's new balance.  The single-list
002084*                     report reconciles exactly as before -
002085*                     it is a run of one section.
002086*  10/14/2026  jah    count a list's audited inserts and
002087*                     deletes dated after its balance was last
002088*                     carried forward as well as today's - the
002089*                     ListExp sweep takes expired cells off
002090*                     lists no Program1 run works that night, so
002091*                     those removals are first balanced the
002092*                     next night the list is reconciled
002050*----------------------------------------------------------------
002100
002200 environment division.
025900
026000*----------------------------------------------------------------
026100* 3100-tally-one-audit - roll one audit record into the day's
026200* insert or delete count if it is stamped with today's date, or
026210* with a date since the list's balance was last carried forward
026220* (cells the expiry sweep removed on nights the list was not
026230* worked), and touches a numbered position.  In-place
026300* corrections (action "C") move no cell on or off the chain, so
026360* they count toward neither side of the balance.
026400*----------------------------------------------------------------
026500 3100-tally-one-audit.
026600     read audit-log-file
027060         go to 3100-exit
027070     end-if.
027100     if aud-date is not equal to run_date
027110         if not balance-was-on-file
027120             go to 3100-exit
027130         end-if
027140         if aud-date is not greater than prior_balance_date
027150                 or aud-date is greater than run_date
027160             go to 3100-exit
027170         end-if
027300     end-if.
027400     if aud-position is not greater than zero
027500         go to 3100-exit
