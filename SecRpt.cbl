000100 identification division.
000200 program-id. SecRpt as "SentinelLinkedLists.SecRpt".
000300 author. Applications Development Unit.
000400 installation. Sentinel Linked Lists Project.
000500 date-written. 10/14/2026.
000600 date-compiled.
000700*----------------------------------------------------------------
000800* modification history
000900*  date        init   description
001000*  10/14/2026  jah    original build - sign-on security
001100*                     exception report over the SIGNLOG trail
001200*                     every sign-on writes, joined to the
001300*                     OPERMAST operator master: refused
001400*                     attempts totalled by operator id and by
001500*                     day, every lockout with the id's status
001600*                     now, every granted sign-on outside the
001700*                     business-hours window, every failed
001800*                     attempt against an id that is not on the
001900*                     master at all, every password expiring
002000*                     within the warning days, and every active
002100*                     operator with no granted sign-on within
002200*                     the dormant days.  SECPARM sets the
002300*                     window, the day counts and the first date
002400*                     of SIGNLOG to report on; with its last
002500*                     byte Y the dormant ids also go out on
002600*                     DORMTRAN as DEACT requests in the OPERTRAN
002700*                     layout, for a supervisor to review and
002800*                     OperMnt to apply.
002900*----------------------------------------------------------------

003000 environment division.
003100 input-output section.
003200 file-control.
003300     select signon-log-file assign to "SIGNLOG"
003400         organization is sequential
003500         file status is signon-file-status.
003600     select operator-master-file assign to "OPERMAST"
003700         organization is indexed
003800         access mode is dynamic
003900         record key is opr-id
004000         file status is opermast-file-status.
004100     select security-parm-file assign to "SECPARM"
004200         organization is line sequential
004300         file status is parm-file-status.
004400     select security-report-file assign to "SECRPT"
004500         organization is line sequential
004600         file status is report-file-status.
004700     select dormant-trans-file assign to "DORMTRAN"
004800         organization is sequential
004900         file status is dormtran-file-status.

005000 data division.
005100 file section.
005200 fd  signon-log-file.
005300     copy "SIGNREC.cpy".

005400 fd  operator-master-file.
005500     copy "OPERREC.cpy".

005600 fd  security-parm-file.
005700 01  security-parm-record.
005800     05 spm-from-date        pic 9(08).
005900     05 spm-hours-from       pic 9(04).
006000     05 spm-hours-thru       pic 9(04).
006100     05 spm-expiry-days      pic 9(03).
006200     05 spm-dormant-days     pic 9(03).
006300     05 spm-write-deact      pic x(01).

006400 fd  security-report-file.
006500 01  security-report-record  pic x(132).

006600* The OPERTRAN layout OperMnt reads, so the file can be handed
006700* to it as OPERTRAN once a supervisor has been through it.
006800 fd  dormant-trans-file.
006900 01  dormant-trans-record.
007000     05 dmt-action           pic x(08).
007100     05 dmt-id               pic x(08).
007200     05 dmt-name             pic x(30).
007300     05 dmt-authority        pic x(01).
007400     05 dmt-password         pic x(08).
007500     05 dmt-expiry           pic 9(08).
007600     05 filler               pic x(17).

007700 working-storage section.
007800 01 signon-file-status pic x(02) value spaces.
007900 01 opermast-file-status pic x(02) value spaces.
008000 01 parm-file-status pic x(02) value spaces.
008100 01 report-file-status pic x(02) value spaces.
008200 01 dormtran-file-status pic x(02) value spaces.
008300 01 signon_eof_switch pic x(01) value "N".
008400     88 signons-at-end value "Y".
008500 01 signon_open_switch pic x(01) value "N".
008600     88 signon-log-is-open value "Y".
008700 01 master_open_switch pic x(01) value "N".
008800     88 operator-master-is-open value "Y".
008900 01 master_eof_switch pic x(01) value "N".
009000     88 master-at-end value "Y".
009100 01 operator_found_switch pic x(01) value "N".
009200     88 operator-was-found value "Y".
009300 01 deact_wanted_switch pic x(01) value "N".
009400     88 deact-requests-wanted value "Y".
009500 01 report_from_date pic 9(08) value zero.
009600 01 hours_from pic 9(04) value 0700.
009700 01 hours_thru pic 9(04) value 1900.
009800 01 expiry_warn_days pic 9(03) value 14.
009900 01 dormant_days pic 9(03) value 90.
010000 01 run_date pic 9(08) value zero.
010100 01 run_days pic s9(9) value zero.
010200 01 expiry_limit_days pic s9(9) value zero.
010300 01 dormant_cutoff_days pic s9(9) value zero.
010400 01 log_first_date pic 9(08) value zero.
010500 01 log_first_days pic s9(9) value zero.
010600 01 signon_clock pic 9(08) value zero.
010700 01 signon_clock_split redefines signon_clock.
010800     05 scs-hhmm pic 9(04).
010900     05 scs-sshh pic 9(04).
011000 01 section_line_count pic s9(9) value zero.
011100 01 deact_written_count pic s9(9) value zero.
011200 01 total_scan_idx pic s9(9) value zero.
011300 01 total_slot_idx pic s9(9) value zero.
011400 01 total_shift_idx pic s9(9) value zero.
011500 01 tally_id pic x(08) value spaces.
011600* Refused attempts by operator id, in ascending id order.  A
011700* LOCKED OUT record follows the BAD PASSWORD record of the
011800* attempt that tripped it, so it is counted as a lockout and
011900* not as another attempt.
012000 01 operator_total_count pic s9(9) value zero.
012100 01 operator_overflow_count pic s9(9) value zero.
012200 01 operator_totals.
012300   05 operator_total_entry occurs 500 times.
012400     10 otl-operator-id pic x(08).
012500     10 otl-bad-password pic s9(9) comp.
012600     10 otl-id-refused pic s9(9) comp.
012700     10 otl-expired pic s9(9) comp.
012800     10 otl-locked-out pic s9(9) comp.
012900* Refused attempts by day, in ascending date order.
013000 01 date_total_count pic s9(9) value zero.
013100 01 date_overflow_count pic s9(9) value zero.
013200 01 date_totals.
013300   05 date_total_entry occurs 500 times.
013400     10 dtl-date pic 9(08).
013500     10 dtl-count pic s9(9) comp.
013600* The newest granted sign-on of each id over the whole log, in
013700* ascending id order, for the dormant section.
013800 01 granted_count pic s9(9) value zero.
013900 01 granted_overflow_count pic s9(9) value zero.
014000 01 granted_table.
014100   05 granted_entry occurs 1000 times.
014200     10 gtl-operator-id pic x(08).
014300     10 gtl-last-date pic 9(08).
014400 01 last_granted_date pic 9(08) value zero.
014500 01 work_date pic 9(08) value zero.
014600 01 work_date_split redefines work_date.
014700     05 wds-year pic 9(04).
014800     05 wds-month pic 9(02).
014900     05 wds-day pic 9(02).
015000 01 work_days pic s9(9) value zero.
015100 01 julian_term_a pic s9(9) value zero.
015200 01 julian_term_b pic s9(9) value zero.
015300 01 julian_term_t pic s9(9) value zero.
015400 01 julian_term_1 pic s9(9) value zero.
015500 01 julian_term_2 pic s9(9) value zero.
015600 01 julian_term_3 pic s9(9) value zero.
015700 01 report_heading_line pic x(132) value
015800     "SIGN-ON SECURITY EXCEPTION REPORT".
015900 01 report_blank_line pic x(132) value spaces.
016000 01 report_parm_line.
016100     05 filler pic x(14) value "SIGNLOG FROM: ".
016200     05 rpm-from-date pic 9(08).
016300     05 filler pic x(19) value "  BUSINESS HOURS:  ".
016400     05 rpm-hours-from pic 9(04).
016500     05 filler pic x(03) value " - ".
016600     05 rpm-hours-thru pic 9(04).
016700     05 filler pic x(17) value "  EXPIRY DAYS:   ".
016800     05 rpm-expiry-days pic zz9.
016900     05 filler pic x(17) value "  DORMANT DAYS:  ".
017000     05 rpm-dormant-days pic zz9.
017100     05 filler pic x(40) value spaces.
017200 01 report_empty_line pic x(132) value
017300     "NO SIGN-ON LOG ON FILE".
017400 01 report_no_master_line pic x(132) value
017500     "OPERATOR MASTER NOT ON FILE - SECTION NOT AVAILABLE".
017600 01 report_none_line pic x(132) value
017700     "NONE".
017800 01 report_operator_header pic x(132) value
017900     "REFUSED SIGN-ON ATTEMPTS BY OPERATOR ID".
018000 01 report_operator_columns.
018100     05 filler pic x(38) value
018200         "OPERATOR  BAD PASSWORD  ID REFUSED    ".
018300     05 filler pic x(27) value
018400         "EXPIRED      TOTAL LOCKOUTS".
018500     05 filler pic x(67) value spaces.
018600 01 report_operator_line.
018700     05 rol-operator-id pic x(08).
018800     05 filler pic x(05) value spaces.
018900     05 rol-bad-password pic zzzzzzzz9.
019000     05 filler pic x(03) value spaces.
019100     05 rol-id-refused pic zzzzzzzz9.
019200     05 filler pic x(02) value spaces.
019300     05 rol-expired pic zzzzzzzz9.
019400     05 filler pic x(02) value spaces.
019500     05 rol-total pic zzzzzzzz9.
019600     05 filler pic x(02) value spaces.
019700     05 rol-locked-out pic zzzzzz9.
019800     05 filler pic x(67) value spaces.
019900 01 report_date_header pic x(132) value
020000     "REFUSED SIGN-ON ATTEMPTS BY DAY".
020100 01 report_date_line.
020200     05 rdl-date pic 9(08).
020300     05 filler pic x(03) value spaces.
020400     05 rdl-count pic zzzzzzzz9.
020500     05 filler pic x(112) value spaces.
020600 01 report_overflow_line.
020700     05 filler pic x(36) value
020800         "RECORDS PAST THE TABLE NOT TOTALLED:".
020900     05 rov-count pic zzzzzzzz9.
021000     05 filler pic x(87) value spaces.
021100 01 report_lockout_header pic x(132) value
021200     "OPERATOR IDS LOCKED OUT BY REPEATED PASSWORD MISSES".
021300 01 report_hours_header.
021400     05 filler pic x(33) value
021500         "GRANTED SIGN-ONS OUTSIDE HOURS   ".
021600     05 rhh-hours-from pic 9(04).
021700     05 filler pic x(03) value " - ".
021800     05 rhh-hours-thru pic 9(04).
021900     05 filler pic x(88) value spaces.
022000 01 report_unknown_header pic x(132) value
022100     "FAILED SIGN-ONS AGAINST IDS NOT ON THE OPERATOR MASTER".
022200 01 report_event_columns pic x(132) value
022300     "DATE     TIME      OPERATOR  OUTCOME       NOTE".
022400 01 report_event_line.
022500     05 rel-date pic 9(08).
022600     05 filler pic x(01) value spaces.
022700     05 rel-time pic 9(08).
022800     05 filler pic x(02) value spaces.
022900     05 rel-operator-id pic x(08).
023000     05 filler pic x(02) value spaces.
023100     05 rel-result pic x(12).
023200     05 filler pic x(02) value spaces.
023300     05 rel-note pic x(40).
023400     05 filler pic x(49) value spaces.
023500 01 report_expiry_header.
023600     05 filler pic x(33) value
023700         "PASSWORDS EXPIRING WITHIN DAYS:  ".
023800     05 rxh-days pic zz9.
023900     05 filler pic x(96) value spaces.
024000 01 report_dormant_header.
024100     05 filler pic x(33) value
024200         "NO GRANTED SIGN-ON WITHIN DAYS:  ".
024300     05 rdh-days pic zz9.
024400     05 filler pic x(96) value spaces.
024500 01 report_operator_detail_columns.
024600     05 filler pic x(40) value "OPERATOR  NAME".
024700     05 filler pic x(28) value
024800         "  A S  DATE       DAYS  NOTE".
024900     05 filler pic x(64) value spaces.
025000 01 report_operator_detail.
025100     05 rod-operator-id pic x(08).
025200     05 filler pic x(02) value spaces.
025300     05 rod-name pic x(30).
025400     05 filler pic x(02) value spaces.
025500     05 rod-authority pic x(01).
025600     05 filler pic x(01) value spaces.
025700     05 rod-status pic x(01).
025800     05 filler pic x(02) value spaces.
025900     05 rod-date pic x(08).
026000     05 filler pic x(01) value spaces.
026100     05 rod-days pic -zzzz9.
026200     05 filler pic x(02) value spaces.
026300     05 rod-note pic x(40).
026400     05 filler pic x(28) value spaces.
026500 01 report_deact_line.
026600     05 filler pic x(36) value
026700         "DEACT REQUESTS WRITTEN TO DORMTRAN: ".
026800     05 rdt-count pic zzzzzzzz9.
026900     05 filler pic x(87) value spaces.

027000 procedure division.
027100 0000-mainline.
027200     open output security-report-file.
027300     write security-report-record from report_heading_line.
027400     write security-report-record from report_blank_line.
027500     accept run_date from date yyyymmdd.
027600     move run_date to work_date.
027700     perform 7000-date-to-days thru 7000-exit.
027800     move work_days to run_days.
027900     perform 1000-read-parm thru 1000-exit.
028000     move report_from_date to rpm-from-date.
028100     move hours_from to rpm-hours-from.
028200     move hours_thru to rpm-hours-thru.
028300     move expiry_warn_days to rpm-expiry-days.
028400     move dormant_days to rpm-dormant-days.
028500     write security-report-record from report_parm_line.
028600     write security-report-record from report_blank_line.
028700     perform 1100-open-master thru 1100-exit.
028800     perform 2000-tally-signons thru 2000-exit.
028900     if log_first_date is equal to zero
029000         write security-report-record from report_empty_line
029100         write security-report-record from report_blank_line
029200     else
029300         perform 3000-write-refused-totals thru 3000-exit
029400         perform 4000-write-lockouts thru 4000-exit
029500         perform 4500-write-after-hours thru 4500-exit
029600         perform 5000-write-unknown-ids thru 5000-exit
029700     end-if.
029800     perform 6000-write-expiring thru 6000-exit.
029900     perform 6500-write-dormant thru 6500-exit.
030000     if operator-master-is-open
030100         close operator-master-file
030200     end-if.
030300     close security-report-file.
030400     goback.

030500*----------------------------------------------------------------
030600* 1000-read-parm - pick up the report settings from SECPARM:
030700* the first SIGNLOG date the refused, lockout, hours and
030800* unknown-id sections cover (zero for the whole log), the
030900* business-hours window as hhmm from and thru, the expiry
031000* warning days, the dormant days, and Y to write the DEACT
031100* requests.  No file, or a field that is blank, zero or out of
031200* range, keeps its default: 0700 to 1900, 14 days, 90 days, no
031300* requests written.
031400*----------------------------------------------------------------
031500 1000-read-parm.
031600     open input security-parm-file.
031700     if parm-file-status is not equal to "00"
031800         go to 1000-exit
031900     end-if.
032000     read security-parm-file
032100         at end
032200             close security-parm-file
032300             go to 1000-exit
032400     end-read.
032500     if spm-from-date is numeric
032600         move spm-from-date to report_from_date
032700     end-if.
032800     if spm-hours-from is numeric
032900             and spm-hours-thru is numeric
033000             and spm-hours-from is less than spm-hours-thru
033100             and spm-hours-thru is not greater than 2400
033200         move spm-hours-from to hours_from
033300         move spm-hours-thru to hours_thru
033400     end-if.
033500     if spm-expiry-days is numeric
033600             and spm-expiry-days is greater than zero
033700         move spm-expiry-days to expiry_warn_days
033800     end-if.
033900     if spm-dormant-days is numeric
034000             and spm-dormant-days is greater than zero
034100         move spm-dormant-days to dormant_days
034200     end-if.
034300     if spm-write-deact is equal to "Y"
034400             or spm-write-deact is equal to "y"
034500         move "Y" to deact_wanted_switch
034600     end-if.
034700     close security-parm-file.
034800 1000-exit.
034900     exit.

035000*----------------------------------------------------------------
035100* 1100-open-master - open OPERMAST for the lookups and the
035200* expiry and dormant sections.  A master that will not open
035300* leaves those sections saying so; the SIGNLOG sections still
035400* print.
035500*----------------------------------------------------------------
035600 1100-open-master.
035700     open input operator-master-file.
035800     if opermast-file-status is equal to "00"
035900         move "Y" to master_open_switch
036000         go to 1100-exit
036100     end-if.
036200     if opermast-file-status is not equal to "35"
036300         display "OPERMAST will not open - status "
036400             opermast-file-status " - operator sections not"
036500             " reported."
036600     end-if.
036700 1100-exit.
036800     exit.

036900*----------------------------------------------------------------
037000* 2000-tally-signons - one pass over SIGNLOG: the refused
037100* attempts on or after the report date into the by-operator
037200* and by-day totals, and the newest granted sign-on of every
037300* id over the whole log, with the date the log starts.
037400*----------------------------------------------------------------
037500 2000-tally-signons.
037600     perform 8000-open-signon-log thru 8000-exit.
037700     if not signon-log-is-open
037800         go to 2000-exit
037900     end-if.
038000     perform 2100-tally-one-signon thru 2100-exit
038100         until signons-at-end.
038200     close signon-log-file.
038300     if log_first_date is greater than zero
038400         move log_first_date to work_date
038500         perform 7000-date-to-days thru 7000-exit
038600         move work_days to log_first_days
038700     end-if.
038800 2000-exit.
038900     exit.

039000*----------------------------------------------------------------
039100* 2100-tally-one-signon - take one SIGNLOG record into the
039200* totals.
039300*----------------------------------------------------------------
039400 2100-tally-one-signon.
039500     perform 8010-read-next-signon thru 8010-exit.
039600     if signons-at-end
039700         go to 2100-exit
039800     end-if.
039900     if log_first_date is equal to zero
040000             or sgl-date is less than log_first_date
040100         move sgl-date to log_first_date
040200     end-if.
040300     if sgl-result is equal to "GRANTED"
040400         perform 2400-note-granted thru 2400-exit
040500         go to 2100-exit
040600     end-if.
040700     if sgl-date is less than report_from_date
040800         go to 2100-exit
040900     end-if.
041000     perform 2200-tally-operator thru 2200-exit.
041100     if sgl-result is not equal to "LOCKED OUT"
041200         perform 2300-tally-day thru 2300-exit
041300     end-if.
041400 2100-exit.
041500     exit.

041600*----------------------------------------------------------------
041700* 2200-tally-operator - find the record's operator id in the
041800* operator totals, inserting it in ascending id order if it is
041900* not there yet, and count the outcome against it - the same
042000* shape as AuditRpt's 3000-tally-operator.
042100*----------------------------------------------------------------
042200 2200-tally-operator.
042300     move zero to total_slot_idx.
042400     move 1 to total_scan_idx.
042500     perform until total_scan_idx is greater than
042600             operator_total_count
042700             or total_slot_idx is greater than zero
042800         if otl-operator-id(total_scan_idx) is not less than
042900                 sgl-operator-id
043000             move total_scan_idx to total_slot_idx
043100         else
043200             add 1 to total_scan_idx
043300         end-if
043400     end-perform.
043500     if total_slot_idx is greater than zero
043600             and otl-operator-id(total_slot_idx) is equal to
043700                 sgl-operator-id
043800         go to 2200-count
043900     end-if.
044000     if operator_total_count is not less than 500
044100         add 1 to operator_overflow_count
044200         go to 2200-exit
044300     end-if.
044400     if total_slot_idx is equal to zero
044500         add 1 to operator_total_count
044600             giving total_slot_idx
044700     else
044800         move operator_total_count to total_shift_idx
044900         perform until total_shift_idx is less than
045000                 total_slot_idx
045100             move operator_total_entry(total_shift_idx)
045200                 to operator_total_entry(total_shift_idx + 1)
045300             subtract 1 from total_shift_idx
045400         end-perform
045500     end-if.
045600     add 1 to operator_total_count.
045700     move sgl-operator-id to otl-operator-id(total_slot_idx).
045800     move zero to otl-bad-password(total_slot_idx).
045900     move zero to otl-id-refused(total_slot_idx).
046000     move zero to otl-expired(total_slot_idx).
046100     move zero to otl-locked-out(total_slot_idx).
046200 2200-count.
046300     evaluate sgl-result
046400         when "BAD PASSWORD"
046500             add 1 to otl-bad-password(total_slot_idx)
046600         when "ID REFUSED"
046700             add 1 to otl-id-refused(total_slot_idx)
046800         when "EXPIRED"
046900             add 1 to otl-expired(total_slot_idx)
047000         when "LOCKED OUT"
047100             add 1 to otl-locked-out(total_slot_idx)
047200         when other
047300             add 1 to otl-id-refused(total_slot_idx)
047400     end-evaluate.
047500 2200-exit.
047600     exit.

047700*----------------------------------------------------------------
047800* 2300-tally-day - same shape keyed on the date, kept oldest
047900* first.
048000*----------------------------------------------------------------
048100 2300-tally-day.
048200     move zero to total_slot_idx.
048300     move 1 to total_scan_idx.
048400     perform until total_scan_idx is greater than
048500             date_total_count
048600             or total_slot_idx is greater than zero
048700         if dtl-date(total_scan_idx) is not less than sgl-date
048800             move total_scan_idx to total_slot_idx
048900         else
049000             add 1 to total_scan_idx
049100         end-if
049200     end-perform.
049300     if total_slot_idx is greater than zero
049400             and dtl-date(total_slot_idx) is equal to sgl-date
049500         add 1 to dtl-count(total_slot_idx)
049600         go to 2300-exit
049700     end-if.
049800     if date_total_count is not less than 500
049900         add 1 to date_overflow_count
050000         go to 2300-exit
050100     end-if.
050200     if total_slot_idx is equal to zero
050300         add 1 to date_total_count
050400             giving total_slot_idx
050500     else
050600         move date_total_count to total_shift_idx
050700         perform until total_shift_idx is less than
050800                 total_slot_idx
050900             move date_total_entry(total_shift_idx)
051000                 to date_total_entry(total_shift_idx + 1)
051100             subtract 1 from total_shift_idx
051200         end-perform
051300     end-if.
051400     add 1 to date_total_count.
051500     move sgl-date to dtl-date(total_slot_idx).
051600     move 1 to dtl-count(total_slot_idx).
051700 2300-exit.
051800     exit.

051900*----------------------------------------------------------------
052000* 2400-note-granted - keep the newest granted date of the id,
052100* inserting the id in ascending order the first time it is
052200* seen.
052300*----------------------------------------------------------------
052400 2400-note-granted.
052500     move sgl-operator-id to tally_id.
052600     perform 2500-find-granted thru 2500-exit.
052700     if total_slot_idx is greater than zero
052800             and gtl-operator-id(total_slot_idx) is equal to
052900                 tally_id
053000         if sgl-date is greater than
053100                 gtl-last-date(total_slot_idx)
053200             move sgl-date to gtl-last-date(total_slot_idx)
053300         end-if
053400         go to 2400-exit
053500     end-if.
053600     if granted_count is not less than 1000
053700         add 1 to granted_overflow_count
053800         go to 2400-exit
053900     end-if.
054000     if total_slot_idx is equal to zero
054100         add 1 to granted_count
054200             giving total_slot_idx
054300     else
054400         move granted_count to total_shift_idx
054500         perform until total_shift_idx is less than
054600                 total_slot_idx
054700             move granted_entry(total_shift_idx)
054800                 to granted_entry(total_shift_idx + 1)
054900             subtract 1 from total_shift_idx
055000         end-perform
055100     end-if.
055200     add 1 to granted_count.
055300     move tally_id to gtl-operator-id(total_slot_idx).
055400     move sgl-date to gtl-last-date(total_slot_idx).
055500 2400-exit.
055600     exit.

055700*----------------------------------------------------------------
055800* 2500-find-granted - the slot in the granted table where
055900* tally_id sits or would be inserted, in total_slot_idx (zero
056000* when it would go on the end).
056100*----------------------------------------------------------------
056200 2500-find-granted.
056300     move zero to total_slot_idx.
056400     move 1 to total_scan_idx.
056500     perform until total_scan_idx is greater than granted_count
056600             or total_slot_idx is greater than zero
056700         if gtl-operator-id(total_scan_idx) is not less than
056800                 tally_id
056900             move total_scan_idx to total_slot_idx
057000         else
057100             add 1 to total_scan_idx
057200         end-if
057300     end-perform.
057400 2500-exit.
057500     exit.

057600*----------------------------------------------------------------
057700* 3000-write-refused-totals - the refused attempts by operator
057800* id and by day.
057900*----------------------------------------------------------------
058000 3000-write-refused-totals.
058100     write security-report-record from report_operator_header.
058200     write security-report-record from report_operator_columns.
058300     if operator_total_count is equal to zero
058400         write security-report-record from report_none_line
058500     end-if.
058600     move 1 to total_scan_idx.
058700     perform until total_scan_idx is greater than
058800             operator_total_count
058900         move otl-operator-id(total_scan_idx) to rol-operator-id
059000         move otl-bad-password(total_scan_idx)
059100             to rol-bad-password
059200         move otl-id-refused(total_scan_idx) to rol-id-refused
059300         move otl-expired(total_scan_idx) to rol-expired
059400         compute rol-total = otl-bad-password(total_scan_idx)
059500             + otl-id-refused(total_scan_idx)
059600             + otl-expired(total_scan_idx)
059700         move otl-locked-out(total_scan_idx) to rol-locked-out
059800         write security-report-record from report_operator_line
059900         add 1 to total_scan_idx
060000     end-perform.
060100     if operator_overflow_count is greater than zero
060200         move operator_overflow_count to rov-count
060300         write security-report-record from report_overflow_line
060400     end-if.
060500     write security-report-record from report_blank_line.
060600     write security-report-record from report_date_header.
060700     if date_total_count is equal to zero
060800         write security-report-record from report_none_line
060900     end-if.
061000     move 1 to total_scan_idx.
061100     perform until total_scan_idx is greater than
061200             date_total_count
061300         move dtl-date(total_scan_idx) to rdl-date
061400         move dtl-count(total_scan_idx) to rdl-count
061500         write security-report-record from report_date_line
061600         add 1 to total_scan_idx
061700     end-perform.
061800     if date_overflow_count is greater than zero
061900         move date_overflow_count to rov-count
062000         write security-report-record from report_overflow_line
062100     end-if.
062200     write security-report-record from report_blank_line.
062300 3000-exit.
062400     exit.

062500*----------------------------------------------------------------
062600* 4000-write-lockouts - every LOCKED OUT record on or after the
062700* report date, with where the id stands on the master now.
062800*----------------------------------------------------------------
062900 4000-write-lockouts.
063000     write security-report-record from report_lockout_header.
063100     write security-report-record from report_event_columns.
063200     move zero to section_line_count.
063300     perform 8000-open-signon-log thru 8000-exit.
063400     if signon-log-is-open
063500         perform 4100-check-one-lockout thru 4100-exit
063600             until signons-at-end
063700         close signon-log-file
063800     end-if.
063900     if section_line_count is equal to zero
064000         write security-report-record from report_none_line
064100     end-if.
064200     write security-report-record from report_blank_line.
064300 4000-exit.
064400     exit.

064500*----------------------------------------------------------------
064600* 4100-check-one-lockout - report the record when it is a
064700* lockout in the report period.
064800*----------------------------------------------------------------
064900 4100-check-one-lockout.
065000     perform 8010-read-next-signon thru 8010-exit.
065100     if signons-at-end
065200         go to 4100-exit
065300     end-if.
065400     if sgl-result is not equal to "LOCKED OUT"
065500             or sgl-date is less than report_from_date
065600         go to 4100-exit
065700     end-if.
065800     move spaces to rel-note.
065900     perform 8100-look-up-operator thru 8100-exit.
066000     if not operator-master-is-open
066100         move "MASTER NOT ON FILE" to rel-note
066200     else
066300         if not operator-was-found
066400             move "NO LONGER ON THE MASTER" to rel-note
066500         else
066600             evaluate true
066700                 when operator-is-locked
066800                     move "STILL LOCKED" to rel-note
066900                 when operator-is-active
067000                     move "RESET - ACTIVE AGAIN" to rel-note
067100                 when operator-is-inactive
067200                     move "DEACTIVATED SINCE" to rel-note
067300             end-evaluate
067400         end-if
067500     end-if.
067600     perform 8200-write-event-line thru 8200-exit.
067700 4100-exit.
067800     exit.

067900*----------------------------------------------------------------
068000* 4500-write-after-hours - every granted sign-on on or after
068100* the report date timed before the window opens or at or after
068200* it closes.
068300*----------------------------------------------------------------
068400 4500-write-after-hours.
068500     move hours_from to rhh-hours-from.
068600     move hours_thru to rhh-hours-thru.
068700     write security-report-record from report_hours_header.
068800     write security-report-record from report_event_columns.
068900     move zero to section_line_count.
069000     perform 8000-open-signon-log thru 8000-exit.
069100     if signon-log-is-open
069200         perform 4600-check-one-hour thru 4600-exit
069300             until signons-at-end
069400         close signon-log-file
069500     end-if.
069600     if section_line_count is equal to zero
069700         write security-report-record from report_none_line
069800     end-if.
069900     write security-report-record from report_blank_line.
070000 4500-exit.
070100     exit.

070200*----------------------------------------------------------------
070300* 4600-check-one-hour - report the record when it is a granted
070400* sign-on outside the window.
070500*----------------------------------------------------------------
070600 4600-check-one-hour.
070700     perform 8010-read-next-signon thru 8010-exit.
070800     if signons-at-end
070900         go to 4600-exit
071000     end-if.
071100     if sgl-result is not equal to "GRANTED"
071200             or sgl-date is less than report_from_date
071300         go to 4600-exit
071400     end-if.
071500     move sgl-time to signon_clock.
071600     if scs-hhmm is not less than hours_from
071700             and scs-hhmm is less than hours_thru
071800         go to 4600-exit
071900     end-if.
072000     if scs-hhmm is less than hours_from
072100         move "BEFORE HOURS" to rel-note
072200     else
072300         move "AFTER HOURS" to rel-note
072400     end-if.
072500     perform 8200-write-event-line thru 8200-exit.
072600 4600-exit.
072700     exit.

072800*----------------------------------------------------------------
072900* 5000-write-unknown-ids - every refused sign-on on or after the
073000* report date keyed against an id the master does not hold -
073100* someone trying ids, or a departed operator's id removed
073200* outright.
073300*----------------------------------------------------------------
073400 5000-write-unknown-ids.
073500     write security-report-record from report_unknown_header.
073600     if not operator-master-is-open
073700         write security-report-record from report_no_master_line
073800         write security-report-record from report_blank_line
073900         go to 5000-exit
074000     end-if.
074100     write security-report-record from report_event_columns.
074200     move zero to section_line_count.
074300     perform 8000-open-signon-log thru 8000-exit.
074400     if signon-log-is-open
074500         perform 5100-check-one-unknown thru 5100-exit
074600             until signons-at-end
074700         close signon-log-file
074800     end-if.
074900     if section_line_count is equal to zero
075000         write security-report-record from report_none_line
075100     end-if.
075200     write security-report-record from report_blank_line.
075300 5000-exit.
075400     exit.

075500*----------------------------------------------------------------
075600* 5100-check-one-unknown - report the record when it is a
075700* refusal against an id not on the master.
075800*----------------------------------------------------------------
075900 5100-check-one-unknown.
076000     perform 8010-read-next-signon thru 8010-exit.
076100     if signons-at-end
076200         go to 5100-exit
076300     end-if.
076400     if sgl-result is equal to "GRANTED"
076500             or sgl-date is less than report_from_date
076600         go to 5100-exit
076700     end-if.
076800     perform 8100-look-up-operator thru 8100-exit.
076900     if operator-was-found
077000         go to 5100-exit
077100     end-if.
077200     move "ID NOT ON THE OPERATOR MASTER" to rel-note.
077300     perform 8200-write-event-line thru 8200-exit.
077400 5100-exit.
077500     exit.

077600*----------------------------------------------------------------
077700* 6000-write-expiring - every operator not deactivated whose
077800* password expires within the warning days, or has expired
077900* already.  A zero expiry is a fresh or reset password its
078000* owner must change at the next sign-on.
078100*----------------------------------------------------------------
078200 6000-write-expiring.
078300     move expiry_warn_days to rxh-days.
078400     write security-report-record from report_expiry_header.
078500     if not operator-master-is-open
078600         write security-report-record from report_no_master_line
078700         write security-report-record from report_blank_line
078800         go to 6000-exit
078900     end-if.
079000     write security-report-record
079100         from report_operator_detail_columns.
079200     add expiry_warn_days to run_days giving expiry_limit_days.
079300     move zero to section_line_count.
079400     perform 8300-start-master-browse thru 8300-exit.
079500     perform 6100-check-one-expiry thru 6100-exit
079600         until master-at-end.
079700     if section_line_count is equal to zero
079800         write security-report-record from report_none_line
079900     end-if.
080000     write security-report-record from report_blank_line.
080100 6000-exit.
080200     exit.

080300*----------------------------------------------------------------
080400* 6100-check-one-expiry - report the next operator on the
080500* master when their password is due.
080600*----------------------------------------------------------------
080700 6100-check-one-expiry.
080800     read operator-master-file next record
080900         at end
081000             move "Y" to master_eof_switch
081100             go to 6100-exit
081200     end-read.
081300     if operator-is-inactive
081400         go to 6100-exit
081500     end-if.
081600     if opr-pwd-expiry is not numeric
081700             or opr-pwd-expiry is equal to zero
081800         move "MUST CHANGE AT NEXT SIGN-ON" to rod-note
081900         move spaces to rod-date
082000         move zero to rod-days
082100         perform 8400-write-operator-line thru 8400-exit
082200         go to 6100-exit
082300     end-if.
082400     move opr-pwd-expiry to work_date.
082500     perform 7000-date-to-days thru 7000-exit.
082600     if work_days is greater than expiry_limit_days
082700         go to 6100-exit
082800     end-if.
082900     move opr-pwd-expiry to rod-date.
083000     compute rod-days = work_days - run_days.
083100     if work_days is less than run_days
083200         move "EXPIRED" to rod-note
083300     else
083400         move "EXPIRES SOON" to rod-note
083500     end-if.
083600     perform 8400-write-operator-line thru 8400-exit.
083700 6100-exit.
083800     exit.

083900*----------------------------------------------------------------
084000* 6500-write-dormant - every active operator whose newest
084100* granted sign-on is older than the dormant days.  An id with
084200* no granted sign-on on the log at all counts only when the
084300* log itself reaches back past the cut-off - a log younger
084400* than that cannot say the id has not been used.  With the
084500* SECPARM switch on, each one also goes out on DORMTRAN as a
084600* DEACT request.
084700*----------------------------------------------------------------
084800 6500-write-dormant.
084900     move dormant_days to rdh-days.
085000     write security-report-record from report_dormant_header.
085100     if not operator-master-is-open
085200         write security-report-record from report_no_master_line
085300         write security-report-record from report_blank_line
085400         go to 6500-exit
085500     end-if.
085600     write security-report-record
085700         from report_operator_detail_columns.
085800     subtract dormant_days from run_days
085900         giving dormant_cutoff_days.
086000     if deact-requests-wanted
086100         open output dormant-trans-file
086200         if dormtran-file-status is not equal to "00"
086300             display "DORMTRAN will not open - status "
086400                 dormtran-file-status " - no DEACT requests"
086500                 " written."
086600             move "N" to deact_wanted_switch
086700         end-if
086800     end-if.
086900     move zero to section_line_count.
087000     perform 8300-start-master-browse thru 8300-exit.
087100     perform 6600-check-one-dormant thru 6600-exit
087200         until master-at-end.
087300     if section_line_count is equal to zero
087400         write security-report-record from report_none_line
087500     end-if.
087600     if granted_overflow_count is greater than zero
087700         move granted_overflow_count to rov-count
087800         write security-report-record from report_overflow_line
087900     end-if.
088000     if deact-requests-wanted
088100         close dormant-trans-file
088200         move deact_written_count to rdt-count
088300         write security-report-record from report_deact_line
088400     end-if.
088500     write security-report-record from report_blank_line.
088600 6500-exit.
088700     exit.

088800*----------------------------------------------------------------
088900* 6600-check-one-dormant - report the next operator on the
089000* master when they have gone dormant.
089100*----------------------------------------------------------------
089200 6600-check-one-dormant.
089300     read operator-master-file next record
089400         at end
089500             move "Y" to master_eof_switch
089600             go to 6600-exit
089700     end-read.
089800     if not operator-is-active
089900         go to 6600-exit
090000     end-if.
090100     move opr-id to tally_id.
090200     perform 2500-find-granted thru 2500-exit.
090300     move zero to last_granted_date.
090400     if total_slot_idx is greater than zero
090500         if gtl-operator-id(total_slot_idx) is equal to tally_id
090600             move gtl-last-date(total_slot_idx)
090700                 to last_granted_date
090800         end-if
090900     end-if.
091000     if last_granted_date is equal to zero
091100         if log_first_date is equal to zero
091200                 or log_first_days is greater than
091300                     dormant_cutoff_days
091400             go to 6600-exit
091500         end-if
091600         move "NEVER" to rod-date
091700         move zero to rod-days
091800         move "NO GRANTED SIGN-ON ON THE LOG" to rod-note
091900     else
092000         move last_granted_date to work_date
092100         perform 7000-date-to-days thru 7000-exit
092200         if work_days is not less than dormant_cutoff_days
092300             go to 6600-exit
092400         end-if
092500         move last_granted_date to rod-date
092600         compute rod-days = run_days - work_days
092700         move "DAYS SINCE LAST GRANTED SIGN-ON" to rod-note
092800     end-if.
092900     perform 8400-write-operator-line thru 8400-exit.
093000     if deact-requests-wanted
093100         perform 6700-write-deact-request thru 6700-exit
093200     end-if.
093300 6600-exit.
093400     exit.

093500*----------------------------------------------------------------
093600* 6700-write-deact-request - one OperMnt DEACT request for the
093700* dormant operator.
093800*----------------------------------------------------------------
093900 6700-write-deact-request.
094000     move spaces to dormant-trans-record.
094100     move "DEACT" to dmt-action.
094200     move opr-id to dmt-id.
094300     move opr-name to dmt-name.
094400     move opr-authority to dmt-authority.
094500     move zero to dmt-expiry.
094600     write dormant-trans-record.
094700     add 1 to deact_written_count.
094800 6700-exit.
094900     exit.

095000*----------------------------------------------------------------
095100* 7000-date-to-days - turn a yyyymmdd date into a serial day
095200* number, the standard Julian day arithmetic (Fliegel and Van
095300* Flandern), so dates subtract like numbers.  Each division
095400* lands in its own whole-number term so it truncates before
095500* the next step uses it.
095600*----------------------------------------------------------------
095700 7000-date-to-days.
095800     compute julian_term_a = (wds-month - 14) / 12.
095900     compute julian_term_b = wds-year + 4800 + julian_term_a.
096000     compute julian_term_1 = (1461 * julian_term_b) / 4.
096100     compute julian_term_2 =
096200         (367 * (wds-month - 2 - 12 * julian_term_a)) / 12.
096300     compute julian_term_t = (julian_term_b + 100) / 100.
096400     compute julian_term_3 = (3 * julian_term_t) / 4.
096500     compute work_days = julian_term_1 + julian_term_2
096600         - julian_term_3 + wds-day - 32075.
096700 7000-exit.
096800     exit.

096900*----------------------------------------------------------------
097000* 8000-open-signon-log - open SIGNLOG for one pass.
097100*----------------------------------------------------------------
097200 8000-open-signon-log.
097300     move "N" to signon_open_switch.
097400     move "N" to signon_eof_switch.
097500     open input signon-log-file.
097600     if signon-file-status is equal to "00"
097700         move "Y" to signon_open_switch
097800         go to 8000-exit
097900     end-if.
098000     move "Y" to signon_eof_switch.
098100     if signon-file-status is not equal to "35"
098200         display "SIGNLOG will not open - status "
098300             signon-file-status "."
098400     end-if.
098500 8000-exit.
098600     exit.

098700*----------------------------------------------------------------
098800* 8010-read-next-signon - the next SIGNLOG record; a read that
098900* fails ends the pass the same as end of file.
099000*----------------------------------------------------------------
099100 8010-read-next-signon.
099200     read signon-log-file
099300         at end
099400             move "Y" to signon_eof_switch
099500             go to 8010-exit
099600     end-read.
099700     if signon-file-status is not equal to "00"
099800         move "Y" to signon_eof_switch
099900     end-if.
100000 8010-exit.
100100     exit.

100200*----------------------------------------------------------------
100300* 8100-look-up-operator - read the SIGNLOG record's operator
100400* id off the master.
100500*----------------------------------------------------------------
100600 8100-look-up-operator.
100700     move "N" to operator_found_switch.
100800     if not operator-master-is-open
100900         go to 8100-exit
101000     end-if.
101100     move sgl-operator-id to opr-id.
101200     read operator-master-file
101300         invalid key
101400             go to 8100-exit
101500     end-read.
101600     move "Y" to operator_found_switch.
101700 8100-exit.
101800     exit.

101900*----------------------------------------------------------------
102000* 8200-write-event-line - one SIGNLOG record on the report,
102100* with the note the caller left in rel-note.
102200*----------------------------------------------------------------
102300 8200-write-event-line.
102400     move sgl-date to rel-date.
102500     move sgl-time to rel-time.
102600     move sgl-operator-id to rel-operator-id.
102700     move sgl-result to rel-result.
102800     write security-report-record from report_event_line.
102900     add 1 to section_line_count.
103000 8200-exit.
103100     exit.

103200*----------------------------------------------------------------
103300* 8300-start-master-browse - position OPERMAST at its first
103400* operator for a pass in id order.
103500*----------------------------------------------------------------
103600 8300-start-master-browse.
103700     move "N" to master_eof_switch.
103800     move low-values to opr-id.
103900     start operator-master-file key is not less than opr-id
104000         invalid key
104100             move "Y" to master_eof_switch
104200     end-start.
104300 8300-exit.
104400     exit.

104500*----------------------------------------------------------------
104600* 8400-write-operator-line - the operator in the master record
104700* area on the report, with the date, days and note the caller
104800* left.
104900*----------------------------------------------------------------
105000 8400-write-operator-line.
105100     move opr-id to rod-operator-id.
105200     move opr-name to rod-name.
105300     move opr-authority to rod-authority.
105400     move opr-status to rod-status.
105500     write security-report-record from report_operator_detail.
105600     add 1 to section_line_count.
105700 8400-exit.
105800     exit.

105900 end program SecRpt.
