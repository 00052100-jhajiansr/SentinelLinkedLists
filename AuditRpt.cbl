001901*                     still be reported; the audit record
001902*                     layout moves to working storage and both
001903*                     files read into it
001910*  10/14/2026  jah    read the audit trail at its new 210-byte
001920*                     length and show the supervisor who
001930*                     approved a PENDCHG delete or correction
001940*                     under its detail line
001990*----------------------------------------------------------------
001700
001800 environment division.
001900 input-output section.
003100 data division.
003200 file section.
003300 fd  audit-log-file.
003400 01  audit-log-record        pic x(210).
003500
003510 fd  audit-history-file.
003520 01  audit-history-record    pic x(210).
003530
003600 fd  audit-parm-file.
003700 01  audit-parm-record.
011303     05 filler pic x(10) value "REPLACED: ".
011304     05 rpv-value pic x(80).
011305     05 filler pic x(04) value spaces.
011306 01 report_checker_line.
011307     05 filler pic x(38) value spaces.
011308     05 filler pic x(13) value "APPROVED BY: ".
011309     05 rcl-checker-id pic x(08).
011310     05 filler pic x(73) value spaces.
011350 01 report_grand_total_line.
011400     05 filler pic x(22) value "AUDIT RECORDS ON FILE:".
011500     05 filler pic x(01) value spaces.
011600     05 rgt-count pic zzzzzzzz9.
032320         move aud-prior-value to rpv-value
032330         write audit-report-record from report_prior_value_line
032340     end-if.
032350     if aud-checker-id is not equal to spaces
032360         move aud-checker-id to rcl-checker-id
032370         write audit-report-record from report_checker_line
032380     end-if.
032400 5000-exit.
032500     exit.
032600
