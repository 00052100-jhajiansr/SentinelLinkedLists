002900*                     carries the counts moved and kept so the
003000*                     grand total on AuditRpt can be tied
003100*                     across the cut.
003110*  10/14/2026  jah    carry the audit trail at its new 210-byte
003120*                     length - the record now carries the
003130*                     checker who approved a PENDCHG request
003200*----------------------------------------------------------------

003300 environment division.
005700     copy "AUDITREC.cpy".

005800 fd  audit-history-file.
005900 01  audit-history-record    pic x(210).

006000 fd  audit-work-file.
006100 01  audit-work-record       pic x(210).

006200 fd  trim-parm-file.
006300 01  trim-parm-record.
