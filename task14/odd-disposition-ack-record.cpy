000040*  by ODD-DISPOSITION-INTAKE for the exceptions group's         *
000050*  system: one record per ODDDISP record that could not be       *
000060*  posted, echoing the record's keys as sent, with RJ for a       *
000070*  record that failed validation, UM for one that matched          *
000080*  no ODDRSLT entry and CP for one against a run date in a month  *
000085*  closed on ODDCLOSE.  A clean intake produces an empty file,      *
000090*  so "no news" is a statement and not a guess.                    *
000100*-----------------------------------------------------------*
000110 01  odd-disposition-ack-record.
000160     05  oak-ack-status             pic x(02).
000170         88  oak-ack-rejected           value 'RJ'.
000180         88  oak-ack-unmatched          value 'UM'.
000185         88  oak-ack-period-closed      value 'CP'.
000190     05  oak-ack-reason             pic x(20).
000200     05  filler                     pic x(34).
