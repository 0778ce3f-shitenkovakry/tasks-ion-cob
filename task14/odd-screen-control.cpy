000183*  picture; the record grew from 36 to 48 bytes for it,                        *
000184*  then to 54 when CTL-EVEN-FLAGGED-COUNT joined so the                         *
000185*  ODD-BALANCE-AUDIT step can recount EVENXTRCT against it.                      *
000186*  CTL-SUPPRESSED-COUNT (60 bytes) is the part of the flagged                    *
000187*  count the ODDSUPP approved exceptions kept off ODDXTRCT,                     *
000188*  so ODDXTRCT carries the flagged count less this one.                        *
000189*-----------------------------------------------------------*
000190 01  odd-control-record.
000200     05  ctl-records-read           pic 9(06).
000210     05  ctl-odd-flagged-count      pic 9(06).
000240     05  ctl-hash-total             pic 9(12).
000245     05  ctl-flagged-value          pic 9(10)v99.
000247     05  ctl-even-flagged-count     pic 9(06).
000248     05  ctl-suppressed-count       pic 9(06).
000250 01  odd-control-source-record.
000260     05  ctls-record-id             pic x(03).
000270     05  ctls-source-system         pic x(08).
000280     05  ctls-records-read          pic 9(06).
000290     05  ctls-flagged-count         pic 9(06).
000300     05  ctls-hash-total            pic 9(12).
000310     05  filler                     pic x(25).
