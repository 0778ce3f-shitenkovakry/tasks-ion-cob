000010*-----------------------------------------------------------*
000020*  ODD-TRANSMISSION-LOG-RECORD                                *
000028*  One line appended to the ODDXMLOG transmission log for     *
000036*  every outbound feed file let go downstream: ODD-BALANCE-   *
000044*  AUDIT logs ODDXTRCT and EVENXTRCT as RELEASED when every   *
000052*  check ties, ODD-REPRINT logs each ODDXTRRP it produces as  *
000060*  a REPRINT, and ODD-FLAG-DELTA logs each ODDDELTA change    *
000068*  feed it writes as RELEASED.  The figures are the ones on   *
000076*  the file's own HDR and TRL.  FIND-ODD-SCREEN, ODD-REPRINT  *
000084*  and ODD-FLAG-DELTA take the next sequence number for a     *
000092*  feed from the highest one logged, and ODD-TRANSMISSION-    *
000100*  RECON matches the downstream system's acknowledgements     *
000108*  against the log.  Only ever extended.                      *
000120*-----------------------------------------------------------*
000130 01  odd-transmission-log-record.
000140     05  oxl-feed-name              pic x(10).
000150     05  oxl-sequence-no            pic 9(06).
000160     05  oxl-run-date               pic x(08).
000170     05  oxl-sent-date              pic x(08).
000180     05  oxl-sent-time              pic x(06).
000190     05  oxl-record-count           pic 9(06).
000200     05  oxl-hash-total             pic 9(12).
000210     05  oxl-value-total            pic 9(10)v99.
000220     05  oxl-send-kind              pic x(08).
000230         88  oxl-send-released          value 'RELEASED'.
000240         88  oxl-send-reprint           value 'REPRINT'.
000250     05  filler                     pic x(04).
