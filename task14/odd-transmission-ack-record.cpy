000010*-----------------------------------------------------------*
000020*  ODD-TRANSMISSION-ACK-RECORD                                *
000030*  The downstream system's receipt acknowledgement (ODDXMACK):  *
000040*  one record per feed file it received, echoing the feed name   *
000050*  and sequence number from our HDR, the run date, when it was     *
000060*  received, the detail count it loaded and whether it took the     *
000070*  file (AC accepted) or threw it back (RJ rejected).  Read by       *
000080*  ODD-TRANSMISSION-RECON against the ODDXMLOG log.                   *
000090*-----------------------------------------------------------*
000100 01  odd-transmission-ack-record.
000110     05  oxa-feed-name              pic x(10).
000120     05  oxa-sequence-no            pic 9(06).
000130     05  oxa-run-date               pic x(08).
000140     05  oxa-received-date          pic x(08).
000150     05  oxa-received-time          pic x(06).
000160     05  oxa-record-count           pic 9(06).
000170     05  oxa-ack-status             pic x(02).
000180         88  oxa-ack-accepted           value 'AC'.
000190         88  oxa-ack-rejected           value 'RJ'.
000200     05  filler                     pic x(34).
