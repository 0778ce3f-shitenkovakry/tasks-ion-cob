000010*-----------------------------------------------------------*
000020*  ODD-FEED-ENVELOPE-RECORD                                   *
000029*  Header and trailer records that wrap the outbound ODDXTRCT *
000038*  and EVENXTRCT feeds, the ODDXTRRP reprint and the ODDDELTA *
000047*  change feed, the way we require ITEMXTRT senders to wrap   *
000056*  theirs.  The HDR carries the business run date, the feed's *
000065*  own sequence number (one more than the last send of that   *
000074*  feed on the ODDXMLOG transmission log) and our system id;  *
000083*  the TRL carries the detail record count, the hash (sum) of *
000092*  the detail item codes and the total unit value, so the     *
000101*  receiving system can prove it got the whole file.  Detail  *
000110*  records start with a numeric item code, so the record id   *
000119*  alone tells the three apart.                               *
000130*-----------------------------------------------------------*
000140 01  odd-feed-header-record.
000150     05  ofh-record-id              pic x(03).
000160         88  ofh-header-record          value 'HDR'.
000170     05  ofh-feed-name              pic x(10).
000180     05  ofh-run-date               pic x(08).
000190     05  ofh-sequence-no            pic 9(06).
000200     05  ofh-system-id              pic x(08).
000210     05  ofh-created-date           pic x(08).
000220     05  ofh-created-time           pic x(06).
000230     05  filler                     pic x(31).
000240 01  odd-feed-trailer-record.
000250     05  oft-record-id              pic x(03).
000260         88  oft-trailer-record         value 'TRL'.
000270     05  oft-feed-name              pic x(10).
000280     05  oft-record-count           pic 9(06).
000290     05  oft-hash-total             pic 9(12).
000300     05  oft-value-total            pic 9(10)v99.
000310     05  filler                     pic x(37).
000320*-----------------------------------------------------------*
000330*  the names and system id the envelope is stamped with          *
000340*-----------------------------------------------------------*
000350 01  odd-feed-system-id             pic x(08) value 'ITEMPROC'.
000360 01  odd-feed-odd-name              pic x(10) value 'ODDXTRCT'.
000370 01  odd-feed-even-name             pic x(10) value 'EVENXTRCT'.
000380 01  odd-feed-delta-name            pic x(10) value 'ODDDELTA'.
