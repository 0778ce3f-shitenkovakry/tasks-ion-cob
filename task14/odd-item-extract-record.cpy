000140*  exceptions-handling group's system - item code, run date,        *
000150*  flag reason, description, department and the source            *
000155*  system whose ITEMXTRT batch carried the item, one record          *
000160*  per flagged item.  The file is wrapped in the HDR/TRL of            *
000165*  ODD-FEED-ENVELOPE-RECORD.                                            *
000170*-----------------------------------------------------------*
000180 01  odd-item-extract-record.
000190     05  oxt-item-code              pic 9(06).
