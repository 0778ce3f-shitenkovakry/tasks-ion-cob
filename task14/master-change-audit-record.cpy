000010*-----------------------------------------------------------*
000020*  MASTER-CHANGE-AUDIT-RECORD                                 *
000030*  One record appended to the MSTAUDT master-change log for    *
000040*  every add, change, inactivate or delete made to ITEMMAST     *
000050*  or DEPTMAST (and to the ODDSUPP suppression list and the     *
000052*  ODDOPAUT operator authority file) - when it was made, by      *
000055*  which operator, through which path (SCREEN                  *
000060*  for the on-line maintenance programs, BATCH for a nightly     *
000070*  feed), which master and key it touched,                      *
000080*  and the whole record before and after the change (spaces for  *
000090*  the side that did not exist).  The ODDDAUDT disposition log   *
000100*  does the same job for ODDRSLT; this one answers "who changed  *
000110*  the master, and when" for an item that suddenly flags         *
000120*  INACTIVE or whose value jumps.  MASTER-CHANGE-REPORT prints   *
000130*  a day's entries.                                              *
000140*-----------------------------------------------------------*
000150 01  master-change-audit-record.
000160     05  mca-change-date            pic x(08).
000170     05  mca-change-time            pic x(06).
000180     05  mca-operator               pic x(08).
000190     05  mca-source                 pic x(06).
000200         88  mca-source-screen          value 'SCREEN'.
000210         88  mca-source-batch           value 'BATCH'.
000220     05  mca-master                 pic x(08).
000230         88  mca-master-item            value 'ITEMMAST'.
000240         88  mca-master-dept            value 'DEPTMAST'.
000245         88  mca-master-suppress        value 'ODDSUPP'.
000247         88  mca-master-operator        value 'ODDOPAUT'.
000250     05  mca-action                 pic x(06).
000260         88  mca-action-add             value 'ADD'.
000270         88  mca-action-change          value 'CHANGE'.
000280         88  mca-action-inactivate      value 'INACT'.
000290         88  mca-action-delete          value 'DELETE'.
000293         88  mca-action-revoke          value 'REVOKE'.
000296         88  mca-action-reinstate       value 'REINST'.
000300     05  mca-record-key             pic x(20).
000310     05  mca-before-image           pic x(80).
000320     05  mca-after-image            pic x(80).
000330     05  filler                     pic x(18).
