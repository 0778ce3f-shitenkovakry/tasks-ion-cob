000010*-----------------------------------------------------------*
000020*  ITEM-MAINT-TRANSACTION-RECORD                              *
000030*  Fixed-format nightly item-maintenance feed (ITEMTRAN) from    *
000040*  purchasing - one add, change or inactivate per record,         *
000050*  applied to ITEMMAST by ITEM-MASTER-UPDATE before the screen     *
000060*  runs.  On an add every attribute is required.  On a change       *
000070*  a blank description, department or vendor, or a zero unit         *
000080*  value, leaves that field as it is on the master, so a price        *
000090*  change need only carry the price.  An inactivate needs only         *
000100*  the item code.  IMT-REQUESTED-BY is the purchasing user who          *
000110*  raised the change and is carried onto the MSTAUDT log.               *
000120*-----------------------------------------------------------*
000130 01  item-maint-transaction-record.
000140     05  imt-action                 pic x(01).
000150         88  imt-action-add              value 'A'.
000160         88  imt-action-change           value 'C'.
000170         88  imt-action-inactivate       value 'I'.
000180     05  imt-item-code              pic 9(06).
000190     05  imt-item-desc              pic x(30).
000200     05  imt-item-dept              pic x(04).
000210     05  imt-vendor-code            pic x(06).
000220     05  imt-unit-value             pic 9(05)v99.
000230     05  imt-requested-by           pic x(08).
000240     05  filler                     pic x(18).
