000010*-----------------------------------------------------------*
000020*  ITEM-MAINT-RETURN-RECORD                                   *
000030*  Fixed-format return feed (ITMUPRTN) written by ITEM-MASTER-  *
000040*  UPDATE for purchasing: one record per ITEMTRAN transaction    *
000050*  that was not applied, echoing the transaction exactly as        *
000060*  sent followed by the reason it was refused, so purchasing       *
000070*  can correct and resend it.  A clean night produces an empty      *
000080*  file.                                                            *
000090*-----------------------------------------------------------*
000100 01  item-maint-return-record.
000110     05  imr-transaction            pic x(80).
000120     05  imr-reject-reason          pic x(20).
