000010*-----------------------------------------------------------*
000020*  ODD-SUPPRESSION-RECORD                                     *
000030*  One approved exception on the ODDSUPP suppression file -    *
000040*  an item the exceptions group has agreed is legitimately      *
000050*  odd (a known series-exception item, an item inactive on       *
000060*  purpose while it sells through).  The key is the item code,    *
000070*  optionally narrowed to one flag reason and one department;      *
000080*  spaces in either means "any".  While OSP-EXPIRY-DATE is not     *
000090*  before the business date FIND-ODD-SCREEN keeps a matching hit     *
000100*  off ODDRPT, ODDRSLT and ODDXTRCT and lists it on ODDSUPRP          *
000110*  instead.  ODD-SUPPRESS-MAINT keeps the file; ODD-SUPPRESS-          *
000120*  EXPIRY lists the entries about to run out each week.                *
000130*-----------------------------------------------------------*
000140 01  odd-suppression-record.
000150     05  osp-key.
000160         10  osp-item-code          pic 9(06).
000170         10  osp-flag-reason        pic x(10).
000180         10  osp-item-dept          pic x(04).
000190     05  osp-approved-by            pic x(08).
000200     05  osp-approved-date          pic x(08).
000210     05  osp-expiry-date            pic x(08).
000220     05  osp-note                   pic x(30).
000230     05  filler                     pic x(06).
