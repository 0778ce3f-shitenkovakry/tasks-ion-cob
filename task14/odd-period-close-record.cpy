000010*-----------------------------------------------------------*
000020*  ODD-PERIOD-CLOSE-RECORD                                    *
000030*  One record per month on the ODDCLOSE close-control file,     *
000040*  keyed by the period (yyyymm of the ODDRSLT run date), kept    *
000050*  by ODD-PERIOD-CLOSE.  OPC-CLOSED means finance has had the     *
000060*  month's figures and ODDRSLT records for run dates in it may     *
000070*  no longer be written, rewritten or re-dispositioned;             *
000080*  OPC-REOPENED records who lifted the freeze, when and why.         *
000090*  A month with no record has never been closed.                     *
000100*-----------------------------------------------------------*
000110 01  odd-period-close-record.
000120     05  opc-period                 pic x(06).
000130     05  opc-status                 pic x(01).
000140         88  opc-closed                 value 'C'.
000150         88  opc-reopened               value 'R'.
000160     05  opc-closed-date            pic x(08).
000170     05  opc-closed-time            pic x(06).
000180     05  opc-closed-by              pic x(08).
000190     05  opc-reopened-date          pic x(08).
000200     05  opc-reopened-by            pic x(08).
000210     05  opc-reopen-reason          pic x(30).
000220     05  filler                     pic x(05).
