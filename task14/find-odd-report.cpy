000160*  paginated detail line for the item currently in                *
000170*  ITEM-MASTER-RECORD with the reason in ODD-FLAG-REASON-          *
000180*  WORK, and FIND-ODD-REPORT-FINISH prints the trailing             *
000190*  count from ODD-FLAG-COUNT (with the ODD-SUPPRESSED-COUNT     *
000198*  of hits held back for ODDSUPRP, when there are any) and          *
000206*  closes the file.  The calling program provides the FD/01           *
000214*  for ODDRPT-FILE / ODDRPT-RECORD and sets ODDRPT-RUN-DATE           *
000222*  before the start call.                                              *
000230*-----------------------------------------------------------*
000240 find-odd-report-start.
000250     open output oddrpt-file.
000570 find-odd-report-finish.
000580     move odd-flag-count to oddt-flagged-count.
000590     write oddrpt-record from oddrpt-total-line.
000592     if odd-suppressed-count > 0
000594         move odd-suppressed-count to oddt-suppressed-count
000596         write oddrpt-record from oddrpt-suppressed-line
000598     end-if.
000600     close oddrpt-file.
000610 find-odd-report-finish-exit.
000620     exit.
