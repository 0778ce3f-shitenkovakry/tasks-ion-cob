000010*-----------------------------------------------------------*
000020*  ODD-PERIOD-CHECK                                           *
000030*  Says whether the month of a run date has been closed on      *
000040*  the ODDCLOSE close-control file.  The calling program moves   *
000050*  the ODDRSLT run date to ODD-PERIOD-RUN-DATE, performs ODD-     *
000060*  PERIOD-CHECK and tests ODD-PERIOD-CLOSED; a closed month's      *
000070*  ODDRSLT records are not to be written or rewritten.  ODDCLOSE    *
000080*  is opened on the first call; no ODDCLOSE at all means no month    *
000090*  has ever been closed.  The same period asked twice running is      *
000100*  answered without a read.  The calling program copies ODD-           *
000110*  PERIOD-CHECK-VARIABLES, provides the FD/01 for ODD-PERIOD-           *
000120*  CLOSE-FILE (ODD-PERIOD-CLOSE-RECORD, indexed on OPC-PERIOD,           *
000130*  random access) and performs ODD-PERIOD-CLOSE-FILE-END before         *
000140*  it stops.                                                             *
000150*-----------------------------------------------------------*
000160 odd-period-check.
000170     if odd-period-run-period = odd-period-last
000180         go to odd-period-check-exit
000190     end-if.
000200     move odd-period-run-period to odd-period-last.
000210     move 'N' to odd-period-closed-sw.
000220     if not odd-period-file-tried
000230         set odd-period-file-tried to true
000240         open input odd-period-close-file
000250         if odd-period-status = '00'
000260             set odd-period-file-open to true
000270         else
000280             if odd-period-status not = '35'
000290                 display 'odd-period-check: cannot open ODDCLOSE '
000300                     '- status ' odd-period-status
000310                     ' - no month treated as closed'
000320             end-if
000330         end-if
000340     end-if.
000350     if not odd-period-file-open
000360         go to odd-period-check-exit
000370     end-if.
000380     move odd-period-run-period to opc-period.
000390     read odd-period-close-file
000400         invalid key
000410             go to odd-period-check-exit
000420     end-read.
000430     if opc-closed
000440         set odd-period-closed to true
000450     end-if.
000460 odd-period-check-exit.
000470     exit.
000480
000490 odd-period-close-file-end.
000500     if odd-period-file-open
000510         close odd-period-close-file
000520         move 'N' to odd-period-file-sw
000530     end-if.
000540 odd-period-close-file-end-exit.
000550     exit.
