000010*-----------------------------------------------------------*
000020*  ODD-RUN-STEP-VARIABLES                                     *
000030*  Working-storage for ODD-RUN-STEP: the ODDRUNCT file status,  *
000040*  the step the calling program runs as, the business date       *
000050*  taken from the CURRENT record, and the nightly chain itself -  *
000060*  each step's name and the step that must show complete           *
000070*  before it may start.  A step's position in the table is its      *
000080*  slot on the ODDRUNCT record, so new steps go on the end.  The      *
000090*  calling program names ODD-STEP-CONTROL-STATUS on its ODDRUNCT      *
000100*  select and moves its step name to ODD-STEP-NAME before ODD-         *
000110*  STEP-BEGIN.                                                          *
000120*-----------------------------------------------------------*
000130 01  odd-step-control-status        pic x(02).
000140 01  odd-step-switches.
000150     05  odd-step-refused-sw        pic x(01) value 'N'.
000160         88  odd-step-refused           value 'Y'.
000170     05  odd-step-begun-sw          pic x(01) value 'N'.
000180         88  odd-step-begun             value 'Y'.
000190 01  odd-step-name                  pic x(08) value spaces.
000200 01  odd-step-business-date         pic x(08) value spaces.
000210 01  odd-step-time                  pic x(06).
000220 01  odd-step-idx                   pic 9(04) comp value zero.
000230 01  odd-step-pred-idx              pic 9(04) comp value zero.
000240 01  odd-step-scan                  pic 9(04) comp.
000250 01  odd-step-look-name             pic x(08).
000260 01  odd-step-look-idx              pic 9(04) comp.
000270 01  odd-step-count                 pic 9(04) comp value 6.
000280 01  odd-step-table-values.
000290     05  filler                     pic x(16)
000300             value 'SCREEN          '.
000310     05  filler                     pic x(16)
000320             value 'BALANCE SCREEN  '.
000330     05  filler                     pic x(16)
000340             value 'DEPTRPT BALANCE '.
000350     05  filler                     pic x(16)
000360             value 'DISPINTKDEPTRPT '.
000370     05  filler                     pic x(16)
000380             value 'DELTA   DISPINTK'.
000383     05  filler                     pic x(16)
000386             value 'PURGE   DELTA   '.
000390 01  odd-step-table redefines odd-step-table-values.
000400     05  odd-step-entry             occurs 6 times.
000410         10  ost-step-name          pic x(08).
000420         10  ost-pred-name          pic x(08).
