000010*-----------------------------------------------------------*
000020*  ODD-PERIOD-CHECK-VARIABLES                                 *
000030*  Working-storage for ODD-PERIOD-CHECK: the ODDCLOSE file      *
000040*  status, the run date being asked about, the verdict and the   *
000050*  last period looked up, so a batch pass over one month reads    *
000060*  ODDCLOSE once.  The calling program names ODD-PERIOD-STATUS     *
000070*  on its ODDCLOSE select and moves spaces to ODD-PERIOD-LAST       *
000080*  when it wants the file read again regardless.                     *
000090*-----------------------------------------------------------*
000100 01  odd-period-status              pic x(02).
000110 01  odd-period-switches.
000120     05  odd-period-file-sw         pic x(01) value 'N'.
000130         88  odd-period-file-open       value 'Y'.
000140     05  odd-period-tried-sw        pic x(01) value 'N'.
000150         88  odd-period-file-tried      value 'Y'.
000160     05  odd-period-closed-sw       pic x(01) value 'N'.
000170         88  odd-period-closed          value 'Y'.
000180 01  odd-period-run-date            pic x(08) value spaces.
000190 01  odd-period-run-view redefines odd-period-run-date.
000200     05  odd-period-run-period      pic x(06).
000210     05  filler                     pic x(02).
000220 01  odd-period-last               pic x(06) value spaces.
