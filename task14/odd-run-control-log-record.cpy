000010*-----------------------------------------------------------*
000020*  ODD-RUN-CONTROL-LOG-RECORD                                 *
000030*  One line appended to ODDRCLOG by ODD-RUN-CONTROL for every    *
000040*  operator override of an ODDRUNCT step status: who, when,       *
000050*  which business date and step, the status before and after      *
000060*  (' ' not run, S started, C complete, F failed, O override        *
000070*  complete) and the reason the operator gave.  The log is only      *
000080*  ever extended, so an override can always be traced.                *
000090*-----------------------------------------------------------*
000100 01  odd-run-control-log-record.
000110     05  rcl-log-date               pic x(08).
000120     05  rcl-log-time               pic x(06).
000130     05  rcl-operator               pic x(08).
000140     05  rcl-business-date          pic x(08).
000150     05  rcl-step-name              pic x(08).
000160     05  rcl-old-status             pic x(01).
000170     05  rcl-new-status             pic x(01).
000180     05  rcl-reason                 pic x(30).
000190     05  filler                     pic x(10).
