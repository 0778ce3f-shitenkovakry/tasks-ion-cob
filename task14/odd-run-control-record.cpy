000010*-----------------------------------------------------------*
000020*  ODD-RUN-CONTROL-RECORD                                     *
000030*  The ODDRUNCT batch-window run-control file, keyed by         *
000040*  business date.  ODD-RUN-OPEN writes one record per night      *
000050*  with every step of the chain not yet run, and points the       *
000060*  CURRENT record at it; each chain program then takes its         *
000070*  business date from CURRENT and checks in and out of its          *
000080*  step slot through ODD-RUN-STEP (slots follow the step table       *
000090*  in ODD-RUN-STEP-VARIABLES).  A step is ' ' not run, S started       *
000100*  (or died without checking out), C complete, F failed, or O         *
000110*  marked complete by an operator override through ODD-RUN-            *
000120*  CONTROL, which also logs the override on ODDRCLOG.  Slots            *
000130*  past the last step are spare.                                         *
000140*-----------------------------------------------------------*
000150 01  odd-run-control-record.
000160     05  rct-key                    pic x(08).
000170         88  rct-current-pointer        value 'CURRENT '.
000180     05  rct-opened-date            pic x(08).
000190     05  rct-opened-time            pic x(06).
000200     05  rct-step-entry             occurs 8 times.
000210         10  rct-step-status        pic x(01).
000220             88  rct-step-not-run       value ' '.
000230             88  rct-step-started       value 'S'.
000240             88  rct-step-complete      value 'C'.
000250             88  rct-step-failed        value 'F'.
000260             88  rct-step-overridden    value 'O'.
000270             88  rct-step-done          value 'C' 'O'.
000280         10  rct-step-start-time    pic x(06).
000290         10  rct-step-end-time      pic x(06).
000300         10  rct-step-return-code   pic 9(02).
000310     05  filler                     pic x(08).
000320*-----------------------------------------------------------*
000330*  the CURRENT record - tonight's business date, and when       *
000340*  ODD-RUN-OPEN set it                                           *
000350*-----------------------------------------------------------*
000360 01  odd-run-control-pointer.
000370     05  filler                     pic x(08).
000380     05  rcp-business-date          pic x(08).
000390     05  rcp-set-date               pic x(08).
000400     05  rcp-set-time               pic x(06).
000410     05  filler                     pic x(120).
